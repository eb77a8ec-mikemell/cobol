001010 IDENTIFICATION DIVISION.                                         AUDINQ01

001020 PROGRAM-ID.    AUDINQ01.                                         AUDINQ01
001030 AUTHOR.        MMELL.                                            AUDINQ01
001040 INSTALLATION.  AUBURN.                                           AUDINQ01
001050 DATE-WRITTEN.  2026-10-09.                                       AUDINQ01
001060 DATE-COMPILED. 2026-10-09.                                       AUDINQ01
001070 SECURITY.      UNCLASSIFIED.                                     AUDINQ01

001080******************************************************************AUDINQ01
001090**                                                               *AUDINQ01
001100**  THIS PROGRAM ANSWERS CHANGE HISTORY INQUIRIES FROM THE       *AUDINQ01
001110**  POLICY AND CLAIM AUDIT FILES                                 *AUDINQ01
001120**                                                               *AUDINQ01
001130**    MODIFICATION HISTORY                                       *AUDINQ01
001140**    -------------------                                        *AUDINQ01
001150**    DATE       INIT  DESCRIPTION                               *AUDINQ01
001160**    ---------- ----  ----------------------------------------- *AUDINQ01
001170**    2026-10-09  MM   INITIAL VERSION.  READS INQUIRY REQUEST   *AUDINQ01
001180**                     RECORDS SELECTING BY AUDIT FILE, POLICY   *AUDINQ01
001190**                     NUMBER, CLAIM NUMBER, RUN DATE AND TIME   *AUDINQ01
001200**                     RANGE AND TRANSACTION CODE, PASSES THE    *AUDINQ01
001210**                     POLICY AND CLAIM AUDIT FILES ONCE EACH,   *AUDINQ01
001220**                     AND FOR EVERY MATCHING AUDIT RECORD       *AUDINQ01
001230**                     DECODES THE BEFORE AND AFTER IMAGES FIELD *AUDINQ01
001240**                     BY FIELD AGAINST THE MASTER LAYOUTS,      *AUDINQ01
001250**                     PRINTING ONLY THE FIELDS THAT CHANGED     *AUDINQ01
001260**                     UNDER THE RUN TIMESTAMP OF THE CHANGE.    *AUDINQ01
001270**                                                               *AUDINQ01
001280******************************************************************AUDINQ01

001290 ENVIRONMENT DIVISION.                                            AUDINQ01

001300 CONFIGURATION SECTION.                                           AUDINQ01

001310 SOURCE-COMPUTER. X86_64.                                         AUDINQ01
001320 OBJECT-COMPUTER. X86_64.                                         AUDINQ01

001330 INPUT-OUTPUT SECTION.                                            AUDINQ01
001340 FILE-CONTROL.                                                    AUDINQ01
001350     SELECT INQUIRY-REQUEST-FILE                                  AUDINQ01
001360         ASSIGN TO UT-S-AUDREQ                                    AUDINQ01
001370         ORGANIZATION IS LINE SEQUENTIAL                          AUDINQ01
001380         FILE STATUS IS WS-REQUEST-FILE-STATUS.                   AUDINQ01

001390     SELECT POLICY-AUDIT-FILE                                     AUDINQ01
001400         ASSIGN TO UT-S-POLAUDIT                                  AUDINQ01
001410         ORGANIZATION IS LINE SEQUENTIAL                          AUDINQ01
001420         FILE STATUS IS WS-POLICY-AUDIT-STATUS.                   AUDINQ01

001430     SELECT CLAIM-AUDIT-FILE                                      AUDINQ01
001440         ASSIGN TO UT-S-CLMAUDIT                                  AUDINQ01
001450         ORGANIZATION IS LINE SEQUENTIAL                          AUDINQ01
001460         FILE STATUS IS WS-CLAIM-AUDIT-STATUS.                    AUDINQ01

001470     SELECT INQUIRY-REPORT-FILE                                   AUDINQ01
001480         ASSIGN TO UT-S-AUDRPT                                    AUDINQ01
001490         ORGANIZATION IS LINE SEQUENTIAL.                         AUDINQ01

001500 DATA DIVISION.                                                   AUDINQ01

001510 FILE SECTION.                                                    AUDINQ01

001520 FD  INQUIRY-REQUEST-FILE                                         AUDINQ01
001530     RECORD CONTAINS 52 CHARACTERS                                AUDINQ01
001540     LABEL RECORDS ARE STANDARD                                   AUDINQ01
001550     DATA RECORD IS INQUIRY-REQUEST-RECORD.                       AUDINQ01
001560 01  INQUIRY-REQUEST-RECORD.                                      AUDINQ01
001570     05  AUDIT-FILE-REQUEST      PICTURE X(01).                   AUDINQ01
001580         88  POLICY-AUDIT-REQUESTED     VALUE 'P'.                AUDINQ01
001590         88  CLAIM-AUDIT-REQUESTED      VALUE 'C'.                AUDINQ01
001600         88  BOTH-AUDITS-REQUESTED      VALUE SPACE.              AUDINQ01
001610     05  POLICY-NUMBER-REQUEST   PICTURE X(12).                   AUDINQ01
001620     05  CLAIM-NUMBER-REQUEST    PICTURE X(10).                   AUDINQ01
001630     05  FROM-TIMESTAMP-REQUEST  PICTURE 9(14).                   AUDINQ01
001640     05  THRU-TIMESTAMP-REQUEST  PICTURE 9(14).                   AUDINQ01
001650     05  TRANS-CODE-REQUEST      PICTURE X(01).                   AUDINQ01

001660 FD  POLICY-AUDIT-FILE                                            AUDINQ01
001670     RECORD CONTAINS 259 CHARACTERS                               AUDINQ01
001680     LABEL RECORDS ARE STANDARD                                   AUDINQ01
001690     DATA RECORD IS POLICY-AUDIT-RECORD.                          AUDINQ01
001700 01  POLICY-AUDIT-RECORD.                                         AUDINQ01
001710     05  AUDIT-TRANS-CODE        PICTURE X(01).                   AUDINQ01
001720     05  AUDIT-RUN-TIMESTAMP     PICTURE 9(14).                   AUDINQ01
001730     05  AUDIT-POLICY-NUMBER     PICTURE X(12).                   AUDINQ01
001740     05  AUDIT-BEFORE-IMAGE      PICTURE X(116).                  AUDINQ01
001750     05  AUDIT-AFTER-IMAGE       PICTURE X(116).                  AUDINQ01

001760 FD  CLAIM-AUDIT-FILE                                             AUDINQ01
001770     RECORD CONTAINS 169 CHARACTERS                               AUDINQ01
001780     LABEL RECORDS ARE STANDARD                                   AUDINQ01
001790     DATA RECORD IS CLAIM-AUDIT-RECORD.                           AUDINQ01
001800 01  CLAIM-AUDIT-RECORD.                                          AUDINQ01
001810     05  CLM-AUDIT-TRANS-CODE    PICTURE X(01).                   AUDINQ01
001820     05  CLM-AUDIT-RUN-TIMESTAMP PICTURE 9(14).                   AUDINQ01
001830     05  CLM-AUDIT-CLAIM-NUMBER  PICTURE X(10).                   AUDINQ01
001840     05  CLM-AUDIT-BEFORE-IMAGE  PICTURE X(72).                   AUDINQ01
001850     05  CLM-AUDIT-AFTER-IMAGE   PICTURE X(72).                   AUDINQ01

001860 FD  INQUIRY-REPORT-FILE                                          AUDINQ01
001870     RECORD CONTAINS 133 CHARACTERS                               AUDINQ01
001880     LABEL RECORDS ARE OMITTED                                    AUDINQ01
001890     DATA RECORD IS INQUIRY-REPORT-LINE.                          AUDINQ01
001900 01  INQUIRY-REPORT-LINE.                                         AUDINQ01
001910     05  CARRIAGE-CONTROL        PICTURE X.                       AUDINQ01
001920     05  FILLER                  PICTURE X(132).                  AUDINQ01

001930 WORKING-STORAGE SECTION.                                         AUDINQ01

001940 01  PROGRAM-INDICATORS.                                          AUDINQ01
001950     05  ARE-THERE-MORE-REQUESTS PICTURE X(3) VALUE 'YES'.        AUDINQ01
001960     05  ARE-THERE-MORE-AUDITS   PICTURE X(3) VALUE 'YES'.        AUDINQ01

001970 01  WS-FILE-STATUS-FIELDS.                                       AUDINQ01
001980     05  WS-REQUEST-FILE-STATUS  PICTURE X(02) VALUE SPACES.      AUDINQ01
001990     05  WS-POLICY-AUDIT-STATUS  PICTURE X(02) VALUE SPACES.      AUDINQ01
002000     05  WS-CLAIM-AUDIT-STATUS   PICTURE X(02) VALUE SPACES.      AUDINQ01
002010     05  WS-REQUEST-EDIT-SWITCH  PICTURE X(01) VALUE 'N'.         AUDINQ01
002020         88  REQUEST-EDIT-PASSED        VALUE 'Y'.                AUDINQ01
002030         88  REQUEST-EDIT-FAILED        VALUE 'N'.                AUDINQ01
002040     05  WS-REQUEST-MATCH-SWITCH PICTURE X(01) VALUE 'N'.         AUDINQ01
002050         88  REQUEST-MATCHED            VALUE 'Y'.                AUDINQ01
002060         88  REQUEST-NOT-MATCHED        VALUE 'N'.                AUDINQ01
002070     05  WS-OLD-IMAGE-SWITCH     PICTURE X(01) VALUE 'N'.         AUDINQ01
002080         88  OLD-IMAGE-PRESENT          VALUE 'Y'.                AUDINQ01
002090         88  OLD-IMAGE-ABSENT           VALUE 'N'.                AUDINQ01
002100     05  WS-NEW-IMAGE-SWITCH     PICTURE X(01) VALUE 'N'.         AUDINQ01
002110         88  NEW-IMAGE-PRESENT          VALUE 'Y'.                AUDINQ01
002120         88  NEW-IMAGE-ABSENT           VALUE 'N'.                AUDINQ01

002130******************************************************************AUDINQ01
002140**                                                               *AUDINQ01
002150**  THE IMAGE WORK AREAS MIRROR THE POLICY AND CLAIM MASTER      *AUDINQ01
002160**  LAYOUTS SO THE BEFORE AND AFTER IMAGES CAN BE COMPARED ONE   *AUDINQ01
002170**  FIELD AT A TIME.                                             *AUDINQ01
002180**                                                               *AUDINQ01
002190******************************************************************AUDINQ01

002200 01  WS-POLICY-IMAGE-OLD.                                         AUDINQ01
002210     05  POLICY-NUMBER-OLD       PICTURE X(12).                   AUDINQ01
002220     05  CUSTOMER-NAME-OLD       PICTURE X(20).                   AUDINQ01
002230     05  AGENT-NAME-OLD          PICTURE X(20).                   AUDINQ01
002240     05  INSURANCE-TYPE-OLD      PICTURE X(10).                   AUDINQ01
002250     05  PREMIUM-OLD             PICTURE 9(05)V99.                AUDINQ01
002260     05  EFFECTIVE-DATE-OLD      PICTURE 9(08).                   AUDINQ01
002270     05  EXPIRATION-DATE-OLD     PICTURE 9(08).                   AUDINQ01
002280     05  LAST-RUN-DATE-OLD       PICTURE 9(14).                   AUDINQ01
002290     05  CUSTOMER-NUMBER-OLD     PICTURE X(08).                   AUDINQ01
002300     05  CANCEL-DATE-OLD         PICTURE 9(08).                   AUDINQ01
002310     05  PAY-PLAN-OLD            PICTURE X(01).                   AUDINQ01

002320 01  WS-POLICY-IMAGE-NEW.                                         AUDINQ01
002330     05  POLICY-NUMBER-NEW       PICTURE X(12).                   AUDINQ01
002340     05  CUSTOMER-NAME-NEW       PICTURE X(20).                   AUDINQ01
002350     05  AGENT-NAME-NEW          PICTURE X(20).                   AUDINQ01
002360     05  INSURANCE-TYPE-NEW      PICTURE X(10).                   AUDINQ01
002370     05  PREMIUM-NEW             PICTURE 9(05)V99.                AUDINQ01
002380     05  EFFECTIVE-DATE-NEW      PICTURE 9(08).                   AUDINQ01
002390     05  EXPIRATION-DATE-NEW     PICTURE 9(08).                   AUDINQ01
002400     05  LAST-RUN-DATE-NEW       PICTURE 9(14).                   AUDINQ01
002410     05  CUSTOMER-NUMBER-NEW     PICTURE X(08).                   AUDINQ01
002420     05  CANCEL-DATE-NEW         PICTURE 9(08).                   AUDINQ01
002430     05  PAY-PLAN-NEW            PICTURE X(01).                   AUDINQ01

002440 01  WS-CLAIM-IMAGE-OLD.                                          AUDINQ01
002450     05  CLAIM-NUMBER-OLD        PICTURE X(10).                   AUDINQ01
002460     05  CLAIM-POLICY-NUMBER-OLD PICTURE X(12).                   AUDINQ01
002470     05  CLAIM-DATE-OLD          PICTURE 9(08).                   AUDINQ01
002480     05  CLAIM-AMOUNT-OLD        PICTURE 9(07)V99.                AUDINQ01
002490     05  CLAIM-STATUS-OLD        PICTURE X(01).                   AUDINQ01
002500     05  CLAIM-RESERVE-OLD       PICTURE 9(07)V99.                AUDINQ01
002510     05  CLAIM-PAID-OLD          PICTURE 9(07)V99.                AUDINQ01
002520     05  CLAIM-LAST-RUN-OLD      PICTURE 9(14).                   AUDINQ01

002530 01  WS-CLAIM-IMAGE-NEW.                                          AUDINQ01
002540     05  CLAIM-NUMBER-NEW        PICTURE X(10).                   AUDINQ01
002550     05  CLAIM-POLICY-NUMBER-NEW PICTURE X(12).                   AUDINQ01
002560     05  CLAIM-DATE-NEW          PICTURE 9(08).                   AUDINQ01
002570     05  CLAIM-AMOUNT-NEW        PICTURE 9(07)V99.                AUDINQ01
002580     05  CLAIM-STATUS-NEW        PICTURE X(01).                   AUDINQ01
002590     05  CLAIM-RESERVE-NEW       PICTURE 9(07)V99.                AUDINQ01
002600     05  CLAIM-PAID-NEW          PICTURE 9(07)V99.                AUDINQ01
002610     05  CLAIM-LAST-RUN-NEW      PICTURE 9(14).                   AUDINQ01

002620 01  WS-REQUEST-TABLE-FIELDS.                                     AUDINQ01
002630     05  WS-REQUEST-TABLE-MAX    PICTURE 9(03) COMP VALUE 100.    AUDINQ01
002640     05  WS-REQUEST-TABLE-COUNT  PICTURE 9(03) COMP VALUE ZERO.   AUDINQ01
002650     05  WS-REQUEST-INDEX        PICTURE 9(03) COMP VALUE ZERO.   AUDINQ01
002660     05  WS-REQUEST-MESSAGE      PICTURE X(40) VALUE SPACES.      AUDINQ01
002670     05  WS-MATCH-FILE           PICTURE X(01) VALUE SPACE.       AUDINQ01
002680     05  WS-MATCH-POLICY-OLD     PICTURE X(12) VALUE SPACES.      AUDINQ01
002690     05  WS-MATCH-POLICY-NEW     PICTURE X(12) VALUE SPACES.      AUDINQ01
002700     05  WS-MATCH-CLAIM          PICTURE X(10) VALUE SPACES.      AUDINQ01
002710     05  WS-MATCH-TIMESTAMP      PICTURE 9(14) VALUE ZERO.        AUDINQ01
002720     05  WS-MATCH-TRANS-CODE     PICTURE X(01) VALUE SPACE.       AUDINQ01

002730 01  WS-REQUEST-TABLE.                                            AUDINQ01
002740     05  WS-REQUEST-ENTRY OCCURS 100 TIMES.                       AUDINQ01
002750         10  WS-REQ-NUMBER       PICTURE 9(03) COMP.              AUDINQ01
002760         10  WS-REQ-AUDIT-FILE   PICTURE X(01).                   AUDINQ01
002770         10  WS-REQ-POLICY-NUMBER                                 AUDINQ01
002780                                 PICTURE X(12).                   AUDINQ01
002790         10  WS-REQ-CLAIM-NUMBER PICTURE X(10).                   AUDINQ01
002800         10  WS-REQ-FROM-TIMESTAMP                                AUDINQ01
002810                                 PICTURE 9(14).                   AUDINQ01
002820         10  WS-REQ-THRU-TIMESTAMP                                AUDINQ01
002830                                 PICTURE 9(14).                   AUDINQ01
002840         10  WS-REQ-TRANS-CODE   PICTURE X(01).                   AUDINQ01
002850         10  WS-REQ-HIT-COUNT    PICTURE 9(05) COMP.              AUDINQ01

002860 01  WS-RECONCILIATION-COUNTS.                                    AUDINQ01
002870     05  WS-REQUESTS-READ-COUNT  PICTURE 9(05) COMP VALUE ZERO.   AUDINQ01
002880     05  WS-REQUESTS-REJECTED-COUNT                               AUDINQ01
002890                                 PICTURE 9(05) COMP VALUE ZERO.   AUDINQ01
002900     05  WS-POLICY-AUDITS-READ   PICTURE 9(07) COMP VALUE ZERO.   AUDINQ01
002910     05  WS-CLAIM-AUDITS-READ    PICTURE 9(07) COMP VALUE ZERO.   AUDINQ01
002920     05  WS-ENTRIES-PRINTED-COUNT                                 AUDINQ01
002930                                 PICTURE 9(07) COMP VALUE ZERO.   AUDINQ01
002940     05  WS-CHANGES-PRINTED-COUNT                                 AUDINQ01
002950                                 PICTURE 9(07) COMP VALUE ZERO.   AUDINQ01
002960     05  WS-ENTRY-CHANGE-COUNT   PICTURE 9(03) COMP VALUE ZERO.   AUDINQ01

002970 01  WS-RUN-DATE-FIELDS.                                          AUDINQ01
002980     05  WS-CURRENT-DATE.                                         AUDINQ01
002990         10  WS-CUR-CCYY         PICTURE 9(04).                   AUDINQ01
003000         10  WS-CUR-MM           PICTURE 9(02).                   AUDINQ01
003010         10  WS-CUR-DD           PICTURE 9(02).                   AUDINQ01
003020     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   AUDINQ01

003030 01  WS-PAGE-CONTROL.                                             AUDINQ01
003040     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   AUDINQ01
003050     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    AUDINQ01
003060     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         AUDINQ01

003070 01  WS-HEADING-LINE-1.                                           AUDINQ01
003080     05  FILLER                  PICTURE X(10)                    AUDINQ01
003090                                 VALUE 'RUN DATE: '.              AUDINQ01
003100     05  WS-HDR-RUN-DATE         PICTURE X(10).                   AUDINQ01
003110     05  FILLER                  PICTURE X(13) VALUE SPACES.      AUDINQ01
003120     05  FILLER                  PICTURE X(22)                    AUDINQ01
003130                                 VALUE 'AUDIT CHANGE INQUIRY  '.  AUDINQ01
003140     05  FILLER                  PICTURE X(19) VALUE SPACES.      AUDINQ01
003150     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    AUDINQ01
003160     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   AUDINQ01

003170 01  WS-HEADING-LINE-2.                                           AUDINQ01
003180     05  FILLER                  PICTURE X(05) VALUE SPACES.      AUDINQ01
003190     05  FILLER                  PICTURE X(10)                    AUDINQ01
003200                                 VALUE 'FIELD NAME'.              AUDINQ01
003210     05  FILLER                  PICTURE X(20) VALUE SPACES.      AUDINQ01
003220     05  FILLER                  PICTURE X(06) VALUE 'BEFORE'.    AUDINQ01
003230     05  FILLER                  PICTURE X(26) VALUE SPACES.      AUDINQ01
003240     05  FILLER                  PICTURE X(05) VALUE 'AFTER'.     AUDINQ01

003250 01  WS-REQUEST-LINE.                                             AUDINQ01
003260     05  FILLER                  PICTURE X(08) VALUE 'REQUEST '.  AUDINQ01
003270     05  WS-RQL-NUMBER           PICTURE ZZ9.                     AUDINQ01
003280     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003290     05  FILLER                  PICTURE X(06) VALUE 'FILE: '.    AUDINQ01
003300     05  WS-RQL-AUDIT-FILE       PICTURE X(01).                   AUDINQ01
003310     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003320     05  FILLER                  PICTURE X(08) VALUE 'POLICY: '.  AUDINQ01
003330     05  WS-RQL-POLICY-NUMBER    PICTURE X(12).                   AUDINQ01
003340     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003350     05  FILLER                  PICTURE X(07) VALUE 'CLAIM: '.   AUDINQ01
003360     05  WS-RQL-CLAIM-NUMBER     PICTURE X(10).                   AUDINQ01
003370     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003380     05  FILLER                  PICTURE X(06) VALUE 'CODE: '.    AUDINQ01
003390     05  WS-RQL-TRANS-CODE       PICTURE X(01).                   AUDINQ01
003400     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003410     05  WS-RQL-MESSAGE          PICTURE X(40).                   AUDINQ01

003420 01  WS-ENTRY-LINE.                                               AUDINQ01
003430     05  FILLER                  PICTURE X(08) VALUE 'REQUEST '.  AUDINQ01
003440     05  WS-ENT-REQUEST-NUMBER   PICTURE ZZ9.                     AUDINQ01
003450     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003460     05  WS-ENT-AUDIT-FILE       PICTURE X(12).                   AUDINQ01
003470     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003480     05  WS-ENT-KEY-LABEL        PICTURE X(08).                   AUDINQ01
003490     05  WS-ENT-KEY              PICTURE X(12).                   AUDINQ01
003500     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003510     05  FILLER                  PICTURE X(06) VALUE 'CODE: '.    AUDINQ01
003520     05  WS-ENT-TRANS-CODE       PICTURE X(01).                   AUDINQ01
003530     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003540     05  FILLER                  PICTURE X(05) VALUE 'RUN: '.     AUDINQ01
003550     05  WS-ENT-RUN-TIMESTAMP    PICTURE X(19).                   AUDINQ01

003560 01  WS-CHANGE-LINE.                                              AUDINQ01
003570     05  FILLER                  PICTURE X(05) VALUE SPACES.      AUDINQ01
003580     05  WS-CHG-FIELD-NAME       PICTURE X(28).                   AUDINQ01
003590     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003600     05  WS-CHG-OLD-VALUE        PICTURE X(30).                   AUDINQ01
003610     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003620     05  WS-CHG-NEW-VALUE        PICTURE X(30).                   AUDINQ01

003630 01  WS-NO-CHANGE-LINE.                                           AUDINQ01
003640     05  FILLER                  PICTURE X(05) VALUE SPACES.      AUDINQ01
003650     05  FILLER                  PICTURE X(20)                    AUDINQ01
003660                                 VALUE 'NO FIELDS CHANGED   '.    AUDINQ01

003670 01  WS-NO-HIT-LINE.                                              AUDINQ01
003680     05  FILLER                  PICTURE X(08) VALUE 'REQUEST '.  AUDINQ01
003690     05  WS-NHT-NUMBER           PICTURE ZZ9.                     AUDINQ01
003700     05  FILLER                  PICTURE X(02) VALUE SPACES.      AUDINQ01
003710     05  FILLER                  PICTURE X(30)                    AUDINQ01
003720           VALUE 'NO AUDIT RECORDS MATCHED      '.                AUDINQ01

003730 01  WS-TRAILER-LINE-1.                                           AUDINQ01
003740     05  FILLER                  PICTURE X(20)                    AUDINQ01
003750                                 VALUE 'REQUESTS READ:      '.    AUDINQ01
003760     05  WS-TRL-REQUESTS-READ    PICTURE ZZZ,ZZ9.                 AUDINQ01
003770     05  FILLER                  PICTURE X(04) VALUE SPACES.      AUDINQ01
003780     05  FILLER                  PICTURE X(20)                    AUDINQ01
003790                                 VALUE 'REQUESTS REJECTED:  '.    AUDINQ01
003800     05  WS-TRL-REQUESTS-REJECTED                                 AUDINQ01
003810                                 PICTURE ZZZ,ZZ9.                 AUDINQ01
003820     05  FILLER                  PICTURE X(04) VALUE SPACES.      AUDINQ01
003830     05  FILLER                  PICTURE X(20)                    AUDINQ01
003840                                 VALUE 'POLICY AUDITS READ: '.    AUDINQ01
003850     05  WS-TRL-POLICY-AUDITS    PICTURE ZZZ,ZZ9.                 AUDINQ01

003860 01  WS-TRAILER-LINE-2.                                           AUDINQ01
003870     05  FILLER                  PICTURE X(20)                    AUDINQ01
003880                                 VALUE 'CLAIM AUDITS READ:  '.    AUDINQ01
003890     05  WS-TRL-CLAIM-AUDITS     PICTURE ZZZ,ZZ9.                 AUDINQ01
003900     05  FILLER                  PICTURE X(04) VALUE SPACES.      AUDINQ01
003910     05  FILLER                  PICTURE X(20)                    AUDINQ01
003920                                 VALUE 'ENTRIES PRINTED:    '.    AUDINQ01
003930     05  WS-TRL-ENTRIES-PRINTED  PICTURE ZZZ,ZZ9.                 AUDINQ01
003940     05  FILLER                  PICTURE X(04) VALUE SPACES.      AUDINQ01
003950     05  FILLER                  PICTURE X(20)                    AUDINQ01
003960                                 VALUE 'CHANGES PRINTED:    '.    AUDINQ01
003970     05  WS-TRL-CHANGES-PRINTED  PICTURE ZZZ,ZZ9.                 AUDINQ01

003980 01  WS-DATE-EDIT-FIELDS.                                         AUDINQ01
003990     05  WS-EDIT-DATE.                                            AUDINQ01
004000         10  WS-EDT-CCYY         PICTURE 9(04).                   AUDINQ01
004010         10  WS-EDT-MM           PICTURE 9(02).                   AUDINQ01
004020         10  WS-EDT-DD           PICTURE 9(02).                   AUDINQ01
004030     05  WS-EDITED-DATE          PICTURE X(10).                   AUDINQ01
004040     05  WS-EDIT-TIMESTAMP.                                       AUDINQ01
004050         10  WS-ETS-CCYY         PICTURE 9(04).                   AUDINQ01
004060         10  WS-ETS-MM           PICTURE 9(02).                   AUDINQ01
004070         10  WS-ETS-DD           PICTURE 9(02).                   AUDINQ01
004080         10  WS-ETS-HH           PICTURE 9(02).                   AUDINQ01
004090         10  WS-ETS-MI           PICTURE 9(02).                   AUDINQ01
004100         10  WS-ETS-SS           PICTURE 9(02).                   AUDINQ01
004110     05  WS-EDITED-TIMESTAMP     PICTURE X(19).                   AUDINQ01
004120     05  WS-EDIT-PREMIUM         PICTURE ZZ,ZZ9.99.               AUDINQ01
004130     05  WS-EDIT-CLAIM-AMOUNT    PICTURE Z,ZZZ,ZZ9.99.            AUDINQ01

004140 PROCEDURE DIVISION.                                              AUDINQ01

004150******************************************************************AUDINQ01
004160**                                                               *AUDINQ01
004170**  THIS PROGRAM LOADS THE EDITED INQUIRY REQUESTS INTO A TABLE, *AUDINQ01
004180**  PASSES THE POLICY AUDIT FILE AND THEN THE CLAIM AUDIT FILE   *AUDINQ01
004190**  ONCE EACH, PRINTS EVERY AUDIT RECORD A REQUEST SELECTS WITH  *AUDINQ01
004200**  ITS CHANGED FIELDS, AND LISTS REQUESTS THAT MATCHED NOTHING. *AUDINQ01
004210**  IT IS ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE     *AUDINQ01
004220**  OPERATING SYSTEM.                                            *AUDINQ01
004230**                                                               *AUDINQ01
004240******************************************************************AUDINQ01

004250 A000-INQUIRE-AUDIT-FILES.                                        AUDINQ01

004260     OPEN INPUT INQUIRY-REQUEST-FILE.                             AUDINQ01
004270     IF WS-REQUEST-FILE-STATUS NOT = '00'                         AUDINQ01
004280         DISPLAY 'UNABLE TO OPEN INQUIRY-REQUEST-FILE - '         AUDINQ01
004290               'STATUS ' WS-REQUEST-FILE-STATUS                   AUDINQ01
004300         MOVE 16 TO RETURN-CODE                                   AUDINQ01
004310         STOP RUN                                                 AUDINQ01
004320     END-IF.                                                      AUDINQ01
004330     OPEN OUTPUT INQUIRY-REPORT-FILE.                             AUDINQ01
004340     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   AUDINQ01
004350     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               AUDINQ01
004360           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           AUDINQ01
004370     PERFORM B000-LOAD-REQUEST-TABLE.                             AUDINQ01
004380     CLOSE INQUIRY-REQUEST-FILE.                                  AUDINQ01
004390     IF WS-REQUEST-TABLE-COUNT > ZERO                             AUDINQ01
004400         PERFORM D100-SCAN-POLICY-AUDIT                           AUDINQ01
004410         PERFORM D200-SCAN-CLAIM-AUDIT                            AUDINQ01
004420     END-IF.                                                      AUDINQ01
004430     PERFORM G000-LIST-UNMATCHED-REQUESTS                         AUDINQ01
004440           VARYING WS-REQUEST-INDEX FROM 1 BY 1                   AUDINQ01
004450           UNTIL WS-REQUEST-INDEX > WS-REQUEST-TABLE-COUNT.       AUDINQ01
004460     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   AUDINQ01
004470     CLOSE INQUIRY-REPORT-FILE.                                   AUDINQ01
004480     STOP RUN.                                                    AUDINQ01

004490 A010-PRINT-RECONCILIATION-TRAILER.                               AUDINQ01
004500     MOVE WS-REQUESTS-READ-COUNT TO WS-TRL-REQUESTS-READ.         AUDINQ01
004510     MOVE WS-REQUESTS-REJECTED-COUNT TO WS-TRL-REQUESTS-REJECTED. AUDINQ01
004520     MOVE WS-POLICY-AUDITS-READ TO WS-TRL-POLICY-AUDITS.          AUDINQ01
004530     WRITE INQUIRY-REPORT-LINE FROM WS-TRAILER-LINE-1             AUDINQ01
004540           AFTER ADVANCING 2 LINES.                               AUDINQ01
004550     MOVE WS-CLAIM-AUDITS-READ TO WS-TRL-CLAIM-AUDITS.            AUDINQ01
004560     MOVE WS-ENTRIES-PRINTED-COUNT TO WS-TRL-ENTRIES-PRINTED.     AUDINQ01
004570     MOVE WS-CHANGES-PRINTED-COUNT TO WS-TRL-CHANGES-PRINTED.     AUDINQ01
004580     WRITE INQUIRY-REPORT-LINE FROM WS-TRAILER-LINE-2             AUDINQ01
004590           AFTER ADVANCING 1 LINES.                               AUDINQ01

004600******************************************************************AUDINQ01
004610**                                                               *AUDINQ01
004620**  A REQUEST NEEDS AT LEAST ONE SELECTION.  THE RUN TIMESTAMPS  *AUDINQ01
004630**  ARE CCYYMMDDHHMMSS; A ZERO FROM TIMESTAMP MEANS FROM THE     *AUDINQ01
004640**  START OF THE FILE AND A ZERO THRU TIMESTAMP MEANS TO THE END *AUDINQ01
004650**  OF IT.  A CLAIM NUMBER SELECTS FROM THE CLAIM AUDIT ONLY,    *AUDINQ01
004660**  AND A POLICY NUMBER ALSO SELECTS THE CLAIMS AGAINST THAT     *AUDINQ01
004670**  POLICY UNLESS THE REQUEST NAMES THE POLICY AUDIT ALONE.      *AUDINQ01
004680**                                                               *AUDINQ01
004690******************************************************************AUDINQ01

004700 B000-LOAD-REQUEST-TABLE.                                         AUDINQ01
004710     PERFORM B002-READ-REQUEST-RECORD.                            AUDINQ01
004720     PERFORM B001-LOAD-REQUEST-ENTRY                              AUDINQ01
004730           UNTIL ARE-THERE-MORE-REQUESTS = 'NO '.                 AUDINQ01

004740 B001-LOAD-REQUEST-ENTRY.                                         AUDINQ01
004750     PERFORM B010-EDIT-REQUEST-RECORD.                            AUDINQ01
004760     IF REQUEST-EDIT-PASSED                                       AUDINQ01
004770         IF WS-REQUEST-TABLE-COUNT >= WS-REQUEST-TABLE-MAX        AUDINQ01
004780             DISPLAY 'REQUEST TABLE OVERFLOW - MORE THAN '        AUDINQ01
004790                   WS-REQUEST-TABLE-MAX ' REQUESTS'               AUDINQ01
004800             MOVE 16 TO RETURN-CODE                               AUDINQ01
004810             STOP RUN                                             AUDINQ01
004820         END-IF                                                   AUDINQ01
004830         ADD 1 TO WS-REQUEST-TABLE-COUNT                          AUDINQ01
004840         MOVE WS-REQUEST-TABLE-COUNT TO WS-REQUEST-INDEX          AUDINQ01
004850         MOVE WS-REQUESTS-READ-COUNT                              AUDINQ01
004860               TO WS-REQ-NUMBER (WS-REQUEST-INDEX)                AUDINQ01
004870         MOVE AUDIT-FILE-REQUEST                                  AUDINQ01
004880               TO WS-REQ-AUDIT-FILE (WS-REQUEST-INDEX)            AUDINQ01
004890         MOVE POLICY-NUMBER-REQUEST                               AUDINQ01
004900               TO WS-REQ-POLICY-NUMBER (WS-REQUEST-INDEX)         AUDINQ01
004910         MOVE CLAIM-NUMBER-REQUEST                                AUDINQ01
004920               TO WS-REQ-CLAIM-NUMBER (WS-REQUEST-INDEX)          AUDINQ01
004930         MOVE FROM-TIMESTAMP-REQUEST                              AUDINQ01
004940               TO WS-REQ-FROM-TIMESTAMP (WS-REQUEST-INDEX)        AUDINQ01
004950         IF THRU-TIMESTAMP-REQUEST = ZERO                         AUDINQ01
004960             MOVE 99999999999999                                  AUDINQ01
004970                   TO WS-REQ-THRU-TIMESTAMP (WS-REQUEST-INDEX)    AUDINQ01
004980         ELSE                                                     AUDINQ01
004990             MOVE THRU-TIMESTAMP-REQUEST                          AUDINQ01
005000                   TO WS-REQ-THRU-TIMESTAMP (WS-REQUEST-INDEX)    AUDINQ01
005010         END-IF                                                   AUDINQ01
005020         MOVE TRANS-CODE-REQUEST                                  AUDINQ01
005030               TO WS-REQ-TRANS-CODE (WS-REQUEST-INDEX)            AUDINQ01
005040         MOVE ZERO TO WS-REQ-HIT-COUNT (WS-REQUEST-INDEX)         AUDINQ01
005050         MOVE 'ACCEPTED' TO WS-REQUEST-MESSAGE                    AUDINQ01
005060     ELSE                                                         AUDINQ01
005070         ADD 1 TO WS-REQUESTS-REJECTED-COUNT                      AUDINQ01
005080     END-IF.                                                      AUDINQ01
005090     PERFORM B020-PRINT-REQUEST-LINE.                             AUDINQ01
005100     PERFORM B002-READ-REQUEST-RECORD.                            AUDINQ01

005110 B002-READ-REQUEST-RECORD.                                        AUDINQ01
005120     READ INQUIRY-REQUEST-FILE                                    AUDINQ01
005130           AT END                                                 AUDINQ01
005140              MOVE 'NO ' TO ARE-THERE-MORE-REQUESTS.              AUDINQ01
005150     IF ARE-THERE-MORE-REQUESTS = 'YES'                           AUDINQ01
005160         ADD 1 TO WS-REQUESTS-READ-COUNT                          AUDINQ01
005170     END-IF.                                                      AUDINQ01

005180 B010-EDIT-REQUEST-RECORD.                                        AUDINQ01
005190     MOVE 'Y' TO WS-REQUEST-EDIT-SWITCH.                          AUDINQ01
005200     IF NOT POLICY-AUDIT-REQUESTED                                AUDINQ01
005210        AND NOT CLAIM-AUDIT-REQUESTED                             AUDINQ01
005220        AND NOT BOTH-AUDITS-REQUESTED                             AUDINQ01
005230         MOVE 'AUDIT FILE MUST BE P, C OR SPACE'                  AUDINQ01
005240               TO WS-REQUEST-MESSAGE                              AUDINQ01
005250         MOVE 'N' TO WS-REQUEST-EDIT-SWITCH                       AUDINQ01
005260     END-IF.                                                      AUDINQ01
005270     IF REQUEST-EDIT-PASSED                                       AUDINQ01
005280         IF FROM-TIMESTAMP-REQUEST NOT NUMERIC                    AUDINQ01
005290            OR THRU-TIMESTAMP-REQUEST NOT NUMERIC                 AUDINQ01
005300             MOVE 'RUN TIMESTAMP NOT NUMERIC'                     AUDINQ01
005310                   TO WS-REQUEST-MESSAGE                          AUDINQ01
005320             MOVE 'N' TO WS-REQUEST-EDIT-SWITCH                   AUDINQ01
005330         END-IF                                                   AUDINQ01
005340     END-IF.                                                      AUDINQ01
005350     IF REQUEST-EDIT-PASSED                                       AUDINQ01
005360         IF THRU-TIMESTAMP-REQUEST NOT = ZERO                     AUDINQ01
005370            AND FROM-TIMESTAMP-REQUEST > THRU-TIMESTAMP-REQUEST   AUDINQ01
005380             MOVE 'FROM TIMESTAMP IS AFTER THRU TIMESTAMP'        AUDINQ01
005390                   TO WS-REQUEST-MESSAGE                          AUDINQ01
005400             MOVE 'N' TO WS-REQUEST-EDIT-SWITCH                   AUDINQ01
005410         END-IF                                                   AUDINQ01
005420     END-IF.                                                      AUDINQ01
005430     IF REQUEST-EDIT-PASSED                                       AUDINQ01
005440         IF CLAIM-NUMBER-REQUEST NOT = SPACES                     AUDINQ01
005450            AND POLICY-AUDIT-REQUESTED                            AUDINQ01
005460             MOVE 'CLAIM NUMBER NOT ON THE POLICY AUDIT'          AUDINQ01
005470                   TO WS-REQUEST-MESSAGE                          AUDINQ01
005480             MOVE 'N' TO WS-REQUEST-EDIT-SWITCH                   AUDINQ01
005490         END-IF                                                   AUDINQ01
005500     END-IF.                                                      AUDINQ01
005510     IF REQUEST-EDIT-PASSED                                       AUDINQ01
005520         IF POLICY-NUMBER-REQUEST = SPACES                        AUDINQ01
005530            AND CLAIM-NUMBER-REQUEST = SPACES                     AUDINQ01
005540            AND FROM-TIMESTAMP-REQUEST = ZERO                     AUDINQ01
005550            AND THRU-TIMESTAMP-REQUEST = ZERO                     AUDINQ01
005560            AND TRANS-CODE-REQUEST = SPACE                        AUDINQ01
005570             MOVE 'NO SELECTION GIVEN' TO WS-REQUEST-MESSAGE      AUDINQ01
005580             MOVE 'N' TO WS-REQUEST-EDIT-SWITCH                   AUDINQ01
005590         END-IF                                                   AUDINQ01
005600     END-IF.                                                      AUDINQ01

005610 B020-PRINT-REQUEST-LINE.                                         AUDINQ01
005620     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    AUDINQ01
005630         PERFORM C003-PRINT-PAGE-HEADERS                          AUDINQ01
005640     END-IF.                                                      AUDINQ01
005650     MOVE WS-REQUESTS-READ-COUNT TO WS-RQL-NUMBER.                AUDINQ01
005660     MOVE AUDIT-FILE-REQUEST TO WS-RQL-AUDIT-FILE.                AUDINQ01
005670     MOVE POLICY-NUMBER-REQUEST TO WS-RQL-POLICY-NUMBER.          AUDINQ01
005680     MOVE CLAIM-NUMBER-REQUEST TO WS-RQL-CLAIM-NUMBER.            AUDINQ01
005690     MOVE TRANS-CODE-REQUEST TO WS-RQL-TRANS-CODE.                AUDINQ01
005700     MOVE WS-REQUEST-MESSAGE TO WS-RQL-MESSAGE.                   AUDINQ01
005710     WRITE INQUIRY-REPORT-LINE FROM WS-REQUEST-LINE               AUDINQ01
005720           AFTER ADVANCING 1 LINES.                               AUDINQ01
005730     ADD 1 TO WS-LINE-COUNT.                                      AUDINQ01

005740 C003-PRINT-PAGE-HEADERS.                                         AUDINQ01
005750     ADD 1 TO WS-PAGE-NUMBER.                                     AUDINQ01
005760     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   AUDINQ01
005770     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                AUDINQ01
005780     WRITE INQUIRY-REPORT-LINE FROM WS-HEADING-LINE-1             AUDINQ01
005790           AFTER ADVANCING PAGE.                                  AUDINQ01
005800     WRITE INQUIRY-REPORT-LINE FROM WS-HEADING-LINE-2             AUDINQ01
005810           AFTER ADVANCING 2 LINES.                               AUDINQ01
005820     MOVE SPACES TO INQUIRY-REPORT-LINE.                          AUDINQ01
005830     WRITE INQUIRY-REPORT-LINE                                    AUDINQ01
005840           AFTER ADVANCING 1 LINES.                               AUDINQ01
005850     MOVE ZERO TO WS-LINE-COUNT.                                  AUDINQ01

005860******************************************************************AUDINQ01
005870**                                                               *AUDINQ01
005880**  EACH AUDIT FILE IS PASSED ONCE.  AN AUDIT FILE THAT IS NOT   *AUDINQ01
005890**  AVAILABLE IS NOTED AND SKIPPED.                              *AUDINQ01
005900**                                                               *AUDINQ01
005910******************************************************************AUDINQ01

005920 D100-SCAN-POLICY-AUDIT.                                          AUDINQ01
005930     OPEN INPUT POLICY-AUDIT-FILE.                                AUDINQ01
005940     IF WS-POLICY-AUDIT-STATUS NOT = '00'                         AUDINQ01
005950         DISPLAY 'POLICY-AUDIT-FILE NOT AVAILABLE - SKIPPED'      AUDINQ01
005960     ELSE                                                         AUDINQ01
005970         MOVE 'YES' TO ARE-THERE-MORE-AUDITS                      AUDINQ01
005980         PERFORM D110-READ-POLICY-AUDIT                           AUDINQ01
005990         PERFORM D120-PROCESS-POLICY-AUDIT                        AUDINQ01
006000               UNTIL ARE-THERE-MORE-AUDITS = 'NO '                AUDINQ01
006010         CLOSE POLICY-AUDIT-FILE                                  AUDINQ01
006020     END-IF.                                                      AUDINQ01

006030 D110-READ-POLICY-AUDIT.                                          AUDINQ01
006040     READ POLICY-AUDIT-FILE                                       AUDINQ01
006050           AT END                                                 AUDINQ01
006060              MOVE 'NO ' TO ARE-THERE-MORE-AUDITS.                AUDINQ01
006070     IF ARE-THERE-MORE-AUDITS = 'YES'                             AUDINQ01
006080         ADD 1 TO WS-POLICY-AUDITS-READ                           AUDINQ01
006090     END-IF.                                                      AUDINQ01

006100 D120-PROCESS-POLICY-AUDIT.                                       AUDINQ01
006110     MOVE AUDIT-BEFORE-IMAGE TO WS-POLICY-IMAGE-OLD.              AUDINQ01
006120     MOVE AUDIT-AFTER-IMAGE TO WS-POLICY-IMAGE-NEW.               AUDINQ01
006130     MOVE 'P' TO WS-MATCH-FILE.                                   AUDINQ01
006140     MOVE AUDIT-POLICY-NUMBER TO WS-MATCH-POLICY-OLD.             AUDINQ01
006150     MOVE AUDIT-POLICY-NUMBER TO WS-MATCH-POLICY-NEW.             AUDINQ01
006160     MOVE SPACES TO WS-MATCH-CLAIM.                               AUDINQ01
006170     MOVE AUDIT-RUN-TIMESTAMP TO WS-MATCH-TIMESTAMP.              AUDINQ01
006180     MOVE AUDIT-TRANS-CODE TO WS-MATCH-TRANS-CODE.                AUDINQ01
006190     PERFORM E000-MATCH-AUDIT-RECORD                              AUDINQ01
006200           VARYING WS-REQUEST-INDEX FROM 1 BY 1                   AUDINQ01
006210           UNTIL WS-REQUEST-INDEX > WS-REQUEST-TABLE-COUNT.       AUDINQ01
006220     PERFORM D110-READ-POLICY-AUDIT.                              AUDINQ01

006230 D200-SCAN-CLAIM-AUDIT.                                           AUDINQ01
006240     OPEN INPUT CLAIM-AUDIT-FILE.                                 AUDINQ01
006250     IF WS-CLAIM-AUDIT-STATUS NOT = '00'                          AUDINQ01
006260         DISPLAY 'CLAIM-AUDIT-FILE NOT AVAILABLE - SKIPPED'       AUDINQ01
006270     ELSE                                                         AUDINQ01
006280         MOVE 'YES' TO ARE-THERE-MORE-AUDITS                      AUDINQ01
006290         PERFORM D210-READ-CLAIM-AUDIT                            AUDINQ01
006300         PERFORM D220-PROCESS-CLAIM-AUDIT                         AUDINQ01
006310               UNTIL ARE-THERE-MORE-AUDITS = 'NO '                AUDINQ01
006320         CLOSE CLAIM-AUDIT-FILE                                   AUDINQ01
006330     END-IF.                                                      AUDINQ01

006340 D210-READ-CLAIM-AUDIT.                                           AUDINQ01
006350     READ CLAIM-AUDIT-FILE                                        AUDINQ01
006360           AT END                                                 AUDINQ01
006370              MOVE 'NO ' TO ARE-THERE-MORE-AUDITS.                AUDINQ01
006380     IF ARE-THERE-MORE-AUDITS = 'YES'                             AUDINQ01
006390         ADD 1 TO WS-CLAIM-AUDITS-READ                            AUDINQ01
006400     END-IF.                                                      AUDINQ01

006410 D220-PROCESS-CLAIM-AUDIT.                                        AUDINQ01
006420     MOVE CLM-AUDIT-BEFORE-IMAGE TO WS-CLAIM-IMAGE-OLD.           AUDINQ01
006430     MOVE CLM-AUDIT-AFTER-IMAGE TO WS-CLAIM-IMAGE-NEW.            AUDINQ01
006440     MOVE 'C' TO WS-MATCH-FILE.                                   AUDINQ01
006450     MOVE CLAIM-POLICY-NUMBER-OLD TO WS-MATCH-POLICY-OLD.         AUDINQ01
006460     MOVE CLAIM-POLICY-NUMBER-NEW TO WS-MATCH-POLICY-NEW.         AUDINQ01
006470     MOVE CLM-AUDIT-CLAIM-NUMBER TO WS-MATCH-CLAIM.               AUDINQ01
006480     MOVE CLM-AUDIT-RUN-TIMESTAMP TO WS-MATCH-TIMESTAMP.          AUDINQ01
006490     MOVE CLM-AUDIT-TRANS-CODE TO WS-MATCH-TRANS-CODE.            AUDINQ01
006500     PERFORM E000-MATCH-AUDIT-RECORD                              AUDINQ01
006510           VARYING WS-REQUEST-INDEX FROM 1 BY 1                   AUDINQ01
006520           UNTIL WS-REQUEST-INDEX > WS-REQUEST-TABLE-COUNT.       AUDINQ01
006530     PERFORM D210-READ-CLAIM-AUDIT.                               AUDINQ01

006540******************************************************************AUDINQ01
006550**                                                               *AUDINQ01
006560**  AN AUDIT RECORD IS PRINTED ONCE FOR EACH REQUEST THAT        *AUDINQ01
006570**  SELECTS IT, UNDER THAT REQUEST'S NUMBER.                     *AUDINQ01
006580**                                                               *AUDINQ01
006590******************************************************************AUDINQ01

006600 E000-MATCH-AUDIT-RECORD.                                         AUDINQ01
006610     MOVE 'Y' TO WS-REQUEST-MATCH-SWITCH.                         AUDINQ01
006620     IF WS-REQ-AUDIT-FILE (WS-REQUEST-INDEX) NOT = SPACE          AUDINQ01
006630        AND WS-REQ-AUDIT-FILE (WS-REQUEST-INDEX)                  AUDINQ01
006640              NOT = WS-MATCH-FILE                                 AUDINQ01
006650         MOVE 'N' TO WS-REQUEST-MATCH-SWITCH                      AUDINQ01
006660     END-IF.                                                      AUDINQ01
006670     IF WS-REQ-POLICY-NUMBER (WS-REQUEST-INDEX) NOT = SPACES      AUDINQ01
006680        AND WS-REQ-POLICY-NUMBER (WS-REQUEST-INDEX)               AUDINQ01
006690              NOT = WS-MATCH-POLICY-OLD                           AUDINQ01
006700        AND WS-REQ-POLICY-NUMBER (WS-REQUEST-INDEX)               AUDINQ01
006710              NOT = WS-MATCH-POLICY-NEW                           AUDINQ01
006720         MOVE 'N' TO WS-REQUEST-MATCH-SWITCH                      AUDINQ01
006730     END-IF.                                                      AUDINQ01
006740     IF WS-REQ-CLAIM-NUMBER (WS-REQUEST-INDEX) NOT = SPACES       AUDINQ01
006750        AND WS-REQ-CLAIM-NUMBER (WS-REQUEST-INDEX)                AUDINQ01
006760              NOT = WS-MATCH-CLAIM                                AUDINQ01
006770         MOVE 'N' TO WS-REQUEST-MATCH-SWITCH                      AUDINQ01
006780     END-IF.                                                      AUDINQ01
006790     IF WS-MATCH-TIMESTAMP                                        AUDINQ01
006800           < WS-REQ-FROM-TIMESTAMP (WS-REQUEST-INDEX)             AUDINQ01
006810        OR WS-MATCH-TIMESTAMP                                     AUDINQ01
006820           > WS-REQ-THRU-TIMESTAMP (WS-REQUEST-INDEX)             AUDINQ01
006830         MOVE 'N' TO WS-REQUEST-MATCH-SWITCH                      AUDINQ01
006840     END-IF.                                                      AUDINQ01
006850     IF WS-REQ-TRANS-CODE (WS-REQUEST-INDEX) NOT = SPACE          AUDINQ01
006860        AND WS-REQ-TRANS-CODE (WS-REQUEST-INDEX)                  AUDINQ01
006870              NOT = WS-MATCH-TRANS-CODE                           AUDINQ01
006880         MOVE 'N' TO WS-REQUEST-MATCH-SWITCH                      AUDINQ01
006890     END-IF.                                                      AUDINQ01
006900     IF REQUEST-MATCHED                                           AUDINQ01
006910         ADD 1 TO WS-REQ-HIT-COUNT (WS-REQUEST-INDEX)             AUDINQ01
006920         PERFORM E010-PRINT-ENTRY-LINE                            AUDINQ01
006930         IF WS-MATCH-FILE = 'P'                                   AUDINQ01
006940             PERFORM E100-DECODE-POLICY-IMAGES                    AUDINQ01
006950         ELSE                                                     AUDINQ01
006960             PERFORM E200-DECODE-CLAIM-IMAGES                     AUDINQ01
006970         END-IF                                                   AUDINQ01
006980         IF WS-ENTRY-CHANGE-COUNT = ZERO                          AUDINQ01
006990             WRITE INQUIRY-REPORT-LINE FROM WS-NO-CHANGE-LINE     AUDINQ01
007000                   AFTER ADVANCING 1 LINES                        AUDINQ01
007010             ADD 1 TO WS-LINE-COUNT                               AUDINQ01
007020         END-IF                                                   AUDINQ01
007030     END-IF.                                                      AUDINQ01

007040 E010-PRINT-ENTRY-LINE.                                           AUDINQ01
007050     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 2                AUDINQ01
007060         PERFORM C003-PRINT-PAGE-HEADERS                          AUDINQ01
007070     END-IF.                                                      AUDINQ01
007080     MOVE ZERO TO WS-ENTRY-CHANGE-COUNT.                          AUDINQ01
007090     MOVE WS-REQ-NUMBER (WS-REQUEST-INDEX)                        AUDINQ01
007100           TO WS-ENT-REQUEST-NUMBER.                              AUDINQ01
007110     IF WS-MATCH-FILE = 'P'                                       AUDINQ01
007120         MOVE 'POLICY AUDIT' TO WS-ENT-AUDIT-FILE                 AUDINQ01
007130         MOVE 'POLICY: ' TO WS-ENT-KEY-LABEL                      AUDINQ01
007140         MOVE WS-MATCH-POLICY-OLD TO WS-ENT-KEY                   AUDINQ01
007150     ELSE                                                         AUDINQ01
007160         MOVE 'CLAIM AUDIT' TO WS-ENT-AUDIT-FILE                  AUDINQ01
007170         MOVE 'CLAIM:  ' TO WS-ENT-KEY-LABEL                      AUDINQ01
007180         MOVE WS-MATCH-CLAIM TO WS-ENT-KEY                        AUDINQ01
007190     END-IF.                                                      AUDINQ01
007200     MOVE WS-MATCH-TRANS-CODE TO WS-ENT-TRANS-CODE.               AUDINQ01
007210     MOVE WS-MATCH-TIMESTAMP TO WS-EDIT-TIMESTAMP.                AUDINQ01
007220     STRING WS-ETS-MM '/' WS-ETS-DD '/' WS-ETS-CCYY ' '           AUDINQ01
007230            WS-ETS-HH ':' WS-ETS-MI ':' WS-ETS-SS                 AUDINQ01
007240           DELIMITED BY SIZE INTO WS-EDITED-TIMESTAMP.            AUDINQ01
007250     MOVE WS-EDITED-TIMESTAMP TO WS-ENT-RUN-TIMESTAMP.            AUDINQ01
007260     WRITE INQUIRY-REPORT-LINE FROM WS-ENTRY-LINE                 AUDINQ01
007270           AFTER ADVANCING 2 LINES.                               AUDINQ01
007280     ADD 2 TO WS-LINE-COUNT.                                      AUDINQ01
007290     ADD 1 TO WS-ENTRIES-PRINTED-COUNT.                           AUDINQ01

007300******************************************************************AUDINQ01
007310**                                                               *AUDINQ01
007320**  AN ADD HAS NO BEFORE IMAGE AND A DELETE HAS NO AFTER IMAGE;  *AUDINQ01
007330**  THE MISSING SIDE PRINTS BLANK.  EACH FIELD IS EDITED FOR     *AUDINQ01
007340**  PRINTING AND PRINTED ONLY WHEN THE EDITED VALUES DIFFER.     *AUDINQ01
007350**  THE LAST RUN STAMP IS NOT LISTED - IT IS THE RUN TIMESTAMP   *AUDINQ01
007360**  ALREADY SHOWN ON THE ENTRY LINE.                             *AUDINQ01
007370**                                                               *AUDINQ01
007380******************************************************************AUDINQ01

007390 E100-DECODE-POLICY-IMAGES.                                       AUDINQ01
007400     MOVE 'Y' TO WS-OLD-IMAGE-SWITCH.                             AUDINQ01
007410     MOVE 'Y' TO WS-NEW-IMAGE-SWITCH.                             AUDINQ01
007420     IF AUDIT-BEFORE-IMAGE = SPACES                               AUDINQ01
007430         MOVE 'N' TO WS-OLD-IMAGE-SWITCH                          AUDINQ01
007440     END-IF.                                                      AUDINQ01
007450     IF AUDIT-AFTER-IMAGE = SPACES                                AUDINQ01
007460         MOVE 'N' TO WS-NEW-IMAGE-SWITCH                          AUDINQ01
007470     END-IF.                                                      AUDINQ01
007480     PERFORM E101-DECODE-CUSTOMER-NAME.                           AUDINQ01
007490     PERFORM E102-DECODE-AGENT-NAME.                              AUDINQ01
007500     PERFORM E103-DECODE-INSURANCE-TYPE.                          AUDINQ01
007510     PERFORM E104-DECODE-PREMIUM.                                 AUDINQ01
007520     PERFORM E105-DECODE-EFFECTIVE-DATE.                          AUDINQ01
007530     PERFORM E106-DECODE-EXPIRATION-DATE.                         AUDINQ01
007540     PERFORM E107-DECODE-CUSTOMER-NUMBER.                         AUDINQ01
007550     PERFORM E108-DECODE-CANCEL-DATE.                             AUDINQ01
007560     PERFORM E109-DECODE-PAY-PLAN.                                AUDINQ01

007570 E101-DECODE-CUSTOMER-NAME.                                       AUDINQ01
007580     MOVE 'CUSTOMER-NAME-MASTER' TO WS-CHG-FIELD-NAME.            AUDINQ01
007590     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
007600     IF OLD-IMAGE-PRESENT                                         AUDINQ01
007610         MOVE CUSTOMER-NAME-OLD TO WS-CHG-OLD-VALUE               AUDINQ01
007620     END-IF.                                                      AUDINQ01
007630     IF NEW-IMAGE-PRESENT                                         AUDINQ01
007640         MOVE CUSTOMER-NAME-NEW TO WS-CHG-NEW-VALUE               AUDINQ01
007650     END-IF.                                                      AUDINQ01
007660     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

007670 E102-DECODE-AGENT-NAME.                                          AUDINQ01
007680     MOVE 'AGENT-NAME-MASTER' TO WS-CHG-FIELD-NAME.               AUDINQ01
007690     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
007700     IF OLD-IMAGE-PRESENT                                         AUDINQ01
007710         MOVE AGENT-NAME-OLD TO WS-CHG-OLD-VALUE                  AUDINQ01
007720     END-IF.                                                      AUDINQ01
007730     IF NEW-IMAGE-PRESENT                                         AUDINQ01
007740         MOVE AGENT-NAME-NEW TO WS-CHG-NEW-VALUE                  AUDINQ01
007750     END-IF.                                                      AUDINQ01
007760     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

007770 E103-DECODE-INSURANCE-TYPE.                                      AUDINQ01
007780     MOVE 'INSURANCE-TYPE-MASTER' TO WS-CHG-FIELD-NAME.           AUDINQ01
007790     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
007800     IF OLD-IMAGE-PRESENT                                         AUDINQ01
007810         MOVE INSURANCE-TYPE-OLD TO WS-CHG-OLD-VALUE              AUDINQ01
007820     END-IF.                                                      AUDINQ01
007830     IF NEW-IMAGE-PRESENT                                         AUDINQ01
007840         MOVE INSURANCE-TYPE-NEW TO WS-CHG-NEW-VALUE              AUDINQ01
007850     END-IF.                                                      AUDINQ01
007860     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

007870 E104-DECODE-PREMIUM.                                             AUDINQ01
007880     MOVE 'PREMIUM-MASTER' TO WS-CHG-FIELD-NAME.                  AUDINQ01
007890     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
007900     IF OLD-IMAGE-PRESENT                                         AUDINQ01
007910         MOVE PREMIUM-OLD TO WS-EDIT-PREMIUM                      AUDINQ01
007920         MOVE WS-EDIT-PREMIUM TO WS-CHG-OLD-VALUE                 AUDINQ01
007930     END-IF.                                                      AUDINQ01
007940     IF NEW-IMAGE-PRESENT                                         AUDINQ01
007950         MOVE PREMIUM-NEW TO WS-EDIT-PREMIUM                      AUDINQ01
007960         MOVE WS-EDIT-PREMIUM TO WS-CHG-NEW-VALUE                 AUDINQ01
007970     END-IF.                                                      AUDINQ01
007980     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

007990 E105-DECODE-EFFECTIVE-DATE.                                      AUDINQ01
008000     MOVE 'EFFECTIVE-DATE-MASTER' TO WS-CHG-FIELD-NAME.           AUDINQ01
008010     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
008020     IF OLD-IMAGE-PRESENT                                         AUDINQ01
008030         MOVE EFFECTIVE-DATE-OLD TO WS-EDIT-DATE                  AUDINQ01
008040         PERFORM E800-EDIT-DATE                                   AUDINQ01
008050         MOVE WS-EDITED-DATE TO WS-CHG-OLD-VALUE                  AUDINQ01
008060     END-IF.                                                      AUDINQ01
008070     IF NEW-IMAGE-PRESENT                                         AUDINQ01
008080         MOVE EFFECTIVE-DATE-NEW TO WS-EDIT-DATE                  AUDINQ01
008090         PERFORM E800-EDIT-DATE                                   AUDINQ01
008100         MOVE WS-EDITED-DATE TO WS-CHG-NEW-VALUE                  AUDINQ01
008110     END-IF.                                                      AUDINQ01
008120     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

008130 E106-DECODE-EXPIRATION-DATE.                                     AUDINQ01
008140     MOVE 'EXPIRATION-DATE-MASTER' TO WS-CHG-FIELD-NAME.          AUDINQ01
008150     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
008160     IF OLD-IMAGE-PRESENT                                         AUDINQ01
008170         MOVE EXPIRATION-DATE-OLD TO WS-EDIT-DATE                 AUDINQ01
008180         PERFORM E800-EDIT-DATE                                   AUDINQ01
008190         MOVE WS-EDITED-DATE TO WS-CHG-OLD-VALUE                  AUDINQ01
008200     END-IF.                                                      AUDINQ01
008210     IF NEW-IMAGE-PRESENT                                         AUDINQ01
008220         MOVE EXPIRATION-DATE-NEW TO WS-EDIT-DATE                 AUDINQ01
008230         PERFORM E800-EDIT-DATE                                   AUDINQ01
008240         MOVE WS-EDITED-DATE TO WS-CHG-NEW-VALUE                  AUDINQ01
008250     END-IF.                                                      AUDINQ01
008260     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

008270 E107-DECODE-CUSTOMER-NUMBER.                                     AUDINQ01
008280     MOVE 'CUSTOMER-NUMBER-MASTER' TO WS-CHG-FIELD-NAME.          AUDINQ01
008290     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
008300     IF OLD-IMAGE-PRESENT                                         AUDINQ01
008310         MOVE CUSTOMER-NUMBER-OLD TO WS-CHG-OLD-VALUE             AUDINQ01
008320     END-IF.                                                      AUDINQ01
008330     IF NEW-IMAGE-PRESENT                                         AUDINQ01
008340         MOVE CUSTOMER-NUMBER-NEW TO WS-CHG-NEW-VALUE             AUDINQ01
008350     END-IF.                                                      AUDINQ01
008360     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

008370 E108-DECODE-CANCEL-DATE.                                         AUDINQ01
008380     MOVE 'CANCEL-DATE-MASTER' TO WS-CHG-FIELD-NAME.              AUDINQ01
008390     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
008400     IF OLD-IMAGE-PRESENT                                         AUDINQ01
008410         MOVE CANCEL-DATE-OLD TO WS-EDIT-DATE                     AUDINQ01
008420         PERFORM E800-EDIT-DATE                                   AUDINQ01
008430         MOVE WS-EDITED-DATE TO WS-CHG-OLD-VALUE                  AUDINQ01
008440     END-IF.                                                      AUDINQ01
008450     IF NEW-IMAGE-PRESENT                                         AUDINQ01
008460         MOVE CANCEL-DATE-NEW TO WS-EDIT-DATE                     AUDINQ01
008470         PERFORM E800-EDIT-DATE                                   AUDINQ01
008480         MOVE WS-EDITED-DATE TO WS-CHG-NEW-VALUE                  AUDINQ01
008490     END-IF.                                                      AUDINQ01
008500     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

008510 E109-DECODE-PAY-PLAN.                                            AUDINQ01
008520     MOVE 'PAY-PLAN-MASTER' TO WS-CHG-FIELD-NAME.                 AUDINQ01
008530     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
008540     IF OLD-IMAGE-PRESENT                                         AUDINQ01
008550         MOVE PAY-PLAN-OLD TO WS-CHG-OLD-VALUE                    AUDINQ01
008560     END-IF.                                                      AUDINQ01
008570     IF NEW-IMAGE-PRESENT                                         AUDINQ01
008580         MOVE PAY-PLAN-NEW TO WS-CHG-NEW-VALUE                    AUDINQ01
008590     END-IF.                                                      AUDINQ01
008600     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

008610 E200-DECODE-CLAIM-IMAGES.                                        AUDINQ01
008620     MOVE 'Y' TO WS-OLD-IMAGE-SWITCH.                             AUDINQ01
008630     MOVE 'Y' TO WS-NEW-IMAGE-SWITCH.                             AUDINQ01
008640     IF CLM-AUDIT-BEFORE-IMAGE = SPACES                           AUDINQ01
008650         MOVE 'N' TO WS-OLD-IMAGE-SWITCH                          AUDINQ01
008660     END-IF.                                                      AUDINQ01
008670     IF CLM-AUDIT-AFTER-IMAGE = SPACES                            AUDINQ01
008680         MOVE 'N' TO WS-NEW-IMAGE-SWITCH                          AUDINQ01
008690     END-IF.                                                      AUDINQ01
008700     PERFORM E201-DECODE-CLAIM-POLICY.                            AUDINQ01
008710     PERFORM E202-DECODE-CLAIM-DATE.                              AUDINQ01
008720     PERFORM E203-DECODE-CLAIM-AMOUNT.                            AUDINQ01
008730     PERFORM E204-DECODE-CLAIM-STATUS.                            AUDINQ01
008740     PERFORM E205-DECODE-CLAIM-RESERVE.                           AUDINQ01
008750     PERFORM E206-DECODE-CLAIM-PAID.                              AUDINQ01

008760 E201-DECODE-CLAIM-POLICY.                                        AUDINQ01
008770     MOVE 'CLAIM-POLICY-NUMBER-MASTER' TO WS-CHG-FIELD-NAME.      AUDINQ01
008780     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
008790     IF OLD-IMAGE-PRESENT                                         AUDINQ01
008800         MOVE CLAIM-POLICY-NUMBER-OLD TO WS-CHG-OLD-VALUE         AUDINQ01
008810     END-IF.                                                      AUDINQ01
008820     IF NEW-IMAGE-PRESENT                                         AUDINQ01
008830         MOVE CLAIM-POLICY-NUMBER-NEW TO WS-CHG-NEW-VALUE         AUDINQ01
008840     END-IF.                                                      AUDINQ01
008850     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

008860 E202-DECODE-CLAIM-DATE.                                          AUDINQ01
008870     MOVE 'CLAIM-DATE-MASTER' TO WS-CHG-FIELD-NAME.               AUDINQ01
008880     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
008890     IF OLD-IMAGE-PRESENT                                         AUDINQ01
008900         MOVE CLAIM-DATE-OLD TO WS-EDIT-DATE                      AUDINQ01
008910         PERFORM E800-EDIT-DATE                                   AUDINQ01
008920         MOVE WS-EDITED-DATE TO WS-CHG-OLD-VALUE                  AUDINQ01
008930     END-IF.                                                      AUDINQ01
008940     IF NEW-IMAGE-PRESENT                                         AUDINQ01
008950         MOVE CLAIM-DATE-NEW TO WS-EDIT-DATE                      AUDINQ01
008960         PERFORM E800-EDIT-DATE                                   AUDINQ01
008970         MOVE WS-EDITED-DATE TO WS-CHG-NEW-VALUE                  AUDINQ01
008980     END-IF.                                                      AUDINQ01
008990     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

009000 E203-DECODE-CLAIM-AMOUNT.                                        AUDINQ01
009010     MOVE 'CLAIM-AMOUNT-MASTER' TO WS-CHG-FIELD-NAME.             AUDINQ01
009020     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
009030     IF OLD-IMAGE-PRESENT                                         AUDINQ01
009040         MOVE CLAIM-AMOUNT-OLD TO WS-EDIT-CLAIM-AMOUNT            AUDINQ01
009050         MOVE WS-EDIT-CLAIM-AMOUNT TO WS-CHG-OLD-VALUE            AUDINQ01
009060     END-IF.                                                      AUDINQ01
009070     IF NEW-IMAGE-PRESENT                                         AUDINQ01
009080         MOVE CLAIM-AMOUNT-NEW TO WS-EDIT-CLAIM-AMOUNT            AUDINQ01
009090         MOVE WS-EDIT-CLAIM-AMOUNT TO WS-CHG-NEW-VALUE            AUDINQ01
009100     END-IF.                                                      AUDINQ01
009110     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

009120 E204-DECODE-CLAIM-STATUS.                                        AUDINQ01
009130     MOVE 'CLAIM-STATUS-MASTER' TO WS-CHG-FIELD-NAME.             AUDINQ01
009140     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
009150     IF OLD-IMAGE-PRESENT                                         AUDINQ01
009160         MOVE CLAIM-STATUS-OLD TO WS-CHG-OLD-VALUE                AUDINQ01
009170     END-IF.                                                      AUDINQ01
009180     IF NEW-IMAGE-PRESENT                                         AUDINQ01
009190         MOVE CLAIM-STATUS-NEW TO WS-CHG-NEW-VALUE                AUDINQ01
009200     END-IF.                                                      AUDINQ01
009210     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

009220 E205-DECODE-CLAIM-RESERVE.                                       AUDINQ01
009230     MOVE 'CLAIM-RESERVE-MASTER' TO WS-CHG-FIELD-NAME.            AUDINQ01
009240     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
009250     IF OLD-IMAGE-PRESENT                                         AUDINQ01
009260         MOVE CLAIM-RESERVE-OLD TO WS-EDIT-CLAIM-AMOUNT           AUDINQ01
009270         MOVE WS-EDIT-CLAIM-AMOUNT TO WS-CHG-OLD-VALUE            AUDINQ01
009280     END-IF.                                                      AUDINQ01
009290     IF NEW-IMAGE-PRESENT                                         AUDINQ01
009300         MOVE CLAIM-RESERVE-NEW TO WS-EDIT-CLAIM-AMOUNT           AUDINQ01
009310         MOVE WS-EDIT-CLAIM-AMOUNT TO WS-CHG-NEW-VALUE            AUDINQ01
009320     END-IF.                                                      AUDINQ01
009330     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

009340 E206-DECODE-CLAIM-PAID.                                          AUDINQ01
009350     MOVE 'CLAIM-PAID-MASTER' TO WS-CHG-FIELD-NAME.               AUDINQ01
009360     MOVE SPACES TO WS-CHG-OLD-VALUE WS-CHG-NEW-VALUE.            AUDINQ01
009370     IF OLD-IMAGE-PRESENT                                         AUDINQ01
009380         MOVE CLAIM-PAID-OLD TO WS-EDIT-CLAIM-AMOUNT              AUDINQ01
009390         MOVE WS-EDIT-CLAIM-AMOUNT TO WS-CHG-OLD-VALUE            AUDINQ01
009400     END-IF.                                                      AUDINQ01
009410     IF NEW-IMAGE-PRESENT                                         AUDINQ01
009420         MOVE CLAIM-PAID-NEW TO WS-EDIT-CLAIM-AMOUNT              AUDINQ01
009430         MOVE WS-EDIT-CLAIM-AMOUNT TO WS-CHG-NEW-VALUE            AUDINQ01
009440     END-IF.                                                      AUDINQ01
009450     PERFORM E900-PRINT-IF-CHANGED.                               AUDINQ01

009460******************************************************************AUDINQ01
009470**                                                               *AUDINQ01
009480**  A ZERO DATE PRINTS BLANK, AND A DATE LEFT AS SPACES BY AN    *AUDINQ01
009490**  OLDER, SHORTER RECORD PRINTS AS IT STANDS.                   *AUDINQ01
009500**                                                               *AUDINQ01
009510******************************************************************AUDINQ01

009520 E800-EDIT-DATE.                                                  AUDINQ01
009530     IF WS-EDIT-DATE NOT NUMERIC                                  AUDINQ01
009540         MOVE WS-EDIT-DATE TO WS-EDITED-DATE                      AUDINQ01
009550     ELSE                                                         AUDINQ01
009560         IF WS-EDIT-DATE = ZERO                                   AUDINQ01
009570             MOVE SPACES TO WS-EDITED-DATE                        AUDINQ01
009580         ELSE                                                     AUDINQ01
009590             STRING WS-EDT-MM '/' WS-EDT-DD '/' WS-EDT-CCYY       AUDINQ01
009600                   DELIMITED BY SIZE INTO WS-EDITED-DATE          AUDINQ01
009610         END-IF                                                   AUDINQ01
009620     END-IF.                                                      AUDINQ01

009630 E900-PRINT-IF-CHANGED.                                           AUDINQ01
009640     IF WS-CHG-OLD-VALUE NOT = WS-CHG-NEW-VALUE                   AUDINQ01
009650         IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                AUDINQ01
009660             PERFORM C003-PRINT-PAGE-HEADERS                      AUDINQ01
009670         END-IF                                                   AUDINQ01
009680         WRITE INQUIRY-REPORT-LINE FROM WS-CHANGE-LINE            AUDINQ01
009690               AFTER ADVANCING 1 LINES                            AUDINQ01
009700         ADD 1 TO WS-LINE-COUNT                                   AUDINQ01
009710         ADD 1 TO WS-ENTRY-CHANGE-COUNT                           AUDINQ01
009720         ADD 1 TO WS-CHANGES-PRINTED-COUNT                        AUDINQ01
009730     END-IF.                                                      AUDINQ01

009740 G000-LIST-UNMATCHED-REQUESTS.                                    AUDINQ01
009750     IF WS-REQ-HIT-COUNT (WS-REQUEST-INDEX) = ZERO                AUDINQ01
009760         IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                AUDINQ01
009770             PERFORM C003-PRINT-PAGE-HEADERS                      AUDINQ01
009780         END-IF                                                   AUDINQ01
009790         MOVE WS-REQ-NUMBER (WS-REQUEST-INDEX) TO WS-NHT-NUMBER   AUDINQ01
009800         WRITE INQUIRY-REPORT-LINE FROM WS-NO-HIT-LINE            AUDINQ01
009810               AFTER ADVANCING 2 LINES                            AUDINQ01
009820         ADD 2 TO WS-LINE-COUNT                                   AUDINQ01
009830     END-IF.                                                      AUDINQ01

