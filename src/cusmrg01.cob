001010 IDENTIFICATION DIVISION.                                         CUSMRG01

001020 PROGRAM-ID.    CUSMRG01.                                         CUSMRG01
001030 AUTHOR.        MMELL.                                            CUSMRG01
001040 INSTALLATION.  AUBURN.                                           CUSMRG01
001050 DATE-WRITTEN.  2026-10-15.                                       CUSMRG01
001060 DATE-COMPILED. 2026-10-15.                                       CUSMRG01
001070 SECURITY.      UNCLASSIFIED.                                     CUSMRG01

001080******************************************************************CUSMRG01
001090**                                                               *CUSMRG01
001100**  THIS PROGRAM MERGES DUPLICATE CUSTOMER NUMBERS               *CUSMRG01
001110**                                                               *CUSMRG01
001120**    MODIFICATION HISTORY                                       *CUSMRG01
001130**    -------------------                                        *CUSMRG01
001140**    DATE       INIT  DESCRIPTION                               *CUSMRG01
001150**    ---------- ----  ----------------------------------------- *CUSMRG01
001160**    2026-10-15  MM   INITIAL VERSION.  EACH MERGE TRANSACTION  *CUSMRG01
001170**                     NAMES A SURVIVING AND A RETIRED CUSTOMER  *CUSMRG01
001180**                     NUMBER.  EVERY POLICY, RECEIVABLE AND     *CUSMRG01
001190**                     RENEWAL OFFER CARRYING THE RETIRED NUMBER *CUSMRG01
001200**                     IS REPOINTED TO THE SURVIVOR, THE RETIRED *CUSMRG01
001210**                     CUSTOMER IS MARKED RETIRED ON THE         *CUSMRG01
001220**                     CUSTOMER MASTER, BEFORE AND AFTER IMAGES  *CUSMRG01
001230**                     OF EVERY CHANGE ARE WRITTEN, AND THE      *CUSMRG01
001240**                     FILES ARE SWEPT AGAIN TO PROVE THE MERGE  *CUSMRG01
001250**                     ON A REGISTER FOR SIGN OFF.               *CUSMRG01
001260**                                                               *CUSMRG01
001270******************************************************************CUSMRG01

001280 ENVIRONMENT DIVISION.                                            CUSMRG01

001290 CONFIGURATION SECTION.                                           CUSMRG01

001300 SOURCE-COMPUTER. X86_64.                                         CUSMRG01
001310 OBJECT-COMPUTER. X86_64.                                         CUSMRG01

001320 INPUT-OUTPUT SECTION.                                            CUSMRG01
001330 FILE-CONTROL.                                                    CUSMRG01
001340     SELECT MERGE-TRANS-FILE                                      CUSMRG01
001350         ASSIGN TO UT-S-CUSMRGT                                   CUSMRG01
001360         ORGANIZATION IS LINE SEQUENTIAL                          CUSMRG01
001370         FILE STATUS IS WS-TRANS-FILE-STATUS.                     CUSMRG01

001380     SELECT CUSTOMER-MASTER-FILE                                  CUSMRG01
001390         ASSIGN TO UT-S-CUSMSTR                                   CUSMRG01
001400         ORGANIZATION IS INDEXED                                  CUSMRG01
001410         ACCESS MODE IS DYNAMIC                                   CUSMRG01
001420         RECORD KEY IS CUSTOMER-NUMBER-CUST                       CUSMRG01
001430         FILE STATUS IS WS-CUST-MASTER-STATUS.                    CUSMRG01

001440     SELECT POLICY-MASTER-FILE                                    CUSMRG01
001450         ASSIGN TO UT-S-POLMSTR                                   CUSMRG01
001460         ORGANIZATION IS INDEXED                                  CUSMRG01
001470         ACCESS MODE IS DYNAMIC                                   CUSMRG01
001480         RECORD KEY IS POLICY-NUMBER-MASTER                       CUSMRG01
001490         FILE STATUS IS WS-MASTER-FILE-STATUS.                    CUSMRG01

001500     SELECT RECEIVABLE-MASTER-FILE                                CUSMRG01
001510         ASSIGN TO UT-S-RCVMSTR                                   CUSMRG01
001520         ORGANIZATION IS INDEXED                                  CUSMRG01
001530         ACCESS MODE IS DYNAMIC                                   CUSMRG01
001540         RECORD KEY IS RECEIVABLE-KEY-RCVB                        CUSMRG01
001550         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    CUSMRG01

001560     SELECT RENEWAL-OFFER-FILE                                    CUSMRG01
001570         ASSIGN TO UT-S-RENWOFR                                   CUSMRG01
001580         ORGANIZATION IS LINE SEQUENTIAL                          CUSMRG01
001590         FILE STATUS IS WS-OFFER-FILE-STATUS.                     CUSMRG01

001600     SELECT RENEWAL-WORK-FILE                                     CUSMRG01
001610         ASSIGN TO UT-S-RENWWORK                                  CUSMRG01
001620         ORGANIZATION IS LINE SEQUENTIAL                          CUSMRG01
001630         FILE STATUS IS WS-WORK-FILE-STATUS.                      CUSMRG01

001640     SELECT POLICY-AUDIT-FILE                                     CUSMRG01
001650         ASSIGN TO UT-S-POLAUDIT                                  CUSMRG01
001660         ORGANIZATION IS LINE SEQUENTIAL                          CUSMRG01
001670         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     CUSMRG01

001680     SELECT MERGE-AUDIT-FILE                                      CUSMRG01
001690         ASSIGN TO UT-S-CUSMAUD                                   CUSMRG01
001700         ORGANIZATION IS LINE SEQUENTIAL                          CUSMRG01
001710         FILE STATUS IS WS-MERGE-AUDIT-STATUS.                    CUSMRG01

001720     SELECT MERGE-REGISTER-FILE                                   CUSMRG01
001730         ASSIGN TO UT-S-CUSMREG                                   CUSMRG01
001740         ORGANIZATION IS LINE SEQUENTIAL.                         CUSMRG01

001750 DATA DIVISION.                                                   CUSMRG01

001760 FILE SECTION.                                                    CUSMRG01

001770 FD  MERGE-TRANS-FILE                                             CUSMRG01
001780     RECORD CONTAINS 16 CHARACTERS                                CUSMRG01
001790     LABEL RECORDS ARE STANDARD                                   CUSMRG01
001800     DATA RECORD IS MERGE-TRANS-RECORD.                           CUSMRG01
001810 01  MERGE-TRANS-RECORD.                                          CUSMRG01
001820     05  SURVIVING-CUSTOMER-MRG  PICTURE X(08).                   CUSMRG01
001830     05  RETIRED-CUSTOMER-MRG    PICTURE X(08).                   CUSMRG01

001840 FD  CUSTOMER-MASTER-FILE                                         CUSMRG01
001850     LABEL RECORDS ARE STANDARD.                                  CUSMRG01
001860     COPY CUSTMAST.                                               CUSMRG01

001870 FD  POLICY-MASTER-FILE                                           CUSMRG01
001880     LABEL RECORDS ARE STANDARD.                                  CUSMRG01
001890     COPY POLYMAST.                                               CUSMRG01

001900 FD  RECEIVABLE-MASTER-FILE                                       CUSMRG01
001910     LABEL RECORDS ARE STANDARD.                                  CUSMRG01
001920     COPY RCVMAST.                                                CUSMRG01

001930 FD  RENEWAL-OFFER-FILE                                           CUSMRG01
001940     RECORD CONTAINS 103 CHARACTERS                               CUSMRG01
001950     LABEL RECORDS ARE STANDARD                                   CUSMRG01
001960     DATA RECORD IS RENEWAL-OFFER-RECORD.                         CUSMRG01
001970 01  RENEWAL-OFFER-RECORD.                                        CUSMRG01
001980     05  OFR-TRANS-CODE          PICTURE X(01).                   CUSMRG01
001990     05  OFR-CUSTOMER-NAME       PICTURE X(20).                   CUSMRG01
002000     05  OFR-AGENT-NAME          PICTURE X(20).                   CUSMRG01
002010     05  OFR-INSURANCE-TYPE      PICTURE X(10).                   CUSMRG01
002020     05  OFR-POLICY-NUMBER       PICTURE X(12).                   CUSMRG01
002030     05  OFR-PREMIUM             PICTURE 9(05)V99.                CUSMRG01
002040     05  OFR-EFFECTIVE-DATE      PICTURE 9(08).                   CUSMRG01
002050     05  OFR-EXPIRATION-DATE     PICTURE 9(08).                   CUSMRG01
002060     05  OFR-CUSTOMER-NUMBER     PICTURE X(08).                   CUSMRG01
002070     05  OFR-CANCEL-DATE         PICTURE 9(08).                   CUSMRG01
002080     05  OFR-PAY-PLAN            PICTURE X(01).                   CUSMRG01

002090 FD  RENEWAL-WORK-FILE                                            CUSMRG01
002100     RECORD CONTAINS 103 CHARACTERS                               CUSMRG01
002110     LABEL RECORDS ARE STANDARD                                   CUSMRG01
002120     DATA RECORD IS RENEWAL-WORK-RECORD.                          CUSMRG01
002130 01  RENEWAL-WORK-RECORD         PICTURE X(103).                  CUSMRG01

002140 FD  POLICY-AUDIT-FILE                                            CUSMRG01
002150     RECORD CONTAINS 259 CHARACTERS                               CUSMRG01
002160     LABEL RECORDS ARE STANDARD                                   CUSMRG01
002170     DATA RECORD IS POLICY-AUDIT-RECORD.                          CUSMRG01
002180 01  POLICY-AUDIT-RECORD.                                         CUSMRG01
002190     05  AUDIT-TRANS-CODE        PICTURE X(01).                   CUSMRG01
002200     05  AUDIT-RUN-TIMESTAMP     PICTURE 9(14).                   CUSMRG01
002210     05  AUDIT-POLICY-NUMBER     PICTURE X(12).                   CUSMRG01
002220     05  AUDIT-BEFORE-IMAGE      PICTURE X(116).                  CUSMRG01
002230     05  AUDIT-AFTER-IMAGE       PICTURE X(116).                  CUSMRG01

002240******************************************************************CUSMRG01
002250**                                                               *CUSMRG01
002260**  THE MERGE AUDIT FILE HOLDS THE BEFORE AND AFTER IMAGES OF    *CUSMRG01
002270**  THE RECEIVABLES, RENEWAL OFFERS AND CUSTOMER RECORDS CHANGED *CUSMRG01
002280**  BY A MERGE.  POLICY CHANGES GO TO THE POLICY AUDIT FILE WITH *CUSMRG01
002290**  TRANSACTION CODE M.  THE IMAGES ARE AS WIDE AS THE CUSTOMER  *CUSMRG01
002300**  MASTER RECORD, THE WIDEST OF THE THREE.                      *CUSMRG01
002310**                                                               *CUSMRG01
002320******************************************************************CUSMRG01

002330 FD  MERGE-AUDIT-FILE                                             CUSMRG01
002340     RECORD CONTAINS 289 CHARACTERS                               CUSMRG01
002350     LABEL RECORDS ARE STANDARD                                   CUSMRG01
002360     DATA RECORD IS MERGE-AUDIT-RECORD.                           CUSMRG01
002370 01  MERGE-AUDIT-RECORD.                                          CUSMRG01
002380     05  MAU-RECORD-TYPE         PICTURE X(01).                   CUSMRG01
002390         88  MAU-RECEIVABLE-IMAGE       VALUE 'R'.                CUSMRG01
002400         88  MAU-OFFER-IMAGE            VALUE 'O'.                CUSMRG01
002410         88  MAU-CUSTOMER-IMAGE         VALUE 'C'.                CUSMRG01
002420     05  MAU-RUN-TIMESTAMP       PICTURE 9(14).                   CUSMRG01
002430     05  MAU-SURVIVING-CUSTOMER  PICTURE X(08).                   CUSMRG01
002440     05  MAU-RETIRED-CUSTOMER    PICTURE X(08).                   CUSMRG01
002450     05  MAU-RECORD-KEY          PICTURE X(14).                   CUSMRG01
002460     05  MAU-BEFORE-IMAGE        PICTURE X(122).                  CUSMRG01
002470     05  MAU-AFTER-IMAGE         PICTURE X(122).                  CUSMRG01

002480 FD  MERGE-REGISTER-FILE                                          CUSMRG01
002490     RECORD CONTAINS 133 CHARACTERS                               CUSMRG01
002500     LABEL RECORDS ARE OMITTED                                    CUSMRG01
002510     DATA RECORD IS MERGE-REGISTER-LINE.                          CUSMRG01
002520 01  MERGE-REGISTER-LINE.                                         CUSMRG01
002530     05  CARRIAGE-CONTROL        PICTURE X.                       CUSMRG01
002540     05  FILLER                  PICTURE X(132).                  CUSMRG01

002550 WORKING-STORAGE SECTION.                                         CUSMRG01

002560 01  PROGRAM-INDICATORS.                                          CUSMRG01
002570     05  ARE-THERE-MORE-TRANS    PICTURE X(3) VALUE 'YES'.        CUSMRG01
002580     05  ARE-THERE-MORE-RECORDS  PICTURE X(3) VALUE 'YES'.        CUSMRG01
002590     05  ARE-THERE-MORE-RECEIVABLES                               CUSMRG01
002600                                 PICTURE X(3) VALUE 'YES'.        CUSMRG01
002610     05  ARE-THERE-MORE-OFFERS   PICTURE X(3) VALUE 'YES'.        CUSMRG01
002620     05  ARE-THERE-MORE-WORK-RECORDS                              CUSMRG01
002630                                 PICTURE X(3) VALUE 'YES'.        CUSMRG01

002640 01  WS-FILE-STATUS-FIELDS.                                       CUSMRG01
002650     05  WS-TRANS-FILE-STATUS    PICTURE X(02) VALUE SPACES.      CUSMRG01
002660     05  WS-CUST-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      CUSMRG01
002670     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      CUSMRG01
002680     05  WS-RCVB-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      CUSMRG01
002690     05  WS-OFFER-FILE-STATUS    PICTURE X(02) VALUE SPACES.      CUSMRG01
002700     05  WS-WORK-FILE-STATUS     PICTURE X(02) VALUE SPACES.      CUSMRG01
002710     05  WS-AUDIT-FILE-STATUS    PICTURE X(02) VALUE SPACES.      CUSMRG01
002720     05  WS-MERGE-AUDIT-STATUS   PICTURE X(02) VALUE SPACES.      CUSMRG01
002730     05  WS-CUST-FOUND-SWITCH    PICTURE X(01) VALUE 'N'.         CUSMRG01
002740         88  CUST-RECORD-FOUND          VALUE 'Y'.                CUSMRG01
002750         88  CUST-RECORD-NOT-FOUND      VALUE 'N'.                CUSMRG01

002760 01  WS-TRANS-EDIT-FIELDS.                                        CUSMRG01
002770     05  WS-TRANS-EDIT-SWITCH    PICTURE X(01) VALUE 'N'.         CUSMRG01
002780         88  TRANS-EDIT-PASSED          VALUE 'Y'.                CUSMRG01
002790         88  TRANS-EDIT-FAILED          VALUE 'N'.                CUSMRG01
002800     05  WS-TRANS-MESSAGE        PICTURE X(40) VALUE SPACES.      CUSMRG01
002810     05  WS-RETIRED-NAME         PICTURE X(20) VALUE SPACES.      CUSMRG01

002820 01  WS-MERGE-TABLE-FIELDS.                                       CUSMRG01
002830     05  WS-MERGE-TABLE-MAX      PICTURE 9(03) COMP VALUE 100.    CUSMRG01
002840     05  WS-MERGE-TABLE-COUNT    PICTURE 9(03) COMP VALUE ZERO.   CUSMRG01
002850     05  WS-MERGE-INDEX          PICTURE 9(03) COMP VALUE ZERO.   CUSMRG01
002860     05  WS-SEARCH-INDEX         PICTURE 9(03) COMP VALUE ZERO.   CUSMRG01
002870     05  WS-MERGE-MATCH-SWITCH   PICTURE X(01) VALUE 'N'.         CUSMRG01
002880         88  MERGE-ENTRY-FOUND          VALUE 'Y'.                CUSMRG01
002890         88  MERGE-ENTRY-NOT-FOUND      VALUE 'N'.                CUSMRG01
002900     05  WS-MATCH-CUSTOMER-NUMBER                                 CUSMRG01
002910                                 PICTURE X(08) VALUE SPACES.      CUSMRG01

002920 01  WS-MERGE-TABLE.                                              CUSMRG01
002930     05  WS-MERGE-ENTRY OCCURS 100 TIMES.                         CUSMRG01
002940         10  WS-MRG-SURVIVOR     PICTURE X(08).                   CUSMRG01
002950         10  WS-MRG-RETIRED      PICTURE X(08).                   CUSMRG01
002960         10  WS-MRG-RETIRED-NAME PICTURE X(20).                   CUSMRG01
002970         10  WS-MRG-POLICY-COUNT PICTURE 9(05) COMP.              CUSMRG01
002980         10  WS-MRG-RCVB-COUNT   PICTURE 9(05) COMP.              CUSMRG01
002990         10  WS-MRG-OFFER-COUNT  PICTURE 9(05) COMP.              CUSMRG01
003000         10  WS-MRG-LEFT-COUNT   PICTURE 9(05) COMP.              CUSMRG01

003010 01  WS-RECONCILIATION-COUNTS.                                    CUSMRG01
003020     05  WS-TRANS-READ-COUNT     PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003030     05  WS-TRANS-ACCEPTED-COUNT PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003040     05  WS-TRANS-REJECTED-COUNT PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003050     05  WS-POLICIES-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003060     05  WS-POLICIES-MOVED-COUNT PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003070     05  WS-POLICIES-VERIFIED-COUNT                               CUSMRG01
003080                                 PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003090     05  WS-RCVB-READ-COUNT      PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003100     05  WS-RCVB-MOVED-COUNT     PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003110     05  WS-RCVB-VERIFIED-COUNT  PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003120     05  WS-OFFERS-READ-COUNT    PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003130     05  WS-OFFERS-MOVED-COUNT   PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003140     05  WS-CUSTOMERS-RETIRED-COUNT                               CUSMRG01
003150                                 PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003160     05  WS-AUDIT-WRITTEN-COUNT  PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003170     05  WS-MERGE-AUDIT-COUNT    PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003180     05  WS-LEFT-ON-RETIRED-COUNT                                 CUSMRG01
003190                                 PICTURE 9(07) COMP VALUE ZERO.   CUSMRG01
003200     05  WS-BALANCE-SWITCH       PICTURE X(01) VALUE 'Y'.         CUSMRG01
003210         88  MERGE-IN-BALANCE           VALUE 'Y'.                CUSMRG01
003220         88  MERGE-OUT-OF-BALANCE       VALUE 'N'.                CUSMRG01

003230 01  WS-RUN-DATE-FIELDS.                                          CUSMRG01
003240     05  WS-CURRENT-DATE.                                         CUSMRG01
003250         10  WS-CUR-CCYY         PICTURE 9(04).                   CUSMRG01
003260         10  WS-CUR-MM           PICTURE 9(02).                   CUSMRG01
003270         10  WS-CUR-DD           PICTURE 9(02).                   CUSMRG01
003280     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   CUSMRG01
003290     05  WS-CURRENT-TIME         PICTURE 9(08).                   CUSMRG01
003300     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        CUSMRG01

003310 01  WS-PAGE-CONTROL.                                             CUSMRG01
003320     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   CUSMRG01
003330     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    CUSMRG01
003340     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         CUSMRG01

003350 01  WS-REGISTER-HEADING-1.                                       CUSMRG01
003360     05  FILLER                  PICTURE X(10)                    CUSMRG01
003370                                 VALUE 'RUN DATE: '.              CUSMRG01
003380     05  WS-HDR-RUN-DATE         PICTURE X(10).                   CUSMRG01
003390     05  FILLER                  PICTURE X(13) VALUE SPACES.      CUSMRG01
003400     05  FILLER                  PICTURE X(23)                    CUSMRG01
003410                                 VALUE 'CUSTOMER MERGE REGISTER'. CUSMRG01
003420     05  FILLER                  PICTURE X(18) VALUE SPACES.      CUSMRG01
003430     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    CUSMRG01
003440     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   CUSMRG01

003450 01  WS-REGISTER-HEADING-2.                                       CUSMRG01
003460     05  FILLER                  PICTURE X(01) VALUE SPACE.       CUSMRG01
003470     05  FILLER                  PICTURE X(04) VALUE 'ITEM'.      CUSMRG01
003480     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
003490     05  FILLER                  PICTURE X(13)                    CUSMRG01
003500                                 VALUE 'POLICY NUMBER'.           CUSMRG01
003510     05  FILLER                  PICTURE X(01) VALUE SPACE.       CUSMRG01
003520     05  FILLER                  PICTURE X(04) VALUE 'INST'.      CUSMRG01
003530     05  FILLER                  PICTURE X(01) VALUE SPACE.       CUSMRG01
003540     05  FILLER                  PICTURE X(13)                    CUSMRG01
003550                                 VALUE 'CUSTOMER NAME'.           CUSMRG01
003560     05  FILLER                  PICTURE X(09) VALUE SPACES.      CUSMRG01
003570     05  FILLER                  PICTURE X(06) VALUE 'STATUS'.    CUSMRG01
003580     05  FILLER                  PICTURE X(09) VALUE SPACES.      CUSMRG01
003590     05  FILLER                  PICTURE X(06) VALUE 'AMOUNT'.    CUSMRG01
003600     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003610     05  FILLER                  PICTURE X(08) VALUE 'FROM CUS'.  CUSMRG01
003620     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003630     05  FILLER                  PICTURE X(06) VALUE 'TO CUS'.    CUSMRG01

003640 01  WS-REGISTER-DETAIL-LINE.                                     CUSMRG01
003650     05  FILLER                  PICTURE X(01) VALUE SPACE.       CUSMRG01
003660     05  WS-DTL-ITEM             PICTURE X(06).                   CUSMRG01
003670     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003680     05  WS-DTL-POLICY-NUMBER    PICTURE X(12).                   CUSMRG01
003690     05  FILLER                  PICTURE X(03) VALUE SPACES.      CUSMRG01
003700     05  WS-DTL-INSTALLMENT      PICTURE X(02).                   CUSMRG01
003710     05  FILLER                  PICTURE X(03) VALUE SPACES.      CUSMRG01
003720     05  WS-DTL-CUSTOMER-NAME    PICTURE X(20).                   CUSMRG01
003730     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003740     05  WS-DTL-STATUS           PICTURE X(09).                   CUSMRG01
003750     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003760     05  WS-DTL-AMOUNT           PICTURE ZZZ,ZZ9.99.              CUSMRG01
003770     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003780     05  WS-DTL-FROM-CUSTOMER    PICTURE X(08).                   CUSMRG01
003790     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003800     05  WS-DTL-TO-CUSTOMER      PICTURE X(08).                   CUSMRG01

003810 01  WS-TRANS-LINE.                                               CUSMRG01
003820     05  FILLER                  PICTURE X(06) VALUE 'MERGE '.    CUSMRG01
003830     05  WS-TRN-NUMBER           PICTURE ZZ9.                     CUSMRG01
003840     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003850     05  FILLER                  PICTURE X(10)                    CUSMRG01
003860                                 VALUE 'SURVIVOR: '.              CUSMRG01
003870     05  WS-TRN-SURVIVOR         PICTURE X(08).                   CUSMRG01
003880     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003890     05  FILLER                  PICTURE X(09) VALUE 'RETIRED: '. CUSMRG01
003900     05  WS-TRN-RETIRED          PICTURE X(08).                   CUSMRG01
003910     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003920     05  WS-TRN-MESSAGE          PICTURE X(40).                   CUSMRG01

003930 01  WS-MERGE-TOTAL-LINE.                                         CUSMRG01
003940     05  FILLER                  PICTURE X(08) VALUE 'RETIRED '.  CUSMRG01
003950     05  WS-TOT-RETIRED          PICTURE X(08).                   CUSMRG01
003960     05  FILLER                  PICTURE X(06) VALUE ' INTO '.    CUSMRG01
003970     05  WS-TOT-SURVIVOR         PICTURE X(08).                   CUSMRG01
003980     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
003990     05  FILLER                  PICTURE X(10)                    CUSMRG01
004000                                 VALUE 'POLICIES: '.              CUSMRG01
004010     05  WS-TOT-POLICY-COUNT     PICTURE ZZ,ZZ9.                  CUSMRG01
004020     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
004030     05  FILLER                  PICTURE X(13)                    CUSMRG01
004040                                 VALUE 'RECEIVABLES: '.           CUSMRG01
004050     05  WS-TOT-RCVB-COUNT       PICTURE ZZ,ZZ9.                  CUSMRG01
004060     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
004070     05  FILLER                  PICTURE X(08) VALUE 'OFFERS: '.  CUSMRG01
004080     05  WS-TOT-OFFER-COUNT      PICTURE ZZ,ZZ9.                  CUSMRG01
004090     05  FILLER                  PICTURE X(02) VALUE SPACES.      CUSMRG01
004100     05  FILLER                  PICTURE X(19)                    CUSMRG01
004110                                 VALUE 'LEFT UNDER RETIRED:'.     CUSMRG01
004120     05  WS-TOT-LEFT-COUNT       PICTURE ZZ,ZZ9.                  CUSMRG01

004130 01  WS-BALANCE-LINE.                                             CUSMRG01
004140     05  WS-BAL-MESSAGE          PICTURE X(60).                   CUSMRG01

004150 01  WS-SIGNATURE-LINE.                                           CUSMRG01
004160     05  FILLER                  PICTURE X(22)                    CUSMRG01
004170                                 VALUE 'SUPERVISOR SIGNATURE: '.  CUSMRG01
004180     05  FILLER                  PICTURE X(30) VALUE ALL '_'.     CUSMRG01
004190     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004200     05  FILLER                  PICTURE X(06) VALUE 'DATE: '.    CUSMRG01
004210     05  FILLER                  PICTURE X(12) VALUE ALL '_'.     CUSMRG01

004220 01  WS-TRAILER-LINE-1.                                           CUSMRG01
004230     05  FILLER                  PICTURE X(20)                    CUSMRG01
004240                                 VALUE 'MERGES READ:        '.    CUSMRG01
004250     05  WS-TRL-TRANS-READ       PICTURE ZZZ,ZZ9.                 CUSMRG01
004260     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004270     05  FILLER                  PICTURE X(20)                    CUSMRG01
004280                                 VALUE 'MERGES ACCEPTED:    '.    CUSMRG01
004290     05  WS-TRL-TRANS-ACCEPTED   PICTURE ZZZ,ZZ9.                 CUSMRG01
004300     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004310     05  FILLER                  PICTURE X(20)                    CUSMRG01
004320                                 VALUE 'MERGES REJECTED:    '.    CUSMRG01
004330     05  WS-TRL-TRANS-REJECTED   PICTURE ZZZ,ZZ9.                 CUSMRG01

004340 01  WS-TRAILER-LINE-2.                                           CUSMRG01
004350     05  FILLER                  PICTURE X(20)                    CUSMRG01
004360                                 VALUE 'POLICIES READ:      '.    CUSMRG01
004370     05  WS-TRL-POLICIES-READ    PICTURE ZZZ,ZZ9.                 CUSMRG01
004380     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004390     05  FILLER                  PICTURE X(20)                    CUSMRG01
004400                                 VALUE 'POLICIES MOVED:     '.    CUSMRG01
004410     05  WS-TRL-POLICIES-MOVED   PICTURE ZZZ,ZZ9.                 CUSMRG01
004420     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004430     05  FILLER                  PICTURE X(20)                    CUSMRG01
004440                                 VALUE 'POLICIES VERIFIED:  '.    CUSMRG01
004450     05  WS-TRL-POLICIES-VERIFIED                                 CUSMRG01
004460                                 PICTURE ZZZ,ZZ9.                 CUSMRG01

004470 01  WS-TRAILER-LINE-3.                                           CUSMRG01
004480     05  FILLER                  PICTURE X(20)                    CUSMRG01
004490                                 VALUE 'RECEIVABLES READ:   '.    CUSMRG01
004500     05  WS-TRL-RCVB-READ        PICTURE ZZZ,ZZ9.                 CUSMRG01
004510     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004520     05  FILLER                  PICTURE X(20)                    CUSMRG01
004530                                 VALUE 'RECEIVABLES MOVED:  '.    CUSMRG01
004540     05  WS-TRL-RCVB-MOVED       PICTURE ZZZ,ZZ9.                 CUSMRG01
004550     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004560     05  FILLER                  PICTURE X(20)                    CUSMRG01
004570                                 VALUE 'RCVBLS VERIFIED:    '.    CUSMRG01
004580     05  WS-TRL-RCVB-VERIFIED    PICTURE ZZZ,ZZ9.                 CUSMRG01

004590 01  WS-TRAILER-LINE-4.                                           CUSMRG01
004600     05  FILLER                  PICTURE X(20)                    CUSMRG01
004610                                 VALUE 'OFFERS READ:        '.    CUSMRG01
004620     05  WS-TRL-OFFERS-READ      PICTURE ZZZ,ZZ9.                 CUSMRG01
004630     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004640     05  FILLER                  PICTURE X(20)                    CUSMRG01
004650                                 VALUE 'OFFERS MOVED:       '.    CUSMRG01
004660     05  WS-TRL-OFFERS-MOVED     PICTURE ZZZ,ZZ9.                 CUSMRG01
004670     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004680     05  FILLER                  PICTURE X(20)                    CUSMRG01
004690                                 VALUE 'CUSTOMERS RETIRED:  '.    CUSMRG01
004700     05  WS-TRL-CUSTOMERS-RETIRED                                 CUSMRG01
004710                                 PICTURE ZZZ,ZZ9.                 CUSMRG01

004720 01  WS-TRAILER-LINE-5.                                           CUSMRG01
004730     05  FILLER                  PICTURE X(20)                    CUSMRG01
004740                                 VALUE 'POLICY AUDITS:      '.    CUSMRG01
004750     05  WS-TRL-AUDIT-WRITTEN    PICTURE ZZZ,ZZ9.                 CUSMRG01
004760     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004770     05  FILLER                  PICTURE X(20)                    CUSMRG01
004780                                 VALUE 'MERGE AUDITS:       '.    CUSMRG01
004790     05  WS-TRL-MERGE-AUDITS     PICTURE ZZZ,ZZ9.                 CUSMRG01
004800     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMRG01
004810     05  FILLER                  PICTURE X(20)                    CUSMRG01
004820                                 VALUE 'LEFT UNDER RETIRED: '.    CUSMRG01
004830     05  WS-TRL-LEFT-ON-RETIRED  PICTURE ZZZ,ZZ9.                 CUSMRG01

004840 PROCEDURE DIVISION.                                              CUSMRG01

004850******************************************************************CUSMRG01
004860**                                                               *CUSMRG01
004870**  THIS PROGRAM EDITS THE MERGE TRANSACTIONS INTO A TABLE OF    *CUSMRG01
004880**  SURVIVING AND RETIRED CUSTOMER NUMBERS, THEN SWEEPS THE      *CUSMRG01
004890**  POLICY MASTER, THE RECEIVABLES MASTER AND THE RENEWAL OFFER  *CUSMRG01
004900**  FILE ONCE EACH, REPOINTING EVERY RECORD THAT CARRIES A       *CUSMRG01
004910**  RETIRED NUMBER TO ITS SURVIVOR.  THE RETIRED CUSTOMERS ARE   *CUSMRG01
004920**  THEN MARKED RETIRED, AND THE POLICY AND RECEIVABLES MASTERS  *CUSMRG01
004930**  ARE SWEPT A SECOND TIME TO PROVE THAT NO RECORD WAS LOST AND *CUSMRG01
004940**  NONE STILL CARRIES A RETIRED NUMBER.  A MERGE THAT DOES NOT  *CUSMRG01
004950**  PROVE ENDS WITH RETURN CODE 8.  IT IS ENTERED FROM THE       *CUSMRG01
004960**  OPERATING SYSTEM AND EXITS TO THE OPERATING SYSTEM.          *CUSMRG01
004970**                                                               *CUSMRG01
004980******************************************************************CUSMRG01

004990 A000-MERGE-CUSTOMERS.                                            CUSMRG01

005000     OPEN INPUT MERGE-TRANS-FILE.                                 CUSMRG01
005010     IF WS-TRANS-FILE-STATUS NOT = '00'                           CUSMRG01
005020         DISPLAY 'UNABLE TO OPEN MERGE-TRANS-FILE - STATUS '      CUSMRG01
005030               WS-TRANS-FILE-STATUS                               CUSMRG01
005040         MOVE 16 TO RETURN-CODE                                   CUSMRG01
005050         STOP RUN                                                 CUSMRG01
005060     END-IF.                                                      CUSMRG01
005070     PERFORM C010-OPEN-CUSTOMER-MASTER-FILE.                      CUSMRG01
005080     PERFORM C011-OPEN-POLICY-MASTER-FILE.                        CUSMRG01
005090     PERFORM C012-OPEN-RCVB-MASTER-FILE.                          CUSMRG01
005100     PERFORM C013-OPEN-POLICY-AUDIT-FILE.                         CUSMRG01
005110     PERFORM C014-OPEN-MERGE-AUDIT-FILE.                          CUSMRG01
005120     OPEN OUTPUT MERGE-REGISTER-FILE.                             CUSMRG01
005130     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   CUSMRG01
005140     ACCEPT WS-CURRENT-TIME FROM TIME.                            CUSMRG01
005150     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 CUSMRG01
005160           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               CUSMRG01
005170     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               CUSMRG01
005180           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           CUSMRG01
005190     PERFORM A002-READ-TRANS-RECORD.                              CUSMRG01
005200     PERFORM A001-PROCESS-MERGE-TRANS                             CUSMRG01
005210           UNTIL ARE-THERE-MORE-TRANS = 'NO '.                    CUSMRG01
005220     IF WS-MERGE-TABLE-COUNT > ZERO                               CUSMRG01
005230         PERFORM B200-SWEEP-POLICIES                              CUSMRG01
005240         PERFORM B300-SWEEP-RECEIVABLES                           CUSMRG01
005250         PERFORM B400-MERGE-RENEWAL-OFFERS                        CUSMRG01
005260         PERFORM B500-RETIRE-CUSTOMERS                            CUSMRG01
005270         PERFORM B600-VERIFY-MERGES                               CUSMRG01
005280     END-IF.                                                      CUSMRG01
005290     PERFORM D000-PRINT-MERGE-SUMMARY.                            CUSMRG01
005300     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   CUSMRG01
005310     CLOSE MERGE-TRANS-FILE                                       CUSMRG01
005320           CUSTOMER-MASTER-FILE                                   CUSMRG01
005330           POLICY-MASTER-FILE                                     CUSMRG01
005340           RECEIVABLE-MASTER-FILE                                 CUSMRG01
005350           POLICY-AUDIT-FILE                                      CUSMRG01
005360           MERGE-AUDIT-FILE                                       CUSMRG01
005370           MERGE-REGISTER-FILE.                                   CUSMRG01
005380     IF MERGE-OUT-OF-BALANCE                                      CUSMRG01
005390         MOVE 08 TO RETURN-CODE                                   CUSMRG01
005400     END-IF.                                                      CUSMRG01
005410     STOP RUN.                                                    CUSMRG01

005420******************************************************************CUSMRG01
005430**                                                               *CUSMRG01
005440**  BOTH NUMBERS ARE REQUIRED AND MUST DIFFER.  THE SURVIVOR     *CUSMRG01
005450**  MUST BE AN ACTIVE CUSTOMER ON THE MASTER AND THE RETIRED     *CUSMRG01
005460**  CUSTOMER MUST BE ON THE MASTER AND NOT ALREADY RETIRED.  A   *CUSMRG01
005470**  CUSTOMER MAY BE IN ONLY ONE MERGE OF A RUN UNLESS IT IS THE  *CUSMRG01
005480**  SURVIVOR EACH TIME, SO NO MERGE DEPENDS ON ANOTHER.          *CUSMRG01
005490**                                                               *CUSMRG01
005500******************************************************************CUSMRG01

005510 A001-PROCESS-MERGE-TRANS.                                        CUSMRG01
005520     MOVE 'Y' TO WS-TRANS-EDIT-SWITCH.                            CUSMRG01
005530     IF SURVIVING-CUSTOMER-MRG = SPACES                           CUSMRG01
005540         MOVE 'SURVIVING CUSTOMER MISSING' TO WS-TRANS-MESSAGE    CUSMRG01
005550         PERFORM A003-REJECT-MERGE-TRANS                          CUSMRG01
005560     ELSE                                                         CUSMRG01
005570         IF RETIRED-CUSTOMER-MRG = SPACES                         CUSMRG01
005580             MOVE 'RETIRED CUSTOMER MISSING' TO WS-TRANS-MESSAGE  CUSMRG01
005590             PERFORM A003-REJECT-MERGE-TRANS                      CUSMRG01
005600         ELSE                                                     CUSMRG01
005610             IF SURVIVING-CUSTOMER-MRG = RETIRED-CUSTOMER-MRG     CUSMRG01
005620                 MOVE 'SURVIVING AND RETIRED ARE THE SAME'        CUSMRG01
005630                       TO WS-TRANS-MESSAGE                        CUSMRG01
005640                 PERFORM A003-REJECT-MERGE-TRANS                  CUSMRG01
005650             END-IF                                               CUSMRG01
005660         END-IF                                                   CUSMRG01
005670     END-IF.                                                      CUSMRG01
005680     IF TRANS-EDIT-PASSED                                         CUSMRG01
005690         MOVE SURVIVING-CUSTOMER-MRG TO CUSTOMER-NUMBER-CUST      CUSMRG01
005700         PERFORM A004-READ-CUSTOMER-BY-NUMBER                     CUSMRG01
005710         IF CUST-RECORD-NOT-FOUND                                 CUSMRG01
005720             MOVE 'SURVIVING CUSTOMER NOT ON MASTER'              CUSMRG01
005730                   TO WS-TRANS-MESSAGE                            CUSMRG01
005740             PERFORM A003-REJECT-MERGE-TRANS                      CUSMRG01
005750         ELSE                                                     CUSMRG01
005760             IF CUSTOMER-IS-RETIRED                               CUSMRG01
005770                 MOVE 'SURVIVING CUSTOMER IS RETIRED'             CUSMRG01
005780                       TO WS-TRANS-MESSAGE                        CUSMRG01
005790                 PERFORM A003-REJECT-MERGE-TRANS                  CUSMRG01
005800             END-IF                                               CUSMRG01
005810         END-IF                                                   CUSMRG01
005820     END-IF.                                                      CUSMRG01
005830     IF TRANS-EDIT-PASSED                                         CUSMRG01
005840         MOVE RETIRED-CUSTOMER-MRG TO CUSTOMER-NUMBER-CUST        CUSMRG01
005850         PERFORM A004-READ-CUSTOMER-BY-NUMBER                     CUSMRG01
005860         IF CUST-RECORD-NOT-FOUND                                 CUSMRG01
005870             MOVE 'RETIRED CUSTOMER NOT ON MASTER'                CUSMRG01
005880                   TO WS-TRANS-MESSAGE                            CUSMRG01
005890             PERFORM A003-REJECT-MERGE-TRANS                      CUSMRG01
005900         ELSE                                                     CUSMRG01
005910             IF CUSTOMER-IS-RETIRED                               CUSMRG01
005920                 MOVE 'RETIRED CUSTOMER ALREADY RETIRED'          CUSMRG01
005930                       TO WS-TRANS-MESSAGE                        CUSMRG01
005940                 PERFORM A003-REJECT-MERGE-TRANS                  CUSMRG01
005950             ELSE                                                 CUSMRG01
005960                 MOVE CUSTOMER-NAME-CUST TO WS-RETIRED-NAME       CUSMRG01
005970             END-IF                                               CUSMRG01
005980         END-IF                                                   CUSMRG01
005990     END-IF.                                                      CUSMRG01
006000     IF TRANS-EDIT-PASSED                                         CUSMRG01
006010         PERFORM B100-CHECK-EARLIER-MERGES                        CUSMRG01
006020     END-IF.                                                      CUSMRG01
006030     IF TRANS-EDIT-PASSED                                         CUSMRG01
006040         PERFORM B120-ADD-MERGE-ENTRY                             CUSMRG01
006050     END-IF.                                                      CUSMRG01
006060     IF TRANS-EDIT-PASSED                                         CUSMRG01
006070         ADD 1 TO WS-TRANS-ACCEPTED-COUNT                         CUSMRG01
006080         MOVE 'ACCEPTED' TO WS-TRANS-MESSAGE                      CUSMRG01
006090         PERFORM A005-PRINT-TRANS-LINE                            CUSMRG01
006100     END-IF.                                                      CUSMRG01
006110     PERFORM A002-READ-TRANS-RECORD.                              CUSMRG01

006120 A002-READ-TRANS-RECORD.                                          CUSMRG01
006130     READ MERGE-TRANS-FILE                                        CUSMRG01
006140           AT END                                                 CUSMRG01
006150              MOVE 'NO ' TO ARE-THERE-MORE-TRANS.                 CUSMRG01
006160     IF ARE-THERE-MORE-TRANS = 'YES'                              CUSMRG01
006170         ADD 1 TO WS-TRANS-READ-COUNT                             CUSMRG01
006180     END-IF.                                                      CUSMRG01

006190 A003-REJECT-MERGE-TRANS.                                         CUSMRG01
006200     MOVE 'N' TO WS-TRANS-EDIT-SWITCH.                            CUSMRG01
006210     ADD 1 TO WS-TRANS-REJECTED-COUNT.                            CUSMRG01
006220     PERFORM A005-PRINT-TRANS-LINE.                               CUSMRG01

006230 A004-READ-CUSTOMER-BY-NUMBER.                                    CUSMRG01
006240     READ CUSTOMER-MASTER-FILE                                    CUSMRG01
006250           INVALID KEY                                            CUSMRG01
006260              MOVE 'N' TO WS-CUST-FOUND-SWITCH                    CUSMRG01
006270           NOT INVALID KEY                                        CUSMRG01
006280              MOVE 'Y' TO WS-CUST-FOUND-SWITCH                    CUSMRG01
006290     END-READ.                                                    CUSMRG01

006300 A005-PRINT-TRANS-LINE.                                           CUSMRG01
006310     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    CUSMRG01
006320         PERFORM C003-PRINT-PAGE-HEADERS                          CUSMRG01
006330     END-IF.                                                      CUSMRG01
006340     MOVE WS-TRANS-READ-COUNT TO WS-TRN-NUMBER.                   CUSMRG01
006350     MOVE SURVIVING-CUSTOMER-MRG TO WS-TRN-SURVIVOR.              CUSMRG01
006360     MOVE RETIRED-CUSTOMER-MRG TO WS-TRN-RETIRED.                 CUSMRG01
006370     MOVE WS-TRANS-MESSAGE TO WS-TRN-MESSAGE.                     CUSMRG01
006380     WRITE MERGE-REGISTER-LINE FROM WS-TRANS-LINE                 CUSMRG01
006390           AFTER ADVANCING 1 LINES.                               CUSMRG01
006400     ADD 1 TO WS-LINE-COUNT.                                      CUSMRG01

006410 A010-PRINT-RECONCILIATION-TRAILER.                               CUSMRG01
006420     MOVE WS-TRANS-READ-COUNT TO WS-TRL-TRANS-READ.               CUSMRG01
006430     MOVE WS-TRANS-ACCEPTED-COUNT TO WS-TRL-TRANS-ACCEPTED.       CUSMRG01
006440     MOVE WS-TRANS-REJECTED-COUNT TO WS-TRL-TRANS-REJECTED.       CUSMRG01
006450     WRITE MERGE-REGISTER-LINE FROM WS-TRAILER-LINE-1             CUSMRG01
006460           AFTER ADVANCING 2 LINES.                               CUSMRG01
006470     MOVE WS-POLICIES-READ-COUNT TO WS-TRL-POLICIES-READ.         CUSMRG01
006480     MOVE WS-POLICIES-MOVED-COUNT TO WS-TRL-POLICIES-MOVED.       CUSMRG01
006490     MOVE WS-POLICIES-VERIFIED-COUNT TO WS-TRL-POLICIES-VERIFIED. CUSMRG01
006500     WRITE MERGE-REGISTER-LINE FROM WS-TRAILER-LINE-2             CUSMRG01
006510           AFTER ADVANCING 1 LINES.                               CUSMRG01
006520     MOVE WS-RCVB-READ-COUNT TO WS-TRL-RCVB-READ.                 CUSMRG01
006530     MOVE WS-RCVB-MOVED-COUNT TO WS-TRL-RCVB-MOVED.               CUSMRG01
006540     MOVE WS-RCVB-VERIFIED-COUNT TO WS-TRL-RCVB-VERIFIED.         CUSMRG01
006550     WRITE MERGE-REGISTER-LINE FROM WS-TRAILER-LINE-3             CUSMRG01
006560           AFTER ADVANCING 1 LINES.                               CUSMRG01
006570     MOVE WS-OFFERS-READ-COUNT TO WS-TRL-OFFERS-READ.             CUSMRG01
006580     MOVE WS-OFFERS-MOVED-COUNT TO WS-TRL-OFFERS-MOVED.           CUSMRG01
006590     MOVE WS-CUSTOMERS-RETIRED-COUNT TO WS-TRL-CUSTOMERS-RETIRED. CUSMRG01
006600     WRITE MERGE-REGISTER-LINE FROM WS-TRAILER-LINE-4             CUSMRG01
006610           AFTER ADVANCING 1 LINES.                               CUSMRG01
006620     MOVE WS-AUDIT-WRITTEN-COUNT TO WS-TRL-AUDIT-WRITTEN.         CUSMRG01
006630     MOVE WS-MERGE-AUDIT-COUNT TO WS-TRL-MERGE-AUDITS.            CUSMRG01
006640     MOVE WS-LEFT-ON-RETIRED-COUNT TO WS-TRL-LEFT-ON-RETIRED.     CUSMRG01
006650     WRITE MERGE-REGISTER-LINE FROM WS-TRAILER-LINE-5             CUSMRG01
006660           AFTER ADVANCING 1 LINES.                               CUSMRG01

006670 B100-CHECK-EARLIER-MERGES.                                       CUSMRG01
006680     PERFORM B101-CHECK-ONE-EARLIER-MERGE                         CUSMRG01
006690           VARYING WS-SEARCH-INDEX FROM 1 BY 1                    CUSMRG01
006700           UNTIL WS-SEARCH-INDEX > WS-MERGE-TABLE-COUNT           CUSMRG01
006710              OR TRANS-EDIT-FAILED.                               CUSMRG01

006720 B101-CHECK-ONE-EARLIER-MERGE.                                    CUSMRG01
006730     IF WS-MRG-RETIRED (WS-SEARCH-INDEX) = SURVIVING-CUSTOMER-MRG CUSMRG01
006740         MOVE 'SURVIVING CUSTOMER RETIRED THIS RUN'               CUSMRG01
006750               TO WS-TRANS-MESSAGE                                CUSMRG01
006760         PERFORM A003-REJECT-MERGE-TRANS                          CUSMRG01
006770     ELSE                                                         CUSMRG01
006780         IF WS-MRG-RETIRED (WS-SEARCH-INDEX)                      CUSMRG01
006790               = RETIRED-CUSTOMER-MRG                             CUSMRG01
006800             MOVE 'RETIRED CUSTOMER ALREADY MERGED THIS RUN'      CUSMRG01
006810                   TO WS-TRANS-MESSAGE                            CUSMRG01
006820             PERFORM A003-REJECT-MERGE-TRANS                      CUSMRG01
006830         ELSE                                                     CUSMRG01
006840             IF WS-MRG-SURVIVOR (WS-SEARCH-INDEX)                 CUSMRG01
006850                   = RETIRED-CUSTOMER-MRG                         CUSMRG01
006860                 MOVE 'RETIRED CUSTOMER IS A SURVIVOR THIS RUN'   CUSMRG01
006870                       TO WS-TRANS-MESSAGE                        CUSMRG01
006880                 PERFORM A003-REJECT-MERGE-TRANS                  CUSMRG01
006890             END-IF                                               CUSMRG01
006900         END-IF                                                   CUSMRG01
006910     END-IF.                                                      CUSMRG01

006920 B120-ADD-MERGE-ENTRY.                                            CUSMRG01
006930     IF WS-MERGE-TABLE-COUNT NOT < WS-MERGE-TABLE-MAX             CUSMRG01
006940         MOVE 'MERGE TABLE FULL' TO WS-TRANS-MESSAGE              CUSMRG01
006950         PERFORM A003-REJECT-MERGE-TRANS                          CUSMRG01
006960     ELSE                                                         CUSMRG01
006970         ADD 1 TO WS-MERGE-TABLE-COUNT                            CUSMRG01
006980         MOVE WS-MERGE-TABLE-COUNT TO WS-MERGE-INDEX              CUSMRG01
006990         MOVE SURVIVING-CUSTOMER-MRG                              CUSMRG01
007000               TO WS-MRG-SURVIVOR (WS-MERGE-INDEX)                CUSMRG01
007010         MOVE RETIRED-CUSTOMER-MRG                                CUSMRG01
007020               TO WS-MRG-RETIRED (WS-MERGE-INDEX)                 CUSMRG01
007030         MOVE WS-RETIRED-NAME                                     CUSMRG01
007040               TO WS-MRG-RETIRED-NAME (WS-MERGE-INDEX)            CUSMRG01
007050         MOVE ZERO TO WS-MRG-POLICY-COUNT (WS-MERGE-INDEX)        CUSMRG01
007060         MOVE ZERO TO WS-MRG-RCVB-COUNT (WS-MERGE-INDEX)          CUSMRG01
007070         MOVE ZERO TO WS-MRG-OFFER-COUNT (WS-MERGE-INDEX)         CUSMRG01
007080         MOVE ZERO TO WS-MRG-LEFT-COUNT (WS-MERGE-INDEX)          CUSMRG01
007090     END-IF.                                                      CUSMRG01

007100******************************************************************CUSMRG01
007110**                                                               *CUSMRG01
007120**  EVERY POLICY CARRYING A RETIRED CUSTOMER NUMBER IS MOVED TO  *CUSMRG01
007130**  THE SURVIVOR, CANCELLED POLICIES INCLUDED, WITH AN M BEFORE  *CUSMRG01
007140**  AND AFTER IMAGE ON THE POLICY AUDIT FILE.  THE CUSTOMER NAME *CUSMRG01
007150**  ON THE POLICY IS THE NAMED INSURED AND IS LEFT AS WRITTEN.   *CUSMRG01
007160**                                                               *CUSMRG01
007170******************************************************************CUSMRG01

007180 B200-SWEEP-POLICIES.                                             CUSMRG01
007190     MOVE 'YES' TO ARE-THERE-MORE-RECORDS.                        CUSMRG01
007200     MOVE LOW-VALUES TO POLICY-NUMBER-MASTER.                     CUSMRG01
007210     START POLICY-MASTER-FILE                                     CUSMRG01
007220           KEY IS NOT LESS THAN POLICY-NUMBER-MASTER              CUSMRG01
007230           INVALID KEY                                            CUSMRG01
007240              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                CUSMRG01
007250     END-START.                                                   CUSMRG01
007260     PERFORM B202-READ-POLICY-NEXT.                               CUSMRG01
007270     PERFORM B201-MERGE-ONE-POLICY                                CUSMRG01
007280           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  CUSMRG01

007290 B201-MERGE-ONE-POLICY.                                           CUSMRG01
007300     ADD 1 TO WS-POLICIES-READ-COUNT.                             CUSMRG01
007310     MOVE CUSTOMER-NUMBER-MASTER TO WS-MATCH-CUSTOMER-NUMBER.     CUSMRG01
007320     PERFORM B210-FIND-MERGE-ENTRY.                               CUSMRG01
007330     IF MERGE-ENTRY-FOUND                                         CUSMRG01
007340         MOVE POLICY-MASTER-RECORD TO AUDIT-BEFORE-IMAGE          CUSMRG01
007350         MOVE WS-MRG-SURVIVOR (WS-MERGE-INDEX)                    CUSMRG01
007360               TO CUSTOMER-NUMBER-MASTER                          CUSMRG01
007370         MOVE WS-RUN-TIMESTAMP TO LAST-RUN-DATE-MASTER            CUSMRG01
007380         REWRITE POLICY-MASTER-RECORD                             CUSMRG01
007390         MOVE POLICY-MASTER-RECORD TO AUDIT-AFTER-IMAGE           CUSMRG01
007400         PERFORM B900-WRITE-POLICY-AUDIT                          CUSMRG01
007410         ADD 1 TO WS-POLICIES-MOVED-COUNT                         CUSMRG01
007420         ADD 1 TO WS-MRG-POLICY-COUNT (WS-MERGE-INDEX)            CUSMRG01
007430         MOVE 'POLICY' TO WS-DTL-ITEM                             CUSMRG01
007440         MOVE POLICY-NUMBER-MASTER TO WS-DTL-POLICY-NUMBER        CUSMRG01
007450         MOVE SPACES TO WS-DTL-INSTALLMENT                        CUSMRG01
007460         MOVE CUSTOMER-NAME-MASTER TO WS-DTL-CUSTOMER-NAME        CUSMRG01
007470         IF POLICY-IS-CANCELLED                                   CUSMRG01
007480             MOVE 'CANCELLED' TO WS-DTL-STATUS                    CUSMRG01
007490         ELSE                                                     CUSMRG01
007500             MOVE 'IN FORCE' TO WS-DTL-STATUS                     CUSMRG01
007510         END-IF                                                   CUSMRG01
007520         MOVE PREMIUM-MASTER TO WS-DTL-AMOUNT                     CUSMRG01
007530         PERFORM C004-PRINT-DETAIL-LINE                           CUSMRG01
007540     END-IF.                                                      CUSMRG01
007550     PERFORM B202-READ-POLICY-NEXT.                               CUSMRG01

007560 B202-READ-POLICY-NEXT.                                           CUSMRG01
007570     READ POLICY-MASTER-FILE NEXT RECORD                          CUSMRG01
007580           AT END                                                 CUSMRG01
007590              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS.               CUSMRG01

007600 B210-FIND-MERGE-ENTRY.                                           CUSMRG01
007610     MOVE 'N' TO WS-MERGE-MATCH-SWITCH.                           CUSMRG01
007620     PERFORM B211-MATCH-MERGE-ENTRY                               CUSMRG01
007630           VARYING WS-SEARCH-INDEX FROM 1 BY 1                    CUSMRG01
007640           UNTIL WS-SEARCH-INDEX > WS-MERGE-TABLE-COUNT           CUSMRG01
007650              OR MERGE-ENTRY-FOUND.                               CUSMRG01

007660 B211-MATCH-MERGE-ENTRY.                                          CUSMRG01
007670     IF WS-MRG-RETIRED (WS-SEARCH-INDEX)                          CUSMRG01
007680           = WS-MATCH-CUSTOMER-NUMBER                             CUSMRG01
007690         MOVE 'Y' TO WS-MERGE-MATCH-SWITCH                        CUSMRG01
007700         MOVE WS-SEARCH-INDEX TO WS-MERGE-INDEX                   CUSMRG01
007710     END-IF.                                                      CUSMRG01

007720******************************************************************CUSMRG01
007730**                                                               *CUSMRG01
007740**  THE RECEIVABLES MASTER IS KEYED BY POLICY, SO IT IS SWEPT    *CUSMRG01
007750**  WHOLE.  EVERY INSTALLMENT CARRYING A RETIRED CUSTOMER NUMBER *CUSMRG01
007760**  IS MOVED TO THE SURVIVOR WHATEVER ITS STATUS, WITH AN R      *CUSMRG01
007770**  BEFORE AND AFTER IMAGE ON THE MERGE AUDIT FILE.              *CUSMRG01
007780**                                                               *CUSMRG01
007790******************************************************************CUSMRG01

007800 B300-SWEEP-RECEIVABLES.                                          CUSMRG01
007810     MOVE 'YES' TO ARE-THERE-MORE-RECEIVABLES.                    CUSMRG01
007820     MOVE LOW-VALUES TO RECEIVABLE-KEY-RCVB.                      CUSMRG01
007830     START RECEIVABLE-MASTER-FILE                                 CUSMRG01
007840           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               CUSMRG01
007850           INVALID KEY                                            CUSMRG01
007860              MOVE 'NO ' TO ARE-THERE-MORE-RECEIVABLES            CUSMRG01
007870     END-START.                                                   CUSMRG01
007880     PERFORM B302-READ-RECEIVABLE-NEXT.                           CUSMRG01
007890     PERFORM B301-MERGE-ONE-RECEIVABLE                            CUSMRG01
007900           UNTIL ARE-THERE-MORE-RECEIVABLES = 'NO '.              CUSMRG01

007910 B301-MERGE-ONE-RECEIVABLE.                                       CUSMRG01
007920     ADD 1 TO WS-RCVB-READ-COUNT.                                 CUSMRG01
007930     MOVE CUSTOMER-NUMBER-RCVB TO WS-MATCH-CUSTOMER-NUMBER.       CUSMRG01
007940     PERFORM B210-FIND-MERGE-ENTRY.                               CUSMRG01
007950     IF MERGE-ENTRY-FOUND                                         CUSMRG01
007960         MOVE RECEIVABLE-MASTER-RECORD TO MAU-BEFORE-IMAGE        CUSMRG01
007970         MOVE WS-MRG-SURVIVOR (WS-MERGE-INDEX)                    CUSMRG01
007980               TO CUSTOMER-NUMBER-RCVB                            CUSMRG01
007990         MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER            CUSMRG01
008000         REWRITE RECEIVABLE-MASTER-RECORD                         CUSMRG01
008010         MOVE RECEIVABLE-MASTER-RECORD TO MAU-AFTER-IMAGE         CUSMRG01
008020         MOVE 'R' TO MAU-RECORD-TYPE                              CUSMRG01
008030         MOVE RECEIVABLE-KEY-RCVB TO MAU-RECORD-KEY               CUSMRG01
008040         PERFORM B910-WRITE-MERGE-AUDIT                           CUSMRG01
008050         ADD 1 TO WS-RCVB-MOVED-COUNT                             CUSMRG01
008060         ADD 1 TO WS-MRG-RCVB-COUNT (WS-MERGE-INDEX)              CUSMRG01
008070         MOVE 'RCVBL' TO WS-DTL-ITEM                              CUSMRG01
008080         MOVE POLICY-NUMBER-RCVB TO WS-DTL-POLICY-NUMBER          CUSMRG01
008090         MOVE INSTALLMENT-NUMBER-RCVB TO WS-DTL-INSTALLMENT       CUSMRG01
008100         MOVE WS-MRG-RETIRED-NAME (WS-MERGE-INDEX)                CUSMRG01
008110               TO WS-DTL-CUSTOMER-NAME                            CUSMRG01
008120         IF RECEIVABLE-IS-OPEN                                    CUSMRG01
008130             MOVE 'OPEN' TO WS-DTL-STATUS                         CUSMRG01
008140         ELSE                                                     CUSMRG01
008150             IF RECEIVABLE-IS-PAID                                CUSMRG01
008160                 MOVE 'PAID' TO WS-DTL-STATUS                     CUSMRG01
008170             ELSE                                                 CUSMRG01
008180                 MOVE 'LAPSED' TO WS-DTL-STATUS                   CUSMRG01
008190             END-IF                                               CUSMRG01
008200         END-IF                                                   CUSMRG01
008210         MOVE BILLED-AMOUNT-RCVB TO WS-DTL-AMOUNT                 CUSMRG01
008220         PERFORM C004-PRINT-DETAIL-LINE                           CUSMRG01
008230     END-IF.                                                      CUSMRG01
008240     PERFORM B302-READ-RECEIVABLE-NEXT.                           CUSMRG01

008250 B302-READ-RECEIVABLE-NEXT.                                       CUSMRG01
008260     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      CUSMRG01
008270           AT END                                                 CUSMRG01
008280              MOVE 'NO ' TO ARE-THERE-MORE-RECEIVABLES.           CUSMRG01

008290******************************************************************CUSMRG01
008300**                                                               *CUSMRG01
008310**  A RENEWAL OFFER CARRIES THE CUSTOMER NUMBER THAT THE RENEWAL *CUSMRG01
008320**  PUTS BACK ON THE POLICY, SO EVERY OFFER FOR A RETIRED NUMBER *CUSMRG01
008330**  IS MOVED TO THE SURVIVOR WITH AN O IMAGE ON THE MERGE AUDIT  *CUSMRG01
008340**  FILE.  THE OFFER FILE IS COPIED TO A WORK FILE AND COPIED    *CUSMRG01
008350**  BACK WHEN ANY OFFER CHANGED, AS IN THE AGENT TRANSFER RUN.   *CUSMRG01
008360**                                                               *CUSMRG01
008370******************************************************************CUSMRG01

008380 B400-MERGE-RENEWAL-OFFERS.                                       CUSMRG01
008390     OPEN INPUT RENEWAL-OFFER-FILE.                               CUSMRG01
008400     IF WS-OFFER-FILE-STATUS NOT = '00'                           CUSMRG01
008410         DISPLAY 'RENEWAL-OFFER-FILE NOT AVAILABLE - NO OFFERS'   CUSMRG01
008420         DISPLAY 'WERE MERGED'                                    CUSMRG01
008430     ELSE                                                         CUSMRG01
008440         OPEN OUTPUT RENEWAL-WORK-FILE                            CUSMRG01
008450         IF WS-WORK-FILE-STATUS NOT = '00'                        CUSMRG01
008460             DISPLAY 'UNABLE TO OPEN RENEWAL-WORK-FILE - STATUS ' CUSMRG01
008470                   WS-WORK-FILE-STATUS                            CUSMRG01
008480             MOVE 16 TO RETURN-CODE                               CUSMRG01
008490             STOP RUN                                             CUSMRG01
008500         END-IF                                                   CUSMRG01
008510         PERFORM B402-READ-OFFER-RECORD                           CUSMRG01
008520         PERFORM B401-COPY-ONE-OFFER                              CUSMRG01
008530               UNTIL ARE-THERE-MORE-OFFERS = 'NO '                CUSMRG01
008540         CLOSE RENEWAL-OFFER-FILE                                 CUSMRG01
008550               RENEWAL-WORK-FILE                                  CUSMRG01
008560         IF WS-OFFERS-MOVED-COUNT > ZERO                          CUSMRG01
008570             PERFORM B410-RESTORE-OFFER-FILE                      CUSMRG01
008580         END-IF                                                   CUSMRG01
008590     END-IF.                                                      CUSMRG01

008600 B401-COPY-ONE-OFFER.                                             CUSMRG01
008610     MOVE OFR-CUSTOMER-NUMBER TO WS-MATCH-CUSTOMER-NUMBER.        CUSMRG01
008620     PERFORM B210-FIND-MERGE-ENTRY.                               CUSMRG01
008630     IF MERGE-ENTRY-FOUND                                         CUSMRG01
008640         MOVE RENEWAL-OFFER-RECORD TO MAU-BEFORE-IMAGE            CUSMRG01
008650         MOVE WS-MRG-SURVIVOR (WS-MERGE-INDEX)                    CUSMRG01
008660               TO OFR-CUSTOMER-NUMBER                             CUSMRG01
008670         MOVE RENEWAL-OFFER-RECORD TO MAU-AFTER-IMAGE             CUSMRG01
008680         MOVE 'O' TO MAU-RECORD-TYPE                              CUSMRG01
008690         MOVE OFR-POLICY-NUMBER TO MAU-RECORD-KEY                 CUSMRG01
008700         PERFORM B910-WRITE-MERGE-AUDIT                           CUSMRG01
008710         ADD 1 TO WS-OFFERS-MOVED-COUNT                           CUSMRG01
008720         ADD 1 TO WS-MRG-OFFER-COUNT (WS-MERGE-INDEX)             CUSMRG01
008730         MOVE 'OFFER' TO WS-DTL-ITEM                              CUSMRG01
008740         MOVE OFR-POLICY-NUMBER TO WS-DTL-POLICY-NUMBER           CUSMRG01
008750         MOVE SPACES TO WS-DTL-INSTALLMENT                        CUSMRG01
008760         MOVE OFR-CUSTOMER-NAME TO WS-DTL-CUSTOMER-NAME           CUSMRG01
008770         MOVE 'RENEWAL' TO WS-DTL-STATUS                          CUSMRG01
008780         MOVE OFR-PREMIUM TO WS-DTL-AMOUNT                        CUSMRG01
008790         PERFORM C004-PRINT-DETAIL-LINE                           CUSMRG01
008800     END-IF.                                                      CUSMRG01
008810     WRITE RENEWAL-WORK-RECORD FROM RENEWAL-OFFER-RECORD.         CUSMRG01
008820     PERFORM B402-READ-OFFER-RECORD.                              CUSMRG01

008830 B402-READ-OFFER-RECORD.                                          CUSMRG01
008840     READ RENEWAL-OFFER-FILE                                      CUSMRG01
008850           AT END                                                 CUSMRG01
008860              MOVE 'NO ' TO ARE-THERE-MORE-OFFERS.                CUSMRG01
008870     IF ARE-THERE-MORE-OFFERS = 'YES'                             CUSMRG01
008880         ADD 1 TO WS-OFFERS-READ-COUNT                            CUSMRG01
008890     END-IF.                                                      CUSMRG01

008900 B410-RESTORE-OFFER-FILE.                                         CUSMRG01
008910     OPEN INPUT RENEWAL-WORK-FILE.                                CUSMRG01
008911     IF WS-WORK-FILE-STATUS NOT = '00'                            CUSMRG01
008912         DISPLAY 'UNABLE TO OPEN RENEWAL-WORK-FILE - STATUS '     CUSMRG01
008913               WS-WORK-FILE-STATUS                                CUSMRG01
008914         MOVE 16 TO RETURN-CODE                                   CUSMRG01
008915         STOP RUN                                                 CUSMRG01
008916     END-IF.                                                      CUSMRG01
008920     OPEN OUTPUT RENEWAL-OFFER-FILE.                              CUSMRG01
008930     IF WS-OFFER-FILE-STATUS NOT = '00'                           CUSMRG01
008940         DISPLAY 'UNABLE TO OPEN RENEWAL-OFFER-FILE - STATUS '    CUSMRG01
008950               WS-OFFER-FILE-STATUS                               CUSMRG01
008960         MOVE 16 TO RETURN-CODE                                   CUSMRG01
008970         STOP RUN                                                 CUSMRG01
008980     END-IF.                                                      CUSMRG01
008990     PERFORM B412-READ-WORK-RECORD.                               CUSMRG01
009000     PERFORM B411-RESTORE-ONE-OFFER                               CUSMRG01
009010           UNTIL ARE-THERE-MORE-WORK-RECORDS = 'NO '.             CUSMRG01
009020     CLOSE RENEWAL-WORK-FILE                                      CUSMRG01
009030           RENEWAL-OFFER-FILE.                                    CUSMRG01

009040 B411-RESTORE-ONE-OFFER.                                          CUSMRG01
009050     WRITE RENEWAL-OFFER-RECORD FROM RENEWAL-WORK-RECORD.         CUSMRG01
009060     PERFORM B412-READ-WORK-RECORD.                               CUSMRG01

009070 B412-READ-WORK-RECORD.                                           CUSMRG01
009080     READ RENEWAL-WORK-FILE                                       CUSMRG01
009090           AT END                                                 CUSMRG01
009100              MOVE 'NO ' TO ARE-THERE-MORE-WORK-RECORDS.          CUSMRG01

009110******************************************************************CUSMRG01
009120**                                                               *CUSMRG01
009130**  THE RETIRED CUSTOMER STAYS ON THE MASTER, MARKED RETIRED AND *CUSMRG01
009140**  NAMING ITS SURVIVOR, SO THAT AN OLD REFERENCE TO THE NUMBER  *CUSMRG01
009150**  STILL LEADS TO THE RIGHT CUSTOMER.  A C IMAGE GOES TO THE    *CUSMRG01
009160**  MERGE AUDIT FILE.                                            *CUSMRG01
009170**                                                               *CUSMRG01
009180******************************************************************CUSMRG01

009190 B500-RETIRE-CUSTOMERS.                                           CUSMRG01
009200     PERFORM B501-RETIRE-ONE-CUSTOMER                             CUSMRG01
009210           VARYING WS-MERGE-INDEX FROM 1 BY 1                     CUSMRG01
009220           UNTIL WS-MERGE-INDEX > WS-MERGE-TABLE-COUNT.           CUSMRG01

009230 B501-RETIRE-ONE-CUSTOMER.                                        CUSMRG01
009240     MOVE WS-MRG-RETIRED (WS-MERGE-INDEX) TO CUSTOMER-NUMBER-CUST.CUSMRG01
009250     PERFORM A004-READ-CUSTOMER-BY-NUMBER.                        CUSMRG01
009260     IF CUST-RECORD-FOUND                                         CUSMRG01
009270         MOVE CUSTOMER-MASTER-RECORD TO MAU-BEFORE-IMAGE          CUSMRG01
009280         MOVE 'R' TO STATUS-CUST                                  CUSMRG01
009290         MOVE WS-MRG-SURVIVOR (WS-MERGE-INDEX) TO MERGED-INTO-CUSTCUSMRG01
009300         MOVE WS-RUN-TIMESTAMP TO CUST-LAST-RUN-MASTER            CUSMRG01
009310         REWRITE CUSTOMER-MASTER-RECORD                           CUSMRG01
009320         MOVE CUSTOMER-MASTER-RECORD TO MAU-AFTER-IMAGE           CUSMRG01
009330         MOVE 'C' TO MAU-RECORD-TYPE                              CUSMRG01
009340         MOVE CUSTOMER-NUMBER-CUST TO MAU-RECORD-KEY              CUSMRG01
009350         PERFORM B910-WRITE-MERGE-AUDIT                           CUSMRG01
009360         ADD 1 TO WS-CUSTOMERS-RETIRED-COUNT                      CUSMRG01
009370         MOVE 'CUST' TO WS-DTL-ITEM                               CUSMRG01
009380         MOVE SPACES TO WS-DTL-POLICY-NUMBER                      CUSMRG01
009390         MOVE SPACES TO WS-DTL-INSTALLMENT                        CUSMRG01
009400         MOVE CUSTOMER-NAME-CUST TO WS-DTL-CUSTOMER-NAME          CUSMRG01
009410         MOVE 'RETIRED' TO WS-DTL-STATUS                          CUSMRG01
009420         MOVE ZERO TO WS-DTL-AMOUNT                               CUSMRG01
009430         PERFORM C004-PRINT-DETAIL-LINE                           CUSMRG01
009440     END-IF.                                                      CUSMRG01

009450******************************************************************CUSMRG01
009460**                                                               *CUSMRG01
009470**  PROOF OF THE MERGE.  BOTH MASTERS ARE READ AGAIN FROM THE    *CUSMRG01
009480**  TOP.  THE RECORD COUNTS MUST EQUAL THOSE OF THE FIRST SWEEP, *CUSMRG01
009490**  NO RECORD MAY STILL CARRY A RETIRED NUMBER, AND EVERY        *CUSMRG01
009500**  ACCEPTED MERGE MUST HAVE RETIRED ITS CUSTOMER.  OTHERWISE    *CUSMRG01
009510**  THE MERGE IS OUT OF BALANCE.                                 *CUSMRG01
009520**                                                               *CUSMRG01
009530******************************************************************CUSMRG01

009540 B600-VERIFY-MERGES.                                              CUSMRG01
009550     MOVE 'YES' TO ARE-THERE-MORE-RECORDS.                        CUSMRG01
009560     MOVE LOW-VALUES TO POLICY-NUMBER-MASTER.                     CUSMRG01
009570     START POLICY-MASTER-FILE                                     CUSMRG01
009580           KEY IS NOT LESS THAN POLICY-NUMBER-MASTER              CUSMRG01
009590           INVALID KEY                                            CUSMRG01
009600              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                CUSMRG01
009610     END-START.                                                   CUSMRG01
009620     PERFORM B202-READ-POLICY-NEXT.                               CUSMRG01
009630     PERFORM B601-VERIFY-ONE-POLICY                               CUSMRG01
009640           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  CUSMRG01
009650     MOVE 'YES' TO ARE-THERE-MORE-RECEIVABLES.                    CUSMRG01
009660     MOVE LOW-VALUES TO RECEIVABLE-KEY-RCVB.                      CUSMRG01
009670     START RECEIVABLE-MASTER-FILE                                 CUSMRG01
009680           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               CUSMRG01
009690           INVALID KEY                                            CUSMRG01
009700              MOVE 'NO ' TO ARE-THERE-MORE-RECEIVABLES            CUSMRG01
009710     END-START.                                                   CUSMRG01
009720     PERFORM B302-READ-RECEIVABLE-NEXT.                           CUSMRG01
009730     PERFORM B602-VERIFY-ONE-RECEIVABLE                           CUSMRG01
009740           UNTIL ARE-THERE-MORE-RECEIVABLES = 'NO '.              CUSMRG01
009750     IF WS-POLICIES-VERIFIED-COUNT NOT = WS-POLICIES-READ-COUNT   CUSMRG01
009760        OR WS-RCVB-VERIFIED-COUNT NOT = WS-RCVB-READ-COUNT        CUSMRG01
009770        OR WS-LEFT-ON-RETIRED-COUNT NOT = ZERO                    CUSMRG01
009780        OR WS-CUSTOMERS-RETIRED-COUNT NOT = WS-MERGE-TABLE-COUNT  CUSMRG01
009790         MOVE 'N' TO WS-BALANCE-SWITCH                            CUSMRG01
009800     END-IF.                                                      CUSMRG01

009810 B601-VERIFY-ONE-POLICY.                                          CUSMRG01
009820     ADD 1 TO WS-POLICIES-VERIFIED-COUNT.                         CUSMRG01
009830     MOVE CUSTOMER-NUMBER-MASTER TO WS-MATCH-CUSTOMER-NUMBER.     CUSMRG01
009840     PERFORM B210-FIND-MERGE-ENTRY.                               CUSMRG01
009850     IF MERGE-ENTRY-FOUND                                         CUSMRG01
009860         ADD 1 TO WS-LEFT-ON-RETIRED-COUNT                        CUSMRG01
009870         ADD 1 TO WS-MRG-LEFT-COUNT (WS-MERGE-INDEX)              CUSMRG01
009880     END-IF.                                                      CUSMRG01
009890     PERFORM B202-READ-POLICY-NEXT.                               CUSMRG01

009900 B602-VERIFY-ONE-RECEIVABLE.                                      CUSMRG01
009910     ADD 1 TO WS-RCVB-VERIFIED-COUNT.                             CUSMRG01
009920     MOVE CUSTOMER-NUMBER-RCVB TO WS-MATCH-CUSTOMER-NUMBER.       CUSMRG01
009930     PERFORM B210-FIND-MERGE-ENTRY.                               CUSMRG01
009940     IF MERGE-ENTRY-FOUND                                         CUSMRG01
009950         ADD 1 TO WS-LEFT-ON-RETIRED-COUNT                        CUSMRG01
009960         ADD 1 TO WS-MRG-LEFT-COUNT (WS-MERGE-INDEX)              CUSMRG01
009970     END-IF.                                                      CUSMRG01
009980     PERFORM B302-READ-RECEIVABLE-NEXT.                           CUSMRG01

009990 B900-WRITE-POLICY-AUDIT.                                         CUSMRG01
010000     MOVE 'M' TO AUDIT-TRANS-CODE.                                CUSMRG01
010010     MOVE WS-RUN-TIMESTAMP TO AUDIT-RUN-TIMESTAMP.                CUSMRG01
010020     MOVE POLICY-NUMBER-MASTER TO AUDIT-POLICY-NUMBER.            CUSMRG01
010030     WRITE POLICY-AUDIT-RECORD.                                   CUSMRG01
010040     ADD 1 TO WS-AUDIT-WRITTEN-COUNT.                             CUSMRG01

010050 B910-WRITE-MERGE-AUDIT.                                          CUSMRG01
010060     MOVE WS-RUN-TIMESTAMP TO MAU-RUN-TIMESTAMP.                  CUSMRG01
010070     MOVE WS-MRG-SURVIVOR (WS-MERGE-INDEX)                        CUSMRG01
010080           TO MAU-SURVIVING-CUSTOMER.                             CUSMRG01
010090     MOVE WS-MRG-RETIRED (WS-MERGE-INDEX) TO MAU-RETIRED-CUSTOMER.CUSMRG01
010100     WRITE MERGE-AUDIT-RECORD.                                    CUSMRG01
010110     ADD 1 TO WS-MERGE-AUDIT-COUNT.                               CUSMRG01

010120 C003-PRINT-PAGE-HEADERS.                                         CUSMRG01
010130     ADD 1 TO WS-PAGE-NUMBER.                                     CUSMRG01
010140     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   CUSMRG01
010150     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                CUSMRG01
010160     WRITE MERGE-REGISTER-LINE FROM WS-REGISTER-HEADING-1         CUSMRG01
010170           AFTER ADVANCING PAGE.                                  CUSMRG01
010180     WRITE MERGE-REGISTER-LINE FROM WS-REGISTER-HEADING-2         CUSMRG01
010190           AFTER ADVANCING 2 LINES.                               CUSMRG01
010200     MOVE SPACES TO MERGE-REGISTER-LINE.                          CUSMRG01
010210     WRITE MERGE-REGISTER-LINE                                    CUSMRG01
010220           AFTER ADVANCING 1 LINES.                               CUSMRG01
010230     MOVE ZERO TO WS-LINE-COUNT.                                  CUSMRG01

010240 C004-PRINT-DETAIL-LINE.                                          CUSMRG01
010250     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    CUSMRG01
010260         PERFORM C003-PRINT-PAGE-HEADERS                          CUSMRG01
010270     END-IF.                                                      CUSMRG01
010280     MOVE WS-MRG-RETIRED (WS-MERGE-INDEX) TO WS-DTL-FROM-CUSTOMER.CUSMRG01
010290     MOVE WS-MRG-SURVIVOR (WS-MERGE-INDEX) TO WS-DTL-TO-CUSTOMER. CUSMRG01
010300     WRITE MERGE-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE       CUSMRG01
010310           AFTER ADVANCING 1 LINES.                               CUSMRG01
010320     ADD 1 TO WS-LINE-COUNT.                                      CUSMRG01

010330 C010-OPEN-CUSTOMER-MASTER-FILE.                                  CUSMRG01
010340     OPEN I-O CUSTOMER-MASTER-FILE.                               CUSMRG01
010350     IF WS-CUST-MASTER-STATUS NOT = '00'                          CUSMRG01
010360         DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER-FILE - STATUS '  CUSMRG01
010370               WS-CUST-MASTER-STATUS                              CUSMRG01
010380         MOVE 16 TO RETURN-CODE                                   CUSMRG01
010390         STOP RUN                                                 CUSMRG01
010400     END-IF.                                                      CUSMRG01

010410 C011-OPEN-POLICY-MASTER-FILE.                                    CUSMRG01
010420     OPEN I-O POLICY-MASTER-FILE.                                 CUSMRG01
010430     IF WS-MASTER-FILE-STATUS NOT = '00'                          CUSMRG01
010440         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    CUSMRG01
010450               WS-MASTER-FILE-STATUS                              CUSMRG01
010460         MOVE 16 TO RETURN-CODE                                   CUSMRG01
010470         STOP RUN                                                 CUSMRG01
010480     END-IF.                                                      CUSMRG01

010490 C012-OPEN-RCVB-MASTER-FILE.                                      CUSMRG01
010500     OPEN I-O RECEIVABLE-MASTER-FILE.                             CUSMRG01
010510     IF WS-RCVB-MASTER-STATUS NOT = '00'                          CUSMRG01
010520         DISPLAY 'UNABLE TO OPEN RECEIVABLE-MASTER-FILE - STATUS 'CUSMRG01
010530               WS-RCVB-MASTER-STATUS                              CUSMRG01
010540         MOVE 16 TO RETURN-CODE                                   CUSMRG01
010550         STOP RUN                                                 CUSMRG01
010560     END-IF.                                                      CUSMRG01

010570 C013-OPEN-POLICY-AUDIT-FILE.                                     CUSMRG01
010580     OPEN EXTEND POLICY-AUDIT-FILE.                               CUSMRG01
010590     IF WS-AUDIT-FILE-STATUS = '35'                               CUSMRG01
010600         OPEN OUTPUT POLICY-AUDIT-FILE                            CUSMRG01
010610     END-IF.                                                      CUSMRG01
010620     IF WS-AUDIT-FILE-STATUS NOT = '00'                           CUSMRG01
010630         DISPLAY 'UNABLE TO OPEN POLICY-AUDIT-FILE - STATUS '     CUSMRG01
010640               WS-AUDIT-FILE-STATUS                               CUSMRG01
010650         MOVE 16 TO RETURN-CODE                                   CUSMRG01
010660         STOP RUN                                                 CUSMRG01
010670     END-IF.                                                      CUSMRG01

010680 C014-OPEN-MERGE-AUDIT-FILE.                                      CUSMRG01
010690     OPEN EXTEND MERGE-AUDIT-FILE.                                CUSMRG01
010700     IF WS-MERGE-AUDIT-STATUS = '35'                              CUSMRG01
010710         OPEN OUTPUT MERGE-AUDIT-FILE                             CUSMRG01
010720     END-IF.                                                      CUSMRG01
010730     IF WS-MERGE-AUDIT-STATUS NOT = '00'                          CUSMRG01
010740         DISPLAY 'UNABLE TO OPEN MERGE-AUDIT-FILE - STATUS '      CUSMRG01
010750               WS-MERGE-AUDIT-STATUS                              CUSMRG01
010760         MOVE 16 TO RETURN-CODE                                   CUSMRG01
010770         STOP RUN                                                 CUSMRG01
010780     END-IF.                                                      CUSMRG01

010790******************************************************************CUSMRG01
010800**                                                               *CUSMRG01
010810**  ONE TOTAL LINE PER MERGE, THE BALANCE LINE, THEN THE LINE    *CUSMRG01
010820**  FOR THE SUPERVISOR'S SIGNATURE.                              *CUSMRG01
010830**                                                               *CUSMRG01
010840******************************************************************CUSMRG01

010850 D000-PRINT-MERGE-SUMMARY.                                        CUSMRG01
010860     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    CUSMRG01
010870         PERFORM C003-PRINT-PAGE-HEADERS                          CUSMRG01
010880     END-IF.                                                      CUSMRG01
010890     MOVE SPACES TO MERGE-REGISTER-LINE.                          CUSMRG01
010900     WRITE MERGE-REGISTER-LINE                                    CUSMRG01
010910           AFTER ADVANCING 1 LINES.                               CUSMRG01
010920     PERFORM D001-PRINT-MERGE-TOTAL                               CUSMRG01
010930           VARYING WS-MERGE-INDEX FROM 1 BY 1                     CUSMRG01
010940           UNTIL WS-MERGE-INDEX > WS-MERGE-TABLE-COUNT.           CUSMRG01
010950     IF MERGE-IN-BALANCE                                          CUSMRG01
010960         MOVE 'MERGE IN BALANCE - NO RECORDS LOST OR LEFT BEHIND' CUSMRG01
010970               TO WS-BAL-MESSAGE                                  CUSMRG01
010980     ELSE                                                         CUSMRG01
010990         MOVE '*** MERGE OUT OF BALANCE - SEE COUNTS BELOW ***'   CUSMRG01
011000               TO WS-BAL-MESSAGE                                  CUSMRG01
011010     END-IF.                                                      CUSMRG01
011020     WRITE MERGE-REGISTER-LINE FROM WS-BALANCE-LINE               CUSMRG01
011030           AFTER ADVANCING 2 LINES.                               CUSMRG01
011040     WRITE MERGE-REGISTER-LINE FROM WS-SIGNATURE-LINE             CUSMRG01
011050           AFTER ADVANCING 3 LINES.                               CUSMRG01

011060 D001-PRINT-MERGE-TOTAL.                                          CUSMRG01
011070     MOVE WS-MRG-RETIRED (WS-MERGE-INDEX) TO WS-TOT-RETIRED.      CUSMRG01
011080     MOVE WS-MRG-SURVIVOR (WS-MERGE-INDEX) TO WS-TOT-SURVIVOR.    CUSMRG01
011090     MOVE WS-MRG-POLICY-COUNT (WS-MERGE-INDEX)                    CUSMRG01
011100           TO WS-TOT-POLICY-COUNT.                                CUSMRG01
011110     MOVE WS-MRG-RCVB-COUNT (WS-MERGE-INDEX)                      CUSMRG01
011120           TO WS-TOT-RCVB-COUNT.                                  CUSMRG01
011130     MOVE WS-MRG-OFFER-COUNT (WS-MERGE-INDEX)                     CUSMRG01
011140           TO WS-TOT-OFFER-COUNT.                                 CUSMRG01
011150     MOVE WS-MRG-LEFT-COUNT (WS-MERGE-INDEX)                      CUSMRG01
011160           TO WS-TOT-LEFT-COUNT.                                  CUSMRG01
011170     WRITE MERGE-REGISTER-LINE FROM WS-MERGE-TOTAL-LINE           CUSMRG01
011180           AFTER ADVANCING 1 LINES.                               CUSMRG01

