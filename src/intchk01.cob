001010 IDENTIFICATION DIVISION.                                         INTCHK01

001020 PROGRAM-ID.    INTCHK01.                                         INTCHK01
001030 AUTHOR.        MMELL.                                            INTCHK01
001040 INSTALLATION.  AUBURN.                                           INTCHK01
001050 DATE-WRITTEN.  2026-10-12.                                       INTCHK01
001060 DATE-COMPILED. 2026-10-12.                                       INTCHK01
001070 SECURITY.      UNCLASSIFIED.                                     INTCHK01

001080******************************************************************INTCHK01
001090**                                                               *INTCHK01
001100**  THIS PROGRAM IS THE NIGHTLY CROSS-FILE INTEGRITY SWEEP       *INTCHK01
001110**                                                               *INTCHK01
001120**    MODIFICATION HISTORY                                       *INTCHK01
001130**    -------------------                                        *INTCHK01
001140**    DATE       INIT  DESCRIPTION                               *INTCHK01
001150**    ---------- ----  ----------------------------------------- *INTCHK01
001160**    2026-10-12  MM   INITIAL VERSION.  READ ONLY.  CHECKS THAT *INTCHK01
001170**                     EVERY POLICY'S CUSTOMER NUMBER IS ON THE  *INTCHK01
001180**                     CUSTOMER MASTER AND ITS AGENT IS ON THE   *INTCHK01
001190**                     AGENT MASTER AND ACTIVE, THAT EVERY       *INTCHK01
001200**                     RECEIVABLE'S POLICY IS ON THE POLICY      *INTCHK01
001210**                     MASTER, AND THAT EVERY CLAIM'S POLICY IS  *INTCHK01
001220**                     ON THE POLICY MASTER OR IN ONE OF THE     *INTCHK01
001230**                     THREE ARCHIVE GENERATIONS.  EXCEPTIONS    *INTCHK01
001240**                     PRINT BY CATEGORY WITH COUNTS.  RETURN    *INTCHK01
001250**                     CODE 8 WHEN ANY CRITICAL BREAK IS FOUND,  *INTCHK01
001260**                     4 WHEN ONLY WARNINGS ARE FOUND, SO THE    *INTCHK01
001270**                     RUN SEQUENCE GATEKEEPER CAN HOLD THE NEXT *INTCHK01
001280**                     DAY'S STREAM.                             *INTCHK01
001281**    2026-10-15  MM   A POLICY STILL CARRYING THE NUMBER OF A   *INTCHK01
001282**                     CUSTOMER RETIRED BY THE CUSTOMER MERGE    *INTCHK01
001283**                     RUN IS A CATEGORY 1 BREAK, SHOWING THE    *INTCHK01
001284**                     CUSTOMER IT WAS MERGED INTO.  THE         *INTCHK01
001285**                     CATEGORY COUNTS ARE NOW CLEARED ONE BY    *INTCHK01
001286**                     ONE.                                      *INTCHK01
001290**                                                               *INTCHK01
001300******************************************************************INTCHK01

001310 ENVIRONMENT DIVISION.                                            INTCHK01

001320 CONFIGURATION SECTION.                                           INTCHK01

001330 SOURCE-COMPUTER. X86_64.                                         INTCHK01
001340 OBJECT-COMPUTER. X86_64.                                         INTCHK01

001350 INPUT-OUTPUT SECTION.                                            INTCHK01
001360 FILE-CONTROL.                                                    INTCHK01
001370     SELECT POLICY-MASTER-FILE                                    INTCHK01
001380         ASSIGN TO UT-S-POLMSTR                                   INTCHK01
001390         ORGANIZATION IS INDEXED                                  INTCHK01
001400         ACCESS MODE IS DYNAMIC                                   INTCHK01
001410         RECORD KEY IS POLICY-NUMBER-MASTER                       INTCHK01
001420         FILE STATUS IS WS-MASTER-FILE-STATUS.                    INTCHK01

001430     SELECT CUSTOMER-MASTER-FILE                                  INTCHK01
001440         ASSIGN TO UT-S-CUSMSTR                                   INTCHK01
001450         ORGANIZATION IS INDEXED                                  INTCHK01
001460         ACCESS MODE IS DYNAMIC                                   INTCHK01
001470         RECORD KEY IS CUSTOMER-NUMBER-CUST                       INTCHK01
001480         FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.                INTCHK01

001490     SELECT AGENT-MASTER-FILE                                     INTCHK01
001500         ASSIGN TO UT-S-AGTMSTR                                   INTCHK01
001510         ORGANIZATION IS INDEXED                                  INTCHK01
001520         ACCESS MODE IS DYNAMIC                                   INTCHK01
001530         RECORD KEY IS AGENT-CODE-AGENT                           INTCHK01
001540         FILE STATUS IS WS-AGENT-MASTER-STATUS.                   INTCHK01

001550     SELECT RECEIVABLE-MASTER-FILE                                INTCHK01
001560         ASSIGN TO UT-S-RCVMSTR                                   INTCHK01
001570         ORGANIZATION IS INDEXED                                  INTCHK01
001580         ACCESS MODE IS DYNAMIC                                   INTCHK01
001590         RECORD KEY IS RECEIVABLE-KEY-RCVB                        INTCHK01
001600         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    INTCHK01

001610     SELECT CLAIMS-MASTER-FILE                                    INTCHK01
001620         ASSIGN TO UT-S-CLMMSTR                                   INTCHK01
001630         ORGANIZATION IS INDEXED                                  INTCHK01
001640         ACCESS MODE IS DYNAMIC                                   INTCHK01
001650         RECORD KEY IS CLAIM-NUMBER-MASTER                        INTCHK01
001660         ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER-MASTER       INTCHK01
001670               WITH DUPLICATES                                    INTCHK01
001680         FILE STATUS IS WS-CLAIMS-MASTER-STATUS.                  INTCHK01

001690     SELECT ARCHIVE-FILE-1                                        INTCHK01
001700         ASSIGN TO UT-S-POLARC1                                   INTCHK01
001710         ORGANIZATION IS LINE SEQUENTIAL                          INTCHK01
001720         FILE STATUS IS WS-ARCHIVE-1-STATUS.                      INTCHK01

001730     SELECT ARCHIVE-FILE-2                                        INTCHK01
001740         ASSIGN TO UT-S-POLARC2                                   INTCHK01
001750         ORGANIZATION IS LINE SEQUENTIAL                          INTCHK01
001760         FILE STATUS IS WS-ARCHIVE-2-STATUS.                      INTCHK01

001770     SELECT ARCHIVE-FILE-3                                        INTCHK01
001780         ASSIGN TO UT-S-POLARC3                                   INTCHK01
001790         ORGANIZATION IS LINE SEQUENTIAL                          INTCHK01
001800         FILE STATUS IS WS-ARCHIVE-3-STATUS.                      INTCHK01

001810     SELECT EXCEPTION-SORT-FILE                                   INTCHK01
001820         ASSIGN TO UT-S-INTSORT.                                  INTCHK01

001830     SELECT EXCEPTION-REPORT-FILE                                 INTCHK01
001840         ASSIGN TO UT-S-INTRPT                                    INTCHK01
001850         ORGANIZATION IS LINE SEQUENTIAL.                         INTCHK01

001860 DATA DIVISION.                                                   INTCHK01

001870 FILE SECTION.                                                    INTCHK01

001880 FD  POLICY-MASTER-FILE                                           INTCHK01
001890     LABEL RECORDS ARE STANDARD.                                  INTCHK01
001900     COPY POLYMAST.                                               INTCHK01

001910 FD  CUSTOMER-MASTER-FILE                                         INTCHK01
001920     LABEL RECORDS ARE STANDARD.                                  INTCHK01
001930     COPY CUSTMAST.                                               INTCHK01

001940 FD  AGENT-MASTER-FILE                                            INTCHK01
001950     LABEL RECORDS ARE STANDARD.                                  INTCHK01
001960     COPY AGTMAST.                                                INTCHK01

001970 FD  RECEIVABLE-MASTER-FILE                                       INTCHK01
001980     LABEL RECORDS ARE STANDARD.                                  INTCHK01
001990     COPY RCVMAST.                                                INTCHK01

002000 FD  CLAIMS-MASTER-FILE                                           INTCHK01
002010     LABEL RECORDS ARE STANDARD.                                  INTCHK01
002020     COPY CLMMAST.                                                INTCHK01

002030 FD  ARCHIVE-FILE-1                                               INTCHK01
002040     RECORD CONTAINS 116 CHARACTERS                               INTCHK01
002050     LABEL RECORDS ARE STANDARD                                   INTCHK01
002060     DATA RECORD IS ARCHIVE-RECORD-1.                             INTCHK01
002070 01  ARCHIVE-RECORD-1.                                            INTCHK01
002080     05  POLICY-NUMBER-ARC1      PICTURE X(12).                   INTCHK01
002090     05  FILLER                  PICTURE X(104).                  INTCHK01

002100 FD  ARCHIVE-FILE-2                                               INTCHK01
002110     RECORD CONTAINS 116 CHARACTERS                               INTCHK01
002120     LABEL RECORDS ARE STANDARD                                   INTCHK01
002130     DATA RECORD IS ARCHIVE-RECORD-2.                             INTCHK01
002140 01  ARCHIVE-RECORD-2.                                            INTCHK01
002150     05  POLICY-NUMBER-ARC2      PICTURE X(12).                   INTCHK01
002160     05  FILLER                  PICTURE X(104).                  INTCHK01

002170 FD  ARCHIVE-FILE-3                                               INTCHK01
002180     RECORD CONTAINS 116 CHARACTERS                               INTCHK01
002190     LABEL RECORDS ARE STANDARD                                   INTCHK01
002200     DATA RECORD IS ARCHIVE-RECORD-3.                             INTCHK01
002210 01  ARCHIVE-RECORD-3.                                            INTCHK01
002220     05  POLICY-NUMBER-ARC3      PICTURE X(12).                   INTCHK01
002230     05  FILLER                  PICTURE X(104).                  INTCHK01

002240 SD  EXCEPTION-SORT-FILE                                          INTCHK01
002250     DATA RECORD IS EXCEPTION-SORT-RECORD.                        INTCHK01
002260 01  EXCEPTION-SORT-RECORD.                                       INTCHK01
002270     05  SRT-CATEGORY            PICTURE 9(01).                   INTCHK01
002280     05  SRT-RECORD-KEY          PICTURE X(16).                   INTCHK01
002290     05  SRT-REFERENCE           PICTURE X(20).                   INTCHK01
002300     05  SRT-CUSTOMER            PICTURE X(20).                   INTCHK01
002310     05  SRT-DETAIL              PICTURE X(40).                   INTCHK01

002320 FD  EXCEPTION-REPORT-FILE                                        INTCHK01
002330     RECORD CONTAINS 133 CHARACTERS                               INTCHK01
002340     LABEL RECORDS ARE OMITTED                                    INTCHK01
002350     DATA RECORD IS EXCEPTION-REPORT-LINE.                        INTCHK01
002360 01  EXCEPTION-REPORT-LINE.                                       INTCHK01
002370     05  CARRIAGE-CONTROL        PICTURE X.                       INTCHK01
002380     05  FILLER                  PICTURE X(132).                  INTCHK01

002390 WORKING-STORAGE SECTION.                                         INTCHK01

002400 01  PROGRAM-INDICATORS.                                          INTCHK01
002410     05  ARE-THERE-MORE-POLICIES PICTURE X(3) VALUE 'YES'.        INTCHK01
002420     05  ARE-THERE-MORE-RECEIVABLES                               INTCHK01
002430                                 PICTURE X(3) VALUE 'YES'.        INTCHK01
002440     05  ARE-THERE-MORE-CLAIMS   PICTURE X(3) VALUE 'YES'.        INTCHK01
002450     05  ARE-THERE-MORE-ARCHIVES PICTURE X(3) VALUE 'YES'.        INTCHK01
002460     05  ARE-THERE-MORE-AGENTS   PICTURE X(3) VALUE 'YES'.        INTCHK01
002470     05  ARE-THERE-MORE-EXCEPTIONS                                INTCHK01
002480                                 PICTURE X(3) VALUE 'YES'.        INTCHK01

002490 01  WS-FILE-STATUS-FIELDS.                                       INTCHK01
002500     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      INTCHK01
002510     05  WS-CUSTOMER-MASTER-STATUS                                INTCHK01
002520                                 PICTURE X(02) VALUE SPACES.      INTCHK01
002530     05  WS-AGENT-MASTER-STATUS  PICTURE X(02) VALUE SPACES.      INTCHK01
002540     05  WS-RCVB-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      INTCHK01
002550     05  WS-CLAIMS-MASTER-STATUS PICTURE X(02) VALUE SPACES.      INTCHK01
002560     05  WS-ARCHIVE-1-STATUS     PICTURE X(02) VALUE SPACES.      INTCHK01
002570     05  WS-ARCHIVE-2-STATUS     PICTURE X(02) VALUE SPACES.      INTCHK01
002580     05  WS-ARCHIVE-3-STATUS     PICTURE X(02) VALUE SPACES.      INTCHK01
002590     05  WS-MASTER-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         INTCHK01
002600         88  MASTER-RECORD-FOUND        VALUE 'Y'.                INTCHK01
002610         88  MASTER-RECORD-NOT-FOUND    VALUE 'N'.                INTCHK01
002620     05  WS-CUSTOMER-FOUND-SWITCH                                 INTCHK01
002630                                 PICTURE X(01) VALUE 'N'.         INTCHK01
002640         88  CUSTOMER-RECORD-FOUND      VALUE 'Y'.                INTCHK01
002650         88  CUSTOMER-RECORD-NOT-FOUND  VALUE 'N'.                INTCHK01
002660     05  WS-FIRST-EXCEPTION-SWITCH                                INTCHK01
002670                                 PICTURE X(01) VALUE 'Y'.         INTCHK01
002680         88  FIRST-EXCEPTION            VALUE 'Y'.                INTCHK01
002690         88  NOT-FIRST-EXCEPTION        VALUE 'N'.                INTCHK01

002700******************************************************************INTCHK01
002710**                                                               *INTCHK01
002720**  THE EXCEPTION CATEGORIES, IN REPORT ORDER.  SEVERITY C IS A  *INTCHK01
002730**  CRITICAL BREAK AND W IS A WARNING.  A TERMINATED AGENT STILL *INTCHK01
002740**  ON AN IN-FORCE POLICY IS ONLY A WARNING - THE BOOK IS MOVED  *INTCHK01
002750**  WITH THE AGENT TRANSFER RUN.  A POLICY STILL CARRYING A      *INTCHK01
002752**  RETIRED CUSTOMER'S NUMBER FALLS UNDER CATEGORY 1 - THE       *INTCHK01
002754**  CUSTOMER MERGE RUN SHOULD HAVE MOVED IT TO THE SURVIVOR.     *INTCHK01
002760**                                                               *INTCHK01
002770******************************************************************INTCHK01

002780 01  WS-CATEGORY-TABLE-DEF.                                       INTCHK01
002790     05  FILLER                  PICTURE X(41) VALUE              INTCHK01
002800         'POLICY CUSTOMER MISSING OR RETIRED      C'.             INTCHK01
002810     05  FILLER                  PICTURE X(41) VALUE              INTCHK01
002820         'POLICY AGENT NOT ON AGENT MASTER        C'.             INTCHK01
002830     05  FILLER                  PICTURE X(41) VALUE              INTCHK01
002840         'IN-FORCE POLICY AGENT NOT ACTIVE        W'.             INTCHK01
002850     05  FILLER                  PICTURE X(41) VALUE              INTCHK01
002860         'RECEIVABLE POLICY NOT ON POLICY MASTER  C'.             INTCHK01
002870     05  FILLER                  PICTURE X(41) VALUE              INTCHK01
002880         'CLAIM POLICY NOT ON MASTER OR ARCHIVE   C'.             INTCHK01

002890 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-TABLE-DEF.           INTCHK01
002900     05  WS-CATEGORY-ENTRY OCCURS 5 TIMES.                        INTCHK01
002910         10  WS-CAT-DESCRIPTION  PICTURE X(40).                   INTCHK01
002920         10  WS-CAT-SEVERITY     PICTURE X(01).                   INTCHK01
002930             88  CATEGORY-IS-CRITICAL   VALUE 'C'.                INTCHK01

002940 01  WS-CATEGORY-FIELDS.                                          INTCHK01
002950     05  WS-CATEGORY-COUNT       PICTURE 9(02) COMP VALUE 05.     INTCHK01
002960     05  WS-CATEGORY-INDEX       PICTURE 9(02) COMP VALUE ZERO.   INTCHK01
002970     05  WS-PREV-CATEGORY        PICTURE 9(01) VALUE ZERO.        INTCHK01
002980     05  WS-CATEGORY-TOTALS.                                      INTCHK01
002990         10  WS-CAT-EXCEPTION-COUNT OCCURS 5 TIMES                INTCHK01
003000                                 PICTURE 9(07) COMP.              INTCHK01
003010     05  WS-CRITICAL-COUNT       PICTURE 9(07) COMP VALUE ZERO.   INTCHK01
003020     05  WS-WARNING-COUNT        PICTURE 9(07) COMP VALUE ZERO.   INTCHK01

003030 01  WS-AGENT-TABLE-FIELDS.                                       INTCHK01
003040     05  WS-AGENT-TABLE-MAX      PICTURE 9(03) COMP VALUE 200.    INTCHK01
003050     05  WS-AGENT-TABLE-COUNT    PICTURE 9(03) COMP VALUE ZERO.   INTCHK01
003060     05  WS-AGENT-INDEX          PICTURE 9(03) COMP VALUE ZERO.   INTCHK01
003070     05  WS-AGENT-MATCH-SWITCH   PICTURE X(01) VALUE 'N'.         INTCHK01
003080         88  AGENT-NAME-MATCHED         VALUE 'Y'.                INTCHK01
003090         88  AGENT-NAME-NOT-MATCHED     VALUE 'N'.                INTCHK01
003100     05  WS-AGENT-STATUS-FOUND   PICTURE X(01) VALUE SPACE.       INTCHK01

003110 01  WS-AGENT-TABLE.                                              INTCHK01
003120     05  WS-AGENT-TABLE-ENTRY OCCURS 200 TIMES.                   INTCHK01
003130         10  WS-TBL-AGENT-NAME   PICTURE X(20).                   INTCHK01
003140         10  WS-TBL-AGENT-STATUS PICTURE X(01).                   INTCHK01

003150******************************************************************INTCHK01
003160**                                                               *INTCHK01
003170**  CLAIMS WHOSE POLICY IS NOT ON THE POLICY MASTER ARE HELD     *INTCHK01
003180**  HERE UNTIL THE ARCHIVE GENERATIONS HAVE BEEN SEARCHED.       *INTCHK01
003190**                                                               *INTCHK01
003200******************************************************************INTCHK01

003210 01  WS-ORPHAN-TABLE-FIELDS.                                      INTCHK01
003220     05  WS-ORPHAN-TABLE-MAX     PICTURE 9(03) COMP VALUE 500.    INTCHK01
003230     05  WS-ORPHAN-TABLE-COUNT   PICTURE 9(03) COMP VALUE ZERO.   INTCHK01
003240     05  WS-ORPHAN-INDEX         PICTURE 9(03) COMP VALUE ZERO.   INTCHK01
003250     05  WS-ARCHIVE-POLICY-NUMBER                                 INTCHK01
003260                                 PICTURE X(12) VALUE SPACES.      INTCHK01

003270 01  WS-ORPHAN-TABLE.                                             INTCHK01
003280     05  WS-ORPHAN-ENTRY OCCURS 500 TIMES.                        INTCHK01
003290         10  WS-ORP-CLAIM-NUMBER PICTURE X(10).                   INTCHK01
003300         10  WS-ORP-POLICY-NUMBER                                 INTCHK01
003310                                 PICTURE X(12).                   INTCHK01
003320         10  WS-ORP-CLAIM-STATUS PICTURE X(01).                   INTCHK01
003330         10  WS-ORP-FOUND-FLAG   PICTURE X(01).                   INTCHK01

003340 01  WS-RECONCILIATION-COUNTS.                                    INTCHK01
003350     05  WS-POLICIES-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   INTCHK01
003360     05  WS-RCVB-READ-COUNT      PICTURE 9(07) COMP VALUE ZERO.   INTCHK01
003370     05  WS-CLAIMS-READ-COUNT    PICTURE 9(07) COMP VALUE ZERO.   INTCHK01
003380     05  WS-ARCHIVED-CLAIMS-COUNT                                 INTCHK01
003390                                 PICTURE 9(07) COMP VALUE ZERO.   INTCHK01
003400     05  WS-EXCEPTIONS-COUNT     PICTURE 9(07) COMP VALUE ZERO.   INTCHK01

003410 01  WS-RUN-DATE-FIELDS.                                          INTCHK01
003420     05  WS-CURRENT-DATE.                                         INTCHK01
003430         10  WS-CUR-CCYY         PICTURE 9(04).                   INTCHK01
003440         10  WS-CUR-MM           PICTURE 9(02).                   INTCHK01
003450         10  WS-CUR-DD           PICTURE 9(02).                   INTCHK01
003460     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   INTCHK01

003470 01  WS-PAGE-CONTROL.                                             INTCHK01
003480     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   INTCHK01
003490     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    INTCHK01
003500     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         INTCHK01

003510 01  WS-HEADING-LINE-1.                                           INTCHK01
003520     05  FILLER                  PICTURE X(10)                    INTCHK01
003530                                 VALUE 'RUN DATE: '.              INTCHK01
003540     05  WS-HDR-RUN-DATE         PICTURE X(10).                   INTCHK01
003550     05  FILLER                  PICTURE X(13) VALUE SPACES.      INTCHK01
003560     05  FILLER                  PICTURE X(24)                    INTCHK01
003570                                 VALUE 'FILE INTEGRITY EXCEPTION'.INTCHK01
003580     05  FILLER                  PICTURE X(17) VALUE SPACES.      INTCHK01
003590     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    INTCHK01
003600     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   INTCHK01

003610 01  WS-HEADING-LINE-2.                                           INTCHK01
003620     05  FILLER                  PICTURE X(01) VALUE SPACE.       INTCHK01
003630     05  FILLER                  PICTURE X(10)                    INTCHK01
003640                                 VALUE 'RECORD KEY'.              INTCHK01
003650     05  FILLER                  PICTURE X(08) VALUE SPACES.      INTCHK01
003660     05  FILLER                  PICTURE X(09) VALUE 'REFERS TO'. INTCHK01
003670     05  FILLER                  PICTURE X(13) VALUE SPACES.      INTCHK01
003680     05  FILLER                  PICTURE X(08) VALUE 'CUSTOMER'.  INTCHK01
003690     05  FILLER                  PICTURE X(14) VALUE SPACES.      INTCHK01
003700     05  FILLER                  PICTURE X(06) VALUE 'DETAIL'.    INTCHK01

003710 01  WS-CATEGORY-HEADING-LINE.                                    INTCHK01
003720     05  FILLER                  PICTURE X(10)                    INTCHK01
003730                                 VALUE 'CATEGORY  '.              INTCHK01
003740     05  WS-CHD-CATEGORY         PICTURE 9(01).                   INTCHK01
003750     05  FILLER                  PICTURE X(03) VALUE ' - '.       INTCHK01
003760     05  WS-CHD-DESCRIPTION      PICTURE X(40).                   INTCHK01
003770     05  FILLER                  PICTURE X(02) VALUE SPACES.      INTCHK01
003780     05  WS-CHD-SEVERITY         PICTURE X(08).                   INTCHK01

003790 01  WS-EXCEPTION-DETAIL-LINE.                                    INTCHK01
003800     05  FILLER                  PICTURE X(01) VALUE SPACE.       INTCHK01
003810     05  WS-DTL-RECORD-KEY       PICTURE X(16).                   INTCHK01
003820     05  FILLER                  PICTURE X(02) VALUE SPACES.      INTCHK01
003830     05  WS-DTL-REFERENCE        PICTURE X(20).                   INTCHK01
003840     05  FILLER                  PICTURE X(02) VALUE SPACES.      INTCHK01
003850     05  WS-DTL-CUSTOMER         PICTURE X(20).                   INTCHK01
003860     05  FILLER                  PICTURE X(02) VALUE SPACES.      INTCHK01
003870     05  WS-DTL-DETAIL           PICTURE X(40).                   INTCHK01

003880 01  WS-CATEGORY-TOTAL-LINE.                                      INTCHK01
003890     05  FILLER                  PICTURE X(05) VALUE SPACES.      INTCHK01
003900     05  FILLER                  PICTURE X(20)                    INTCHK01
003910                                 VALUE 'CATEGORY EXCEPTIONS:'.    INTCHK01
003920     05  WS-CTL-COUNT            PICTURE ZZZ,ZZ9.                 INTCHK01

003930 01  WS-SUMMARY-LINE.                                             INTCHK01
003940     05  FILLER                  PICTURE X(10)                    INTCHK01
003950                                 VALUE 'CATEGORY  '.              INTCHK01
003960     05  WS-SUM-CATEGORY         PICTURE 9(01).                   INTCHK01
003970     05  FILLER                  PICTURE X(03) VALUE ' - '.       INTCHK01
003980     05  WS-SUM-DESCRIPTION      PICTURE X(40).                   INTCHK01
003990     05  FILLER                  PICTURE X(02) VALUE SPACES.      INTCHK01
004000     05  WS-SUM-SEVERITY         PICTURE X(08).                   INTCHK01
004010     05  FILLER                  PICTURE X(02) VALUE SPACES.      INTCHK01
004020     05  WS-SUM-COUNT            PICTURE ZZZ,ZZ9.                 INTCHK01

004030 01  WS-TRAILER-LINE-1.                                           INTCHK01
004040     05  FILLER                  PICTURE X(20)                    INTCHK01
004050                                 VALUE 'POLICIES READ:      '.    INTCHK01
004060     05  WS-TRL-POLICIES-READ    PICTURE ZZZ,ZZ9.                 INTCHK01
004070     05  FILLER                  PICTURE X(04) VALUE SPACES.      INTCHK01
004080     05  FILLER                  PICTURE X(20)                    INTCHK01
004090                                 VALUE 'RECEIVABLES READ:   '.    INTCHK01
004100     05  WS-TRL-RCVB-READ        PICTURE ZZZ,ZZ9.                 INTCHK01
004110     05  FILLER                  PICTURE X(04) VALUE SPACES.      INTCHK01
004120     05  FILLER                  PICTURE X(20)                    INTCHK01
004130                                 VALUE 'CLAIMS READ:        '.    INTCHK01
004140     05  WS-TRL-CLAIMS-READ      PICTURE ZZZ,ZZ9.                 INTCHK01

004150 01  WS-TRAILER-LINE-2.                                           INTCHK01
004160     05  FILLER                  PICTURE X(20)                    INTCHK01
004170                                 VALUE 'CLAIMS ON ARCHIVE:  '.    INTCHK01
004180     05  WS-TRL-ARCHIVED-CLAIMS  PICTURE ZZZ,ZZ9.                 INTCHK01
004190     05  FILLER                  PICTURE X(04) VALUE SPACES.      INTCHK01
004200     05  FILLER                  PICTURE X(20)                    INTCHK01
004210                                 VALUE 'CRITICAL BREAKS:    '.    INTCHK01
004220     05  WS-TRL-CRITICAL         PICTURE ZZZ,ZZ9.                 INTCHK01
004230     05  FILLER                  PICTURE X(04) VALUE SPACES.      INTCHK01
004240     05  FILLER                  PICTURE X(20)                    INTCHK01
004250                                 VALUE 'WARNINGS:           '.    INTCHK01
004260     05  WS-TRL-WARNINGS         PICTURE ZZZ,ZZ9.                 INTCHK01

004270 PROCEDURE DIVISION.                                              INTCHK01

004280******************************************************************INTCHK01
004290**                                                               *INTCHK01
004300**  THIS PROGRAM CHECKS EACH CROSS-FILE RELATIONSHIP IN TURN,    *INTCHK01
004310**  RELEASING ONE SORT RECORD PER EXCEPTION, THEN PRINTS THE     *INTCHK01
004320**  EXCEPTIONS BY CATEGORY, THE CATEGORY SUMMARY AND THE         *INTCHK01
004330**  TRAILER, AND SETS THE RETURN CODE - 8 FOR ANY CRITICAL       *INTCHK01
004340**  BREAK, 4 FOR WARNINGS ONLY, OTHERWISE ZERO.  NO FILE IS      *INTCHK01
004350**  UPDATED.  IT IS ENTERED FROM THE OPERATING SYSTEM AND EXITS  *INTCHK01
004360**  TO THE OPERATING SYSTEM.                                     *INTCHK01
004370**                                                               *INTCHK01
004380******************************************************************INTCHK01

004390 A000-SWEEP-MASTER-FILES.                                         INTCHK01

004400     PERFORM C010-OPEN-POLICY-MASTER-FILE.                        INTCHK01
004410     PERFORM C011-OPEN-CUSTOMER-MASTER-FILE.                      INTCHK01
004420     PERFORM C012-OPEN-RCVB-MASTER-FILE.                          INTCHK01
004430     PERFORM C013-OPEN-CLAIMS-MASTER-FILE.                        INTCHK01
004440     PERFORM C200-LOAD-AGENT-TABLE.                               INTCHK01
004450     OPEN OUTPUT EXCEPTION-REPORT-FILE.                           INTCHK01
004460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   INTCHK01
004470     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               INTCHK01
004480           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           INTCHK01
004490     PERFORM A002-CLEAR-CATEGORY-TOTAL                            INTCHK01
004492           VARYING WS-CATEGORY-INDEX FROM 1 BY 1                  INTCHK01
004494           UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT.           INTCHK01
004500     SORT EXCEPTION-SORT-FILE                                     INTCHK01
004510           ON ASCENDING KEY SRT-CATEGORY                          INTCHK01
004520                            SRT-RECORD-KEY                        INTCHK01
004530           INPUT PROCEDURE IS B000-CHECK-RELATIONSHIPS            INTCHK01
004540           OUTPUT PROCEDURE IS D000-PRINT-EXCEPTIONS.             INTCHK01
004550     PERFORM D100-PRINT-CATEGORY-SUMMARY.                         INTCHK01
004560     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   INTCHK01
004570     CLOSE POLICY-MASTER-FILE                                     INTCHK01
004580           CUSTOMER-MASTER-FILE                                   INTCHK01
004590           RECEIVABLE-MASTER-FILE                                 INTCHK01
004600           CLAIMS-MASTER-FILE                                     INTCHK01
004610           EXCEPTION-REPORT-FILE.                                 INTCHK01
004620     IF WS-CRITICAL-COUNT > ZERO                                  INTCHK01
004630         DISPLAY 'INTEGRITY SWEEP - CRITICAL BREAKS FOUND'        INTCHK01
004640         MOVE 08 TO RETURN-CODE                                   INTCHK01
004650     ELSE                                                         INTCHK01
004660         IF WS-WARNING-COUNT > ZERO                               INTCHK01
004670             MOVE 04 TO RETURN-CODE                               INTCHK01
004680         ELSE                                                     INTCHK01
004690             MOVE ZERO TO RETURN-CODE                             INTCHK01
004700         END-IF                                                   INTCHK01
004710     END-IF.                                                      INTCHK01
004720     STOP RUN.                                                    INTCHK01

004722 A002-CLEAR-CATEGORY-TOTAL.                                       INTCHK01
004724     MOVE ZERO TO WS-CAT-EXCEPTION-COUNT (WS-CATEGORY-INDEX).     INTCHK01

004730 A010-PRINT-RECONCILIATION-TRAILER.                               INTCHK01
004740     MOVE WS-POLICIES-READ-COUNT TO WS-TRL-POLICIES-READ.         INTCHK01
004750     MOVE WS-RCVB-READ-COUNT TO WS-TRL-RCVB-READ.                 INTCHK01
004760     MOVE WS-CLAIMS-READ-COUNT TO WS-TRL-CLAIMS-READ.             INTCHK01
004770     WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE-1           INTCHK01
004780           AFTER ADVANCING 2 LINES.                               INTCHK01
004790     MOVE WS-ARCHIVED-CLAIMS-COUNT TO WS-TRL-ARCHIVED-CLAIMS.     INTCHK01
004800     MOVE WS-CRITICAL-COUNT TO WS-TRL-CRITICAL.                   INTCHK01
004810     MOVE WS-WARNING-COUNT TO WS-TRL-WARNINGS.                    INTCHK01
004820     WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE-2           INTCHK01
004830           AFTER ADVANCING 1 LINES.                               INTCHK01

004840******************************************************************INTCHK01
004850**                                                               *INTCHK01
004860**  INPUT PROCEDURE.  THE POLICY MASTER IS PASSED FOR THE        *INTCHK01
004870**  CUSTOMER AND AGENT CHECKS, THE RECEIVABLE MASTER FOR ITS     *INTCHK01
004880**  POLICIES, AND THE CLAIMS MASTER FOR ITS POLICIES - A CLAIM   *INTCHK01
004890**  WHOSE POLICY HAS LEFT THE MASTER IS ONLY A BREAK WHEN NO     *INTCHK01
004900**  ARCHIVE GENERATION HOLDS THE POLICY EITHER.                  *INTCHK01
004910**                                                               *INTCHK01
004920******************************************************************INTCHK01

004930 B000-CHECK-RELATIONSHIPS.                                        INTCHK01
004940     PERFORM B100-CHECK-POLICIES.                                 INTCHK01
004950     PERFORM B200-CHECK-RECEIVABLES.                              INTCHK01
004960     PERFORM B300-CHECK-CLAIMS.                                   INTCHK01
004970     IF WS-ORPHAN-TABLE-COUNT > ZERO                              INTCHK01
004980         PERFORM B410-SCAN-ARCHIVE-1                              INTCHK01
004990         PERFORM B420-SCAN-ARCHIVE-2                              INTCHK01
005000         PERFORM B430-SCAN-ARCHIVE-3                              INTCHK01
005010         PERFORM B450-RELEASE-ORPHAN-CLAIM                        INTCHK01
005020               VARYING WS-ORPHAN-INDEX FROM 1 BY 1                INTCHK01
005030               UNTIL WS-ORPHAN-INDEX > WS-ORPHAN-TABLE-COUNT      INTCHK01
005040     END-IF.                                                      INTCHK01

005050 B100-CHECK-POLICIES.                                             INTCHK01
005060     MOVE LOW-VALUES TO POLICY-NUMBER-MASTER.                     INTCHK01
005070     START POLICY-MASTER-FILE                                     INTCHK01
005080           KEY IS NOT LESS THAN POLICY-NUMBER-MASTER              INTCHK01
005090           INVALID KEY                                            INTCHK01
005100              MOVE 'NO ' TO ARE-THERE-MORE-POLICIES               INTCHK01
005110     END-START.                                                   INTCHK01
005120     PERFORM B102-READ-POLICY-NEXT.                               INTCHK01
005130     PERFORM B101-CHECK-ONE-POLICY                                INTCHK01
005140           UNTIL ARE-THERE-MORE-POLICIES = 'NO '.                 INTCHK01

005150 B101-CHECK-ONE-POLICY.                                           INTCHK01
005160     IF CUSTOMER-NUMBER-MASTER = SPACES                           INTCHK01
005170         MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH                     INTCHK01
005180     ELSE                                                         INTCHK01
005190         MOVE CUSTOMER-NUMBER-MASTER TO CUSTOMER-NUMBER-CUST      INTCHK01
005200         READ CUSTOMER-MASTER-FILE                                INTCHK01
005210               INVALID KEY                                        INTCHK01
005220                  MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH            INTCHK01
005230               NOT INVALID KEY                                    INTCHK01
005240                  MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH            INTCHK01
005250         END-READ                                                 INTCHK01
005260     END-IF.                                                      INTCHK01
005270     IF CUSTOMER-RECORD-NOT-FOUND                                 INTCHK01
005280         MOVE 1 TO SRT-CATEGORY                                   INTCHK01
005290         MOVE POLICY-NUMBER-MASTER TO SRT-RECORD-KEY              INTCHK01
005300         MOVE CUSTOMER-NUMBER-MASTER TO SRT-REFERENCE             INTCHK01
005310         MOVE CUSTOMER-NAME-MASTER TO SRT-CUSTOMER                INTCHK01
005320         IF CUSTOMER-NUMBER-MASTER = SPACES                       INTCHK01
005330             MOVE 'CUSTOMER NUMBER IS BLANK' TO SRT-DETAIL        INTCHK01
005340         ELSE                                                     INTCHK01
005350             MOVE SPACES TO SRT-DETAIL                            INTCHK01
005360         END-IF                                                   INTCHK01
005370         PERFORM B900-RELEASE-EXCEPTION                           INTCHK01
005372     ELSE                                                         INTCHK01
005374         IF CUSTOMER-IS-RETIRED                                   INTCHK01
005376             PERFORM B103-RELEASE-RETIRED-CUSTOMER                INTCHK01
005378         END-IF                                                   INTCHK01
005380     END-IF.                                                      INTCHK01
005390     PERFORM C210-LOOKUP-AGENT-NAME.                              INTCHK01
005400     IF AGENT-NAME-NOT-MATCHED                                    INTCHK01
005410         MOVE 2 TO SRT-CATEGORY                                   INTCHK01
005420         MOVE POLICY-NUMBER-MASTER TO SRT-RECORD-KEY              INTCHK01
005430         MOVE AGENT-NAME-MASTER TO SRT-REFERENCE                  INTCHK01
005440         MOVE CUSTOMER-NAME-MASTER TO SRT-CUSTOMER                INTCHK01
005450         MOVE SPACES TO SRT-DETAIL                                INTCHK01
005460         PERFORM B900-RELEASE-EXCEPTION                           INTCHK01
005470     ELSE                                                         INTCHK01
005480         IF WS-AGENT-STATUS-FOUND NOT = 'A'                       INTCHK01
005490            AND NOT POLICY-IS-CANCELLED                           INTCHK01
005500             MOVE 3 TO SRT-CATEGORY                               INTCHK01
005510             MOVE POLICY-NUMBER-MASTER TO SRT-RECORD-KEY          INTCHK01
005520             MOVE AGENT-NAME-MASTER TO SRT-REFERENCE              INTCHK01
005530             MOVE CUSTOMER-NAME-MASTER TO SRT-CUSTOMER            INTCHK01
005540             MOVE SPACES TO SRT-DETAIL                            INTCHK01
005550             STRING 'AGENT STATUS ' WS-AGENT-STATUS-FOUND         INTCHK01
005560                   DELIMITED BY SIZE INTO SRT-DETAIL              INTCHK01
005570             PERFORM B900-RELEASE-EXCEPTION                       INTCHK01
005580         END-IF                                                   INTCHK01
005590     END-IF.                                                      INTCHK01
005600     PERFORM B102-READ-POLICY-NEXT.                               INTCHK01

005610 B102-READ-POLICY-NEXT.                                           INTCHK01
005620     READ POLICY-MASTER-FILE NEXT RECORD                          INTCHK01
005630           AT END                                                 INTCHK01
005640              MOVE 'NO ' TO ARE-THERE-MORE-POLICIES.              INTCHK01
005650     IF ARE-THERE-MORE-POLICIES = 'YES'                           INTCHK01
005660         ADD 1 TO WS-POLICIES-READ-COUNT                          INTCHK01
005670     END-IF.                                                      INTCHK01

005671 B103-RELEASE-RETIRED-CUSTOMER.                                   INTCHK01
005672     MOVE 1 TO SRT-CATEGORY.                                      INTCHK01
005673     MOVE POLICY-NUMBER-MASTER TO SRT-RECORD-KEY.                 INTCHK01
005674     MOVE CUSTOMER-NUMBER-MASTER TO SRT-REFERENCE.                INTCHK01
005675     MOVE CUSTOMER-NAME-MASTER TO SRT-CUSTOMER.                   INTCHK01
005676     MOVE SPACES TO SRT-DETAIL.                                   INTCHK01
005677     STRING 'CUSTOMER RETIRED - MERGED INTO ' MERGED-INTO-CUST    INTCHK01
005678           DELIMITED BY SIZE INTO SRT-DETAIL.                     INTCHK01
005679     PERFORM B900-RELEASE-EXCEPTION.                              INTCHK01

005680 B200-CHECK-RECEIVABLES.                                          INTCHK01
005690     MOVE LOW-VALUES TO RECEIVABLE-KEY-RCVB.                      INTCHK01
005700     START RECEIVABLE-MASTER-FILE                                 INTCHK01
005710           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               INTCHK01
005720           INVALID KEY                                            INTCHK01
005730              MOVE 'NO ' TO ARE-THERE-MORE-RECEIVABLES            INTCHK01
005740     END-START.                                                   INTCHK01
005750     PERFORM B202-READ-RECEIVABLE-NEXT.                           INTCHK01
005760     PERFORM B201-CHECK-ONE-RECEIVABLE                            INTCHK01
005770           UNTIL ARE-THERE-MORE-RECEIVABLES = 'NO '.              INTCHK01

005780 B201-CHECK-ONE-RECEIVABLE.                                       INTCHK01
005790     MOVE POLICY-NUMBER-RCVB TO POLICY-NUMBER-MASTER.             INTCHK01
005800     PERFORM C020-READ-POLICY-BY-KEY.                             INTCHK01
005810     IF MASTER-RECORD-NOT-FOUND                                   INTCHK01
005820         MOVE 4 TO SRT-CATEGORY                                   INTCHK01
005830         MOVE SPACES TO SRT-RECORD-KEY                            INTCHK01
005840         STRING POLICY-NUMBER-RCVB DELIMITED BY SPACE             INTCHK01
005850                '/' INSTALLMENT-NUMBER-RCVB DELIMITED BY SIZE     INTCHK01
005860               INTO SRT-RECORD-KEY                                INTCHK01
005870         MOVE POLICY-NUMBER-RCVB TO SRT-REFERENCE                 INTCHK01
005880         MOVE CUSTOMER-NUMBER-RCVB TO SRT-CUSTOMER                INTCHK01
005890         MOVE SPACES TO SRT-DETAIL                                INTCHK01
005900         STRING 'RECEIVABLE STATUS ' STATUS-RCVB                  INTCHK01
005910               DELIMITED BY SIZE INTO SRT-DETAIL                  INTCHK01
005920         PERFORM B900-RELEASE-EXCEPTION                           INTCHK01
005930     END-IF.                                                      INTCHK01
005940     PERFORM B202-READ-RECEIVABLE-NEXT.                           INTCHK01

005950 B202-READ-RECEIVABLE-NEXT.                                       INTCHK01
005960     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      INTCHK01
005970           AT END                                                 INTCHK01
005980              MOVE 'NO ' TO ARE-THERE-MORE-RECEIVABLES.           INTCHK01
005990     IF ARE-THERE-MORE-RECEIVABLES = 'YES'                        INTCHK01
006000         ADD 1 TO WS-RCVB-READ-COUNT                              INTCHK01
006010     END-IF.                                                      INTCHK01

006020 B300-CHECK-CLAIMS.                                               INTCHK01
006030     MOVE LOW-VALUES TO CLAIM-NUMBER-MASTER.                      INTCHK01
006040     START CLAIMS-MASTER-FILE                                     INTCHK01
006050           KEY IS NOT LESS THAN CLAIM-NUMBER-MASTER               INTCHK01
006060           INVALID KEY                                            INTCHK01
006070              MOVE 'NO ' TO ARE-THERE-MORE-CLAIMS                 INTCHK01
006080     END-START.                                                   INTCHK01
006090     PERFORM B302-READ-CLAIM-NEXT.                                INTCHK01
006100     PERFORM B301-CHECK-ONE-CLAIM                                 INTCHK01
006110           UNTIL ARE-THERE-MORE-CLAIMS = 'NO '.                   INTCHK01

006120 B301-CHECK-ONE-CLAIM.                                            INTCHK01
006130     MOVE CLAIM-POLICY-NUMBER-MASTER TO POLICY-NUMBER-MASTER.     INTCHK01
006140     PERFORM C020-READ-POLICY-BY-KEY.                             INTCHK01
006150     IF MASTER-RECORD-NOT-FOUND                                   INTCHK01
006160         IF WS-ORPHAN-TABLE-COUNT >= WS-ORPHAN-TABLE-MAX          INTCHK01
006170             DISPLAY 'ORPHAN CLAIM TABLE OVERFLOW - MORE THAN '   INTCHK01
006180                   WS-ORPHAN-TABLE-MAX ' CLAIMS OFF THE MASTER'   INTCHK01
006190             MOVE 16 TO RETURN-CODE                               INTCHK01
006200             STOP RUN                                             INTCHK01
006210         END-IF                                                   INTCHK01
006220         ADD 1 TO WS-ORPHAN-TABLE-COUNT                           INTCHK01
006230         MOVE CLAIM-NUMBER-MASTER                                 INTCHK01
006240               TO WS-ORP-CLAIM-NUMBER (WS-ORPHAN-TABLE-COUNT)     INTCHK01
006250         MOVE CLAIM-POLICY-NUMBER-MASTER                          INTCHK01
006260               TO WS-ORP-POLICY-NUMBER (WS-ORPHAN-TABLE-COUNT)    INTCHK01
006270         MOVE CLAIM-STATUS-MASTER                                 INTCHK01
006280               TO WS-ORP-CLAIM-STATUS (WS-ORPHAN-TABLE-COUNT)     INTCHK01
006290         MOVE 'N' TO WS-ORP-FOUND-FLAG (WS-ORPHAN-TABLE-COUNT)    INTCHK01
006300     END-IF.                                                      INTCHK01
006310     PERFORM B302-READ-CLAIM-NEXT.                                INTCHK01

006320 B302-READ-CLAIM-NEXT.                                            INTCHK01
006330     READ CLAIMS-MASTER-FILE NEXT RECORD                          INTCHK01
006340           AT END                                                 INTCHK01
006350              MOVE 'NO ' TO ARE-THERE-MORE-CLAIMS.                INTCHK01
006360     IF ARE-THERE-MORE-CLAIMS = 'YES'                             INTCHK01
006370         ADD 1 TO WS-CLAIMS-READ-COUNT                            INTCHK01
006380     END-IF.                                                      INTCHK01

006390******************************************************************INTCHK01
006400**                                                               *INTCHK01
006410**  EACH ARCHIVE GENERATION IS PASSED ONCE.  A GENERATION THAT   *INTCHK01
006420**  IS NOT AVAILABLE IS NOTED AND SKIPPED - OLDER GENERATIONS    *INTCHK01
006430**  ROLL OFF.                                                    *INTCHK01
006440**                                                               *INTCHK01
006450******************************************************************INTCHK01

006460 B410-SCAN-ARCHIVE-1.                                             INTCHK01
006470     OPEN INPUT ARCHIVE-FILE-1.                                   INTCHK01
006480     IF WS-ARCHIVE-1-STATUS NOT = '00'                            INTCHK01
006490         DISPLAY 'ARCHIVE GENERATION POLARC1 NOT AVAILABLE - '    INTCHK01
006500               'SKIPPED'                                          INTCHK01
006510     ELSE                                                         INTCHK01
006520         MOVE 'YES' TO ARE-THERE-MORE-ARCHIVES                    INTCHK01
006530         PERFORM B411-READ-ARCHIVE-1                              INTCHK01
006540         PERFORM B412-PROCESS-ARCHIVE-1                           INTCHK01
006550               UNTIL ARE-THERE-MORE-ARCHIVES = 'NO '              INTCHK01
006560         CLOSE ARCHIVE-FILE-1                                     INTCHK01
006570     END-IF.                                                      INTCHK01

006580 B411-READ-ARCHIVE-1.                                             INTCHK01
006590     READ ARCHIVE-FILE-1                                          INTCHK01
006600           AT END                                                 INTCHK01
006610              MOVE 'NO ' TO ARE-THERE-MORE-ARCHIVES.              INTCHK01

006620 B412-PROCESS-ARCHIVE-1.                                          INTCHK01
006630     MOVE POLICY-NUMBER-ARC1 TO WS-ARCHIVE-POLICY-NUMBER.         INTCHK01
006640     PERFORM B440-MATCH-ORPHAN-CLAIM                              INTCHK01
006650           VARYING WS-ORPHAN-INDEX FROM 1 BY 1                    INTCHK01
006660           UNTIL WS-ORPHAN-INDEX > WS-ORPHAN-TABLE-COUNT.         INTCHK01
006670     PERFORM B411-READ-ARCHIVE-1.                                 INTCHK01

006680 B420-SCAN-ARCHIVE-2.                                             INTCHK01
006690     OPEN INPUT ARCHIVE-FILE-2.                                   INTCHK01
006700     IF WS-ARCHIVE-2-STATUS NOT = '00'                            INTCHK01
006710         DISPLAY 'ARCHIVE GENERATION POLARC2 NOT AVAILABLE - '    INTCHK01
006720               'SKIPPED'                                          INTCHK01
006730     ELSE                                                         INTCHK01
006740         MOVE 'YES' TO ARE-THERE-MORE-ARCHIVES                    INTCHK01
006750         PERFORM B421-READ-ARCHIVE-2                              INTCHK01
006760         PERFORM B422-PROCESS-ARCHIVE-2                           INTCHK01
006770               UNTIL ARE-THERE-MORE-ARCHIVES = 'NO '              INTCHK01
006780         CLOSE ARCHIVE-FILE-2                                     INTCHK01
006790     END-IF.                                                      INTCHK01

006800 B421-READ-ARCHIVE-2.                                             INTCHK01
006810     READ ARCHIVE-FILE-2                                          INTCHK01
006820           AT END                                                 INTCHK01
006830              MOVE 'NO ' TO ARE-THERE-MORE-ARCHIVES.              INTCHK01

006840 B422-PROCESS-ARCHIVE-2.                                          INTCHK01
006850     MOVE POLICY-NUMBER-ARC2 TO WS-ARCHIVE-POLICY-NUMBER.         INTCHK01
006860     PERFORM B440-MATCH-ORPHAN-CLAIM                              INTCHK01
006870           VARYING WS-ORPHAN-INDEX FROM 1 BY 1                    INTCHK01
006880           UNTIL WS-ORPHAN-INDEX > WS-ORPHAN-TABLE-COUNT.         INTCHK01
006890     PERFORM B421-READ-ARCHIVE-2.                                 INTCHK01

006900 B430-SCAN-ARCHIVE-3.                                             INTCHK01
006910     OPEN INPUT ARCHIVE-FILE-3.                                   INTCHK01
006920     IF WS-ARCHIVE-3-STATUS NOT = '00'                            INTCHK01
006930         DISPLAY 'ARCHIVE GENERATION POLARC3 NOT AVAILABLE - '    INTCHK01
006940               'SKIPPED'                                          INTCHK01
006950     ELSE                                                         INTCHK01
006960         MOVE 'YES' TO ARE-THERE-MORE-ARCHIVES                    INTCHK01
006970         PERFORM B431-READ-ARCHIVE-3                              INTCHK01
006980         PERFORM B432-PROCESS-ARCHIVE-3                           INTCHK01
006990               UNTIL ARE-THERE-MORE-ARCHIVES = 'NO '              INTCHK01
007000         CLOSE ARCHIVE-FILE-3                                     INTCHK01
007010     END-IF.                                                      INTCHK01

007020 B431-READ-ARCHIVE-3.                                             INTCHK01
007030     READ ARCHIVE-FILE-3                                          INTCHK01
007040           AT END                                                 INTCHK01
007050              MOVE 'NO ' TO ARE-THERE-MORE-ARCHIVES.              INTCHK01

007060 B432-PROCESS-ARCHIVE-3.                                          INTCHK01
007070     MOVE POLICY-NUMBER-ARC3 TO WS-ARCHIVE-POLICY-NUMBER.         INTCHK01
007080     PERFORM B440-MATCH-ORPHAN-CLAIM                              INTCHK01
007090           VARYING WS-ORPHAN-INDEX FROM 1 BY 1                    INTCHK01
007100           UNTIL WS-ORPHAN-INDEX > WS-ORPHAN-TABLE-COUNT.         INTCHK01
007110     PERFORM B431-READ-ARCHIVE-3.                                 INTCHK01

007120 B440-MATCH-ORPHAN-CLAIM.                                         INTCHK01
007130     IF WS-ORP-POLICY-NUMBER (WS-ORPHAN-INDEX)                    INTCHK01
007140           = WS-ARCHIVE-POLICY-NUMBER                             INTCHK01
007150        AND WS-ORP-FOUND-FLAG (WS-ORPHAN-INDEX) = 'N'             INTCHK01
007160         MOVE 'Y' TO WS-ORP-FOUND-FLAG (WS-ORPHAN-INDEX)          INTCHK01
007170         ADD 1 TO WS-ARCHIVED-CLAIMS-COUNT                        INTCHK01
007180     END-IF.                                                      INTCHK01

007190 B450-RELEASE-ORPHAN-CLAIM.                                       INTCHK01
007200     IF WS-ORP-FOUND-FLAG (WS-ORPHAN-INDEX) = 'N'                 INTCHK01
007210         MOVE 5 TO SRT-CATEGORY                                   INTCHK01
007220         MOVE WS-ORP-CLAIM-NUMBER (WS-ORPHAN-INDEX)               INTCHK01
007230               TO SRT-RECORD-KEY                                  INTCHK01
007240         MOVE WS-ORP-POLICY-NUMBER (WS-ORPHAN-INDEX)              INTCHK01
007250               TO SRT-REFERENCE                                   INTCHK01
007260         MOVE SPACES TO SRT-CUSTOMER                              INTCHK01
007270         MOVE SPACES TO SRT-DETAIL                                INTCHK01
007280         STRING 'CLAIM STATUS '                                   INTCHK01
007290                WS-ORP-CLAIM-STATUS (WS-ORPHAN-INDEX)             INTCHK01
007300               DELIMITED BY SIZE INTO SRT-DETAIL                  INTCHK01
007310         PERFORM B900-RELEASE-EXCEPTION                           INTCHK01
007320     END-IF.                                                      INTCHK01

007330 B900-RELEASE-EXCEPTION.                                          INTCHK01
007340     RELEASE EXCEPTION-SORT-RECORD.                               INTCHK01
007350     ADD 1 TO WS-EXCEPTIONS-COUNT.                                INTCHK01
007360     ADD 1 TO WS-CAT-EXCEPTION-COUNT (SRT-CATEGORY).              INTCHK01
007370     IF CATEGORY-IS-CRITICAL (SRT-CATEGORY)                       INTCHK01
007380         ADD 1 TO WS-CRITICAL-COUNT                               INTCHK01
007390     ELSE                                                         INTCHK01
007400         ADD 1 TO WS-WARNING-COUNT                                INTCHK01
007410     END-IF.                                                      INTCHK01

007420 C003-PRINT-PAGE-HEADERS.                                         INTCHK01
007430     ADD 1 TO WS-PAGE-NUMBER.                                     INTCHK01
007440     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   INTCHK01
007450     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                INTCHK01
007460     WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-LINE-1           INTCHK01
007470           AFTER ADVANCING PAGE.                                  INTCHK01
007480     WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-LINE-2           INTCHK01
007490           AFTER ADVANCING 2 LINES.                               INTCHK01
007500     MOVE SPACES TO EXCEPTION-REPORT-LINE.                        INTCHK01
007510     WRITE EXCEPTION-REPORT-LINE                                  INTCHK01
007520           AFTER ADVANCING 1 LINES.                               INTCHK01
007530     MOVE ZERO TO WS-LINE-COUNT.                                  INTCHK01

007540 C010-OPEN-POLICY-MASTER-FILE.                                    INTCHK01
007550     OPEN INPUT POLICY-MASTER-FILE.                               INTCHK01
007560     IF WS-MASTER-FILE-STATUS NOT = '00'                          INTCHK01
007570         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    INTCHK01
007580               WS-MASTER-FILE-STATUS                              INTCHK01
007590         MOVE 16 TO RETURN-CODE                                   INTCHK01
007600         STOP RUN                                                 INTCHK01
007610     END-IF.                                                      INTCHK01

007620 C011-OPEN-CUSTOMER-MASTER-FILE.                                  INTCHK01
007630     OPEN INPUT CUSTOMER-MASTER-FILE.                             INTCHK01
007640     IF WS-CUSTOMER-MASTER-STATUS NOT = '00'                      INTCHK01
007650         DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER-FILE - STATUS '  INTCHK01
007660               WS-CUSTOMER-MASTER-STATUS                          INTCHK01
007670         MOVE 16 TO RETURN-CODE                                   INTCHK01
007680         STOP RUN                                                 INTCHK01
007690     END-IF.                                                      INTCHK01

007700 C012-OPEN-RCVB-MASTER-FILE.                                      INTCHK01
007710     OPEN INPUT RECEIVABLE-MASTER-FILE.                           INTCHK01
007720     IF WS-RCVB-MASTER-STATUS NOT = '00'                          INTCHK01
007730         DISPLAY 'UNABLE TO OPEN RECEIVABLE-MASTER-FILE - STATUS 'INTCHK01
007740               WS-RCVB-MASTER-STATUS                              INTCHK01
007750         MOVE 16 TO RETURN-CODE                                   INTCHK01
007760         STOP RUN                                                 INTCHK01
007770     END-IF.                                                      INTCHK01

007780 C013-OPEN-CLAIMS-MASTER-FILE.                                    INTCHK01
007790     OPEN INPUT CLAIMS-MASTER-FILE.                               INTCHK01
007800     IF WS-CLAIMS-MASTER-STATUS NOT = '00'                        INTCHK01
007810         DISPLAY 'UNABLE TO OPEN CLAIMS-MASTER-FILE - STATUS '    INTCHK01
007820               WS-CLAIMS-MASTER-STATUS                            INTCHK01
007830         MOVE 16 TO RETURN-CODE                                   INTCHK01
007840         STOP RUN                                                 INTCHK01
007850     END-IF.                                                      INTCHK01

007860 C020-READ-POLICY-BY-KEY.                                         INTCHK01
007870     READ POLICY-MASTER-FILE                                      INTCHK01
007880           INVALID KEY                                            INTCHK01
007890              MOVE 'N' TO WS-MASTER-FOUND-SWITCH                  INTCHK01
007900           NOT INVALID KEY                                        INTCHK01
007910              MOVE 'Y' TO WS-MASTER-FOUND-SWITCH                  INTCHK01
007920     END-READ.                                                    INTCHK01

007930 C200-LOAD-AGENT-TABLE.                                           INTCHK01
007940     OPEN INPUT AGENT-MASTER-FILE.                                INTCHK01
007950     IF WS-AGENT-MASTER-STATUS NOT = '00'                         INTCHK01
007960         DISPLAY 'UNABLE TO OPEN AGENT-MASTER-FILE - STATUS '     INTCHK01
007970               WS-AGENT-MASTER-STATUS                             INTCHK01
007980         MOVE 16 TO RETURN-CODE                                   INTCHK01
007990         STOP RUN                                                 INTCHK01
008000     END-IF.                                                      INTCHK01
008010     MOVE LOW-VALUES TO AGENT-CODE-AGENT.                         INTCHK01
008020     START AGENT-MASTER-FILE                                      INTCHK01
008030           KEY IS NOT LESS THAN AGENT-CODE-AGENT                  INTCHK01
008040           INVALID KEY                                            INTCHK01
008050              MOVE 'NO ' TO ARE-THERE-MORE-AGENTS                 INTCHK01
008060     END-START.                                                   INTCHK01
008070     PERFORM C220-LOAD-AGENT-ENTRY                                INTCHK01
008080           UNTIL ARE-THERE-MORE-AGENTS = 'NO '.                   INTCHK01
008090     CLOSE AGENT-MASTER-FILE.                                     INTCHK01

008100 C210-LOOKUP-AGENT-NAME.                                          INTCHK01
008110     MOVE 'N' TO WS-AGENT-MATCH-SWITCH.                           INTCHK01
008120     MOVE SPACE TO WS-AGENT-STATUS-FOUND.                         INTCHK01
008130     PERFORM C211-MATCH-AGENT-ENTRY                               INTCHK01
008140           VARYING WS-AGENT-INDEX FROM 1 BY 1                     INTCHK01
008150           UNTIL WS-AGENT-INDEX > WS-AGENT-TABLE-COUNT            INTCHK01
008160              OR AGENT-NAME-MATCHED.                              INTCHK01

008170 C211-MATCH-AGENT-ENTRY.                                          INTCHK01
008180     IF AGENT-NAME-MASTER = WS-TBL-AGENT-NAME (WS-AGENT-INDEX)    INTCHK01
008190         MOVE 'Y' TO WS-AGENT-MATCH-SWITCH                        INTCHK01
008200         MOVE WS-TBL-AGENT-STATUS (WS-AGENT-INDEX)                INTCHK01
008210               TO WS-AGENT-STATUS-FOUND                           INTCHK01
008220     END-IF.                                                      INTCHK01

008230 C220-LOAD-AGENT-ENTRY.                                           INTCHK01
008240     READ AGENT-MASTER-FILE NEXT RECORD                           INTCHK01
008250           AT END                                                 INTCHK01
008260              MOVE 'NO ' TO ARE-THERE-MORE-AGENTS.                INTCHK01
008270     IF ARE-THERE-MORE-AGENTS = 'YES'                             INTCHK01
008280         IF WS-AGENT-TABLE-COUNT >= WS-AGENT-TABLE-MAX            INTCHK01
008290             DISPLAY 'AGENT TABLE OVERFLOW - MORE THAN '          INTCHK01
008300                   WS-AGENT-TABLE-MAX ' AGENTS ON FILE'           INTCHK01
008310             MOVE 16 TO RETURN-CODE                               INTCHK01
008320             STOP RUN                                             INTCHK01
008330         END-IF                                                   INTCHK01
008340         ADD 1 TO WS-AGENT-TABLE-COUNT                            INTCHK01
008350         MOVE AGENT-NAME-AGENT                                    INTCHK01
008360               TO WS-TBL-AGENT-NAME (WS-AGENT-TABLE-COUNT)        INTCHK01
008370         MOVE STATUS-AGENT                                        INTCHK01
008380               TO WS-TBL-AGENT-STATUS (WS-AGENT-TABLE-COUNT)      INTCHK01
008390     END-IF.                                                      INTCHK01

008400******************************************************************INTCHK01
008410**                                                               *INTCHK01
008420**  OUTPUT PROCEDURE.  EACH CATEGORY WITH EXCEPTIONS PRINTS ITS  *INTCHK01
008430**  HEADING, ITS EXCEPTIONS IN KEY ORDER AND ITS COUNT.          *INTCHK01
008440**                                                               *INTCHK01
008450******************************************************************INTCHK01

008460 D000-PRINT-EXCEPTIONS.                                           INTCHK01
008470     PERFORM D004-RETURN-SORTED-RECORD.                           INTCHK01
008480     PERFORM D001-PRINT-EXCEPTION-LINE                            INTCHK01
008490           UNTIL ARE-THERE-MORE-EXCEPTIONS = 'NO '.               INTCHK01
008500     IF NOT-FIRST-EXCEPTION                                       INTCHK01
008510         PERFORM D002-PRINT-CATEGORY-TOTAL                        INTCHK01
008520     END-IF.                                                      INTCHK01

008530 D001-PRINT-EXCEPTION-LINE.                                       INTCHK01
008540     IF FIRST-EXCEPTION                                           INTCHK01
008550        OR SRT-CATEGORY NOT = WS-PREV-CATEGORY                    INTCHK01
008560         IF NOT-FIRST-EXCEPTION                                   INTCHK01
008570             PERFORM D002-PRINT-CATEGORY-TOTAL                    INTCHK01
008580         END-IF                                                   INTCHK01
008590         MOVE 'N' TO WS-FIRST-EXCEPTION-SWITCH                    INTCHK01
008600         MOVE SRT-CATEGORY TO WS-PREV-CATEGORY                    INTCHK01
008610         PERFORM D003-PRINT-CATEGORY-HEADING                      INTCHK01
008620     END-IF.                                                      INTCHK01
008630     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    INTCHK01
008640         PERFORM C003-PRINT-PAGE-HEADERS                          INTCHK01
008650         PERFORM D003-PRINT-CATEGORY-HEADING                      INTCHK01
008660     END-IF.                                                      INTCHK01
008670     MOVE SRT-RECORD-KEY TO WS-DTL-RECORD-KEY.                    INTCHK01
008680     MOVE SRT-REFERENCE TO WS-DTL-REFERENCE.                      INTCHK01
008690     MOVE SRT-CUSTOMER TO WS-DTL-CUSTOMER.                        INTCHK01
008700     MOVE SRT-DETAIL TO WS-DTL-DETAIL.                            INTCHK01
008710     WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-DETAIL-LINE    INTCHK01
008720           AFTER ADVANCING 1 LINES.                               INTCHK01
008730     ADD 1 TO WS-LINE-COUNT.                                      INTCHK01
008740     PERFORM D004-RETURN-SORTED-RECORD.                           INTCHK01

008750 D002-PRINT-CATEGORY-TOTAL.                                       INTCHK01
008760     MOVE WS-CAT-EXCEPTION-COUNT (WS-PREV-CATEGORY)               INTCHK01
008770           TO WS-CTL-COUNT.                                       INTCHK01
008780     WRITE EXCEPTION-REPORT-LINE FROM WS-CATEGORY-TOTAL-LINE      INTCHK01
008790           AFTER ADVANCING 2 LINES.                               INTCHK01
008800     ADD 2 TO WS-LINE-COUNT.                                      INTCHK01

008810 D003-PRINT-CATEGORY-HEADING.                                     INTCHK01
008820     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 3                INTCHK01
008830         PERFORM C003-PRINT-PAGE-HEADERS                          INTCHK01
008840     END-IF.                                                      INTCHK01
008850     MOVE WS-PREV-CATEGORY TO WS-CHD-CATEGORY.                    INTCHK01
008860     MOVE WS-CAT-DESCRIPTION (WS-PREV-CATEGORY)                   INTCHK01
008870           TO WS-CHD-DESCRIPTION.                                 INTCHK01
008880     IF CATEGORY-IS-CRITICAL (WS-PREV-CATEGORY)                   INTCHK01
008890         MOVE 'CRITICAL' TO WS-CHD-SEVERITY                       INTCHK01
008900     ELSE                                                         INTCHK01
008910         MOVE 'WARNING' TO WS-CHD-SEVERITY                        INTCHK01
008920     END-IF.                                                      INTCHK01
008930     WRITE EXCEPTION-REPORT-LINE FROM WS-CATEGORY-HEADING-LINE    INTCHK01
008940           AFTER ADVANCING 2 LINES.                               INTCHK01
008950     MOVE SPACES TO EXCEPTION-REPORT-LINE.                        INTCHK01
008960     WRITE EXCEPTION-REPORT-LINE                                  INTCHK01
008970           AFTER ADVANCING 1 LINES.                               INTCHK01
008980     ADD 3 TO WS-LINE-COUNT.                                      INTCHK01

008990 D004-RETURN-SORTED-RECORD.                                       INTCHK01
009000     RETURN EXCEPTION-SORT-FILE                                   INTCHK01
009010           AT END                                                 INTCHK01
009020              MOVE 'NO ' TO ARE-THERE-MORE-EXCEPTIONS.            INTCHK01

009030******************************************************************INTCHK01
009040**                                                               *INTCHK01
009050**  EVERY CATEGORY IS LISTED IN THE SUMMARY, INCLUDING THOSE     *INTCHK01
009060**  WITH NO EXCEPTIONS, SO A CLEAN NIGHT IS SHOWN AS CLEAN.      *INTCHK01
009070**                                                               *INTCHK01
009080******************************************************************INTCHK01

009090 D100-PRINT-CATEGORY-SUMMARY.                                     INTCHK01
009100     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 8                INTCHK01
009110         PERFORM C003-PRINT-PAGE-HEADERS                          INTCHK01
009120     END-IF.                                                      INTCHK01
009130     MOVE SPACES TO EXCEPTION-REPORT-LINE.                        INTCHK01
009140     WRITE EXCEPTION-REPORT-LINE                                  INTCHK01
009150           AFTER ADVANCING 1 LINES.                               INTCHK01
009160     PERFORM D101-PRINT-SUMMARY-LINE                              INTCHK01
009170           VARYING WS-CATEGORY-INDEX FROM 1 BY 1                  INTCHK01
009180           UNTIL WS-CATEGORY-INDEX > WS-CATEGORY-COUNT.           INTCHK01

009190 D101-PRINT-SUMMARY-LINE.                                         INTCHK01
009200     MOVE WS-CATEGORY-INDEX TO WS-SUM-CATEGORY.                   INTCHK01
009210     MOVE WS-CAT-DESCRIPTION (WS-CATEGORY-INDEX)                  INTCHK01
009220           TO WS-SUM-DESCRIPTION.                                 INTCHK01
009230     IF CATEGORY-IS-CRITICAL (WS-CATEGORY-INDEX)                  INTCHK01
009240         MOVE 'CRITICAL' TO WS-SUM-SEVERITY                       INTCHK01
009250     ELSE                                                         INTCHK01
009260         MOVE 'WARNING' TO WS-SUM-SEVERITY                        INTCHK01
009270     END-IF.                                                      INTCHK01
009280     MOVE WS-CAT-EXCEPTION-COUNT (WS-CATEGORY-INDEX)              INTCHK01
009290           TO WS-SUM-COUNT.                                       INTCHK01
009300     WRITE EXCEPTION-REPORT-LINE FROM WS-SUMMARY-LINE             INTCHK01
009310           AFTER ADVANCING 1 LINES.                               INTCHK01
009320     ADD 1 TO WS-LINE-COUNT.                                      INTCHK01

