001010 IDENTIFICATION DIVISION.                                         AGTXFR01

001020 PROGRAM-ID.    AGTXFR01.                                         AGTXFR01
001030 AUTHOR.        MMELL.                                            AGTXFR01
001040 INSTALLATION.  AUBURN.                                           AGTXFR01
001050 DATE-WRITTEN.  2026-10-08.                                       AGTXFR01
001060 DATE-COMPILED. 2026-10-08.                                       AGTXFR01
001070 SECURITY.      UNCLASSIFIED.                                     AGTXFR01

001080******************************************************************AGTXFR01
001090**                                                               *AGTXFR01
001100**  THIS PROGRAM TRANSFERS AN AGENT'S BOOK OF BUSINESS           *AGTXFR01
001110**                                                               *AGTXFR01
001120**    MODIFICATION HISTORY                                       *AGTXFR01
001130**    -------------------                                        *AGTXFR01
001140**    DATE       INIT  DESCRIPTION                               *AGTXFR01
001150**    ---------- ----  ----------------------------------------- *AGTXFR01
001160**    2026-10-08  MM   INITIAL VERSION.  EACH TRANSFER REQUEST   *AGTXFR01
001170**                     NAMES A FROM AGENT AND A TO AGENT BY      *AGTXFR01
001180**                     AGENT CODE, OPTIONALLY LIMITED TO ONE     *AGTXFR01
001190**                     INSURANCE TYPE.  A REQUEST WITH NO FROM   *AGTXFR01
001200**                     AGENT BUT AN OFFICE MOVES THE BOOK OF     *AGTXFR01
001210**                     EVERY TERMINATED AGENT IN THAT OFFICE.    *AGTXFR01
001220**                     IN-FORCE POLICIES, THEIR OPEN             *AGTXFR01
001230**                     RECEIVABLES AND PENDING RENEWAL OFFERS    *AGTXFR01
001240**                     ARE REASSIGNED IN ONE RUN, EACH POLICY    *AGTXFR01
001250**                     CHANGE IS WRITTEN TO THE POLICY AUDIT     *AGTXFR01
001260**                     FILE, AND A TRANSFER REGISTER IS PRINTED  *AGTXFR01
001270**                     FOR THE AGENCY MANAGER TO SIGN.           *AGTXFR01
001273**    2026-10-13  MM   A REQUEST LIMITED TO ONE INSURANCE        *AGTXFR01
001276**                     TYPE IS REJECTED WHEN THE TYPE IS NOT     *AGTXFR01
001279**                     ON THE PRODUCT MASTER.  A WITHDRAWN       *AGTXFR01
001282**                     PRODUCT MAY STILL BE TRANSFERRED.         *AGTXFR01
001283**    2026-10-15  MM   A WORK COPY OF THE OFFER FILE THAT CANNOT *AGTXFR01
001284**                     BE OPENED ENDS THE RUN BEFORE THE OFFER   *AGTXFR01
001285**                     FILE IS REWRITTEN.                        *AGTXFR01
001286**    2026-10-15  MM   AN OFFICE REQUEST REJECTED PART WAY       *AGTXFR01
001287**                     THROUGH NO LONGER LEAVES THE TRANSFERS IT *AGTXFR01
001288**                     HAD ALREADY TABLED.                       *AGTXFR01
001289**                                                               *AGTXFR01
001290******************************************************************AGTXFR01

001300 ENVIRONMENT DIVISION.                                            AGTXFR01

001310 CONFIGURATION SECTION.                                           AGTXFR01

001320 SOURCE-COMPUTER. X86_64.                                         AGTXFR01
001330 OBJECT-COMPUTER. X86_64.                                         AGTXFR01

001340 INPUT-OUTPUT SECTION.                                            AGTXFR01
001350 FILE-CONTROL.                                                    AGTXFR01
001360     SELECT TRANSFER-REQUEST-FILE                                 AGTXFR01
001370         ASSIGN TO UT-S-AGTXREQ                                   AGTXFR01
001380         ORGANIZATION IS LINE SEQUENTIAL                          AGTXFR01
001390         FILE STATUS IS WS-REQUEST-FILE-STATUS.                   AGTXFR01

001400     SELECT AGENT-MASTER-FILE                                     AGTXFR01
001410         ASSIGN TO UT-S-AGTMSTR                                   AGTXFR01
001420         ORGANIZATION IS INDEXED                                  AGTXFR01
001430         ACCESS MODE IS DYNAMIC                                   AGTXFR01
001440         RECORD KEY IS AGENT-CODE-AGENT                           AGTXFR01
001450         FILE STATUS IS WS-AGENT-MASTER-STATUS.                   AGTXFR01

001451     SELECT PRODUCT-MASTER-FILE                                   AGTXFR01
001452         ASSIGN TO UT-S-PRDMSTR                                   AGTXFR01
001453         ORGANIZATION IS INDEXED                                  AGTXFR01
001454         ACCESS MODE IS DYNAMIC                                   AGTXFR01
001455         RECORD KEY IS INSURANCE-TYPE-PROD                        AGTXFR01
001456         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 AGTXFR01

001460     SELECT POLICY-MASTER-FILE                                    AGTXFR01
001470         ASSIGN TO UT-S-POLMSTR                                   AGTXFR01
001480         ORGANIZATION IS INDEXED                                  AGTXFR01
001490         ACCESS MODE IS DYNAMIC                                   AGTXFR01
001500         RECORD KEY IS POLICY-NUMBER-MASTER                       AGTXFR01
001510         FILE STATUS IS WS-MASTER-FILE-STATUS.                    AGTXFR01

001520     SELECT RECEIVABLE-MASTER-FILE                                AGTXFR01
001530         ASSIGN TO UT-S-RCVMSTR                                   AGTXFR01
001540         ORGANIZATION IS INDEXED                                  AGTXFR01
001550         ACCESS MODE IS DYNAMIC                                   AGTXFR01
001560         RECORD KEY IS RECEIVABLE-KEY-RCVB                        AGTXFR01
001570         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    AGTXFR01

001580     SELECT RENEWAL-OFFER-FILE                                    AGTXFR01
001590         ASSIGN TO UT-S-RENWOFR                                   AGTXFR01
001600         ORGANIZATION IS LINE SEQUENTIAL                          AGTXFR01
001610         FILE STATUS IS WS-OFFER-FILE-STATUS.                     AGTXFR01

001620     SELECT RENEWAL-WORK-FILE                                     AGTXFR01
001630         ASSIGN TO UT-S-RENWWORK                                  AGTXFR01
001640         ORGANIZATION IS LINE SEQUENTIAL                          AGTXFR01
001650         FILE STATUS IS WS-WORK-FILE-STATUS.                      AGTXFR01

001660     SELECT POLICY-AUDIT-FILE                                     AGTXFR01
001670         ASSIGN TO UT-S-POLAUDIT                                  AGTXFR01
001680         ORGANIZATION IS LINE SEQUENTIAL                          AGTXFR01
001690         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     AGTXFR01

001700     SELECT TRANSFER-REGISTER-FILE                                AGTXFR01
001710         ASSIGN TO UT-S-AGTXREG                                   AGTXFR01
001720         ORGANIZATION IS LINE SEQUENTIAL.                         AGTXFR01

001730 DATA DIVISION.                                                   AGTXFR01

001740 FILE SECTION.                                                    AGTXFR01

001750 FD  TRANSFER-REQUEST-FILE                                        AGTXFR01
001760     RECORD CONTAINS 46 CHARACTERS                                AGTXFR01
001770     LABEL RECORDS ARE STANDARD                                   AGTXFR01
001780     DATA RECORD IS TRANSFER-REQUEST-RECORD.                      AGTXFR01
001790 01  TRANSFER-REQUEST-RECORD.                                     AGTXFR01
001800     05  FROM-AGENT-CODE-REQ     PICTURE X(08).                   AGTXFR01
001810     05  TO-AGENT-CODE-REQ       PICTURE X(08).                   AGTXFR01
001820     05  INSURANCE-TYPE-REQ      PICTURE X(10).                   AGTXFR01
001830     05  OFFICE-REQ              PICTURE X(20).                   AGTXFR01

001840 FD  AGENT-MASTER-FILE                                            AGTXFR01
001850     LABEL RECORDS ARE STANDARD.                                  AGTXFR01
001860     COPY AGTMAST.                                                AGTXFR01

001862 FD  PRODUCT-MASTER-FILE                                          AGTXFR01
001864     LABEL RECORDS ARE STANDARD.                                  AGTXFR01
001866     COPY PRODMAST.                                               AGTXFR01

001870 FD  POLICY-MASTER-FILE                                           AGTXFR01
001880     LABEL RECORDS ARE STANDARD.                                  AGTXFR01
001890     COPY POLYMAST.                                               AGTXFR01

001900 FD  RECEIVABLE-MASTER-FILE                                       AGTXFR01
001910     LABEL RECORDS ARE STANDARD.                                  AGTXFR01
001920     COPY RCVMAST.                                                AGTXFR01

001930 FD  RENEWAL-OFFER-FILE                                           AGTXFR01
001940     RECORD CONTAINS 103 CHARACTERS                               AGTXFR01
001950     LABEL RECORDS ARE STANDARD                                   AGTXFR01
001960     DATA RECORD IS RENEWAL-OFFER-RECORD.                         AGTXFR01
001970 01  RENEWAL-OFFER-RECORD.                                        AGTXFR01
001980     05  OFR-TRANS-CODE          PICTURE X(01).                   AGTXFR01
001990     05  OFR-CUSTOMER-NAME       PICTURE X(20).                   AGTXFR01
002000     05  OFR-AGENT-NAME          PICTURE X(20).                   AGTXFR01
002010     05  OFR-INSURANCE-TYPE      PICTURE X(10).                   AGTXFR01
002020     05  OFR-POLICY-NUMBER       PICTURE X(12).                   AGTXFR01
002030     05  OFR-PREMIUM             PICTURE 9(05)V99.                AGTXFR01
002040     05  OFR-EFFECTIVE-DATE      PICTURE 9(08).                   AGTXFR01
002050     05  OFR-EXPIRATION-DATE     PICTURE 9(08).                   AGTXFR01
002060     05  OFR-CUSTOMER-NUMBER     PICTURE X(08).                   AGTXFR01
002070     05  OFR-CANCEL-DATE         PICTURE 9(08).                   AGTXFR01
002080     05  OFR-PAY-PLAN            PICTURE X(01).                   AGTXFR01

002090 FD  RENEWAL-WORK-FILE                                            AGTXFR01
002100     RECORD CONTAINS 103 CHARACTERS                               AGTXFR01
002110     LABEL RECORDS ARE STANDARD                                   AGTXFR01
002120     DATA RECORD IS RENEWAL-WORK-RECORD.                          AGTXFR01
002130 01  RENEWAL-WORK-RECORD         PICTURE X(103).                  AGTXFR01

002140 FD  POLICY-AUDIT-FILE                                            AGTXFR01
002150     RECORD CONTAINS 259 CHARACTERS                               AGTXFR01
002160     LABEL RECORDS ARE STANDARD                                   AGTXFR01
002170     DATA RECORD IS POLICY-AUDIT-RECORD.                          AGTXFR01
002180 01  POLICY-AUDIT-RECORD.                                         AGTXFR01
002190     05  AUDIT-TRANS-CODE        PICTURE X(01).                   AGTXFR01
002200     05  AUDIT-RUN-TIMESTAMP     PICTURE 9(14).                   AGTXFR01
002210     05  AUDIT-POLICY-NUMBER     PICTURE X(12).                   AGTXFR01
002220     05  AUDIT-BEFORE-IMAGE      PICTURE X(116).                  AGTXFR01
002230     05  AUDIT-AFTER-IMAGE       PICTURE X(116).                  AGTXFR01

002240 FD  TRANSFER-REGISTER-FILE                                       AGTXFR01
002250     RECORD CONTAINS 133 CHARACTERS                               AGTXFR01
002260     LABEL RECORDS ARE OMITTED                                    AGTXFR01
002270     DATA RECORD IS TRANSFER-REGISTER-LINE.                       AGTXFR01
002280 01  TRANSFER-REGISTER-LINE.                                      AGTXFR01
002290     05  CARRIAGE-CONTROL        PICTURE X.                       AGTXFR01
002300     05  FILLER                  PICTURE X(132).                  AGTXFR01

002310 WORKING-STORAGE SECTION.                                         AGTXFR01

002320 01  PROGRAM-INDICATORS.                                          AGTXFR01
002330     05  ARE-THERE-MORE-REQUESTS PICTURE X(3) VALUE 'YES'.        AGTXFR01
002340     05  ARE-THERE-MORE-RECORDS  PICTURE X(3) VALUE 'YES'.        AGTXFR01
002350     05  ARE-THERE-MORE-AGENTS   PICTURE X(3) VALUE 'YES'.        AGTXFR01
002360     05  ARE-THERE-MORE-OFFERS   PICTURE X(3) VALUE 'YES'.        AGTXFR01
002370     05  ARE-THERE-MORE-WORK-RECORDS                              AGTXFR01
002380                                 PICTURE X(3) VALUE 'YES'.        AGTXFR01

002390 01  WS-FILE-STATUS-FIELDS.                                       AGTXFR01
002400     05  WS-REQUEST-FILE-STATUS  PICTURE X(02) VALUE SPACES.      AGTXFR01
002410     05  WS-AGENT-MASTER-STATUS  PICTURE X(02) VALUE SPACES.      AGTXFR01
002420     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      AGTXFR01
002430     05  WS-RCVB-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      AGTXFR01
002440     05  WS-OFFER-FILE-STATUS    PICTURE X(02) VALUE SPACES.      AGTXFR01
002450     05  WS-WORK-FILE-STATUS     PICTURE X(02) VALUE SPACES.      AGTXFR01
002460     05  WS-AUDIT-FILE-STATUS    PICTURE X(02) VALUE SPACES.      AGTXFR01
002463     05  WS-PRODUCT-MASTER-STATUS                                 AGTXFR01
002466                                 PICTURE X(02) VALUE SPACES.      AGTXFR01
002470     05  WS-AGENT-FOUND-SWITCH   PICTURE X(01) VALUE 'N'.         AGTXFR01
002480         88  AGENT-RECORD-FOUND         VALUE 'Y'.                AGTXFR01
002490         88  AGENT-RECORD-NOT-FOUND     VALUE 'N'.                AGTXFR01
002492     05  WS-PRODUCT-FOUND-SWITCH PICTURE X(01) VALUE 'N'.         AGTXFR01
002494         88  PRODUCT-RECORD-FOUND       VALUE 'Y'.                AGTXFR01
002496         88  PRODUCT-RECORD-NOT-FOUND   VALUE 'N'.                AGTXFR01
002500     05  WS-POLICY-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         AGTXFR01
002510         88  OFFER-POLICY-FOUND         VALUE 'Y'.                AGTXFR01
002520         88  OFFER-POLICY-NOT-FOUND     VALUE 'N'.                AGTXFR01
002530     05  WS-RCVB-SCAN-DONE-SWITCH                                 AGTXFR01
002540                                 PICTURE X(01) VALUE 'N'.         AGTXFR01
002550         88  RCVB-SCAN-DONE             VALUE 'Y'.                AGTXFR01
002560         88  RCVB-SCAN-NOT-DONE         VALUE 'N'.                AGTXFR01

002570 01  WS-REQUEST-EDIT-FIELDS.                                      AGTXFR01
002580     05  WS-REQUEST-EDIT-SWITCH  PICTURE X(01) VALUE 'N'.         AGTXFR01
002590         88  REQUEST-EDIT-PASSED        VALUE 'Y'.                AGTXFR01
002600         88  REQUEST-EDIT-FAILED        VALUE 'N'.                AGTXFR01
002610     05  WS-REQUEST-MESSAGE      PICTURE X(40) VALUE SPACES.      AGTXFR01
002620     05  WS-TO-AGENT-NAME        PICTURE X(20) VALUE SPACES.      AGTXFR01
002630     05  WS-OFFICE-AGENT-COUNT   PICTURE 9(03) COMP VALUE ZERO.   AGTXFR01

002640 01  WS-TRANSFER-TABLE-FIELDS.                                    AGTXFR01
002650     05  WS-TRANSFER-TABLE-MAX   PICTURE 9(03) COMP VALUE 100.    AGTXFR01
002660     05  WS-TRANSFER-TABLE-COUNT PICTURE 9(03) COMP VALUE ZERO.   AGTXFR01
002665     05  WS-SAVED-TABLE-COUNT    PICTURE 9(03) COMP VALUE ZERO.   AGTXFR01
002670     05  WS-TRANSFER-INDEX       PICTURE 9(03) COMP VALUE ZERO.   AGTXFR01
002680     05  WS-SEARCH-INDEX         PICTURE 9(03) COMP VALUE ZERO.   AGTXFR01
002690     05  WS-TRANSFER-MATCH-SWITCH                                 AGTXFR01
002700                                 PICTURE X(01) VALUE 'N'.         AGTXFR01
002710         88  TRANSFER-ENTRY-FOUND       VALUE 'Y'.                AGTXFR01
002720         88  TRANSFER-ENTRY-NOT-FOUND   VALUE 'N'.                AGTXFR01
002730     05  WS-MATCH-AGENT-NAME     PICTURE X(20) VALUE SPACES.      AGTXFR01
002740     05  WS-MATCH-INSURANCE-TYPE PICTURE X(10) VALUE SPACES.      AGTXFR01
002750     05  WS-ENTRY-FROM-NAME      PICTURE X(20) VALUE SPACES.      AGTXFR01

002760 01  WS-TRANSFER-TABLE.                                           AGTXFR01
002770     05  WS-TRANSFER-ENTRY OCCURS 100 TIMES.                      AGTXFR01
002780         10  WS-XFR-FROM-NAME    PICTURE X(20).                   AGTXFR01
002790         10  WS-XFR-TO-NAME      PICTURE X(20).                   AGTXFR01
002800         10  WS-XFR-INSURANCE-TYPE                                AGTXFR01
002810                                 PICTURE X(10).                   AGTXFR01
002820         10  WS-XFR-POLICY-COUNT PICTURE 9(05) COMP.              AGTXFR01
002830         10  WS-XFR-RCVB-COUNT   PICTURE 9(05) COMP.              AGTXFR01
002840         10  WS-XFR-OFFER-COUNT  PICTURE 9(05) COMP.              AGTXFR01

002850 01  WS-RECONCILIATION-COUNTS.                                    AGTXFR01
002860     05  WS-REQUESTS-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002870     05  WS-REQUESTS-ACCEPTED-COUNT                               AGTXFR01
002880                                 PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002890     05  WS-REQUESTS-REJECTED-COUNT                               AGTXFR01
002900                                 PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002910     05  WS-POLICIES-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002920     05  WS-POLICIES-MOVED-COUNT PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002930     05  WS-RCVB-MOVED-COUNT     PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002940     05  WS-OFFERS-READ-COUNT    PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002950     05  WS-OFFERS-MOVED-COUNT   PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002960     05  WS-AUDIT-WRITTEN-COUNT  PICTURE 9(07) COMP VALUE ZERO.   AGTXFR01
002970     05  WS-POLICY-RCVB-COUNT    PICTURE 9(03) COMP VALUE ZERO.   AGTXFR01

002980 01  WS-RUN-DATE-FIELDS.                                          AGTXFR01
002990     05  WS-CURRENT-DATE.                                         AGTXFR01
003000         10  WS-CUR-CCYY         PICTURE 9(04).                   AGTXFR01
003010         10  WS-CUR-MM           PICTURE 9(02).                   AGTXFR01
003020         10  WS-CUR-DD           PICTURE 9(02).                   AGTXFR01
003030     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   AGTXFR01
003040     05  WS-CURRENT-TIME         PICTURE 9(08).                   AGTXFR01
003050     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        AGTXFR01

003060 01  WS-PAGE-CONTROL.                                             AGTXFR01
003070     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   AGTXFR01
003080     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    AGTXFR01
003090     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         AGTXFR01

003100 01  WS-REGISTER-HEADING-1.                                       AGTXFR01
003110     05  FILLER                  PICTURE X(10)                    AGTXFR01
003120                                 VALUE 'RUN DATE: '.              AGTXFR01
003130     05  WS-HDR-RUN-DATE         PICTURE X(10).                   AGTXFR01
003140     05  FILLER                  PICTURE X(13) VALUE SPACES.      AGTXFR01
003150     05  FILLER                  PICTURE X(23)                    AGTXFR01
003160                                 VALUE 'AGENT TRANSFER REGISTER'. AGTXFR01
003170     05  FILLER                  PICTURE X(18) VALUE SPACES.      AGTXFR01
003180     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    AGTXFR01
003190     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   AGTXFR01

003200 01  WS-REGISTER-HEADING-2.                                       AGTXFR01
003210     05  FILLER                  PICTURE X(01) VALUE SPACE.       AGTXFR01
003220     05  FILLER                  PICTURE X(04) VALUE 'ITEM'.      AGTXFR01
003230     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
003240     05  FILLER                  PICTURE X(13)                    AGTXFR01
003250                                 VALUE 'POLICY NUMBER'.           AGTXFR01
003260     05  FILLER                  PICTURE X(01) VALUE SPACE.       AGTXFR01
003270     05  FILLER                  PICTURE X(13)                    AGTXFR01
003280                                 VALUE 'CUSTOMER NAME'.           AGTXFR01
003290     05  FILLER                  PICTURE X(09) VALUE SPACES.      AGTXFR01
003300     05  FILLER                  PICTURE X(08)                    AGTXFR01
003310                                 VALUE 'INS TYPE'.                AGTXFR01
003320     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
003330     05  FILLER                  PICTURE X(10)                    AGTXFR01
003340                                 VALUE 'FROM AGENT'.              AGTXFR01
003350     05  FILLER                  PICTURE X(12) VALUE SPACES.      AGTXFR01
003360     05  FILLER                  PICTURE X(08)                    AGTXFR01
003370                                 VALUE 'TO AGENT'.                AGTXFR01
003380     05  FILLER                  PICTURE X(13) VALUE SPACES.      AGTXFR01
003390     05  FILLER                  PICTURE X(06) VALUE 'RCVBLS'.    AGTXFR01

003400 01  WS-REGISTER-DETAIL-LINE.                                     AGTXFR01
003410     05  FILLER                  PICTURE X(01) VALUE SPACE.       AGTXFR01
003420     05  WS-DTL-ITEM             PICTURE X(06).                   AGTXFR01
003430     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003440     05  WS-DTL-POLICY-NUMBER    PICTURE X(12).                   AGTXFR01
003450     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003460     05  WS-DTL-CUSTOMER-NAME    PICTURE X(20).                   AGTXFR01
003470     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003480     05  WS-DTL-INSURANCE-TYPE   PICTURE X(10).                   AGTXFR01
003490     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003500     05  WS-DTL-FROM-AGENT       PICTURE X(20).                   AGTXFR01
003510     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003520     05  WS-DTL-TO-AGENT         PICTURE X(20).                   AGTXFR01
003530     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
003540     05  WS-DTL-RCVB-COUNT       PICTURE ZZZ.                     AGTXFR01

003550 01  WS-REQUEST-LINE.                                             AGTXFR01
003560     05  FILLER                  PICTURE X(08) VALUE 'REQUEST '.  AGTXFR01
003570     05  WS-REQ-NUMBER           PICTURE ZZ9.                     AGTXFR01
003580     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003590     05  FILLER                  PICTURE X(06) VALUE 'FROM: '.    AGTXFR01
003600     05  WS-REQ-FROM-CODE        PICTURE X(08).                   AGTXFR01
003610     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003620     05  FILLER                  PICTURE X(04) VALUE 'TO: '.      AGTXFR01
003630     05  WS-REQ-TO-CODE          PICTURE X(08).                   AGTXFR01
003640     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003650     05  FILLER                  PICTURE X(06) VALUE 'TYPE: '.    AGTXFR01
003660     05  WS-REQ-INSURANCE-TYPE   PICTURE X(10).                   AGTXFR01
003670     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003680     05  FILLER                  PICTURE X(08) VALUE 'OFFICE: '.  AGTXFR01
003690     05  WS-REQ-OFFICE           PICTURE X(20).                   AGTXFR01
003700     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003710     05  WS-REQ-MESSAGE          PICTURE X(40).                   AGTXFR01

003720 01  WS-TRANSFER-TOTAL-LINE.                                      AGTXFR01
003730     05  FILLER                  PICTURE X(05) VALUE 'FROM '.     AGTXFR01
003740     05  WS-TOT-FROM-AGENT       PICTURE X(20).                   AGTXFR01
003750     05  FILLER                  PICTURE X(04) VALUE ' TO '.      AGTXFR01
003760     05  WS-TOT-TO-AGENT         PICTURE X(20).                   AGTXFR01
003770     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003780     05  FILLER                  PICTURE X(06) VALUE 'TYPE: '.    AGTXFR01
003790     05  WS-TOT-INSURANCE-TYPE   PICTURE X(10).                   AGTXFR01
003800     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003810     05  FILLER                  PICTURE X(10)                    AGTXFR01
003820                                 VALUE 'POLICIES: '.              AGTXFR01
003830     05  WS-TOT-POLICY-COUNT     PICTURE ZZ,ZZ9.                  AGTXFR01
003840     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003850     05  FILLER                  PICTURE X(13)                    AGTXFR01
003860                                 VALUE 'RECEIVABLES: '.           AGTXFR01
003870     05  WS-TOT-RCVB-COUNT       PICTURE ZZ,ZZ9.                  AGTXFR01
003880     05  FILLER                  PICTURE X(02) VALUE SPACES.      AGTXFR01
003890     05  FILLER                  PICTURE X(08) VALUE 'OFFERS: '.  AGTXFR01
003900     05  WS-TOT-OFFER-COUNT      PICTURE ZZ,ZZ9.                  AGTXFR01

003910 01  WS-SIGNATURE-LINE.                                           AGTXFR01
003920     05  FILLER                  PICTURE X(26)                    AGTXFR01
003930                     VALUE 'AGENCY MANAGER SIGNATURE: '.          AGTXFR01
003940     05  FILLER                  PICTURE X(30) VALUE ALL '_'.     AGTXFR01
003950     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
003960     05  FILLER                  PICTURE X(06) VALUE 'DATE: '.    AGTXFR01
003970     05  FILLER                  PICTURE X(12) VALUE ALL '_'.     AGTXFR01

003980 01  WS-TRAILER-LINE-1.                                           AGTXFR01
003990     05  FILLER                  PICTURE X(20)                    AGTXFR01
004000                                 VALUE 'REQUESTS READ:      '.    AGTXFR01
004010     05  WS-TRL-REQUESTS-READ    PICTURE ZZZ,ZZ9.                 AGTXFR01
004020     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
004030     05  FILLER                  PICTURE X(20)                    AGTXFR01
004040                                 VALUE 'REQUESTS ACCEPTED:  '.    AGTXFR01
004050     05  WS-TRL-REQUESTS-ACCEPTED                                 AGTXFR01
004060                                 PICTURE ZZZ,ZZ9.                 AGTXFR01
004070     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
004080     05  FILLER                  PICTURE X(20)                    AGTXFR01
004090                                 VALUE 'REQUESTS REJECTED:  '.    AGTXFR01
004100     05  WS-TRL-REQUESTS-REJECTED                                 AGTXFR01
004110                                 PICTURE ZZZ,ZZ9.                 AGTXFR01

004120 01  WS-TRAILER-LINE-2.                                           AGTXFR01
004130     05  FILLER                  PICTURE X(20)                    AGTXFR01
004140                                 VALUE 'POLICIES READ:      '.    AGTXFR01
004150     05  WS-TRL-POLICIES-READ    PICTURE ZZZ,ZZ9.                 AGTXFR01
004160     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
004170     05  FILLER                  PICTURE X(20)                    AGTXFR01
004180                                 VALUE 'POLICIES MOVED:     '.    AGTXFR01
004190     05  WS-TRL-POLICIES-MOVED   PICTURE ZZZ,ZZ9.                 AGTXFR01
004200     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
004210     05  FILLER                  PICTURE X(20)                    AGTXFR01
004220                                 VALUE 'RECEIVABLES MOVED:  '.    AGTXFR01
004230     05  WS-TRL-RCVB-MOVED       PICTURE ZZZ,ZZ9.                 AGTXFR01

004240 01  WS-TRAILER-LINE-3.                                           AGTXFR01
004250     05  FILLER                  PICTURE X(20)                    AGTXFR01
004260                                 VALUE 'OFFERS READ:        '.    AGTXFR01
004270     05  WS-TRL-OFFERS-READ      PICTURE ZZZ,ZZ9.                 AGTXFR01
004280     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
004290     05  FILLER                  PICTURE X(20)                    AGTXFR01
004300                                 VALUE 'OFFERS MOVED:       '.    AGTXFR01
004310     05  WS-TRL-OFFERS-MOVED     PICTURE ZZZ,ZZ9.                 AGTXFR01
004320     05  FILLER                  PICTURE X(04) VALUE SPACES.      AGTXFR01
004330     05  FILLER                  PICTURE X(20)                    AGTXFR01
004340                                 VALUE 'AUDIT RECORDS:      '.    AGTXFR01
004350     05  WS-TRL-AUDIT-WRITTEN    PICTURE ZZZ,ZZ9.                 AGTXFR01

004360 PROCEDURE DIVISION.                                              AGTXFR01

004370******************************************************************AGTXFR01
004380**                                                               *AGTXFR01
004390**  THIS PROGRAM EDITS THE TRANSFER REQUESTS INTO A TABLE OF     *AGTXFR01
004400**  FROM AND TO AGENT NAMES, THEN SWEEPS THE POLICY MASTER ONCE  *AGTXFR01
004410**  AND THE RENEWAL OFFER FILE ONCE, MOVING EVERY MATCHING       *AGTXFR01
004420**  POLICY, ITS OPEN RECEIVABLES AND ITS PENDING OFFERS TO THE   *AGTXFR01
004430**  NEW AGENT.  COMMISSION FOLLOWS THE AGENT NAME ON THE POLICY  *AGTXFR01
004440**  MASTER, SO THE NEXT COMMISSION STATEMENT RUN PAYS THE NEW    *AGTXFR01
004450**  AGENT.  IT IS ENTERED FROM THE OPERATING SYSTEM AND EXITS    *AGTXFR01
004460**  TO THE OPERATING SYSTEM.                                     *AGTXFR01
004470**                                                               *AGTXFR01
004480******************************************************************AGTXFR01

004490 A000-TRANSFER-AGENT-BOOKS.                                       AGTXFR01

004500     OPEN INPUT TRANSFER-REQUEST-FILE.                            AGTXFR01
004510     IF WS-REQUEST-FILE-STATUS NOT = '00'                         AGTXFR01
004520         DISPLAY 'UNABLE TO OPEN TRANSFER-REQUEST-FILE - STATUS ' AGTXFR01
004530               WS-REQUEST-FILE-STATUS                             AGTXFR01
004540         MOVE 16 TO RETURN-CODE                                   AGTXFR01
004550         STOP RUN                                                 AGTXFR01
004560     END-IF.                                                      AGTXFR01
004570     PERFORM C010-OPEN-AGENT-MASTER-FILE.                         AGTXFR01
004580     PERFORM C011-OPEN-POLICY-MASTER-FILE.                        AGTXFR01
004590     PERFORM C012-OPEN-RCVB-MASTER-FILE.                          AGTXFR01
004600     PERFORM C013-OPEN-POLICY-AUDIT-FILE.                         AGTXFR01
004605     PERFORM C014-OPEN-PRODUCT-MASTER-FILE.                       AGTXFR01
004610     OPEN OUTPUT TRANSFER-REGISTER-FILE.                          AGTXFR01
004620     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   AGTXFR01
004630     ACCEPT WS-CURRENT-TIME FROM TIME.                            AGTXFR01
004640     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 AGTXFR01
004650           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               AGTXFR01
004660     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               AGTXFR01
004670           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           AGTXFR01
004680     PERFORM A002-READ-REQUEST-RECORD.                            AGTXFR01
004690     PERFORM A001-PROCESS-TRANSFER-REQUEST                        AGTXFR01
004700           UNTIL ARE-THERE-MORE-REQUESTS = 'NO '.                 AGTXFR01
004710     IF WS-TRANSFER-TABLE-COUNT > ZERO                            AGTXFR01
004720         PERFORM B200-SWEEP-POLICIES                              AGTXFR01
004730         PERFORM B300-TRANSFER-RENEWAL-OFFERS                     AGTXFR01
004740     END-IF.                                                      AGTXFR01
004750     PERFORM D000-PRINT-TRANSFER-SUMMARY.                         AGTXFR01
004760     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   AGTXFR01
004770     CLOSE TRANSFER-REQUEST-FILE                                  AGTXFR01
004780           AGENT-MASTER-FILE                                      AGTXFR01
004785           PRODUCT-MASTER-FILE                                    AGTXFR01
004790           POLICY-MASTER-FILE                                     AGTXFR01
004800           RECEIVABLE-MASTER-FILE                                 AGTXFR01
004810           POLICY-AUDIT-FILE                                      AGTXFR01
004820           TRANSFER-REGISTER-FILE.                                AGTXFR01
004830     STOP RUN.                                                    AGTXFR01

004840******************************************************************AGTXFR01
004850**                                                               *AGTXFR01
004860**  THE TO AGENT MUST BE AN ACTIVE AGENT ON THE AGENT MASTER.    *AGTXFR01
004870**  A NAMED FROM AGENT MUST BE ON THE AGENT MASTER, MUST DIFFER  *AGTXFR01
004880**  FROM THE TO AGENT AND, WHEN AN OFFICE IS ALSO GIVEN, MUST    *AGTXFR01
004890**  BELONG TO IT.  WITH NO FROM AGENT THE OFFICE IS REQUIRED AND *AGTXFR01
004900**  EVERY TERMINATED AGENT IN IT IS TRANSFERRED.  AN OFFICE      *AGTXFR01
004905**  REQUEST REJECTED PART WAY THROUGH TABLES NONE OF ITS AGENTS. *AGTXFR01
004910**                                                               *AGTXFR01
004920******************************************************************AGTXFR01

004930 A001-PROCESS-TRANSFER-REQUEST.                                   AGTXFR01
004940     MOVE 'Y' TO WS-REQUEST-EDIT-SWITCH.                          AGTXFR01
004950     MOVE TO-AGENT-CODE-REQ TO AGENT-CODE-AGENT.                  AGTXFR01
004960     PERFORM A004-READ-AGENT-BY-CODE.                             AGTXFR01
004970     IF AGENT-RECORD-NOT-FOUND                                    AGTXFR01
004980         MOVE 'TO AGENT NOT ON AGENT MASTER' TO WS-REQUEST-MESSAGEAGTXFR01
004990         PERFORM A003-REJECT-REQUEST                              AGTXFR01
005000     ELSE                                                         AGTXFR01
005010         IF NOT AGENT-IS-ACTIVE                                   AGTXFR01
005020             MOVE 'TO AGENT IS NOT ACTIVE' TO WS-REQUEST-MESSAGE  AGTXFR01
005030             PERFORM A003-REJECT-REQUEST                          AGTXFR01
005040         ELSE                                                     AGTXFR01
005050             MOVE AGENT-NAME-AGENT TO WS-TO-AGENT-NAME            AGTXFR01
005060         END-IF                                                   AGTXFR01
005070     END-IF.                                                      AGTXFR01
005071     IF REQUEST-EDIT-PASSED                                       AGTXFR01
005072        AND INSURANCE-TYPE-REQ NOT = SPACES                       AGTXFR01
005073         MOVE INSURANCE-TYPE-REQ TO INSURANCE-TYPE-PROD           AGTXFR01
005074         PERFORM A006-READ-PRODUCT-BY-TYPE                        AGTXFR01
005075         IF PRODUCT-RECORD-NOT-FOUND                              AGTXFR01
005076             MOVE 'INSURANCE TYPE NOT ON PRODUCT MASTER'          AGTXFR01
005077                   TO WS-REQUEST-MESSAGE                          AGTXFR01
005078             PERFORM A003-REJECT-REQUEST                          AGTXFR01
005079         END-IF                                                   AGTXFR01
005080     END-IF.                                                      AGTXFR01
005081     IF REQUEST-EDIT-PASSED                                       AGTXFR01
005090         IF FROM-AGENT-CODE-REQ = SPACES                          AGTXFR01
005100             IF OFFICE-REQ = SPACES                               AGTXFR01
005110                 MOVE 'FROM AGENT OR OFFICE REQUIRED'             AGTXFR01
005120                       TO WS-REQUEST-MESSAGE                      AGTXFR01
005130                 PERFORM A003-REJECT-REQUEST                      AGTXFR01
005140             ELSE                                                 AGTXFR01
005150                 PERFORM B110-ADD-OFFICE-TRANSFERS                AGTXFR01
005160             END-IF                                               AGTXFR01
005170         ELSE                                                     AGTXFR01
005180             PERFORM B100-ADD-AGENT-TRANSFER                      AGTXFR01
005190         END-IF                                                   AGTXFR01
005200     END-IF.                                                      AGTXFR01
005210     IF REQUEST-EDIT-PASSED                                       AGTXFR01
005220         ADD 1 TO WS-REQUESTS-ACCEPTED-COUNT                      AGTXFR01
005230         MOVE 'ACCEPTED' TO WS-REQUEST-MESSAGE                    AGTXFR01
005240         PERFORM A005-PRINT-REQUEST-LINE                          AGTXFR01
005250     END-IF.                                                      AGTXFR01
005260     PERFORM A002-READ-REQUEST-RECORD.                            AGTXFR01

005270 A002-READ-REQUEST-RECORD.                                        AGTXFR01
005280     READ TRANSFER-REQUEST-FILE                                   AGTXFR01
005290           AT END                                                 AGTXFR01
005300              MOVE 'NO ' TO ARE-THERE-MORE-REQUESTS.              AGTXFR01
005310     IF ARE-THERE-MORE-REQUESTS = 'YES'                           AGTXFR01
005320         ADD 1 TO WS-REQUESTS-READ-COUNT                          AGTXFR01
005330     END-IF.                                                      AGTXFR01

005340 A003-REJECT-REQUEST.                                             AGTXFR01
005350     MOVE 'N' TO WS-REQUEST-EDIT-SWITCH.                          AGTXFR01
005360     ADD 1 TO WS-REQUESTS-REJECTED-COUNT.                         AGTXFR01
005370     PERFORM A005-PRINT-REQUEST-LINE.                             AGTXFR01

005380 A004-READ-AGENT-BY-CODE.                                         AGTXFR01
005390     READ AGENT-MASTER-FILE                                       AGTXFR01
005400           INVALID KEY                                            AGTXFR01
005410              MOVE 'N' TO WS-AGENT-FOUND-SWITCH                   AGTXFR01
005420           NOT INVALID KEY                                        AGTXFR01
005430              MOVE 'Y' TO WS-AGENT-FOUND-SWITCH                   AGTXFR01
005440     END-READ.                                                    AGTXFR01

005450 A005-PRINT-REQUEST-LINE.                                         AGTXFR01
005460     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    AGTXFR01
005470         PERFORM C003-PRINT-PAGE-HEADERS                          AGTXFR01
005480     END-IF.                                                      AGTXFR01
005490     MOVE WS-REQUESTS-READ-COUNT TO WS-REQ-NUMBER.                AGTXFR01
005500     MOVE FROM-AGENT-CODE-REQ TO WS-REQ-FROM-CODE.                AGTXFR01
005510     MOVE TO-AGENT-CODE-REQ TO WS-REQ-TO-CODE.                    AGTXFR01
005520     MOVE INSURANCE-TYPE-REQ TO WS-REQ-INSURANCE-TYPE.            AGTXFR01
005530     MOVE OFFICE-REQ TO WS-REQ-OFFICE.                            AGTXFR01
005540     MOVE WS-REQUEST-MESSAGE TO WS-REQ-MESSAGE.                   AGTXFR01
005550     WRITE TRANSFER-REGISTER-LINE FROM WS-REQUEST-LINE            AGTXFR01
005560           AFTER ADVANCING 1 LINES.                               AGTXFR01
005570     ADD 1 TO WS-LINE-COUNT.                                      AGTXFR01

005571 A006-READ-PRODUCT-BY-TYPE.                                       AGTXFR01
005572     READ PRODUCT-MASTER-FILE                                     AGTXFR01
005573           INVALID KEY                                            AGTXFR01
005574              MOVE 'N' TO WS-PRODUCT-FOUND-SWITCH                 AGTXFR01
005575           NOT INVALID KEY                                        AGTXFR01
005576              MOVE 'Y' TO WS-PRODUCT-FOUND-SWITCH                 AGTXFR01
005577     END-READ.                                                    AGTXFR01

005580 A010-PRINT-RECONCILIATION-TRAILER.                               AGTXFR01
005590     MOVE WS-REQUESTS-READ-COUNT TO WS-TRL-REQUESTS-READ.         AGTXFR01
005600     MOVE WS-REQUESTS-ACCEPTED-COUNT TO WS-TRL-REQUESTS-ACCEPTED. AGTXFR01
005610     MOVE WS-REQUESTS-REJECTED-COUNT TO WS-TRL-REQUESTS-REJECTED. AGTXFR01
005620     WRITE TRANSFER-REGISTER-LINE FROM WS-TRAILER-LINE-1          AGTXFR01
005630           AFTER ADVANCING 2 LINES.                               AGTXFR01
005640     MOVE WS-POLICIES-READ-COUNT TO WS-TRL-POLICIES-READ.         AGTXFR01
005650     MOVE WS-POLICIES-MOVED-COUNT TO WS-TRL-POLICIES-MOVED.       AGTXFR01
005660     MOVE WS-RCVB-MOVED-COUNT TO WS-TRL-RCVB-MOVED.               AGTXFR01
005670     WRITE TRANSFER-REGISTER-LINE FROM WS-TRAILER-LINE-2          AGTXFR01
005680           AFTER ADVANCING 1 LINES.                               AGTXFR01
005690     MOVE WS-OFFERS-READ-COUNT TO WS-TRL-OFFERS-READ.             AGTXFR01
005700     MOVE WS-OFFERS-MOVED-COUNT TO WS-TRL-OFFERS-MOVED.           AGTXFR01
005710     MOVE WS-AUDIT-WRITTEN-COUNT TO WS-TRL-AUDIT-WRITTEN.         AGTXFR01
005720     WRITE TRANSFER-REGISTER-LINE FROM WS-TRAILER-LINE-3          AGTXFR01
005730           AFTER ADVANCING 1 LINES.                               AGTXFR01

005740 B100-ADD-AGENT-TRANSFER.                                         AGTXFR01
005750     MOVE FROM-AGENT-CODE-REQ TO AGENT-CODE-AGENT.                AGTXFR01
005760     PERFORM A004-READ-AGENT-BY-CODE.                             AGTXFR01
005770     IF AGENT-RECORD-NOT-FOUND                                    AGTXFR01
005780         MOVE 'FROM AGENT NOT ON AGENT MASTER'                    AGTXFR01
005790               TO WS-REQUEST-MESSAGE                              AGTXFR01
005800         PERFORM A003-REJECT-REQUEST                              AGTXFR01
005810     ELSE                                                         AGTXFR01
005820         IF AGENT-NAME-AGENT = WS-TO-AGENT-NAME                   AGTXFR01
005830             MOVE 'FROM AND TO AGENT ARE THE SAME'                AGTXFR01
005840                   TO WS-REQUEST-MESSAGE                          AGTXFR01
005850             PERFORM A003-REJECT-REQUEST                          AGTXFR01
005860         ELSE                                                     AGTXFR01
005870             IF OFFICE-REQ NOT = SPACES                           AGTXFR01
005880                AND OFFICE-REQ NOT = OFFICE-AGENT                 AGTXFR01
005890                 MOVE 'FROM AGENT IS NOT IN THAT OFFICE'          AGTXFR01
005900                       TO WS-REQUEST-MESSAGE                      AGTXFR01
005910                 PERFORM A003-REJECT-REQUEST                      AGTXFR01
005920             ELSE                                                 AGTXFR01
005930                 MOVE AGENT-NAME-AGENT TO WS-ENTRY-FROM-NAME      AGTXFR01
005940                 PERFORM B120-ADD-TRANSFER-ENTRY                  AGTXFR01
005950             END-IF                                               AGTXFR01
005960         END-IF                                                   AGTXFR01
005970     END-IF.                                                      AGTXFR01

005980 B110-ADD-OFFICE-TRANSFERS.                                       AGTXFR01
005985     MOVE WS-TRANSFER-TABLE-COUNT TO WS-SAVED-TABLE-COUNT.        AGTXFR01
005990     MOVE ZERO TO WS-OFFICE-AGENT-COUNT.                          AGTXFR01
006000     MOVE 'YES' TO ARE-THERE-MORE-AGENTS.                         AGTXFR01
006010     MOVE LOW-VALUES TO AGENT-CODE-AGENT.                         AGTXFR01
006020     START AGENT-MASTER-FILE                                      AGTXFR01
006030           KEY IS NOT LESS THAN AGENT-CODE-AGENT                  AGTXFR01
006040           INVALID KEY                                            AGTXFR01
006050              MOVE 'NO ' TO ARE-THERE-MORE-AGENTS                 AGTXFR01
006060     END-START.                                                   AGTXFR01
006070     PERFORM B112-READ-AGENT-NEXT.                                AGTXFR01
006080     PERFORM B111-SELECT-OFFICE-AGENT                             AGTXFR01
006090           UNTIL ARE-THERE-MORE-AGENTS = 'NO '.                   AGTXFR01
006100     IF REQUEST-EDIT-PASSED                                       AGTXFR01
006110        AND WS-OFFICE-AGENT-COUNT = ZERO                          AGTXFR01
006120         MOVE 'NO TERMINATED AGENTS IN THAT OFFICE'               AGTXFR01
006130               TO WS-REQUEST-MESSAGE                              AGTXFR01
006140         PERFORM A003-REJECT-REQUEST                              AGTXFR01
006150     END-IF.                                                      AGTXFR01
006152     IF REQUEST-EDIT-FAILED                                       AGTXFR01
006154         MOVE WS-SAVED-TABLE-COUNT TO WS-TRANSFER-TABLE-COUNT     AGTXFR01
006156     END-IF.                                                      AGTXFR01

006160 B111-SELECT-OFFICE-AGENT.                                        AGTXFR01
006170     IF OFFICE-AGENT = OFFICE-REQ                                 AGTXFR01
006180        AND AGENT-IS-TERMINATED                                   AGTXFR01
006190        AND AGENT-NAME-AGENT NOT = WS-TO-AGENT-NAME               AGTXFR01
006200        AND REQUEST-EDIT-PASSED                                   AGTXFR01
006210         MOVE AGENT-NAME-AGENT TO WS-ENTRY-FROM-NAME              AGTXFR01
006220         PERFORM B120-ADD-TRANSFER-ENTRY                          AGTXFR01
006230         ADD 1 TO WS-OFFICE-AGENT-COUNT                           AGTXFR01
006240     END-IF.                                                      AGTXFR01
006250     PERFORM B112-READ-AGENT-NEXT.                                AGTXFR01

006260 B112-READ-AGENT-NEXT.                                            AGTXFR01
006270     READ AGENT-MASTER-FILE NEXT RECORD                           AGTXFR01
006280           AT END                                                 AGTXFR01
006290              MOVE 'NO ' TO ARE-THERE-MORE-AGENTS.                AGTXFR01

006300 B120-ADD-TRANSFER-ENTRY.                                         AGTXFR01
006310     IF WS-TRANSFER-TABLE-COUNT NOT < WS-TRANSFER-TABLE-MAX       AGTXFR01
006320         MOVE 'TRANSFER TABLE FULL' TO WS-REQUEST-MESSAGE         AGTXFR01
006330         PERFORM A003-REJECT-REQUEST                              AGTXFR01
006340     ELSE                                                         AGTXFR01
006350         ADD 1 TO WS-TRANSFER-TABLE-COUNT                         AGTXFR01
006360         MOVE WS-TRANSFER-TABLE-COUNT TO WS-TRANSFER-INDEX        AGTXFR01
006370         MOVE WS-ENTRY-FROM-NAME                                  AGTXFR01
006380               TO WS-XFR-FROM-NAME (WS-TRANSFER-INDEX)            AGTXFR01
006390         MOVE WS-TO-AGENT-NAME                                    AGTXFR01
006400               TO WS-XFR-TO-NAME (WS-TRANSFER-INDEX)              AGTXFR01
006410         MOVE INSURANCE-TYPE-REQ                                  AGTXFR01
006420               TO WS-XFR-INSURANCE-TYPE (WS-TRANSFER-INDEX)       AGTXFR01
006430         MOVE ZERO TO WS-XFR-POLICY-COUNT (WS-TRANSFER-INDEX)     AGTXFR01
006440         MOVE ZERO TO WS-XFR-RCVB-COUNT (WS-TRANSFER-INDEX)       AGTXFR01
006450         MOVE ZERO TO WS-XFR-OFFER-COUNT (WS-TRANSFER-INDEX)      AGTXFR01
006460     END-IF.                                                      AGTXFR01

006470******************************************************************AGTXFR01
006480**                                                               *AGTXFR01
006490**  EVERY IN-FORCE POLICY WRITTEN BY A FROM AGENT (AND OF THE    *AGTXFR01
006500**  REQUESTED INSURANCE TYPE, WHEN ONE IS GIVEN) IS MOVED TO THE *AGTXFR01
006510**  TO AGENT WITH A 'T' BEFORE AND AFTER IMAGE ON THE POLICY     *AGTXFR01
006520**  AUDIT FILE.  CANCELLED POLICIES STAY WITH THE AGENT WHO      *AGTXFR01
006530**  WROTE THEM SO THEIR CHARGEBACKS LAND ON THE RIGHT STATEMENT. *AGTXFR01
006540**                                                               *AGTXFR01
006550******************************************************************AGTXFR01

006560 B200-SWEEP-POLICIES.                                             AGTXFR01
006570     MOVE LOW-VALUES TO POLICY-NUMBER-MASTER.                     AGTXFR01
006580     START POLICY-MASTER-FILE                                     AGTXFR01
006590           KEY IS NOT LESS THAN POLICY-NUMBER-MASTER              AGTXFR01
006600           INVALID KEY                                            AGTXFR01
006610              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                AGTXFR01
006620     END-START.                                                   AGTXFR01
006630     PERFORM B202-READ-POLICY-NEXT.                               AGTXFR01
006640     PERFORM B201-TRANSFER-ONE-POLICY                             AGTXFR01
006650           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  AGTXFR01

006660 B201-TRANSFER-ONE-POLICY.                                        AGTXFR01
006670     IF NOT POLICY-IS-CANCELLED                                   AGTXFR01
006680         MOVE AGENT-NAME-MASTER TO WS-MATCH-AGENT-NAME            AGTXFR01
006690         MOVE INSURANCE-TYPE-MASTER TO WS-MATCH-INSURANCE-TYPE    AGTXFR01
006700         PERFORM B210-FIND-TRANSFER-ENTRY                         AGTXFR01
006710         IF TRANSFER-ENTRY-FOUND                                  AGTXFR01
006720             MOVE POLICY-MASTER-RECORD TO AUDIT-BEFORE-IMAGE      AGTXFR01
006730             MOVE WS-XFR-TO-NAME (WS-TRANSFER-INDEX)              AGTXFR01
006740                   TO AGENT-NAME-MASTER                           AGTXFR01
006750             MOVE WS-RUN-TIMESTAMP TO LAST-RUN-DATE-MASTER        AGTXFR01
006760             REWRITE POLICY-MASTER-RECORD                         AGTXFR01
006770             MOVE POLICY-MASTER-RECORD TO AUDIT-AFTER-IMAGE       AGTXFR01
006780             PERFORM B900-WRITE-AUDIT-RECORD                      AGTXFR01
006790             PERFORM B220-TRANSFER-RECEIVABLES                    AGTXFR01
006800             ADD 1 TO WS-POLICIES-MOVED-COUNT                     AGTXFR01
006810             ADD 1 TO WS-XFR-POLICY-COUNT (WS-TRANSFER-INDEX)     AGTXFR01
006820             MOVE 'POLICY' TO WS-DTL-ITEM                         AGTXFR01
006830             MOVE POLICY-NUMBER-MASTER TO WS-DTL-POLICY-NUMBER    AGTXFR01
006840             MOVE CUSTOMER-NAME-MASTER TO WS-DTL-CUSTOMER-NAME    AGTXFR01
006850             MOVE INSURANCE-TYPE-MASTER TO WS-DTL-INSURANCE-TYPE  AGTXFR01
006860             MOVE WS-POLICY-RCVB-COUNT TO WS-DTL-RCVB-COUNT       AGTXFR01
006870             PERFORM C004-PRINT-DETAIL-LINE                       AGTXFR01
006880         END-IF                                                   AGTXFR01
006890     END-IF.                                                      AGTXFR01
006900     PERFORM B202-READ-POLICY-NEXT.                               AGTXFR01

006910 B202-READ-POLICY-NEXT.                                           AGTXFR01
006920     READ POLICY-MASTER-FILE NEXT RECORD                          AGTXFR01
006930           AT END                                                 AGTXFR01
006940              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS.               AGTXFR01
006950     IF ARE-THERE-MORE-RECORDS = 'YES'                            AGTXFR01
006960         ADD 1 TO WS-POLICIES-READ-COUNT                          AGTXFR01
006970     END-IF.                                                      AGTXFR01

006980 B210-FIND-TRANSFER-ENTRY.                                        AGTXFR01
006990     MOVE 'N' TO WS-TRANSFER-MATCH-SWITCH.                        AGTXFR01
007000     PERFORM B211-MATCH-TRANSFER-ENTRY                            AGTXFR01
007010           VARYING WS-SEARCH-INDEX FROM 1 BY 1                    AGTXFR01
007020           UNTIL WS-SEARCH-INDEX > WS-TRANSFER-TABLE-COUNT        AGTXFR01
007030              OR TRANSFER-ENTRY-FOUND.                            AGTXFR01

007040 B211-MATCH-TRANSFER-ENTRY.                                       AGTXFR01
007050     IF WS-XFR-FROM-NAME (WS-SEARCH-INDEX) = WS-MATCH-AGENT-NAME  AGTXFR01
007060        AND (WS-XFR-INSURANCE-TYPE (WS-SEARCH-INDEX) = SPACES     AGTXFR01
007070          OR WS-XFR-INSURANCE-TYPE (WS-SEARCH-INDEX)              AGTXFR01
007080                = WS-MATCH-INSURANCE-TYPE)                        AGTXFR01
007090         MOVE 'Y' TO WS-TRANSFER-MATCH-SWITCH                     AGTXFR01
007100         MOVE WS-SEARCH-INDEX TO WS-TRANSFER-INDEX                AGTXFR01
007110     END-IF.                                                      AGTXFR01

007120******************************************************************AGTXFR01
007130**                                                               *AGTXFR01
007140**  THE OPEN INSTALLMENTS OF A TRANSFERRED POLICY FOLLOW IT TO   *AGTXFR01
007150**  THE NEW AGENT.  PAID AND LAPSED INSTALLMENTS KEEP THE AGENT  *AGTXFR01
007160**  THEY WERE BILLED UNDER.                                      *AGTXFR01
007170**                                                               *AGTXFR01
007180******************************************************************AGTXFR01

007190 B220-TRANSFER-RECEIVABLES.                                       AGTXFR01
007200     MOVE ZERO TO WS-POLICY-RCVB-COUNT.                           AGTXFR01
007210     MOVE POLICY-NUMBER-MASTER TO POLICY-NUMBER-RCVB.             AGTXFR01
007220     MOVE ZERO TO INSTALLMENT-NUMBER-RCVB.                        AGTXFR01
007230     MOVE 'N' TO WS-RCVB-SCAN-DONE-SWITCH.                        AGTXFR01
007240     START RECEIVABLE-MASTER-FILE                                 AGTXFR01
007250           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               AGTXFR01
007260           INVALID KEY                                            AGTXFR01
007270              MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH                AGTXFR01
007280     END-START.                                                   AGTXFR01
007290     PERFORM B221-TRANSFER-ONE-RECEIVABLE                         AGTXFR01
007300           UNTIL RCVB-SCAN-DONE.                                  AGTXFR01

007310 B221-TRANSFER-ONE-RECEIVABLE.                                    AGTXFR01
007320     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      AGTXFR01
007330           AT END                                                 AGTXFR01
007340              MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH.               AGTXFR01
007350     IF RCVB-SCAN-NOT-DONE                                        AGTXFR01
007360         IF POLICY-NUMBER-RCVB NOT = POLICY-NUMBER-MASTER         AGTXFR01
007370             MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH                 AGTXFR01
007380         ELSE                                                     AGTXFR01
007390             IF RECEIVABLE-IS-OPEN                                AGTXFR01
007400                AND AGENT-NAME-RCVB                               AGTXFR01
007410                      = WS-XFR-FROM-NAME (WS-TRANSFER-INDEX)      AGTXFR01
007420                 MOVE WS-XFR-TO-NAME (WS-TRANSFER-INDEX)          AGTXFR01
007430                       TO AGENT-NAME-RCVB                         AGTXFR01
007440                 MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER    AGTXFR01
007450                 REWRITE RECEIVABLE-MASTER-RECORD                 AGTXFR01
007460                 ADD 1 TO WS-POLICY-RCVB-COUNT                    AGTXFR01
007470                 ADD 1 TO WS-RCVB-MOVED-COUNT                     AGTXFR01
007480                 ADD 1 TO WS-XFR-RCVB-COUNT (WS-TRANSFER-INDEX)   AGTXFR01
007490             END-IF                                               AGTXFR01
007500         END-IF                                                   AGTXFR01
007510     END-IF.                                                      AGTXFR01

007520******************************************************************AGTXFR01
007530**                                                               *AGTXFR01
007540**  A RENEWAL OFFER IS STILL PENDING WHILE ITS POLICY IS ON THE  *AGTXFR01
007550**  MASTER, NOT CANCELLED AND NOT YET ROLLED TO THE OFFERED      *AGTXFR01
007560**  EXPIRATION DATE - THE RENEWAL OUTCOME REPORT'S RULE.  A      *AGTXFR01
007570**  PENDING OFFER FOR A TRANSFERRED POLICY IS RE-ISSUED UNDER    *AGTXFR01
007580**  THE NEW AGENT SO THE RENEWAL DOES NOT PUT THE OLD AGENT BACK *AGTXFR01
007590**  ON THE POLICY.  THE OFFER FILE IS COPIED TO A WORK FILE AND  *AGTXFR01
007600**  COPIED BACK WHEN ANY OFFER CHANGED.                          *AGTXFR01
007610**                                                               *AGTXFR01
007620******************************************************************AGTXFR01

007630 B300-TRANSFER-RENEWAL-OFFERS.                                    AGTXFR01
007640     OPEN INPUT RENEWAL-OFFER-FILE.                               AGTXFR01
007650     IF WS-OFFER-FILE-STATUS NOT = '00'                           AGTXFR01
007660         DISPLAY 'RENEWAL-OFFER-FILE NOT AVAILABLE - NO OFFERS'   AGTXFR01
007670         DISPLAY 'WERE TRANSFERRED'                               AGTXFR01
007680     ELSE                                                         AGTXFR01
007690         OPEN OUTPUT RENEWAL-WORK-FILE                            AGTXFR01
007700         IF WS-WORK-FILE-STATUS NOT = '00'                        AGTXFR01
007710             DISPLAY 'UNABLE TO OPEN RENEWAL-WORK-FILE - STATUS ' AGTXFR01
007720                   WS-WORK-FILE-STATUS                            AGTXFR01
007730             MOVE 16 TO RETURN-CODE                               AGTXFR01
007740             STOP RUN                                             AGTXFR01
007750         END-IF                                                   AGTXFR01
007760         PERFORM B302-READ-OFFER-RECORD                           AGTXFR01
007770         PERFORM B301-COPY-ONE-OFFER                              AGTXFR01
007780               UNTIL ARE-THERE-MORE-OFFERS = 'NO '                AGTXFR01
007790         CLOSE RENEWAL-OFFER-FILE                                 AGTXFR01
007800               RENEWAL-WORK-FILE                                  AGTXFR01
007810         IF WS-OFFERS-MOVED-COUNT > ZERO                          AGTXFR01
007820             PERFORM B310-RESTORE-OFFER-FILE                      AGTXFR01
007830         END-IF                                                   AGTXFR01
007840     END-IF.                                                      AGTXFR01

007850 B301-COPY-ONE-OFFER.                                             AGTXFR01
007860     MOVE OFR-AGENT-NAME TO WS-MATCH-AGENT-NAME.                  AGTXFR01
007870     MOVE OFR-INSURANCE-TYPE TO WS-MATCH-INSURANCE-TYPE.          AGTXFR01
007880     PERFORM B210-FIND-TRANSFER-ENTRY.                            AGTXFR01
007890     IF TRANSFER-ENTRY-FOUND                                      AGTXFR01
007900         MOVE OFR-POLICY-NUMBER TO POLICY-NUMBER-MASTER           AGTXFR01
007910         READ POLICY-MASTER-FILE                                  AGTXFR01
007920               INVALID KEY                                        AGTXFR01
007930                  MOVE 'N' TO WS-POLICY-FOUND-SWITCH              AGTXFR01
007940               NOT INVALID KEY                                    AGTXFR01
007950                  MOVE 'Y' TO WS-POLICY-FOUND-SWITCH              AGTXFR01
007960         END-READ                                                 AGTXFR01
007970         IF OFFER-POLICY-FOUND                                    AGTXFR01
007980            AND NOT POLICY-IS-CANCELLED                           AGTXFR01
007990            AND EXPIRATION-DATE-MASTER < OFR-EXPIRATION-DATE      AGTXFR01
008000            AND AGENT-NAME-MASTER                                 AGTXFR01
008010                  = WS-XFR-TO-NAME (WS-TRANSFER-INDEX)            AGTXFR01
008020             MOVE WS-XFR-TO-NAME (WS-TRANSFER-INDEX)              AGTXFR01
008030                   TO OFR-AGENT-NAME                              AGTXFR01
008040             ADD 1 TO WS-OFFERS-MOVED-COUNT                       AGTXFR01
008050             ADD 1 TO WS-XFR-OFFER-COUNT (WS-TRANSFER-INDEX)      AGTXFR01
008060             MOVE 'OFFER' TO WS-DTL-ITEM                          AGTXFR01
008070             MOVE OFR-POLICY-NUMBER TO WS-DTL-POLICY-NUMBER       AGTXFR01
008080             MOVE OFR-CUSTOMER-NAME TO WS-DTL-CUSTOMER-NAME       AGTXFR01
008090             MOVE OFR-INSURANCE-TYPE TO WS-DTL-INSURANCE-TYPE     AGTXFR01
008100             MOVE ZERO TO WS-DTL-RCVB-COUNT                       AGTXFR01
008110             PERFORM C004-PRINT-DETAIL-LINE                       AGTXFR01
008120         END-IF                                                   AGTXFR01
008130     END-IF.                                                      AGTXFR01
008140     WRITE RENEWAL-WORK-RECORD FROM RENEWAL-OFFER-RECORD.         AGTXFR01
008150     PERFORM B302-READ-OFFER-RECORD.                              AGTXFR01

008160 B302-READ-OFFER-RECORD.                                          AGTXFR01
008170     READ RENEWAL-OFFER-FILE                                      AGTXFR01
008180           AT END                                                 AGTXFR01
008190              MOVE 'NO ' TO ARE-THERE-MORE-OFFERS.                AGTXFR01
008200     IF ARE-THERE-MORE-OFFERS = 'YES'                             AGTXFR01
008210         ADD 1 TO WS-OFFERS-READ-COUNT                            AGTXFR01
008220     END-IF.                                                      AGTXFR01

008230 B310-RESTORE-OFFER-FILE.                                         AGTXFR01
008240     OPEN INPUT RENEWAL-WORK-FILE.                                AGTXFR01
008241     IF WS-WORK-FILE-STATUS NOT = '00'                            AGTXFR01
008242         DISPLAY 'UNABLE TO OPEN RENEWAL-WORK-FILE - STATUS '     AGTXFR01
008243               WS-WORK-FILE-STATUS                                AGTXFR01
008244         MOVE 16 TO RETURN-CODE                                   AGTXFR01
008245         STOP RUN                                                 AGTXFR01
008246     END-IF.                                                      AGTXFR01
008250     OPEN OUTPUT RENEWAL-OFFER-FILE.                              AGTXFR01
008260     IF WS-OFFER-FILE-STATUS NOT = '00'                           AGTXFR01
008270         DISPLAY 'UNABLE TO OPEN RENEWAL-OFFER-FILE - STATUS '    AGTXFR01
008280               WS-OFFER-FILE-STATUS                               AGTXFR01
008290         MOVE 16 TO RETURN-CODE                                   AGTXFR01
008300         STOP RUN                                                 AGTXFR01
008310     END-IF.                                                      AGTXFR01
008320     PERFORM B312-READ-WORK-RECORD.                               AGTXFR01
008330     PERFORM B311-RESTORE-ONE-OFFER                               AGTXFR01
008340           UNTIL ARE-THERE-MORE-WORK-RECORDS = 'NO '.             AGTXFR01
008350     CLOSE RENEWAL-WORK-FILE                                      AGTXFR01
008360           RENEWAL-OFFER-FILE.                                    AGTXFR01

008370 B311-RESTORE-ONE-OFFER.                                          AGTXFR01
008380     WRITE RENEWAL-OFFER-RECORD FROM RENEWAL-WORK-RECORD.         AGTXFR01
008390     PERFORM B312-READ-WORK-RECORD.                               AGTXFR01

008400 B312-READ-WORK-RECORD.                                           AGTXFR01
008410     READ RENEWAL-WORK-FILE                                       AGTXFR01
008420           AT END                                                 AGTXFR01
008430              MOVE 'NO ' TO ARE-THERE-MORE-WORK-RECORDS.          AGTXFR01

008440 B900-WRITE-AUDIT-RECORD.                                         AGTXFR01
008450     MOVE 'T' TO AUDIT-TRANS-CODE.                                AGTXFR01
008460     MOVE WS-RUN-TIMESTAMP TO AUDIT-RUN-TIMESTAMP.                AGTXFR01
008470     MOVE POLICY-NUMBER-MASTER TO AUDIT-POLICY-NUMBER.            AGTXFR01
008480     WRITE POLICY-AUDIT-RECORD.                                   AGTXFR01
008490     ADD 1 TO WS-AUDIT-WRITTEN-COUNT.                             AGTXFR01

008500 C003-PRINT-PAGE-HEADERS.                                         AGTXFR01
008510     ADD 1 TO WS-PAGE-NUMBER.                                     AGTXFR01
008520     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   AGTXFR01
008530     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                AGTXFR01
008540     WRITE TRANSFER-REGISTER-LINE FROM WS-REGISTER-HEADING-1      AGTXFR01
008550           AFTER ADVANCING PAGE.                                  AGTXFR01
008560     WRITE TRANSFER-REGISTER-LINE FROM WS-REGISTER-HEADING-2      AGTXFR01
008570           AFTER ADVANCING 2 LINES.                               AGTXFR01
008580     MOVE SPACES TO TRANSFER-REGISTER-LINE.                       AGTXFR01
008590     WRITE TRANSFER-REGISTER-LINE                                 AGTXFR01
008600           AFTER ADVANCING 1 LINES.                               AGTXFR01
008610     MOVE ZERO TO WS-LINE-COUNT.                                  AGTXFR01

008620 C004-PRINT-DETAIL-LINE.                                          AGTXFR01
008630     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    AGTXFR01
008640         PERFORM C003-PRINT-PAGE-HEADERS                          AGTXFR01
008650     END-IF.                                                      AGTXFR01
008660     MOVE WS-XFR-FROM-NAME (WS-TRANSFER-INDEX)                    AGTXFR01
008670           TO WS-DTL-FROM-AGENT.                                  AGTXFR01
008680     MOVE WS-XFR-TO-NAME (WS-TRANSFER-INDEX) TO WS-DTL-TO-AGENT.  AGTXFR01
008690     WRITE TRANSFER-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE    AGTXFR01
008700           AFTER ADVANCING 1 LINES.                               AGTXFR01
008710     ADD 1 TO WS-LINE-COUNT.                                      AGTXFR01

008720 C010-OPEN-AGENT-MASTER-FILE.                                     AGTXFR01
008730     OPEN INPUT AGENT-MASTER-FILE.                                AGTXFR01
008740     IF WS-AGENT-MASTER-STATUS NOT = '00'                         AGTXFR01
008750         DISPLAY 'UNABLE TO OPEN AGENT-MASTER-FILE - STATUS '     AGTXFR01
008760               WS-AGENT-MASTER-STATUS                             AGTXFR01
008770         MOVE 16 TO RETURN-CODE                                   AGTXFR01
008780         STOP RUN                                                 AGTXFR01
008790     END-IF.                                                      AGTXFR01

008800 C011-OPEN-POLICY-MASTER-FILE.                                    AGTXFR01
008810     OPEN I-O POLICY-MASTER-FILE.                                 AGTXFR01
008820     IF WS-MASTER-FILE-STATUS NOT = '00'                          AGTXFR01
008830         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    AGTXFR01
008840               WS-MASTER-FILE-STATUS                              AGTXFR01
008850         MOVE 16 TO RETURN-CODE                                   AGTXFR01
008860         STOP RUN                                                 AGTXFR01
008870     END-IF.                                                      AGTXFR01

008880 C012-OPEN-RCVB-MASTER-FILE.                                      AGTXFR01
008890     OPEN I-O RECEIVABLE-MASTER-FILE.                             AGTXFR01
008900     IF WS-RCVB-MASTER-STATUS NOT = '00'                          AGTXFR01
008910         DISPLAY 'UNABLE TO OPEN RECEIVABLE-MASTER-FILE - STATUS 'AGTXFR01
008920               WS-RCVB-MASTER-STATUS                              AGTXFR01
008930         MOVE 16 TO RETURN-CODE                                   AGTXFR01
008940         STOP RUN                                                 AGTXFR01
008950     END-IF.                                                      AGTXFR01

008960 C013-OPEN-POLICY-AUDIT-FILE.                                     AGTXFR01
008970     OPEN EXTEND POLICY-AUDIT-FILE.                               AGTXFR01
008980     IF WS-AUDIT-FILE-STATUS = '35'                               AGTXFR01
008990         OPEN OUTPUT POLICY-AUDIT-FILE                            AGTXFR01
009000     END-IF.                                                      AGTXFR01
009010     IF WS-AUDIT-FILE-STATUS NOT = '00'                           AGTXFR01
009020         DISPLAY 'UNABLE TO OPEN POLICY-AUDIT-FILE - STATUS '     AGTXFR01
009030               WS-AUDIT-FILE-STATUS                               AGTXFR01
009040         MOVE 16 TO RETURN-CODE                                   AGTXFR01
009050         STOP RUN                                                 AGTXFR01
009060     END-IF.                                                      AGTXFR01

009061 C014-OPEN-PRODUCT-MASTER-FILE.                                   AGTXFR01
009062     OPEN INPUT PRODUCT-MASTER-FILE.                              AGTXFR01
009063     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       AGTXFR01
009064         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   AGTXFR01
009065               WS-PRODUCT-MASTER-STATUS                           AGTXFR01
009066         MOVE 16 TO RETURN-CODE                                   AGTXFR01
009067         STOP RUN                                                 AGTXFR01
009068     END-IF.                                                      AGTXFR01

009070******************************************************************AGTXFR01
009080**                                                               *AGTXFR01
009090**  ONE TOTAL LINE PER FROM AND TO AGENT PAIR, THEN THE LINE FOR *AGTXFR01
009100**  THE AGENCY MANAGER'S SIGNATURE.                              *AGTXFR01
009110**                                                               *AGTXFR01
009120******************************************************************AGTXFR01

009130 D000-PRINT-TRANSFER-SUMMARY.                                     AGTXFR01
009140     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    AGTXFR01
009150         PERFORM C003-PRINT-PAGE-HEADERS                          AGTXFR01
009160     END-IF.                                                      AGTXFR01
009170     MOVE SPACES TO TRANSFER-REGISTER-LINE.                       AGTXFR01
009180     WRITE TRANSFER-REGISTER-LINE                                 AGTXFR01
009190           AFTER ADVANCING 1 LINES.                               AGTXFR01
009200     PERFORM D001-PRINT-TRANSFER-TOTAL                            AGTXFR01
009210           VARYING WS-TRANSFER-INDEX FROM 1 BY 1                  AGTXFR01
009220           UNTIL WS-TRANSFER-INDEX > WS-TRANSFER-TABLE-COUNT.     AGTXFR01
009230     WRITE TRANSFER-REGISTER-LINE FROM WS-SIGNATURE-LINE          AGTXFR01
009240           AFTER ADVANCING 3 LINES.                               AGTXFR01

009250 D001-PRINT-TRANSFER-TOTAL.                                       AGTXFR01
009260     MOVE WS-XFR-FROM-NAME (WS-TRANSFER-INDEX)                    AGTXFR01
009270           TO WS-TOT-FROM-AGENT.                                  AGTXFR01
009280     MOVE WS-XFR-TO-NAME (WS-TRANSFER-INDEX) TO WS-TOT-TO-AGENT.  AGTXFR01
009290     IF WS-XFR-INSURANCE-TYPE (WS-TRANSFER-INDEX) = SPACES        AGTXFR01
009300         MOVE 'ALL' TO WS-TOT-INSURANCE-TYPE                      AGTXFR01
009310     ELSE                                                         AGTXFR01
009320         MOVE WS-XFR-INSURANCE-TYPE (WS-TRANSFER-INDEX)           AGTXFR01
009330               TO WS-TOT-INSURANCE-TYPE                           AGTXFR01
009340     END-IF.                                                      AGTXFR01
009350     MOVE WS-XFR-POLICY-COUNT (WS-TRANSFER-INDEX)                 AGTXFR01
009360           TO WS-TOT-POLICY-COUNT.                                AGTXFR01
009370     MOVE WS-XFR-RCVB-COUNT (WS-TRANSFER-INDEX)                   AGTXFR01
009380           TO WS-TOT-RCVB-COUNT.                                  AGTXFR01
009390     MOVE WS-XFR-OFFER-COUNT (WS-TRANSFER-INDEX)                  AGTXFR01
009400           TO WS-TOT-OFFER-COUNT.                                 AGTXFR01
009410     WRITE TRANSFER-REGISTER-LINE FROM WS-TRANSFER-TOTAL-LINE     AGTXFR01
009420           AFTER ADVANCING 1 LINES.                               AGTXFR01

