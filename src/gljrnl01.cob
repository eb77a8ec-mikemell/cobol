001010 IDENTIFICATION DIVISION.                                         GLJRNL01

001020 PROGRAM-ID.    GLJRNL01.                                         GLJRNL01
001030 AUTHOR.        MMELL.                                            GLJRNL01
001040 INSTALLATION.  AUBURN.                                           GLJRNL01
001050 DATE-WRITTEN.  2026-10-01.                                       GLJRNL01
001060 DATE-COMPILED. 2026-10-01.                                       GLJRNL01
001070 SECURITY.      UNCLASSIFIED.                                     GLJRNL01

001080******************************************************************GLJRNL01
001090**                                                               *GLJRNL01
001100**  THIS PROGRAM BUILDS THE DAILY GENERAL LEDGER JOURNAL FROM    *GLJRNL01
001110**  THE POLICY SYSTEM FEEDS FOR ONE BUSINESS DATE                *GLJRNL01
001120**                                                               *GLJRNL01
001130**    MODIFICATION HISTORY                                       *GLJRNL01
001140**    -------------------                                        *GLJRNL01
001150**    DATE       INIT  DESCRIPTION                               *GLJRNL01
001160**    ---------- ----  ----------------------------------------- *GLJRNL01
001170**    2026-10-01  MM   INITIAL VERSION.  POSTS WRITTEN PREMIUM   *GLJRNL01
001180**                     FROM THE POLICY AUDIT FILE, CASH FROM     *GLJRNL01
001190**                     THE CASH POSTING EXTRACT, CLAIM           *GLJRNL01
001200**                     PAYMENTS FROM THE CLAIM AUDIT FILE,       *GLJRNL01
001210**                     COMMISSION FROM THE PAYABLES EXTRACT      *GLJRNL01
001220**                     AND RETURN PREMIUM FROM THE REFUND        *GLJRNL01
001230**                     EXTRACT AS BALANCED DEBIT AND CREDIT      *GLJRNL01
001240**                     LINES USING THE GL ACCOUNT MAP BY         *GLJRNL01
001250**                     INSURANCE TYPE.  THE JOURNAL FILE IS      *GLJRNL01
001260**                     ONLY RELEASED WHEN DEBITS EQUAL CREDITS   *GLJRNL01
001270**                     AND EVERY ITEM MAPPED TO AN ACCOUNT.      *GLJRNL01
001271**    2026-10-02  MM   POLICY AUDIT IMAGES WIDENED FOR THE PAY   *GLJRNL01
001272**                     PLAN CODE ON THE POLICY MASTER.           *GLJRNL01
001273**    2026-10-05  MM   THE CASH POSTING EXTRACT NOW ALSO         *GLJRNL01
001274**                     CARRIES CASH PARKED ON THE UNAPPLIED CASH *GLJRNL01
001275**                     SUSPENSE FILE, SUSPENSE CASH RE-APPLIED   *GLJRNL01
001276**                     TO A RECEIVABLE AND SUSPENSE CASH         *GLJRNL01
001277**                     REFUNDED.  EACH JOURNALS UNDER ITS OWN    *GLJRNL01
001278**                     SOURCE CODE SO THE SUSPENSE ACCOUNT CAN   *GLJRNL01
001279**                     BE MAPPED.                                *GLJRNL01
001280**    2026-10-06  MM   VOIDED AND STOPPED CLAIM PAYMENTS ON THE  *GLJRNL01
001281**                     CLAIM AUDIT FILE REVERSE THE CLAIM        *GLJRNL01
001282**                     PAYMENT JOURNAL.                          *GLJRNL01
001283**    2026-10-15  MM   INSTALLMENT FEES INVOICED ON THE BUSINESS *GLJRNL01
001284**                     DATE POST AS RECEIVABLE AND FEE INCOME.   *GLJRNL01
001285**                     EACH SOURCE IS NOW PROVED AGAINST A       *GLJRNL01
001286**                     CONTROL TOTAL TAKEN FROM ITS FEED, AND    *GLJRNL01
001287**                     A SOURCE THAT DISAGREES HOLDS THE         *GLJRNL01
001288**                     JOURNAL.                                  *GLJRNL01
001289**                                                               *GLJRNL01
001290******************************************************************GLJRNL01

001300 ENVIRONMENT DIVISION.                                            GLJRNL01

001310 CONFIGURATION SECTION.                                           GLJRNL01

001320 SOURCE-COMPUTER. X86_64.                                         GLJRNL01
001330 OBJECT-COMPUTER. X86_64.                                         GLJRNL01

001340 INPUT-OUTPUT SECTION.                                            GLJRNL01
001350 FILE-CONTROL.                                                    GLJRNL01
001360     SELECT GL-PARM-FILE                                          GLJRNL01
001370         ASSIGN TO UT-S-GLPARM                                    GLJRNL01
001380         ORGANIZATION IS LINE SEQUENTIAL                          GLJRNL01
001390         FILE STATUS IS WS-PARM-FILE-STATUS.                      GLJRNL01

001400     SELECT GL-ACCOUNT-MAP-FILE                                   GLJRNL01
001410         ASSIGN TO UT-S-GLACCT                                    GLJRNL01
001420         ORGANIZATION IS LINE SEQUENTIAL                          GLJRNL01
001430         FILE STATUS IS WS-MAP-FILE-STATUS.                       GLJRNL01

001440     SELECT POLICY-MASTER-FILE                                    GLJRNL01
001450         ASSIGN TO UT-S-POLMSTR                                   GLJRNL01
001460         ORGANIZATION IS INDEXED                                  GLJRNL01
001470         ACCESS MODE IS DYNAMIC                                   GLJRNL01
001480         RECORD KEY IS POLICY-NUMBER-MASTER                       GLJRNL01
001490         FILE STATUS IS WS-MASTER-FILE-STATUS.                    GLJRNL01

001500     SELECT POLICY-AUDIT-FILE                                     GLJRNL01
001510         ASSIGN TO UT-S-POLAUDIT                                  GLJRNL01
001520         ORGANIZATION IS LINE SEQUENTIAL                          GLJRNL01
001530         FILE STATUS IS WS-POLICY-AUDIT-STATUS.                   GLJRNL01

001540     SELECT CASH-POSTING-FILE                                     GLJRNL01
001550         ASSIGN TO UT-S-CSHPOST                                   GLJRNL01
001560         ORGANIZATION IS LINE SEQUENTIAL                          GLJRNL01
001570         FILE STATUS IS WS-CASH-POSTING-STATUS.                   GLJRNL01

001580     SELECT CLAIM-AUDIT-FILE                                      GLJRNL01
001590         ASSIGN TO UT-S-CLMAUDIT                                  GLJRNL01
001600         ORGANIZATION IS LINE SEQUENTIAL                          GLJRNL01
001610         FILE STATUS IS WS-CLAIM-AUDIT-STATUS.                    GLJRNL01

001620     SELECT PAYABLES-FILE                                         GLJRNL01
001630         ASSIGN TO UT-S-CMSPAY                                    GLJRNL01
001640         ORGANIZATION IS LINE SEQUENTIAL                          GLJRNL01
001650         FILE STATUS IS WS-PAYABLES-FILE-STATUS.                  GLJRNL01

001660     SELECT RETURN-PREMIUM-FILE                                   GLJRNL01
001670         ASSIGN TO UT-S-RETPREM                                   GLJRNL01
001680         ORGANIZATION IS LINE SEQUENTIAL                          GLJRNL01
001690         FILE STATUS IS WS-RETURN-PREM-STATUS.                    GLJRNL01

001691     SELECT RECEIVABLE-MASTER-FILE                                GLJRNL01
001692         ASSIGN TO UT-S-RCVMSTR                                   GLJRNL01
001693         ORGANIZATION IS INDEXED                                  GLJRNL01
001694         ACCESS MODE IS DYNAMIC                                   GLJRNL01
001695         RECORD KEY IS RECEIVABLE-KEY-RCVB                        GLJRNL01
001696         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    GLJRNL01

001700     SELECT JOURNAL-WORK-FILE                                     GLJRNL01
001710         ASSIGN TO UT-S-GLWORK                                    GLJRNL01
001720         ORGANIZATION IS LINE SEQUENTIAL.                         GLJRNL01

001730     SELECT JOURNAL-FILE                                          GLJRNL01
001740         ASSIGN TO UT-S-GLJRNL                                    GLJRNL01
001750         ORGANIZATION IS LINE SEQUENTIAL.                         GLJRNL01

001760     SELECT JOURNAL-REPORT-FILE                                   GLJRNL01
001770         ASSIGN TO UT-S-GLRPT                                     GLJRNL01
001780         ORGANIZATION IS LINE SEQUENTIAL.                         GLJRNL01

001790 DATA DIVISION.                                                   GLJRNL01

001800 FILE SECTION.                                                    GLJRNL01

001810 FD  GL-PARM-FILE                                                 GLJRNL01
001820     RECORD CONTAINS 8 CHARACTERS                                 GLJRNL01
001830     LABEL RECORDS ARE STANDARD                                   GLJRNL01
001840     DATA RECORD IS GL-PARM-RECORD.                               GLJRNL01
001850 01  GL-PARM-RECORD.                                              GLJRNL01
001860     05  BUSINESS-DATE-PARM      PICTURE 9(08).                   GLJRNL01

001870 FD  GL-ACCOUNT-MAP-FILE                                          GLJRNL01
001880     RECORD CONTAINS 32 CHARACTERS                                GLJRNL01
001890     LABEL RECORDS ARE STANDARD                                   GLJRNL01
001900     DATA RECORD IS GL-ACCOUNT-MAP-RECORD.                        GLJRNL01
001910 01  GL-ACCOUNT-MAP-RECORD.                                       GLJRNL01
001920     05  MAP-INSURANCE-TYPE      PICTURE X(10).                   GLJRNL01
001930     05  MAP-SOURCE-CODE         PICTURE X(02).                   GLJRNL01
001940     05  MAP-DEBIT-ACCOUNT       PICTURE X(10).                   GLJRNL01
001950     05  MAP-CREDIT-ACCOUNT      PICTURE X(10).                   GLJRNL01

001960 FD  POLICY-MASTER-FILE                                           GLJRNL01
001970     LABEL RECORDS ARE STANDARD.                                  GLJRNL01
001980     COPY POLYMAST.                                               GLJRNL01

001990 FD  POLICY-AUDIT-FILE                                            GLJRNL01
002000     RECORD CONTAINS 259 CHARACTERS                               GLJRNL01
002010     LABEL RECORDS ARE STANDARD                                   GLJRNL01
002020     DATA RECORD IS POLICY-AUDIT-RECORD.                          GLJRNL01
002030 01  POLICY-AUDIT-RECORD.                                         GLJRNL01
002040     05  PAU-TRANS-CODE          PICTURE X(01).                   GLJRNL01
002050     05  PAU-RUN-TIMESTAMP.                                       GLJRNL01
002060         10  PAU-RUN-DATE        PICTURE 9(08).                   GLJRNL01
002070         10  PAU-RUN-TIME        PICTURE 9(06).                   GLJRNL01
002080     05  PAU-POLICY-NUMBER       PICTURE X(12).                   GLJRNL01
002090     05  PAU-BEFORE-IMAGE        PICTURE X(116).                  GLJRNL01
002100     05  PAU-AFTER-IMAGE         PICTURE X(116).                  GLJRNL01

002110 FD  CASH-POSTING-FILE                                            GLJRNL01
002120     RECORD CONTAINS 38 CHARACTERS                                GLJRNL01
002130     LABEL RECORDS ARE STANDARD                                   GLJRNL01
002140     DATA RECORD IS CASH-POSTING-RECORD.                          GLJRNL01
002150 01  CASH-POSTING-RECORD.                                         GLJRNL01
002160     05  CPT-POLICY-NUMBER       PICTURE X(12).                   GLJRNL01
002170     05  CPT-PAYMENT-DATE        PICTURE 9(08).                   GLJRNL01
002180     05  CPT-POSTED-AMOUNT       PICTURE 9(07)V99.                GLJRNL01
002190     05  CPT-RUN-DATE            PICTURE 9(08).                   GLJRNL01
002200     05  CPT-POSTING-CODE        PICTURE X(01).                   GLJRNL01

002210 FD  CLAIM-AUDIT-FILE                                             GLJRNL01
002220     RECORD CONTAINS 169 CHARACTERS                               GLJRNL01
002230     LABEL RECORDS ARE STANDARD                                   GLJRNL01
002240     DATA RECORD IS CLAIM-AUDIT-RECORD.                           GLJRNL01
002250 01  CLAIM-AUDIT-RECORD.                                          GLJRNL01
002260     05  CAU-TRANS-CODE          PICTURE X(01).                   GLJRNL01
002270     05  CAU-RUN-TIMESTAMP.                                       GLJRNL01
002280         10  CAU-RUN-DATE        PICTURE 9(08).                   GLJRNL01
002290         10  CAU-RUN-TIME        PICTURE 9(06).                   GLJRNL01
002300     05  CAU-CLAIM-NUMBER        PICTURE X(10).                   GLJRNL01
002310     05  CAU-BEFORE-IMAGE        PICTURE X(72).                   GLJRNL01
002320     05  CAU-AFTER-IMAGE         PICTURE X(72).                   GLJRNL01

002330 FD  PAYABLES-FILE                                                GLJRNL01
002340     RECORD CONTAINS 44 CHARACTERS                                GLJRNL01
002350     LABEL RECORDS ARE STANDARD                                   GLJRNL01
002360     DATA RECORD IS PAYABLES-RECORD.                              GLJRNL01
002370 01  PAYABLES-RECORD.                                             GLJRNL01
002380     05  PAY-AGENT-NAME          PICTURE X(20).                   GLJRNL01
002390     05  PAY-RUN-DATE            PICTURE 9(08).                   GLJRNL01
002400     05  PAY-POLICY-COUNT        PICTURE 9(05).                   GLJRNL01
002410     05  PAY-COMMISSION-DUE      PICTURE 9(09)V99.                GLJRNL01

002420 FD  RETURN-PREMIUM-FILE                                          GLJRNL01
002430     RECORD CONTAINS 77 CHARACTERS                                GLJRNL01
002440     LABEL RECORDS ARE STANDARD                                   GLJRNL01
002450     DATA RECORD IS RETURN-PREMIUM-RECORD.                        GLJRNL01
002460 01  RETURN-PREMIUM-RECORD.                                       GLJRNL01
002470     05  RTP-POLICY-NUMBER       PICTURE X(12).                   GLJRNL01
002480     05  RTP-CUSTOMER-NUMBER     PICTURE X(08).                   GLJRNL01
002490     05  RTP-CUSTOMER-NAME       PICTURE X(20).                   GLJRNL01
002500     05  RTP-AGENT-NAME          PICTURE X(20).                   GLJRNL01
002510     05  RTP-CANCEL-DATE         PICTURE 9(08).                   GLJRNL01
002520     05  RTP-REFUND-AMOUNT       PICTURE 9(07)V99.                GLJRNL01

002522 FD  RECEIVABLE-MASTER-FILE                                       GLJRNL01
002524     LABEL RECORDS ARE STANDARD.                                  GLJRNL01
002526     COPY RCVMAST.                                                GLJRNL01

002530 FD  JOURNAL-WORK-FILE                                            GLJRNL01
002540     RECORD CONTAINS 69 CHARACTERS                                GLJRNL01
002550     LABEL RECORDS ARE STANDARD                                   GLJRNL01
002560     DATA RECORD IS JOURNAL-WORK-RECORD.                          GLJRNL01
002570 01  JOURNAL-WORK-RECORD         PICTURE X(69).                   GLJRNL01

002580 FD  JOURNAL-FILE                                                 GLJRNL01
002590     RECORD CONTAINS 69 CHARACTERS                                GLJRNL01
002600     LABEL RECORDS ARE STANDARD                                   GLJRNL01
002610     DATA RECORD IS JOURNAL-RECORD.                               GLJRNL01
002620 01  JOURNAL-RECORD              PICTURE X(69).                   GLJRNL01

002630 FD  JOURNAL-REPORT-FILE                                          GLJRNL01
002640     RECORD CONTAINS 133 CHARACTERS                               GLJRNL01
002650     LABEL RECORDS ARE OMITTED                                    GLJRNL01
002660     DATA RECORD IS JOURNAL-REPORT-LINE.                          GLJRNL01
002670 01  JOURNAL-REPORT-LINE.                                         GLJRNL01
002680     05  CARRIAGE-CONTROL        PICTURE X.                       GLJRNL01
002690     05  FILLER                  PICTURE X(132).                  GLJRNL01

002700 WORKING-STORAGE SECTION.                                         GLJRNL01

002710 01  PROGRAM-INDICATORS.                                          GLJRNL01
002720     05  ARE-THERE-MORE-MAP-RECORDS                               GLJRNL01
002730                                 PICTURE X(3) VALUE 'YES'.        GLJRNL01
002740     05  ARE-THERE-MORE-POLICY-AUDITS                             GLJRNL01
002750                                 PICTURE X(3) VALUE 'YES'.        GLJRNL01
002760     05  ARE-THERE-MORE-CASH-POSTINGS                             GLJRNL01
002770                                 PICTURE X(3) VALUE 'YES'.        GLJRNL01
002780     05  ARE-THERE-MORE-CLAIM-AUDITS                              GLJRNL01
002790                                 PICTURE X(3) VALUE 'YES'.        GLJRNL01
002800     05  ARE-THERE-MORE-PAYABLES PICTURE X(3) VALUE 'YES'.        GLJRNL01
002810     05  ARE-THERE-MORE-RETURN-PREMS                              GLJRNL01
002820                                 PICTURE X(3) VALUE 'YES'.        GLJRNL01
002830     05  ARE-THERE-MORE-WORK-LINES                                GLJRNL01
002840                                 PICTURE X(3) VALUE 'YES'.        GLJRNL01
002844     05  ARE-THERE-MORE-RECEIVABLES                               GLJRNL01
002848                                 PICTURE X(3) VALUE 'YES'.        GLJRNL01

002850 01  WS-FILE-STATUS-FIELDS.                                       GLJRNL01
002860     05  WS-PARM-FILE-STATUS     PICTURE X(02) VALUE SPACES.      GLJRNL01
002870     05  WS-MAP-FILE-STATUS      PICTURE X(02) VALUE SPACES.      GLJRNL01
002880     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      GLJRNL01
002890     05  WS-POLICY-AUDIT-STATUS  PICTURE X(02) VALUE SPACES.      GLJRNL01
002900     05  WS-CASH-POSTING-STATUS  PICTURE X(02) VALUE SPACES.      GLJRNL01
002910     05  WS-CLAIM-AUDIT-STATUS   PICTURE X(02) VALUE SPACES.      GLJRNL01
002920     05  WS-PAYABLES-FILE-STATUS PICTURE X(02) VALUE SPACES.      GLJRNL01
002930     05  WS-RETURN-PREM-STATUS   PICTURE X(02) VALUE SPACES.      GLJRNL01
002935     05  WS-RCVB-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      GLJRNL01

002940 01  WS-BUSINESS-DATE-FIELDS.                                     GLJRNL01
002950     05  WS-BUSINESS-DATE.                                        GLJRNL01
002960         10  WS-BUS-CCYY         PICTURE 9(04).                   GLJRNL01
002970         10  WS-BUS-MM           PICTURE 9(02).                   GLJRNL01
002980         10  WS-BUS-DD           PICTURE 9(02).                   GLJRNL01
002990     05  WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE          GLJRNL01
003000                                 PICTURE 9(08).                   GLJRNL01
003010     05  WS-BUSINESS-DATE-EDIT   PICTURE X(10).                   GLJRNL01

003020 01  WS-ACCOUNT-MAP-FIELDS.                                       GLJRNL01
003030     05  WS-MAP-TABLE-MAX        PICTURE 9(03) COMP VALUE 100.    GLJRNL01
003040     05  WS-MAP-TABLE-COUNT      PICTURE 9(03) COMP VALUE ZERO.   GLJRNL01
003050     05  WS-MAP-INDEX            PICTURE 9(03) COMP VALUE ZERO.   GLJRNL01
003060     05  WS-MAP-FOUND-SWITCH     PICTURE X(01) VALUE 'N'.         GLJRNL01
003070         88  MAP-ENTRY-FOUND            VALUE 'Y'.                GLJRNL01
003080         88  MAP-ENTRY-NOT-FOUND        VALUE 'N'.                GLJRNL01
003090     05  WS-MAP-SEARCH-TYPE      PICTURE X(10) VALUE SPACES.      GLJRNL01
003100     05  WS-DEFAULT-MAP-TYPE     PICTURE X(10) VALUE 'DEFAULT'.   GLJRNL01

003110 01  WS-ACCOUNT-MAP-TABLE.                                        GLJRNL01
003120     05  WS-ACCOUNT-MAP-ENTRY OCCURS 100 TIMES.                   GLJRNL01
003130         10  WS-MAP-INSURANCE-TYPE                                GLJRNL01
003140                                 PICTURE X(10).                   GLJRNL01
003150         10  WS-MAP-SOURCE-CODE  PICTURE X(02).                   GLJRNL01
003160         10  WS-MAP-DEBIT-ACCOUNT                                 GLJRNL01
003170                                 PICTURE X(10).                   GLJRNL01
003180         10  WS-MAP-CREDIT-ACCOUNT                                GLJRNL01
003190                                 PICTURE X(10).                   GLJRNL01

003200 01  WS-SOURCE-TABLE-DEF.                                         GLJRNL01
003210     05  FILLER                  PICTURE X(22)                    GLJRNL01
003220                                 VALUE 'WPWRITTEN PREMIUM     '.  GLJRNL01
003230     05  FILLER                  PICTURE X(22)                    GLJRNL01
003240                                 VALUE 'CRCASH RECEIVED       '.  GLJRNL01
003250     05  FILLER                  PICTURE X(22)                    GLJRNL01
003260                                 VALUE 'CPCLAIM PAYMENTS      '.  GLJRNL01
003270     05  FILLER                  PICTURE X(22)                    GLJRNL01
003280                                 VALUE 'CMCOMMISSION PAYABLE  '.  GLJRNL01
003290     05  FILLER                  PICTURE X(22)                    GLJRNL01
003300                                 VALUE 'RPRETURN PREMIUM      '.  GLJRNL01
003301     05  FILLER                  PICTURE X(22)                    GLJRNL01
003302                                 VALUE 'CSCASH TO SUSPENSE   '.   GLJRNL01
003303     05  FILLER                  PICTURE X(22)                    GLJRNL01
003304                                 VALUE 'SASUSPENSE APPLIED   '.   GLJRNL01
003305     05  FILLER                  PICTURE X(22)                    GLJRNL01
003306                                 VALUE 'SRSUSPENSE REFUNDED  '.   GLJRNL01
003307     05  FILLER                  PICTURE X(22)                    GLJRNL01
003308                                 VALUE 'IFINSTALLMENT FEES    '.  GLJRNL01

003310 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-TABLE-DEF.               GLJRNL01
003320     05  WS-SOURCE-ENTRY OCCURS 9 TIMES.                          GLJRNL01
003330         10  WS-SRC-CODE         PICTURE X(02).                   GLJRNL01
003340         10  WS-SRC-DESCRIPTION  PICTURE X(20).                   GLJRNL01

003350 01  WS-SOURCE-TOTAL-FIELDS.                                      GLJRNL01
003360     05  WS-SOURCE-COUNT         PICTURE 9(02) COMP VALUE 9.      GLJRNL01
003370     05  WS-SOURCE-INDEX         PICTURE 9(02) COMP VALUE ZERO.   GLJRNL01
003380     05  WS-WRITTEN-PREMIUM-SOURCE                                GLJRNL01
003390                                 PICTURE 9(02) COMP VALUE 1.      GLJRNL01
003400     05  WS-CASH-RECEIVED-SOURCE PICTURE 9(02) COMP VALUE 2.      GLJRNL01
003410     05  WS-CLAIM-PAYMENT-SOURCE PICTURE 9(02) COMP VALUE 3.      GLJRNL01
003420     05  WS-COMMISSION-SOURCE    PICTURE 9(02) COMP VALUE 4.      GLJRNL01
003430     05  WS-RETURN-PREMIUM-SOURCE                                 GLJRNL01
003440                                 PICTURE 9(02) COMP VALUE 5.      GLJRNL01
003441     05  WS-CASH-SUSPENDED-SOURCE                                 GLJRNL01
003442                                 PICTURE 9(02) COMP VALUE 6.      GLJRNL01
003443     05  WS-SUSPENSE-APPLIED-SOURCE                               GLJRNL01
003444                                 PICTURE 9(02) COMP VALUE 7.      GLJRNL01
003445     05  WS-SUSPENSE-REFUND-SOURCE                                GLJRNL01
003446                                 PICTURE 9(02) COMP VALUE 8.      GLJRNL01
003447     05  WS-INSTALLMENT-FEE-SOURCE                                GLJRNL01
003448                                 PICTURE 9(02) COMP VALUE 9.      GLJRNL01

003450 01  WS-SOURCE-TOTAL-TABLE.                                       GLJRNL01
003460     05  WS-SOURCE-TOTAL-ENTRY OCCURS 9 TIMES.                    GLJRNL01
003470         10  WS-SRT-ITEM-COUNT   PICTURE 9(07) COMP.              GLJRNL01
003480         10  WS-SRT-DEBIT-TOTAL  PICTURE 9(11)V99.                GLJRNL01
003490         10  WS-SRT-CREDIT-TOTAL PICTURE 9(11)V99.                GLJRNL01
003494         10  WS-SRT-CONTROL-TOTAL                                 GLJRNL01
003498                                 PICTURE 9(11)V99.                GLJRNL01

003500 01  WS-ACCOUNT-TOTAL-FIELDS.                                     GLJRNL01
003510     05  WS-ACCOUNT-TOTAL-MAX    PICTURE 9(03) COMP VALUE 200.    GLJRNL01
003520     05  WS-ACCOUNT-TOTAL-COUNT  PICTURE 9(03) COMP VALUE ZERO.   GLJRNL01
003530     05  WS-ACCOUNT-TOTAL-INDEX  PICTURE 9(03) COMP VALUE ZERO.   GLJRNL01
003540     05  WS-ACCOUNT-FOUND-SWITCH PICTURE X(01) VALUE 'N'.         GLJRNL01
003550         88  ACCOUNT-ENTRY-FOUND        VALUE 'Y'.                GLJRNL01
003560         88  ACCOUNT-ENTRY-NOT-FOUND    VALUE 'N'.                GLJRNL01

003570 01  WS-ACCOUNT-TOTAL-TABLE.                                      GLJRNL01
003580     05  WS-ACCOUNT-TOTAL-ENTRY OCCURS 200 TIMES.                 GLJRNL01
003590         10  WS-ACT-ACCOUNT      PICTURE X(10).                   GLJRNL01
003600         10  WS-ACT-DEBIT-TOTAL  PICTURE 9(11)V99.                GLJRNL01
003610         10  WS-ACT-CREDIT-TOTAL PICTURE 9(11)V99.                GLJRNL01

003620 01  WS-CANCEL-TABLE-FIELDS.                                      GLJRNL01
003630     05  WS-CANCEL-TABLE-MAX     PICTURE 9(03) COMP VALUE 500.    GLJRNL01
003640     05  WS-CANCEL-TABLE-COUNT   PICTURE 9(03) COMP VALUE ZERO.   GLJRNL01
003650     05  WS-CANCEL-INDEX         PICTURE 9(03) COMP VALUE ZERO.   GLJRNL01
003660     05  WS-CANCEL-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         GLJRNL01
003670         88  CANCEL-ENTRY-FOUND         VALUE 'Y'.                GLJRNL01
003680         88  CANCEL-ENTRY-NOT-FOUND     VALUE 'N'.                GLJRNL01

003690 01  WS-CANCEL-TABLE.                                             GLJRNL01
003700     05  WS-CANCEL-ENTRY OCCURS 500 TIMES.                        GLJRNL01
003710         10  WS-CAN-POLICY-NUMBER                                 GLJRNL01
003720                                 PICTURE X(12).                   GLJRNL01
003730         10  WS-CAN-CANCEL-DATE  PICTURE 9(08).                   GLJRNL01
003740         10  WS-CAN-INSURANCE-TYPE                                GLJRNL01
003750                                 PICTURE X(10).                   GLJRNL01

003760 01  WS-POSTING-FIELDS.                                           GLJRNL01
003770     05  WS-POST-SOURCE-INDEX    PICTURE 9(02) COMP VALUE ZERO.   GLJRNL01
003780     05  WS-POST-INSURANCE-TYPE  PICTURE X(10) VALUE SPACES.      GLJRNL01
003790     05  WS-POST-REFERENCE       PICTURE X(20) VALUE SPACES.      GLJRNL01
003800     05  WS-POST-AMOUNT          PICTURE S9(09)V99 VALUE ZERO.    GLJRNL01
003810     05  WS-POST-DEBIT-ACCOUNT   PICTURE X(10) VALUE SPACES.      GLJRNL01
003820     05  WS-POST-CREDIT-ACCOUNT  PICTURE X(10) VALUE SPACES.      GLJRNL01
003830     05  WS-SWAP-ACCOUNT         PICTURE X(10) VALUE SPACES.      GLJRNL01
003840     05  WS-POLICY-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         GLJRNL01
003850         88  GL-POLICY-FOUND            VALUE 'Y'.                GLJRNL01
003860         88  GL-POLICY-NOT-FOUND        VALUE 'N'.                GLJRNL01
003870     05  WS-RELEASE-SWITCH       PICTURE X(01) VALUE 'N'.         GLJRNL01
003880         88  JOURNAL-RELEASED           VALUE 'Y'.                GLJRNL01
003890         88  JOURNAL-HELD               VALUE 'N'.                GLJRNL01
003892     05  WS-CONTROL-SWITCH       PICTURE X(01) VALUE 'Y'.         GLJRNL01
003894         88  CONTROL-TOTALS-AGREE       VALUE 'Y'.                GLJRNL01
003896         88  CONTROL-TOTALS-DISAGREE    VALUE 'N'.                GLJRNL01

003900 01  WS-JOURNAL-LINE.                                             GLJRNL01
003910     05  WS-JRN-BUSINESS-DATE    PICTURE 9(08).                   GLJRNL01
003920     05  WS-JRN-LINE-NUMBER      PICTURE 9(07).                   GLJRNL01
003930     05  WS-JRN-SOURCE-CODE      PICTURE X(02).                   GLJRNL01
003940     05  WS-JRN-ACCOUNT          PICTURE X(10).                   GLJRNL01
003950     05  WS-JRN-DEBIT-CREDIT     PICTURE X(01).                   GLJRNL01
003960         88  JOURNAL-DEBIT              VALUE 'D'.                GLJRNL01
003970         88  JOURNAL-CREDIT             VALUE 'C'.                GLJRNL01
003980     05  WS-JRN-AMOUNT           PICTURE 9(09)V99.                GLJRNL01
003990     05  WS-JRN-INSURANCE-TYPE   PICTURE X(10).                   GLJRNL01
004000     05  WS-JRN-REFERENCE        PICTURE X(20).                   GLJRNL01

004010 01  WS-BEFORE-POLICY-IMAGE.                                      GLJRNL01
004020     05  WS-BEF-POLICY-NUMBER    PICTURE X(12).                   GLJRNL01
004030     05  WS-BEF-CUSTOMER-NAME    PICTURE X(20).                   GLJRNL01
004040     05  WS-BEF-AGENT-NAME       PICTURE X(20).                   GLJRNL01
004050     05  WS-BEF-INSURANCE-TYPE   PICTURE X(10).                   GLJRNL01
004060     05  WS-BEF-PREMIUM          PICTURE 9(05)V99.                GLJRNL01
004070     05  WS-BEF-EFFECTIVE-DATE   PICTURE 9(08).                   GLJRNL01
004080     05  WS-BEF-EXPIRATION-DATE  PICTURE 9(08).                   GLJRNL01
004090     05  WS-BEF-LAST-RUN-DATE    PICTURE 9(14).                   GLJRNL01
004100     05  WS-BEF-CUSTOMER-NUMBER  PICTURE X(08).                   GLJRNL01
004110     05  WS-BEF-CANCEL-DATE      PICTURE 9(08).                   GLJRNL01
004115     05  WS-BEF-PAY-PLAN         PICTURE X(01).                   GLJRNL01

004120 01  WS-AFTER-POLICY-IMAGE.                                       GLJRNL01
004130     05  WS-AFT-POLICY-NUMBER    PICTURE X(12).                   GLJRNL01
004140     05  WS-AFT-CUSTOMER-NAME    PICTURE X(20).                   GLJRNL01
004150     05  WS-AFT-AGENT-NAME       PICTURE X(20).                   GLJRNL01
004160     05  WS-AFT-INSURANCE-TYPE   PICTURE X(10).                   GLJRNL01
004170     05  WS-AFT-PREMIUM          PICTURE 9(05)V99.                GLJRNL01
004180     05  WS-AFT-EFFECTIVE-DATE   PICTURE 9(08).                   GLJRNL01
004190     05  WS-AFT-EXPIRATION-DATE  PICTURE 9(08).                   GLJRNL01
004200     05  WS-AFT-LAST-RUN-DATE    PICTURE 9(14).                   GLJRNL01
004210     05  WS-AFT-CUSTOMER-NUMBER  PICTURE X(08).                   GLJRNL01
004220     05  WS-AFT-CANCEL-DATE      PICTURE 9(08).                   GLJRNL01
004225     05  WS-AFT-PAY-PLAN         PICTURE X(01).                   GLJRNL01

004230 01  WS-BEFORE-CLAIM-IMAGE.                                       GLJRNL01
004240     05  WS-CBF-CLAIM-NUMBER     PICTURE X(10).                   GLJRNL01
004250     05  WS-CBF-POLICY-NUMBER    PICTURE X(12).                   GLJRNL01
004260     05  WS-CBF-CLAIM-DATE       PICTURE 9(08).                   GLJRNL01
004270     05  WS-CBF-CLAIM-AMOUNT     PICTURE 9(07)V99.                GLJRNL01
004280     05  WS-CBF-CLAIM-STATUS     PICTURE X(01).                   GLJRNL01
004290     05  WS-CBF-RESERVE-AMOUNT   PICTURE 9(07)V99.                GLJRNL01
004300     05  WS-CBF-PAID-TO-DATE     PICTURE 9(07)V99.                GLJRNL01
004310     05  WS-CBF-LAST-RUN-DATE    PICTURE 9(14).                   GLJRNL01

004320 01  WS-AFTER-CLAIM-IMAGE.                                        GLJRNL01
004330     05  WS-CAF-CLAIM-NUMBER     PICTURE X(10).                   GLJRNL01
004340     05  WS-CAF-POLICY-NUMBER    PICTURE X(12).                   GLJRNL01
004350     05  WS-CAF-CLAIM-DATE       PICTURE 9(08).                   GLJRNL01
004360     05  WS-CAF-CLAIM-AMOUNT     PICTURE 9(07)V99.                GLJRNL01
004370     05  WS-CAF-CLAIM-STATUS     PICTURE X(01).                   GLJRNL01
004380     05  WS-CAF-RESERVE-AMOUNT   PICTURE 9(07)V99.                GLJRNL01
004390     05  WS-CAF-PAID-TO-DATE     PICTURE 9(07)V99.                GLJRNL01
004400     05  WS-CAF-LAST-RUN-DATE    PICTURE 9(14).                   GLJRNL01

004410 01  WS-JOURNAL-COUNTS.                                           GLJRNL01
004420     05  WS-MAP-READ-COUNT       PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004430     05  WS-POLICY-AUDIT-COUNT   PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004440     05  WS-CASH-POSTING-COUNT   PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004450     05  WS-CLAIM-AUDIT-COUNT    PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004460     05  WS-PAYABLES-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004470     05  WS-RETURN-PREM-COUNT    PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004475     05  WS-RCVB-READ-COUNT      PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004480     05  WS-JOURNAL-LINE-COUNT   PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004490     05  WS-LINES-RELEASED       PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004500     05  WS-UNMAPPED-COUNT       PICTURE 9(07) COMP VALUE ZERO.   GLJRNL01
004510     05  WS-TOTAL-DEBITS         PICTURE 9(11)V99 VALUE ZERO.     GLJRNL01
004520     05  WS-TOTAL-CREDITS        PICTURE 9(11)V99 VALUE ZERO.     GLJRNL01

004530 01  WS-RUN-DATE-FIELDS.                                          GLJRNL01
004540     05  WS-CURRENT-DATE.                                         GLJRNL01
004550         10  WS-CUR-CCYY         PICTURE 9(04).                   GLJRNL01
004560         10  WS-CUR-MM           PICTURE 9(02).                   GLJRNL01
004570         10  WS-CUR-DD           PICTURE 9(02).                   GLJRNL01
004580     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE            GLJRNL01
004590                                 PICTURE 9(08).                   GLJRNL01
004600     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   GLJRNL01

004610 01  WS-PAGE-CONTROL.                                             GLJRNL01
004620     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    GLJRNL01
004630     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         GLJRNL01
004640     05  WS-PAGE-COUNT           PICTURE 9(05) COMP VALUE ZERO.   GLJRNL01

004650 01  WS-HEADING-LINE-1.                                           GLJRNL01
004660     05  FILLER                  PICTURE X(10)                    GLJRNL01
004670                                 VALUE 'RUN DATE: '.              GLJRNL01
004680     05  WS-HDR-RUN-DATE         PICTURE X(10).                   GLJRNL01
004690     05  FILLER                  PICTURE X(10) VALUE SPACES.      GLJRNL01
004700     05  FILLER                  PICTURE X(30)                    GLJRNL01
004710                         VALUE 'GENERAL LEDGER JOURNAL SUMMARY'.  GLJRNL01
004720     05  FILLER                  PICTURE X(10) VALUE SPACES.      GLJRNL01
004730     05  FILLER                  PICTURE X(15)                    GLJRNL01
004740                                 VALUE 'BUSINESS DATE: '.         GLJRNL01
004750     05  WS-HDR-BUSINESS-DATE    PICTURE X(10).                   GLJRNL01
004760     05  FILLER                  PICTURE X(05) VALUE SPACES.      GLJRNL01
004770     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    GLJRNL01
004780     05  WS-HDR-PAGE             PICTURE ZZZZ9.                   GLJRNL01

004790 01  WS-COLUMN-HEADING-LINE      PICTURE X(132) VALUE SPACES.     GLJRNL01

004800 01  WS-EXCEPTION-HEADING.                                        GLJRNL01
004810     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
004820     05  FILLER                  PICTURE X(06) VALUE 'SOURCE'.    GLJRNL01
004830     05  FILLER                  PICTURE X(02) VALUE SPACES.      GLJRNL01
004840     05  FILLER                  PICTURE X(14)                    GLJRNL01
004850                                 VALUE 'INSURANCE TYPE'.          GLJRNL01
004860     05  FILLER                  PICTURE X(02) VALUE SPACES.      GLJRNL01
004870     05  FILLER                  PICTURE X(09) VALUE 'REFERENCE'. GLJRNL01
004880     05  FILLER                  PICTURE X(22) VALUE SPACES.      GLJRNL01
004890     05  FILLER                  PICTURE X(06) VALUE 'AMOUNT'.    GLJRNL01
004900     05  FILLER                  PICTURE X(04) VALUE SPACES.      GLJRNL01
004910     05  FILLER                  PICTURE X(09) VALUE 'EXCEPTION'. GLJRNL01

004920 01  WS-SOURCE-HEADING.                                           GLJRNL01
004930     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
004940     05  FILLER                  PICTURE X(06) VALUE 'SOURCE'.    GLJRNL01
004950     05  FILLER                  PICTURE X(26) VALUE SPACES.      GLJRNL01
004960     05  FILLER                  PICTURE X(05) VALUE 'ITEMS'.     GLJRNL01
004970     05  FILLER                  PICTURE X(13) VALUE SPACES.      GLJRNL01
004980     05  FILLER                  PICTURE X(06) VALUE 'DEBITS'.    GLJRNL01
004990     05  FILLER                  PICTURE X(13) VALUE SPACES.      GLJRNL01
005000     05  FILLER                  PICTURE X(07) VALUE 'CREDITS'.   GLJRNL01
005004     05  FILLER                  PICTURE X(13) VALUE SPACES.      GLJRNL01
005008     05  FILLER                  PICTURE X(07) VALUE 'CONTROL'.   GLJRNL01

005010 01  WS-ACCOUNT-HEADING.                                          GLJRNL01
005020     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
005030     05  FILLER                  PICTURE X(10) VALUE 'GL ACCOUNT'.GLJRNL01
005040     05  FILLER                  PICTURE X(35) VALUE SPACES.      GLJRNL01
005050     05  FILLER                  PICTURE X(06) VALUE 'DEBITS'.    GLJRNL01
005060     05  FILLER                  PICTURE X(13) VALUE SPACES.      GLJRNL01
005070     05  FILLER                  PICTURE X(07) VALUE 'CREDITS'.   GLJRNL01

005080 01  WS-EXCEPTION-DETAIL-LINE.                                    GLJRNL01
005090     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
005100     05  WS-EXC-SOURCE-CODE      PICTURE X(02).                   GLJRNL01
005110     05  FILLER                  PICTURE X(06) VALUE SPACES.      GLJRNL01
005120     05  WS-EXC-INSURANCE-TYPE   PICTURE X(10).                   GLJRNL01
005130     05  FILLER                  PICTURE X(06) VALUE SPACES.      GLJRNL01
005140     05  WS-EXC-REFERENCE        PICTURE X(20).                   GLJRNL01
005150     05  FILLER                  PICTURE X(02) VALUE SPACES.      GLJRNL01
005160     05  WS-EXC-AMOUNT           PICTURE ZZZ,ZZZ,ZZ9.99-.         GLJRNL01
005170     05  FILLER                  PICTURE X(03) VALUE SPACES.      GLJRNL01
005180     05  WS-EXC-MESSAGE          PICTURE X(40).                   GLJRNL01

005190 01  WS-SOURCE-DETAIL-LINE.                                       GLJRNL01
005200     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
005210     05  WS-SSM-SOURCE-CODE      PICTURE X(02).                   GLJRNL01
005220     05  FILLER                  PICTURE X(02) VALUE SPACES.      GLJRNL01
005230     05  WS-SSM-DESCRIPTION      PICTURE X(20).                   GLJRNL01
005240     05  FILLER                  PICTURE X(06) VALUE SPACES.      GLJRNL01
005250     05  WS-SSM-ITEM-COUNT       PICTURE ZZZ,ZZ9.                 GLJRNL01
005260     05  FILLER                  PICTURE X(02) VALUE SPACES.      GLJRNL01
005270     05  WS-SSM-DEBIT-TOTAL      PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       GLJRNL01
005280     05  FILLER                  PICTURE X(03) VALUE SPACES.      GLJRNL01
005290     05  WS-SSM-CREDIT-TOTAL     PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       GLJRNL01
005292     05  FILLER                  PICTURE X(03) VALUE SPACES.      GLJRNL01
005294     05  WS-SSM-CONTROL-TOTAL    PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       GLJRNL01
005296     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
005298     05  WS-SSM-CONTROL-FLAG     PICTURE X(03).                   GLJRNL01

005300 01  WS-ACCOUNT-DETAIL-LINE.                                      GLJRNL01
005310     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
005320     05  WS-ASM-ACCOUNT          PICTURE X(10).                   GLJRNL01
005330     05  FILLER                  PICTURE X(24) VALUE SPACES.      GLJRNL01
005340     05  WS-ASM-DEBIT-TOTAL      PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       GLJRNL01
005350     05  FILLER                  PICTURE X(03) VALUE SPACES.      GLJRNL01
005360     05  WS-ASM-CREDIT-TOTAL     PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       GLJRNL01

005370 01  WS-JOURNAL-TOTAL-LINE.                                       GLJRNL01
005380     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
005390     05  FILLER                  PICTURE X(20)                    GLJRNL01
005400                                 VALUE 'JOURNAL TOTALS      '.    GLJRNL01
005410     05  FILLER                  PICTURE X(14) VALUE SPACES.      GLJRNL01
005420     05  WS-TOT-DEBIT-TOTAL      PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       GLJRNL01
005430     05  FILLER                  PICTURE X(03) VALUE SPACES.      GLJRNL01
005440     05  WS-TOT-CREDIT-TOTAL     PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       GLJRNL01

005450 01  WS-TRAILER-LINE-1.                                           GLJRNL01
005460     05  FILLER                  PICTURE X(20)                    GLJRNL01
005470                                 VALUE 'POLICY AUDITS READ: '.    GLJRNL01
005480     05  WS-TRL-POLICY-AUDITS    PICTURE ZZZ,ZZ9.                 GLJRNL01
005490     05  FILLER                  PICTURE X(04) VALUE SPACES.      GLJRNL01
005500     05  FILLER                  PICTURE X(20)                    GLJRNL01
005510                                 VALUE 'CASH POSTINGS READ: '.    GLJRNL01
005520     05  WS-TRL-CASH-POSTINGS    PICTURE ZZZ,ZZ9.                 GLJRNL01
005530     05  FILLER                  PICTURE X(04) VALUE SPACES.      GLJRNL01
005540     05  FILLER                  PICTURE X(20)                    GLJRNL01
005550                                 VALUE 'CLAIM AUDITS READ:  '.    GLJRNL01
005560     05  WS-TRL-CLAIM-AUDITS     PICTURE ZZZ,ZZ9.                 GLJRNL01

005570 01  WS-TRAILER-LINE-2.                                           GLJRNL01
005580     05  FILLER                  PICTURE X(20)                    GLJRNL01
005590                                 VALUE 'PAYABLES READ:      '.    GLJRNL01
005600     05  WS-TRL-PAYABLES-READ    PICTURE ZZZ,ZZ9.                 GLJRNL01
005610     05  FILLER                  PICTURE X(04) VALUE SPACES.      GLJRNL01
005620     05  FILLER                  PICTURE X(20)                    GLJRNL01
005630                                 VALUE 'REFUNDS READ:       '.    GLJRNL01
005640     05  WS-TRL-RETURN-PREMS     PICTURE ZZZ,ZZ9.                 GLJRNL01
005650     05  FILLER                  PICTURE X(04) VALUE SPACES.      GLJRNL01
005660     05  FILLER                  PICTURE X(20)                    GLJRNL01
005670                                 VALUE 'UNMAPPED ITEMS:     '.    GLJRNL01
005680     05  WS-TRL-UNMAPPED         PICTURE ZZZ,ZZ9.                 GLJRNL01

005690 01  WS-TRAILER-LINE-3.                                           GLJRNL01
005700     05  FILLER                  PICTURE X(20)                    GLJRNL01
005710                                 VALUE 'JOURNAL LINES:      '.    GLJRNL01
005720     05  WS-TRL-JOURNAL-LINES    PICTURE ZZZ,ZZ9.                 GLJRNL01
005730     05  FILLER                  PICTURE X(04) VALUE SPACES.      GLJRNL01
005740     05  FILLER                  PICTURE X(20)                    GLJRNL01
005750                                 VALUE 'LINES RELEASED:     '.    GLJRNL01
005760     05  WS-TRL-LINES-RELEASED   PICTURE ZZZ,ZZ9.                 GLJRNL01
005762     05  FILLER                  PICTURE X(04) VALUE SPACES.      GLJRNL01
005764     05  FILLER                  PICTURE X(20)                    GLJRNL01
005766                                 VALUE 'INSTALLMENTS READ:  '.    GLJRNL01
005768     05  WS-TRL-RCVB-READ        PICTURE ZZZ,ZZ9.                 GLJRNL01

005770 01  WS-RELEASE-MESSAGE-LINE.                                     GLJRNL01
005780     05  FILLER                  PICTURE X(01) VALUE SPACE.       GLJRNL01
005790     05  WS-RELEASE-MESSAGE      PICTURE X(60) VALUE SPACES.      GLJRNL01

005800 PROCEDURE DIVISION.                                              GLJRNL01

005810******************************************************************GLJRNL01
005820**                                                               *GLJRNL01
005830**  THIS PROGRAM READS THE BUSINESS DATE PARAMETER AND THE GL    *GLJRNL01
005840**  ACCOUNT MAP, THEN PASSES EACH POLICY SYSTEM FEED FOR THAT    *GLJRNL01
005850**  DATE, TURNING EVERY FINANCIAL ITEM INTO ONE DEBIT AND ONE    *GLJRNL01
005860**  CREDIT JOURNAL LINE ON A WORK FILE.  WHEN THE DAY BALANCES,  *GLJRNL01
005870**  EVERY ITEM FOUND AN ACCOUNT AND EVERY SOURCE AGREES TO THE   *GLJRNL01
005875**  CONTROL TOTAL TAKEN FROM ITS FEED THE WORK FILE IS COPIED TO *GLJRNL01
005880**  THE JOURNAL FILE FOR THE LEDGER, OTHERWISE THE JOURNAL FILE  *GLJRNL01
005890**  IS LEFT EMPTY AND THE RUN ENDS WITH RETURN CODE 16.  IT IS   *GLJRNL01
005900**  ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE           *GLJRNL01
005910**  OPERATING SYSTEM.                                            *GLJRNL01
005920**                                                               *GLJRNL01
005930******************************************************************GLJRNL01

005940 A000-CREATE-GL-JOURNAL.                                          GLJRNL01

005950     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   GLJRNL01
005960     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               GLJRNL01
005970           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           GLJRNL01
005980     PERFORM A001-READ-BUSINESS-DATE-PARM.                        GLJRNL01
005990     STRING WS-BUS-MM '/' WS-BUS-DD '/' WS-BUS-CCYY               GLJRNL01
006000           DELIMITED BY SIZE INTO WS-BUSINESS-DATE-EDIT.          GLJRNL01
006010     PERFORM C010-OPEN-ACCOUNT-MAP-FILE.                          GLJRNL01
006020     PERFORM C011-OPEN-POLICY-MASTER-FILE.                        GLJRNL01
006030     OPEN OUTPUT JOURNAL-WORK-FILE                                GLJRNL01
006040                 JOURNAL-REPORT-FILE.                             GLJRNL01
006050     PERFORM A002-CLEAR-SOURCE-TOTALS                             GLJRNL01
006060           VARYING WS-SOURCE-INDEX FROM 1 BY 1                    GLJRNL01
006070           UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT.               GLJRNL01
006080     MOVE WS-EXCEPTION-HEADING TO WS-COLUMN-HEADING-LINE.         GLJRNL01
006090     PERFORM C003-PRINT-PAGE-HEADERS.                             GLJRNL01
006100     PERFORM B000-LOAD-ACCOUNT-MAP.                               GLJRNL01
006110     PERFORM B100-JOURNAL-WRITTEN-PREMIUM.                        GLJRNL01
006120     PERFORM B200-JOURNAL-CASH-RECEIVED.                          GLJRNL01
006130     PERFORM B300-JOURNAL-CLAIM-PAYMENTS.                         GLJRNL01
006140     PERFORM B400-JOURNAL-COMMISSION.                             GLJRNL01
006150     PERFORM B500-JOURNAL-RETURN-PREMIUM.                         GLJRNL01
006155     PERFORM B800-JOURNAL-INSTALLMENT-FEES.                       GLJRNL01
006160     CLOSE JOURNAL-WORK-FILE.                                     GLJRNL01
006170     PERFORM C000-RELEASE-JOURNAL.                                GLJRNL01
006180     PERFORM D000-PRINT-JOURNAL-SUMMARY.                          GLJRNL01
006190     PERFORM A010-PRINT-JOURNAL-TRAILER.                          GLJRNL01
006200     CLOSE GL-ACCOUNT-MAP-FILE                                    GLJRNL01
006210           POLICY-MASTER-FILE                                     GLJRNL01
006220           JOURNAL-REPORT-FILE.                                   GLJRNL01
006230     IF JOURNAL-HELD                                              GLJRNL01
006240         MOVE 16 TO RETURN-CODE                                   GLJRNL01
006250     END-IF.                                                      GLJRNL01
006260     STOP RUN.                                                    GLJRNL01

006270 A001-READ-BUSINESS-DATE-PARM.                                    GLJRNL01
006280     MOVE WS-CURRENT-DATE-NUM TO WS-BUSINESS-DATE-NUM.            GLJRNL01
006290     OPEN INPUT GL-PARM-FILE.                                     GLJRNL01
006300     IF WS-PARM-FILE-STATUS NOT = '00'                            GLJRNL01
006310         DISPLAY 'GL-PARM-FILE NOT AVAILABLE - THE RUN DATE'      GLJRNL01
006320         DISPLAY 'WILL BE USED AS THE BUSINESS DATE'              GLJRNL01
006330     ELSE                                                         GLJRNL01
006340         READ GL-PARM-FILE                                        GLJRNL01
006350               AT END                                             GLJRNL01
006360                  DISPLAY 'GL-PARM-FILE EMPTY - THE RUN DATE'     GLJRNL01
006370                  DISPLAY 'WILL BE USED AS THE BUSINESS DATE'     GLJRNL01
006380         END-READ                                                 GLJRNL01
006390         IF WS-PARM-FILE-STATUS = '00'                            GLJRNL01
006400             IF BUSINESS-DATE-PARM NOT NUMERIC                    GLJRNL01
006410                OR BUSINESS-DATE-PARM = ZERO                      GLJRNL01
006420                 DISPLAY 'INVALID BUSINESS DATE PARAMETER - '     GLJRNL01
006430                       GL-PARM-RECORD                             GLJRNL01
006440                 MOVE 16 TO RETURN-CODE                           GLJRNL01
006450                 STOP RUN                                         GLJRNL01
006460             ELSE                                                 GLJRNL01
006470                 MOVE BUSINESS-DATE-PARM TO WS-BUSINESS-DATE-NUM  GLJRNL01
006480             END-IF                                               GLJRNL01
006490         END-IF                                                   GLJRNL01
006500         CLOSE GL-PARM-FILE                                       GLJRNL01
006510     END-IF.                                                      GLJRNL01

006520 A002-CLEAR-SOURCE-TOTALS.                                        GLJRNL01
006530     MOVE ZERO TO WS-SRT-ITEM-COUNT (WS-SOURCE-INDEX)             GLJRNL01
006540                  WS-SRT-DEBIT-TOTAL (WS-SOURCE-INDEX)            GLJRNL01
006550                  WS-SRT-CREDIT-TOTAL (WS-SOURCE-INDEX)           GLJRNL01
006555                  WS-SRT-CONTROL-TOTAL (WS-SOURCE-INDEX).         GLJRNL01

006560 B000-LOAD-ACCOUNT-MAP.                                           GLJRNL01
006570     PERFORM B002-READ-ACCOUNT-MAP.                               GLJRNL01
006580     PERFORM B001-LOAD-ACCOUNT-MAP-ENTRY                          GLJRNL01
006590           UNTIL ARE-THERE-MORE-MAP-RECORDS = 'NO '.              GLJRNL01

006600 B001-LOAD-ACCOUNT-MAP-ENTRY.                                     GLJRNL01
006610     IF WS-MAP-TABLE-COUNT >= WS-MAP-TABLE-MAX                    GLJRNL01
006620         DISPLAY 'ACCOUNT MAP TABLE OVERFLOW - MORE THAN '        GLJRNL01
006630               WS-MAP-TABLE-MAX ' ENTRIES'                        GLJRNL01
006640         MOVE 16 TO RETURN-CODE                                   GLJRNL01
006650         STOP RUN                                                 GLJRNL01
006660     END-IF.                                                      GLJRNL01
006670     ADD 1 TO WS-MAP-TABLE-COUNT.                                 GLJRNL01
006680     MOVE MAP-INSURANCE-TYPE                                      GLJRNL01
006690           TO WS-MAP-INSURANCE-TYPE (WS-MAP-TABLE-COUNT).         GLJRNL01
006700     MOVE MAP-SOURCE-CODE                                         GLJRNL01
006710           TO WS-MAP-SOURCE-CODE (WS-MAP-TABLE-COUNT).            GLJRNL01
006720     MOVE MAP-DEBIT-ACCOUNT                                       GLJRNL01
006730           TO WS-MAP-DEBIT-ACCOUNT (WS-MAP-TABLE-COUNT).          GLJRNL01
006740     MOVE MAP-CREDIT-ACCOUNT                                      GLJRNL01
006750           TO WS-MAP-CREDIT-ACCOUNT (WS-MAP-TABLE-COUNT).         GLJRNL01
006760     PERFORM B002-READ-ACCOUNT-MAP.                               GLJRNL01

006770 B002-READ-ACCOUNT-MAP.                                           GLJRNL01
006780     READ GL-ACCOUNT-MAP-FILE                                     GLJRNL01
006790           AT END                                                 GLJRNL01
006800              MOVE 'NO ' TO ARE-THERE-MORE-MAP-RECORDS.           GLJRNL01
006810     IF ARE-THERE-MORE-MAP-RECORDS = 'YES'                        GLJRNL01
006820         ADD 1 TO WS-MAP-READ-COUNT                               GLJRNL01
006830     END-IF.                                                      GLJRNL01

006840******************************************************************GLJRNL01
006850**                                                               *GLJRNL01
006860**  WRITTEN PREMIUM.  AN ADD POSTS THE NEW POLICY PREMIUM.  A    *GLJRNL01
006870**  CHANGE THAT MOVES THE EFFECTIVE DATE FORWARD IS A RENEWAL    *GLJRNL01
006880**  AND POSTS THE NEW TERM PREMIUM, ANY OTHER CHANGE POSTS THE   *GLJRNL01
006890**  PREMIUM DIFFERENCE (A DECREASE REVERSES THE ENTRY).  A       *GLJRNL01
006900**  CANCELLATION IS REMEMBERED SO THE RETURN PREMIUM PASS CAN    *GLJRNL01
006910**  FIND THE INSURANCE TYPE OF THE REFUND IT PRODUCED.           *GLJRNL01
006920**                                                               *GLJRNL01
006930******************************************************************GLJRNL01

006940 B100-JOURNAL-WRITTEN-PREMIUM.                                    GLJRNL01
006950     OPEN INPUT POLICY-AUDIT-FILE.                                GLJRNL01
006960     IF WS-POLICY-AUDIT-STATUS NOT = '00'                         GLJRNL01
006970         MOVE 'POLICY AUDIT FILE NOT AVAILABLE'                   GLJRNL01
006980               TO WS-EXC-MESSAGE                                  GLJRNL01
006990         PERFORM D110-WRITE-NOTICE-LINE                           GLJRNL01
007000     ELSE                                                         GLJRNL01
007010         PERFORM B102-READ-POLICY-AUDIT                           GLJRNL01
007020         PERFORM B101-POST-POLICY-AUDIT                           GLJRNL01
007030               UNTIL ARE-THERE-MORE-POLICY-AUDITS = 'NO '         GLJRNL01
007040         CLOSE POLICY-AUDIT-FILE                                  GLJRNL01
007050     END-IF.                                                      GLJRNL01

007060 B101-POST-POLICY-AUDIT.                                          GLJRNL01
007070     IF PAU-RUN-DATE = WS-BUSINESS-DATE-NUM                       GLJRNL01
007080         MOVE PAU-BEFORE-IMAGE TO WS-BEFORE-POLICY-IMAGE          GLJRNL01
007090         MOVE PAU-AFTER-IMAGE TO WS-AFTER-POLICY-IMAGE            GLJRNL01
007100         MOVE WS-WRITTEN-PREMIUM-SOURCE TO WS-POST-SOURCE-INDEX   GLJRNL01
007110         MOVE WS-AFT-INSURANCE-TYPE TO WS-POST-INSURANCE-TYPE     GLJRNL01
007120         MOVE PAU-POLICY-NUMBER TO WS-POST-REFERENCE              GLJRNL01
007124         PERFORM B104-ADD-PREMIUM-CONTROL                         GLJRNL01
007128         IF PAU-TRANS-CODE = 'A'                                  GLJRNL01
007136             MOVE WS-AFT-PREMIUM TO WS-POST-AMOUNT                GLJRNL01
007144             PERFORM B600-POST-JOURNAL-PAIR                       GLJRNL01
007152         ELSE                                                     GLJRNL01
007160             IF PAU-TRANS-CODE = 'C'                              GLJRNL01
007168                 IF WS-AFT-EFFECTIVE-DATE > WS-BEF-EFFECTIVE-DATE GLJRNL01
007176                     MOVE WS-AFT-PREMIUM TO WS-POST-AMOUNT        GLJRNL01
007184                 ELSE                                             GLJRNL01
007192                     SUBTRACT WS-BEF-PREMIUM FROM WS-AFT-PREMIUM  GLJRNL01
007200                           GIVING WS-POST-AMOUNT                  GLJRNL01
007208                 END-IF                                           GLJRNL01
007216                 IF WS-POST-AMOUNT NOT = ZERO                     GLJRNL01
007224                     PERFORM B600-POST-JOURNAL-PAIR               GLJRNL01
007232                 END-IF                                           GLJRNL01
007240             ELSE                                                 GLJRNL01
007248                 IF PAU-TRANS-CODE = 'X'                          GLJRNL01
007256                     PERFORM B103-SAVE-CANCELLATION               GLJRNL01
007264                 END-IF                                           GLJRNL01
007272             END-IF                                               GLJRNL01
007280         END-IF                                                   GLJRNL01
007300     END-IF.                                                      GLJRNL01
007310     PERFORM B102-READ-POLICY-AUDIT.                              GLJRNL01

007320 B102-READ-POLICY-AUDIT.                                          GLJRNL01
007330     READ POLICY-AUDIT-FILE                                       GLJRNL01
007340           AT END                                                 GLJRNL01
007350              MOVE 'NO ' TO ARE-THERE-MORE-POLICY-AUDITS.         GLJRNL01
007360     IF ARE-THERE-MORE-POLICY-AUDITS = 'YES'                      GLJRNL01
007370         ADD 1 TO WS-POLICY-AUDIT-COUNT                           GLJRNL01
007380     END-IF.                                                      GLJRNL01

007384 B103-SAVE-CANCELLATION.                                          GLJRNL01
007388     IF WS-CANCEL-TABLE-COUNT >= WS-CANCEL-TABLE-MAX              GLJRNL01
007392         DISPLAY 'CANCELLATION TABLE OVERFLOW - MORE THAN '       GLJRNL01
007396               WS-CANCEL-TABLE-MAX ' ENTRIES'                     GLJRNL01
007400         MOVE 16 TO RETURN-CODE                                   GLJRNL01
007404         STOP RUN                                                 GLJRNL01
007408     END-IF.                                                      GLJRNL01
007412     ADD 1 TO WS-CANCEL-TABLE-COUNT.                              GLJRNL01
007416     MOVE PAU-POLICY-NUMBER                                       GLJRNL01
007420           TO WS-CAN-POLICY-NUMBER (WS-CANCEL-TABLE-COUNT).       GLJRNL01
007424     MOVE WS-AFT-CANCEL-DATE                                      GLJRNL01
007428           TO WS-CAN-CANCEL-DATE (WS-CANCEL-TABLE-COUNT).         GLJRNL01
007432     MOVE WS-AFT-INSURANCE-TYPE                                   GLJRNL01
007436           TO WS-CAN-INSURANCE-TYPE (WS-CANCEL-TABLE-COUNT).      GLJRNL01

007440 B104-ADD-PREMIUM-CONTROL.                                        GLJRNL01
007444     IF PAU-TRANS-CODE = 'C'                                      GLJRNL01
007448        AND WS-AFT-EFFECTIVE-DATE NOT > WS-BEF-EFFECTIVE-DATE     GLJRNL01
007452         IF WS-AFT-PREMIUM > WS-BEF-PREMIUM                       GLJRNL01
007456             ADD WS-AFT-PREMIUM                                   GLJRNL01
007460                   TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX) GLJRNL01
007464             SUBTRACT WS-BEF-PREMIUM FROM                         GLJRNL01
007468                   WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)    GLJRNL01
007472         ELSE                                                     GLJRNL01
007476             ADD WS-BEF-PREMIUM                                   GLJRNL01
007480                   TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX) GLJRNL01
007484             SUBTRACT WS-AFT-PREMIUM FROM                         GLJRNL01
007488                   WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)    GLJRNL01
007492         END-IF                                                   GLJRNL01
007496     ELSE                                                         GLJRNL01
007500         IF PAU-TRANS-CODE = 'A' OR PAU-TRANS-CODE = 'C'          GLJRNL01
007504             ADD WS-AFT-PREMIUM                                   GLJRNL01
007508                   TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX) GLJRNL01
007512         END-IF                                                   GLJRNL01
007516     END-IF.                                                      GLJRNL01

007530******************************************************************GLJRNL01
007540**                                                               *GLJRNL01
007546**  CASH RECEIVED.  EVERY CASH POSTING ON THE BUSINESS DATE,     *GLJRNL01
007552**  TYPED FROM THE POLICY MASTER.  THE POSTING CODE SELECTS      *GLJRNL01
007558**  THE SOURCE - CASH APPLIED TO A RECEIVABLE, CASH PARKED ON    *GLJRNL01
007564**  SUSPENSE, SUSPENSE RE-APPLIED OR SUSPENSE REFUNDED.          *GLJRNL01
007570**                                                               *GLJRNL01
007580******************************************************************GLJRNL01

007590 B200-JOURNAL-CASH-RECEIVED.                                      GLJRNL01
007600     OPEN INPUT CASH-POSTING-FILE.                                GLJRNL01
007610     IF WS-CASH-POSTING-STATUS NOT = '00'                         GLJRNL01
007620         MOVE 'CASH POSTING FILE NOT AVAILABLE'                   GLJRNL01
007630               TO WS-EXC-MESSAGE                                  GLJRNL01
007640         PERFORM D110-WRITE-NOTICE-LINE                           GLJRNL01
007650     ELSE                                                         GLJRNL01
007660         PERFORM B202-READ-CASH-POSTING                           GLJRNL01
007670         PERFORM B201-POST-CASH-POSTING                           GLJRNL01
007680               UNTIL ARE-THERE-MORE-CASH-POSTINGS = 'NO '         GLJRNL01
007690         CLOSE CASH-POSTING-FILE                                  GLJRNL01
007700     END-IF.                                                      GLJRNL01

007710 B201-POST-CASH-POSTING.                                          GLJRNL01
007720     IF CPT-RUN-DATE = WS-BUSINESS-DATE-NUM                       GLJRNL01
007730         PERFORM B203-SET-CASH-POSTING-SOURCE                     GLJRNL01
007734         ADD CPT-POSTED-AMOUNT                                    GLJRNL01
007738               TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)     GLJRNL01
007740         MOVE CPT-POLICY-NUMBER TO POLICY-NUMBER-MASTER           GLJRNL01
007750         PERFORM B700-LOOKUP-POLICY-TYPE                          GLJRNL01
007760         MOVE CPT-POLICY-NUMBER TO WS-POST-REFERENCE              GLJRNL01
007770         MOVE CPT-POSTED-AMOUNT TO WS-POST-AMOUNT                 GLJRNL01
007780         PERFORM B600-POST-JOURNAL-PAIR                           GLJRNL01
007790     END-IF.                                                      GLJRNL01
007800     PERFORM B202-READ-CASH-POSTING.                              GLJRNL01

007810 B202-READ-CASH-POSTING.                                          GLJRNL01
007820     READ CASH-POSTING-FILE                                       GLJRNL01
007830           AT END                                                 GLJRNL01
007840              MOVE 'NO ' TO ARE-THERE-MORE-CASH-POSTINGS.         GLJRNL01
007850     IF ARE-THERE-MORE-CASH-POSTINGS = 'YES'                      GLJRNL01
007860         ADD 1 TO WS-CASH-POSTING-COUNT                           GLJRNL01
007870     END-IF.                                                      GLJRNL01

007871 B203-SET-CASH-POSTING-SOURCE.                                    GLJRNL01
007872     MOVE WS-CASH-RECEIVED-SOURCE TO WS-POST-SOURCE-INDEX.        GLJRNL01
007873     IF CPT-POSTING-CODE = 'S'                                    GLJRNL01
007874         MOVE WS-CASH-SUSPENDED-SOURCE TO WS-POST-SOURCE-INDEX    GLJRNL01
007875     END-IF.                                                      GLJRNL01
007876     IF CPT-POSTING-CODE = 'R'                                    GLJRNL01
007877         MOVE WS-SUSPENSE-APPLIED-SOURCE TO WS-POST-SOURCE-INDEX  GLJRNL01
007878     END-IF.                                                      GLJRNL01
007879     IF CPT-POSTING-CODE = 'F'                                    GLJRNL01
007880         MOVE WS-SUSPENSE-REFUND-SOURCE TO WS-POST-SOURCE-INDEX   GLJRNL01
007881     END-IF.                                                      GLJRNL01

007882******************************************************************GLJRNL01
007890**                                                               *GLJRNL01
007896**  CLAIM PAYMENTS.  THE PAID TO DATE MOVEMENT OF EVERY PAYMENT  *GLJRNL01
007902**  POSTING AND EVERY VOID OR STOP PAY ON THE CLAIM AUDIT FILE   *GLJRNL01
007908**  FOR THE BUSINESS DATE.  A VOID REDUCES PAID TO DATE SO IT    *GLJRNL01
007914**  POSTS AS A REVERSAL.                                         *GLJRNL01
007920**                                                               *GLJRNL01
007930******************************************************************GLJRNL01

007940 B300-JOURNAL-CLAIM-PAYMENTS.                                     GLJRNL01
007950     OPEN INPUT CLAIM-AUDIT-FILE.                                 GLJRNL01
007960     IF WS-CLAIM-AUDIT-STATUS NOT = '00'                          GLJRNL01
007970         MOVE 'CLAIM AUDIT FILE NOT AVAILABLE'                    GLJRNL01
007980               TO WS-EXC-MESSAGE                                  GLJRNL01
007990         PERFORM D110-WRITE-NOTICE-LINE                           GLJRNL01
008000     ELSE                                                         GLJRNL01
008010         PERFORM B302-READ-CLAIM-AUDIT                            GLJRNL01
008020         PERFORM B301-POST-CLAIM-AUDIT                            GLJRNL01
008030               UNTIL ARE-THERE-MORE-CLAIM-AUDITS = 'NO '          GLJRNL01
008040         CLOSE CLAIM-AUDIT-FILE                                   GLJRNL01
008050     END-IF.                                                      GLJRNL01

008060 B301-POST-CLAIM-AUDIT.                                           GLJRNL01
008070     IF CAU-RUN-DATE = WS-BUSINESS-DATE-NUM                       GLJRNL01
008080        AND (CAU-TRANS-CODE = 'P' OR CAU-TRANS-CODE = 'V')        GLJRNL01
008090         MOVE CAU-BEFORE-IMAGE TO WS-BEFORE-CLAIM-IMAGE           GLJRNL01
008100         MOVE CAU-AFTER-IMAGE TO WS-AFTER-CLAIM-IMAGE             GLJRNL01
008110         MOVE WS-CLAIM-PAYMENT-SOURCE TO WS-POST-SOURCE-INDEX     GLJRNL01
008120         MOVE WS-CAF-POLICY-NUMBER TO POLICY-NUMBER-MASTER        GLJRNL01
008130         PERFORM B700-LOOKUP-POLICY-TYPE                          GLJRNL01
008140         MOVE CAU-CLAIM-NUMBER TO WS-POST-REFERENCE               GLJRNL01
008142         IF WS-CAF-PAID-TO-DATE > WS-CBF-PAID-TO-DATE             GLJRNL01
008144             ADD WS-CAF-PAID-TO-DATE                              GLJRNL01
008146                   TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX) GLJRNL01
008148             SUBTRACT WS-CBF-PAID-TO-DATE FROM                    GLJRNL01
008150                   WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)    GLJRNL01
008152         ELSE                                                     GLJRNL01
008154             ADD WS-CBF-PAID-TO-DATE                              GLJRNL01
008156                   TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX) GLJRNL01
008158             SUBTRACT WS-CAF-PAID-TO-DATE FROM                    GLJRNL01
008160                   WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)    GLJRNL01
008162         END-IF                                                   GLJRNL01
008164         SUBTRACT WS-CBF-PAID-TO-DATE FROM WS-CAF-PAID-TO-DATE    GLJRNL01
008166               GIVING WS-POST-AMOUNT                              GLJRNL01
008170         IF WS-POST-AMOUNT NOT = ZERO                             GLJRNL01
008180             PERFORM B600-POST-JOURNAL-PAIR                       GLJRNL01
008190         END-IF                                                   GLJRNL01
008200     END-IF.                                                      GLJRNL01
008210     PERFORM B302-READ-CLAIM-AUDIT.                               GLJRNL01

008220 B302-READ-CLAIM-AUDIT.                                           GLJRNL01
008230     READ CLAIM-AUDIT-FILE                                        GLJRNL01
008240           AT END                                                 GLJRNL01
008250              MOVE 'NO ' TO ARE-THERE-MORE-CLAIM-AUDITS.          GLJRNL01
008260     IF ARE-THERE-MORE-CLAIM-AUDITS = 'YES'                       GLJRNL01
008270         ADD 1 TO WS-CLAIM-AUDIT-COUNT                            GLJRNL01
008280     END-IF.                                                      GLJRNL01

008290******************************************************************GLJRNL01
008300**                                                               *GLJRNL01
008310**  COMMISSION.  THE PAYABLES EXTRACT CARRIES NO INSURANCE TYPE  *GLJRNL01
008320**  SO EVERY AGENT PAYABLE POSTS THROUGH THE DEFAULT MAP ROW.    *GLJRNL01
008330**                                                               *GLJRNL01
008340******************************************************************GLJRNL01

008350 B400-JOURNAL-COMMISSION.                                         GLJRNL01
008360     OPEN INPUT PAYABLES-FILE.                                    GLJRNL01
008370     IF WS-PAYABLES-FILE-STATUS NOT = '00'                        GLJRNL01
008380         MOVE 'PAYABLES FILE NOT AVAILABLE' TO WS-EXC-MESSAGE     GLJRNL01
008390         PERFORM D110-WRITE-NOTICE-LINE                           GLJRNL01
008400     ELSE                                                         GLJRNL01
008410         PERFORM B402-READ-PAYABLES-RECORD                        GLJRNL01
008420         PERFORM B401-POST-PAYABLE                                GLJRNL01
008430               UNTIL ARE-THERE-MORE-PAYABLES = 'NO '              GLJRNL01
008440         CLOSE PAYABLES-FILE                                      GLJRNL01
008450     END-IF.                                                      GLJRNL01

008460 B401-POST-PAYABLE.                                               GLJRNL01
008470     IF PAY-RUN-DATE = WS-BUSINESS-DATE-NUM                       GLJRNL01
008480        AND PAY-COMMISSION-DUE NOT = ZERO                         GLJRNL01
008490         MOVE WS-COMMISSION-SOURCE TO WS-POST-SOURCE-INDEX        GLJRNL01
008495         ADD PAY-COMMISSION-DUE                                   GLJRNL01
008497               TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)     GLJRNL01
008500         MOVE WS-DEFAULT-MAP-TYPE TO WS-POST-INSURANCE-TYPE       GLJRNL01
008510         MOVE PAY-AGENT-NAME TO WS-POST-REFERENCE                 GLJRNL01
008520         MOVE PAY-COMMISSION-DUE TO WS-POST-AMOUNT                GLJRNL01
008530         PERFORM B600-POST-JOURNAL-PAIR                           GLJRNL01
008540     END-IF.                                                      GLJRNL01
008550     PERFORM B402-READ-PAYABLES-RECORD.                           GLJRNL01

008560 B402-READ-PAYABLES-RECORD.                                       GLJRNL01
008570     READ PAYABLES-FILE                                           GLJRNL01
008580           AT END                                                 GLJRNL01
008590              MOVE 'NO ' TO ARE-THERE-MORE-PAYABLES.              GLJRNL01
008600     IF ARE-THERE-MORE-PAYABLES = 'YES'                           GLJRNL01
008610         ADD 1 TO WS-PAYABLES-READ-COUNT                          GLJRNL01
008620     END-IF.                                                      GLJRNL01

008630******************************************************************GLJRNL01
008640**                                                               *GLJRNL01
008650**  RETURN PREMIUM.  THE REFUND EXTRACT IS CUMULATIVE AND HAS    *GLJRNL01
008660**  NO RUN DATE, SO ONLY REFUNDS MATCHING A CANCELLATION MADE    *GLJRNL01
008670**  ON THE BUSINESS DATE (SAME POLICY AND CANCEL DATE) POST.     *GLJRNL01
008680**                                                               *GLJRNL01
008690******************************************************************GLJRNL01

008700 B500-JOURNAL-RETURN-PREMIUM.                                     GLJRNL01
008710     OPEN INPUT RETURN-PREMIUM-FILE.                              GLJRNL01
008720     IF WS-RETURN-PREM-STATUS NOT = '00'                          GLJRNL01
008730         MOVE 'RETURN PREMIUM FILE NOT AVAILABLE'                 GLJRNL01
008740               TO WS-EXC-MESSAGE                                  GLJRNL01
008750         PERFORM D110-WRITE-NOTICE-LINE                           GLJRNL01
008760     ELSE                                                         GLJRNL01
008770         PERFORM B502-READ-RETURN-PREMIUM                         GLJRNL01
008780         PERFORM B501-POST-RETURN-PREMIUM                         GLJRNL01
008790               UNTIL ARE-THERE-MORE-RETURN-PREMS = 'NO '          GLJRNL01
008800         CLOSE RETURN-PREMIUM-FILE                                GLJRNL01
008810     END-IF.                                                      GLJRNL01

008820 B501-POST-RETURN-PREMIUM.                                        GLJRNL01
008830     MOVE 'N' TO WS-CANCEL-FOUND-SWITCH.                          GLJRNL01
008840     PERFORM B510-MATCH-CANCELLATION                              GLJRNL01
008850           VARYING WS-CANCEL-INDEX FROM 1 BY 1                    GLJRNL01
008860           UNTIL WS-CANCEL-INDEX > WS-CANCEL-TABLE-COUNT          GLJRNL01
008870              OR CANCEL-ENTRY-FOUND.                              GLJRNL01
008880     IF CANCEL-ENTRY-FOUND                                        GLJRNL01
008890        AND RTP-REFUND-AMOUNT NOT = ZERO                          GLJRNL01
008900         MOVE WS-RETURN-PREMIUM-SOURCE TO WS-POST-SOURCE-INDEX    GLJRNL01
008905         ADD RTP-REFUND-AMOUNT                                    GLJRNL01
008907               TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)     GLJRNL01
008910         MOVE RTP-POLICY-NUMBER TO WS-POST-REFERENCE              GLJRNL01
008920         MOVE RTP-REFUND-AMOUNT TO WS-POST-AMOUNT                 GLJRNL01
008930         PERFORM B600-POST-JOURNAL-PAIR                           GLJRNL01
008940     END-IF.                                                      GLJRNL01
008950     PERFORM B502-READ-RETURN-PREMIUM.                            GLJRNL01

008960 B502-READ-RETURN-PREMIUM.                                        GLJRNL01
008970     READ RETURN-PREMIUM-FILE                                     GLJRNL01
008980           AT END                                                 GLJRNL01
008990              MOVE 'NO ' TO ARE-THERE-MORE-RETURN-PREMS.          GLJRNL01
009000     IF ARE-THERE-MORE-RETURN-PREMS = 'YES'                       GLJRNL01
009010         ADD 1 TO WS-RETURN-PREM-COUNT                            GLJRNL01
009020     END-IF.                                                      GLJRNL01

009030 B510-MATCH-CANCELLATION.                                         GLJRNL01
009040     IF RTP-POLICY-NUMBER = WS-CAN-POLICY-NUMBER (WS-CANCEL-INDEX)GLJRNL01
009050        AND RTP-CANCEL-DATE = WS-CAN-CANCEL-DATE (WS-CANCEL-INDEX)GLJRNL01
009060         MOVE 'Y' TO WS-CANCEL-FOUND-SWITCH                       GLJRNL01
009070         MOVE WS-CAN-INSURANCE-TYPE (WS-CANCEL-INDEX)             GLJRNL01
009080               TO WS-POST-INSURANCE-TYPE                          GLJRNL01
009090     END-IF.                                                      GLJRNL01

009100******************************************************************GLJRNL01
009110**                                                               *GLJRNL01
009120**  POSTS ONE ITEM AS A DEBIT LINE AND A CREDIT LINE.  THE       *GLJRNL01
009130**  ACCOUNTS COME FROM THE MAP ROW FOR THE INSURANCE TYPE AND    *GLJRNL01
009140**  SOURCE, FALLING BACK TO THE DEFAULT ROW FOR THE SOURCE.  A   *GLJRNL01
009150**  NEGATIVE AMOUNT SWAPS THE ACCOUNTS.  AN ITEM WITH NO MAP ROW *GLJRNL01
009160**  IS PRINTED AS AN EXCEPTION AND HOLDS THE JOURNAL.            *GLJRNL01
009170**                                                               *GLJRNL01
009180******************************************************************GLJRNL01

009190 B600-POST-JOURNAL-PAIR.                                          GLJRNL01
009200     PERFORM B610-FIND-ACCOUNT-MAPPING.                           GLJRNL01
009210     IF MAP-ENTRY-NOT-FOUND                                       GLJRNL01
009220         ADD 1 TO WS-UNMAPPED-COUNT                               GLJRNL01
009230         MOVE 'NO GL ACCOUNT MAPPING' TO WS-EXC-MESSAGE           GLJRNL01
009240         PERFORM D100-WRITE-EXCEPTION-LINE                        GLJRNL01
009250     ELSE                                                         GLJRNL01
009260         IF WS-POST-AMOUNT < ZERO                                 GLJRNL01
009270             MOVE WS-POST-DEBIT-ACCOUNT TO WS-SWAP-ACCOUNT        GLJRNL01
009280             MOVE WS-POST-CREDIT-ACCOUNT TO WS-POST-DEBIT-ACCOUNT GLJRNL01
009290             MOVE WS-SWAP-ACCOUNT TO WS-POST-CREDIT-ACCOUNT       GLJRNL01
009300         END-IF                                                   GLJRNL01
009310         ADD 1 TO WS-SRT-ITEM-COUNT (WS-POST-SOURCE-INDEX)        GLJRNL01
009320         MOVE WS-BUSINESS-DATE-NUM TO WS-JRN-BUSINESS-DATE        GLJRNL01
009330         MOVE WS-SRC-CODE (WS-POST-SOURCE-INDEX)                  GLJRNL01
009340               TO WS-JRN-SOURCE-CODE                              GLJRNL01
009350         MOVE WS-POST-INSURANCE-TYPE TO WS-JRN-INSURANCE-TYPE     GLJRNL01
009360         MOVE WS-POST-REFERENCE TO WS-JRN-REFERENCE               GLJRNL01
009370         MOVE WS-POST-AMOUNT TO WS-JRN-AMOUNT                     GLJRNL01
009380         MOVE WS-POST-DEBIT-ACCOUNT TO WS-JRN-ACCOUNT             GLJRNL01
009390         MOVE 'D' TO WS-JRN-DEBIT-CREDIT                          GLJRNL01
009400         PERFORM B620-WRITE-JOURNAL-LINE                          GLJRNL01
009410         MOVE WS-POST-CREDIT-ACCOUNT TO WS-JRN-ACCOUNT            GLJRNL01
009420         MOVE 'C' TO WS-JRN-DEBIT-CREDIT                          GLJRNL01
009430         PERFORM B620-WRITE-JOURNAL-LINE                          GLJRNL01
009440     END-IF.                                                      GLJRNL01

009450 B610-FIND-ACCOUNT-MAPPING.                                       GLJRNL01
009460     MOVE 'N' TO WS-MAP-FOUND-SWITCH.                             GLJRNL01
009470     MOVE WS-POST-INSURANCE-TYPE TO WS-MAP-SEARCH-TYPE.           GLJRNL01
009480     PERFORM B611-MATCH-ACCOUNT-MAPPING                           GLJRNL01
009490           VARYING WS-MAP-INDEX FROM 1 BY 1                       GLJRNL01
009500           UNTIL WS-MAP-INDEX > WS-MAP-TABLE-COUNT                GLJRNL01
009510              OR MAP-ENTRY-FOUND.                                 GLJRNL01
009520     IF MAP-ENTRY-NOT-FOUND                                       GLJRNL01
009530         MOVE WS-DEFAULT-MAP-TYPE TO WS-MAP-SEARCH-TYPE           GLJRNL01
009540         PERFORM B611-MATCH-ACCOUNT-MAPPING                       GLJRNL01
009550               VARYING WS-MAP-INDEX FROM 1 BY 1                   GLJRNL01
009560               UNTIL WS-MAP-INDEX > WS-MAP-TABLE-COUNT            GLJRNL01
009570                  OR MAP-ENTRY-FOUND                              GLJRNL01
009580     END-IF.                                                      GLJRNL01

009590 B611-MATCH-ACCOUNT-MAPPING.                                      GLJRNL01
009600     IF WS-MAP-INSURANCE-TYPE (WS-MAP-INDEX) = WS-MAP-SEARCH-TYPE GLJRNL01
009610        AND WS-MAP-SOURCE-CODE (WS-MAP-INDEX) =                   GLJRNL01
009620              WS-SRC-CODE (WS-POST-SOURCE-INDEX)                  GLJRNL01
009630         MOVE 'Y' TO WS-MAP-FOUND-SWITCH                          GLJRNL01
009640         MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-INDEX)                 GLJRNL01
009650               TO WS-POST-DEBIT-ACCOUNT                           GLJRNL01
009660         MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-INDEX)                GLJRNL01
009670               TO WS-POST-CREDIT-ACCOUNT                          GLJRNL01
009680     END-IF.                                                      GLJRNL01

009690 B620-WRITE-JOURNAL-LINE.                                         GLJRNL01
009700     ADD 1 TO WS-JOURNAL-LINE-COUNT.                              GLJRNL01
009710     MOVE WS-JOURNAL-LINE-COUNT TO WS-JRN-LINE-NUMBER.            GLJRNL01
009720     WRITE JOURNAL-WORK-RECORD FROM WS-JOURNAL-LINE.              GLJRNL01
009730     IF JOURNAL-DEBIT                                             GLJRNL01
009740         ADD WS-JRN-AMOUNT TO WS-TOTAL-DEBITS                     GLJRNL01
009750         ADD WS-JRN-AMOUNT                                        GLJRNL01
009760               TO WS-SRT-DEBIT-TOTAL (WS-POST-SOURCE-INDEX)       GLJRNL01
009770     ELSE                                                         GLJRNL01
009780         ADD WS-JRN-AMOUNT TO WS-TOTAL-CREDITS                    GLJRNL01
009790         ADD WS-JRN-AMOUNT                                        GLJRNL01
009800               TO WS-SRT-CREDIT-TOTAL (WS-POST-SOURCE-INDEX)      GLJRNL01
009810     END-IF.                                                      GLJRNL01
009820     PERFORM B630-ACCUMULATE-ACCOUNT.                             GLJRNL01

009830 B630-ACCUMULATE-ACCOUNT.                                         GLJRNL01
009840     MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH.                         GLJRNL01
009850     PERFORM B631-MATCH-ACCOUNT-TOTAL                             GLJRNL01
009860           VARYING WS-ACCOUNT-TOTAL-INDEX FROM 1 BY 1             GLJRNL01
009870           UNTIL WS-ACCOUNT-TOTAL-INDEX > WS-ACCOUNT-TOTAL-COUNT  GLJRNL01
009880              OR ACCOUNT-ENTRY-FOUND.                             GLJRNL01
009890     IF ACCOUNT-ENTRY-NOT-FOUND                                   GLJRNL01
009900         IF WS-ACCOUNT-TOTAL-COUNT >= WS-ACCOUNT-TOTAL-MAX        GLJRNL01
009910             DISPLAY 'ACCOUNT TOTAL TABLE OVERFLOW - MORE THAN '  GLJRNL01
009920                   WS-ACCOUNT-TOTAL-MAX ' ACCOUNTS'               GLJRNL01
009930             MOVE 16 TO RETURN-CODE                               GLJRNL01
009940             STOP RUN                                             GLJRNL01
009950         END-IF                                                   GLJRNL01
009960         ADD 1 TO WS-ACCOUNT-TOTAL-COUNT                          GLJRNL01
009970         MOVE WS-JRN-ACCOUNT                                      GLJRNL01
009980               TO WS-ACT-ACCOUNT (WS-ACCOUNT-TOTAL-COUNT)         GLJRNL01
009990         MOVE ZERO                                                GLJRNL01
010000               TO WS-ACT-DEBIT-TOTAL (WS-ACCOUNT-TOTAL-COUNT)     GLJRNL01
010010                  WS-ACT-CREDIT-TOTAL (WS-ACCOUNT-TOTAL-COUNT)    GLJRNL01
010020         MOVE WS-ACCOUNT-TOTAL-COUNT TO WS-ACCOUNT-TOTAL-INDEX    GLJRNL01
010030     ELSE                                                         GLJRNL01
010040         SUBTRACT 1 FROM WS-ACCOUNT-TOTAL-INDEX                   GLJRNL01
010050     END-IF.                                                      GLJRNL01
010060     IF JOURNAL-DEBIT                                             GLJRNL01
010070         ADD WS-JRN-AMOUNT                                        GLJRNL01
010080               TO WS-ACT-DEBIT-TOTAL (WS-ACCOUNT-TOTAL-INDEX)     GLJRNL01
010090     ELSE                                                         GLJRNL01
010100         ADD WS-JRN-AMOUNT                                        GLJRNL01
010110               TO WS-ACT-CREDIT-TOTAL (WS-ACCOUNT-TOTAL-INDEX)    GLJRNL01
010120     END-IF.                                                      GLJRNL01

010130 B631-MATCH-ACCOUNT-TOTAL.                                        GLJRNL01
010140     IF WS-ACT-ACCOUNT (WS-ACCOUNT-TOTAL-INDEX) = WS-JRN-ACCOUNT  GLJRNL01
010150         MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH                      GLJRNL01
010160     END-IF.                                                      GLJRNL01

010164 B700-LOOKUP-POLICY-TYPE.                                         GLJRNL01
010168     READ POLICY-MASTER-FILE                                      GLJRNL01
010172           INVALID KEY                                            GLJRNL01
010176              MOVE 'N' TO WS-POLICY-FOUND-SWITCH                  GLJRNL01
010180           NOT INVALID KEY                                        GLJRNL01
010184              MOVE 'Y' TO WS-POLICY-FOUND-SWITCH                  GLJRNL01
010188     END-READ.                                                    GLJRNL01
010192     IF GL-POLICY-FOUND                                           GLJRNL01
010196         MOVE INSURANCE-TYPE-MASTER TO WS-POST-INSURANCE-TYPE     GLJRNL01
010200     ELSE                                                         GLJRNL01
010204         MOVE SPACES TO WS-POST-INSURANCE-TYPE                    GLJRNL01
010208     END-IF.                                                      GLJRNL01

010212******************************************************************GLJRNL01
010216**                                                               *GLJRNL01
010220**  INSTALLMENT FEES.  THE FEE IS BILLED WITH THE INSTALLMENT    *GLJRNL01
010224**  BUT IS NOT PART OF THE WRITTEN PREMIUM, SO IT POSTS ON ITS   *GLJRNL01
010228**  OWN FOR EVERY INSTALLMENT THE NOTICE RUN INVOICED ON THE     *GLJRNL01
010232**  BUSINESS DATE, TYPED FROM THE POLICY MASTER.  THE MAP ROW    *GLJRNL01
010236**  DEBITS PREMIUM RECEIVABLE AND CREDITS FEE INCOME.            *GLJRNL01
010240**                                                               *GLJRNL01
010244******************************************************************GLJRNL01

010248 B800-JOURNAL-INSTALLMENT-FEES.                                   GLJRNL01
010252     OPEN INPUT RECEIVABLE-MASTER-FILE.                           GLJRNL01
010256     IF WS-RCVB-MASTER-STATUS NOT = '00'                          GLJRNL01
010260         MOVE 'RECEIVABLES MASTER NOT AVAILABLE'                  GLJRNL01
010264               TO WS-EXC-MESSAGE                                  GLJRNL01
010268         PERFORM D110-WRITE-NOTICE-LINE                           GLJRNL01
010272     ELSE                                                         GLJRNL01
010276         MOVE LOW-VALUES TO RECEIVABLE-KEY-RCVB                   GLJRNL01
010280         START RECEIVABLE-MASTER-FILE                             GLJRNL01
010284               KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB           GLJRNL01
010288               INVALID KEY                                        GLJRNL01
010292                  MOVE 'NO ' TO ARE-THERE-MORE-RECEIVABLES        GLJRNL01
010296         END-START                                                GLJRNL01
010300         PERFORM B802-READ-RECEIVABLE-NEXT                        GLJRNL01
010304         PERFORM B801-POST-INSTALLMENT-FEE                        GLJRNL01
010308               UNTIL ARE-THERE-MORE-RECEIVABLES = 'NO '           GLJRNL01
010312         CLOSE RECEIVABLE-MASTER-FILE                             GLJRNL01
010316     END-IF.                                                      GLJRNL01

010320 B801-POST-INSTALLMENT-FEE.                                       GLJRNL01
010324     IF INVOICE-DATE-RCVB = WS-BUSINESS-DATE-NUM                  GLJRNL01
010328        AND INSTALLMENT-FEE-RCVB NOT = ZERO                       GLJRNL01
010332         MOVE WS-INSTALLMENT-FEE-SOURCE TO WS-POST-SOURCE-INDEX   GLJRNL01
010336         ADD INSTALLMENT-FEE-RCVB                                 GLJRNL01
010340               TO WS-SRT-CONTROL-TOTAL (WS-POST-SOURCE-INDEX)     GLJRNL01
010344         MOVE POLICY-NUMBER-RCVB TO POLICY-NUMBER-MASTER          GLJRNL01
010348         PERFORM B700-LOOKUP-POLICY-TYPE                          GLJRNL01
010352         MOVE SPACES TO WS-POST-REFERENCE                         GLJRNL01
010356         STRING POLICY-NUMBER-RCVB ' ' INSTALLMENT-NUMBER-RCVB    GLJRNL01
010360               DELIMITED BY SIZE INTO WS-POST-REFERENCE           GLJRNL01
010364         MOVE INSTALLMENT-FEE-RCVB TO WS-POST-AMOUNT              GLJRNL01
010368         PERFORM B600-POST-JOURNAL-PAIR                           GLJRNL01
010372     END-IF.                                                      GLJRNL01
010376     PERFORM B802-READ-RECEIVABLE-NEXT.                           GLJRNL01

010380 B802-READ-RECEIVABLE-NEXT.                                       GLJRNL01
010384     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      GLJRNL01
010388           AT END                                                 GLJRNL01
010392              MOVE 'NO ' TO ARE-THERE-MORE-RECEIVABLES.           GLJRNL01
010396     IF ARE-THERE-MORE-RECEIVABLES = 'YES'                        GLJRNL01
010400         ADD 1 TO WS-RCVB-READ-COUNT                              GLJRNL01
010404     END-IF.                                                      GLJRNL01

010408******************************************************************GLJRNL01
010412**                                                               *GLJRNL01
010416**  RELEASE.  THE JOURNAL FILE IS ALWAYS OPENED SO A HELD DAY    *GLJRNL01
010420**  LEAVES IT EMPTY RATHER THAN HOLDING AN EARLIER DAY'S LINES.  *GLJRNL01
010424**  THE DAY IS HELD FOR AN UNMAPPED ITEM, FOR DEBITS THAT DIFFER *GLJRNL01
010428**  FROM CREDITS, OR WHEN THE DEBITS OR CREDITS OF A SOURCE      *GLJRNL01
010432**  DIFFER FROM THE CONTROL TOTAL TAKEN FROM ITS FEED.           *GLJRNL01
010436**                                                               *GLJRNL01
010440******************************************************************GLJRNL01

010444 C000-RELEASE-JOURNAL.                                            GLJRNL01
010448     OPEN OUTPUT JOURNAL-FILE.                                    GLJRNL01
010452     PERFORM C004-CHECK-SOURCE-CONTROL                            GLJRNL01
010456           VARYING WS-SOURCE-INDEX FROM 1 BY 1                    GLJRNL01
010460           UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT.               GLJRNL01
010464     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS                        GLJRNL01
010468        AND WS-UNMAPPED-COUNT = ZERO                              GLJRNL01
010472        AND CONTROL-TOTALS-AGREE                                  GLJRNL01
010476         MOVE 'Y' TO WS-RELEASE-SWITCH                            GLJRNL01
010480         OPEN INPUT JOURNAL-WORK-FILE                             GLJRNL01
010484         PERFORM C002-READ-JOURNAL-WORK                           GLJRNL01
010488         PERFORM C001-COPY-JOURNAL-LINE                           GLJRNL01
010492               UNTIL ARE-THERE-MORE-WORK-LINES = 'NO '            GLJRNL01
010496         CLOSE JOURNAL-WORK-FILE                                  GLJRNL01
010500         MOVE 'JOURNAL RELEASED - DEBITS EQUAL CREDITS'           GLJRNL01
010504               TO WS-RELEASE-MESSAGE                              GLJRNL01
010508     ELSE                                                         GLJRNL01
010512         IF WS-UNMAPPED-COUNT NOT = ZERO                          GLJRNL01
010516             MOVE 'JOURNAL NOT RELEASED - UNMAPPED ITEMS'         GLJRNL01
010520                   TO WS-RELEASE-MESSAGE                          GLJRNL01
010524         ELSE                                                     GLJRNL01
010528             IF CONTROL-TOTALS-DISAGREE                           GLJRNL01
010532                 MOVE 'JOURNAL NOT RELEASED - CONTROL MISMATCH'   GLJRNL01
010536                       TO WS-RELEASE-MESSAGE                      GLJRNL01
010540             ELSE                                                 GLJRNL01
010544                 MOVE 'JOURNAL NOT RELEASED - OUT OF BALANCE'     GLJRNL01
010548                       TO WS-RELEASE-MESSAGE                      GLJRNL01
010552             END-IF                                               GLJRNL01
010556         END-IF                                                   GLJRNL01
010560     END-IF.                                                      GLJRNL01
010564     CLOSE JOURNAL-FILE.                                          GLJRNL01

010568 C001-COPY-JOURNAL-LINE.                                          GLJRNL01
010572     WRITE JOURNAL-RECORD FROM JOURNAL-WORK-RECORD.               GLJRNL01
010576     ADD 1 TO WS-LINES-RELEASED.                                  GLJRNL01
010580     PERFORM C002-READ-JOURNAL-WORK.                              GLJRNL01

010584 C002-READ-JOURNAL-WORK.                                          GLJRNL01
010588     READ JOURNAL-WORK-FILE                                       GLJRNL01
010592           AT END                                                 GLJRNL01
010596              MOVE 'NO ' TO ARE-THERE-MORE-WORK-LINES.            GLJRNL01

010600 C003-PRINT-PAGE-HEADERS.                                         GLJRNL01
010604     ADD 1 TO WS-PAGE-COUNT.                                      GLJRNL01
010608     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.                           GLJRNL01
010612     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                GLJRNL01
010616     MOVE WS-BUSINESS-DATE-EDIT TO WS-HDR-BUSINESS-DATE.          GLJRNL01
010620     WRITE JOURNAL-REPORT-LINE FROM WS-HEADING-LINE-1             GLJRNL01
010624           AFTER ADVANCING PAGE.                                  GLJRNL01
010628     WRITE JOURNAL-REPORT-LINE FROM WS-COLUMN-HEADING-LINE        GLJRNL01
010632           AFTER ADVANCING 2 LINES.                               GLJRNL01
010636     MOVE ZERO TO WS-LINE-COUNT.                                  GLJRNL01

010640 C004-CHECK-SOURCE-CONTROL.                                       GLJRNL01
010644     IF WS-SRT-DEBIT-TOTAL (WS-SOURCE-INDEX)                      GLJRNL01
010648           NOT = WS-SRT-CONTROL-TOTAL (WS-SOURCE-INDEX)           GLJRNL01
010652        OR WS-SRT-CREDIT-TOTAL (WS-SOURCE-INDEX)                  GLJRNL01
010656           NOT = WS-SRT-CONTROL-TOTAL (WS-SOURCE-INDEX)           GLJRNL01
010660         MOVE 'N' TO WS-CONTROL-SWITCH                            GLJRNL01
010664     END-IF.                                                      GLJRNL01

010750 C010-OPEN-ACCOUNT-MAP-FILE.                                      GLJRNL01
010760     OPEN INPUT GL-ACCOUNT-MAP-FILE.                              GLJRNL01
010770     IF WS-MAP-FILE-STATUS NOT = '00'                             GLJRNL01
010780         DISPLAY 'UNABLE TO OPEN GL-ACCOUNT-MAP-FILE - STATUS '   GLJRNL01
010790               WS-MAP-FILE-STATUS                                 GLJRNL01
010800         MOVE 16 TO RETURN-CODE                                   GLJRNL01
010810         STOP RUN                                                 GLJRNL01
010820     END-IF.                                                      GLJRNL01

010830 C011-OPEN-POLICY-MASTER-FILE.                                    GLJRNL01
010840     OPEN INPUT POLICY-MASTER-FILE.                               GLJRNL01
010850     IF WS-MASTER-FILE-STATUS NOT = '00'                          GLJRNL01
010860         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    GLJRNL01
010870               WS-MASTER-FILE-STATUS                              GLJRNL01
010880         MOVE 16 TO RETURN-CODE                                   GLJRNL01
010890         STOP RUN                                                 GLJRNL01
010900     END-IF.                                                      GLJRNL01

010910 D000-PRINT-JOURNAL-SUMMARY.                                      GLJRNL01
010920     MOVE WS-SOURCE-HEADING TO WS-COLUMN-HEADING-LINE.            GLJRNL01
010930     PERFORM C003-PRINT-PAGE-HEADERS.                             GLJRNL01
010940     PERFORM D001-PRINT-SOURCE-LINE                               GLJRNL01
010950           VARYING WS-SOURCE-INDEX FROM 1 BY 1                    GLJRNL01
010960           UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT.               GLJRNL01
010970     MOVE WS-ACCOUNT-HEADING TO WS-COLUMN-HEADING-LINE.           GLJRNL01
010980     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE - 5                GLJRNL01
010990         PERFORM C003-PRINT-PAGE-HEADERS                          GLJRNL01
011000     ELSE                                                         GLJRNL01
011010         WRITE JOURNAL-REPORT-LINE FROM WS-COLUMN-HEADING-LINE    GLJRNL01
011020               AFTER ADVANCING 3 LINES                            GLJRNL01
011030         ADD 3 TO WS-LINE-COUNT                                   GLJRNL01
011040     END-IF.                                                      GLJRNL01
011050     PERFORM D002-PRINT-ACCOUNT-LINE                              GLJRNL01
011060           VARYING WS-ACCOUNT-TOTAL-INDEX FROM 1 BY 1             GLJRNL01
011070           UNTIL WS-ACCOUNT-TOTAL-INDEX > WS-ACCOUNT-TOTAL-COUNT. GLJRNL01
011080     MOVE WS-TOTAL-DEBITS TO WS-TOT-DEBIT-TOTAL.                  GLJRNL01
011090     MOVE WS-TOTAL-CREDITS TO WS-TOT-CREDIT-TOTAL.                GLJRNL01
011100     WRITE JOURNAL-REPORT-LINE FROM WS-JOURNAL-TOTAL-LINE         GLJRNL01
011110           AFTER ADVANCING 2 LINES.                               GLJRNL01
011120     WRITE JOURNAL-REPORT-LINE FROM WS-RELEASE-MESSAGE-LINE       GLJRNL01
011130           AFTER ADVANCING 2 LINES.                               GLJRNL01

011135 D001-PRINT-SOURCE-LINE.                                          GLJRNL01
011140     MOVE WS-SRC-CODE (WS-SOURCE-INDEX) TO WS-SSM-SOURCE-CODE.    GLJRNL01
011145     MOVE WS-SRC-DESCRIPTION (WS-SOURCE-INDEX)                    GLJRNL01
011150           TO WS-SSM-DESCRIPTION.                                 GLJRNL01
011155     MOVE WS-SRT-ITEM-COUNT (WS-SOURCE-INDEX)                     GLJRNL01
011160           TO WS-SSM-ITEM-COUNT.                                  GLJRNL01
011165     MOVE WS-SRT-DEBIT-TOTAL (WS-SOURCE-INDEX)                    GLJRNL01
011170           TO WS-SSM-DEBIT-TOTAL.                                 GLJRNL01
011175     MOVE WS-SRT-CREDIT-TOTAL (WS-SOURCE-INDEX)                   GLJRNL01
011180           TO WS-SSM-CREDIT-TOTAL.                                GLJRNL01
011185     MOVE WS-SRT-CONTROL-TOTAL (WS-SOURCE-INDEX)                  GLJRNL01
011190           TO WS-SSM-CONTROL-TOTAL.                               GLJRNL01
011195     IF WS-SRT-DEBIT-TOTAL (WS-SOURCE-INDEX)                      GLJRNL01
011200           = WS-SRT-CONTROL-TOTAL (WS-SOURCE-INDEX)               GLJRNL01
011205        AND WS-SRT-CREDIT-TOTAL (WS-SOURCE-INDEX)                 GLJRNL01
011210           = WS-SRT-CONTROL-TOTAL (WS-SOURCE-INDEX)               GLJRNL01
011215         MOVE SPACES TO WS-SSM-CONTROL-FLAG                       GLJRNL01
011220     ELSE                                                         GLJRNL01
011225         MOVE '***' TO WS-SSM-CONTROL-FLAG                        GLJRNL01
011230     END-IF.                                                      GLJRNL01
011235     WRITE JOURNAL-REPORT-LINE FROM WS-SOURCE-DETAIL-LINE         GLJRNL01
011240           AFTER ADVANCING 1 LINES.                               GLJRNL01
011245     ADD 1 TO WS-LINE-COUNT.                                      GLJRNL01

011270 D002-PRINT-ACCOUNT-LINE.                                         GLJRNL01
011280     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    GLJRNL01
011290         PERFORM C003-PRINT-PAGE-HEADERS                          GLJRNL01
011300     END-IF.                                                      GLJRNL01
011310     MOVE WS-ACT-ACCOUNT (WS-ACCOUNT-TOTAL-INDEX)                 GLJRNL01
011320           TO WS-ASM-ACCOUNT.                                     GLJRNL01
011330     MOVE WS-ACT-DEBIT-TOTAL (WS-ACCOUNT-TOTAL-INDEX)             GLJRNL01
011340           TO WS-ASM-DEBIT-TOTAL.                                 GLJRNL01
011350     MOVE WS-ACT-CREDIT-TOTAL (WS-ACCOUNT-TOTAL-INDEX)            GLJRNL01
011360           TO WS-ASM-CREDIT-TOTAL.                                GLJRNL01
011370     WRITE JOURNAL-REPORT-LINE FROM WS-ACCOUNT-DETAIL-LINE        GLJRNL01
011380           AFTER ADVANCING 1 LINES.                               GLJRNL01
011390     ADD 1 TO WS-LINE-COUNT.                                      GLJRNL01

011400 D100-WRITE-EXCEPTION-LINE.                                       GLJRNL01
011410     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    GLJRNL01
011420         PERFORM C003-PRINT-PAGE-HEADERS                          GLJRNL01
011430     END-IF.                                                      GLJRNL01
011440     MOVE WS-SRC-CODE (WS-POST-SOURCE-INDEX)                      GLJRNL01
011450           TO WS-EXC-SOURCE-CODE.                                 GLJRNL01
011460     MOVE WS-POST-INSURANCE-TYPE TO WS-EXC-INSURANCE-TYPE.        GLJRNL01
011470     MOVE WS-POST-REFERENCE TO WS-EXC-REFERENCE.                  GLJRNL01
011480     MOVE WS-POST-AMOUNT TO WS-EXC-AMOUNT.                        GLJRNL01
011490     WRITE JOURNAL-REPORT-LINE FROM WS-EXCEPTION-DETAIL-LINE      GLJRNL01
011500           AFTER ADVANCING 1 LINES.                               GLJRNL01
011510     ADD 1 TO WS-LINE-COUNT.                                      GLJRNL01

011520 D110-WRITE-NOTICE-LINE.                                          GLJRNL01
011530     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    GLJRNL01
011540         PERFORM C003-PRINT-PAGE-HEADERS                          GLJRNL01
011550     END-IF.                                                      GLJRNL01
011560     MOVE SPACES TO WS-EXC-SOURCE-CODE                            GLJRNL01
011570                    WS-EXC-INSURANCE-TYPE                         GLJRNL01
011580                    WS-EXC-REFERENCE.                             GLJRNL01
011590     MOVE ZERO TO WS-EXC-AMOUNT.                                  GLJRNL01
011600     WRITE JOURNAL-REPORT-LINE FROM WS-EXCEPTION-DETAIL-LINE      GLJRNL01
011610           AFTER ADVANCING 1 LINES.                               GLJRNL01
011620     ADD 1 TO WS-LINE-COUNT.                                      GLJRNL01

011630 A010-PRINT-JOURNAL-TRAILER.                                      GLJRNL01
011640     MOVE WS-POLICY-AUDIT-COUNT TO WS-TRL-POLICY-AUDITS.          GLJRNL01
011650     MOVE WS-CASH-POSTING-COUNT TO WS-TRL-CASH-POSTINGS.          GLJRNL01
011660     MOVE WS-CLAIM-AUDIT-COUNT TO WS-TRL-CLAIM-AUDITS.            GLJRNL01
011670     WRITE JOURNAL-REPORT-LINE FROM WS-TRAILER-LINE-1             GLJRNL01
011680           AFTER ADVANCING 2 LINES.                               GLJRNL01
011690     MOVE WS-PAYABLES-READ-COUNT TO WS-TRL-PAYABLES-READ.         GLJRNL01
011700     MOVE WS-RETURN-PREM-COUNT TO WS-TRL-RETURN-PREMS.            GLJRNL01
011710     MOVE WS-UNMAPPED-COUNT TO WS-TRL-UNMAPPED.                   GLJRNL01
011720     WRITE JOURNAL-REPORT-LINE FROM WS-TRAILER-LINE-2             GLJRNL01
011730           AFTER ADVANCING 1 LINES.                               GLJRNL01
011740     MOVE WS-JOURNAL-LINE-COUNT TO WS-TRL-JOURNAL-LINES.          GLJRNL01
011750     MOVE WS-LINES-RELEASED TO WS-TRL-LINES-RELEASED.             GLJRNL01
011755     MOVE WS-RCVB-READ-COUNT TO WS-TRL-RCVB-READ.                 GLJRNL01
011760     WRITE JOURNAL-REPORT-LINE FROM WS-TRAILER-LINE-3             GLJRNL01
011770           AFTER ADVANCING 1 LINES.                               GLJRNL01

