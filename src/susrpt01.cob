001010 IDENTIFICATION DIVISION.                                         SUSRPT01

001020 PROGRAM-ID.    SUSRPT01.                                         SUSRPT01
001030 AUTHOR.        MMELL.                                            SUSRPT01
001040 INSTALLATION.  AUBURN.                                           SUSRPT01
001050 DATE-WRITTEN.  2026-10-05.                                       SUSRPT01
001060 DATE-COMPILED. 2026-10-05.                                       SUSRPT01
001070 SECURITY.      UNCLASSIFIED.                                     SUSRPT01

001080******************************************************************SUSRPT01
001090**                                                               *SUSRPT01
001100**  THIS PROGRAM PRODUCES THE UNAPPLIED CASH SUSPENSE AGING      *SUSRPT01
001110**  REPORT AND THE CUSTOMER REFUND EXTRACT                       *SUSRPT01
001120**                                                               *SUSRPT01
001130**    MODIFICATION HISTORY                                       *SUSRPT01
001140**    -------------------                                        *SUSRPT01
001150**    DATE       INIT  DESCRIPTION                               *SUSRPT01
001160**    ---------- ----  ----------------------------------------- *SUSRPT01
001170**    2026-10-05  MM   INITIAL VERSION.  AGES EVERY OPEN ITEM ON *SUSRPT01
001180**                     THE SUSPENSE FILE FROM ITS RECEIPT DATE,  *SUSRPT01
001190**                     PRINTS THE OPEN AMOUNTS IN AGE BUCKET     *SUSRPT01
001200**                     COLUMNS BY REASON CODE, AND CLEARS ANY    *SUSRPT01
001210**                     ITEM OLDER THAN THE REFUND PERIOD TO THE  *SUSRPT01
001220**                     CUSTOMER REFUND EXTRACT AND THE CASH      *SUSRPT01
001230**                     POSTING EXTRACT.  THE REFUND PERIOD COMES *SUSRPT01
001240**                     FROM THE REFUND PARAMETER FILE - 90 DAYS  *SUSRPT01
001250**                     WHEN THE FILE IS NOT AVAILABLE.           *SUSRPT01
001252**    2026-10-15  MM   ITEMS REFUNDED ON THE RUN ARE LEFT OUT OF *SUSRPT01
001254**                     THE OPEN TOTALS AND THE OPEN ITEM COUNT   *SUSRPT01
001256**                     AND PRINT IN A REFUNDED TOTAL OF THEIR    *SUSRPT01
001258**                     OWN.                                      *SUSRPT01
001260**                                                               *SUSRPT01
001270******************************************************************SUSRPT01

001280 ENVIRONMENT DIVISION.                                            SUSRPT01

001290 CONFIGURATION SECTION.                                           SUSRPT01

001300 SOURCE-COMPUTER. X86_64.                                         SUSRPT01
001310 OBJECT-COMPUTER. X86_64.                                         SUSRPT01

001320 INPUT-OUTPUT SECTION.                                            SUSRPT01
001330 FILE-CONTROL.                                                    SUSRPT01
001340     SELECT REFUND-PARM-FILE                                      SUSRPT01
001350         ASSIGN TO UT-S-SUSPARM                                   SUSRPT01
001360         ORGANIZATION IS LINE SEQUENTIAL                          SUSRPT01
001370         FILE STATUS IS WS-PARM-FILE-STATUS.                      SUSRPT01

001380     SELECT SUSPENSE-MASTER-FILE                                  SUSRPT01
001390         ASSIGN TO UT-S-SUSPMST                                   SUSRPT01
001400         ORGANIZATION IS INDEXED                                  SUSRPT01
001410         ACCESS MODE IS DYNAMIC                                   SUSRPT01
001420         RECORD KEY IS SUSPENSE-KEY-SUSP                          SUSRPT01
001430         FILE STATUS IS WS-SUSP-MASTER-STATUS.                    SUSRPT01

001440     SELECT POLICY-MASTER-FILE                                    SUSRPT01
001450         ASSIGN TO UT-S-POLMSTR                                   SUSRPT01
001460         ORGANIZATION IS INDEXED                                  SUSRPT01
001470         ACCESS MODE IS DYNAMIC                                   SUSRPT01
001480         RECORD KEY IS POLICY-NUMBER-MASTER                       SUSRPT01
001490         FILE STATUS IS WS-MASTER-FILE-STATUS.                    SUSRPT01

001500     SELECT SUSPENSE-SORT-FILE                                    SUSRPT01
001510         ASSIGN TO UT-S-SUSSORT.                                  SUSRPT01

001520     SELECT REFUND-EXTRACT-FILE                                   SUSRPT01
001530         ASSIGN TO UT-S-SUSREFD                                   SUSRPT01
001540         ORGANIZATION IS LINE SEQUENTIAL                          SUSRPT01
001550         FILE STATUS IS WS-REFUND-FILE-STATUS.                    SUSRPT01

001560     SELECT CASH-POSTING-FILE                                     SUSRPT01
001570         ASSIGN TO UT-S-CSHPOST                                   SUSRPT01
001580         ORGANIZATION IS LINE SEQUENTIAL                          SUSRPT01
001590         FILE STATUS IS WS-POSTING-FILE-STATUS.                   SUSRPT01

001600     SELECT SUSPENSE-REPORT-FILE                                  SUSRPT01
001610         ASSIGN TO UT-S-SUSRPT                                    SUSRPT01
001620         ORGANIZATION IS LINE SEQUENTIAL.                         SUSRPT01

001630 DATA DIVISION.                                                   SUSRPT01

001640 FILE SECTION.                                                    SUSRPT01

001650 FD  REFUND-PARM-FILE                                             SUSRPT01
001660     RECORD CONTAINS 3 CHARACTERS                                 SUSRPT01
001670     LABEL RECORDS ARE STANDARD                                   SUSRPT01
001680     DATA RECORD IS REFUND-PARM-RECORD.                           SUSRPT01
001690 01  REFUND-PARM-RECORD.                                          SUSRPT01
001700     05  REFUND-DAYS-PARM        PICTURE 9(03).                   SUSRPT01

001710 FD  SUSPENSE-MASTER-FILE                                         SUSRPT01
001720     LABEL RECORDS ARE STANDARD.                                  SUSRPT01
001730     COPY SUSPMAST.                                               SUSRPT01

001740 FD  POLICY-MASTER-FILE                                           SUSRPT01
001750     LABEL RECORDS ARE STANDARD.                                  SUSRPT01
001760     COPY POLYMAST.                                               SUSRPT01

001770 SD  SUSPENSE-SORT-FILE                                           SUSRPT01
001780     DATA RECORD IS SUSPENSE-SORT-RECORD.                         SUSRPT01
001790 01  SUSPENSE-SORT-RECORD.                                        SUSRPT01
001800     05  SRT-REASON-CODE         PICTURE X(02).                   SUSRPT01
001810     05  SRT-RECEIPT-DATE        PICTURE 9(08).                   SUSRPT01
001820     05  SRT-POLICY-NUMBER       PICTURE X(12).                   SUSRPT01
001830     05  SRT-SEQUENCE-NUMBER     PICTURE 9(03).                   SUSRPT01
001840     05  SRT-OPEN-AMOUNT         PICTURE 9(07)V99.                SUSRPT01
001850     05  SRT-AGE-BUCKET          PICTURE 9(01).                   SUSRPT01
001860     05  SRT-REFUND-SWITCH       PICTURE X(01).                   SUSRPT01
001870         88  SRT-ITEM-REFUNDED          VALUE 'Y'.                SUSRPT01

001880 FD  REFUND-EXTRACT-FILE                                          SUSRPT01
001890     RECORD CONTAINS 70 CHARACTERS                                SUSRPT01
001900     LABEL RECORDS ARE STANDARD                                   SUSRPT01
001910     DATA RECORD IS REFUND-EXTRACT-RECORD.                        SUSRPT01
001920 01  REFUND-EXTRACT-RECORD.                                       SUSRPT01
001930     05  RFD-POLICY-NUMBER       PICTURE X(12).                   SUSRPT01
001940     05  RFD-CUSTOMER-NUMBER     PICTURE X(08).                   SUSRPT01
001950     05  RFD-CUSTOMER-NAME       PICTURE X(20).                   SUSRPT01
001960     05  RFD-RECEIPT-DATE        PICTURE 9(08).                   SUSRPT01
001970     05  RFD-SEQUENCE-NUMBER     PICTURE 9(03).                   SUSRPT01
001980     05  RFD-REASON-CODE         PICTURE X(02).                   SUSRPT01
001990     05  RFD-REFUND-AMOUNT       PICTURE 9(07)V99.                SUSRPT01
002000     05  RFD-RUN-DATE            PICTURE 9(08).                   SUSRPT01

002010 FD  CASH-POSTING-FILE                                            SUSRPT01
002020     RECORD CONTAINS 38 CHARACTERS                                SUSRPT01
002030     LABEL RECORDS ARE STANDARD                                   SUSRPT01
002040     DATA RECORD IS CASH-POSTING-RECORD.                          SUSRPT01
002050 01  CASH-POSTING-RECORD.                                         SUSRPT01
002060     05  CPT-POLICY-NUMBER       PICTURE X(12).                   SUSRPT01
002070     05  CPT-PAYMENT-DATE        PICTURE 9(08).                   SUSRPT01
002080     05  CPT-POSTED-AMOUNT       PICTURE 9(07)V99.                SUSRPT01
002090     05  CPT-RUN-DATE            PICTURE 9(08).                   SUSRPT01
002100     05  CPT-POSTING-CODE        PICTURE X(01).                   SUSRPT01

002110 FD  SUSPENSE-REPORT-FILE                                         SUSRPT01
002120     RECORD CONTAINS 133 CHARACTERS                               SUSRPT01
002130     LABEL RECORDS ARE OMITTED                                    SUSRPT01
002140     DATA RECORD IS SUSPENSE-REPORT-LINE.                         SUSRPT01
002150 01  SUSPENSE-REPORT-LINE.                                        SUSRPT01
002160     05  CARRIAGE-CONTROL        PICTURE X.                       SUSRPT01
002170     05  FILLER                  PICTURE X(132).                  SUSRPT01

002180 WORKING-STORAGE SECTION.                                         SUSRPT01

002190 01  PROGRAM-INDICATORS.                                          SUSRPT01
002200     05  ARE-THERE-MORE-RECORDS  PICTURE X(3) VALUE 'YES'.        SUSRPT01
002210     05  ARE-THERE-MORE-ITEMS    PICTURE X(3) VALUE 'YES'.        SUSRPT01
002220     05  WS-FIRST-ITEM-SWITCH    PICTURE X(01) VALUE 'Y'.         SUSRPT01
002230         88  FIRST-ITEM                 VALUE 'Y'.                SUSRPT01
002240         88  NOT-FIRST-ITEM             VALUE 'N'.                SUSRPT01

002250 01  WS-CONTROL-FIELDS.                                           SUSRPT01
002260     05  WS-PREV-REASON-CODE     PICTURE X(02) VALUE SPACES.      SUSRPT01

002270 01  WS-FILE-STATUS-FIELDS.                                       SUSRPT01
002280     05  WS-PARM-FILE-STATUS     PICTURE X(02) VALUE SPACES.      SUSRPT01
002290     05  WS-SUSP-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      SUSRPT01
002300     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      SUSRPT01
002310     05  WS-REFUND-FILE-STATUS   PICTURE X(02) VALUE SPACES.      SUSRPT01
002320     05  WS-POSTING-FILE-STATUS  PICTURE X(02) VALUE SPACES.      SUSRPT01
002330     05  WS-POLICY-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         SUSRPT01
002340         88  REFUND-POLICY-FOUND        VALUE 'Y'.                SUSRPT01
002350         88  REFUND-POLICY-NOT-FOUND    VALUE 'N'.                SUSRPT01

002360 01  WS-AGING-FIELDS.                                             SUSRPT01
002370     05  WS-REFUND-DAYS          PICTURE 9(03) VALUE 090.         SUSRPT01
002380     05  WS-AGE-DAYS             PICTURE 9(05) COMP VALUE ZERO.   SUSRPT01
002390     05  WS-WALK-DATE.                                            SUSRPT01
002400         10  WS-WLK-CCYY         PICTURE 9(04).                   SUSRPT01
002410         10  WS-WLK-MM           PICTURE 9(02).                   SUSRPT01
002420         10  WS-WLK-DD           PICTURE 9(02).                   SUSRPT01
002430     05  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE                  SUSRPT01
002440                                 PICTURE 9(08).                   SUSRPT01
002450     05  WS-DAYS-IN-MONTH        PICTURE 9(02) VALUE ZERO.        SUSRPT01
002460     05  WS-LEAP-QUOTIENT        PICTURE 9(04) COMP VALUE ZERO.   SUSRPT01
002470     05  WS-LEAP-REMAINDER-4     PICTURE 9(04) COMP VALUE ZERO.   SUSRPT01
002480     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   SUSRPT01
002490     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   SUSRPT01

002500 01  WS-MONTH-DAYS-TABLE-DEF.                                     SUSRPT01
002510     05  FILLER                  PICTURE X(24) VALUE              SUSRPT01
002520         '312831303130313130313031'.                              SUSRPT01

002530 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TABLE-DEF.       SUSRPT01
002540     05  WS-MONTH-DAYS-ENTRY     PICTURE 9(02) OCCURS 12 TIMES.   SUSRPT01

002550 01  WS-ACCUMULATORS.                                             SUSRPT01
002560     05  WS-REASON-BUCKET-TOTAL  PICTURE 9(09)V99                 SUSRPT01
002570                                 OCCURS 4 TIMES.                  SUSRPT01
002580     05  WS-GRAND-BUCKET-TOTAL   PICTURE 9(11)V99                 SUSRPT01
002590                                 OCCURS 4 TIMES.                  SUSRPT01
002600     05  WS-REASON-OPEN-TOTAL    PICTURE 9(09)V99 VALUE ZERO.     SUSRPT01
002610     05  WS-GRAND-OPEN-TOTAL     PICTURE 9(11)V99 VALUE ZERO.     SUSRPT01
002612     05  WS-REASON-REFUNDED-TOTAL                                 SUSRPT01
002614                                 PICTURE 9(09)V99 VALUE ZERO.     SUSRPT01
002616     05  WS-GRAND-REFUNDED-TOTAL PICTURE 9(11)V99 VALUE ZERO.     SUSRPT01
002620     05  WS-BUCKET-INDEX         PICTURE 9(01) VALUE ZERO.        SUSRPT01

002630 01  WS-RECONCILIATION-COUNTS.                                    SUSRPT01
002640     05  WS-RECORDS-READ-COUNT   PICTURE 9(07) COMP VALUE ZERO.   SUSRPT01
002650     05  WS-OPEN-ITEMS-COUNT     PICTURE 9(07) COMP VALUE ZERO.   SUSRPT01
002660     05  WS-ITEMS-REFUNDED-COUNT PICTURE 9(07) COMP VALUE ZERO.   SUSRPT01
002670     05  WS-REFUND-NO-POLICY-COUNT                                SUSRPT01
002680                                 PICTURE 9(07) COMP VALUE ZERO.   SUSRPT01
002690     05  WS-CASH-REFUNDED-TOTAL  PICTURE 9(11)V99 VALUE ZERO.     SUSRPT01

002700 01  WS-RUN-DATE-FIELDS.                                          SUSRPT01
002710     05  WS-CURRENT-DATE.                                         SUSRPT01
002720         10  WS-CUR-CCYY         PICTURE 9(04).                   SUSRPT01
002730         10  WS-CUR-MM           PICTURE 9(02).                   SUSRPT01
002740         10  WS-CUR-DD           PICTURE 9(02).                   SUSRPT01
002750     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE            SUSRPT01
002760                                 PICTURE 9(08).                   SUSRPT01
002770     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   SUSRPT01
002780     05  WS-CURRENT-TIME         PICTURE 9(08).                   SUSRPT01
002790     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        SUSRPT01

002800 01  WS-PAGE-CONTROL.                                             SUSRPT01
002810     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   SUSRPT01
002820     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    SUSRPT01
002830     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         SUSRPT01

002840 01  WS-HEADING-LINE-1.                                           SUSRPT01
002850     05  FILLER                  PICTURE X(10)                    SUSRPT01
002860                                 VALUE 'RUN DATE: '.              SUSRPT01
002870     05  WS-HDR-RUN-DATE         PICTURE X(10).                   SUSRPT01
002880     05  FILLER                  PICTURE X(12) VALUE SPACES.      SUSRPT01
002890     05  FILLER                  PICTURE X(29)                    SUSRPT01
002900                     VALUE 'UNAPPLIED CASH SUSPENSE AGING'.       SUSRPT01
002910     05  FILLER                  PICTURE X(12) VALUE SPACES.      SUSRPT01
002920     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    SUSRPT01
002930     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   SUSRPT01

002940 01  WS-HEADING-LINE-2.                                           SUSRPT01
002950     05  FILLER                  PICTURE X(01) VALUE SPACE.       SUSRPT01
002960     05  FILLER                  PICTURE X(13)                    SUSRPT01
002970                                 VALUE 'POLICY NUMBER'.           SUSRPT01
002980     05  FILLER                  PICTURE X(01) VALUE SPACE.       SUSRPT01
002990     05  FILLER                  PICTURE X(08)                    SUSRPT01
003000                                 VALUE 'RECEIVED'.                SUSRPT01
003010     05  FILLER                  PICTURE X(05) VALUE SPACES.      SUSRPT01
003020     05  FILLER                  PICTURE X(03) VALUE 'SEQ'.       SUSRPT01
003030     05  FILLER                  PICTURE X(07) VALUE SPACES.      SUSRPT01
003040     05  FILLER                  PICTURE X(07)                    SUSRPT01
003050                                 VALUE 'CURRENT'.                 SUSRPT01
003060     05  FILLER                  PICTURE X(05) VALUE SPACES.      SUSRPT01
003070     05  FILLER                  PICTURE X(07)                    SUSRPT01
003080                                 VALUE '31 - 60'.                 SUSRPT01
003090     05  FILLER                  PICTURE X(05) VALUE SPACES.      SUSRPT01
003100     05  FILLER                  PICTURE X(07)                    SUSRPT01
003110                                 VALUE '61 - 90'.                 SUSRPT01
003120     05  FILLER                  PICTURE X(05) VALUE SPACES.      SUSRPT01
003130     05  FILLER                  PICTURE X(07)                    SUSRPT01
003140                                 VALUE 'OVER 90'.                 SUSRPT01
003150     05  FILLER                  PICTURE X(03) VALUE SPACES.      SUSRPT01
003160     05  FILLER                  PICTURE X(06) VALUE 'ACTION'.    SUSRPT01

003170 01  WS-REASON-HEADING-LINE.                                      SUSRPT01
003180     05  FILLER                  PICTURE X(08)                    SUSRPT01
003190                                 VALUE 'REASON: '.                SUSRPT01
003200     05  WS-HDR-REASON-CODE      PICTURE X(02).                   SUSRPT01
003210     05  FILLER                  PICTURE X(02) VALUE SPACES.      SUSRPT01
003220     05  WS-HDR-REASON-TEXT      PICTURE X(25).                   SUSRPT01

003230 01  WS-SUSPENSE-DETAIL-LINE.                                     SUSRPT01
003240     05  FILLER                  PICTURE X(01) VALUE SPACE.       SUSRPT01
003250     05  WS-DTL-POLICY-NUMBER    PICTURE X(12).                   SUSRPT01
003260     05  FILLER                  PICTURE X(02) VALUE SPACES.      SUSRPT01
003270     05  WS-DTL-RECEIPT-DATE     PICTURE X(10).                   SUSRPT01
003280     05  FILLER                  PICTURE X(03) VALUE SPACES.      SUSRPT01
003290     05  WS-DTL-SEQUENCE-NUMBER  PICTURE ZZ9.                     SUSRPT01
003300     05  FILLER                  PICTURE X(02) VALUE SPACES.      SUSRPT01
003310     05  WS-DTL-BUCKET-AMOUNT    PICTURE Z,ZZZ,ZZ9.99             SUSRPT01
003320                                 OCCURS 4 TIMES.                  SUSRPT01
003330     05  FILLER                  PICTURE X(03) VALUE SPACES.      SUSRPT01
003340     05  WS-DTL-ACTION           PICTURE X(08).                   SUSRPT01

003350 01  WS-REASON-SUBTOTAL-LINE.                                     SUSRPT01
003360     05  FILLER                  PICTURE X(16)                    SUSRPT01
003370                                 VALUE 'REASON TOTAL -- '.        SUSRPT01
003380     05  FILLER                  PICTURE X(17) VALUE SPACES.      SUSRPT01
003390     05  WS-SUB-BUCKET-AMOUNT    PICTURE Z,ZZZ,ZZ9.99             SUSRPT01
003400                                 OCCURS 4 TIMES.                  SUSRPT01
003410     05  FILLER                  PICTURE X(03) VALUE SPACES.      SUSRPT01
003420     05  WS-SUB-OPEN-TOTAL       PICTURE Z,ZZZ,ZZ9.99.            SUSRPT01

003421 01  WS-REASON-REFUNDED-LINE.                                     SUSRPT01
003422     05  FILLER                  PICTURE X(19)                    SUSRPT01
003423                                 VALUE 'REASON REFUNDED -- '.     SUSRPT01
003424     05  FILLER                  PICTURE X(65) VALUE SPACES.      SUSRPT01
003425     05  WS-SUB-REFUNDED-TOTAL   PICTURE Z,ZZZ,ZZ9.99.            SUSRPT01

003430 01  WS-GRAND-TOTAL-LINE.                                         SUSRPT01
003440     05  FILLER                  PICTURE X(15)                    SUSRPT01
003450                                 VALUE 'GRAND TOTAL -- '.         SUSRPT01
003460     05  FILLER                  PICTURE X(18) VALUE SPACES.      SUSRPT01
003470     05  WS-GRD-BUCKET-AMOUNT    PICTURE Z,ZZZ,ZZ9.99             SUSRPT01
003480                                 OCCURS 4 TIMES.                  SUSRPT01
003490     05  FILLER                  PICTURE X(03) VALUE SPACES.      SUSRPT01
003500     05  WS-GRD-OPEN-TOTAL       PICTURE Z,ZZZ,ZZ9.99.            SUSRPT01

003501 01  WS-GRAND-REFUNDED-LINE.                                      SUSRPT01
003502     05  FILLER                  PICTURE X(18)                    SUSRPT01
003503                                 VALUE 'GRAND REFUNDED -- '.      SUSRPT01
003504     05  FILLER                  PICTURE X(66) VALUE SPACES.      SUSRPT01
003505     05  WS-GRD-REFUNDED-TOTAL   PICTURE Z,ZZZ,ZZ9.99.            SUSRPT01

003510 01  WS-TRAILER-LINE-1.                                           SUSRPT01
003520     05  FILLER                  PICTURE X(20)                    SUSRPT01
003530                                 VALUE 'SUSPENSE ITEMS READ:'.    SUSRPT01
003540     05  WS-TRL-RECORDS-READ     PICTURE ZZZ,ZZ9.                 SUSRPT01
003550     05  FILLER                  PICTURE X(04) VALUE SPACES.      SUSRPT01
003560     05  FILLER                  PICTURE X(20)                    SUSRPT01
003570                                 VALUE 'OPEN ITEMS:         '.    SUSRPT01
003580     05  WS-TRL-OPEN-ITEMS       PICTURE ZZZ,ZZ9.                 SUSRPT01
003590     05  FILLER                  PICTURE X(04) VALUE SPACES.      SUSRPT01
003600     05  FILLER                  PICTURE X(20)                    SUSRPT01
003610                                 VALUE 'REFUND PERIOD DAYS: '.    SUSRPT01
003620     05  WS-TRL-REFUND-DAYS      PICTURE ZZ9.                     SUSRPT01

003630 01  WS-TRAILER-LINE-2.                                           SUSRPT01
003640     05  FILLER                  PICTURE X(20)                    SUSRPT01
003650                                 VALUE 'ITEMS REFUNDED:     '.    SUSRPT01
003660     05  WS-TRL-ITEMS-REFUNDED   PICTURE ZZZ,ZZ9.                 SUSRPT01
003670     05  FILLER                  PICTURE X(04) VALUE SPACES.      SUSRPT01
003680     05  FILLER                  PICTURE X(20)                    SUSRPT01
003690                                 VALUE 'REFUNDS NO POLICY:  '.    SUSRPT01
003700     05  WS-TRL-REFUND-NO-POLICY PICTURE ZZZ,ZZ9.                 SUSRPT01
003710     05  FILLER                  PICTURE X(04) VALUE SPACES.      SUSRPT01
003720     05  FILLER                  PICTURE X(20)                    SUSRPT01
003730                                 VALUE 'CASH REFUNDED:      '.    SUSRPT01
003740     05  WS-TRL-CASH-REFUNDED    PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       SUSRPT01

003750 01  WS-DATE-EDIT-FIELDS.                                         SUSRPT01
003760     05  WS-RECEIPT-DATE-EDIT.                                    SUSRPT01
003770         10  WS-RCP-CCYY         PICTURE 9(04).                   SUSRPT01
003780         10  WS-RCP-MM           PICTURE 9(02).                   SUSRPT01
003790         10  WS-RCP-DD           PICTURE 9(02).                   SUSRPT01

003800 PROCEDURE DIVISION.                                              SUSRPT01

003810******************************************************************SUSRPT01
003820**                                                               *SUSRPT01
003830**  THIS PROGRAM SWEEPS THE UNAPPLIED CASH SUSPENSE FILE, AGES   *SUSRPT01
003840**  EVERY OPEN ITEM FROM ITS RECEIPT DATE TO THE RUN DATE,       *SUSRPT01
003850**  CLEARS ITEMS PAST THE REFUND PERIOD TO THE CUSTOMER REFUND   *SUSRPT01
003860**  EXTRACT, SORTS BY REASON CODE AND PRINTS THE OPEN AMOUNTS    *SUSRPT01
003870**  IN AGE BUCKET COLUMNS WITH REASON SUBTOTALS AND A GRAND      *SUSRPT01
003880**  TOTAL.  IT IS ENTERED FROM THE OPERATING SYSTEM AND EXITS    *SUSRPT01
003890**  TO THE OPERATING SYSTEM.                                     *SUSRPT01
003900**                                                               *SUSRPT01
003910******************************************************************SUSRPT01

003920 A000-CREATE-SUSPENSE-REPORT.                                     SUSRPT01

003930     PERFORM A001-READ-REFUND-PARM.                               SUSRPT01
003940     PERFORM C010-OPEN-SUSPENSE-FILE.                             SUSRPT01
003950     PERFORM C011-OPEN-POLICY-MASTER-FILE.                        SUSRPT01
003960     PERFORM C012-OPEN-REFUND-EXTRACT-FILE.                       SUSRPT01
003970     PERFORM C013-OPEN-CASH-POSTING-FILE.                         SUSRPT01
003980     OPEN OUTPUT SUSPENSE-REPORT-FILE.                            SUSRPT01
003990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   SUSRPT01
004000     ACCEPT WS-CURRENT-TIME FROM TIME.                            SUSRPT01
004010     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 SUSRPT01
004020           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               SUSRPT01
004030     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               SUSRPT01
004040           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           SUSRPT01
004050     PERFORM A002-CLEAR-BUCKET-TOTALS                             SUSRPT01
004060           VARYING WS-BUCKET-INDEX FROM 1 BY 1                    SUSRPT01
004070           UNTIL WS-BUCKET-INDEX > 4.                             SUSRPT01
004080     SORT SUSPENSE-SORT-FILE                                      SUSRPT01
004090           ON ASCENDING KEY SRT-REASON-CODE                       SUSRPT01
004100                            SRT-RECEIPT-DATE                      SUSRPT01
004110                            SRT-POLICY-NUMBER                     SUSRPT01
004120                            SRT-SEQUENCE-NUMBER                   SUSRPT01
004130           INPUT PROCEDURE IS B000-EXTRACT-OPEN-ITEMS             SUSRPT01
004140           OUTPUT PROCEDURE IS C000-PRINT-SUSPENSE-REPORT.        SUSRPT01
004150     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   SUSRPT01
004160     CLOSE SUSPENSE-MASTER-FILE                                   SUSRPT01
004170           POLICY-MASTER-FILE                                     SUSRPT01
004180           REFUND-EXTRACT-FILE                                    SUSRPT01
004190           CASH-POSTING-FILE                                      SUSRPT01
004200           SUSPENSE-REPORT-FILE.                                  SUSRPT01
004210     STOP RUN.                                                    SUSRPT01

004220******************************************************************SUSRPT01
004230**                                                               *SUSRPT01
004240**  THE REFUND PERIOD COMES FROM THE REFUND PARAMETER FILE.      *SUSRPT01
004250**  WHEN THE FILE IS NOT AVAILABLE THE STANDARD PERIOD OF 90     *SUSRPT01
004260**  DAYS IS USED.  A PARAMETER THAT IS NOT NUMERIC OR IS ZERO    *SUSRPT01
004270**  ENDS THE RUN.                                                *SUSRPT01
004280**                                                               *SUSRPT01
004290******************************************************************SUSRPT01

004300 A001-READ-REFUND-PARM.                                           SUSRPT01
004310     OPEN INPUT REFUND-PARM-FILE.                                 SUSRPT01
004320     IF WS-PARM-FILE-STATUS NOT = '00'                            SUSRPT01
004330         DISPLAY 'REFUND-PARM-FILE NOT AVAILABLE - STANDARD'      SUSRPT01
004340         DISPLAY 'REFUND PERIOD OF 90 DAYS WILL BE USED'          SUSRPT01
004350     ELSE                                                         SUSRPT01
004360         READ REFUND-PARM-FILE                                    SUSRPT01
004370               AT END                                             SUSRPT01
004380                  DISPLAY 'REFUND-PARM-FILE EMPTY - STANDARD'     SUSRPT01
004390                  DISPLAY 'REFUND PERIOD OF 90 DAYS WILL BE USED' SUSRPT01
004400         END-READ                                                 SUSRPT01
004410         IF WS-PARM-FILE-STATUS = '00'                            SUSRPT01
004420             IF REFUND-DAYS-PARM NOT NUMERIC                      SUSRPT01
004430                OR REFUND-DAYS-PARM = ZERO                        SUSRPT01
004440                 DISPLAY 'INVALID REFUND DAYS PARAMETER - '       SUSRPT01
004450                       REFUND-PARM-RECORD                         SUSRPT01
004460                 MOVE 16 TO RETURN-CODE                           SUSRPT01
004470                 STOP RUN                                         SUSRPT01
004480             ELSE                                                 SUSRPT01
004490                 MOVE REFUND-DAYS-PARM TO WS-REFUND-DAYS          SUSRPT01
004500             END-IF                                               SUSRPT01
004510         END-IF                                                   SUSRPT01
004520         CLOSE REFUND-PARM-FILE                                   SUSRPT01
004530     END-IF.                                                      SUSRPT01

004540 A002-CLEAR-BUCKET-TOTALS.                                        SUSRPT01
004550     MOVE ZERO TO WS-REASON-BUCKET-TOTAL (WS-BUCKET-INDEX).       SUSRPT01
004560     MOVE ZERO TO WS-GRAND-BUCKET-TOTAL (WS-BUCKET-INDEX).        SUSRPT01

004570******************************************************************SUSRPT01
004580**                                                               *SUSRPT01
004590**  INPUT PROCEDURE.  EVERY OPEN SUSPENSE ITEM IS AGED FROM ITS  *SUSRPT01
004600**  RECEIPT DATE TO THE RUN DATE BY WALKING THE CALENDAR A DAY   *SUSRPT01
004610**  AT A TIME, AND RELEASED WITH ITS AGE BUCKET - 1 CURRENT,     *SUSRPT01
004620**  2 FOR 31-60 DAYS, 3 FOR 61-90 DAYS, 4 OVER 90 DAYS.  AN      *SUSRPT01
004630**  ITEM OLDER THAN THE REFUND PERIOD IS REFUNDED FIRST AND      *SUSRPT01
004640**  RELEASED FLAGGED SO THE REPORT SHOWS THE ACTION TAKEN.  IT   *SUSRPT01
004645**  IS NOT COUNTED AS AN OPEN ITEM.                              *SUSRPT01
004650**                                                               *SUSRPT01
004660******************************************************************SUSRPT01

004670 B000-EXTRACT-OPEN-ITEMS.                                         SUSRPT01
004680     MOVE LOW-VALUES TO SUSPENSE-KEY-SUSP.                        SUSRPT01
004690     START SUSPENSE-MASTER-FILE                                   SUSRPT01
004700           KEY IS NOT LESS THAN SUSPENSE-KEY-SUSP                 SUSRPT01
004710           INVALID KEY                                            SUSRPT01
004720              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                SUSRPT01
004730     END-START.                                                   SUSRPT01
004740     PERFORM B002-READ-SUSPENSE-NEXT.                             SUSRPT01
004750     PERFORM B001-RELEASE-IF-OPEN                                 SUSRPT01
004760           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  SUSRPT01

004770 B001-RELEASE-IF-OPEN.                                            SUSRPT01
004780     IF SUSPENSE-IS-OPEN                                          SUSRPT01
004790         PERFORM B100-AGE-SUSPENSE-ITEM                           SUSRPT01
004800         MOVE REASON-CODE-SUSP TO SRT-REASON-CODE                 SUSRPT01
004810         MOVE RECEIPT-DATE-SUSP TO SRT-RECEIPT-DATE               SUSRPT01
004820         MOVE POLICY-NUMBER-SUSP TO SRT-POLICY-NUMBER             SUSRPT01
004830         MOVE SEQUENCE-NUMBER-SUSP TO SRT-SEQUENCE-NUMBER         SUSRPT01
004840         MOVE OPEN-AMOUNT-SUSP TO SRT-OPEN-AMOUNT                 SUSRPT01
004850         MOVE 'N' TO SRT-REFUND-SWITCH                            SUSRPT01
004860         IF WS-AGE-DAYS > 90                                      SUSRPT01
004870             MOVE 4 TO SRT-AGE-BUCKET                             SUSRPT01
004880         ELSE                                                     SUSRPT01
004890             IF WS-AGE-DAYS > 60                                  SUSRPT01
004900                 MOVE 3 TO SRT-AGE-BUCKET                         SUSRPT01
004910             ELSE                                                 SUSRPT01
004920                 IF WS-AGE-DAYS > 30                              SUSRPT01
004930                     MOVE 2 TO SRT-AGE-BUCKET                     SUSRPT01
004940                 ELSE                                             SUSRPT01
004950                     MOVE 1 TO SRT-AGE-BUCKET                     SUSRPT01
004960                 END-IF                                           SUSRPT01
004970             END-IF                                               SUSRPT01
004980         END-IF                                                   SUSRPT01
004990         IF WS-AGE-DAYS > WS-REFUND-DAYS                          SUSRPT01
005000             PERFORM B200-REFUND-SUSPENSE-ITEM                    SUSRPT01
005010             MOVE 'Y' TO SRT-REFUND-SWITCH                        SUSRPT01
005013         ELSE                                                     SUSRPT01
005016             ADD 1 TO WS-OPEN-ITEMS-COUNT                         SUSRPT01
005020         END-IF                                                   SUSRPT01
005030         RELEASE SUSPENSE-SORT-RECORD                             SUSRPT01
005050     END-IF.                                                      SUSRPT01
005060     PERFORM B002-READ-SUSPENSE-NEXT.                             SUSRPT01

005070 B002-READ-SUSPENSE-NEXT.                                         SUSRPT01
005080     READ SUSPENSE-MASTER-FILE NEXT RECORD                        SUSRPT01
005090           AT END                                                 SUSRPT01
005100              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS.               SUSRPT01
005110     IF ARE-THERE-MORE-RECORDS = 'YES'                            SUSRPT01
005120         ADD 1 TO WS-RECORDS-READ-COUNT                           SUSRPT01
005130     END-IF.                                                      SUSRPT01

005140 B100-AGE-SUSPENSE-ITEM.                                          SUSRPT01
005150     MOVE ZERO TO WS-AGE-DAYS.                                    SUSRPT01
005160     MOVE RECEIPT-DATE-SUSP TO WS-WALK-DATE-NUM.                  SUSRPT01
005170     PERFORM B110-WALK-ONE-DAY                                    SUSRPT01
005180           UNTIL WS-WALK-DATE-NUM NOT < WS-CURRENT-DATE-NUM.      SUSRPT01

005190 B110-WALK-ONE-DAY.                                               SUSRPT01
005200     ADD 1 TO WS-WLK-DD.                                          SUSRPT01
005210     PERFORM B120-SET-WALK-DAYS-IN-MONTH.                         SUSRPT01
005220     IF WS-WLK-DD > WS-DAYS-IN-MONTH                              SUSRPT01
005230         MOVE 1 TO WS-WLK-DD                                      SUSRPT01
005240         ADD 1 TO WS-WLK-MM                                       SUSRPT01
005250         IF WS-WLK-MM > 12                                        SUSRPT01
005260             MOVE 1 TO WS-WLK-MM                                  SUSRPT01
005270             ADD 1 TO WS-WLK-CCYY                                 SUSRPT01
005280         END-IF                                                   SUSRPT01
005290     END-IF.                                                      SUSRPT01
005300     ADD 1 TO WS-AGE-DAYS.                                        SUSRPT01

005310 B120-SET-WALK-DAYS-IN-MONTH.                                     SUSRPT01
005320     MOVE WS-MONTH-DAYS-ENTRY (WS-WLK-MM) TO WS-DAYS-IN-MONTH.    SUSRPT01
005330     IF WS-WLK-MM = 02                                            SUSRPT01
005340         DIVIDE WS-WLK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT          SUSRPT01
005350               REMAINDER WS-LEAP-REMAINDER-4                      SUSRPT01
005360         DIVIDE WS-WLK-CCYY BY 100 GIVING WS-LEAP-QUOTIENT        SUSRPT01
005370               REMAINDER WS-LEAP-REMAINDER-100                    SUSRPT01
005380         DIVIDE WS-WLK-CCYY BY 400 GIVING WS-LEAP-QUOTIENT        SUSRPT01
005390               REMAINDER WS-LEAP-REMAINDER-400                    SUSRPT01
005400         IF WS-LEAP-REMAINDER-4 = ZERO                            SUSRPT01
005410            AND (WS-LEAP-REMAINDER-100 NOT = ZERO                 SUSRPT01
005420                 OR WS-LEAP-REMAINDER-400 = ZERO)                 SUSRPT01
005430             MOVE 29 TO WS-DAYS-IN-MONTH                          SUSRPT01
005440         END-IF                                                   SUSRPT01
005450     END-IF.                                                      SUSRPT01

005460******************************************************************SUSRPT01
005470**                                                               *SUSRPT01
005480**  A REFUNDED ITEM GOES TO THE CUSTOMER REFUND EXTRACT WITH     *SUSRPT01
005490**  THE CUSTOMER FROM THE POLICY MASTER - BLANK WHEN THE POLICY  *SUSRPT01
005500**  IS NOT ON FILE, FOR THE REFUND DESK TO TRACE - AND TO THE    *SUSRPT01
005510**  CASH POSTING EXTRACT AS CODE F SO THE LEDGER RELIEVES THE    *SUSRPT01
005520**  SUSPENSE ACCOUNT.  THE ITEM IS MARKED REFUNDED.              *SUSRPT01
005530**                                                               *SUSRPT01
005540******************************************************************SUSRPT01

005550 B200-REFUND-SUSPENSE-ITEM.                                       SUSRPT01
005560     MOVE POLICY-NUMBER-SUSP TO POLICY-NUMBER-MASTER.             SUSRPT01
005570     READ POLICY-MASTER-FILE                                      SUSRPT01
005580           INVALID KEY                                            SUSRPT01
005590              MOVE 'N' TO WS-POLICY-FOUND-SWITCH                  SUSRPT01
005600           NOT INVALID KEY                                        SUSRPT01
005610              MOVE 'Y' TO WS-POLICY-FOUND-SWITCH                  SUSRPT01
005620     END-READ.                                                    SUSRPT01
005630     MOVE SPACES TO REFUND-EXTRACT-RECORD.                        SUSRPT01
005640     IF REFUND-POLICY-FOUND                                       SUSRPT01
005650         MOVE CUSTOMER-NUMBER-MASTER TO RFD-CUSTOMER-NUMBER       SUSRPT01
005660         MOVE CUSTOMER-NAME-MASTER TO RFD-CUSTOMER-NAME           SUSRPT01
005670     ELSE                                                         SUSRPT01
005680         ADD 1 TO WS-REFUND-NO-POLICY-COUNT                       SUSRPT01
005690     END-IF.                                                      SUSRPT01
005700     MOVE POLICY-NUMBER-SUSP TO RFD-POLICY-NUMBER.                SUSRPT01
005710     MOVE RECEIPT-DATE-SUSP TO RFD-RECEIPT-DATE.                  SUSRPT01
005720     MOVE SEQUENCE-NUMBER-SUSP TO RFD-SEQUENCE-NUMBER.            SUSRPT01
005730     MOVE REASON-CODE-SUSP TO RFD-REASON-CODE.                    SUSRPT01
005740     MOVE OPEN-AMOUNT-SUSP TO RFD-REFUND-AMOUNT.                  SUSRPT01
005750     MOVE WS-CURRENT-DATE-NUM TO RFD-RUN-DATE.                    SUSRPT01
005760     WRITE REFUND-EXTRACT-RECORD.                                 SUSRPT01
005770     MOVE POLICY-NUMBER-SUSP TO CPT-POLICY-NUMBER.                SUSRPT01
005780     MOVE RECEIPT-DATE-SUSP TO CPT-PAYMENT-DATE.                  SUSRPT01
005790     MOVE OPEN-AMOUNT-SUSP TO CPT-POSTED-AMOUNT.                  SUSRPT01
005800     MOVE WS-CURRENT-DATE-NUM TO CPT-RUN-DATE.                    SUSRPT01
005810     MOVE 'F' TO CPT-POSTING-CODE.                                SUSRPT01
005820     WRITE CASH-POSTING-RECORD.                                   SUSRPT01
005830     ADD 1 TO WS-ITEMS-REFUNDED-COUNT.                            SUSRPT01
005840     ADD OPEN-AMOUNT-SUSP TO WS-CASH-REFUNDED-TOTAL.              SUSRPT01
005850     MOVE 'R' TO STATUS-SUSP.                                     SUSRPT01
005860     MOVE WS-CURRENT-DATE-NUM TO RESOLVED-DATE-SUSP.              SUSRPT01
005870     MOVE WS-RUN-TIMESTAMP TO SUSP-LAST-RUN-MASTER.               SUSRPT01
005880     REWRITE SUSPENSE-MASTER-RECORD.                              SUSRPT01

005890******************************************************************SUSRPT01
005900**                                                               *SUSRPT01
005910**  OUTPUT PROCEDURE.  A CONTROL BREAK ON REASON CODE PRINTS     *SUSRPT01
005920**  THE REASON HEADING, ONE LINE PER OPEN ITEM WITH THE OPEN     *SUSRPT01
005930**  AMOUNT IN ITS AGE COLUMN, A REASON SUBTOTAL AND A GRAND      *SUSRPT01
005940**  TOTAL.  AN ITEM REFUNDED ON THE RUN PRINTS WITH ITS ACTION   *SUSRPT01
005945**  BUT IS CARRIED IN THE REFUNDED TOTALS, NOT THE OPEN ONES.    *SUSRPT01
005950**                                                               *SUSRPT01
005960******************************************************************SUSRPT01

005970 C000-PRINT-SUSPENSE-REPORT.                                      SUSRPT01
005980     PERFORM C004-RETURN-SORTED-RECORD.                           SUSRPT01
005990     PERFORM C001-FORMAT-SUSPENSE-LINE                            SUSRPT01
006000           UNTIL ARE-THERE-MORE-ITEMS = 'NO '.                    SUSRPT01
006010     IF NOT-FIRST-ITEM                                            SUSRPT01
006020         PERFORM C002-REASON-SUBTOTAL                             SUSRPT01
006030     END-IF.                                                      SUSRPT01
006040     PERFORM C007-PRINT-GRAND-TOTAL.                              SUSRPT01

006050 C001-FORMAT-SUSPENSE-LINE.                                       SUSRPT01
006060     IF FIRST-ITEM                                                SUSRPT01
006070         MOVE SRT-REASON-CODE TO WS-PREV-REASON-CODE              SUSRPT01
006080         PERFORM C005-PRINT-REASON-HEADING                        SUSRPT01
006090     ELSE                                                         SUSRPT01
006100         IF SRT-REASON-CODE NOT = WS-PREV-REASON-CODE             SUSRPT01
006110             PERFORM C002-REASON-SUBTOTAL                         SUSRPT01
006120             MOVE SRT-REASON-CODE TO WS-PREV-REASON-CODE          SUSRPT01
006130             PERFORM C005-PRINT-REASON-HEADING                    SUSRPT01
006140         END-IF                                                   SUSRPT01
006150     END-IF.                                                      SUSRPT01
006160     MOVE 'N' TO WS-FIRST-ITEM-SWITCH.                            SUSRPT01
006170     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    SUSRPT01
006180         PERFORM C003-PRINT-PAGE-HEADERS                          SUSRPT01
006190     END-IF.                                                      SUSRPT01
006200     MOVE SPACES TO WS-SUSPENSE-DETAIL-LINE.                      SUSRPT01
006210     MOVE SRT-POLICY-NUMBER TO WS-DTL-POLICY-NUMBER.              SUSRPT01
006220     MOVE SRT-RECEIPT-DATE TO WS-RECEIPT-DATE-EDIT.               SUSRPT01
006230     STRING WS-RCP-MM '/' WS-RCP-DD '/' WS-RCP-CCYY               SUSRPT01
006240           DELIMITED BY SIZE INTO WS-DTL-RECEIPT-DATE.            SUSRPT01
006250     MOVE SRT-SEQUENCE-NUMBER TO WS-DTL-SEQUENCE-NUMBER.          SUSRPT01
006260     MOVE SRT-OPEN-AMOUNT                                         SUSRPT01
006270           TO WS-DTL-BUCKET-AMOUNT (SRT-AGE-BUCKET).              SUSRPT01
006280     IF SRT-ITEM-REFUNDED                                         SUSRPT01
006290         MOVE 'REFUNDED' TO WS-DTL-ACTION                         SUSRPT01
006300     END-IF.                                                      SUSRPT01
006310     WRITE SUSPENSE-REPORT-LINE FROM WS-SUSPENSE-DETAIL-LINE      SUSRPT01
006320           AFTER ADVANCING 1 LINES.                               SUSRPT01
006330     ADD 1 TO WS-LINE-COUNT.                                      SUSRPT01
006332     IF SRT-ITEM-REFUNDED                                         SUSRPT01
006334         ADD SRT-OPEN-AMOUNT TO WS-REASON-REFUNDED-TOTAL          SUSRPT01
006336     ELSE                                                         SUSRPT01
006340         ADD SRT-OPEN-AMOUNT                                      SUSRPT01
006350               TO WS-REASON-BUCKET-TOTAL (SRT-AGE-BUCKET)         SUSRPT01
006360         ADD SRT-OPEN-AMOUNT TO WS-REASON-OPEN-TOTAL              SUSRPT01
006365     END-IF.                                                      SUSRPT01
006370     PERFORM C004-RETURN-SORTED-RECORD.                           SUSRPT01

006380 C002-REASON-SUBTOTAL.                                            SUSRPT01
006390     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    SUSRPT01
006400         PERFORM C003-PRINT-PAGE-HEADERS                          SUSRPT01
006410     END-IF.                                                      SUSRPT01
006420     PERFORM C006-MOVE-REASON-BUCKETS                             SUSRPT01
006430           VARYING WS-BUCKET-INDEX FROM 1 BY 1                    SUSRPT01
006440           UNTIL WS-BUCKET-INDEX > 4.                             SUSRPT01
006450     MOVE WS-REASON-OPEN-TOTAL TO WS-SUB-OPEN-TOTAL.              SUSRPT01
006460     WRITE SUSPENSE-REPORT-LINE FROM WS-REASON-SUBTOTAL-LINE      SUSRPT01
006470           AFTER ADVANCING 2 LINES.                               SUSRPT01
006480     ADD 2 TO WS-LINE-COUNT.                                      SUSRPT01
006482     MOVE WS-REASON-REFUNDED-TOTAL TO WS-SUB-REFUNDED-TOTAL.      SUSRPT01
006484     WRITE SUSPENSE-REPORT-LINE FROM WS-REASON-REFUNDED-LINE      SUSRPT01
006486           AFTER ADVANCING 1 LINES.                               SUSRPT01
006488     ADD 1 TO WS-LINE-COUNT.                                      SUSRPT01
006490     ADD WS-REASON-OPEN-TOTAL TO WS-GRAND-OPEN-TOTAL.             SUSRPT01
006500     MOVE ZERO TO WS-REASON-OPEN-TOTAL.                           SUSRPT01
006502     ADD WS-REASON-REFUNDED-TOTAL TO WS-GRAND-REFUNDED-TOTAL.     SUSRPT01
006504     MOVE ZERO TO WS-REASON-REFUNDED-TOTAL.                       SUSRPT01

006510 C006-MOVE-REASON-BUCKETS.                                        SUSRPT01
006520     MOVE WS-REASON-BUCKET-TOTAL (WS-BUCKET-INDEX)                SUSRPT01
006530           TO WS-SUB-BUCKET-AMOUNT (WS-BUCKET-INDEX).             SUSRPT01
006540     ADD WS-REASON-BUCKET-TOTAL (WS-BUCKET-INDEX)                 SUSRPT01
006550           TO WS-GRAND-BUCKET-TOTAL (WS-BUCKET-INDEX).            SUSRPT01
006560     MOVE ZERO TO WS-REASON-BUCKET-TOTAL (WS-BUCKET-INDEX).       SUSRPT01

006570 C003-PRINT-PAGE-HEADERS.                                         SUSRPT01
006580     ADD 1 TO WS-PAGE-NUMBER.                                     SUSRPT01
006590     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   SUSRPT01
006600     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                SUSRPT01
006610     WRITE SUSPENSE-REPORT-LINE FROM WS-HEADING-LINE-1            SUSRPT01
006620           AFTER ADVANCING PAGE.                                  SUSRPT01
006630     WRITE SUSPENSE-REPORT-LINE FROM WS-HEADING-LINE-2            SUSRPT01
006640           AFTER ADVANCING 2 LINES.                               SUSRPT01
006650     MOVE ZERO TO WS-LINE-COUNT.                                  SUSRPT01

006660 C005-PRINT-REASON-HEADING.                                       SUSRPT01
006670     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    SUSRPT01
006680         PERFORM C003-PRINT-PAGE-HEADERS                          SUSRPT01
006690     END-IF.                                                      SUSRPT01
006700     MOVE WS-PREV-REASON-CODE TO WS-HDR-REASON-CODE.              SUSRPT01
006710     MOVE 'UNKNOWN REASON CODE' TO WS-HDR-REASON-TEXT.            SUSRPT01
006720     IF WS-PREV-REASON-CODE = 'NR'                                SUSRPT01
006730         MOVE 'NO RECEIVABLE ON FILE' TO WS-HDR-REASON-TEXT       SUSRPT01
006740     END-IF.                                                      SUSRPT01
006750     IF WS-PREV-REASON-CODE = 'LP'                                SUSRPT01
006760         MOVE 'RECEIVABLE LAPSED' TO WS-HDR-REASON-TEXT           SUSRPT01
006770     END-IF.                                                      SUSRPT01
006780     IF WS-PREV-REASON-CODE = 'OP'                                SUSRPT01
006790         MOVE 'OVERPAYMENT' TO WS-HDR-REASON-TEXT                 SUSRPT01
006800     END-IF.                                                      SUSRPT01
006810     WRITE SUSPENSE-REPORT-LINE FROM WS-REASON-HEADING-LINE       SUSRPT01
006820           AFTER ADVANCING 2 LINES.                               SUSRPT01
006830     ADD 2 TO WS-LINE-COUNT.                                      SUSRPT01

006840 C004-RETURN-SORTED-RECORD.                                       SUSRPT01
006850     RETURN SUSPENSE-SORT-FILE                                    SUSRPT01
006860           AT END                                                 SUSRPT01
006870              MOVE 'NO ' TO ARE-THERE-MORE-ITEMS.                 SUSRPT01

006880 C007-PRINT-GRAND-TOTAL.                                          SUSRPT01
006890     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    SUSRPT01
006900         PERFORM C003-PRINT-PAGE-HEADERS                          SUSRPT01
006910     END-IF.                                                      SUSRPT01
006920     PERFORM C008-MOVE-GRAND-BUCKETS                              SUSRPT01
006930           VARYING WS-BUCKET-INDEX FROM 1 BY 1                    SUSRPT01
006940           UNTIL WS-BUCKET-INDEX > 4.                             SUSRPT01
006950     MOVE WS-GRAND-OPEN-TOTAL TO WS-GRD-OPEN-TOTAL.               SUSRPT01
006960     WRITE SUSPENSE-REPORT-LINE FROM WS-GRAND-TOTAL-LINE          SUSRPT01
006970           AFTER ADVANCING 2 LINES.                               SUSRPT01
006980     ADD 2 TO WS-LINE-COUNT.                                      SUSRPT01
006982     MOVE WS-GRAND-REFUNDED-TOTAL TO WS-GRD-REFUNDED-TOTAL.       SUSRPT01
006984     WRITE SUSPENSE-REPORT-LINE FROM WS-GRAND-REFUNDED-LINE       SUSRPT01
006986           AFTER ADVANCING 1 LINES.                               SUSRPT01
006988     ADD 1 TO WS-LINE-COUNT.                                      SUSRPT01

006990 C008-MOVE-GRAND-BUCKETS.                                         SUSRPT01
007000     MOVE WS-GRAND-BUCKET-TOTAL (WS-BUCKET-INDEX)                 SUSRPT01
007010           TO WS-GRD-BUCKET-AMOUNT (WS-BUCKET-INDEX).             SUSRPT01

007020 A010-PRINT-RECONCILIATION-TRAILER.                               SUSRPT01
007030     MOVE WS-RECORDS-READ-COUNT TO WS-TRL-RECORDS-READ.           SUSRPT01
007040     MOVE WS-OPEN-ITEMS-COUNT TO WS-TRL-OPEN-ITEMS.               SUSRPT01
007050     MOVE WS-REFUND-DAYS TO WS-TRL-REFUND-DAYS.                   SUSRPT01
007060     WRITE SUSPENSE-REPORT-LINE FROM WS-TRAILER-LINE-1            SUSRPT01
007070           AFTER ADVANCING 2 LINES.                               SUSRPT01
007080     MOVE WS-ITEMS-REFUNDED-COUNT TO WS-TRL-ITEMS-REFUNDED.       SUSRPT01
007090     MOVE WS-REFUND-NO-POLICY-COUNT TO WS-TRL-REFUND-NO-POLICY.   SUSRPT01
007100     MOVE WS-CASH-REFUNDED-TOTAL TO WS-TRL-CASH-REFUNDED.         SUSRPT01
007110     WRITE SUSPENSE-REPORT-LINE FROM WS-TRAILER-LINE-2            SUSRPT01
007120           AFTER ADVANCING 1 LINES.                               SUSRPT01

007130 C010-OPEN-SUSPENSE-FILE.                                         SUSRPT01
007140     OPEN I-O SUSPENSE-MASTER-FILE.                               SUSRPT01
007150     IF WS-SUSP-MASTER-STATUS NOT = '00'                          SUSRPT01
007160         DISPLAY 'UNABLE TO OPEN SUSPENSE-MASTER-FILE - STATUS '  SUSRPT01
007170               WS-SUSP-MASTER-STATUS                              SUSRPT01
007180         MOVE 16 TO RETURN-CODE                                   SUSRPT01
007190         STOP RUN                                                 SUSRPT01
007200     END-IF.                                                      SUSRPT01

007210 C011-OPEN-POLICY-MASTER-FILE.                                    SUSRPT01
007220     OPEN INPUT POLICY-MASTER-FILE.                               SUSRPT01
007230     IF WS-MASTER-FILE-STATUS NOT = '00'                          SUSRPT01
007240         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    SUSRPT01
007250               WS-MASTER-FILE-STATUS                              SUSRPT01
007260         MOVE 16 TO RETURN-CODE                                   SUSRPT01
007270         STOP RUN                                                 SUSRPT01
007280     END-IF.                                                      SUSRPT01

007290******************************************************************SUSRPT01
007300**                                                               *SUSRPT01
007310**  THE REFUND AND CASH POSTING EXTRACTS ACCUMULATE FROM RUN TO  *SUSRPT01
007320**  RUN - EACH RECORD CARRIES THE RUN DATE.                      *SUSRPT01
007330**                                                               *SUSRPT01
007340******************************************************************SUSRPT01

007350 C012-OPEN-REFUND-EXTRACT-FILE.                                   SUSRPT01
007360     OPEN EXTEND REFUND-EXTRACT-FILE.                             SUSRPT01
007370     IF WS-REFUND-FILE-STATUS = '35'                              SUSRPT01
007380         OPEN OUTPUT REFUND-EXTRACT-FILE                          SUSRPT01
007390     END-IF.                                                      SUSRPT01
007400     IF WS-REFUND-FILE-STATUS NOT = '00'                          SUSRPT01
007410         DISPLAY 'UNABLE TO OPEN REFUND-EXTRACT-FILE - STATUS '   SUSRPT01
007420               WS-REFUND-FILE-STATUS                              SUSRPT01
007430         MOVE 16 TO RETURN-CODE                                   SUSRPT01
007440         STOP RUN                                                 SUSRPT01
007450     END-IF.                                                      SUSRPT01

007460 C013-OPEN-CASH-POSTING-FILE.                                     SUSRPT01
007470     OPEN EXTEND CASH-POSTING-FILE.                               SUSRPT01
007480     IF WS-POSTING-FILE-STATUS = '35'                             SUSRPT01
007490         OPEN OUTPUT CASH-POSTING-FILE                            SUSRPT01
007500     END-IF.                                                      SUSRPT01
007510     IF WS-POSTING-FILE-STATUS NOT = '00'                         SUSRPT01
007520         DISPLAY 'UNABLE TO OPEN CASH-POSTING-FILE - STATUS '     SUSRPT01
007530               WS-POSTING-FILE-STATUS                             SUSRPT01
007540         MOVE 16 TO RETURN-CODE                                   SUSRPT01
007550         STOP RUN                                                 SUSRPT01
007560     END-IF.                                                      SUSRPT01

