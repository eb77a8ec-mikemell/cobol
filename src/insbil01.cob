001010 IDENTIFICATION DIVISION.                                         INSBIL01

001020 PROGRAM-ID.    INSBIL01.                                         INSBIL01
001030 AUTHOR.        MMELL.                                            INSBIL01
001040 INSTALLATION.  AUBURN.                                           INSBIL01
001050 DATE-WRITTEN.  2026-10-02.                                       INSBIL01
001060 DATE-COMPILED. 2026-10-02.                                       INSBIL01
001070 SECURITY.      UNCLASSIFIED.                                     INSBIL01

001080******************************************************************INSBIL01
001090**                                                               *INSBIL01
001100**  THIS PROGRAM ISSUES THE PREMIUM INSTALLMENT NOTICES          *INSBIL01
001110**                                                               *INSBIL01
001120**    MODIFICATION HISTORY                                       *INSBIL01
001130**    -------------------                                        *INSBIL01
001140**    DATE       INIT  DESCRIPTION                               *INSBIL01
001150**    ---------- ----  ----------------------------------------- *INSBIL01
001155**    2026-10-02  MM   INITIAL VERSION.  SWEEPS THE RECEIVABLES  *INSBIL01
001160**                     MASTER FOR OPEN INSTALLMENTS NOT YET      *INSBIL01
001165**                     INVOICED THAT FALL DUE WITHIN THE BILLING *INSBIL01
001170**                     LEAD TIME, PRINTS A NOTICE FOR EACH TO    *INSBIL01
001175**                     THE NOTICE FILE, STAMPS THE INVOICE DATE  *INSBIL01
001180**                     ON THE INSTALLMENT AND PRINTS A CONTROL   *INSBIL01
001185**                     REPORT.  THE LEAD TIME COMES FROM THE     *INSBIL01
001190**                     BILLING PARAMETER FILE - 20 DAYS WHEN THE *INSBIL01
001195**                     FILE IS NOT AVAILABLE.                    *INSBIL01
001200**    2026-10-15  MM   AN INSTALLMENT DUE ON OR AFTER THE CANCEL *INSBIL01
001205**                     DATE OF ITS POLICY IS MARKED LAPSED SO IT *INSBIL01
001210**                     IS NOT PICKED UP AGAIN ON THE NEXT RUN.   *INSBIL01
001250**                                                               *INSBIL01
001260******************************************************************INSBIL01

001270 ENVIRONMENT DIVISION.                                            INSBIL01

001280 CONFIGURATION SECTION.                                           INSBIL01

001290 SOURCE-COMPUTER. X86_64.                                         INSBIL01
001300 OBJECT-COMPUTER. X86_64.                                         INSBIL01

001310 INPUT-OUTPUT SECTION.                                            INSBIL01
001320 FILE-CONTROL.                                                    INSBIL01
001330     SELECT BILLING-PARM-FILE                                     INSBIL01
001340         ASSIGN TO UT-S-INSPARM                                   INSBIL01
001350         ORGANIZATION IS LINE SEQUENTIAL                          INSBIL01
001360         FILE STATUS IS WS-PARM-FILE-STATUS.                      INSBIL01

001370     SELECT RECEIVABLE-MASTER-FILE                                INSBIL01
001380         ASSIGN TO UT-S-RCVMSTR                                   INSBIL01
001390         ORGANIZATION IS INDEXED                                  INSBIL01
001400         ACCESS MODE IS DYNAMIC                                   INSBIL01
001410         RECORD KEY IS RECEIVABLE-KEY-RCVB                        INSBIL01
001420         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    INSBIL01

001430     SELECT POLICY-MASTER-FILE                                    INSBIL01
001440         ASSIGN TO UT-S-POLMSTR                                   INSBIL01
001450         ORGANIZATION IS INDEXED                                  INSBIL01
001460         ACCESS MODE IS DYNAMIC                                   INSBIL01
001470         RECORD KEY IS POLICY-NUMBER-MASTER                       INSBIL01
001480         FILE STATUS IS WS-MASTER-FILE-STATUS.                    INSBIL01

001490     SELECT CUSTOMER-MASTER-FILE                                  INSBIL01
001500         ASSIGN TO UT-S-CUSMSTR                                   INSBIL01
001510         ORGANIZATION IS INDEXED                                  INSBIL01
001520         ACCESS MODE IS DYNAMIC                                   INSBIL01
001530         RECORD KEY IS CUSTOMER-NUMBER-CUST                       INSBIL01
001540         FILE STATUS IS WS-CUST-MASTER-STATUS.                    INSBIL01

001550     SELECT NOTICE-FILE                                           INSBIL01
001560         ASSIGN TO UT-S-INSNOTE                                   INSBIL01
001570         ORGANIZATION IS LINE SEQUENTIAL.                         INSBIL01

001580     SELECT CONTROL-REPORT-FILE                                   INSBIL01
001590         ASSIGN TO UT-S-INSRPT                                    INSBIL01
001600         ORGANIZATION IS LINE SEQUENTIAL.                         INSBIL01

001610 DATA DIVISION.                                                   INSBIL01

001620 FILE SECTION.                                                    INSBIL01

001630 FD  BILLING-PARM-FILE                                            INSBIL01
001640     RECORD CONTAINS 3 CHARACTERS                                 INSBIL01
001650     LABEL RECORDS ARE STANDARD                                   INSBIL01
001660     DATA RECORD IS BILLING-PARM-RECORD.                          INSBIL01
001670 01  BILLING-PARM-RECORD.                                         INSBIL01
001680     05  LEAD-DAYS-PARM          PICTURE 9(03).                   INSBIL01

001690 FD  RECEIVABLE-MASTER-FILE                                       INSBIL01
001700     LABEL RECORDS ARE STANDARD.                                  INSBIL01
001710     COPY RCVMAST.                                                INSBIL01

001720 FD  POLICY-MASTER-FILE                                           INSBIL01
001730     LABEL RECORDS ARE STANDARD.                                  INSBIL01
001740     COPY POLYMAST.                                               INSBIL01

001750 FD  CUSTOMER-MASTER-FILE                                         INSBIL01
001760     LABEL RECORDS ARE STANDARD.                                  INSBIL01
001770     COPY CUSTMAST.                                               INSBIL01

001780 FD  NOTICE-FILE                                                  INSBIL01
001790     RECORD CONTAINS 133 CHARACTERS                               INSBIL01
001800     LABEL RECORDS ARE OMITTED                                    INSBIL01
001810     DATA RECORD IS NOTICE-LINE.                                  INSBIL01
001820 01  NOTICE-LINE.                                                 INSBIL01
001830     05  NOTICE-CARRIAGE-CONTROL PICTURE X.                       INSBIL01
001840     05  FILLER                  PICTURE X(132).                  INSBIL01

001850 FD  CONTROL-REPORT-FILE                                          INSBIL01
001860     RECORD CONTAINS 133 CHARACTERS                               INSBIL01
001870     LABEL RECORDS ARE OMITTED                                    INSBIL01
001880     DATA RECORD IS CONTROL-REPORT-LINE.                          INSBIL01
001890 01  CONTROL-REPORT-LINE.                                         INSBIL01
001900     05  CARRIAGE-CONTROL        PICTURE X.                       INSBIL01
001910     05  FILLER                  PICTURE X(132).                  INSBIL01

001920 WORKING-STORAGE SECTION.                                         INSBIL01

001930 01  PROGRAM-INDICATORS.                                          INSBIL01
001940     05  ARE-THERE-MORE-RECORDS  PICTURE X(3) VALUE 'YES'.        INSBIL01

001950 01  WS-FILE-STATUS-FIELDS.                                       INSBIL01
001960     05  WS-PARM-FILE-STATUS     PICTURE X(02) VALUE SPACES.      INSBIL01
001970     05  WS-RCVB-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      INSBIL01
001980     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      INSBIL01
001990     05  WS-CUST-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      INSBIL01
002000     05  WS-POLICY-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         INSBIL01
002010         88  BILL-POLICY-FOUND          VALUE 'Y'.                INSBIL01
002020         88  BILL-POLICY-NOT-FOUND      VALUE 'N'.                INSBIL01
002030     05  WS-CUSTOMER-FOUND-SWITCH                                 INSBIL01
002040                                 PICTURE X(01) VALUE 'N'.         INSBIL01
002050         88  BILL-CUSTOMER-FOUND        VALUE 'Y'.                INSBIL01
002060         88  BILL-CUSTOMER-NOT-FOUND    VALUE 'N'.                INSBIL01

002070 01  WS-LEAD-FIELDS.                                              INSBIL01
002080     05  WS-LEAD-DAYS            PICTURE 9(03) VALUE 020.         INSBIL01
002090     05  WS-WALKED-DAYS          PICTURE 9(05) COMP VALUE ZERO.   INSBIL01
002100     05  WS-BILL-THROUGH-DATE    PICTURE 9(08) VALUE ZERO.        INSBIL01
002110     05  WS-WALK-DATE.                                            INSBIL01
002120         10  WS-WLK-CCYY         PICTURE 9(04).                   INSBIL01
002130         10  WS-WLK-MM           PICTURE 9(02).                   INSBIL01
002140         10  WS-WLK-DD           PICTURE 9(02).                   INSBIL01
002150     05  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE                  INSBIL01
002160                                 PICTURE 9(08).                   INSBIL01
002170     05  WS-DAYS-IN-MONTH        PICTURE 9(02) VALUE ZERO.        INSBIL01
002180     05  WS-LEAP-QUOTIENT        PICTURE 9(04) COMP VALUE ZERO.   INSBIL01
002190     05  WS-LEAP-REMAINDER-4     PICTURE 9(04) COMP VALUE ZERO.   INSBIL01
002200     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   INSBIL01
002210     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   INSBIL01

002220 01  WS-MONTH-DAYS-TABLE-DEF.                                     INSBIL01
002230     05  FILLER                  PICTURE X(24) VALUE              INSBIL01
002240         '312831303130313130313031'.                              INSBIL01

002250 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TABLE-DEF.       INSBIL01
002260     05  WS-MONTH-DAYS-ENTRY     PICTURE 9(02) OCCURS 12 TIMES.   INSBIL01

002270 01  WS-NOTICE-FIELDS.                                            INSBIL01
002280     05  WS-INSTALLMENT-PREMIUM  PICTURE 9(05)V99 VALUE ZERO.     INSBIL01
002290     05  WS-AMOUNT-DUE           PICTURE 9(07)V99 VALUE ZERO.     INSBIL01
002300     05  WS-DUE-DATE.                                             INSBIL01
002310         10  WS-DUE-CCYY         PICTURE 9(04).                   INSBIL01
002320         10  WS-DUE-MM           PICTURE 9(02).                   INSBIL01
002330         10  WS-DUE-DD           PICTURE 9(02).                   INSBIL01
002340     05  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE                    INSBIL01
002350                                 PICTURE 9(08).                   INSBIL01

002360 01  WS-CONTROL-COUNTS.                                           INSBIL01
002370     05  WS-RECORDS-READ-COUNT   PICTURE 9(07) COMP VALUE ZERO.   INSBIL01
002380     05  WS-NOTICES-ISSUED       PICTURE 9(07) COMP VALUE ZERO.   INSBIL01
002390     05  WS-POLICIES-NOT-FOUND   PICTURE 9(07) COMP VALUE ZERO.   INSBIL01
002400     05  WS-CANCELLED-SKIPPED    PICTURE 9(07) COMP VALUE ZERO.   INSBIL01
002410     05  WS-CUSTOMERS-NOT-FOUND  PICTURE 9(07) COMP VALUE ZERO.   INSBIL01
002420     05  WS-TOTAL-BILLED         PICTURE 9(09)V99 VALUE ZERO.     INSBIL01

002430 01  WS-RUN-DATE-FIELDS.                                          INSBIL01
002440     05  WS-CURRENT-DATE.                                         INSBIL01
002450         10  WS-CUR-CCYY         PICTURE 9(04).                   INSBIL01
002460         10  WS-CUR-MM           PICTURE 9(02).                   INSBIL01
002470         10  WS-CUR-DD           PICTURE 9(02).                   INSBIL01
002480     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE            INSBIL01
002490                                 PICTURE 9(08).                   INSBIL01
002500     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   INSBIL01
002510     05  WS-CURRENT-TIME         PICTURE 9(08).                   INSBIL01
002520     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        INSBIL01

002530 01  WS-NOTICE-TITLE-LINE.                                        INSBIL01
002540     05  FILLER                  PICTURE X(01) VALUE SPACES.      INSBIL01
002550     05  FILLER                  PICTURE X(30)                    INSBIL01
002560                     VALUE 'PREMIUM INSTALLMENT NOTICE    '.      INSBIL01
002570     05  FILLER                  PICTURE X(20) VALUE SPACES.      INSBIL01
002580     05  FILLER                  PICTURE X(13)                    INSBIL01
002590                                 VALUE 'NOTICE DATE: '.           INSBIL01
002600     05  WS-NTC-NOTICE-DATE      PICTURE X(10).                   INSBIL01

002610 01  WS-NOTICE-ADDRESS-LINE.                                      INSBIL01
002620     05  FILLER                  PICTURE X(05) VALUE SPACES.      INSBIL01
002630     05  WS-NTC-ADDRESS          PICTURE X(60) VALUE SPACES.      INSBIL01

002640 01  WS-NOTICE-POLICY-LINE.                                       INSBIL01
002650     05  FILLER                  PICTURE X(01) VALUE SPACES.      INSBIL01
002660     05  FILLER                  PICTURE X(21)                    INSBIL01
002670                                 VALUE 'POLICY NUMBER:       '.   INSBIL01
002680     05  WS-NTC-POLICY-NUMBER    PICTURE X(12).                   INSBIL01
002690     05  FILLER                  PICTURE X(05) VALUE SPACES.      INSBIL01
002700     05  FILLER                  PICTURE X(16)                    INSBIL01
002710                                 VALUE 'INSURANCE TYPE: '.        INSBIL01
002720     05  WS-NTC-INSURANCE-TYPE   PICTURE X(10).                   INSBIL01

002730 01  WS-NOTICE-INSTALLMENT-LINE.                                  INSBIL01
002740     05  FILLER                  PICTURE X(01) VALUE SPACES.      INSBIL01
002750     05  FILLER                  PICTURE X(21)                    INSBIL01
002760                                 VALUE 'INSTALLMENT:         '.   INSBIL01
002770     05  WS-NTC-INSTALLMENT-NUMBER                                INSBIL01
002780                                 PICTURE Z9.                      INSBIL01
002790     05  FILLER                  PICTURE X(04) VALUE ' OF '.      INSBIL01
002800     05  WS-NTC-INSTALLMENT-COUNT                                 INSBIL01
002810                                 PICTURE Z9.                      INSBIL01
002820     05  FILLER                  PICTURE X(09) VALUE SPACES.      INSBIL01
002830     05  FILLER                  PICTURE X(16)                    INSBIL01
002840                                 VALUE 'DUE DATE:       '.        INSBIL01
002850     05  WS-NTC-DUE-DATE         PICTURE X(10).                   INSBIL01

002860 01  WS-NOTICE-AMOUNT-LINE.                                       INSBIL01
002870     05  FILLER                  PICTURE X(01) VALUE SPACES.      INSBIL01
002880     05  WS-NTC-AMOUNT-LABEL     PICTURE X(21).                   INSBIL01
002890     05  WS-NTC-AMOUNT           PICTURE ZZZ,ZZ9.99.              INSBIL01

002900 01  WS-NOTICE-AGENT-LINE.                                        INSBIL01
002910     05  FILLER                  PICTURE X(01) VALUE SPACES.      INSBIL01
002920     05  FILLER                  PICTURE X(21)                    INSBIL01
002930                                 VALUE 'YOUR AGENT:          '.   INSBIL01
002940     05  WS-NTC-AGENT-NAME       PICTURE X(20).                   INSBIL01

002950 01  WS-NOTICE-REMIT-LINE.                                        INSBIL01
002960     05  FILLER                  PICTURE X(01) VALUE SPACES.      INSBIL01
002970     05  FILLER                  PICTURE X(50) VALUE              INSBIL01
002980         'PLEASE REMIT THE AMOUNT DUE ON OR BEFORE THE DUE  '.    INSBIL01
002990     05  FILLER                  PICTURE X(37) VALUE              INSBIL01
003000         'DATE TO KEEP YOUR POLICY IN FORCE.   '.                 INSBIL01

003010 01  WS-CONTROL-HEADING-LINE.                                     INSBIL01
003020     05  FILLER                  PICTURE X(10)                    INSBIL01
003030                                 VALUE 'RUN DATE: '.              INSBIL01
003040     05  WS-HDR-RUN-DATE         PICTURE X(10).                   INSBIL01
003050     05  FILLER                  PICTURE X(13) VALUE SPACES.      INSBIL01
003060     05  FILLER                  PICTURE X(32)                    INSBIL01
003070                     VALUE 'INSTALLMENT BILLING CONTROL     '.    INSBIL01

003080 01  WS-PARM-ECHO-LINE.                                           INSBIL01
003090     05  FILLER                  PICTURE X(21)                    INSBIL01
003100                                 VALUE 'BILLING LEAD DAYS:   '.   INSBIL01
003110     05  WS-ECH-LEAD-DAYS        PICTURE ZZ9.                     INSBIL01
003120     05  FILLER                  PICTURE X(06) VALUE SPACES.      INSBIL01
003130     05  FILLER                  PICTURE X(21)                    INSBIL01
003140                                 VALUE 'BILLED THROUGH:      '.   INSBIL01
003150     05  WS-ECH-BILL-THROUGH     PICTURE X(10).                   INSBIL01

003160 01  WS-CONTROL-COUNT-LINE.                                       INSBIL01
003170     05  FILLER                  PICTURE X(21)                    INSBIL01
003180                                 VALUE 'RECEIVABLES READ:    '.   INSBIL01
003190     05  WS-CTL-RECORDS-READ     PICTURE ZZZ,ZZ9.                 INSBIL01
003200     05  FILLER                  PICTURE X(04) VALUE SPACES.      INSBIL01
003210     05  FILLER                  PICTURE X(21)                    INSBIL01
003220                                 VALUE 'NOTICES ISSUED:      '.   INSBIL01
003230     05  WS-CTL-NOTICES-ISSUED   PICTURE ZZZ,ZZ9.                 INSBIL01
003240     05  FILLER                  PICTURE X(04) VALUE SPACES.      INSBIL01
003250     05  FILLER                  PICTURE X(21)                    INSBIL01
003260                                 VALUE 'TOTAL BILLED:        '.   INSBIL01
003270     05  WS-CTL-TOTAL-BILLED     PICTURE ZZZ,ZZZ,ZZ9.99.          INSBIL01

003280 01  WS-CONTROL-COUNT-LINE-2.                                     INSBIL01
003290     05  FILLER                  PICTURE X(21)                    INSBIL01
003300                                 VALUE 'POLICY NOT ON MASTER:'.   INSBIL01
003310     05  WS-CTL-POLICIES-NOT-FOUND                                INSBIL01
003320                                 PICTURE ZZZ,ZZ9.                 INSBIL01
003330     05  FILLER                  PICTURE X(04) VALUE SPACES.      INSBIL01
003340     05  FILLER                  PICTURE X(21)                    INSBIL01
003350                                 VALUE 'CANCELLED - SKIPPED: '.   INSBIL01
003360     05  WS-CTL-CANCELLED-SKIPPED                                 INSBIL01
003370                                 PICTURE ZZZ,ZZ9.                 INSBIL01
003380     05  FILLER                  PICTURE X(04) VALUE SPACES.      INSBIL01
003390     05  FILLER                  PICTURE X(21)                    INSBIL01
003400                                 VALUE 'NO CUSTOMER ADDRESS: '.   INSBIL01
003410     05  WS-CTL-CUSTOMERS-NOT-FOUND                               INSBIL01
003420                                 PICTURE ZZZ,ZZ9.                 INSBIL01

003430 PROCEDURE DIVISION.                                              INSBIL01

003440******************************************************************INSBIL01
003450**                                                               *INSBIL01
003460**  THIS PROGRAM SWEEPS THE RECEIVABLES MASTER FOR OPEN          *INSBIL01
003470**  INSTALLMENTS THAT HAVE NOT BEEN INVOICED AND FALL DUE ON OR  *INSBIL01
003480**  BEFORE THE RUN DATE PLUS THE BILLING LEAD TIME.  A NOTICE    *INSBIL01
003490**  IS PRINTED FOR EACH, ONE TO A PAGE, ADDRESSED FROM THE       *INSBIL01
003500**  CUSTOMER MASTER, AND THE INVOICE DATE IS STAMPED ON THE      *INSBIL01
003510**  INSTALLMENT SO IT IS NOT BILLED TWICE.  IT IS ENTERED FROM   *INSBIL01
003520**  THE OPERATING SYSTEM AND EXITS TO THE OPERATING SYSTEM.      *INSBIL01
003530**                                                               *INSBIL01
003540******************************************************************INSBIL01

003550 A000-ISSUE-INSTALLMENT-NOTICES.                                  INSBIL01

003560     PERFORM A001-READ-BILLING-PARM.                              INSBIL01
003570     PERFORM C010-OPEN-RECEIVABLE-FILE.                           INSBIL01
003580     PERFORM C011-OPEN-POLICY-MASTER-FILE.                        INSBIL01
003590     PERFORM C012-OPEN-CUSTOMER-MASTER-FILE.                      INSBIL01
003600     OPEN OUTPUT NOTICE-FILE                                      INSBIL01
003610                 CONTROL-REPORT-FILE.                             INSBIL01
003620     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   INSBIL01
003630     ACCEPT WS-CURRENT-TIME FROM TIME.                            INSBIL01
003640     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 INSBIL01
003650           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               INSBIL01
003660     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               INSBIL01
003670           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           INSBIL01
003680     PERFORM B100-SET-BILL-THROUGH-DATE.                          INSBIL01
003690     PERFORM B000-SWEEP-RECEIVABLES.                              INSBIL01
003700     PERFORM C000-PRINT-CONTROL-REPORT.                           INSBIL01
003710     CLOSE RECEIVABLE-MASTER-FILE                                 INSBIL01
003720           POLICY-MASTER-FILE                                     INSBIL01
003730           CUSTOMER-MASTER-FILE                                   INSBIL01
003740           NOTICE-FILE                                            INSBIL01
003750           CONTROL-REPORT-FILE.                                   INSBIL01
003760     STOP RUN.                                                    INSBIL01

003770******************************************************************INSBIL01
003780**                                                               *INSBIL01
003790**  THE BILLING LEAD TIME COMES FROM THE BILLING PARAMETER       *INSBIL01
003800**  FILE.  WHEN THE FILE IS NOT AVAILABLE THE STANDARD LEAD OF   *INSBIL01
003810**  20 DAYS IS USED.  A PARAMETER THAT IS NOT NUMERIC ENDS THE   *INSBIL01
003820**  RUN.  A LEAD OF ZERO BILLS ONLY WHAT IS DUE TODAY OR PAST.   *INSBIL01
003830**                                                               *INSBIL01
003840******************************************************************INSBIL01

003850 A001-READ-BILLING-PARM.                                          INSBIL01
003860     OPEN INPUT BILLING-PARM-FILE.                                INSBIL01
003870     IF WS-PARM-FILE-STATUS NOT = '00'                            INSBIL01
003880         DISPLAY 'BILLING-PARM-FILE NOT AVAILABLE - STANDARD'     INSBIL01
003890         DISPLAY 'LEAD TIME OF 20 DAYS WILL BE USED'              INSBIL01
003900     ELSE                                                         INSBIL01
003910         READ BILLING-PARM-FILE                                   INSBIL01
003920               AT END                                             INSBIL01
003930                  DISPLAY 'BILLING-PARM-FILE EMPTY - STANDARD'    INSBIL01
003940                  DISPLAY 'LEAD TIME OF 20 DAYS WILL BE USED'     INSBIL01
003950         END-READ                                                 INSBIL01
003960         IF WS-PARM-FILE-STATUS = '00'                            INSBIL01
003970             IF LEAD-DAYS-PARM NOT NUMERIC                        INSBIL01
003980                 DISPLAY 'INVALID BILLING LEAD DAYS PARAMETER - ' INSBIL01
003990                       BILLING-PARM-RECORD                        INSBIL01
004000                 MOVE 16 TO RETURN-CODE                           INSBIL01
004010                 STOP RUN                                         INSBIL01
004020             ELSE                                                 INSBIL01
004030                 MOVE LEAD-DAYS-PARM TO WS-LEAD-DAYS              INSBIL01
004040             END-IF                                               INSBIL01
004050         END-IF                                                   INSBIL01
004060         CLOSE BILLING-PARM-FILE                                  INSBIL01
004070     END-IF.                                                      INSBIL01

004080 B000-SWEEP-RECEIVABLES.                                          INSBIL01
004090     MOVE LOW-VALUES TO RECEIVABLE-KEY-RCVB.                      INSBIL01
004100     START RECEIVABLE-MASTER-FILE                                 INSBIL01
004110           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               INSBIL01
004120           INVALID KEY                                            INSBIL01
004130              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                INSBIL01
004140     END-START.                                                   INSBIL01
004150     PERFORM B002-READ-RECEIVABLE-NEXT.                           INSBIL01
004160     PERFORM B001-BILL-IF-DUE-SOON                                INSBIL01
004170           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  INSBIL01

004180 B001-BILL-IF-DUE-SOON.                                           INSBIL01
004190     IF RECEIVABLE-IS-OPEN                                        INSBIL01
004200        AND INSTALLMENT-NOT-INVOICED                              INSBIL01
004210        AND DUE-DATE-RCVB NOT > WS-BILL-THROUGH-DATE              INSBIL01
004220         PERFORM B200-ISSUE-NOTICE                                INSBIL01
004230     END-IF.                                                      INSBIL01
004240     PERFORM B002-READ-RECEIVABLE-NEXT.                           INSBIL01

004250 B002-READ-RECEIVABLE-NEXT.                                       INSBIL01
004260     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      INSBIL01
004270           AT END                                                 INSBIL01
004280              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS.               INSBIL01
004290     IF ARE-THERE-MORE-RECORDS = 'YES'                            INSBIL01
004300         ADD 1 TO WS-RECORDS-READ-COUNT                           INSBIL01
004310     END-IF.                                                      INSBIL01

004320******************************************************************INSBIL01
004330**                                                               *INSBIL01
004340**  THE BILL-THROUGH DATE IS THE RUN DATE WALKED FORWARD ONE     *INSBIL01
004350**  DAY AT A TIME FOR THE LEAD TIME, ROLLING MONTH AND YEAR.     *INSBIL01
004360**                                                               *INSBIL01
004370******************************************************************INSBIL01

004380 B100-SET-BILL-THROUGH-DATE.                                      INSBIL01
004390     MOVE ZERO TO WS-WALKED-DAYS.                                 INSBIL01
004400     MOVE WS-CURRENT-DATE-NUM TO WS-WALK-DATE-NUM.                INSBIL01
004410     PERFORM B110-WALK-ONE-DAY                                    INSBIL01
004420           UNTIL WS-WALKED-DAYS NOT < WS-LEAD-DAYS.               INSBIL01
004430     MOVE WS-WALK-DATE-NUM TO WS-BILL-THROUGH-DATE.               INSBIL01

004440 B110-WALK-ONE-DAY.                                               INSBIL01
004450     ADD 1 TO WS-WLK-DD.                                          INSBIL01
004460     PERFORM B120-SET-WALK-DAYS-IN-MONTH.                         INSBIL01
004470     IF WS-WLK-DD > WS-DAYS-IN-MONTH                              INSBIL01
004480         MOVE 1 TO WS-WLK-DD                                      INSBIL01
004490         ADD 1 TO WS-WLK-MM                                       INSBIL01
004500         IF WS-WLK-MM > 12                                        INSBIL01
004510             MOVE 1 TO WS-WLK-MM                                  INSBIL01
004520             ADD 1 TO WS-WLK-CCYY                                 INSBIL01
004530         END-IF                                                   INSBIL01
004540     END-IF.                                                      INSBIL01
004550     ADD 1 TO WS-WALKED-DAYS.                                     INSBIL01

004560 B120-SET-WALK-DAYS-IN-MONTH.                                     INSBIL01
004570     MOVE WS-MONTH-DAYS-ENTRY (WS-WLK-MM) TO WS-DAYS-IN-MONTH.    INSBIL01
004580     IF WS-WLK-MM = 02                                            INSBIL01
004590         DIVIDE WS-WLK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT          INSBIL01
004600               REMAINDER WS-LEAP-REMAINDER-4                      INSBIL01
004610         DIVIDE WS-WLK-CCYY BY 100 GIVING WS-LEAP-QUOTIENT        INSBIL01
004620               REMAINDER WS-LEAP-REMAINDER-100                    INSBIL01
004630         DIVIDE WS-WLK-CCYY BY 400 GIVING WS-LEAP-QUOTIENT        INSBIL01
004640               REMAINDER WS-LEAP-REMAINDER-400                    INSBIL01
004650         IF WS-LEAP-REMAINDER-4 = ZERO                            INSBIL01
004660            AND (WS-LEAP-REMAINDER-100 NOT = ZERO                 INSBIL01
004670                 OR WS-LEAP-REMAINDER-400 = ZERO)                 INSBIL01
004680             MOVE 29 TO WS-DAYS-IN-MONTH                          INSBIL01
004690         END-IF                                                   INSBIL01
004700     END-IF.                                                      INSBIL01

004710******************************************************************INSBIL01
004720**                                                               *INSBIL01
004725**  AN INSTALLMENT WHOSE POLICY IS GONE FROM THE MASTER IS       *INSBIL01
004730**  COUNTED AND NOT BILLED.  ONE WHOSE POLICY WAS CANCELLED ON   *INSBIL01
004735**  OR BEFORE THE DUE DATE IS COUNTED AND MARKED LAPSED, SO THE  *INSBIL01
004740**  NEXT RUN DOES NOT PICK IT UP AGAIN.  OTHERWISE THE NOTICE IS *INSBIL01
004745**  PRINTED AND THE INVOICE DATE STAMPED.  THE AMOUNT DUE IS NET *INSBIL01
004750**  OF ANY CASH ALREADY APPLIED TO THE INSTALLMENT.              *INSBIL01
004780**                                                               *INSBIL01
004790******************************************************************INSBIL01

004800 B200-ISSUE-NOTICE.                                               INSBIL01
004810     MOVE POLICY-NUMBER-RCVB TO POLICY-NUMBER-MASTER.             INSBIL01
004820     READ POLICY-MASTER-FILE                                      INSBIL01
004830           INVALID KEY                                            INSBIL01
004840              MOVE 'N' TO WS-POLICY-FOUND-SWITCH                  INSBIL01
004850           NOT INVALID KEY                                        INSBIL01
004860              MOVE 'Y' TO WS-POLICY-FOUND-SWITCH                  INSBIL01
004870     END-READ.                                                    INSBIL01
004880     IF BILL-POLICY-NOT-FOUND                                     INSBIL01
004890         ADD 1 TO WS-POLICIES-NOT-FOUND                           INSBIL01
004900     ELSE                                                         INSBIL01
004910         IF POLICY-IS-CANCELLED                                   INSBIL01
004920            AND CANCEL-DATE-MASTER NOT > DUE-DATE-RCVB            INSBIL01
004930             ADD 1 TO WS-CANCELLED-SKIPPED                        INSBIL01
004932             MOVE 'L' TO STATUS-RCVB                              INSBIL01
004934             MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER        INSBIL01
004936             REWRITE RECEIVABLE-MASTER-RECORD                     INSBIL01
004940         ELSE                                                     INSBIL01
004950             PERFORM B210-READ-CUSTOMER                           INSBIL01
004960             PERFORM B300-PRINT-NOTICE                            INSBIL01
004970             MOVE WS-CURRENT-DATE-NUM TO INVOICE-DATE-RCVB        INSBIL01
004980             MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER        INSBIL01
004990             REWRITE RECEIVABLE-MASTER-RECORD                     INSBIL01
005000             ADD 1 TO WS-NOTICES-ISSUED                           INSBIL01
005010             ADD WS-AMOUNT-DUE TO WS-TOTAL-BILLED                 INSBIL01
005020         END-IF                                                   INSBIL01
005030     END-IF.                                                      INSBIL01

005040 B210-READ-CUSTOMER.                                              INSBIL01
005050     MOVE CUSTOMER-NUMBER-RCVB TO CUSTOMER-NUMBER-CUST.           INSBIL01
005060     READ CUSTOMER-MASTER-FILE                                    INSBIL01
005070           INVALID KEY                                            INSBIL01
005080              MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH                INSBIL01
005090           NOT INVALID KEY                                        INSBIL01
005100              MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH                INSBIL01
005110     END-READ.                                                    INSBIL01
005120     IF BILL-CUSTOMER-NOT-FOUND                                   INSBIL01
005130         ADD 1 TO WS-CUSTOMERS-NOT-FOUND                          INSBIL01
005140     END-IF.                                                      INSBIL01

005150******************************************************************INSBIL01
005160**                                                               *INSBIL01
005170**  EACH NOTICE STARTS ON A NEW PAGE.  WHEN THE CUSTOMER IS NOT  *INSBIL01
005180**  ON THE CUSTOMER MASTER THE NOTICE IS ADDRESSED TO THE NAME   *INSBIL01
005190**  ON THE POLICY AND ROUTED BY THE AGENT.                       *INSBIL01
005200**                                                               *INSBIL01
005210******************************************************************INSBIL01

005220 B300-PRINT-NOTICE.                                               INSBIL01
005230     MOVE WS-CURRENT-DATE-EDIT TO WS-NTC-NOTICE-DATE.             INSBIL01
005240     WRITE NOTICE-LINE FROM WS-NOTICE-TITLE-LINE                  INSBIL01
005250           AFTER ADVANCING PAGE.                                  INSBIL01
005260     PERFORM B310-PRINT-ADDRESS.                                  INSBIL01
005270     MOVE POLICY-NUMBER-RCVB TO WS-NTC-POLICY-NUMBER.             INSBIL01
005280     MOVE INSURANCE-TYPE-MASTER TO WS-NTC-INSURANCE-TYPE.         INSBIL01
005290     WRITE NOTICE-LINE FROM WS-NOTICE-POLICY-LINE                 INSBIL01
005300           AFTER ADVANCING 3 LINES.                               INSBIL01
005310     MOVE INSTALLMENT-NUMBER-RCVB TO WS-NTC-INSTALLMENT-NUMBER.   INSBIL01
005320     MOVE INSTALLMENT-COUNT-RCVB TO WS-NTC-INSTALLMENT-COUNT.     INSBIL01
005330     MOVE DUE-DATE-RCVB TO WS-DUE-DATE-NUM.                       INSBIL01
005340     MOVE SPACES TO WS-NTC-DUE-DATE.                              INSBIL01
005350     STRING WS-DUE-MM '/' WS-DUE-DD '/' WS-DUE-CCYY               INSBIL01
005360           DELIMITED BY SIZE INTO WS-NTC-DUE-DATE.                INSBIL01
005370     WRITE NOTICE-LINE FROM WS-NOTICE-INSTALLMENT-LINE            INSBIL01
005380           AFTER ADVANCING 1 LINES.                               INSBIL01
005390     SUBTRACT INSTALLMENT-FEE-RCVB FROM BILLED-AMOUNT-RCVB        INSBIL01
005400           GIVING WS-INSTALLMENT-PREMIUM.                         INSBIL01
005410     MOVE 'INSTALLMENT PREMIUM: ' TO WS-NTC-AMOUNT-LABEL.         INSBIL01
005420     MOVE WS-INSTALLMENT-PREMIUM TO WS-NTC-AMOUNT.                INSBIL01
005430     WRITE NOTICE-LINE FROM WS-NOTICE-AMOUNT-LINE                 INSBIL01
005440           AFTER ADVANCING 2 LINES.                               INSBIL01
005450     MOVE 'INSTALLMENT FEE:     ' TO WS-NTC-AMOUNT-LABEL.         INSBIL01
005460     MOVE INSTALLMENT-FEE-RCVB TO WS-NTC-AMOUNT.                  INSBIL01
005470     WRITE NOTICE-LINE FROM WS-NOTICE-AMOUNT-LINE                 INSBIL01
005480           AFTER ADVANCING 1 LINES.                               INSBIL01
005490     MOVE 'PAYMENTS RECEIVED:   ' TO WS-NTC-AMOUNT-LABEL.         INSBIL01
005500     MOVE PAID-AMOUNT-RCVB TO WS-NTC-AMOUNT.                      INSBIL01
005510     WRITE NOTICE-LINE FROM WS-NOTICE-AMOUNT-LINE                 INSBIL01
005520           AFTER ADVANCING 1 LINES.                               INSBIL01
005530     IF PAID-AMOUNT-RCVB < BILLED-AMOUNT-RCVB                     INSBIL01
005540         SUBTRACT PAID-AMOUNT-RCVB FROM BILLED-AMOUNT-RCVB        INSBIL01
005550               GIVING WS-AMOUNT-DUE                               INSBIL01
005560     ELSE                                                         INSBIL01
005570         MOVE ZERO TO WS-AMOUNT-DUE                               INSBIL01
005580     END-IF.                                                      INSBIL01
005590     MOVE 'AMOUNT DUE:          ' TO WS-NTC-AMOUNT-LABEL.         INSBIL01
005600     MOVE WS-AMOUNT-DUE TO WS-NTC-AMOUNT.                         INSBIL01
005610     WRITE NOTICE-LINE FROM WS-NOTICE-AMOUNT-LINE                 INSBIL01
005620           AFTER ADVANCING 1 LINES.                               INSBIL01
005630     MOVE AGENT-NAME-RCVB TO WS-NTC-AGENT-NAME.                   INSBIL01
005640     WRITE NOTICE-LINE FROM WS-NOTICE-AGENT-LINE                  INSBIL01
005650           AFTER ADVANCING 2 LINES.                               INSBIL01
005660     WRITE NOTICE-LINE FROM WS-NOTICE-REMIT-LINE                  INSBIL01
005670           AFTER ADVANCING 2 LINES.                               INSBIL01

005680 B310-PRINT-ADDRESS.                                              INSBIL01
005690     IF BILL-CUSTOMER-FOUND                                       INSBIL01
005700         MOVE CUSTOMER-NAME-CUST TO WS-NTC-ADDRESS                INSBIL01
005710     ELSE                                                         INSBIL01
005720         MOVE CUSTOMER-NAME-MASTER TO WS-NTC-ADDRESS              INSBIL01
005730     END-IF.                                                      INSBIL01
005740     WRITE NOTICE-LINE FROM WS-NOTICE-ADDRESS-LINE                INSBIL01
005750           AFTER ADVANCING 3 LINES.                               INSBIL01
005760     IF BILL-CUSTOMER-FOUND                                       INSBIL01
005770         MOVE STREET-ADDRESS-CUST TO WS-NTC-ADDRESS               INSBIL01
005780         WRITE NOTICE-LINE FROM WS-NOTICE-ADDRESS-LINE            INSBIL01
005790               AFTER ADVANCING 1 LINES                            INSBIL01
005800         MOVE SPACES TO WS-NTC-ADDRESS                            INSBIL01
005810         STRING CITY-CUST DELIMITED BY '  '                       INSBIL01
005820               ', ' DELIMITED BY SIZE                             INSBIL01
005830               STATE-CUST DELIMITED BY SIZE                       INSBIL01
005840               '  ' DELIMITED BY SIZE                             INSBIL01
005850               ZIP-CODE-CUST DELIMITED BY SIZE                    INSBIL01
005860               INTO WS-NTC-ADDRESS                                INSBIL01
005870         WRITE NOTICE-LINE FROM WS-NOTICE-ADDRESS-LINE            INSBIL01
005880               AFTER ADVANCING 1 LINES                            INSBIL01
005890     ELSE                                                         INSBIL01
005900         MOVE SPACES TO WS-NTC-ADDRESS                            INSBIL01
005910         STRING 'IN CARE OF ' DELIMITED BY SIZE                   INSBIL01
005920               AGENT-NAME-RCVB DELIMITED BY SIZE                  INSBIL01
005930               INTO WS-NTC-ADDRESS                                INSBIL01
005940         WRITE NOTICE-LINE FROM WS-NOTICE-ADDRESS-LINE            INSBIL01
005950               AFTER ADVANCING 1 LINES                            INSBIL01
005960     END-IF.                                                      INSBIL01

005970 C000-PRINT-CONTROL-REPORT.                                       INSBIL01
005980     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                INSBIL01
005990     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-HEADING-LINE       INSBIL01
006000           AFTER ADVANCING PAGE.                                  INSBIL01
006010     MOVE WS-LEAD-DAYS TO WS-ECH-LEAD-DAYS.                       INSBIL01
006020     MOVE WS-BILL-THROUGH-DATE TO WS-DUE-DATE-NUM.                INSBIL01
006030     MOVE SPACES TO WS-ECH-BILL-THROUGH.                          INSBIL01
006040     STRING WS-DUE-MM '/' WS-DUE-DD '/' WS-DUE-CCYY               INSBIL01
006050           DELIMITED BY SIZE INTO WS-ECH-BILL-THROUGH.            INSBIL01
006060     WRITE CONTROL-REPORT-LINE FROM WS-PARM-ECHO-LINE             INSBIL01
006070           AFTER ADVANCING 2 LINES.                               INSBIL01
006080     MOVE WS-RECORDS-READ-COUNT TO WS-CTL-RECORDS-READ.           INSBIL01
006090     MOVE WS-NOTICES-ISSUED TO WS-CTL-NOTICES-ISSUED.             INSBIL01
006100     MOVE WS-TOTAL-BILLED TO WS-CTL-TOTAL-BILLED.                 INSBIL01
006110     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-COUNT-LINE         INSBIL01
006120           AFTER ADVANCING 2 LINES.                               INSBIL01
006130     MOVE WS-POLICIES-NOT-FOUND TO WS-CTL-POLICIES-NOT-FOUND.     INSBIL01
006140     MOVE WS-CANCELLED-SKIPPED TO WS-CTL-CANCELLED-SKIPPED.       INSBIL01
006150     MOVE WS-CUSTOMERS-NOT-FOUND TO WS-CTL-CUSTOMERS-NOT-FOUND.   INSBIL01
006160     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-COUNT-LINE-2       INSBIL01
006170           AFTER ADVANCING 1 LINES.                               INSBIL01

006180 C010-OPEN-RECEIVABLE-FILE.                                       INSBIL01
006190     OPEN I-O RECEIVABLE-MASTER-FILE.                             INSBIL01
006200     IF WS-RCVB-MASTER-STATUS NOT = '00'                          INSBIL01
006210         DISPLAY 'UNABLE TO OPEN RECEIVABLE-MASTER-FILE - '       INSBIL01
006220               'STATUS ' WS-RCVB-MASTER-STATUS                    INSBIL01
006230         MOVE 16 TO RETURN-CODE                                   INSBIL01
006240         STOP RUN                                                 INSBIL01
006250     END-IF.                                                      INSBIL01

006260 C011-OPEN-POLICY-MASTER-FILE.                                    INSBIL01
006270     OPEN INPUT POLICY-MASTER-FILE.                               INSBIL01
006280     IF WS-MASTER-FILE-STATUS NOT = '00'                          INSBIL01
006290         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    INSBIL01
006300               WS-MASTER-FILE-STATUS                              INSBIL01
006310         MOVE 16 TO RETURN-CODE                                   INSBIL01
006320         STOP RUN                                                 INSBIL01
006330     END-IF.                                                      INSBIL01

006340 C012-OPEN-CUSTOMER-MASTER-FILE.                                  INSBIL01
006350     OPEN INPUT CUSTOMER-MASTER-FILE.                             INSBIL01
006360     IF WS-CUST-MASTER-STATUS NOT = '00'                          INSBIL01
006370         DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER-FILE - STATUS '  INSBIL01
006380               WS-CUST-MASTER-STATUS                              INSBIL01
006390         MOVE 16 TO RETURN-CODE                                   INSBIL01
006400         STOP RUN                                                 INSBIL01
006410     END-IF.                                                      INSBIL01

