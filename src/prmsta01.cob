001010 IDENTIFICATION DIVISION.                                         PRMSTA01

001020 PROGRAM-ID.    PRMSTA01.                                         PRMSTA01
001030 AUTHOR.        MMELL.                                            PRMSTA01
001040 INSTALLATION.  AUBURN.                                           PRMSTA01
001050 DATE-WRITTEN.  2026-10-14.                                       PRMSTA01
001060 DATE-COMPILED. 2026-10-14.                                       PRMSTA01
001070 SECURITY.      UNCLASSIFIED.                                     PRMSTA01

001080******************************************************************PRMSTA01
001090**                                                               *PRMSTA01
001100**  THIS PROGRAM PRODUCES THE PREMIUM BY STATE STATISTICAL       *PRMSTA01
001110**  REPORT AND THE PREMIUM TAX FILING EXTRACT                    *PRMSTA01
001120**                                                               *PRMSTA01
001130**    MODIFICATION HISTORY                                       *PRMSTA01
001140**    -------------------                                        *PRMSTA01
001150**    DATE       INIT  DESCRIPTION                               *PRMSTA01
001160**    ---------- ----  ----------------------------------------- *PRMSTA01
001170**    2026-10-14  MM   INITIAL VERSION.  REPORTS WRITTEN,        *PRMSTA01
001180**                     EARNED AND RETURN PREMIUM, CLAIM COUNTS   *PRMSTA01
001190**                     AND PAID LOSSES BY THE CUSTOMER'S STATE   *PRMSTA01
001200**                     AND INSURANCE TYPE FOR A CALENDAR         *PRMSTA01
001210**                     QUARTER OR YEAR, APPLIES THE STATE        *PRMSTA01
001220**                     PREMIUM TAX RATE TO EACH STATE'S          *PRMSTA01
001230**                     TAXABLE PREMIUM AND WRITES THE TAX        *PRMSTA01
001240**                     FILING EXTRACT.  THE PERIOD COMES FROM    *PRMSTA01
001250**                     THE STATE PARAMETER FILE - THE PRIOR      *PRMSTA01
001260**                     CALENDAR QUARTER WHEN THE FILE IS NOT     *PRMSTA01
001270**                     AVAILABLE.                                *PRMSTA01
001280**                                                               *PRMSTA01
001290******************************************************************PRMSTA01

001300 ENVIRONMENT DIVISION.                                            PRMSTA01

001310 CONFIGURATION SECTION.                                           PRMSTA01

001320 SOURCE-COMPUTER. X86_64.                                         PRMSTA01
001330 OBJECT-COMPUTER. X86_64.                                         PRMSTA01

001340 INPUT-OUTPUT SECTION.                                            PRMSTA01
001350 FILE-CONTROL.                                                    PRMSTA01
001360     SELECT STATE-PARM-FILE                                       PRMSTA01
001370         ASSIGN TO UT-S-STAPARM                                   PRMSTA01
001380         ORGANIZATION IS LINE SEQUENTIAL                          PRMSTA01
001390         FILE STATUS IS WS-PARM-FILE-STATUS.                      PRMSTA01

001400     SELECT TAX-RATE-FILE                                         PRMSTA01
001410         ASSIGN TO UT-S-TAXRATE                                   PRMSTA01
001420         ORGANIZATION IS LINE SEQUENTIAL                          PRMSTA01
001430         FILE STATUS IS WS-TAX-RATE-STATUS.                       PRMSTA01

001440     SELECT POLICY-MASTER-FILE                                    PRMSTA01
001450         ASSIGN TO UT-S-POLMSTR                                   PRMSTA01
001460         ORGANIZATION IS INDEXED                                  PRMSTA01
001470         ACCESS MODE IS DYNAMIC                                   PRMSTA01
001480         RECORD KEY IS POLICY-NUMBER-MASTER                       PRMSTA01
001490         FILE STATUS IS WS-MASTER-FILE-STATUS.                    PRMSTA01

001500     SELECT CUSTOMER-MASTER-FILE                                  PRMSTA01
001510         ASSIGN TO UT-S-CUSMSTR                                   PRMSTA01
001520         ORGANIZATION IS INDEXED                                  PRMSTA01
001530         ACCESS MODE IS RANDOM                                    PRMSTA01
001540         RECORD KEY IS CUSTOMER-NUMBER-CUST                       PRMSTA01
001550         FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.                PRMSTA01

001560     SELECT CLAIMS-MASTER-FILE                                    PRMSTA01
001570         ASSIGN TO UT-S-CLMMSTR                                   PRMSTA01
001580         ORGANIZATION IS INDEXED                                  PRMSTA01
001590         ACCESS MODE IS DYNAMIC                                   PRMSTA01
001600         RECORD KEY IS CLAIM-NUMBER-MASTER                        PRMSTA01
001610         ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER-MASTER       PRMSTA01
001620               WITH DUPLICATES                                    PRMSTA01
001630         FILE STATUS IS WS-CLAIMS-MASTER-STATUS.                  PRMSTA01

001640     SELECT RETURN-PREMIUM-FILE                                   PRMSTA01
001650         ASSIGN TO UT-S-RETPREM                                   PRMSTA01
001660         ORGANIZATION IS LINE SEQUENTIAL                          PRMSTA01
001670         FILE STATUS IS WS-RETURN-PREM-STATUS.                    PRMSTA01

001680     SELECT STATE-SORT-FILE                                       PRMSTA01
001690         ASSIGN TO UT-S-STASORT.                                  PRMSTA01

001700     SELECT STATE-REPORT-FILE                                     PRMSTA01
001710         ASSIGN TO UT-S-STARPT                                    PRMSTA01
001720         ORGANIZATION IS LINE SEQUENTIAL.                         PRMSTA01

001730     SELECT TAX-EXTRACT-FILE                                      PRMSTA01
001740         ASSIGN TO UT-S-STATAX                                    PRMSTA01
001750         ORGANIZATION IS LINE SEQUENTIAL.                         PRMSTA01

001760 DATA DIVISION.                                                   PRMSTA01

001770 FILE SECTION.                                                    PRMSTA01

001780 FD  STATE-PARM-FILE                                              PRMSTA01
001790     RECORD CONTAINS 6 CHARACTERS                                 PRMSTA01
001800     LABEL RECORDS ARE STANDARD                                   PRMSTA01
001810     DATA RECORD IS STATE-PARM-RECORD.                            PRMSTA01
001820 01  STATE-PARM-RECORD.                                           PRMSTA01
001830     05  PERIOD-TYPE-PARM        PICTURE X(01).                   PRMSTA01
001840         88  QUARTER-PERIOD-PARM        VALUE 'Q'.                PRMSTA01
001850         88  YEAR-PERIOD-PARM           VALUE 'Y'.                PRMSTA01
001860     05  PERIOD-CCYY-PARM        PICTURE 9(04).                   PRMSTA01
001870     05  PERIOD-QTR-PARM         PICTURE 9(01).                   PRMSTA01

001880 FD  TAX-RATE-FILE                                                PRMSTA01
001890     RECORD CONTAINS 7 CHARACTERS                                 PRMSTA01
001900     LABEL RECORDS ARE STANDARD                                   PRMSTA01
001910     DATA RECORD IS TAX-RATE-RECORD.                              PRMSTA01
001920 01  TAX-RATE-RECORD.                                             PRMSTA01
001930     05  TAX-RATE-STATE          PICTURE X(02).                   PRMSTA01
001940     05  TAX-RATE-PERCENT        PICTURE 9V9999.                  PRMSTA01

001950 FD  POLICY-MASTER-FILE                                           PRMSTA01
001960     LABEL RECORDS ARE STANDARD.                                  PRMSTA01
001970     COPY POLYMAST.                                               PRMSTA01

001980 FD  CUSTOMER-MASTER-FILE                                         PRMSTA01
001990     LABEL RECORDS ARE STANDARD.                                  PRMSTA01
002000     COPY CUSTMAST.                                               PRMSTA01

002010 FD  CLAIMS-MASTER-FILE                                           PRMSTA01
002020     LABEL RECORDS ARE STANDARD.                                  PRMSTA01
002030     COPY CLMMAST.                                                PRMSTA01

002040 FD  RETURN-PREMIUM-FILE                                          PRMSTA01
002050     RECORD CONTAINS 77 CHARACTERS                                PRMSTA01
002060     LABEL RECORDS ARE STANDARD                                   PRMSTA01
002070     DATA RECORD IS RETURN-PREMIUM-RECORD.                        PRMSTA01
002080 01  RETURN-PREMIUM-RECORD.                                       PRMSTA01
002090     05  RTP-POLICY-NUMBER       PICTURE X(12).                   PRMSTA01
002100     05  RTP-CUSTOMER-NUMBER     PICTURE X(08).                   PRMSTA01
002110     05  RTP-CUSTOMER-NAME       PICTURE X(20).                   PRMSTA01
002120     05  RTP-AGENT-NAME          PICTURE X(20).                   PRMSTA01
002130     05  RTP-CANCEL-DATE         PICTURE 9(08).                   PRMSTA01
002140     05  RTP-REFUND-AMOUNT       PICTURE 9(07)V99.                PRMSTA01

002150 SD  STATE-SORT-FILE                                              PRMSTA01
002160     DATA RECORD IS STATE-SORT-RECORD.                            PRMSTA01
002170 01  STATE-SORT-RECORD.                                           PRMSTA01
002180     05  SRT-STATE               PICTURE X(02).                   PRMSTA01
002190     05  SRT-INSURANCE-TYPE      PICTURE X(10).                   PRMSTA01
002200     05  SRT-WRITTEN             PICTURE 9(09)V99.                PRMSTA01
002210     05  SRT-EARNED              PICTURE 9(09)V99.                PRMSTA01
002220     05  SRT-RETURNED            PICTURE 9(09)V99.                PRMSTA01
002230     05  SRT-CLAIM-COUNT         PICTURE 9(05).                   PRMSTA01
002240     05  SRT-PAID                PICTURE 9(09)V99.                PRMSTA01

002250 FD  STATE-REPORT-FILE                                            PRMSTA01
002260     RECORD CONTAINS 133 CHARACTERS                               PRMSTA01
002270     LABEL RECORDS ARE OMITTED                                    PRMSTA01
002280     DATA RECORD IS STATE-REPORT-LINE.                            PRMSTA01
002290 01  STATE-REPORT-LINE.                                           PRMSTA01
002300     05  CARRIAGE-CONTROL        PICTURE X.                       PRMSTA01
002310     05  FILLER                  PICTURE X(132).                  PRMSTA01

002320 FD  TAX-EXTRACT-FILE                                             PRMSTA01
002330     RECORD CONTAINS 121 CHARACTERS                               PRMSTA01
002340     LABEL RECORDS ARE STANDARD                                   PRMSTA01
002350     DATA RECORD IS TAX-EXTRACT-RECORD.                           PRMSTA01
002360 01  TAX-EXTRACT-RECORD.                                          PRMSTA01
002370     05  STX-RECORD-TYPE         PICTURE X(01).                   PRMSTA01
002380         88  STX-TYPE-DETAIL            VALUE 'D'.                PRMSTA01
002390         88  STX-STATE-TOTAL            VALUE 'S'.                PRMSTA01
002400     05  STX-STATE               PICTURE X(02).                   PRMSTA01
002410     05  STX-PERIOD-TYPE         PICTURE X(01).                   PRMSTA01
002420     05  STX-PERIOD-CCYY         PICTURE 9(04).                   PRMSTA01
002430     05  STX-PERIOD-QTR          PICTURE 9(01).                   PRMSTA01
002440     05  STX-FROM-DATE           PICTURE 9(08).                   PRMSTA01
002450     05  STX-THRU-DATE           PICTURE 9(08).                   PRMSTA01
002460     05  STX-INSURANCE-TYPE      PICTURE X(10).                   PRMSTA01
002470     05  STX-WRITTEN             PICTURE 9(09)V99.                PRMSTA01
002480     05  STX-EARNED              PICTURE 9(09)V99.                PRMSTA01
002490     05  STX-RETURNED            PICTURE 9(09)V99.                PRMSTA01
002500     05  STX-CLAIM-COUNT         PICTURE 9(07).                   PRMSTA01
002510     05  STX-PAID                PICTURE 9(09)V99.                PRMSTA01
002520     05  STX-TAXABLE             PICTURE 9(09)V99.                PRMSTA01
002530     05  STX-TAX-RATE            PICTURE 9V9999.                  PRMSTA01
002540     05  STX-TAX-DUE             PICTURE 9(09)V99.                PRMSTA01
002550     05  STX-RUN-DATE            PICTURE 9(08).                   PRMSTA01

002560 WORKING-STORAGE SECTION.                                         PRMSTA01

002570 01  PROGRAM-INDICATORS.                                          PRMSTA01
002580     05  ARE-THERE-MORE-RECORDS  PICTURE X(3) VALUE 'YES'.        PRMSTA01
002590     05  ARE-THERE-MORE-CLAIMS   PICTURE X(3) VALUE 'YES'.        PRMSTA01
002600     05  ARE-THERE-MORE-RETURNS  PICTURE X(3) VALUE 'YES'.        PRMSTA01
002610     05  ARE-THERE-MORE-RATES    PICTURE X(3) VALUE 'YES'.        PRMSTA01
002620     05  ARE-THERE-MORE-SORTED   PICTURE X(3) VALUE 'YES'.        PRMSTA01
002630     05  WS-FIRST-SORTED-SWITCH  PICTURE X(01) VALUE 'Y'.         PRMSTA01
002640         88  FIRST-SORTED-RECORD        VALUE 'Y'.                PRMSTA01
002650         88  NOT-FIRST-SORTED-RECORD    VALUE 'N'.                PRMSTA01
002660     05  WS-FIRST-TYPE-SWITCH    PICTURE X(01) VALUE 'Y'.         PRMSTA01
002670         88  FIRST-TYPE-OF-STATE        VALUE 'Y'.                PRMSTA01
002680         88  NOT-FIRST-TYPE-OF-STATE    VALUE 'N'.                PRMSTA01

002690 01  WS-CONTROL-FIELDS.                                           PRMSTA01
002700     05  WS-PREV-STATE           PICTURE X(02) VALUE SPACES.      PRMSTA01
002710     05  WS-PREV-INSURANCE-TYPE  PICTURE X(10) VALUE SPACES.      PRMSTA01

002720 01  WS-FILE-STATUS-FIELDS.                                       PRMSTA01
002730     05  WS-PARM-FILE-STATUS     PICTURE X(02) VALUE SPACES.      PRMSTA01
002740     05  WS-TAX-RATE-STATUS      PICTURE X(02) VALUE SPACES.      PRMSTA01
002750     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      PRMSTA01
002760     05  WS-CUSTOMER-MASTER-STATUS                                PRMSTA01
002770                                 PICTURE X(02) VALUE SPACES.      PRMSTA01
002780     05  WS-CLAIMS-MASTER-STATUS PICTURE X(02) VALUE SPACES.      PRMSTA01
002790     05  WS-RETURN-PREM-STATUS   PICTURE X(02) VALUE SPACES.      PRMSTA01
002800     05  WS-POLICY-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         PRMSTA01
002810         88  ITEM-POLICY-FOUND          VALUE 'Y'.                PRMSTA01
002820         88  ITEM-POLICY-NOT-FOUND      VALUE 'N'.                PRMSTA01

002830 01  WS-PERIOD-FIELDS.                                            PRMSTA01
002840     05  WS-PERIOD-TYPE          PICTURE X(01) VALUE 'Q'.         PRMSTA01
002850         88  QUARTER-PERIOD             VALUE 'Q'.                PRMSTA01
002860         88  YEAR-PERIOD                VALUE 'Y'.                PRMSTA01
002870     05  WS-PERIOD-CCYY          PICTURE 9(04) VALUE ZERO.        PRMSTA01
002880     05  WS-PERIOD-QTR           PICTURE 9(01) VALUE ZERO.        PRMSTA01
002890     05  WS-CURRENT-QTR          PICTURE 9(01) VALUE ZERO.        PRMSTA01
002900     05  WS-PERIOD-START-DATE.                                    PRMSTA01
002910         10  WS-PST-CCYY         PICTURE 9(04).                   PRMSTA01
002920         10  WS-PST-MM           PICTURE 9(02).                   PRMSTA01
002930         10  WS-PST-DD           PICTURE 9(02).                   PRMSTA01
002940     05  WS-PERIOD-START-NUM REDEFINES WS-PERIOD-START-DATE       PRMSTA01
002950                                 PICTURE 9(08).                   PRMSTA01
002960     05  WS-PERIOD-END-DATE.                                      PRMSTA01
002970         10  WS-PEN-CCYY         PICTURE 9(04).                   PRMSTA01
002980         10  WS-PEN-MM           PICTURE 9(02).                   PRMSTA01
002990         10  WS-PEN-DD           PICTURE 9(02).                   PRMSTA01
003000     05  WS-PERIOD-END-NUM REDEFINES WS-PERIOD-END-DATE           PRMSTA01
003010                                 PICTURE 9(08).                   PRMSTA01
003020     05  WS-NEXT-PERIOD-DATE.                                     PRMSTA01
003030         10  WS-NPD-CCYY         PICTURE 9(04).                   PRMSTA01
003040         10  WS-NPD-MM           PICTURE 9(02).                   PRMSTA01
003050         10  WS-NPD-DD           PICTURE 9(02).                   PRMSTA01
003060     05  WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD-DATE         PRMSTA01
003070                                 PICTURE 9(08).                   PRMSTA01
003080     05  WS-PERIOD-LABEL         PICTURE X(09) VALUE SPACES.      PRMSTA01
003090     05  WS-PERIOD-RANGE-EDIT    PICTURE X(24) VALUE SPACES.      PRMSTA01

003100 01  WS-TAX-RATE-FIELDS.                                          PRMSTA01
003110     05  WS-RATE-TABLE-MAX       PICTURE 9(03) COMP VALUE 60.     PRMSTA01
003120     05  WS-RATE-TABLE-COUNT     PICTURE 9(03) COMP VALUE ZERO.   PRMSTA01
003130     05  WS-RATE-INDEX           PICTURE 9(03) COMP VALUE ZERO.   PRMSTA01
003140     05  WS-RATE-FOUND-SWITCH    PICTURE X(01) VALUE 'N'.         PRMSTA01
003150         88  STATE-RATE-FOUND           VALUE 'Y'.                PRMSTA01
003160         88  STATE-RATE-NOT-FOUND       VALUE 'N'.                PRMSTA01

003170 01  WS-TAX-RATE-TABLE.                                           PRMSTA01
003180     05  WS-TAX-RATE-ENTRY OCCURS 60 TIMES.                       PRMSTA01
003190         10  WS-RATE-STATE       PICTURE X(02).                   PRMSTA01
003200         10  WS-RATE-PERCENT     PICTURE 9V9999.                  PRMSTA01

003210 01  WS-STATE-LOOKUP-FIELDS.                                      PRMSTA01
003220     05  WS-LOOKUP-CUSTOMER      PICTURE X(08) VALUE SPACES.      PRMSTA01
003230     05  WS-LOOKUP-STATE         PICTURE X(02) VALUE SPACES.      PRMSTA01
003240     05  WS-UNKNOWN-STATE        PICTURE X(02) VALUE '??'.        PRMSTA01

003250 01  WS-EARNING-FIELDS.                                           PRMSTA01
003260     05  WS-TERM-DAYS            PICTURE 9(05) COMP VALUE ZERO.   PRMSTA01
003270     05  WS-ELAPSED-DAYS         PICTURE 9(05) COMP VALUE ZERO.   PRMSTA01
003280     05  WS-WALK-DATE.                                            PRMSTA01
003290         10  WS-WLK-CCYY         PICTURE 9(04).                   PRMSTA01
003300         10  WS-WLK-MM           PICTURE 9(02).                   PRMSTA01
003310         10  WS-WLK-DD           PICTURE 9(02).                   PRMSTA01
003320     05  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE                  PRMSTA01
003330                                 PICTURE 9(08).                   PRMSTA01
003340     05  WS-WALK-TARGET-DATE     PICTURE 9(08) VALUE ZERO.        PRMSTA01
003350     05  WS-WALK-DAY-COUNT       PICTURE 9(05) COMP VALUE ZERO.   PRMSTA01
003360     05  WS-EARN-TARGET-DATE     PICTURE 9(08) VALUE ZERO.        PRMSTA01
003370     05  WS-EARNED-AMOUNT        PICTURE 9(09)V99 VALUE ZERO.     PRMSTA01
003380     05  WS-DAYS-IN-MONTH        PICTURE 9(02) VALUE ZERO.        PRMSTA01
003390     05  WS-LEAP-QUOTIENT        PICTURE 9(04) COMP VALUE ZERO.   PRMSTA01
003400     05  WS-LEAP-REMAINDER-4     PICTURE 9(04) COMP VALUE ZERO.   PRMSTA01
003410     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   PRMSTA01
003420     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   PRMSTA01

003430 01  WS-MONTH-DAYS-TABLE-DEF.                                     PRMSTA01
003440     05  FILLER                  PICTURE X(24) VALUE              PRMSTA01
003450         '312831303130313130313031'.                              PRMSTA01

003460 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TABLE-DEF.       PRMSTA01
003470     05  WS-MONTH-DAYS-ENTRY     PICTURE 9(02) OCCURS 12 TIMES.   PRMSTA01

003480 01  WS-POLICY-PREMIUM-FIELDS.                                    PRMSTA01
003490     05  WS-PERIOD-WRITTEN       PICTURE 9(09)V99 VALUE ZERO.     PRMSTA01
003500     05  WS-PERIOD-EARNED        PICTURE 9(09)V99 VALUE ZERO.     PRMSTA01
003510     05  WS-EARNED-TO-END        PICTURE 9(09)V99 VALUE ZERO.     PRMSTA01

003520 01  WS-ACCUMULATORS.                                             PRMSTA01
003530     05  WS-TYP-WRITTEN          PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003540     05  WS-TYP-EARNED           PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003550     05  WS-TYP-RETURNED         PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003560     05  WS-TYP-CLAIM-COUNT      PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003570     05  WS-TYP-PAID             PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003580     05  WS-STA-WRITTEN          PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003590     05  WS-STA-EARNED           PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003600     05  WS-STA-RETURNED         PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003610     05  WS-STA-CLAIM-COUNT      PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003620     05  WS-STA-PAID             PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003630     05  WS-STA-TAXABLE          PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003640     05  WS-STA-TAX-RATE         PICTURE 9V9999 VALUE ZERO.       PRMSTA01
003650     05  WS-STA-TAX-DUE          PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003660     05  WS-GRD-WRITTEN          PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003670     05  WS-GRD-EARNED           PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003680     05  WS-GRD-RETURNED         PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003690     05  WS-GRD-CLAIM-COUNT      PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003700     05  WS-GRD-PAID             PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003710     05  WS-GRD-TAXABLE          PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01
003720     05  WS-GRD-TAX-DUE          PICTURE 9(11)V99 VALUE ZERO.     PRMSTA01

003730 01  WS-RECONCILIATION-COUNTS.                                    PRMSTA01
003740     05  WS-POLICIES-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003750     05  WS-CLAIMS-READ-COUNT    PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003760     05  WS-RETURNS-READ-COUNT   PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003770     05  WS-NO-POLICY-COUNT      PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003780     05  WS-NO-STATE-COUNT       PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003790     05  WS-NO-RATE-COUNT        PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01
003800     05  WS-EXTRACT-COUNT        PICTURE 9(07) COMP VALUE ZERO.   PRMSTA01

003810 01  WS-RUN-DATE-FIELDS.                                          PRMSTA01
003820     05  WS-CURRENT-DATE.                                         PRMSTA01
003830         10  WS-CUR-CCYY         PICTURE 9(04).                   PRMSTA01
003840         10  WS-CUR-MM           PICTURE 9(02).                   PRMSTA01
003850         10  WS-CUR-DD           PICTURE 9(02).                   PRMSTA01
003860     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE            PRMSTA01
003870                                 PICTURE 9(08).                   PRMSTA01
003880     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   PRMSTA01

003890 01  WS-PAGE-CONTROL.                                             PRMSTA01
003900     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   PRMSTA01
003910     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    PRMSTA01
003920     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         PRMSTA01

003930 01  WS-HEADING-LINE-1.                                           PRMSTA01
003940     05  FILLER                  PICTURE X(10)                    PRMSTA01
003950                                 VALUE 'RUN DATE: '.              PRMSTA01
003960     05  WS-HDR-RUN-DATE         PICTURE X(10).                   PRMSTA01
003970     05  FILLER                  PICTURE X(08) VALUE SPACES.      PRMSTA01
003980     05  FILLER                  PICTURE X(30) VALUE              PRMSTA01
003990         'PREMIUM BY STATE AND TAX DUE -'.                        PRMSTA01
004000     05  FILLER                  PICTURE X(01) VALUE SPACE.       PRMSTA01
004010     05  WS-HDR-PERIOD-LABEL     PICTURE X(09).                   PRMSTA01
004020     05  FILLER                  PICTURE X(08) VALUE SPACES.      PRMSTA01
004030     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    PRMSTA01
004040     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   PRMSTA01

004050 01  WS-HEADING-LINE-2.                                           PRMSTA01
004060     05  FILLER                  PICTURE X(08)                    PRMSTA01
004070                                 VALUE 'PERIOD: '.                PRMSTA01
004080     05  WS-HDR-PERIOD-RANGE     PICTURE X(24).                   PRMSTA01

004090 01  WS-COLUMN-HEADING-LINE.                                      PRMSTA01
004100     05  FILLER                  PICTURE X(01) VALUE SPACE.       PRMSTA01
004110     05  FILLER                  PICTURE X(02) VALUE 'ST'.        PRMSTA01
004120     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004130     05  FILLER                  PICTURE X(08)                    PRMSTA01
004140                                 VALUE 'INS TYPE'.                PRMSTA01
004150     05  FILLER                  PICTURE X(11) VALUE SPACES.      PRMSTA01
004160     05  FILLER                  PICTURE X(07)                    PRMSTA01
004170                                 VALUE 'WRITTEN'.                 PRMSTA01
004180     05  FILLER                  PICTURE X(10) VALUE SPACES.      PRMSTA01
004190     05  FILLER                  PICTURE X(06)                    PRMSTA01
004200                                 VALUE 'EARNED'.                  PRMSTA01
004210     05  FILLER                  PICTURE X(10) VALUE SPACES.      PRMSTA01
004220     05  FILLER                  PICTURE X(06)                    PRMSTA01
004230                                 VALUE 'RETURN'.                  PRMSTA01
004240     05  FILLER                  PICTURE X(03) VALUE SPACES.      PRMSTA01
004250     05  FILLER                  PICTURE X(06)                    PRMSTA01
004260                                 VALUE 'CLAIMS'.                  PRMSTA01
004270     05  FILLER                  PICTURE X(07) VALUE SPACES.      PRMSTA01
004280     05  FILLER                  PICTURE X(09)                    PRMSTA01
004290                                 VALUE 'PAID LOSS'.               PRMSTA01
004300     05  FILLER                  PICTURE X(09) VALUE SPACES.      PRMSTA01
004310     05  FILLER                  PICTURE X(07)                    PRMSTA01
004320                                 VALUE 'TAXABLE'.                 PRMSTA01
004330     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRMSTA01
004340     05  FILLER                  PICTURE X(04)                    PRMSTA01
004350                                 VALUE 'RATE'.                    PRMSTA01
004360     05  FILLER                  PICTURE X(09) VALUE SPACES.      PRMSTA01
004370     05  FILLER                  PICTURE X(07)                    PRMSTA01
004380                                 VALUE 'TAX DUE'.                 PRMSTA01

004390 01  WS-STATE-DETAIL-LINE.                                        PRMSTA01
004400     05  FILLER                  PICTURE X(01) VALUE SPACE.       PRMSTA01
004410     05  WS-DTL-STATE            PICTURE X(02).                   PRMSTA01
004420     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004430     05  WS-DTL-INSURANCE-TYPE   PICTURE X(10).                   PRMSTA01
004440     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004450     05  WS-DTL-WRITTEN          PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004460     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004470     05  WS-DTL-EARNED           PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004480     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004490     05  WS-DTL-RETURNED         PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004500     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004510     05  WS-DTL-CLAIM-COUNT      PICTURE ZZZ,ZZ9.                 PRMSTA01
004520     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004530     05  WS-DTL-PAID             PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01

004540 01  WS-STATE-TOTAL-LINE.                                         PRMSTA01
004550     05  FILLER                  PICTURE X(01) VALUE SPACE.       PRMSTA01
004560     05  WS-STL-LABEL            PICTURE X(14).                   PRMSTA01
004570     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004580     05  WS-STL-WRITTEN          PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004590     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004600     05  WS-STL-EARNED           PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004610     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004620     05  WS-STL-RETURNED         PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004630     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004640     05  WS-STL-CLAIM-COUNT      PICTURE ZZZ,ZZ9.                 PRMSTA01
004650     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004660     05  WS-STL-PAID             PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004670     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004680     05  WS-STL-TAXABLE          PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01
004690     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004700     05  WS-STL-TAX-RATE         PICTURE 9.9999.                  PRMSTA01
004710     05  WS-STL-TAX-RATE-X REDEFINES WS-STL-TAX-RATE              PRMSTA01
004720                                 PICTURE X(06).                   PRMSTA01
004730     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRMSTA01
004740     05  WS-STL-TAX-DUE          PICTURE ZZZ,ZZZ,ZZ9.99.          PRMSTA01

004750 01  WS-NO-RATE-LINE.                                             PRMSTA01
004760     05  FILLER                  PICTURE X(17) VALUE SPACES.      PRMSTA01
004770     05  FILLER                  PICTURE X(50) VALUE              PRMSTA01
004780         '*** NO PREMIUM TAX RATE ON FILE FOR THIS STATE ***'.    PRMSTA01

004790 01  WS-TRAILER-LINE-1.                                           PRMSTA01
004800     05  FILLER                  PICTURE X(20)                    PRMSTA01
004810                                 VALUE 'POLICIES READ:      '.    PRMSTA01
004820     05  WS-TRL-POLICIES-READ    PICTURE ZZZ,ZZ9.                 PRMSTA01
004830     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRMSTA01
004840     05  FILLER                  PICTURE X(20)                    PRMSTA01
004850                                 VALUE 'CLAIMS READ:        '.    PRMSTA01
004860     05  WS-TRL-CLAIMS-READ      PICTURE ZZZ,ZZ9.                 PRMSTA01
004870     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRMSTA01
004880     05  FILLER                  PICTURE X(20)                    PRMSTA01
004890                                 VALUE 'RETURN ITEMS READ:  '.    PRMSTA01
004900     05  WS-TRL-RETURNS-READ     PICTURE ZZZ,ZZ9.                 PRMSTA01

004910 01  WS-TRAILER-LINE-2.                                           PRMSTA01
004920     05  FILLER                  PICTURE X(20)                    PRMSTA01
004930                                 VALUE 'NOT ON POLICY FILE: '.    PRMSTA01
004940     05  WS-TRL-NO-POLICY        PICTURE ZZZ,ZZ9.                 PRMSTA01
004950     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRMSTA01
004960     05  FILLER                  PICTURE X(20)                    PRMSTA01
004970                                 VALUE 'NO CUSTOMER STATE:  '.    PRMSTA01
004980     05  WS-TRL-NO-STATE         PICTURE ZZZ,ZZ9.                 PRMSTA01
004990     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRMSTA01
005000     05  FILLER                  PICTURE X(20)                    PRMSTA01
005010                                 VALUE 'STATES WITH NO RATE:'.    PRMSTA01
005020     05  WS-TRL-NO-RATE          PICTURE ZZZ,ZZ9.                 PRMSTA01

005030 01  WS-TRAILER-LINE-3.                                           PRMSTA01
005040     05  FILLER                  PICTURE X(20)                    PRMSTA01
005050                                 VALUE 'EXTRACT RECORDS:    '.    PRMSTA01
005060     05  WS-TRL-EXTRACT-COUNT    PICTURE ZZZ,ZZ9.                 PRMSTA01

005070 01  WS-DATE-EDIT-FIELDS.                                         PRMSTA01
005080     05  WS-EDIT-DATE.                                            PRMSTA01
005090         10  WS-EDT-CCYY         PICTURE 9(04).                   PRMSTA01
005100         10  WS-EDT-MM           PICTURE 9(02).                   PRMSTA01
005110         10  WS-EDT-DD           PICTURE 9(02).                   PRMSTA01
005120     05  WS-FROM-DATE-EDIT       PICTURE X(10).                   PRMSTA01
005130     05  WS-THRU-DATE-EDIT       PICTURE X(10).                   PRMSTA01

005140 PROCEDURE DIVISION.                                              PRMSTA01

005150******************************************************************PRMSTA01
005160**                                                               *PRMSTA01
005170**  THIS PROGRAM SWEEPS THE POLICY MASTER, THE CANCELLATION      *PRMSTA01
005180**  RETURN PREMIUM EXTRACT AND THE CLAIMS MASTER, PLACES EACH    *PRMSTA01
005190**  ITEM IN ITS CUSTOMER'S STATE FROM THE CUSTOMER MASTER, SORTS *PRMSTA01
005200**  THE ITEMS BY STATE AND INSURANCE TYPE AND PRINTS THE PREMIUM *PRMSTA01
005210**  BY STATE REPORT WITH STATE SUBTOTALS AND PREMIUM TAX DUE,    *PRMSTA01
005220**  WRITING THE TAX FILING EXTRACT AS IT GOES.  IT IS ENTERED    *PRMSTA01
005230**  FROM THE OPERATING SYSTEM AND EXITS TO THE OPERATING SYSTEM. *PRMSTA01
005240**                                                               *PRMSTA01
005250******************************************************************PRMSTA01

005260 A000-CREATE-PREMIUM-BY-STATE.                                    PRMSTA01

005270     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   PRMSTA01
005280     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               PRMSTA01
005290           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           PRMSTA01
005300     PERFORM A001-READ-PERIOD-PARM.                               PRMSTA01
005310     PERFORM A002-SET-PERIOD-BOUNDARIES.                          PRMSTA01
005320     PERFORM C010-OPEN-TAX-RATE-FILE.                             PRMSTA01
005330     PERFORM A003-LOAD-TAX-RATE-TABLE.                            PRMSTA01
005340     CLOSE TAX-RATE-FILE.                                         PRMSTA01
005350     PERFORM C011-OPEN-POLICY-MASTER-FILE.                        PRMSTA01
005360     PERFORM C012-OPEN-CUSTOMER-MASTER-FILE.                      PRMSTA01
005370     PERFORM C013-OPEN-CLAIMS-MASTER-FILE.                        PRMSTA01
005380     OPEN OUTPUT STATE-REPORT-FILE                                PRMSTA01
005390                 TAX-EXTRACT-FILE.                                PRMSTA01
005400     SORT STATE-SORT-FILE                                         PRMSTA01
005410           ON ASCENDING KEY SRT-STATE                             PRMSTA01
005420                            SRT-INSURANCE-TYPE                    PRMSTA01
005430           INPUT PROCEDURE IS B000-EXTRACT-STATE-ITEMS            PRMSTA01
005440           OUTPUT PROCEDURE IS C000-PRINT-STATE-REPORT.           PRMSTA01
005450     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   PRMSTA01
005460     CLOSE POLICY-MASTER-FILE                                     PRMSTA01
005470           CUSTOMER-MASTER-FILE                                   PRMSTA01
005480           CLAIMS-MASTER-FILE                                     PRMSTA01
005490           STATE-REPORT-FILE                                      PRMSTA01
005500           TAX-EXTRACT-FILE.                                      PRMSTA01
005510     IF WS-NO-RATE-COUNT > ZERO                                   PRMSTA01
005520         MOVE 04 TO RETURN-CODE                                   PRMSTA01
005530     END-IF.                                                      PRMSTA01
005540     STOP RUN.                                                    PRMSTA01

005550******************************************************************PRMSTA01
005560**                                                               *PRMSTA01
005570**  THE PERIOD COMES FROM THE STATE PARAMETER FILE - TYPE Q WITH *PRMSTA01
005580**  A YEAR (CCYY) AND QUARTER (1-4), OR TYPE Y WITH A YEAR FOR   *PRMSTA01
005590**  THE CALENDAR YEAR.  WHEN THE FILE IS NOT AVAILABLE THE       *PRMSTA01
005600**  CALENDAR QUARTER BEFORE THE RUN DATE IS USED.  A PARAMETER   *PRMSTA01
005610**  THAT IS NOT A VALID PERIOD ENDS THE RUN.                     *PRMSTA01
005620**                                                               *PRMSTA01
005630******************************************************************PRMSTA01

005640 A001-READ-PERIOD-PARM.                                           PRMSTA01
005650     MOVE 'Q' TO WS-PERIOD-TYPE.                                  PRMSTA01
005660     MOVE WS-CUR-CCYY TO WS-PERIOD-CCYY.                          PRMSTA01
005670     COMPUTE WS-CURRENT-QTR = (WS-CUR-MM + 2) / 3.                PRMSTA01
005680     IF WS-CURRENT-QTR = 1                                        PRMSTA01
005690         MOVE 4 TO WS-PERIOD-QTR                                  PRMSTA01
005700         SUBTRACT 1 FROM WS-PERIOD-CCYY                           PRMSTA01
005710     ELSE                                                         PRMSTA01
005720         SUBTRACT 1 FROM WS-CURRENT-QTR GIVING WS-PERIOD-QTR      PRMSTA01
005730     END-IF.                                                      PRMSTA01
005740     OPEN INPUT STATE-PARM-FILE.                                  PRMSTA01
005750     IF WS-PARM-FILE-STATUS NOT = '00'                            PRMSTA01
005760         DISPLAY 'STATE-PARM-FILE NOT AVAILABLE - THE PRIOR'      PRMSTA01
005770         DISPLAY 'QUARTER WILL BE REPORTED'                       PRMSTA01
005780     ELSE                                                         PRMSTA01
005790         READ STATE-PARM-FILE                                     PRMSTA01
005800               AT END                                             PRMSTA01
005810                  DISPLAY 'STATE-PARM-FILE EMPTY - THE PRIOR'     PRMSTA01
005820                  DISPLAY 'QUARTER WILL BE REPORTED'              PRMSTA01
005830         END-READ                                                 PRMSTA01
005840         IF WS-PARM-FILE-STATUS = '00'                            PRMSTA01
005850             IF PERIOD-CCYY-PARM NOT NUMERIC                      PRMSTA01
005860                OR PERIOD-CCYY-PARM = ZERO                        PRMSTA01
005870                OR NOT (QUARTER-PERIOD-PARM OR YEAR-PERIOD-PARM)  PRMSTA01
005880                 DISPLAY 'INVALID REPORT PERIOD PARAMETER - '     PRMSTA01
005890                       STATE-PARM-RECORD                          PRMSTA01
005900                 MOVE 16 TO RETURN-CODE                           PRMSTA01
005910                 STOP RUN                                         PRMSTA01
005920             END-IF                                               PRMSTA01
005930             IF QUARTER-PERIOD-PARM                               PRMSTA01
005940                AND (PERIOD-QTR-PARM NOT NUMERIC                  PRMSTA01
005950                     OR PERIOD-QTR-PARM < 1                       PRMSTA01
005960                     OR PERIOD-QTR-PARM > 4)                      PRMSTA01
005970                 DISPLAY 'INVALID REPORT PERIOD PARAMETER - '     PRMSTA01
005980                       STATE-PARM-RECORD                          PRMSTA01
005990                 MOVE 16 TO RETURN-CODE                           PRMSTA01
006000                 STOP RUN                                         PRMSTA01
006010             END-IF                                               PRMSTA01
006020             MOVE PERIOD-TYPE-PARM TO WS-PERIOD-TYPE              PRMSTA01
006030             MOVE PERIOD-CCYY-PARM TO WS-PERIOD-CCYY              PRMSTA01
006040             IF QUARTER-PERIOD                                    PRMSTA01
006050                 MOVE PERIOD-QTR-PARM TO WS-PERIOD-QTR            PRMSTA01
006060             ELSE                                                 PRMSTA01
006070                 MOVE ZERO TO WS-PERIOD-QTR                       PRMSTA01
006080             END-IF                                               PRMSTA01
006090         END-IF                                                   PRMSTA01
006100         CLOSE STATE-PARM-FILE                                    PRMSTA01
006110     END-IF.                                                      PRMSTA01

006120******************************************************************PRMSTA01
006130**                                                               *PRMSTA01
006140**  THE PERIOD RUNS FROM ITS FIRST DAY UP TO (NOT INCLUDING) THE *PRMSTA01
006150**  FIRST DAY OF THE NEXT PERIOD.  THE LAST DAY IS ONLY PRINTED  *PRMSTA01
006160**  AND EXTRACTED - A QUARTER OR YEAR NEVER ENDS IN FEBRUARY.    *PRMSTA01
006170**                                                               *PRMSTA01
006180******************************************************************PRMSTA01

006190 A002-SET-PERIOD-BOUNDARIES.                                      PRMSTA01
006200     MOVE WS-PERIOD-CCYY TO WS-PST-CCYY.                          PRMSTA01
006210     MOVE 01 TO WS-PST-DD.                                        PRMSTA01
006220     MOVE WS-PERIOD-CCYY TO WS-PEN-CCYY.                          PRMSTA01
006230     MOVE WS-PERIOD-CCYY TO WS-NPD-CCYY.                          PRMSTA01
006240     MOVE 01 TO WS-NPD-DD.                                        PRMSTA01
006250     IF YEAR-PERIOD                                               PRMSTA01
006260         MOVE 01 TO WS-PST-MM                                     PRMSTA01
006270         MOVE 12 TO WS-PEN-MM                                     PRMSTA01
006280         MOVE 01 TO WS-NPD-MM                                     PRMSTA01
006290         ADD 1 TO WS-NPD-CCYY                                     PRMSTA01
006300         STRING 'YEAR ' WS-PERIOD-CCYY                            PRMSTA01
006310               DELIMITED BY SIZE INTO WS-PERIOD-LABEL             PRMSTA01
006320     ELSE                                                         PRMSTA01
006330         COMPUTE WS-PST-MM = WS-PERIOD-QTR * 3 - 2                PRMSTA01
006340         COMPUTE WS-PEN-MM = WS-PERIOD-QTR * 3                    PRMSTA01
006350         IF WS-PERIOD-QTR = 4                                     PRMSTA01
006360             MOVE 01 TO WS-NPD-MM                                 PRMSTA01
006370             ADD 1 TO WS-NPD-CCYY                                 PRMSTA01
006380         ELSE                                                     PRMSTA01
006390             COMPUTE WS-NPD-MM = WS-PERIOD-QTR * 3 + 1            PRMSTA01
006400         END-IF                                                   PRMSTA01
006410         STRING 'Q' WS-PERIOD-QTR ' ' WS-PERIOD-CCYY              PRMSTA01
006420               DELIMITED BY SIZE INTO WS-PERIOD-LABEL             PRMSTA01
006430     END-IF.                                                      PRMSTA01
006440     MOVE WS-MONTH-DAYS-ENTRY (WS-PEN-MM) TO WS-PEN-DD.           PRMSTA01
006450     MOVE WS-PERIOD-START-DATE TO WS-EDIT-DATE.                   PRMSTA01
006460     STRING WS-EDT-MM '/' WS-EDT-DD '/' WS-EDT-CCYY               PRMSTA01
006470           DELIMITED BY SIZE INTO WS-FROM-DATE-EDIT.              PRMSTA01
006480     MOVE WS-PERIOD-END-DATE TO WS-EDIT-DATE.                     PRMSTA01
006490     STRING WS-EDT-MM '/' WS-EDT-DD '/' WS-EDT-CCYY               PRMSTA01
006500           DELIMITED BY SIZE INTO WS-THRU-DATE-EDIT.              PRMSTA01
006510     STRING WS-FROM-DATE-EDIT ' THRU ' WS-THRU-DATE-EDIT          PRMSTA01
006520           DELIMITED BY SIZE INTO WS-PERIOD-RANGE-EDIT.           PRMSTA01

006530******************************************************************PRMSTA01
006540**                                                               *PRMSTA01
006550**  THE PREMIUM TAX RATE FILE HOLDS ONE RATE PER STATE, AS A     *PRMSTA01
006560**  FRACTION OF TAXABLE PREMIUM (0.0225 IS 2.25 PERCENT).        *PRMSTA01
006570**                                                               *PRMSTA01
006580******************************************************************PRMSTA01

006590 A003-LOAD-TAX-RATE-TABLE.                                        PRMSTA01
006600     PERFORM A005-READ-TAX-RATE.                                  PRMSTA01
006610     PERFORM A004-LOAD-TAX-RATE-ENTRY                             PRMSTA01
006620           UNTIL ARE-THERE-MORE-RATES = 'NO '.                    PRMSTA01

006630 A004-LOAD-TAX-RATE-ENTRY.                                        PRMSTA01
006640     IF WS-RATE-TABLE-COUNT >= WS-RATE-TABLE-MAX                  PRMSTA01
006650         DISPLAY 'TAX RATE TABLE OVERFLOW - MORE THAN '           PRMSTA01
006660               WS-RATE-TABLE-MAX ' ENTRIES'                       PRMSTA01
006670         MOVE 16 TO RETURN-CODE                                   PRMSTA01
006680         STOP RUN                                                 PRMSTA01
006690     END-IF.                                                      PRMSTA01
006700     IF TAX-RATE-PERCENT NOT NUMERIC                              PRMSTA01
006710         DISPLAY 'INVALID PREMIUM TAX RATE RECORD - '             PRMSTA01
006720               TAX-RATE-RECORD                                    PRMSTA01
006730         MOVE 16 TO RETURN-CODE                                   PRMSTA01
006740         STOP RUN                                                 PRMSTA01
006750     END-IF.                                                      PRMSTA01
006760     ADD 1 TO WS-RATE-TABLE-COUNT.                                PRMSTA01
006770     MOVE TAX-RATE-STATE                                          PRMSTA01
006780           TO WS-RATE-STATE (WS-RATE-TABLE-COUNT).                PRMSTA01
006790     MOVE TAX-RATE-PERCENT                                        PRMSTA01
006800           TO WS-RATE-PERCENT (WS-RATE-TABLE-COUNT).              PRMSTA01
006810     PERFORM A005-READ-TAX-RATE.                                  PRMSTA01

006820 A005-READ-TAX-RATE.                                              PRMSTA01
006830     READ TAX-RATE-FILE                                           PRMSTA01
006840           AT END                                                 PRMSTA01
006850              MOVE 'NO ' TO ARE-THERE-MORE-RATES.                 PRMSTA01

006860 A010-PRINT-RECONCILIATION-TRAILER.                               PRMSTA01
006870     MOVE WS-POLICIES-READ-COUNT TO WS-TRL-POLICIES-READ.         PRMSTA01
006880     MOVE WS-CLAIMS-READ-COUNT TO WS-TRL-CLAIMS-READ.             PRMSTA01
006890     MOVE WS-RETURNS-READ-COUNT TO WS-TRL-RETURNS-READ.           PRMSTA01
006900     WRITE STATE-REPORT-LINE FROM WS-TRAILER-LINE-1               PRMSTA01
006910           AFTER ADVANCING 2 LINES.                               PRMSTA01
006920     MOVE WS-NO-POLICY-COUNT TO WS-TRL-NO-POLICY.                 PRMSTA01
006930     MOVE WS-NO-STATE-COUNT TO WS-TRL-NO-STATE.                   PRMSTA01
006940     MOVE WS-NO-RATE-COUNT TO WS-TRL-NO-RATE.                     PRMSTA01
006950     WRITE STATE-REPORT-LINE FROM WS-TRAILER-LINE-2               PRMSTA01
006960           AFTER ADVANCING 1 LINES.                               PRMSTA01
006970     MOVE WS-EXTRACT-COUNT TO WS-TRL-EXTRACT-COUNT.               PRMSTA01
006980     WRITE STATE-REPORT-LINE FROM WS-TRAILER-LINE-3               PRMSTA01
006990           AFTER ADVANCING 1 LINES.                               PRMSTA01

007000******************************************************************PRMSTA01
007010**                                                               *PRMSTA01
007020**  INPUT PROCEDURE.  EVERY POLICY RELEASES ITS WRITTEN AND      *PRMSTA01
007030**  EARNED PREMIUM FOR THE PERIOD, EVERY CANCELLATION REFUND IN  *PRMSTA01
007040**  THE PERIOD RELEASES ITS RETURN PREMIUM AND EVERY CLAIM MADE  *PRMSTA01
007050**  IN THE PERIOD RELEASES A CLAIM COUNT AND ITS PAID LOSS.      *PRMSTA01
007060**                                                               *PRMSTA01
007070******************************************************************PRMSTA01

007080 B000-EXTRACT-STATE-ITEMS.                                        PRMSTA01
007090     PERFORM B100-SWEEP-POLICIES.                                 PRMSTA01
007100     PERFORM B200-SWEEP-RETURN-PREMIUM.                           PRMSTA01
007110     PERFORM B300-SWEEP-CLAIMS.                                   PRMSTA01

007120 B100-SWEEP-POLICIES.                                             PRMSTA01
007130     MOVE LOW-VALUES TO POLICY-NUMBER-MASTER.                     PRMSTA01
007140     START POLICY-MASTER-FILE                                     PRMSTA01
007150           KEY IS NOT LESS THAN POLICY-NUMBER-MASTER              PRMSTA01
007160           INVALID KEY                                            PRMSTA01
007170              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                PRMSTA01
007180     END-START.                                                   PRMSTA01
007190     PERFORM B102-READ-POLICY-NEXT.                               PRMSTA01
007200     PERFORM B101-RELEASE-POLICY-PREMIUM                          PRMSTA01
007210           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  PRMSTA01

007220 B101-RELEASE-POLICY-PREMIUM.                                     PRMSTA01
007230     PERFORM B110-EARN-POLICY-PREMIUM.                            PRMSTA01
007240     IF WS-PERIOD-WRITTEN NOT = ZERO                              PRMSTA01
007250        OR WS-PERIOD-EARNED NOT = ZERO                            PRMSTA01
007260         MOVE CUSTOMER-NUMBER-MASTER TO WS-LOOKUP-CUSTOMER        PRMSTA01
007270         PERFORM B400-LOOKUP-CUSTOMER-STATE                       PRMSTA01
007280         MOVE WS-LOOKUP-STATE TO SRT-STATE                        PRMSTA01
007290         MOVE INSURANCE-TYPE-MASTER TO SRT-INSURANCE-TYPE         PRMSTA01
007300         MOVE WS-PERIOD-WRITTEN TO SRT-WRITTEN                    PRMSTA01
007310         MOVE WS-PERIOD-EARNED TO SRT-EARNED                      PRMSTA01
007320         MOVE ZERO TO SRT-RETURNED                                PRMSTA01
007330         MOVE ZERO TO SRT-CLAIM-COUNT                             PRMSTA01
007340         MOVE ZERO TO SRT-PAID                                    PRMSTA01
007350         RELEASE STATE-SORT-RECORD                                PRMSTA01
007360     END-IF.                                                      PRMSTA01
007370     PERFORM B102-READ-POLICY-NEXT.                               PRMSTA01

007380 B102-READ-POLICY-NEXT.                                           PRMSTA01
007390     READ POLICY-MASTER-FILE NEXT RECORD                          PRMSTA01
007400           AT END                                                 PRMSTA01
007410              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS.               PRMSTA01
007420     IF ARE-THERE-MORE-RECORDS = 'YES'                            PRMSTA01
007430         ADD 1 TO WS-POLICIES-READ-COUNT                          PRMSTA01
007440     END-IF.                                                      PRMSTA01

007450******************************************************************PRMSTA01
007460**                                                               *PRMSTA01
007470**  PREMIUM IS WRITTEN IN THE PERIOD THE POLICY TAKES EFFECT,    *PRMSTA01
007480**  WHETHER OR NOT IT IS LATER CANCELLED - THE REFUND COMES BACK *PRMSTA01
007490**  AS RETURN PREMIUM.  IT IS EARNED PRO RATA OVER THE TERM AS   *PRMSTA01
007500**  IN THE EARNED PREMIUM REPORT, AND A CANCELLED POLICY STOPS   *PRMSTA01
007510**  EARNING ON ITS CANCEL DATE.  THE PERIOD'S EARNED PREMIUM IS  *PRMSTA01
007520**  EARNED TO THE END OF THE PERIOD LESS EARNED TO ITS START.    *PRMSTA01
007530**                                                               *PRMSTA01
007540******************************************************************PRMSTA01

007550 B110-EARN-POLICY-PREMIUM.                                        PRMSTA01
007560     MOVE ZERO TO WS-PERIOD-WRITTEN.                              PRMSTA01
007570     IF EFFECTIVE-DATE-MASTER NOT < WS-PERIOD-START-NUM           PRMSTA01
007580        AND EFFECTIVE-DATE-MASTER < WS-NEXT-PERIOD-NUM            PRMSTA01
007590         MOVE PREMIUM-MASTER TO WS-PERIOD-WRITTEN                 PRMSTA01
007600     END-IF.                                                      PRMSTA01
007610     MOVE ZERO TO WS-TERM-DAYS.                                   PRMSTA01
007620     IF EXPIRATION-DATE-MASTER > EFFECTIVE-DATE-MASTER            PRMSTA01
007630         MOVE EFFECTIVE-DATE-MASTER TO WS-WALK-DATE-NUM           PRMSTA01
007640         MOVE EXPIRATION-DATE-MASTER TO WS-WALK-TARGET-DATE       PRMSTA01
007650         PERFORM B112-COUNT-WALK-DAYS                             PRMSTA01
007660         MOVE WS-WALK-DAY-COUNT TO WS-TERM-DAYS                   PRMSTA01
007670     END-IF.                                                      PRMSTA01
007680     MOVE WS-PERIOD-START-NUM TO WS-EARN-TARGET-DATE.             PRMSTA01
007690     PERFORM B111-EARN-THROUGH-TARGET.                            PRMSTA01
007700     MOVE WS-EARNED-AMOUNT TO WS-PERIOD-EARNED.                   PRMSTA01
007710     MOVE WS-NEXT-PERIOD-NUM TO WS-EARN-TARGET-DATE.              PRMSTA01
007720     PERFORM B111-EARN-THROUGH-TARGET.                            PRMSTA01
007730     MOVE WS-EARNED-AMOUNT TO WS-EARNED-TO-END.                   PRMSTA01
007740     SUBTRACT WS-PERIOD-EARNED FROM WS-EARNED-TO-END              PRMSTA01
007750           GIVING WS-PERIOD-EARNED.                               PRMSTA01

007760 B111-EARN-THROUGH-TARGET.                                        PRMSTA01
007770     IF POLICY-IS-CANCELLED                                       PRMSTA01
007780        AND WS-EARN-TARGET-DATE > CANCEL-DATE-MASTER              PRMSTA01
007790         MOVE CANCEL-DATE-MASTER TO WS-EARN-TARGET-DATE           PRMSTA01
007800     END-IF.                                                      PRMSTA01
007810     IF WS-EARN-TARGET-DATE NOT > EFFECTIVE-DATE-MASTER           PRMSTA01
007820         MOVE ZERO TO WS-EARNED-AMOUNT                            PRMSTA01
007830     ELSE                                                         PRMSTA01
007840         IF WS-EARN-TARGET-DATE NOT < EXPIRATION-DATE-MASTER      PRMSTA01
007850            OR WS-TERM-DAYS = ZERO                                PRMSTA01
007860             MOVE PREMIUM-MASTER TO WS-EARNED-AMOUNT              PRMSTA01
007870         ELSE                                                     PRMSTA01
007880             MOVE EFFECTIVE-DATE-MASTER TO WS-WALK-DATE-NUM       PRMSTA01
007890             MOVE WS-EARN-TARGET-DATE TO WS-WALK-TARGET-DATE      PRMSTA01
007900             PERFORM B112-COUNT-WALK-DAYS                         PRMSTA01
007910             MOVE WS-WALK-DAY-COUNT TO WS-ELAPSED-DAYS            PRMSTA01
007920             COMPUTE WS-EARNED-AMOUNT ROUNDED =                   PRMSTA01
007930                   PREMIUM-MASTER * WS-ELAPSED-DAYS               PRMSTA01
007940                   / WS-TERM-DAYS                                 PRMSTA01
007950         END-IF                                                   PRMSTA01
007960     END-IF.                                                      PRMSTA01

007970 B112-COUNT-WALK-DAYS.                                            PRMSTA01
007980     MOVE ZERO TO WS-WALK-DAY-COUNT.                              PRMSTA01
007990     PERFORM B113-WALK-ONE-DAY                                    PRMSTA01
008000           UNTIL WS-WALK-DATE-NUM NOT < WS-WALK-TARGET-DATE.      PRMSTA01

008010 B113-WALK-ONE-DAY.                                               PRMSTA01
008020     ADD 1 TO WS-WLK-DD.                                          PRMSTA01
008030     PERFORM B114-SET-WALK-DAYS-IN-MONTH.                         PRMSTA01
008040     IF WS-WLK-DD > WS-DAYS-IN-MONTH                              PRMSTA01
008050         MOVE 1 TO WS-WLK-DD                                      PRMSTA01
008060         ADD 1 TO WS-WLK-MM                                       PRMSTA01
008070         IF WS-WLK-MM > 12                                        PRMSTA01
008080             MOVE 1 TO WS-WLK-MM                                  PRMSTA01
008090             ADD 1 TO WS-WLK-CCYY                                 PRMSTA01
008100         END-IF                                                   PRMSTA01
008110     END-IF.                                                      PRMSTA01
008120     ADD 1 TO WS-WALK-DAY-COUNT.                                  PRMSTA01

008130 B114-SET-WALK-DAYS-IN-MONTH.                                     PRMSTA01
008140     MOVE WS-MONTH-DAYS-ENTRY (WS-WLK-MM) TO WS-DAYS-IN-MONTH.    PRMSTA01
008150     IF WS-WLK-MM = 02                                            PRMSTA01
008160         DIVIDE WS-WLK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT          PRMSTA01
008170               REMAINDER WS-LEAP-REMAINDER-4                      PRMSTA01
008180         DIVIDE WS-WLK-CCYY BY 100 GIVING WS-LEAP-QUOTIENT        PRMSTA01
008190               REMAINDER WS-LEAP-REMAINDER-100                    PRMSTA01
008200         DIVIDE WS-WLK-CCYY BY 400 GIVING WS-LEAP-QUOTIENT        PRMSTA01
008210               REMAINDER WS-LEAP-REMAINDER-400                    PRMSTA01
008220         IF WS-LEAP-REMAINDER-4 = ZERO                            PRMSTA01
008230            AND (WS-LEAP-REMAINDER-100 NOT = ZERO                 PRMSTA01
008240                 OR WS-LEAP-REMAINDER-400 = ZERO)                 PRMSTA01
008250             MOVE 29 TO WS-DAYS-IN-MONTH                          PRMSTA01
008260         END-IF                                                   PRMSTA01
008270     END-IF.                                                      PRMSTA01

008280******************************************************************PRMSTA01
008290**                                                               *PRMSTA01
008300**  RETURN PREMIUM IS THE CANCELLATION REFUND EXTRACT, TAKEN BY  *PRMSTA01
008310**  CANCEL DATE.  THE INSURANCE TYPE COMES FROM THE POLICY       *PRMSTA01
008320**  MASTER AND THE STATE FROM THE CUSTOMER ON THE REFUND.  A     *PRMSTA01
008330**  REFUND WHOSE POLICY IS NO LONGER ON THE POLICY MASTER IS     *PRMSTA01
008340**  COUNTED AND LEFT OUT.                                        *PRMSTA01
008350**                                                               *PRMSTA01
008360******************************************************************PRMSTA01

008370 B200-SWEEP-RETURN-PREMIUM.                                       PRMSTA01
008380     OPEN INPUT RETURN-PREMIUM-FILE.                              PRMSTA01
008390     IF WS-RETURN-PREM-STATUS NOT = '00'                          PRMSTA01
008400         DISPLAY 'RETURN-PREMIUM-FILE NOT AVAILABLE - NO RETURN'  PRMSTA01
008410         DISPLAY 'PREMIUM WILL BE REPORTED'                       PRMSTA01
008420     ELSE                                                         PRMSTA01
008430         PERFORM B202-READ-RETURN-PREMIUM                         PRMSTA01
008440         PERFORM B201-RELEASE-RETURN-PREMIUM                      PRMSTA01
008450               UNTIL ARE-THERE-MORE-RETURNS = 'NO '               PRMSTA01
008460         CLOSE RETURN-PREMIUM-FILE                                PRMSTA01
008470     END-IF.                                                      PRMSTA01

008480 B201-RELEASE-RETURN-PREMIUM.                                     PRMSTA01
008490     IF RTP-CANCEL-DATE NOT < WS-PERIOD-START-NUM                 PRMSTA01
008500        AND RTP-CANCEL-DATE < WS-NEXT-PERIOD-NUM                  PRMSTA01
008510        AND RTP-REFUND-AMOUNT NOT = ZERO                          PRMSTA01
008520         MOVE RTP-POLICY-NUMBER TO POLICY-NUMBER-MASTER           PRMSTA01
008530         PERFORM B500-READ-ITEM-POLICY                            PRMSTA01
008540         IF ITEM-POLICY-NOT-FOUND                                 PRMSTA01
008550             ADD 1 TO WS-NO-POLICY-COUNT                          PRMSTA01
008560         ELSE                                                     PRMSTA01
008570             MOVE RTP-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER       PRMSTA01
008580             PERFORM B400-LOOKUP-CUSTOMER-STATE                   PRMSTA01
008590             MOVE WS-LOOKUP-STATE TO SRT-STATE                    PRMSTA01
008600             MOVE INSURANCE-TYPE-MASTER TO SRT-INSURANCE-TYPE     PRMSTA01
008610             MOVE ZERO TO SRT-WRITTEN                             PRMSTA01
008620             MOVE ZERO TO SRT-EARNED                              PRMSTA01
008630             MOVE RTP-REFUND-AMOUNT TO SRT-RETURNED               PRMSTA01
008640             MOVE ZERO TO SRT-CLAIM-COUNT                         PRMSTA01
008650             MOVE ZERO TO SRT-PAID                                PRMSTA01
008660             RELEASE STATE-SORT-RECORD                            PRMSTA01
008670         END-IF                                                   PRMSTA01
008680     END-IF.                                                      PRMSTA01
008690     PERFORM B202-READ-RETURN-PREMIUM.                            PRMSTA01

008700 B202-READ-RETURN-PREMIUM.                                        PRMSTA01
008710     READ RETURN-PREMIUM-FILE                                     PRMSTA01
008720           AT END                                                 PRMSTA01
008730              MOVE 'NO ' TO ARE-THERE-MORE-RETURNS.               PRMSTA01
008740     IF ARE-THERE-MORE-RETURNS = 'YES'                            PRMSTA01
008750         ADD 1 TO WS-RETURNS-READ-COUNT                           PRMSTA01
008760     END-IF.                                                      PRMSTA01

008770******************************************************************PRMSTA01
008780**                                                               *PRMSTA01
008790**  CLAIMS ARE COUNTED IN THE PERIOD OF THEIR CLAIM DATE AND     *PRMSTA01
008800**  CARRY THEIR PAID LOSS TO DATE FROM THE CLAIMS MASTER.  A     *PRMSTA01
008810**  CLAIM WHOSE POLICY IS NO LONGER ON THE POLICY MASTER IS      *PRMSTA01
008820**  COUNTED AND LEFT OUT.                                        *PRMSTA01
008830**                                                               *PRMSTA01
008840******************************************************************PRMSTA01

008850 B300-SWEEP-CLAIMS.                                               PRMSTA01
008860     MOVE LOW-VALUES TO CLAIM-NUMBER-MASTER.                      PRMSTA01
008870     START CLAIMS-MASTER-FILE                                     PRMSTA01
008880           KEY IS NOT LESS THAN CLAIM-NUMBER-MASTER               PRMSTA01
008890           INVALID KEY                                            PRMSTA01
008900              MOVE 'NO ' TO ARE-THERE-MORE-CLAIMS                 PRMSTA01
008910     END-START.                                                   PRMSTA01
008920     PERFORM B302-READ-CLAIM-NEXT.                                PRMSTA01
008930     PERFORM B301-RELEASE-CLAIM-LOSS                              PRMSTA01
008940           UNTIL ARE-THERE-MORE-CLAIMS = 'NO '.                   PRMSTA01

008950 B301-RELEASE-CLAIM-LOSS.                                         PRMSTA01
008960     IF CLAIM-DATE-MASTER NOT < WS-PERIOD-START-NUM               PRMSTA01
008970        AND CLAIM-DATE-MASTER < WS-NEXT-PERIOD-NUM                PRMSTA01
008980         MOVE CLAIM-POLICY-NUMBER-MASTER TO POLICY-NUMBER-MASTER  PRMSTA01
008990         PERFORM B500-READ-ITEM-POLICY                            PRMSTA01
009000         IF ITEM-POLICY-NOT-FOUND                                 PRMSTA01
009010             ADD 1 TO WS-NO-POLICY-COUNT                          PRMSTA01
009020         ELSE                                                     PRMSTA01
009030             MOVE CUSTOMER-NUMBER-MASTER TO WS-LOOKUP-CUSTOMER    PRMSTA01
009040             PERFORM B400-LOOKUP-CUSTOMER-STATE                   PRMSTA01
009050             MOVE WS-LOOKUP-STATE TO SRT-STATE                    PRMSTA01
009060             MOVE INSURANCE-TYPE-MASTER TO SRT-INSURANCE-TYPE     PRMSTA01
009070             MOVE ZERO TO SRT-WRITTEN                             PRMSTA01
009080             MOVE ZERO TO SRT-EARNED                              PRMSTA01
009090             MOVE ZERO TO SRT-RETURNED                            PRMSTA01
009100             MOVE 1 TO SRT-CLAIM-COUNT                            PRMSTA01
009110             MOVE CLAIM-PAID-MASTER TO SRT-PAID                   PRMSTA01
009120             RELEASE STATE-SORT-RECORD                            PRMSTA01
009130         END-IF                                                   PRMSTA01
009140     END-IF.                                                      PRMSTA01
009150     PERFORM B302-READ-CLAIM-NEXT.                                PRMSTA01

009160 B302-READ-CLAIM-NEXT.                                            PRMSTA01
009170     READ CLAIMS-MASTER-FILE NEXT RECORD                          PRMSTA01
009180           AT END                                                 PRMSTA01
009190              MOVE 'NO ' TO ARE-THERE-MORE-CLAIMS.                PRMSTA01
009200     IF ARE-THERE-MORE-CLAIMS = 'YES'                             PRMSTA01
009210         ADD 1 TO WS-CLAIMS-READ-COUNT                            PRMSTA01
009220     END-IF.                                                      PRMSTA01

009230******************************************************************PRMSTA01
009240**                                                               *PRMSTA01
009250**  THE STATE IS THE CUSTOMER MASTER STATE.  A BLANK CUSTOMER    *PRMSTA01
009260**  NUMBER, A CUSTOMER NOT ON FILE OR A BLANK STATE REPORTS      *PRMSTA01
009270**  UNDER STATE ?? AND IS COUNTED ON THE TRAILER.                *PRMSTA01
009280**                                                               *PRMSTA01
009290******************************************************************PRMSTA01

009300 B400-LOOKUP-CUSTOMER-STATE.                                      PRMSTA01
009310     MOVE WS-UNKNOWN-STATE TO WS-LOOKUP-STATE.                    PRMSTA01
009320     IF WS-LOOKUP-CUSTOMER NOT = SPACES                           PRMSTA01
009330         MOVE WS-LOOKUP-CUSTOMER TO CUSTOMER-NUMBER-CUST          PRMSTA01
009340         READ CUSTOMER-MASTER-FILE                                PRMSTA01
009350               INVALID KEY                                        PRMSTA01
009360                  MOVE WS-UNKNOWN-STATE TO WS-LOOKUP-STATE        PRMSTA01
009370               NOT INVALID KEY                                    PRMSTA01
009380                  IF STATE-CUST NOT = SPACES                      PRMSTA01
009390                      MOVE STATE-CUST TO WS-LOOKUP-STATE          PRMSTA01
009400                  END-IF                                          PRMSTA01
009410         END-READ                                                 PRMSTA01
009420     END-IF.                                                      PRMSTA01
009430     IF WS-LOOKUP-STATE = WS-UNKNOWN-STATE                        PRMSTA01
009440         ADD 1 TO WS-NO-STATE-COUNT                               PRMSTA01
009450     END-IF.                                                      PRMSTA01

009460 B500-READ-ITEM-POLICY.                                           PRMSTA01
009470     READ POLICY-MASTER-FILE                                      PRMSTA01
009480           INVALID KEY                                            PRMSTA01
009490              MOVE 'N' TO WS-POLICY-FOUND-SWITCH                  PRMSTA01
009500           NOT INVALID KEY                                        PRMSTA01
009510              MOVE 'Y' TO WS-POLICY-FOUND-SWITCH                  PRMSTA01
009520     END-READ.                                                    PRMSTA01

009530******************************************************************PRMSTA01
009540**                                                               *PRMSTA01
009550**  OUTPUT PROCEDURE.  ONE LINE IS PRINTED AND EXTRACTED FOR     *PRMSTA01
009560**  EACH STATE AND INSURANCE TYPE, THEN A STATE TOTAL.  PREMIUM  *PRMSTA01
009570**  TAX IS FILED BY STATE - THE TAXABLE PREMIUM IS WRITTEN LESS  *PRMSTA01
009580**  RETURN PREMIUM (NEVER BELOW ZERO) AND THE TAX DUE IS THE     *PRMSTA01
009590**  STATE RATE ON IT.  A STATE WITH NO RATE ON FILE IS FLAGGED   *PRMSTA01
009600**  AND THE RUN ENDS WITH RETURN CODE 4.                         *PRMSTA01
009610**                                                               *PRMSTA01
009620******************************************************************PRMSTA01

009630 C000-PRINT-STATE-REPORT.                                         PRMSTA01
009640     PERFORM C004-RETURN-SORTED-RECORD.                           PRMSTA01
009650     PERFORM C001-ACCUMULATE-SORTED-RECORD                        PRMSTA01
009660           UNTIL ARE-THERE-MORE-SORTED = 'NO '.                   PRMSTA01
009670     IF NOT-FIRST-SORTED-RECORD                                   PRMSTA01
009680         PERFORM C002-PRINT-TYPE-LINE                             PRMSTA01
009690         PERFORM C003-PRINT-STATE-TOTAL                           PRMSTA01
009700     END-IF.                                                      PRMSTA01
009710     PERFORM C006-PRINT-GRAND-TOTAL.                              PRMSTA01

009720 C001-ACCUMULATE-SORTED-RECORD.                                   PRMSTA01
009730     IF FIRST-SORTED-RECORD                                       PRMSTA01
009740         MOVE SRT-STATE TO WS-PREV-STATE                          PRMSTA01
009750         MOVE SRT-INSURANCE-TYPE TO WS-PREV-INSURANCE-TYPE        PRMSTA01
009760     ELSE                                                         PRMSTA01
009770         IF SRT-STATE NOT = WS-PREV-STATE                         PRMSTA01
009780             PERFORM C002-PRINT-TYPE-LINE                         PRMSTA01
009790             PERFORM C003-PRINT-STATE-TOTAL                       PRMSTA01
009800             MOVE SRT-STATE TO WS-PREV-STATE                      PRMSTA01
009810             MOVE SRT-INSURANCE-TYPE TO WS-PREV-INSURANCE-TYPE    PRMSTA01
009820         ELSE                                                     PRMSTA01
009830             IF SRT-INSURANCE-TYPE NOT = WS-PREV-INSURANCE-TYPE   PRMSTA01
009840                 PERFORM C002-PRINT-TYPE-LINE                     PRMSTA01
009850                 MOVE SRT-INSURANCE-TYPE TO WS-PREV-INSURANCE-TYPEPRMSTA01
009860             END-IF                                               PRMSTA01
009870         END-IF                                                   PRMSTA01
009880     END-IF.                                                      PRMSTA01
009890     MOVE 'N' TO WS-FIRST-SORTED-SWITCH.                          PRMSTA01
009900     ADD SRT-WRITTEN TO WS-TYP-WRITTEN.                           PRMSTA01
009910     ADD SRT-EARNED TO WS-TYP-EARNED.                             PRMSTA01
009920     ADD SRT-RETURNED TO WS-TYP-RETURNED.                         PRMSTA01
009930     ADD SRT-CLAIM-COUNT TO WS-TYP-CLAIM-COUNT.                   PRMSTA01
009940     ADD SRT-PAID TO WS-TYP-PAID.                                 PRMSTA01
009950     PERFORM C004-RETURN-SORTED-RECORD.                           PRMSTA01

009960 C002-PRINT-TYPE-LINE.                                            PRMSTA01
009970     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    PRMSTA01
009980         PERFORM C005-PRINT-PAGE-HEADERS                          PRMSTA01
009990     END-IF.                                                      PRMSTA01
010000     MOVE WS-PREV-STATE TO WS-DTL-STATE.                          PRMSTA01
010010     MOVE WS-PREV-INSURANCE-TYPE TO WS-DTL-INSURANCE-TYPE.        PRMSTA01
010020     MOVE WS-TYP-WRITTEN TO WS-DTL-WRITTEN.                       PRMSTA01
010030     MOVE WS-TYP-EARNED TO WS-DTL-EARNED.                         PRMSTA01
010040     MOVE WS-TYP-RETURNED TO WS-DTL-RETURNED.                     PRMSTA01
010050     MOVE WS-TYP-CLAIM-COUNT TO WS-DTL-CLAIM-COUNT.               PRMSTA01
010060     MOVE WS-TYP-PAID TO WS-DTL-PAID.                             PRMSTA01
010070     IF FIRST-TYPE-OF-STATE                                       PRMSTA01
010080         WRITE STATE-REPORT-LINE FROM WS-STATE-DETAIL-LINE        PRMSTA01
010090               AFTER ADVANCING 2 LINES                            PRMSTA01
010100         ADD 2 TO WS-LINE-COUNT                                   PRMSTA01
010110     ELSE                                                         PRMSTA01
010120         WRITE STATE-REPORT-LINE FROM WS-STATE-DETAIL-LINE        PRMSTA01
010130               AFTER ADVANCING 1 LINES                            PRMSTA01
010140         ADD 1 TO WS-LINE-COUNT                                   PRMSTA01
010150     END-IF.                                                      PRMSTA01
010160     MOVE 'N' TO WS-FIRST-TYPE-SWITCH.                            PRMSTA01
010170     MOVE 'D' TO STX-RECORD-TYPE.                                 PRMSTA01
010180     MOVE WS-PREV-INSURANCE-TYPE TO STX-INSURANCE-TYPE.           PRMSTA01
010190     MOVE WS-TYP-WRITTEN TO STX-WRITTEN.                          PRMSTA01
010200     MOVE WS-TYP-EARNED TO STX-EARNED.                            PRMSTA01
010210     MOVE WS-TYP-RETURNED TO STX-RETURNED.                        PRMSTA01
010220     MOVE WS-TYP-CLAIM-COUNT TO STX-CLAIM-COUNT.                  PRMSTA01
010230     MOVE WS-TYP-PAID TO STX-PAID.                                PRMSTA01
010240     MOVE ZERO TO STX-TAXABLE.                                    PRMSTA01
010250     MOVE ZERO TO STX-TAX-RATE.                                   PRMSTA01
010260     MOVE ZERO TO STX-TAX-DUE.                                    PRMSTA01
010270     PERFORM C030-WRITE-TAX-EXTRACT.                              PRMSTA01
010280     ADD WS-TYP-WRITTEN TO WS-STA-WRITTEN.                        PRMSTA01
010290     ADD WS-TYP-EARNED TO WS-STA-EARNED.                          PRMSTA01
010300     ADD WS-TYP-RETURNED TO WS-STA-RETURNED.                      PRMSTA01
010310     ADD WS-TYP-CLAIM-COUNT TO WS-STA-CLAIM-COUNT.                PRMSTA01
010320     ADD WS-TYP-PAID TO WS-STA-PAID.                              PRMSTA01
010330     MOVE ZERO TO WS-TYP-WRITTEN.                                 PRMSTA01
010340     MOVE ZERO TO WS-TYP-EARNED.                                  PRMSTA01
010350     MOVE ZERO TO WS-TYP-RETURNED.                                PRMSTA01
010360     MOVE ZERO TO WS-TYP-CLAIM-COUNT.                             PRMSTA01
010370     MOVE ZERO TO WS-TYP-PAID.                                    PRMSTA01

010380 C003-PRINT-STATE-TOTAL.                                          PRMSTA01
010390     IF WS-STA-WRITTEN > WS-STA-RETURNED                          PRMSTA01
010400         SUBTRACT WS-STA-RETURNED FROM WS-STA-WRITTEN             PRMSTA01
010410               GIVING WS-STA-TAXABLE                              PRMSTA01
010420     ELSE                                                         PRMSTA01
010430         MOVE ZERO TO WS-STA-TAXABLE                              PRMSTA01
010440     END-IF.                                                      PRMSTA01
010450     PERFORM C020-FIND-STATE-TAX-RATE.                            PRMSTA01
010460     IF STATE-RATE-FOUND                                          PRMSTA01
010470         COMPUTE WS-STA-TAX-DUE ROUNDED =                         PRMSTA01
010480               WS-STA-TAXABLE * WS-STA-TAX-RATE                   PRMSTA01
010490     ELSE                                                         PRMSTA01
010500         MOVE ZERO TO WS-STA-TAX-DUE                              PRMSTA01
010510         ADD 1 TO WS-NO-RATE-COUNT                                PRMSTA01
010520     END-IF.                                                      PRMSTA01
010530     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    PRMSTA01
010540         PERFORM C005-PRINT-PAGE-HEADERS                          PRMSTA01
010550     END-IF.                                                      PRMSTA01
010560     MOVE SPACES TO WS-STL-LABEL.                                 PRMSTA01
010570     STRING 'STATE ' WS-PREV-STATE ' TOTAL'                       PRMSTA01
010580           DELIMITED BY SIZE INTO WS-STL-LABEL.                   PRMSTA01
010590     MOVE WS-STA-WRITTEN TO WS-STL-WRITTEN.                       PRMSTA01
010600     MOVE WS-STA-EARNED TO WS-STL-EARNED.                         PRMSTA01
010610     MOVE WS-STA-RETURNED TO WS-STL-RETURNED.                     PRMSTA01
010620     MOVE WS-STA-CLAIM-COUNT TO WS-STL-CLAIM-COUNT.               PRMSTA01
010630     MOVE WS-STA-PAID TO WS-STL-PAID.                             PRMSTA01
010640     MOVE WS-STA-TAXABLE TO WS-STL-TAXABLE.                       PRMSTA01
010650     IF STATE-RATE-FOUND                                          PRMSTA01
010660         MOVE WS-STA-TAX-RATE TO WS-STL-TAX-RATE                  PRMSTA01
010670     ELSE                                                         PRMSTA01
010680         MOVE SPACES TO WS-STL-TAX-RATE-X                         PRMSTA01
010690     END-IF.                                                      PRMSTA01
010700     MOVE WS-STA-TAX-DUE TO WS-STL-TAX-DUE.                       PRMSTA01
010710     WRITE STATE-REPORT-LINE FROM WS-STATE-TOTAL-LINE             PRMSTA01
010720           AFTER ADVANCING 2 LINES.                               PRMSTA01
010730     ADD 2 TO WS-LINE-COUNT.                                      PRMSTA01
010740     IF STATE-RATE-NOT-FOUND                                      PRMSTA01
010750         WRITE STATE-REPORT-LINE FROM WS-NO-RATE-LINE             PRMSTA01
010760               AFTER ADVANCING 1 LINES                            PRMSTA01
010770         ADD 1 TO WS-LINE-COUNT                                   PRMSTA01
010780     END-IF.                                                      PRMSTA01
010790     MOVE 'S' TO STX-RECORD-TYPE.                                 PRMSTA01
010800     MOVE SPACES TO STX-INSURANCE-TYPE.                           PRMSTA01
010810     MOVE WS-STA-WRITTEN TO STX-WRITTEN.                          PRMSTA01
010820     MOVE WS-STA-EARNED TO STX-EARNED.                            PRMSTA01
010830     MOVE WS-STA-RETURNED TO STX-RETURNED.                        PRMSTA01
010840     MOVE WS-STA-CLAIM-COUNT TO STX-CLAIM-COUNT.                  PRMSTA01
010850     MOVE WS-STA-PAID TO STX-PAID.                                PRMSTA01
010860     MOVE WS-STA-TAXABLE TO STX-TAXABLE.                          PRMSTA01
010870     MOVE WS-STA-TAX-RATE TO STX-TAX-RATE.                        PRMSTA01
010880     MOVE WS-STA-TAX-DUE TO STX-TAX-DUE.                          PRMSTA01
010890     PERFORM C030-WRITE-TAX-EXTRACT.                              PRMSTA01
010900     ADD WS-STA-WRITTEN TO WS-GRD-WRITTEN.                        PRMSTA01
010910     ADD WS-STA-EARNED TO WS-GRD-EARNED.                          PRMSTA01
010920     ADD WS-STA-RETURNED TO WS-GRD-RETURNED.                      PRMSTA01
010930     ADD WS-STA-CLAIM-COUNT TO WS-GRD-CLAIM-COUNT.                PRMSTA01
010940     ADD WS-STA-PAID TO WS-GRD-PAID.                              PRMSTA01
010950     ADD WS-STA-TAXABLE TO WS-GRD-TAXABLE.                        PRMSTA01
010960     ADD WS-STA-TAX-DUE TO WS-GRD-TAX-DUE.                        PRMSTA01
010970     MOVE ZERO TO WS-STA-WRITTEN.                                 PRMSTA01
010980     MOVE ZERO TO WS-STA-EARNED.                                  PRMSTA01
010990     MOVE ZERO TO WS-STA-RETURNED.                                PRMSTA01
011000     MOVE ZERO TO WS-STA-CLAIM-COUNT.                             PRMSTA01
011010     MOVE ZERO TO WS-STA-PAID.                                    PRMSTA01
011020     MOVE 'Y' TO WS-FIRST-TYPE-SWITCH.                            PRMSTA01

011030 C004-RETURN-SORTED-RECORD.                                       PRMSTA01
011040     RETURN STATE-SORT-FILE                                       PRMSTA01
011050           AT END                                                 PRMSTA01
011060              MOVE 'NO ' TO ARE-THERE-MORE-SORTED.                PRMSTA01

011070 C005-PRINT-PAGE-HEADERS.                                         PRMSTA01
011080     ADD 1 TO WS-PAGE-NUMBER.                                     PRMSTA01
011090     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   PRMSTA01
011100     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                PRMSTA01
011110     MOVE WS-PERIOD-LABEL TO WS-HDR-PERIOD-LABEL.                 PRMSTA01
011120     MOVE WS-PERIOD-RANGE-EDIT TO WS-HDR-PERIOD-RANGE.            PRMSTA01
011130     WRITE STATE-REPORT-LINE FROM WS-HEADING-LINE-1               PRMSTA01
011140           AFTER ADVANCING PAGE.                                  PRMSTA01
011150     WRITE STATE-REPORT-LINE FROM WS-HEADING-LINE-2               PRMSTA01
011160           AFTER ADVANCING 1 LINES.                               PRMSTA01
011170     WRITE STATE-REPORT-LINE FROM WS-COLUMN-HEADING-LINE          PRMSTA01
011180           AFTER ADVANCING 2 LINES.                               PRMSTA01
011190     MOVE 4 TO WS-LINE-COUNT.                                     PRMSTA01
011200     MOVE 'Y' TO WS-FIRST-TYPE-SWITCH.                            PRMSTA01

011210 C006-PRINT-GRAND-TOTAL.                                          PRMSTA01
011220     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    PRMSTA01
011230         PERFORM C005-PRINT-PAGE-HEADERS                          PRMSTA01
011240     END-IF.                                                      PRMSTA01
011250     MOVE 'GRAND TOTAL' TO WS-STL-LABEL.                          PRMSTA01
011260     MOVE WS-GRD-WRITTEN TO WS-STL-WRITTEN.                       PRMSTA01
011270     MOVE WS-GRD-EARNED TO WS-STL-EARNED.                         PRMSTA01
011280     MOVE WS-GRD-RETURNED TO WS-STL-RETURNED.                     PRMSTA01
011290     MOVE WS-GRD-CLAIM-COUNT TO WS-STL-CLAIM-COUNT.               PRMSTA01
011300     MOVE WS-GRD-PAID TO WS-STL-PAID.                             PRMSTA01
011310     MOVE WS-GRD-TAXABLE TO WS-STL-TAXABLE.                       PRMSTA01
011320     MOVE SPACES TO WS-STL-TAX-RATE-X.                            PRMSTA01
011330     MOVE WS-GRD-TAX-DUE TO WS-STL-TAX-DUE.                       PRMSTA01
011340     WRITE STATE-REPORT-LINE FROM WS-STATE-TOTAL-LINE             PRMSTA01
011350           AFTER ADVANCING 3 LINES.                               PRMSTA01
011360     ADD 3 TO WS-LINE-COUNT.                                      PRMSTA01

011370 C010-OPEN-TAX-RATE-FILE.                                         PRMSTA01
011380     OPEN INPUT TAX-RATE-FILE.                                    PRMSTA01
011390     IF WS-TAX-RATE-STATUS NOT = '00'                             PRMSTA01
011400         DISPLAY 'UNABLE TO OPEN TAX-RATE-FILE - STATUS '         PRMSTA01
011410               WS-TAX-RATE-STATUS                                 PRMSTA01
011420         MOVE 16 TO RETURN-CODE                                   PRMSTA01
011430         STOP RUN                                                 PRMSTA01
011440     END-IF.                                                      PRMSTA01

011450 C011-OPEN-POLICY-MASTER-FILE.                                    PRMSTA01
011460     OPEN INPUT POLICY-MASTER-FILE.                               PRMSTA01
011470     IF WS-MASTER-FILE-STATUS NOT = '00'                          PRMSTA01
011480         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    PRMSTA01
011490               WS-MASTER-FILE-STATUS                              PRMSTA01
011500         MOVE 16 TO RETURN-CODE                                   PRMSTA01
011510         STOP RUN                                                 PRMSTA01
011520     END-IF.                                                      PRMSTA01

011530 C012-OPEN-CUSTOMER-MASTER-FILE.                                  PRMSTA01
011540     OPEN INPUT CUSTOMER-MASTER-FILE.                             PRMSTA01
011550     IF WS-CUSTOMER-MASTER-STATUS NOT = '00'                      PRMSTA01
011560         DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER-FILE - STATUS '  PRMSTA01
011570               WS-CUSTOMER-MASTER-STATUS                          PRMSTA01
011580         MOVE 16 TO RETURN-CODE                                   PRMSTA01
011590         STOP RUN                                                 PRMSTA01
011600     END-IF.                                                      PRMSTA01

011610 C013-OPEN-CLAIMS-MASTER-FILE.                                    PRMSTA01
011620     OPEN INPUT CLAIMS-MASTER-FILE.                               PRMSTA01
011630     IF WS-CLAIMS-MASTER-STATUS NOT = '00'                        PRMSTA01
011640         DISPLAY 'UNABLE TO OPEN CLAIMS-MASTER-FILE - STATUS '    PRMSTA01
011650               WS-CLAIMS-MASTER-STATUS                            PRMSTA01
011660         MOVE 16 TO RETURN-CODE                                   PRMSTA01
011670         STOP RUN                                                 PRMSTA01
011680     END-IF.                                                      PRMSTA01

011690 C020-FIND-STATE-TAX-RATE.                                        PRMSTA01
011700     MOVE 'N' TO WS-RATE-FOUND-SWITCH.                            PRMSTA01
011710     MOVE ZERO TO WS-STA-TAX-RATE.                                PRMSTA01
011720     PERFORM C021-MATCH-STATE-TAX-RATE                            PRMSTA01
011730           VARYING WS-RATE-INDEX FROM 1 BY 1                      PRMSTA01
011740           UNTIL WS-RATE-INDEX > WS-RATE-TABLE-COUNT              PRMSTA01
011750              OR STATE-RATE-FOUND.                                PRMSTA01

011760 C021-MATCH-STATE-TAX-RATE.                                       PRMSTA01
011770     IF WS-RATE-STATE (WS-RATE-INDEX) = WS-PREV-STATE             PRMSTA01
011780         MOVE 'Y' TO WS-RATE-FOUND-SWITCH                         PRMSTA01
011790         MOVE WS-RATE-PERCENT (WS-RATE-INDEX) TO WS-STA-TAX-RATE  PRMSTA01
011800     END-IF.                                                      PRMSTA01

011810 C030-WRITE-TAX-EXTRACT.                                          PRMSTA01
011820     MOVE WS-PREV-STATE TO STX-STATE.                             PRMSTA01
011830     MOVE WS-PERIOD-TYPE TO STX-PERIOD-TYPE.                      PRMSTA01
011840     MOVE WS-PERIOD-CCYY TO STX-PERIOD-CCYY.                      PRMSTA01
011850     MOVE WS-PERIOD-QTR TO STX-PERIOD-QTR.                        PRMSTA01
011860     MOVE WS-PERIOD-START-NUM TO STX-FROM-DATE.                   PRMSTA01
011870     MOVE WS-PERIOD-END-NUM TO STX-THRU-DATE.                     PRMSTA01
011880     MOVE WS-CURRENT-DATE-NUM TO STX-RUN-DATE.                    PRMSTA01
011890     WRITE TAX-EXTRACT-RECORD.                                    PRMSTA01
011900     ADD 1 TO WS-EXTRACT-COUNT.                                   PRMSTA01

