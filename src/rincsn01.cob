001010 IDENTIFICATION DIVISION.                                         RINCSN01

001020 PROGRAM-ID.    RINCSN01.                                         RINCSN01
001030 AUTHOR.        MMELL.                                            RINCSN01
001040 INSTALLATION.  AUBURN.                                           RINCSN01
001050 DATE-WRITTEN.  2026-10-07.                                       RINCSN01
001060 DATE-COMPILED. 2026-10-07.                                       RINCSN01
001070 SECURITY.      UNCLASSIFIED.                                     RINCSN01

001080******************************************************************RINCSN01
001090**                                                               *RINCSN01
001100**  THIS PROGRAM PRODUCES THE MONTHLY REINSURANCE CESSION        *RINCSN01
001110**  BORDEREAUX AND THE NET OF REINSURANCE LOSS RATIO             *RINCSN01
001120**                                                               *RINCSN01
001130**    MODIFICATION HISTORY                                       *RINCSN01
001140**    -------------------                                        *RINCSN01
001150**    DATE       INIT  DESCRIPTION                               *RINCSN01
001160**    ---------- ----  ----------------------------------------- *RINCSN01
001170**    2026-10-07  MM   INITIAL VERSION.  APPLIES THE TREATY      *RINCSN01
001180**                     IN FORCE FOR EACH POLICY'S INSURANCE      *RINCSN01
001190**                     TYPE AND EFFECTIVE DATE TO ITS WRITTEN    *RINCSN01
001200**                     AND EARNED PREMIUM FOR THE REPORT MONTH   *RINCSN01
001210**                     AND TO THE PAID AND RESERVED LOSS ON ITS  *RINCSN01
001220**                     CLAIMS, AND PRINTS A PREMIUM AND A LOSS   *RINCSN01
001230**                     BORDEREAU FOR EACH REINSURER FOLLOWED BY  *RINCSN01
001240**                     THE GROSS AND NET OF REINSURANCE LOSS     *RINCSN01
001250**                     RATIO BY INSURANCE TYPE.  THE REPORT      *RINCSN01
001260**                     MONTH COMES FROM THE MONTH PARAMETER      *RINCSN01
001270**                     FILE - THE PRIOR MONTH WHEN THE FILE IS   *RINCSN01
001280**                     NOT AVAILABLE.                            *RINCSN01
001290**                                                               *RINCSN01
001300******************************************************************RINCSN01

001310 ENVIRONMENT DIVISION.                                            RINCSN01

001320 CONFIGURATION SECTION.                                           RINCSN01

001330 SOURCE-COMPUTER. X86_64.                                         RINCSN01
001340 OBJECT-COMPUTER. X86_64.                                         RINCSN01

001350 INPUT-OUTPUT SECTION.                                            RINCSN01
001360 FILE-CONTROL.                                                    RINCSN01
001370     SELECT MONTH-PARM-FILE                                       RINCSN01
001380         ASSIGN TO UT-S-RINPARM                                   RINCSN01
001390         ORGANIZATION IS LINE SEQUENTIAL                          RINCSN01
001400         FILE STATUS IS WS-PARM-FILE-STATUS.                      RINCSN01

001410     SELECT TREATY-MASTER-FILE                                    RINCSN01
001420         ASSIGN TO UT-S-TRTYMST                                   RINCSN01
001430         ORGANIZATION IS INDEXED                                  RINCSN01
001440         ACCESS MODE IS DYNAMIC                                   RINCSN01
001450         RECORD KEY IS TREATY-KEY-TRTY                            RINCSN01
001460         FILE STATUS IS WS-TREATY-MASTER-STATUS.                  RINCSN01

001470     SELECT POLICY-MASTER-FILE                                    RINCSN01
001480         ASSIGN TO UT-S-POLMSTR                                   RINCSN01
001490         ORGANIZATION IS INDEXED                                  RINCSN01
001500         ACCESS MODE IS DYNAMIC                                   RINCSN01
001510         RECORD KEY IS POLICY-NUMBER-MASTER                       RINCSN01
001520         FILE STATUS IS WS-MASTER-FILE-STATUS.                    RINCSN01

001530     SELECT CLAIMS-MASTER-FILE                                    RINCSN01
001540         ASSIGN TO UT-S-CLMMSTR                                   RINCSN01
001550         ORGANIZATION IS INDEXED                                  RINCSN01
001560         ACCESS MODE IS DYNAMIC                                   RINCSN01
001570         RECORD KEY IS CLAIM-NUMBER-MASTER                        RINCSN01
001580         ALTERNATE RECORD KEY IS CLAIM-POLICY-NUMBER-MASTER       RINCSN01
001590               WITH DUPLICATES                                    RINCSN01
001600         FILE STATUS IS WS-CLAIMS-MASTER-STATUS.                  RINCSN01

001610     SELECT CESSION-SORT-FILE                                     RINCSN01
001620         ASSIGN TO UT-S-RINSORT.                                  RINCSN01

001630     SELECT BORDEREAU-REPORT-FILE                                 RINCSN01
001640         ASSIGN TO UT-S-RINRPT                                    RINCSN01
001650         ORGANIZATION IS LINE SEQUENTIAL.                         RINCSN01

001660 DATA DIVISION.                                                   RINCSN01

001670 FILE SECTION.                                                    RINCSN01

001680 FD  MONTH-PARM-FILE                                              RINCSN01
001690     RECORD CONTAINS 6 CHARACTERS                                 RINCSN01
001700     LABEL RECORDS ARE STANDARD                                   RINCSN01
001710     DATA RECORD IS MONTH-PARM-RECORD.                            RINCSN01
001720 01  MONTH-PARM-RECORD.                                           RINCSN01
001730     05  REPORT-MONTH-PARM.                                       RINCSN01
001740         10  REPORT-CCYY-PARM    PICTURE 9(04).                   RINCSN01
001750         10  REPORT-MM-PARM      PICTURE 9(02).                   RINCSN01

001760 FD  TREATY-MASTER-FILE                                           RINCSN01
001770     LABEL RECORDS ARE STANDARD.                                  RINCSN01
001780     COPY TRTYMAST.                                               RINCSN01

001790 FD  POLICY-MASTER-FILE                                           RINCSN01
001800     LABEL RECORDS ARE STANDARD.                                  RINCSN01
001810     COPY POLYMAST.                                               RINCSN01

001820 FD  CLAIMS-MASTER-FILE                                           RINCSN01
001830     LABEL RECORDS ARE STANDARD.                                  RINCSN01
001840     COPY CLMMAST.                                                RINCSN01

001850 SD  CESSION-SORT-FILE                                            RINCSN01
001860     DATA RECORD IS CESSION-SORT-RECORD.                          RINCSN01
001870 01  CESSION-SORT-RECORD.                                         RINCSN01
001880     05  SRT-REINSURER-NAME      PICTURE X(20).                   RINCSN01
001890     05  SRT-BORDEREAU-TYPE      PICTURE X(01).                   RINCSN01
001900         88  SRT-PREMIUM-BORDEREAU      VALUE 'P'.                RINCSN01
001910         88  SRT-LOSS-BORDEREAU         VALUE 'L'.                RINCSN01
001920     05  SRT-TREATY-NUMBER       PICTURE X(10).                   RINCSN01
001930     05  SRT-TREATY-KIND         PICTURE X(01).                   RINCSN01
001940     05  SRT-INSURANCE-TYPE      PICTURE X(10).                   RINCSN01
001950     05  SRT-ITEM-NUMBER         PICTURE X(12).                   RINCSN01
001960     05  SRT-ITEM-DATE           PICTURE 9(08).                   RINCSN01
001970     05  SRT-GROSS-AMOUNT-1      PICTURE 9(09)V99.                RINCSN01
001980     05  SRT-CEDED-AMOUNT-1      PICTURE 9(09)V99.                RINCSN01
001990     05  SRT-GROSS-AMOUNT-2      PICTURE 9(09)V99.                RINCSN01
002000     05  SRT-CEDED-AMOUNT-2      PICTURE 9(09)V99.                RINCSN01

002010 FD  BORDEREAU-REPORT-FILE                                        RINCSN01
002020     RECORD CONTAINS 133 CHARACTERS                               RINCSN01
002030     LABEL RECORDS ARE OMITTED                                    RINCSN01
002040     DATA RECORD IS BORDEREAU-REPORT-LINE.                        RINCSN01
002050 01  BORDEREAU-REPORT-LINE.                                       RINCSN01
002060     05  CARRIAGE-CONTROL        PICTURE X.                       RINCSN01
002070     05  FILLER                  PICTURE X(132).                  RINCSN01

002080 WORKING-STORAGE SECTION.                                         RINCSN01

002090 01  PROGRAM-INDICATORS.                                          RINCSN01
002100     05  ARE-THERE-MORE-RECORDS  PICTURE X(3) VALUE 'YES'.        RINCSN01
002110     05  ARE-THERE-MORE-CLAIMS   PICTURE X(3) VALUE 'YES'.        RINCSN01
002120     05  ARE-THERE-MORE-CESSIONS PICTURE X(3) VALUE 'YES'.        RINCSN01
002130     05  WS-FIRST-CESSION-SWITCH PICTURE X(01) VALUE 'Y'.         RINCSN01
002140         88  FIRST-CESSION              VALUE 'Y'.                RINCSN01
002150         88  NOT-FIRST-CESSION          VALUE 'N'.                RINCSN01

002160 01  WS-CONTROL-FIELDS.                                           RINCSN01
002170     05  WS-PREV-REINSURER-NAME  PICTURE X(20) VALUE SPACES.      RINCSN01
002180     05  WS-PREV-BORDEREAU-TYPE  PICTURE X(01) VALUE SPACES.      RINCSN01

002190 01  WS-FILE-STATUS-FIELDS.                                       RINCSN01
002200     05  WS-PARM-FILE-STATUS     PICTURE X(02) VALUE SPACES.      RINCSN01
002210     05  WS-TREATY-MASTER-STATUS PICTURE X(02) VALUE SPACES.      RINCSN01
002220     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      RINCSN01
002230     05  WS-CLAIMS-MASTER-STATUS PICTURE X(02) VALUE SPACES.      RINCSN01
002240     05  WS-POLICY-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         RINCSN01
002250         88  CLAIM-POLICY-FOUND         VALUE 'Y'.                RINCSN01
002260         88  CLAIM-POLICY-NOT-FOUND     VALUE 'N'.                RINCSN01

002270 01  WS-REPORT-MONTH-FIELDS.                                      RINCSN01
002280     05  WS-REPORT-MONTH.                                         RINCSN01
002290         10  WS-RPT-CCYY         PICTURE 9(04).                   RINCSN01
002300         10  WS-RPT-MM           PICTURE 9(02).                   RINCSN01
002310     05  WS-MONTH-START-DATE.                                     RINCSN01
002320         10  WS-MST-CCYY         PICTURE 9(04).                   RINCSN01
002330         10  WS-MST-MM           PICTURE 9(02).                   RINCSN01
002340         10  WS-MST-DD           PICTURE 9(02).                   RINCSN01
002350     05  WS-MONTH-START-NUM REDEFINES WS-MONTH-START-DATE         RINCSN01
002360                                 PICTURE 9(08).                   RINCSN01
002370     05  WS-NEXT-MONTH-DATE.                                      RINCSN01
002380         10  WS-NMT-CCYY         PICTURE 9(04).                   RINCSN01
002390         10  WS-NMT-MM           PICTURE 9(02).                   RINCSN01
002400         10  WS-NMT-DD           PICTURE 9(02).                   RINCSN01
002410     05  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE           RINCSN01
002420                                 PICTURE 9(08).                   RINCSN01
002430     05  WS-REPORT-MONTH-EDIT    PICTURE X(07).                   RINCSN01

002440 01  WS-TREATY-LOOKUP-FIELDS.                                     RINCSN01
002450     05  WS-LOOKUP-TYPE          PICTURE X(10) VALUE SPACES.      RINCSN01
002460     05  WS-LOOKUP-KIND          PICTURE X(01) VALUE SPACES.      RINCSN01
002470     05  WS-LOOKUP-DATE          PICTURE 9(08) VALUE ZERO.        RINCSN01
002480     05  WS-TREATY-SCAN-DONE-SWITCH                               RINCSN01
002490                                 PICTURE X(01) VALUE 'N'.         RINCSN01
002500         88  TREATY-SCAN-DONE           VALUE 'Y'.                RINCSN01
002510         88  TREATY-SCAN-NOT-DONE       VALUE 'N'.                RINCSN01
002520     05  WS-TREATY-IN-FORCE-SWITCH                                RINCSN01
002530                                 PICTURE X(01) VALUE 'N'.         RINCSN01
002540         88  TREATY-IN-FORCE            VALUE 'Y'.                RINCSN01
002550         88  TREATY-NOT-IN-FORCE        VALUE 'N'.                RINCSN01
002560     05  WS-TRT-TREATY-NUMBER    PICTURE X(10) VALUE SPACES.      RINCSN01
002570     05  WS-TRT-REINSURER-NAME   PICTURE X(20) VALUE SPACES.      RINCSN01
002580     05  WS-TRT-CESSION-PERCENT  PICTURE 9V9999 VALUE ZERO.       RINCSN01
002590     05  WS-TRT-RETENTION        PICTURE 9(07)V99 VALUE ZERO.     RINCSN01
002600     05  WS-TRT-LIMIT            PICTURE 9(07)V99 VALUE ZERO.     RINCSN01

002610 01  WS-EARNING-FIELDS.                                           RINCSN01
002620     05  WS-TERM-DAYS            PICTURE 9(05) COMP VALUE ZERO.   RINCSN01
002630     05  WS-ELAPSED-DAYS         PICTURE 9(05) COMP VALUE ZERO.   RINCSN01
002640     05  WS-WALK-DATE.                                            RINCSN01
002650         10  WS-WLK-CCYY         PICTURE 9(04).                   RINCSN01
002660         10  WS-WLK-MM           PICTURE 9(02).                   RINCSN01
002670         10  WS-WLK-DD           PICTURE 9(02).                   RINCSN01
002680     05  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE                  RINCSN01
002690                                 PICTURE 9(08).                   RINCSN01
002700     05  WS-WALK-TARGET-DATE     PICTURE 9(08) VALUE ZERO.        RINCSN01
002710     05  WS-WALK-DAY-COUNT       PICTURE 9(05) COMP VALUE ZERO.   RINCSN01
002720     05  WS-EARN-TARGET-DATE     PICTURE 9(08) VALUE ZERO.        RINCSN01
002730     05  WS-EARNED-AMOUNT        PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002740     05  WS-DAYS-IN-MONTH        PICTURE 9(02) VALUE ZERO.        RINCSN01
002750     05  WS-LEAP-QUOTIENT        PICTURE 9(04) COMP VALUE ZERO.   RINCSN01
002760     05  WS-LEAP-REMAINDER-4     PICTURE 9(04) COMP VALUE ZERO.   RINCSN01
002770     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   RINCSN01
002780     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   RINCSN01

002790 01  WS-MONTH-DAYS-TABLE-DEF.                                     RINCSN01
002800     05  FILLER                  PICTURE X(24) VALUE              RINCSN01
002810         '312831303130313130313031'.                              RINCSN01

002820 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TABLE-DEF.       RINCSN01
002830     05  WS-MONTH-DAYS-ENTRY     PICTURE 9(02) OCCURS 12 TIMES.   RINCSN01

002840 01  WS-PREMIUM-CESSION-FIELDS.                                   RINCSN01
002850     05  WS-MONTH-WRITTEN        PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002860     05  WS-MONTH-EARNED         PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002870     05  WS-EARNED-TO-DATE       PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002880     05  WS-SUBJECT-WRITTEN      PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002890     05  WS-SUBJECT-MONTH-EARNED PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002900     05  WS-SUBJECT-EARNED-TO-DATE                                RINCSN01
002910                                 PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002920     05  WS-CEDED-WRITTEN        PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002930     05  WS-CEDED-MONTH-EARNED   PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002940     05  WS-CEDED-EARNED-TO-DATE PICTURE 9(09)V99 VALUE ZERO.     RINCSN01

002950 01  WS-LOSS-CESSION-FIELDS.                                      RINCSN01
002960     05  WS-SUBJECT-PAID         PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002970     05  WS-SUBJECT-RESERVE      PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002980     05  WS-SUBJECT-INCURRED     PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
002990     05  WS-CEDED-PAID           PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
003000     05  WS-CEDED-RESERVE        PICTURE 9(09)V99 VALUE ZERO.     RINCSN01
003010     05  WS-CEDED-INCURRED       PICTURE 9(09)V99 VALUE ZERO.     RINCSN01

003020 01  WS-TYPE-SUMMARY-TABLE.                                       RINCSN01
003030     05  WS-TYPE-SUMMARY-ENTRY OCCURS 20 TIMES.                   RINCSN01
003040         10  WS-SUM-INSURANCE-TYPE                                RINCSN01
003050                                 PICTURE X(10).                   RINCSN01
003060         10  WS-SUM-GROSS-EARNED PICTURE 9(11)V99.                RINCSN01
003070         10  WS-SUM-CEDED-EARNED PICTURE 9(11)V99.                RINCSN01
003080         10  WS-SUM-GROSS-INCURRED                                RINCSN01
003090                                 PICTURE 9(11)V99.                RINCSN01
003100         10  WS-SUM-CEDED-INCURRED                                RINCSN01
003110                                 PICTURE 9(11)V99.                RINCSN01

003120 01  WS-TYPE-SUMMARY-FIELDS.                                      RINCSN01
003130     05  WS-TYPE-SUMMARY-COUNT   PICTURE 9(02) COMP VALUE ZERO.   RINCSN01
003140     05  WS-TYPE-SUMMARY-MAX     PICTURE 9(02) COMP VALUE 20.     RINCSN01
003150     05  WS-SUM-INDEX            PICTURE 9(02) COMP VALUE ZERO.   RINCSN01
003160     05  WS-SEARCH-INDEX         PICTURE 9(02) COMP VALUE ZERO.   RINCSN01
003170     05  WS-SUMMARY-FOUND-SWITCH PICTURE X(01) VALUE 'N'.         RINCSN01
003180         88  SUMMARY-ENTRY-FOUND        VALUE 'Y'.                RINCSN01
003190         88  SUMMARY-ENTRY-NOT-FOUND    VALUE 'N'.                RINCSN01

003200 01  WS-LOSS-RATIO-FIELDS.                                        RINCSN01
003210     05  WS-RATIO-PREMIUM        PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003220     05  WS-RATIO-CLAIMS         PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003230     05  WS-LOSS-RATIO-PCT       PICTURE 9(05)V99 VALUE ZERO.     RINCSN01
003240     05  WS-LINE-GROSS-EARNED    PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003250     05  WS-LINE-CEDED-EARNED    PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003260     05  WS-LINE-GROSS-INCURRED  PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003270     05  WS-LINE-CEDED-INCURRED  PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003280     05  WS-LINE-NET-EARNED      PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003290     05  WS-LINE-NET-INCURRED    PICTURE 9(11)V99 VALUE ZERO.     RINCSN01

003300 01  WS-ACCUMULATORS.                                             RINCSN01
003310     05  WS-SECTION-AMOUNT-1     PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003320     05  WS-SECTION-CEDED-1      PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003330     05  WS-SECTION-AMOUNT-2     PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003340     05  WS-SECTION-CEDED-2      PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003350     05  WS-TOTAL-CEDED-WRITTEN  PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003360     05  WS-TOTAL-CEDED-EARNED   PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003370     05  WS-TOTAL-CEDED-PAID     PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003380     05  WS-TOTAL-CEDED-RESERVE  PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003390     05  WS-ALL-GROSS-EARNED     PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003400     05  WS-ALL-CEDED-EARNED     PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003410     05  WS-ALL-GROSS-INCURRED   PICTURE 9(11)V99 VALUE ZERO.     RINCSN01
003420     05  WS-ALL-CEDED-INCURRED   PICTURE 9(11)V99 VALUE ZERO.     RINCSN01

003430 01  WS-RECONCILIATION-COUNTS.                                    RINCSN01
003440     05  WS-POLICIES-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   RINCSN01
003450     05  WS-CLAIMS-READ-COUNT    PICTURE 9(07) COMP VALUE ZERO.   RINCSN01
003460     05  WS-CLAIMS-NO-POLICY-COUNT                                RINCSN01
003470                                 PICTURE 9(07) COMP VALUE ZERO.   RINCSN01
003480     05  WS-BORDEREAU-LINES-COUNT                                 RINCSN01
003490                                 PICTURE 9(07) COMP VALUE ZERO.   RINCSN01

003500 01  WS-RUN-DATE-FIELDS.                                          RINCSN01
003510     05  WS-CURRENT-DATE.                                         RINCSN01
003520         10  WS-CUR-CCYY         PICTURE 9(04).                   RINCSN01
003530         10  WS-CUR-MM           PICTURE 9(02).                   RINCSN01
003540         10  WS-CUR-DD           PICTURE 9(02).                   RINCSN01
003550     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   RINCSN01

003560 01  WS-PAGE-CONTROL.                                             RINCSN01
003570     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   RINCSN01
003580     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    RINCSN01
003590     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         RINCSN01

003600 01  WS-HEADING-LINE-1.                                           RINCSN01
003610     05  FILLER                  PICTURE X(10)                    RINCSN01
003620                                 VALUE 'RUN DATE: '.              RINCSN01
003630     05  WS-HDR-RUN-DATE         PICTURE X(10).                   RINCSN01
003640     05  FILLER                  PICTURE X(08) VALUE SPACES.      RINCSN01
003650     05  WS-HDR-REPORT-TITLE     PICTURE X(30).                   RINCSN01
003660     05  WS-HDR-REPORT-MONTH     PICTURE X(07).                   RINCSN01
003670     05  FILLER                  PICTURE X(08) VALUE SPACES.      RINCSN01
003680     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    RINCSN01
003690     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   RINCSN01

003700 01  WS-REINSURER-HEADING-LINE.                                   RINCSN01
003710     05  FILLER                  PICTURE X(11)                    RINCSN01
003720                                 VALUE 'REINSURER: '.             RINCSN01
003730     05  WS-HDR-REINSURER-NAME   PICTURE X(20).                   RINCSN01
003740     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
003750     05  WS-HDR-SECTION-TITLE    PICTURE X(17).                   RINCSN01

003760 01  WS-PREMIUM-HEADING-LINE.                                     RINCSN01
003770     05  FILLER                  PICTURE X(01) VALUE SPACE.       RINCSN01
003780     05  FILLER                  PICTURE X(09)                    RINCSN01
003790                                 VALUE 'TREATY NO'.               RINCSN01
003800     05  FILLER                  PICTURE X(03) VALUE SPACES.      RINCSN01
003810     05  FILLER                  PICTURE X(02) VALUE 'KD'.        RINCSN01
003820     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
003830     05  FILLER                  PICTURE X(08)                    RINCSN01
003840                                 VALUE 'INS TYPE'.                RINCSN01
003850     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
003860     05  FILLER                  PICTURE X(13)                    RINCSN01
003870                                 VALUE 'POLICY NUMBER'.           RINCSN01
003880     05  FILLER                  PICTURE X(01) VALUE SPACE.       RINCSN01
003890     05  FILLER                  PICTURE X(09)                    RINCSN01
003900                                 VALUE 'EFFECTIVE'.               RINCSN01
003910     05  FILLER                  PICTURE X(06) VALUE SPACES.      RINCSN01
003920     05  FILLER                  PICTURE X(13)                    RINCSN01
003930                                 VALUE 'GROSS WRITTEN'.           RINCSN01
003940     05  FILLER                  PICTURE X(05) VALUE SPACES.      RINCSN01
003950     05  FILLER                  PICTURE X(13)                    RINCSN01
003960                                 VALUE 'CEDED WRITTEN'.           RINCSN01
003970     05  FILLER                  PICTURE X(06) VALUE SPACES.      RINCSN01
003980     05  FILLER                  PICTURE X(12)                    RINCSN01
003990                                 VALUE 'GROSS EARNED'.            RINCSN01
004000     05  FILLER                  PICTURE X(06) VALUE SPACES.      RINCSN01
004010     05  FILLER                  PICTURE X(12)                    RINCSN01
004020                                 VALUE 'CEDED EARNED'.            RINCSN01

004030 01  WS-LOSS-HEADING-LINE.                                        RINCSN01
004040     05  FILLER                  PICTURE X(01) VALUE SPACE.       RINCSN01
004050     05  FILLER                  PICTURE X(09)                    RINCSN01
004060                                 VALUE 'TREATY NO'.               RINCSN01
004070     05  FILLER                  PICTURE X(03) VALUE SPACES.      RINCSN01
004080     05  FILLER                  PICTURE X(02) VALUE 'KD'.        RINCSN01
004090     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004100     05  FILLER                  PICTURE X(08)                    RINCSN01
004110                                 VALUE 'INS TYPE'.                RINCSN01
004120     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
004130     05  FILLER                  PICTURE X(12)                    RINCSN01
004140                                 VALUE 'CLAIM NUMBER'.            RINCSN01
004150     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004160     05  FILLER                  PICTURE X(10)                    RINCSN01
004170                                 VALUE 'CLAIM DATE'.              RINCSN01
004180     05  FILLER                  PICTURE X(08) VALUE SPACES.      RINCSN01
004190     05  FILLER                  PICTURE X(10)                    RINCSN01
004200                                 VALUE 'GROSS PAID'.              RINCSN01
004210     05  FILLER                  PICTURE X(08) VALUE SPACES.      RINCSN01
004220     05  FILLER                  PICTURE X(10)                    RINCSN01
004230                                 VALUE 'CEDED PAID'.              RINCSN01
004240     05  FILLER                  PICTURE X(05) VALUE SPACES.      RINCSN01
004250     05  FILLER                  PICTURE X(13)                    RINCSN01
004260                                 VALUE 'GROSS RESERVE'.           RINCSN01
004270     05  FILLER                  PICTURE X(05) VALUE SPACES.      RINCSN01
004280     05  FILLER                  PICTURE X(13)                    RINCSN01
004290                                 VALUE 'CEDED RESERVE'.           RINCSN01

004300 01  WS-BORDEREAU-DETAIL-LINE.                                    RINCSN01
004310     05  FILLER                  PICTURE X(01) VALUE SPACE.       RINCSN01
004320     05  WS-DTL-TREATY-NUMBER    PICTURE X(10).                   RINCSN01
004330     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004340     05  WS-DTL-TREATY-KIND      PICTURE X(02).                   RINCSN01
004350     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004360     05  WS-DTL-INSURANCE-TYPE   PICTURE X(10).                   RINCSN01
004370     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004380     05  WS-DTL-ITEM-NUMBER      PICTURE X(12).                   RINCSN01
004390     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004400     05  WS-DTL-ITEM-DATE        PICTURE X(10).                   RINCSN01
004410     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004420     05  WS-DTL-GROSS-AMOUNT-1   PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01
004430     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004440     05  WS-DTL-CEDED-AMOUNT-1   PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01
004450     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004460     05  WS-DTL-GROSS-AMOUNT-2   PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01
004470     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004480     05  WS-DTL-CEDED-AMOUNT-2   PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01

004490 01  WS-SECTION-TOTAL-LINE.                                       RINCSN01
004500     05  WS-SEC-LABEL            PICTURE X(20).                   RINCSN01
004510     05  FILLER                  PICTURE X(35) VALUE SPACES.      RINCSN01
004520     05  WS-SEC-AMOUNT-1         PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01
004530     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004540     05  WS-SEC-CEDED-1          PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01
004550     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004560     05  WS-SEC-AMOUNT-2         PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01
004570     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004580     05  WS-SEC-CEDED-2          PICTURE Z,ZZZ,ZZZ,ZZ9.99.        RINCSN01

004590 01  WS-RATIO-HEADING-LINE.                                       RINCSN01
004600     05  FILLER                  PICTURE X(01) VALUE SPACE.       RINCSN01
004610     05  FILLER                  PICTURE X(08)                    RINCSN01
004620                                 VALUE 'INS TYPE'.                RINCSN01
004630     05  FILLER                  PICTURE X(06) VALUE SPACES.      RINCSN01
004640     05  FILLER                  PICTURE X(12)                    RINCSN01
004650                                 VALUE 'GROSS EARNED'.            RINCSN01
004660     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
004670     05  FILLER                  PICTURE X(12)                    RINCSN01
004680                                 VALUE 'CEDED EARNED'.            RINCSN01
004690     05  FILLER                  PICTURE X(06) VALUE SPACES.      RINCSN01
004700     05  FILLER                  PICTURE X(10)                    RINCSN01
004710                                 VALUE 'NET EARNED'.              RINCSN01
004720     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004730     05  FILLER                  PICTURE X(14)                    RINCSN01
004740                                 VALUE 'GROSS INCURRED'.          RINCSN01
004750     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004760     05  FILLER                  PICTURE X(14)                    RINCSN01
004770                                 VALUE 'CEDED INCURRED'.          RINCSN01
004780     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
004790     05  FILLER                  PICTURE X(12)                    RINCSN01
004800                                 VALUE 'NET INCURRED'.            RINCSN01
004810     05  FILLER                  PICTURE X(01) VALUE SPACE.       RINCSN01
004820     05  FILLER                  PICTURE X(10)                    RINCSN01
004830                                 VALUE 'GROSS LR %'.              RINCSN01
004840     05  FILLER                  PICTURE X(03) VALUE SPACES.      RINCSN01
004850     05  FILLER                  PICTURE X(08)                    RINCSN01
004860                                 VALUE 'NET LR %'.                RINCSN01

004870 01  WS-RATIO-DETAIL-LINE.                                        RINCSN01
004880     05  FILLER                  PICTURE X(01) VALUE SPACE.       RINCSN01
004890     05  WS-RAT-INSURANCE-TYPE   PICTURE X(10).                   RINCSN01
004900     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004910     05  WS-RAT-GROSS-EARNED     PICTURE ZZZ,ZZZ,ZZ9.99.          RINCSN01
004920     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004930     05  WS-RAT-CEDED-EARNED     PICTURE ZZZ,ZZZ,ZZ9.99.          RINCSN01
004940     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004950     05  WS-RAT-NET-EARNED       PICTURE ZZZ,ZZZ,ZZ9.99.          RINCSN01
004960     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004970     05  WS-RAT-GROSS-INCURRED   PICTURE ZZZ,ZZZ,ZZ9.99.          RINCSN01
004980     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
004990     05  WS-RAT-CEDED-INCURRED   PICTURE ZZZ,ZZZ,ZZ9.99.          RINCSN01
005000     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
005010     05  WS-RAT-NET-INCURRED     PICTURE ZZZ,ZZZ,ZZ9.99.          RINCSN01
005020     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
005030     05  WS-RAT-GROSS-RATIO      PICTURE ZZ,ZZ9.99.               RINCSN01
005040     05  FILLER                  PICTURE X(02) VALUE SPACES.      RINCSN01
005050     05  WS-RAT-NET-RATIO        PICTURE ZZ,ZZ9.99.               RINCSN01

005060 01  WS-TRAILER-LINE-1.                                           RINCSN01
005070     05  FILLER                  PICTURE X(20)                    RINCSN01
005080                                 VALUE 'POLICIES READ:      '.    RINCSN01
005090     05  WS-TRL-POLICIES-READ    PICTURE ZZZ,ZZ9.                 RINCSN01
005100     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
005110     05  FILLER                  PICTURE X(20)                    RINCSN01
005120                                 VALUE 'CLAIMS READ:        '.    RINCSN01
005130     05  WS-TRL-CLAIMS-READ      PICTURE ZZZ,ZZ9.                 RINCSN01
005140     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
005150     05  FILLER                  PICTURE X(20)                    RINCSN01
005160                                 VALUE 'CLAIMS NO POLICY:   '.    RINCSN01
005170     05  WS-TRL-CLAIMS-NO-POLICY PICTURE ZZZ,ZZ9.                 RINCSN01

005180 01  WS-TRAILER-LINE-2.                                           RINCSN01
005190     05  FILLER                  PICTURE X(20)                    RINCSN01
005200                                 VALUE 'BORDEREAU LINES:    '.    RINCSN01
005210     05  WS-TRL-BORDEREAU-LINES  PICTURE ZZZ,ZZ9.                 RINCSN01
005220     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
005230     05  FILLER                  PICTURE X(20)                    RINCSN01
005240                                 VALUE 'CEDED WRITTEN:      '.    RINCSN01
005250     05  WS-TRL-CEDED-WRITTEN    PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       RINCSN01
005260     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
005270     05  FILLER                  PICTURE X(20)                    RINCSN01
005280                                 VALUE 'CEDED EARNED:       '.    RINCSN01
005290     05  WS-TRL-CEDED-EARNED     PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       RINCSN01

005300 01  WS-TRAILER-LINE-3.                                           RINCSN01
005310     05  FILLER                  PICTURE X(20)                    RINCSN01
005320                                 VALUE 'CEDED PAID:         '.    RINCSN01
005330     05  WS-TRL-CEDED-PAID       PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       RINCSN01
005340     05  FILLER                  PICTURE X(04) VALUE SPACES.      RINCSN01
005350     05  FILLER                  PICTURE X(20)                    RINCSN01
005360                                 VALUE 'CEDED RESERVE:      '.    RINCSN01
005370     05  WS-TRL-CEDED-RESERVE    PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       RINCSN01

005380 01  WS-DATE-EDIT-FIELDS.                                         RINCSN01
005390     05  WS-ITEM-DATE-EDIT.                                       RINCSN01
005400         10  WS-ITM-CCYY         PICTURE 9(04).                   RINCSN01
005410         10  WS-ITM-MM           PICTURE 9(02).                   RINCSN01
005420         10  WS-ITM-DD           PICTURE 9(02).                   RINCSN01

005430 PROCEDURE DIVISION.                                              RINCSN01

005440******************************************************************RINCSN01
005450**                                                               *RINCSN01
005460**  THIS PROGRAM SWEEPS THE POLICY MASTER AND THE CLAIMS MASTER, *RINCSN01
005470**  APPLIES THE QUOTA SHARE AND PER RISK EXCESS OF LOSS TREATY   *RINCSN01
005480**  IN FORCE FOR EACH POLICY, SORTS THE CESSIONS BY REINSURER    *RINCSN01
005490**  AND PRINTS EACH REINSURER'S PREMIUM AND LOSS BORDEREAU,      *RINCSN01
005500**  THEN THE GROSS AND NET OF REINSURANCE LOSS RATIO BY          *RINCSN01
005510**  INSURANCE TYPE.  IT IS ENTERED FROM THE OPERATING SYSTEM     *RINCSN01
005520**  AND EXITS TO THE OPERATING SYSTEM.                           *RINCSN01
005530**                                                               *RINCSN01
005540******************************************************************RINCSN01

005550 A000-CREATE-CESSION-BORDEREAUX.                                  RINCSN01

005560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   RINCSN01
005570     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               RINCSN01
005580           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           RINCSN01
005590     PERFORM A001-READ-MONTH-PARM.                                RINCSN01
005600     PERFORM A002-SET-MONTH-BOUNDARIES.                           RINCSN01
005610     PERFORM C010-OPEN-TREATY-MASTER-FILE.                        RINCSN01
005620     PERFORM C011-OPEN-POLICY-MASTER-FILE.                        RINCSN01
005630     PERFORM C012-OPEN-CLAIMS-MASTER-FILE.                        RINCSN01
005640     OPEN OUTPUT BORDEREAU-REPORT-FILE.                           RINCSN01
005650     SORT CESSION-SORT-FILE                                       RINCSN01
005660           ON ASCENDING KEY SRT-REINSURER-NAME                    RINCSN01
005670                            SRT-BORDEREAU-TYPE                    RINCSN01
005680                            SRT-TREATY-NUMBER                     RINCSN01
005690                            SRT-ITEM-NUMBER                       RINCSN01
005700           INPUT PROCEDURE IS B000-EXTRACT-CESSIONS               RINCSN01
005710           OUTPUT PROCEDURE IS C000-PRINT-BORDEREAUX.             RINCSN01
005720     PERFORM D000-PRINT-LOSS-RATIO-SUMMARY.                       RINCSN01
005730     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   RINCSN01
005740     CLOSE TREATY-MASTER-FILE                                     RINCSN01
005750           POLICY-MASTER-FILE                                     RINCSN01
005760           CLAIMS-MASTER-FILE                                     RINCSN01
005770           BORDEREAU-REPORT-FILE.                                 RINCSN01
005780     STOP RUN.                                                    RINCSN01

005790******************************************************************RINCSN01
005800**                                                               *RINCSN01
005810**  THE REPORT MONTH (CCYYMM) COMES FROM THE MONTH PARAMETER     *RINCSN01
005820**  FILE.  WHEN THE FILE IS NOT AVAILABLE THE MONTH BEFORE THE   *RINCSN01
005830**  RUN DATE IS USED.  A PARAMETER THAT IS NOT A VALID MONTH     *RINCSN01
005840**  ENDS THE RUN.                                                *RINCSN01
005850**                                                               *RINCSN01
005860******************************************************************RINCSN01

005870 A001-READ-MONTH-PARM.                                            RINCSN01
005880     MOVE WS-CUR-CCYY TO WS-RPT-CCYY.                             RINCSN01
005890     MOVE WS-CUR-MM TO WS-RPT-MM.                                 RINCSN01
005900     IF WS-RPT-MM = 01                                            RINCSN01
005910         MOVE 12 TO WS-RPT-MM                                     RINCSN01
005920         SUBTRACT 1 FROM WS-RPT-CCYY                              RINCSN01
005930     ELSE                                                         RINCSN01
005940         SUBTRACT 1 FROM WS-RPT-MM                                RINCSN01
005950     END-IF.                                                      RINCSN01
005960     OPEN INPUT MONTH-PARM-FILE.                                  RINCSN01
005970     IF WS-PARM-FILE-STATUS NOT = '00'                            RINCSN01
005980         DISPLAY 'MONTH-PARM-FILE NOT AVAILABLE - THE PRIOR'      RINCSN01
005990         DISPLAY 'MONTH WILL BE REPORTED'                         RINCSN01
006000     ELSE                                                         RINCSN01
006010         READ MONTH-PARM-FILE                                     RINCSN01
006020               AT END                                             RINCSN01
006030                  DISPLAY 'MONTH-PARM-FILE EMPTY - THE PRIOR'     RINCSN01
006040                  DISPLAY 'MONTH WILL BE REPORTED'                RINCSN01
006050         END-READ                                                 RINCSN01
006060         IF WS-PARM-FILE-STATUS = '00'                            RINCSN01
006070             IF REPORT-MONTH-PARM NOT NUMERIC                     RINCSN01
006080                OR REPORT-MM-PARM < 01                            RINCSN01
006090                OR REPORT-MM-PARM > 12                            RINCSN01
006100                 DISPLAY 'INVALID REPORT MONTH PARAMETER - '      RINCSN01
006110                       MONTH-PARM-RECORD                          RINCSN01
006120                 MOVE 16 TO RETURN-CODE                           RINCSN01
006130                 STOP RUN                                         RINCSN01
006140             ELSE                                                 RINCSN01
006150                 MOVE REPORT-CCYY-PARM TO WS-RPT-CCYY             RINCSN01
006160                 MOVE REPORT-MM-PARM TO WS-RPT-MM                 RINCSN01
006170             END-IF                                               RINCSN01
006180         END-IF                                                   RINCSN01
006190         CLOSE MONTH-PARM-FILE                                    RINCSN01
006200     END-IF.                                                      RINCSN01

006210 A002-SET-MONTH-BOUNDARIES.                                       RINCSN01
006220     MOVE WS-RPT-CCYY TO WS-MST-CCYY.                             RINCSN01
006230     MOVE WS-RPT-MM TO WS-MST-MM.                                 RINCSN01
006240     MOVE 01 TO WS-MST-DD.                                        RINCSN01
006250     MOVE WS-RPT-CCYY TO WS-NMT-CCYY.                             RINCSN01
006260     MOVE WS-RPT-MM TO WS-NMT-MM.                                 RINCSN01
006270     MOVE 01 TO WS-NMT-DD.                                        RINCSN01
006280     IF WS-NMT-MM = 12                                            RINCSN01
006290         MOVE 01 TO WS-NMT-MM                                     RINCSN01
006300         ADD 1 TO WS-NMT-CCYY                                     RINCSN01
006310     ELSE                                                         RINCSN01
006320         ADD 1 TO WS-NMT-MM                                       RINCSN01
006330     END-IF.                                                      RINCSN01
006340     STRING WS-RPT-MM '/' WS-RPT-CCYY                             RINCSN01
006350           DELIMITED BY SIZE INTO WS-REPORT-MONTH-EDIT.           RINCSN01

006360 A010-PRINT-RECONCILIATION-TRAILER.                               RINCSN01
006370     MOVE WS-POLICIES-READ-COUNT TO WS-TRL-POLICIES-READ.         RINCSN01
006380     MOVE WS-CLAIMS-READ-COUNT TO WS-TRL-CLAIMS-READ.             RINCSN01
006390     MOVE WS-CLAIMS-NO-POLICY-COUNT TO WS-TRL-CLAIMS-NO-POLICY.   RINCSN01
006400     WRITE BORDEREAU-REPORT-LINE FROM WS-TRAILER-LINE-1           RINCSN01
006410           AFTER ADVANCING 2 LINES.                               RINCSN01
006420     MOVE WS-BORDEREAU-LINES-COUNT TO WS-TRL-BORDEREAU-LINES.     RINCSN01
006430     MOVE WS-TOTAL-CEDED-WRITTEN TO WS-TRL-CEDED-WRITTEN.         RINCSN01
006440     MOVE WS-TOTAL-CEDED-EARNED TO WS-TRL-CEDED-EARNED.           RINCSN01
006450     WRITE BORDEREAU-REPORT-LINE FROM WS-TRAILER-LINE-2           RINCSN01
006460           AFTER ADVANCING 1 LINES.                               RINCSN01
006470     MOVE WS-TOTAL-CEDED-PAID TO WS-TRL-CEDED-PAID.               RINCSN01
006480     MOVE WS-TOTAL-CEDED-RESERVE TO WS-TRL-CEDED-RESERVE.         RINCSN01
006490     WRITE BORDEREAU-REPORT-LINE FROM WS-TRAILER-LINE-3           RINCSN01
006500           AFTER ADVANCING 1 LINES.                               RINCSN01

006510******************************************************************RINCSN01
006520**                                                               *RINCSN01
006530**  INPUT PROCEDURE.  EVERY POLICY RELEASES ITS PREMIUM CESSION  *RINCSN01
006540**  UNDER EACH TREATY IN FORCE, THEN EVERY CLAIM RELEASES ITS    *RINCSN01
006550**  LOSS CESSION.  GROSS AND CEDED EARNED PREMIUM AND INCURRED   *RINCSN01
006560**  LOSS ARE ALSO GATHERED BY INSURANCE TYPE FOR THE LOSS RATIO. *RINCSN01
006570**                                                               *RINCSN01
006580******************************************************************RINCSN01

006590 B000-EXTRACT-CESSIONS.                                           RINCSN01
006600     PERFORM B100-SWEEP-POLICIES.                                 RINCSN01
006610     PERFORM B200-SWEEP-CLAIMS.                                   RINCSN01

006620 B100-SWEEP-POLICIES.                                             RINCSN01
006630     MOVE LOW-VALUES TO POLICY-NUMBER-MASTER.                     RINCSN01
006640     START POLICY-MASTER-FILE                                     RINCSN01
006650           KEY IS NOT LESS THAN POLICY-NUMBER-MASTER              RINCSN01
006660           INVALID KEY                                            RINCSN01
006670              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                RINCSN01
006680     END-START.                                                   RINCSN01
006690     PERFORM B102-READ-POLICY-NEXT.                               RINCSN01
006700     PERFORM B101-CEDE-POLICY-PREMIUM                             RINCSN01
006710           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  RINCSN01

006720******************************************************************RINCSN01
006730**                                                               *RINCSN01
006740**  THE QUOTA SHARE CEDES ITS PERCENTAGE OF THE GROSS PREMIUM.   *RINCSN01
006750**  THE EXCESS OF LOSS PREMIUM IS ITS RATE ON THE PREMIUM LEFT   *RINCSN01
006760**  AFTER THE QUOTA SHARE.  CANCELLED POLICIES ARE SKIPPED AS IN *RINCSN01
006770**  THE EARNED PREMIUM REPORT - THEIR UNEARNED PREMIUM GOES BACK *RINCSN01
006780**  THROUGH THE CANCELLATION RETURN PREMIUM EXTRACT.             *RINCSN01
006790**                                                               *RINCSN01
006800******************************************************************RINCSN01

006810 B101-CEDE-POLICY-PREMIUM.                                        RINCSN01
006820     IF NOT POLICY-IS-CANCELLED                                   RINCSN01
006830         PERFORM B110-EARN-POLICY-PREMIUM                         RINCSN01
006840         MOVE INSURANCE-TYPE-MASTER TO WS-LOOKUP-TYPE             RINCSN01
006850         PERFORM B400-FIND-TYPE-SUMMARY                           RINCSN01
006860         ADD WS-EARNED-TO-DATE                                    RINCSN01
006870               TO WS-SUM-GROSS-EARNED (WS-SUM-INDEX)              RINCSN01
006880         MOVE WS-MONTH-WRITTEN TO WS-SUBJECT-WRITTEN              RINCSN01
006890         MOVE WS-MONTH-EARNED TO WS-SUBJECT-MONTH-EARNED          RINCSN01
006900         MOVE WS-EARNED-TO-DATE TO WS-SUBJECT-EARNED-TO-DATE      RINCSN01
006910         MOVE EFFECTIVE-DATE-MASTER TO WS-LOOKUP-DATE             RINCSN01
006920         MOVE 'Q' TO WS-LOOKUP-KIND                               RINCSN01
006930         PERFORM B300-LOOKUP-TREATY                               RINCSN01
006940         IF TREATY-IN-FORCE                                       RINCSN01
006950             PERFORM B120-CEDE-PREMIUM-SHARE                      RINCSN01
006960             SUBTRACT WS-CEDED-WRITTEN FROM WS-SUBJECT-WRITTEN    RINCSN01
006970             SUBTRACT WS-CEDED-MONTH-EARNED                       RINCSN01
006980                   FROM WS-SUBJECT-MONTH-EARNED                   RINCSN01
006990             SUBTRACT WS-CEDED-EARNED-TO-DATE                     RINCSN01
007000                   FROM WS-SUBJECT-EARNED-TO-DATE                 RINCSN01
007010         END-IF                                                   RINCSN01
007020         MOVE 'X' TO WS-LOOKUP-KIND                               RINCSN01
007030         PERFORM B300-LOOKUP-TREATY                               RINCSN01
007040         IF TREATY-IN-FORCE                                       RINCSN01
007050             PERFORM B120-CEDE-PREMIUM-SHARE                      RINCSN01
007060         END-IF                                                   RINCSN01
007070     END-IF.                                                      RINCSN01
007080     PERFORM B102-READ-POLICY-NEXT.                               RINCSN01

007090 B102-READ-POLICY-NEXT.                                           RINCSN01
007100     READ POLICY-MASTER-FILE NEXT RECORD                          RINCSN01
007110           AT END                                                 RINCSN01
007120              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS.               RINCSN01
007130     IF ARE-THERE-MORE-RECORDS = 'YES'                            RINCSN01
007140         ADD 1 TO WS-POLICIES-READ-COUNT                          RINCSN01
007150     END-IF.                                                      RINCSN01

007160******************************************************************RINCSN01
007170**                                                               *RINCSN01
007180**  PREMIUM IS WRITTEN IN THE MONTH THE POLICY TAKES EFFECT.  IT *RINCSN01
007190**  IS EARNED PRO RATA OVER THE TERM AS IN THE EARNED PREMIUM    *RINCSN01
007200**  REPORT.  THE MONTH'S EARNED PREMIUM IS EARNED TO THE END OF  *RINCSN01
007210**  THE MONTH LESS EARNED TO THE START OF THE MONTH.             *RINCSN01
007220**                                                               *RINCSN01
007230******************************************************************RINCSN01

007240 B110-EARN-POLICY-PREMIUM.                                        RINCSN01
007250     MOVE ZERO TO WS-MONTH-WRITTEN.                               RINCSN01
007260     IF EFFECTIVE-DATE-MASTER NOT < WS-MONTH-START-NUM            RINCSN01
007270        AND EFFECTIVE-DATE-MASTER < WS-NEXT-MONTH-NUM             RINCSN01
007280         MOVE PREMIUM-MASTER TO WS-MONTH-WRITTEN                  RINCSN01
007290     END-IF.                                                      RINCSN01
007300     MOVE ZERO TO WS-TERM-DAYS.                                   RINCSN01
007310     IF EXPIRATION-DATE-MASTER > EFFECTIVE-DATE-MASTER            RINCSN01
007320         MOVE EFFECTIVE-DATE-MASTER TO WS-WALK-DATE-NUM           RINCSN01
007330         MOVE EXPIRATION-DATE-MASTER TO WS-WALK-TARGET-DATE       RINCSN01
007340         PERFORM B112-COUNT-WALK-DAYS                             RINCSN01
007350         MOVE WS-WALK-DAY-COUNT TO WS-TERM-DAYS                   RINCSN01
007360     END-IF.                                                      RINCSN01
007370     MOVE WS-MONTH-START-NUM TO WS-EARN-TARGET-DATE.              RINCSN01
007380     PERFORM B111-EARN-THROUGH-TARGET.                            RINCSN01
007390     MOVE WS-EARNED-AMOUNT TO WS-MONTH-EARNED.                    RINCSN01
007400     MOVE WS-NEXT-MONTH-NUM TO WS-EARN-TARGET-DATE.               RINCSN01
007410     PERFORM B111-EARN-THROUGH-TARGET.                            RINCSN01
007420     MOVE WS-EARNED-AMOUNT TO WS-EARNED-TO-DATE.                  RINCSN01
007430     SUBTRACT WS-MONTH-EARNED FROM WS-EARNED-TO-DATE              RINCSN01
007440           GIVING WS-MONTH-EARNED.                                RINCSN01

007450 B111-EARN-THROUGH-TARGET.                                        RINCSN01
007460     IF WS-EARN-TARGET-DATE NOT > EFFECTIVE-DATE-MASTER           RINCSN01
007470         MOVE ZERO TO WS-EARNED-AMOUNT                            RINCSN01
007480     ELSE                                                         RINCSN01
007490         IF WS-EARN-TARGET-DATE NOT < EXPIRATION-DATE-MASTER      RINCSN01
007500            OR WS-TERM-DAYS = ZERO                                RINCSN01
007510             MOVE PREMIUM-MASTER TO WS-EARNED-AMOUNT              RINCSN01
007520         ELSE                                                     RINCSN01
007530             MOVE EFFECTIVE-DATE-MASTER TO WS-WALK-DATE-NUM       RINCSN01
007540             MOVE WS-EARN-TARGET-DATE TO WS-WALK-TARGET-DATE      RINCSN01
007550             PERFORM B112-COUNT-WALK-DAYS                         RINCSN01
007560             MOVE WS-WALK-DAY-COUNT TO WS-ELAPSED-DAYS            RINCSN01
007570             COMPUTE WS-EARNED-AMOUNT ROUNDED =                   RINCSN01
007580                   PREMIUM-MASTER * WS-ELAPSED-DAYS               RINCSN01
007590                   / WS-TERM-DAYS                                 RINCSN01
007600         END-IF                                                   RINCSN01
007610     END-IF.                                                      RINCSN01

007620 B112-COUNT-WALK-DAYS.                                            RINCSN01
007630     MOVE ZERO TO WS-WALK-DAY-COUNT.                              RINCSN01
007640     PERFORM B113-WALK-ONE-DAY                                    RINCSN01
007650           UNTIL WS-WALK-DATE-NUM NOT < WS-WALK-TARGET-DATE.      RINCSN01

007660 B113-WALK-ONE-DAY.                                               RINCSN01
007670     ADD 1 TO WS-WLK-DD.                                          RINCSN01
007680     PERFORM B114-SET-WALK-DAYS-IN-MONTH.                         RINCSN01
007690     IF WS-WLK-DD > WS-DAYS-IN-MONTH                              RINCSN01
007700         MOVE 1 TO WS-WLK-DD                                      RINCSN01
007710         ADD 1 TO WS-WLK-MM                                       RINCSN01
007720         IF WS-WLK-MM > 12                                        RINCSN01
007730             MOVE 1 TO WS-WLK-MM                                  RINCSN01
007740             ADD 1 TO WS-WLK-CCYY                                 RINCSN01
007750         END-IF                                                   RINCSN01
007760     END-IF.                                                      RINCSN01
007770     ADD 1 TO WS-WALK-DAY-COUNT.                                  RINCSN01

007780 B114-SET-WALK-DAYS-IN-MONTH.                                     RINCSN01
007790     MOVE WS-MONTH-DAYS-ENTRY (WS-WLK-MM) TO WS-DAYS-IN-MONTH.    RINCSN01
007800     IF WS-WLK-MM = 02                                            RINCSN01
007810         DIVIDE WS-WLK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT          RINCSN01
007820               REMAINDER WS-LEAP-REMAINDER-4                      RINCSN01
007830         DIVIDE WS-WLK-CCYY BY 100 GIVING WS-LEAP-QUOTIENT        RINCSN01
007840               REMAINDER WS-LEAP-REMAINDER-100                    RINCSN01
007850         DIVIDE WS-WLK-CCYY BY 400 GIVING WS-LEAP-QUOTIENT        RINCSN01
007860               REMAINDER WS-LEAP-REMAINDER-400                    RINCSN01
007870         IF WS-LEAP-REMAINDER-4 = ZERO                            RINCSN01
007880            AND (WS-LEAP-REMAINDER-100 NOT = ZERO                 RINCSN01
007890                 OR WS-LEAP-REMAINDER-400 = ZERO)                 RINCSN01
007900             MOVE 29 TO WS-DAYS-IN-MONTH                          RINCSN01
007910         END-IF                                                   RINCSN01
007920     END-IF.                                                      RINCSN01

007930 B120-CEDE-PREMIUM-SHARE.                                         RINCSN01
007940     COMPUTE WS-CEDED-WRITTEN ROUNDED =                           RINCSN01
007950           WS-SUBJECT-WRITTEN * WS-TRT-CESSION-PERCENT.           RINCSN01
007960     COMPUTE WS-CEDED-MONTH-EARNED ROUNDED =                      RINCSN01
007970           WS-SUBJECT-MONTH-EARNED * WS-TRT-CESSION-PERCENT.      RINCSN01
007980     COMPUTE WS-CEDED-EARNED-TO-DATE ROUNDED =                    RINCSN01
007990           WS-SUBJECT-EARNED-TO-DATE * WS-TRT-CESSION-PERCENT.    RINCSN01
008000     ADD WS-CEDED-EARNED-TO-DATE                                  RINCSN01
008010           TO WS-SUM-CEDED-EARNED (WS-SUM-INDEX).                 RINCSN01
008020     IF WS-SUBJECT-WRITTEN NOT = ZERO                             RINCSN01
008030        OR WS-SUBJECT-MONTH-EARNED NOT = ZERO                     RINCSN01
008040         MOVE WS-TRT-REINSURER-NAME TO SRT-REINSURER-NAME         RINCSN01
008050         MOVE 'P' TO SRT-BORDEREAU-TYPE                           RINCSN01
008060         MOVE WS-TRT-TREATY-NUMBER TO SRT-TREATY-NUMBER           RINCSN01
008070         MOVE WS-LOOKUP-KIND TO SRT-TREATY-KIND                   RINCSN01
008080         MOVE INSURANCE-TYPE-MASTER TO SRT-INSURANCE-TYPE         RINCSN01
008090         MOVE POLICY-NUMBER-MASTER TO SRT-ITEM-NUMBER             RINCSN01
008100         MOVE EFFECTIVE-DATE-MASTER TO SRT-ITEM-DATE              RINCSN01
008110         MOVE WS-SUBJECT-WRITTEN TO SRT-GROSS-AMOUNT-1            RINCSN01
008120         MOVE WS-CEDED-WRITTEN TO SRT-CEDED-AMOUNT-1              RINCSN01
008130         MOVE WS-SUBJECT-MONTH-EARNED TO SRT-GROSS-AMOUNT-2       RINCSN01
008140         MOVE WS-CEDED-MONTH-EARNED TO SRT-CEDED-AMOUNT-2         RINCSN01
008150         RELEASE CESSION-SORT-RECORD                              RINCSN01
008160     END-IF.                                                      RINCSN01

008170******************************************************************RINCSN01
008180**                                                               *RINCSN01
008190**  CLAIMS ARE CEDED UNDER THE TREATY IN FORCE ON THEIR POLICY'S *RINCSN01
008200**  EFFECTIVE DATE.  PAID AND RESERVE ARE THE CLAIM'S TO DATE    *RINCSN01
008210**  FIGURES ON THE CLAIMS MASTER.  A CLAIM WHOSE POLICY IS NO    *RINCSN01
008220**  LONGER ON THE POLICY MASTER IS COUNTED AND LEFT OUT.         *RINCSN01
008230**                                                               *RINCSN01
008240******************************************************************RINCSN01

008250 B200-SWEEP-CLAIMS.                                               RINCSN01
008260     MOVE LOW-VALUES TO CLAIM-NUMBER-MASTER.                      RINCSN01
008270     START CLAIMS-MASTER-FILE                                     RINCSN01
008280           KEY IS NOT LESS THAN CLAIM-NUMBER-MASTER               RINCSN01
008290           INVALID KEY                                            RINCSN01
008300              MOVE 'NO ' TO ARE-THERE-MORE-CLAIMS                 RINCSN01
008310     END-START.                                                   RINCSN01
008320     PERFORM B202-READ-CLAIM-NEXT.                                RINCSN01
008330     PERFORM B201-CEDE-CLAIM-LOSS                                 RINCSN01
008340           UNTIL ARE-THERE-MORE-CLAIMS = 'NO '.                   RINCSN01

008350 B201-CEDE-CLAIM-LOSS.                                            RINCSN01
008360     MOVE CLAIM-POLICY-NUMBER-MASTER TO POLICY-NUMBER-MASTER.     RINCSN01
008370     READ POLICY-MASTER-FILE                                      RINCSN01
008380           INVALID KEY                                            RINCSN01
008390              MOVE 'N' TO WS-POLICY-FOUND-SWITCH                  RINCSN01
008400           NOT INVALID KEY                                        RINCSN01
008410              MOVE 'Y' TO WS-POLICY-FOUND-SWITCH                  RINCSN01
008420     END-READ.                                                    RINCSN01
008430     IF CLAIM-POLICY-NOT-FOUND                                    RINCSN01
008440         ADD 1 TO WS-CLAIMS-NO-POLICY-COUNT                       RINCSN01
008450     ELSE                                                         RINCSN01
008460         MOVE INSURANCE-TYPE-MASTER TO WS-LOOKUP-TYPE             RINCSN01
008470         PERFORM B400-FIND-TYPE-SUMMARY                           RINCSN01
008480         MOVE CLAIM-PAID-MASTER TO WS-SUBJECT-PAID                RINCSN01
008490         MOVE CLAIM-RESERVE-MASTER TO WS-SUBJECT-RESERVE          RINCSN01
008500         ADD WS-SUBJECT-PAID WS-SUBJECT-RESERVE                   RINCSN01
008510               TO WS-SUM-GROSS-INCURRED (WS-SUM-INDEX)            RINCSN01
008520         MOVE EFFECTIVE-DATE-MASTER TO WS-LOOKUP-DATE             RINCSN01
008530         MOVE 'Q' TO WS-LOOKUP-KIND                               RINCSN01
008540         PERFORM B300-LOOKUP-TREATY                               RINCSN01
008550         IF TREATY-IN-FORCE                                       RINCSN01
008560             PERFORM B210-CEDE-QUOTA-SHARE-LOSS                   RINCSN01
008570             SUBTRACT WS-CEDED-PAID FROM WS-SUBJECT-PAID          RINCSN01
008580             SUBTRACT WS-CEDED-RESERVE FROM WS-SUBJECT-RESERVE    RINCSN01
008590         END-IF                                                   RINCSN01
008600         MOVE 'X' TO WS-LOOKUP-KIND                               RINCSN01
008610         PERFORM B300-LOOKUP-TREATY                               RINCSN01
008620         IF TREATY-IN-FORCE                                       RINCSN01
008630             PERFORM B220-CEDE-EXCESS-LOSS                        RINCSN01
008640         END-IF                                                   RINCSN01
008650     END-IF.                                                      RINCSN01
008660     PERFORM B202-READ-CLAIM-NEXT.                                RINCSN01

008670 B202-READ-CLAIM-NEXT.                                            RINCSN01
008680     READ CLAIMS-MASTER-FILE NEXT RECORD                          RINCSN01
008690           AT END                                                 RINCSN01
008700              MOVE 'NO ' TO ARE-THERE-MORE-CLAIMS.                RINCSN01
008710     IF ARE-THERE-MORE-CLAIMS = 'YES'                             RINCSN01
008720         ADD 1 TO WS-CLAIMS-READ-COUNT                            RINCSN01
008730     END-IF.                                                      RINCSN01

008740******************************************************************RINCSN01
008750**                                                               *RINCSN01
008760**  QUOTA SHARE - THE CESSION PERCENTAGE OF PAID AND OF RESERVE, *RINCSN01
008770**  WITH THE CEDED INCURRED HELD TO THE LIMIT WHEN ONE IS SET.   *RINCSN01
008780**                                                               *RINCSN01
008790******************************************************************RINCSN01

008800 B210-CEDE-QUOTA-SHARE-LOSS.                                      RINCSN01
008810     COMPUTE WS-CEDED-PAID ROUNDED =                              RINCSN01
008820           WS-SUBJECT-PAID * WS-TRT-CESSION-PERCENT.              RINCSN01
008830     COMPUTE WS-CEDED-RESERVE ROUNDED =                           RINCSN01
008840           WS-SUBJECT-RESERVE * WS-TRT-CESSION-PERCENT.           RINCSN01
008850     IF WS-TRT-LIMIT > ZERO                                       RINCSN01
008860         IF WS-CEDED-PAID > WS-TRT-LIMIT                          RINCSN01
008870             MOVE WS-TRT-LIMIT TO WS-CEDED-PAID                   RINCSN01
008880         END-IF                                                   RINCSN01
008890         IF WS-CEDED-PAID + WS-CEDED-RESERVE > WS-TRT-LIMIT       RINCSN01
008900             SUBTRACT WS-CEDED-PAID FROM WS-TRT-LIMIT             RINCSN01
008910                   GIVING WS-CEDED-RESERVE                        RINCSN01
008920         END-IF                                                   RINCSN01
008930     END-IF.                                                      RINCSN01
008940     ADD WS-CEDED-PAID WS-CEDED-RESERVE GIVING WS-CEDED-INCURRED. RINCSN01
008950     PERFORM B230-RELEASE-LOSS-CESSION.                           RINCSN01

008960******************************************************************RINCSN01
008970**                                                               *RINCSN01
008980**  PER RISK EXCESS OF LOSS - EACH CLAIM, NET OF THE QUOTA       *RINCSN01
008990**  SHARE, IS CEDED ABOVE THE RETENTION UP TO THE LIMIT.  PAID   *RINCSN01
009000**  ERODES THE RETENTION FIRST AND THE RESERVE TAKES THE REST.   *RINCSN01
009010**                                                               *RINCSN01
009020******************************************************************RINCSN01

009030 B220-CEDE-EXCESS-LOSS.                                           RINCSN01
009040     ADD WS-SUBJECT-PAID WS-SUBJECT-RESERVE                       RINCSN01
009050           GIVING WS-SUBJECT-INCURRED.                            RINCSN01
009060     MOVE ZERO TO WS-CEDED-INCURRED.                              RINCSN01
009070     IF WS-SUBJECT-INCURRED > WS-TRT-RETENTION                    RINCSN01
009080         SUBTRACT WS-TRT-RETENTION FROM WS-SUBJECT-INCURRED       RINCSN01
009090               GIVING WS-CEDED-INCURRED                           RINCSN01
009100     END-IF.                                                      RINCSN01
009110     IF WS-CEDED-INCURRED > WS-TRT-LIMIT                          RINCSN01
009120         MOVE WS-TRT-LIMIT TO WS-CEDED-INCURRED                   RINCSN01
009130     END-IF.                                                      RINCSN01
009140     MOVE ZERO TO WS-CEDED-PAID.                                  RINCSN01
009150     IF WS-SUBJECT-PAID > WS-TRT-RETENTION                        RINCSN01
009160         SUBTRACT WS-TRT-RETENTION FROM WS-SUBJECT-PAID           RINCSN01
009170               GIVING WS-CEDED-PAID                               RINCSN01
009180     END-IF.                                                      RINCSN01
009190     IF WS-CEDED-PAID > WS-CEDED-INCURRED                         RINCSN01
009200         MOVE WS-CEDED-INCURRED TO WS-CEDED-PAID                  RINCSN01
009210     END-IF.                                                      RINCSN01
009220     SUBTRACT WS-CEDED-PAID FROM WS-CEDED-INCURRED                RINCSN01
009230           GIVING WS-CEDED-RESERVE.                               RINCSN01
009240     PERFORM B230-RELEASE-LOSS-CESSION.                           RINCSN01

009250 B230-RELEASE-LOSS-CESSION.                                       RINCSN01
009260     ADD WS-CEDED-INCURRED                                        RINCSN01
009270           TO WS-SUM-CEDED-INCURRED (WS-SUM-INDEX).               RINCSN01
009280     IF WS-CEDED-INCURRED > ZERO                                  RINCSN01
009290         MOVE WS-TRT-REINSURER-NAME TO SRT-REINSURER-NAME         RINCSN01
009300         MOVE 'L' TO SRT-BORDEREAU-TYPE                           RINCSN01
009310         MOVE WS-TRT-TREATY-NUMBER TO SRT-TREATY-NUMBER           RINCSN01
009320         MOVE WS-LOOKUP-KIND TO SRT-TREATY-KIND                   RINCSN01
009330         MOVE INSURANCE-TYPE-MASTER TO SRT-INSURANCE-TYPE         RINCSN01
009340         MOVE CLAIM-NUMBER-MASTER TO SRT-ITEM-NUMBER              RINCSN01
009350         MOVE CLAIM-DATE-MASTER TO SRT-ITEM-DATE                  RINCSN01
009360         MOVE WS-SUBJECT-PAID TO SRT-GROSS-AMOUNT-1               RINCSN01
009370         MOVE WS-CEDED-PAID TO SRT-CEDED-AMOUNT-1                 RINCSN01
009380         MOVE WS-SUBJECT-RESERVE TO SRT-GROSS-AMOUNT-2            RINCSN01
009390         MOVE WS-CEDED-RESERVE TO SRT-CEDED-AMOUNT-2              RINCSN01
009400         RELEASE CESSION-SORT-RECORD                              RINCSN01
009410     END-IF.                                                      RINCSN01

009420******************************************************************RINCSN01
009430**                                                               *RINCSN01
009440**  THE TREATY IN FORCE IS THE LATEST FOR THE INSURANCE TYPE AND *RINCSN01
009450**  TREATY KIND WHOSE EFFECTIVE DATE IS NOT AFTER THE POLICY     *RINCSN01
009460**  EFFECTIVE DATE, MATCHING THE COMMISSION RATE LOOKUP.  A      *RINCSN01
009470**  QUOTA SHARE AT ZERO PERCENT OR AN EXCESS OF LOSS TREATY WITH *RINCSN01
009480**  NO LIMIT MARKS THE END OF COVER AND CEDES NOTHING.           *RINCSN01
009490**                                                               *RINCSN01
009500******************************************************************RINCSN01

009510 B300-LOOKUP-TREATY.                                              RINCSN01
009520     MOVE 'N' TO WS-TREATY-IN-FORCE-SWITCH.                       RINCSN01
009530     MOVE WS-LOOKUP-TYPE TO INSURANCE-TYPE-TRTY.                  RINCSN01
009540     MOVE WS-LOOKUP-KIND TO TREATY-KIND-TRTY.                     RINCSN01
009550     MOVE ZERO TO EFFECTIVE-DATE-TRTY.                            RINCSN01
009560     MOVE 'N' TO WS-TREATY-SCAN-DONE-SWITCH.                      RINCSN01
009570     START TREATY-MASTER-FILE                                     RINCSN01
009580           KEY IS NOT LESS THAN TREATY-KEY-TRTY                   RINCSN01
009590           INVALID KEY                                            RINCSN01
009600              MOVE 'Y' TO WS-TREATY-SCAN-DONE-SWITCH              RINCSN01
009610     END-START.                                                   RINCSN01
009620     PERFORM B301-SCAN-TREATY-RECORD                              RINCSN01
009630           UNTIL TREATY-SCAN-DONE.                                RINCSN01
009640     IF TREATY-IN-FORCE                                           RINCSN01
009650         IF (WS-LOOKUP-KIND = 'Q'                                 RINCSN01
009660             AND WS-TRT-CESSION-PERCENT = ZERO)                   RINCSN01
009670            OR (WS-LOOKUP-KIND = 'X'                              RINCSN01
009680             AND WS-TRT-LIMIT = ZERO)                             RINCSN01
009690             MOVE 'N' TO WS-TREATY-IN-FORCE-SWITCH                RINCSN01
009700         END-IF                                                   RINCSN01
009710     END-IF.                                                      RINCSN01

009720 B301-SCAN-TREATY-RECORD.                                         RINCSN01
009730     READ TREATY-MASTER-FILE NEXT RECORD                          RINCSN01
009740           AT END                                                 RINCSN01
009750              MOVE 'Y' TO WS-TREATY-SCAN-DONE-SWITCH.             RINCSN01
009760     IF TREATY-SCAN-NOT-DONE                                      RINCSN01
009770         IF INSURANCE-TYPE-TRTY = WS-LOOKUP-TYPE                  RINCSN01
009780            AND TREATY-KIND-TRTY = WS-LOOKUP-KIND                 RINCSN01
009790             IF EFFECTIVE-DATE-TRTY NOT > WS-LOOKUP-DATE          RINCSN01
009800                 MOVE 'Y' TO WS-TREATY-IN-FORCE-SWITCH            RINCSN01
009810                 MOVE TREATY-NUMBER-TRTY TO WS-TRT-TREATY-NUMBER  RINCSN01
009820                 MOVE REINSURER-NAME-TRTY TO WS-TRT-REINSURER-NAMERINCSN01
009830                 MOVE CESSION-PERCENT-TRTY                        RINCSN01
009840                       TO WS-TRT-CESSION-PERCENT                  RINCSN01
009850                 MOVE RETENTION-TRTY TO WS-TRT-RETENTION          RINCSN01
009860                 MOVE LIMIT-TRTY TO WS-TRT-LIMIT                  RINCSN01
009870             ELSE                                                 RINCSN01
009880                 MOVE 'Y' TO WS-TREATY-SCAN-DONE-SWITCH           RINCSN01
009890             END-IF                                               RINCSN01
009900         ELSE                                                     RINCSN01
009910             MOVE 'Y' TO WS-TREATY-SCAN-DONE-SWITCH               RINCSN01
009920         END-IF                                                   RINCSN01
009930     END-IF.                                                      RINCSN01

009940******************************************************************RINCSN01
009950**                                                               *RINCSN01
009960**  THE LOSS RATIO IS GATHERED IN A TABLE BY INSURANCE TYPE.  A  *RINCSN01
009970**  TYPE NOT YET IN THE TABLE IS ADDED; A FULL TABLE ENDS THE    *RINCSN01
009980**  RUN.                                                         *RINCSN01
009990**                                                               *RINCSN01
010000******************************************************************RINCSN01

010010 B400-FIND-TYPE-SUMMARY.                                          RINCSN01
010020     MOVE 'N' TO WS-SUMMARY-FOUND-SWITCH.                         RINCSN01
010030     PERFORM B401-MATCH-TYPE-SUMMARY                              RINCSN01
010040           VARYING WS-SEARCH-INDEX FROM 1 BY 1                    RINCSN01
010050           UNTIL WS-SEARCH-INDEX > WS-TYPE-SUMMARY-COUNT          RINCSN01
010060              OR SUMMARY-ENTRY-FOUND.                             RINCSN01
010070     IF SUMMARY-ENTRY-NOT-FOUND                                   RINCSN01
010080         IF WS-TYPE-SUMMARY-COUNT NOT < WS-TYPE-SUMMARY-MAX       RINCSN01
010090             DISPLAY 'INSURANCE TYPE SUMMARY TABLE FULL AT '      RINCSN01
010100                   WS-LOOKUP-TYPE                                 RINCSN01
010110             MOVE 16 TO RETURN-CODE                               RINCSN01
010120             STOP RUN                                             RINCSN01
010130         END-IF                                                   RINCSN01
010140         ADD 1 TO WS-TYPE-SUMMARY-COUNT                           RINCSN01
010150         MOVE WS-TYPE-SUMMARY-COUNT TO WS-SUM-INDEX               RINCSN01
010160         MOVE WS-LOOKUP-TYPE                                      RINCSN01
010170               TO WS-SUM-INSURANCE-TYPE (WS-SUM-INDEX)            RINCSN01
010180         MOVE ZERO TO WS-SUM-GROSS-EARNED (WS-SUM-INDEX)          RINCSN01
010190         MOVE ZERO TO WS-SUM-CEDED-EARNED (WS-SUM-INDEX)          RINCSN01
010200         MOVE ZERO TO WS-SUM-GROSS-INCURRED (WS-SUM-INDEX)        RINCSN01
010210         MOVE ZERO TO WS-SUM-CEDED-INCURRED (WS-SUM-INDEX)        RINCSN01
010220     END-IF.                                                      RINCSN01

010230 B401-MATCH-TYPE-SUMMARY.                                         RINCSN01
010240     IF WS-SUM-INSURANCE-TYPE (WS-SEARCH-INDEX) = WS-LOOKUP-TYPE  RINCSN01
010250         MOVE 'Y' TO WS-SUMMARY-FOUND-SWITCH                      RINCSN01
010260         MOVE WS-SEARCH-INDEX TO WS-SUM-INDEX                     RINCSN01
010270     END-IF.                                                      RINCSN01

010280******************************************************************RINCSN01
010290**                                                               *RINCSN01
010300**  OUTPUT PROCEDURE.  EACH REINSURER STARTS A NEW PAGE WITH ITS *RINCSN01
010310**  PREMIUM BORDEREAU FOLLOWED BY ITS LOSS BORDEREAU, EACH WITH  *RINCSN01
010320**  A SECTION TOTAL.                                             *RINCSN01
010330**                                                               *RINCSN01
010340******************************************************************RINCSN01

010350 C000-PRINT-BORDEREAUX.                                           RINCSN01
010360     MOVE 'REINSURANCE BORDEREAU - MONTH '                        RINCSN01
010370           TO WS-HDR-REPORT-TITLE.                                RINCSN01
010380     MOVE WS-REPORT-MONTH-EDIT TO WS-HDR-REPORT-MONTH.            RINCSN01
010390     PERFORM C004-RETURN-SORTED-RECORD.                           RINCSN01
010400     PERFORM C001-PRINT-BORDEREAU-LINE                            RINCSN01
010410           UNTIL ARE-THERE-MORE-CESSIONS = 'NO '.                 RINCSN01
010420     IF NOT-FIRST-CESSION                                         RINCSN01
010430         PERFORM C002-PRINT-SECTION-TOTAL                         RINCSN01
010440     END-IF.                                                      RINCSN01

010450 C001-PRINT-BORDEREAU-LINE.                                       RINCSN01
010460     IF FIRST-CESSION                                             RINCSN01
010470        OR SRT-REINSURER-NAME NOT = WS-PREV-REINSURER-NAME        RINCSN01
010480         IF NOT-FIRST-CESSION                                     RINCSN01
010490             PERFORM C002-PRINT-SECTION-TOTAL                     RINCSN01
010500         END-IF                                                   RINCSN01
010510         MOVE SRT-REINSURER-NAME TO WS-PREV-REINSURER-NAME        RINCSN01
010520         MOVE SRT-BORDEREAU-TYPE TO WS-PREV-BORDEREAU-TYPE        RINCSN01
010530         MOVE 999 TO WS-LINE-COUNT                                RINCSN01
010540     ELSE                                                         RINCSN01
010550         IF SRT-BORDEREAU-TYPE NOT = WS-PREV-BORDEREAU-TYPE       RINCSN01
010560             PERFORM C002-PRINT-SECTION-TOTAL                     RINCSN01
010570             MOVE SRT-BORDEREAU-TYPE TO WS-PREV-BORDEREAU-TYPE    RINCSN01
010580             PERFORM C005-PRINT-SECTION-HEADING                   RINCSN01
010590         END-IF                                                   RINCSN01
010600     END-IF.                                                      RINCSN01
010610     MOVE 'N' TO WS-FIRST-CESSION-SWITCH.                         RINCSN01
010620     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    RINCSN01
010630         PERFORM C003-PRINT-PAGE-HEADERS                          RINCSN01
010640     END-IF.                                                      RINCSN01
010650     MOVE SRT-TREATY-NUMBER TO WS-DTL-TREATY-NUMBER.              RINCSN01
010660     IF SRT-TREATY-KIND = 'Q'                                     RINCSN01
010670         MOVE 'QS' TO WS-DTL-TREATY-KIND                          RINCSN01
010680     ELSE                                                         RINCSN01
010690         MOVE 'XL' TO WS-DTL-TREATY-KIND                          RINCSN01
010700     END-IF.                                                      RINCSN01
010710     MOVE SRT-INSURANCE-TYPE TO WS-DTL-INSURANCE-TYPE.            RINCSN01
010720     MOVE SRT-ITEM-NUMBER TO WS-DTL-ITEM-NUMBER.                  RINCSN01
010730     MOVE SRT-ITEM-DATE TO WS-ITEM-DATE-EDIT.                     RINCSN01
010740     STRING WS-ITM-MM '/' WS-ITM-DD '/' WS-ITM-CCYY               RINCSN01
010750           DELIMITED BY SIZE INTO WS-DTL-ITEM-DATE.               RINCSN01
010760     MOVE SRT-GROSS-AMOUNT-1 TO WS-DTL-GROSS-AMOUNT-1.            RINCSN01
010770     MOVE SRT-CEDED-AMOUNT-1 TO WS-DTL-CEDED-AMOUNT-1.            RINCSN01
010780     MOVE SRT-GROSS-AMOUNT-2 TO WS-DTL-GROSS-AMOUNT-2.            RINCSN01
010790     MOVE SRT-CEDED-AMOUNT-2 TO WS-DTL-CEDED-AMOUNT-2.            RINCSN01
010800     WRITE BORDEREAU-REPORT-LINE FROM WS-BORDEREAU-DETAIL-LINE    RINCSN01
010810           AFTER ADVANCING 1 LINES.                               RINCSN01
010820     ADD 1 TO WS-LINE-COUNT.                                      RINCSN01
010830     ADD 1 TO WS-BORDEREAU-LINES-COUNT.                           RINCSN01
010840     ADD SRT-GROSS-AMOUNT-1 TO WS-SECTION-AMOUNT-1.               RINCSN01
010850     ADD SRT-CEDED-AMOUNT-1 TO WS-SECTION-CEDED-1.                RINCSN01
010860     ADD SRT-GROSS-AMOUNT-2 TO WS-SECTION-AMOUNT-2.               RINCSN01
010870     ADD SRT-CEDED-AMOUNT-2 TO WS-SECTION-CEDED-2.                RINCSN01
010880     PERFORM C004-RETURN-SORTED-RECORD.                           RINCSN01

010890 C002-PRINT-SECTION-TOTAL.                                        RINCSN01
010900     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    RINCSN01
010910         PERFORM C003-PRINT-PAGE-HEADERS                          RINCSN01
010920     END-IF.                                                      RINCSN01
010930     IF WS-PREV-BORDEREAU-TYPE = 'P'                              RINCSN01
010940         MOVE 'PREMIUM TOTAL -- ' TO WS-SEC-LABEL                 RINCSN01
010950         ADD WS-SECTION-CEDED-1 TO WS-TOTAL-CEDED-WRITTEN         RINCSN01
010960         ADD WS-SECTION-CEDED-2 TO WS-TOTAL-CEDED-EARNED          RINCSN01
010970     ELSE                                                         RINCSN01
010980         MOVE 'LOSS TOTAL -- ' TO WS-SEC-LABEL                    RINCSN01
010990         ADD WS-SECTION-CEDED-1 TO WS-TOTAL-CEDED-PAID            RINCSN01
011000         ADD WS-SECTION-CEDED-2 TO WS-TOTAL-CEDED-RESERVE         RINCSN01
011010     END-IF.                                                      RINCSN01
011020     MOVE WS-SECTION-AMOUNT-1 TO WS-SEC-AMOUNT-1.                 RINCSN01
011030     MOVE WS-SECTION-CEDED-1 TO WS-SEC-CEDED-1.                   RINCSN01
011040     MOVE WS-SECTION-AMOUNT-2 TO WS-SEC-AMOUNT-2.                 RINCSN01
011050     MOVE WS-SECTION-CEDED-2 TO WS-SEC-CEDED-2.                   RINCSN01
011060     WRITE BORDEREAU-REPORT-LINE FROM WS-SECTION-TOTAL-LINE       RINCSN01
011070           AFTER ADVANCING 2 LINES.                               RINCSN01
011080     ADD 2 TO WS-LINE-COUNT.                                      RINCSN01
011090     MOVE ZERO TO WS-SECTION-AMOUNT-1.                            RINCSN01
011100     MOVE ZERO TO WS-SECTION-CEDED-1.                             RINCSN01
011110     MOVE ZERO TO WS-SECTION-AMOUNT-2.                            RINCSN01
011120     MOVE ZERO TO WS-SECTION-CEDED-2.                             RINCSN01

011130 C003-PRINT-PAGE-HEADERS.                                         RINCSN01
011140     ADD 1 TO WS-PAGE-NUMBER.                                     RINCSN01
011150     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   RINCSN01
011160     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                RINCSN01
011170     WRITE BORDEREAU-REPORT-LINE FROM WS-HEADING-LINE-1           RINCSN01
011180           AFTER ADVANCING PAGE.                                  RINCSN01
011190     MOVE ZERO TO WS-LINE-COUNT.                                  RINCSN01
011200     PERFORM C005-PRINT-SECTION-HEADING.                          RINCSN01

011210 C004-RETURN-SORTED-RECORD.                                       RINCSN01
011220     RETURN CESSION-SORT-FILE                                     RINCSN01
011230           AT END                                                 RINCSN01
011240              MOVE 'NO ' TO ARE-THERE-MORE-CESSIONS.              RINCSN01

011250 C005-PRINT-SECTION-HEADING.                                      RINCSN01
011260     MOVE WS-PREV-REINSURER-NAME TO WS-HDR-REINSURER-NAME.        RINCSN01
011270     IF WS-PREV-BORDEREAU-TYPE = 'P'                              RINCSN01
011280         MOVE 'PREMIUM BORDEREAU' TO WS-HDR-SECTION-TITLE         RINCSN01
011290         WRITE BORDEREAU-REPORT-LINE                              RINCSN01
011300               FROM WS-REINSURER-HEADING-LINE                     RINCSN01
011310               AFTER ADVANCING 2 LINES                            RINCSN01
011320         WRITE BORDEREAU-REPORT-LINE FROM WS-PREMIUM-HEADING-LINE RINCSN01
011330               AFTER ADVANCING 2 LINES                            RINCSN01
011340     ELSE                                                         RINCSN01
011350         MOVE 'LOSS BORDEREAU' TO WS-HDR-SECTION-TITLE            RINCSN01
011360         WRITE BORDEREAU-REPORT-LINE                              RINCSN01
011370               FROM WS-REINSURER-HEADING-LINE                     RINCSN01
011380               AFTER ADVANCING 2 LINES                            RINCSN01
011390         WRITE BORDEREAU-REPORT-LINE FROM WS-LOSS-HEADING-LINE    RINCSN01
011400               AFTER ADVANCING 2 LINES                            RINCSN01
011410     END-IF.                                                      RINCSN01
011420     ADD 4 TO WS-LINE-COUNT.                                      RINCSN01

011430 C010-OPEN-TREATY-MASTER-FILE.                                    RINCSN01
011440     OPEN INPUT TREATY-MASTER-FILE.                               RINCSN01
011450     IF WS-TREATY-MASTER-STATUS NOT = '00'                        RINCSN01
011460         DISPLAY 'UNABLE TO OPEN TREATY-MASTER-FILE - STATUS '    RINCSN01
011470               WS-TREATY-MASTER-STATUS                            RINCSN01
011480         MOVE 16 TO RETURN-CODE                                   RINCSN01
011490         STOP RUN                                                 RINCSN01
011500     END-IF.                                                      RINCSN01

011510 C011-OPEN-POLICY-MASTER-FILE.                                    RINCSN01
011520     OPEN INPUT POLICY-MASTER-FILE.                               RINCSN01
011530     IF WS-MASTER-FILE-STATUS NOT = '00'                          RINCSN01
011540         DISPLAY 'UNABLE TO OPEN POLICY-MASTER-FILE - STATUS '    RINCSN01
011550               WS-MASTER-FILE-STATUS                              RINCSN01
011560         MOVE 16 TO RETURN-CODE                                   RINCSN01
011570         STOP RUN                                                 RINCSN01
011580     END-IF.                                                      RINCSN01

011590 C012-OPEN-CLAIMS-MASTER-FILE.                                    RINCSN01
011600     OPEN INPUT CLAIMS-MASTER-FILE.                               RINCSN01
011610     IF WS-CLAIMS-MASTER-STATUS NOT = '00'                        RINCSN01
011620         DISPLAY 'UNABLE TO OPEN CLAIMS-MASTER-FILE - STATUS '    RINCSN01
011630               WS-CLAIMS-MASTER-STATUS                            RINCSN01
011640         MOVE 16 TO RETURN-CODE                                   RINCSN01
011650         STOP RUN                                                 RINCSN01
011660     END-IF.                                                      RINCSN01

011670******************************************************************RINCSN01
011680**                                                               *RINCSN01
011690**  THE LOSS RATIO SUMMARY STARTS A NEW PAGE.  EARNED PREMIUM IS *RINCSN01
011700**  EARNED TO THE END OF THE REPORT MONTH AND INCURRED LOSS IS   *RINCSN01
011710**  PAID PLUS RESERVE TO DATE, GROSS, CEDED AND NET OF           *RINCSN01
011720**  REINSURANCE, BY INSURANCE TYPE AND FOR ALL TYPES.            *RINCSN01
011730**                                                               *RINCSN01
011740******************************************************************RINCSN01

011750 D000-PRINT-LOSS-RATIO-SUMMARY.                                   RINCSN01
011760     MOVE 'NET OF REINSURANCE LOSS RATIO '                        RINCSN01
011770           TO WS-HDR-REPORT-TITLE.                                RINCSN01
011780     PERFORM D003-PRINT-SUMMARY-HEADERS.                          RINCSN01
011790     PERFORM D001-PRINT-TYPE-RATIO-LINE                           RINCSN01
011800           VARYING WS-SUM-INDEX FROM 1 BY 1                       RINCSN01
011810           UNTIL WS-SUM-INDEX > WS-TYPE-SUMMARY-COUNT.            RINCSN01
011820     MOVE 'ALL TYPES' TO WS-RAT-INSURANCE-TYPE.                   RINCSN01
011830     MOVE WS-ALL-GROSS-EARNED TO WS-LINE-GROSS-EARNED.            RINCSN01
011840     MOVE WS-ALL-CEDED-EARNED TO WS-LINE-CEDED-EARNED.            RINCSN01
011850     MOVE WS-ALL-GROSS-INCURRED TO WS-LINE-GROSS-INCURRED.        RINCSN01
011860     MOVE WS-ALL-CEDED-INCURRED TO WS-LINE-CEDED-INCURRED.        RINCSN01
011870     PERFORM D004-FORMAT-RATIO-LINE.                              RINCSN01
011880     WRITE BORDEREAU-REPORT-LINE FROM WS-RATIO-DETAIL-LINE        RINCSN01
011890           AFTER ADVANCING 2 LINES.                               RINCSN01

011900 D001-PRINT-TYPE-RATIO-LINE.                                      RINCSN01
011910     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    RINCSN01
011920         PERFORM D003-PRINT-SUMMARY-HEADERS                       RINCSN01
011930     END-IF.                                                      RINCSN01
011940     MOVE WS-SUM-INSURANCE-TYPE (WS-SUM-INDEX)                    RINCSN01
011950           TO WS-RAT-INSURANCE-TYPE.                              RINCSN01
011960     MOVE WS-SUM-GROSS-EARNED (WS-SUM-INDEX)                      RINCSN01
011970           TO WS-LINE-GROSS-EARNED.                               RINCSN01
011980     MOVE WS-SUM-CEDED-EARNED (WS-SUM-INDEX)                      RINCSN01
011990           TO WS-LINE-CEDED-EARNED.                               RINCSN01
012000     MOVE WS-SUM-GROSS-INCURRED (WS-SUM-INDEX)                    RINCSN01
012010           TO WS-LINE-GROSS-INCURRED.                             RINCSN01
012020     MOVE WS-SUM-CEDED-INCURRED (WS-SUM-INDEX)                    RINCSN01
012030           TO WS-LINE-CEDED-INCURRED.                             RINCSN01
012040     ADD WS-LINE-GROSS-EARNED TO WS-ALL-GROSS-EARNED.             RINCSN01
012050     ADD WS-LINE-CEDED-EARNED TO WS-ALL-CEDED-EARNED.             RINCSN01
012060     ADD WS-LINE-GROSS-INCURRED TO WS-ALL-GROSS-INCURRED.         RINCSN01
012070     ADD WS-LINE-CEDED-INCURRED TO WS-ALL-CEDED-INCURRED.         RINCSN01
012080     PERFORM D004-FORMAT-RATIO-LINE.                              RINCSN01
012090     WRITE BORDEREAU-REPORT-LINE FROM WS-RATIO-DETAIL-LINE        RINCSN01
012100           AFTER ADVANCING 1 LINES.                               RINCSN01
012110     ADD 1 TO WS-LINE-COUNT.                                      RINCSN01

012120 D002-COMPUTE-LOSS-RATIO.                                         RINCSN01
012130     IF WS-RATIO-PREMIUM > ZERO                                   RINCSN01
012140         COMPUTE WS-LOSS-RATIO-PCT ROUNDED =                      RINCSN01
012150               WS-RATIO-CLAIMS / WS-RATIO-PREMIUM * 100           RINCSN01
012160               ON SIZE ERROR                                      RINCSN01
012170                  MOVE 99999.99 TO WS-LOSS-RATIO-PCT              RINCSN01
012180         END-COMPUTE                                              RINCSN01
012190     ELSE                                                         RINCSN01
012200         MOVE ZERO TO WS-LOSS-RATIO-PCT                           RINCSN01
012210     END-IF.                                                      RINCSN01

012220 D003-PRINT-SUMMARY-HEADERS.                                      RINCSN01
012230     ADD 1 TO WS-PAGE-NUMBER.                                     RINCSN01
012240     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   RINCSN01
012250     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                RINCSN01
012260     WRITE BORDEREAU-REPORT-LINE FROM WS-HEADING-LINE-1           RINCSN01
012270           AFTER ADVANCING PAGE.                                  RINCSN01
012280     WRITE BORDEREAU-REPORT-LINE FROM WS-RATIO-HEADING-LINE       RINCSN01
012290           AFTER ADVANCING 2 LINES.                               RINCSN01
012300     MOVE ZERO TO WS-LINE-COUNT.                                  RINCSN01

012310 D004-FORMAT-RATIO-LINE.                                          RINCSN01
012320     SUBTRACT WS-LINE-CEDED-EARNED FROM WS-LINE-GROSS-EARNED      RINCSN01
012330           GIVING WS-LINE-NET-EARNED.                             RINCSN01
012340     SUBTRACT WS-LINE-CEDED-INCURRED FROM WS-LINE-GROSS-INCURRED  RINCSN01
012350           GIVING WS-LINE-NET-INCURRED.                           RINCSN01
012360     MOVE WS-LINE-GROSS-EARNED TO WS-RAT-GROSS-EARNED.            RINCSN01
012370     MOVE WS-LINE-CEDED-EARNED TO WS-RAT-CEDED-EARNED.            RINCSN01
012380     MOVE WS-LINE-NET-EARNED TO WS-RAT-NET-EARNED.                RINCSN01
012390     MOVE WS-LINE-GROSS-INCURRED TO WS-RAT-GROSS-INCURRED.        RINCSN01
012400     MOVE WS-LINE-CEDED-INCURRED TO WS-RAT-CEDED-INCURRED.        RINCSN01
012410     MOVE WS-LINE-NET-INCURRED TO WS-RAT-NET-INCURRED.            RINCSN01
012420     MOVE WS-LINE-GROSS-EARNED TO WS-RATIO-PREMIUM.               RINCSN01
012430     MOVE WS-LINE-GROSS-INCURRED TO WS-RATIO-CLAIMS.              RINCSN01
012440     PERFORM D002-COMPUTE-LOSS-RATIO.                             RINCSN01
012450     MOVE WS-LOSS-RATIO-PCT TO WS-RAT-GROSS-RATIO.                RINCSN01
012460     MOVE WS-LINE-NET-EARNED TO WS-RATIO-PREMIUM.                 RINCSN01
012470     MOVE WS-LINE-NET-INCURRED TO WS-RATIO-CLAIMS.                RINCSN01
012480     PERFORM D002-COMPUTE-LOSS-RATIO.                             RINCSN01
012490     MOVE WS-LOSS-RATIO-PCT TO WS-RAT-NET-RATIO.                  RINCSN01

