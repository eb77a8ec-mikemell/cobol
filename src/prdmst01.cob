001010 IDENTIFICATION DIVISION.                                         PRDMST01

001020 PROGRAM-ID.    PRDMST01.                                         PRDMST01
001030 AUTHOR.        MMELL.                                            PRDMST01
001040 INSTALLATION.  AUBURN.                                           PRDMST01
001050 DATE-WRITTEN.  2026-10-13.                                       PRDMST01
001060 DATE-COMPILED. 2026-10-13.                                       PRDMST01
001070 SECURITY.      UNCLASSIFIED.                                     PRDMST01

001080******************************************************************PRDMST01
001090**                                                               *PRDMST01
001100**  THIS PROGRAM MAINTAINS THE INSURANCE PRODUCT MASTER FILE     *PRDMST01
001110**                                                               *PRDMST01
001120**    MODIFICATION HISTORY                                       *PRDMST01
001130**    -------------------                                        *PRDMST01
001140**    DATE       INIT  DESCRIPTION                               *PRDMST01
001150**    ---------- ----  ----------------------------------------- *PRDMST01
001160**    2026-10-13  MM   INITIAL VERSION.  APPLIES ADD, CHANGE AND *PRDMST01
001170**                     DELETE TRANSACTIONS TO THE PRODUCT        *PRDMST01
001180**                     MASTER FILE KEYED BY INSURANCE TYPE CODE, *PRDMST01
001190**                     REJECTS INVALID TRANSACTIONS TO AN ERROR  *PRDMST01
001200**                     LISTING, AND PRINTS THE FULL PRODUCT      *PRDMST01
001210**                     LISTING FOR SIGN OFF.  WITHDRAWING A      *PRDMST01
001220**                     PRODUCT IS A CHANGE THAT SETS THE STATUS  *PRDMST01
001230**                     BYTE - DELETE IS RESERVED FOR RECORDS     *PRDMST01
001240**                     ENTERED IN ERROR.                         *PRDMST01
001250**                                                               *PRDMST01
001260******************************************************************PRDMST01

001270 ENVIRONMENT DIVISION.                                            PRDMST01

001280 CONFIGURATION SECTION.                                           PRDMST01

001290 SOURCE-COMPUTER. X86_64.                                         PRDMST01
001300 OBJECT-COMPUTER. X86_64.                                         PRDMST01

001310 INPUT-OUTPUT SECTION.                                            PRDMST01
001320 FILE-CONTROL.                                                    PRDMST01
001330     SELECT PRODUCT-TRANS-FILE                                    PRDMST01
001340         ASSIGN TO UT-S-PRDTRAN                                   PRDMST01
001350         ORGANIZATION IS LINE SEQUENTIAL                          PRDMST01
001360         FILE STATUS IS WS-TRANS-FILE-STATUS.                     PRDMST01

001370     SELECT PRODUCT-MASTER-FILE                                   PRDMST01
001380         ASSIGN TO UT-S-PRDMSTR                                   PRDMST01
001390         ORGANIZATION IS INDEXED                                  PRDMST01
001400         ACCESS MODE IS DYNAMIC                                   PRDMST01
001410         RECORD KEY IS INSURANCE-TYPE-PROD                        PRDMST01
001420         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 PRDMST01

001430     SELECT PRODUCT-ERROR-FILE                                    PRDMST01
001440         ASSIGN TO UT-S-PRMERR                                    PRDMST01
001450         ORGANIZATION IS LINE SEQUENTIAL.                         PRDMST01

001460     SELECT PRODUCT-LISTING-FILE                                  PRDMST01
001470         ASSIGN TO UT-S-PRMLIST                                   PRDMST01
001480         ORGANIZATION IS LINE SEQUENTIAL.                         PRDMST01

001490 DATA DIVISION.                                                   PRDMST01

001500 FILE SECTION.                                                    PRDMST01

001510 FD  PRODUCT-TRANS-FILE                                           PRDMST01
001520     RECORD CONTAINS 66 CHARACTERS                                PRDMST01
001530     LABEL RECORDS ARE STANDARD                                   PRDMST01
001540     DATA RECORD IS PRODUCT-TRANS-RECORD.                         PRDMST01
001550 01  PRODUCT-TRANS-RECORD.                                        PRDMST01
001560     05  PRODUCT-TRANS-CODE      PICTURE X(01).                   PRDMST01
001570         88  ADD-PRODUCT-TRANSACTION    VALUE 'A'.                PRDMST01
001580         88  CHANGE-PRODUCT-TRANSACTION VALUE 'C'.                PRDMST01
001590         88  DELETE-PRODUCT-TRANSACTION VALUE 'D'.                PRDMST01
001600         88  VALID-PRODUCT-TRANS-CODE   VALUE 'A' 'C' 'D'.        PRDMST01
001610     05  INSURANCE-TYPE-TRANS    PICTURE X(10).                   PRDMST01
001620     05  DESCRIPTION-TRANS       PICTURE X(30).                   PRDMST01
001630     05  STATUS-TRANS            PICTURE X(01).                   PRDMST01
001640         88  VALID-STATUS-TRANS         VALUE 'A' 'W'.            PRDMST01
001650     05  TERM-MONTHS-TRANS       PICTURE 9(02).                   PRDMST01
001660     05  MINIMUM-PREMIUM-TRANS   PICTURE 9(05)V99.                PRDMST01
001670     05  MAXIMUM-PREMIUM-TRANS   PICTURE 9(05)V99.                PRDMST01
001680     05  SELL-FROM-DATE-TRANS    PICTURE 9(08).                   PRDMST01

001690 FD  PRODUCT-MASTER-FILE                                          PRDMST01
001700     LABEL RECORDS ARE STANDARD.                                  PRDMST01
001710     COPY PRODMAST.                                               PRDMST01

001720 FD  PRODUCT-ERROR-FILE                                           PRDMST01
001730     RECORD CONTAINS 133 CHARACTERS                               PRDMST01
001740     LABEL RECORDS ARE OMITTED                                    PRDMST01
001750     DATA RECORD IS PRODUCT-ERROR-LINE.                           PRDMST01
001760 01  PRODUCT-ERROR-LINE.                                          PRDMST01
001770     05  CARRIAGE-CONTROL        PICTURE X.                       PRDMST01
001780     05  ERR-TRANS-CODE          PICTURE X(01).                   PRDMST01
001790     05  FILLER                  PICTURE X(04).                   PRDMST01
001800     05  ERR-INSURANCE-TYPE      PICTURE X(10).                   PRDMST01
001810     05  FILLER                  PICTURE X(04).                   PRDMST01
001820     05  ERR-DESCRIPTION         PICTURE X(30).                   PRDMST01
001830     05  FILLER                  PICTURE X(04).                   PRDMST01
001840     05  ERR-MESSAGE             PICTURE X(30).                   PRDMST01
001850     05  FILLER                  PICTURE X(49).                   PRDMST01

001860 FD  PRODUCT-LISTING-FILE                                         PRDMST01
001870     RECORD CONTAINS 133 CHARACTERS                               PRDMST01
001880     LABEL RECORDS ARE OMITTED                                    PRDMST01
001890     DATA RECORD IS PRODUCT-LISTING-LINE.                         PRDMST01
001900 01  PRODUCT-LISTING-LINE.                                        PRDMST01
001910     05  CARRIAGE-CONTROL        PICTURE X.                       PRDMST01
001920     05  FILLER                  PICTURE X(132).                  PRDMST01

001930 WORKING-STORAGE SECTION.                                         PRDMST01

001940 01  PROGRAM-INDICATORS.                                          PRDMST01
001950     05  ARE-THERE-MORE-TRANS    PICTURE X(3) VALUE 'YES'.        PRDMST01
001960     05  ARE-THERE-MORE-PRODUCTS PICTURE X(3) VALUE 'YES'.        PRDMST01

001970 01  WS-FILE-STATUS-FIELDS.                                       PRDMST01
001980     05  WS-TRANS-FILE-STATUS    PICTURE X(02) VALUE SPACES.      PRDMST01
001990     05  WS-PRODUCT-MASTER-STATUS                                 PRDMST01
002000                                 PICTURE X(02) VALUE SPACES.      PRDMST01
002010     05  WS-PRODUCT-FOUND-SWITCH PICTURE X(01) VALUE 'N'.         PRDMST01
002020         88  PRODUCT-RECORD-FOUND       VALUE 'Y'.                PRDMST01
002030         88  PRODUCT-RECORD-NOT-FOUND   VALUE 'N'.                PRDMST01
002040     05  WS-TRANS-EDIT-SWITCH    PICTURE X(01) VALUE 'N'.         PRDMST01
002050         88  TRANS-EDIT-PASSED          VALUE 'Y'.                PRDMST01
002060         88  TRANS-EDIT-FAILED          VALUE 'N'.                PRDMST01
002070     05  WS-ERROR-MESSAGE        PICTURE X(30) VALUE SPACES.      PRDMST01

002080 01  WS-DATE-EDIT-FIELDS.                                         PRDMST01
002090     05  WS-EDIT-DATE.                                            PRDMST01
002100         10  WS-EDT-CCYY         PICTURE 9(04).                   PRDMST01
002110         10  WS-EDT-MM           PICTURE 9(02).                   PRDMST01
002120         10  WS-EDT-DD           PICTURE 9(02).                   PRDMST01
002130     05  WS-DATE-VALID-SWITCH    PICTURE X(01) VALUE 'N'.         PRDMST01
002140         88  EDIT-DATE-VALID            VALUE 'Y'.                PRDMST01
002150         88  EDIT-DATE-NOT-VALID        VALUE 'N'.                PRDMST01
002160     05  WS-DAYS-IN-MONTH        PICTURE 9(02) VALUE ZERO.        PRDMST01
002170     05  WS-LEAP-QUOTIENT        PICTURE 9(04) COMP VALUE ZERO.   PRDMST01
002180     05  WS-LEAP-REMAINDER-4     PICTURE 9(04) COMP VALUE ZERO.   PRDMST01
002190     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   PRDMST01
002200     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   PRDMST01

002210 01  WS-MONTH-DAYS-TABLE-DEF.                                     PRDMST01
002220     05  FILLER                  PICTURE X(24) VALUE              PRDMST01
002230         '312831303130313130313031'.                              PRDMST01

002240 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TABLE-DEF.       PRDMST01
002250     05  WS-MONTH-DAYS-ENTRY     PICTURE 9(02) OCCURS 12 TIMES.   PRDMST01

002260 01  WS-RECONCILIATION-COUNTS.                                    PRDMST01
002270     05  WS-TRANS-READ-COUNT     PICTURE 9(07) COMP VALUE ZERO.   PRDMST01
002280     05  WS-TRANS-APPLIED-COUNT  PICTURE 9(07) COMP VALUE ZERO.   PRDMST01
002290     05  WS-TRANS-REJECTED-COUNT PICTURE 9(07) COMP VALUE ZERO.   PRDMST01
002300     05  WS-PRODUCTS-LISTED-COUNT                                 PRDMST01
002310                                 PICTURE 9(07) COMP VALUE ZERO.   PRDMST01

002320 01  WS-RUN-DATE-FIELDS.                                          PRDMST01
002330     05  WS-CURRENT-DATE.                                         PRDMST01
002340         10  WS-CUR-CCYY         PICTURE 9(04).                   PRDMST01
002350         10  WS-CUR-MM           PICTURE 9(02).                   PRDMST01
002360         10  WS-CUR-DD           PICTURE 9(02).                   PRDMST01
002370     05  WS-CURRENT-TIME         PICTURE 9(08).                   PRDMST01
002380     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        PRDMST01
002390     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   PRDMST01

002400 01  WS-PAGE-CONTROL.                                             PRDMST01
002410     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    PRDMST01
002420     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         PRDMST01

002430 01  WS-LISTING-HEADING-1.                                        PRDMST01
002440     05  FILLER                  PICTURE X(10)                    PRDMST01
002450                                 VALUE 'RUN DATE: '.              PRDMST01
002460     05  WS-HDR-RUN-DATE         PICTURE X(10).                   PRDMST01
002470     05  FILLER                  PICTURE X(13) VALUE SPACES.      PRDMST01
002480     05  FILLER                  PICTURE X(22)                    PRDMST01
002490                           VALUE 'PRODUCT MASTER LISTING'.        PRDMST01

002500 01  WS-LISTING-HEADING-2.                                        PRDMST01
002510     05  FILLER                  PICTURE X(01) VALUE SPACE.       PRDMST01
002520     05  FILLER                  PICTURE X(08)                    PRDMST01
002530                                 VALUE 'INS TYPE'.                PRDMST01
002540     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRDMST01
002550     05  FILLER                  PICTURE X(11)                    PRDMST01
002560                                 VALUE 'DESCRIPTION'.             PRDMST01
002570     05  FILLER                  PICTURE X(21) VALUE SPACES.      PRDMST01
002580     05  FILLER                  PICTURE X(06)                    PRDMST01
002590                                 VALUE 'STATUS'.                  PRDMST01
002600     05  FILLER                  PICTURE X(05) VALUE SPACES.      PRDMST01
002610     05  FILLER                  PICTURE X(04)                    PRDMST01
002620                                 VALUE 'TERM'.                    PRDMST01
002630     05  FILLER                  PICTURE X(05) VALUE SPACES.      PRDMST01
002640     05  FILLER                  PICTURE X(07)                    PRDMST01
002650                                 VALUE 'MINIMUM'.                 PRDMST01
002660     05  FILLER                  PICTURE X(05) VALUE SPACES.      PRDMST01
002670     05  FILLER                  PICTURE X(07)                    PRDMST01
002680                                 VALUE 'MAXIMUM'.                 PRDMST01
002690     05  FILLER                  PICTURE X(03) VALUE SPACES.      PRDMST01
002700     05  FILLER                  PICTURE X(09)                    PRDMST01
002710                                 VALUE 'SELL FROM'.               PRDMST01

002720 01  WS-LISTING-DETAIL-LINE.                                      PRDMST01
002730     05  FILLER                  PICTURE X(01) VALUE SPACE.       PRDMST01
002740     05  WS-LST-INSURANCE-TYPE   PICTURE X(10).                   PRDMST01
002750     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRDMST01
002760     05  WS-LST-DESCRIPTION      PICTURE X(30).                   PRDMST01
002770     05  FILLER                  PICTURE X(02) VALUE SPACES.      PRDMST01
002780     05  WS-LST-STATUS           PICTURE X(09).                   PRDMST01
002790     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRDMST01
002800     05  WS-LST-TERM-MONTHS      PICTURE Z9.                      PRDMST01
002810     05  FILLER                  PICTURE X(03) VALUE SPACES.      PRDMST01
002820     05  WS-LST-MINIMUM-PREMIUM  PICTURE ZZ,ZZ9.99.               PRDMST01
002830     05  FILLER                  PICTURE X(03) VALUE SPACES.      PRDMST01
002840     05  WS-LST-MAXIMUM-PREMIUM  PICTURE ZZ,ZZ9.99.               PRDMST01
002850     05  FILLER                  PICTURE X(03) VALUE SPACES.      PRDMST01
002860     05  WS-LST-SELL-FROM-DATE   PICTURE X(10).                   PRDMST01

002870 01  WS-TRAILER-LINE-1.                                           PRDMST01
002880     05  FILLER                  PICTURE X(20)                    PRDMST01
002890                                 VALUE 'TRANS READ:         '.    PRDMST01
002900     05  WS-TRL-TRANS-READ       PICTURE ZZZ,ZZ9.                 PRDMST01
002910     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRDMST01
002920     05  FILLER                  PICTURE X(20)                    PRDMST01
002930                                 VALUE 'TRANS APPLIED:      '.    PRDMST01
002940     05  WS-TRL-TRANS-APPLIED    PICTURE ZZZ,ZZ9.                 PRDMST01
002950     05  FILLER                  PICTURE X(04) VALUE SPACES.      PRDMST01
002960     05  FILLER                  PICTURE X(20)                    PRDMST01
002970                                 VALUE 'TRANS REJECTED:     '.    PRDMST01
002980     05  WS-TRL-TRANS-REJECTED   PICTURE ZZZ,ZZ9.                 PRDMST01

002990 01  WS-LISTING-TRAILER-LINE.                                     PRDMST01
003000     05  FILLER                  PICTURE X(20)                    PRDMST01
003010                                 VALUE 'PRODUCTS ON FILE:   '.    PRDMST01
003020     05  WS-TRL-PRODUCTS-LISTED  PICTURE ZZZ,ZZ9.                 PRDMST01

003030 PROCEDURE DIVISION.                                              PRDMST01

003040******************************************************************PRDMST01
003050**                                                               *PRDMST01
003060**  THIS PROGRAM READS THE PRODUCT TRANSACTION FILE AND APPLIES  *PRDMST01
003070**  ADD, CHANGE AND DELETE TRANSACTIONS TO THE PRODUCT MASTER    *PRDMST01
003080**  FILE.  INVALID TRANSACTIONS ARE REJECTED TO THE ERROR        *PRDMST01
003090**  LISTING WITH A SPECIFIC REASON.  THE FULL PRODUCT FILE IS    *PRDMST01
003100**  THEN LISTED IN INSURANCE TYPE ORDER FOR SIGN OFF.  IT IS     *PRDMST01
003110**  ENTERED FROM THE OPERATING SYSTEM AND EXITS TO THE           *PRDMST01
003120**  OPERATING SYSTEM.                                            *PRDMST01
003130**                                                               *PRDMST01
003140******************************************************************PRDMST01

003150 A000-MAINTAIN-PRODUCT-MASTER.                                    PRDMST01

003160     OPEN INPUT PRODUCT-TRANS-FILE.                               PRDMST01
003170     IF WS-TRANS-FILE-STATUS NOT = '00'                           PRDMST01
003180         DISPLAY 'UNABLE TO OPEN PRODUCT-TRANS-FILE - STATUS '    PRDMST01
003190               WS-TRANS-FILE-STATUS                               PRDMST01
003200         MOVE 16 TO RETURN-CODE                                   PRDMST01
003210         STOP RUN                                                 PRDMST01
003220     END-IF.                                                      PRDMST01
003230     PERFORM C010-OPEN-PRODUCT-MASTER-FILE.                       PRDMST01
003240     OPEN OUTPUT PRODUCT-ERROR-FILE                               PRDMST01
003250                 PRODUCT-LISTING-FILE.                            PRDMST01
003260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   PRDMST01
003270     ACCEPT WS-CURRENT-TIME FROM TIME.                            PRDMST01
003280     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 PRDMST01
003290           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               PRDMST01
003300     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               PRDMST01
003310           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           PRDMST01
003320     PERFORM A002-READ-TRANS-RECORD.                              PRDMST01
003330     PERFORM A001-PROCESS-PRODUCT-TRANSACTION                     PRDMST01
003340           UNTIL ARE-THERE-MORE-TRANS = 'NO '.                    PRDMST01
003350     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   PRDMST01
003360     PERFORM D000-PRINT-PRODUCT-LISTING.                          PRDMST01
003370     CLOSE PRODUCT-TRANS-FILE                                     PRDMST01
003380           PRODUCT-MASTER-FILE                                    PRDMST01
003390           PRODUCT-ERROR-FILE                                     PRDMST01
003400           PRODUCT-LISTING-FILE.                                  PRDMST01
003410     STOP RUN.                                                    PRDMST01

003420 A001-PROCESS-PRODUCT-TRANSACTION.                                PRDMST01
003430     IF NOT VALID-PRODUCT-TRANS-CODE                              PRDMST01
003440         MOVE 'INVALID TRANSACTION CODE' TO WS-ERROR-MESSAGE      PRDMST01
003450         PERFORM A003-WRITE-ERROR-LINE                            PRDMST01
003460     ELSE                                                         PRDMST01
003470         PERFORM B400-EDIT-PRODUCT-TRANS-FIELDS                   PRDMST01
003480         IF TRANS-EDIT-PASSED                                     PRDMST01
003490             IF ADD-PRODUCT-TRANSACTION                           PRDMST01
003500                 PERFORM B100-APPLY-PRODUCT-ADD                   PRDMST01
003510             ELSE                                                 PRDMST01
003520                 IF CHANGE-PRODUCT-TRANSACTION                    PRDMST01
003530                     PERFORM B200-APPLY-PRODUCT-CHANGE            PRDMST01
003540                 ELSE                                             PRDMST01
003550                     PERFORM B300-APPLY-PRODUCT-DELETE            PRDMST01
003560                 END-IF                                           PRDMST01
003570             END-IF                                               PRDMST01
003580         END-IF                                                   PRDMST01
003590     END-IF.                                                      PRDMST01
003600     PERFORM A002-READ-TRANS-RECORD.                              PRDMST01

003610 A002-READ-TRANS-RECORD.                                          PRDMST01
003620     READ PRODUCT-TRANS-FILE                                      PRDMST01
003630           AT END                                                 PRDMST01
003640              MOVE 'NO ' TO ARE-THERE-MORE-TRANS.                 PRDMST01
003650     IF ARE-THERE-MORE-TRANS = 'YES'                              PRDMST01
003660         ADD 1 TO WS-TRANS-READ-COUNT                             PRDMST01
003670     END-IF.                                                      PRDMST01

003680 A003-WRITE-ERROR-LINE.                                           PRDMST01
003690     MOVE SPACES TO PRODUCT-ERROR-LINE.                           PRDMST01
003700     MOVE PRODUCT-TRANS-CODE TO ERR-TRANS-CODE.                   PRDMST01
003710     MOVE INSURANCE-TYPE-TRANS TO ERR-INSURANCE-TYPE.             PRDMST01
003720     MOVE DESCRIPTION-TRANS TO ERR-DESCRIPTION.                   PRDMST01
003730     MOVE WS-ERROR-MESSAGE TO ERR-MESSAGE.                        PRDMST01
003740     WRITE PRODUCT-ERROR-LINE                                     PRDMST01
003750           AFTER ADVANCING 1 LINES.                               PRDMST01
003760     ADD 1 TO WS-TRANS-REJECTED-COUNT.                            PRDMST01
003770     MOVE 'N' TO WS-TRANS-EDIT-SWITCH.                            PRDMST01

003780 A007-READ-PRODUCT-BY-TYPE.                                       PRDMST01
003790     MOVE INSURANCE-TYPE-TRANS TO INSURANCE-TYPE-PROD.            PRDMST01
003800     READ PRODUCT-MASTER-FILE                                     PRDMST01
003810           INVALID KEY                                            PRDMST01
003820              MOVE 'N' TO WS-PRODUCT-FOUND-SWITCH                 PRDMST01
003830           NOT INVALID KEY                                        PRDMST01
003840              MOVE 'Y' TO WS-PRODUCT-FOUND-SWITCH                 PRDMST01
003850     END-READ.                                                    PRDMST01

003860 A010-PRINT-RECONCILIATION-TRAILER.                               PRDMST01
003870     MOVE WS-TRANS-READ-COUNT TO WS-TRL-TRANS-READ.               PRDMST01
003880     MOVE WS-TRANS-APPLIED-COUNT TO WS-TRL-TRANS-APPLIED.         PRDMST01
003890     MOVE WS-TRANS-REJECTED-COUNT TO WS-TRL-TRANS-REJECTED.       PRDMST01
003900     WRITE PRODUCT-ERROR-LINE FROM WS-TRAILER-LINE-1              PRDMST01
003910           AFTER ADVANCING 2 LINES.                               PRDMST01

003920******************************************************************PRDMST01
003930**                                                               *PRDMST01
003940**  ADD - THE INSURANCE TYPE MUST NOT ALREADY BE ON THE MASTER.  *PRDMST01
003950**                                                               *PRDMST01
003960******************************************************************PRDMST01

003970 B100-APPLY-PRODUCT-ADD.                                          PRDMST01
003980     PERFORM A007-READ-PRODUCT-BY-TYPE.                           PRDMST01
003990     IF PRODUCT-RECORD-FOUND                                      PRDMST01
004000         MOVE 'PRODUCT ALREADY ON MASTER' TO WS-ERROR-MESSAGE     PRDMST01
004010         PERFORM A003-WRITE-ERROR-LINE                            PRDMST01
004020     ELSE                                                         PRDMST01
004030         PERFORM B500-BUILD-PRODUCT-FROM-TRANS                    PRDMST01
004040         WRITE PRODUCT-MASTER-RECORD                              PRDMST01
004050         ADD 1 TO WS-TRANS-APPLIED-COUNT                          PRDMST01
004060     END-IF.                                                      PRDMST01

004070******************************************************************PRDMST01
004080**                                                               *PRDMST01
004090**  CHANGE - THE PRODUCT MUST BE ON THE MASTER.  A CHANGE THAT   *PRDMST01
004100**  SETS THE STATUS TO W WITHDRAWS THE PRODUCT FROM SALE.        *PRDMST01
004110**                                                               *PRDMST01
004120******************************************************************PRDMST01

004130 B200-APPLY-PRODUCT-CHANGE.                                       PRDMST01
004140     PERFORM A007-READ-PRODUCT-BY-TYPE.                           PRDMST01
004150     IF PRODUCT-RECORD-NOT-FOUND                                  PRDMST01
004160         MOVE 'PRODUCT NOT ON MASTER' TO WS-ERROR-MESSAGE         PRDMST01
004170         PERFORM A003-WRITE-ERROR-LINE                            PRDMST01
004180     ELSE                                                         PRDMST01
004190         PERFORM B500-BUILD-PRODUCT-FROM-TRANS                    PRDMST01
004200         REWRITE PRODUCT-MASTER-RECORD                            PRDMST01
004210         ADD 1 TO WS-TRANS-APPLIED-COUNT                          PRDMST01
004220     END-IF.                                                      PRDMST01

004230******************************************************************PRDMST01
004240**                                                               *PRDMST01
004250**  DELETE - THE PRODUCT MUST BE ON THE MASTER.                  *PRDMST01
004260**                                                               *PRDMST01
004270******************************************************************PRDMST01

004280 B300-APPLY-PRODUCT-DELETE.                                       PRDMST01
004290     PERFORM A007-READ-PRODUCT-BY-TYPE.                           PRDMST01
004300     IF PRODUCT-RECORD-NOT-FOUND                                  PRDMST01
004310         MOVE 'PRODUCT NOT ON MASTER' TO WS-ERROR-MESSAGE         PRDMST01
004320         PERFORM A003-WRITE-ERROR-LINE                            PRDMST01
004330     ELSE                                                         PRDMST01
004340         DELETE PRODUCT-MASTER-FILE RECORD                        PRDMST01
004350         ADD 1 TO WS-TRANS-APPLIED-COUNT                          PRDMST01
004360     END-IF.                                                      PRDMST01

004370******************************************************************PRDMST01
004380**                                                               *PRDMST01
004390**  EACH EDIT IS APPLIED IN TURN AND THE FIRST FAILURE WRITES    *PRDMST01
004400**  THE ERROR LINE WITH ITS SPECIFIC REASON.  THE DELETE         *PRDMST01
004410**  TRANSACTION NEEDS ONLY THE INSURANCE TYPE.  A ZERO TERM OR   *PRDMST01
004420**  A ZERO MAXIMUM PREMIUM MEANS THE PRODUCT HAS NO SUCH LIMIT.  *PRDMST01
004430**                                                               *PRDMST01
004440******************************************************************PRDMST01

004450 B400-EDIT-PRODUCT-TRANS-FIELDS.                                  PRDMST01
004460     MOVE 'Y' TO WS-TRANS-EDIT-SWITCH.                            PRDMST01
004470     PERFORM B401-EDIT-PRODUCT-KEY.                               PRDMST01
004480     PERFORM B402-EDIT-PRODUCT-TERMS.                             PRDMST01

004490 B401-EDIT-PRODUCT-KEY.                                           PRDMST01
004500     IF INSURANCE-TYPE-TRANS = SPACES                             PRDMST01
004510         MOVE 'INSURANCE TYPE MISSING' TO WS-ERROR-MESSAGE        PRDMST01
004520         PERFORM A003-WRITE-ERROR-LINE                            PRDMST01
004530     ELSE                                                         PRDMST01
004540         IF NOT DELETE-PRODUCT-TRANSACTION                        PRDMST01
004550             IF DESCRIPTION-TRANS = SPACES                        PRDMST01
004560                 MOVE 'DESCRIPTION MISSING' TO WS-ERROR-MESSAGE   PRDMST01
004570                 PERFORM A003-WRITE-ERROR-LINE                    PRDMST01
004580             ELSE                                                 PRDMST01
004590                 IF NOT VALID-STATUS-TRANS                        PRDMST01
004600                     MOVE 'INVALID PRODUCT STATUS CODE'           PRDMST01
004610                           TO WS-ERROR-MESSAGE                    PRDMST01
004620                     PERFORM A003-WRITE-ERROR-LINE                PRDMST01
004630                 END-IF                                           PRDMST01
004640             END-IF                                               PRDMST01
004650         END-IF                                                   PRDMST01
004660     END-IF.                                                      PRDMST01

004670 B402-EDIT-PRODUCT-TERMS.                                         PRDMST01
004680     IF TRANS-EDIT-PASSED                                         PRDMST01
004690        AND NOT DELETE-PRODUCT-TRANSACTION                        PRDMST01
004700         IF TERM-MONTHS-TRANS NOT NUMERIC                         PRDMST01
004710             MOVE 'TERM MONTHS NOT NUMERIC' TO WS-ERROR-MESSAGE   PRDMST01
004720             PERFORM A003-WRITE-ERROR-LINE                        PRDMST01
004730         ELSE                                                     PRDMST01
004740             IF MINIMUM-PREMIUM-TRANS NOT NUMERIC                 PRDMST01
004750                OR MAXIMUM-PREMIUM-TRANS NOT NUMERIC              PRDMST01
004760                 MOVE 'PREMIUM LIMIT NOT NUMERIC'                 PRDMST01
004770                       TO WS-ERROR-MESSAGE                        PRDMST01
004780                 PERFORM A003-WRITE-ERROR-LINE                    PRDMST01
004790             ELSE                                                 PRDMST01
004800                 IF MAXIMUM-PREMIUM-TRANS > ZERO                  PRDMST01
004810                    AND MAXIMUM-PREMIUM-TRANS                     PRDMST01
004820                          < MINIMUM-PREMIUM-TRANS                 PRDMST01
004830                     MOVE 'MAXIMUM PREMIUM BELOW MINIMUM'         PRDMST01
004840                           TO WS-ERROR-MESSAGE                    PRDMST01
004850                     PERFORM A003-WRITE-ERROR-LINE                PRDMST01
004860                 ELSE                                             PRDMST01
004870                     MOVE SELL-FROM-DATE-TRANS TO WS-EDIT-DATE    PRDMST01
004880                     PERFORM C100-VALIDATE-DATE-FIELD             PRDMST01
004890                     IF EDIT-DATE-NOT-VALID                       PRDMST01
004900                         MOVE 'INVALID SELL FROM DATE'            PRDMST01
004910                               TO WS-ERROR-MESSAGE                PRDMST01
004920                         PERFORM A003-WRITE-ERROR-LINE            PRDMST01
004930                     END-IF                                       PRDMST01
004940                 END-IF                                           PRDMST01
004950             END-IF                                               PRDMST01
004960         END-IF                                                   PRDMST01
004970     END-IF.                                                      PRDMST01

004980 B500-BUILD-PRODUCT-FROM-TRANS.                                   PRDMST01
004990     MOVE INSURANCE-TYPE-TRANS TO INSURANCE-TYPE-PROD.            PRDMST01
005000     MOVE DESCRIPTION-TRANS TO DESCRIPTION-PROD.                  PRDMST01
005010     MOVE STATUS-TRANS TO STATUS-PROD.                            PRDMST01
005020     MOVE TERM-MONTHS-TRANS TO TERM-MONTHS-PROD.                  PRDMST01
005030     MOVE MINIMUM-PREMIUM-TRANS TO MINIMUM-PREMIUM-PROD.          PRDMST01
005040     MOVE MAXIMUM-PREMIUM-TRANS TO MAXIMUM-PREMIUM-PROD.          PRDMST01
005050     MOVE SELL-FROM-DATE-TRANS TO SELL-FROM-DATE-PROD.            PRDMST01
005060     MOVE WS-RUN-TIMESTAMP TO PROD-LAST-RUN-MASTER.               PRDMST01

005070 C100-VALIDATE-DATE-FIELD.                                        PRDMST01
005080     MOVE 'N' TO WS-DATE-VALID-SWITCH.                            PRDMST01
005090     IF WS-EDIT-DATE NUMERIC                                      PRDMST01
005100         IF WS-EDT-CCYY >= 1900 AND WS-EDT-CCYY <= 2099           PRDMST01
005110            AND WS-EDT-MM >= 01 AND WS-EDT-MM <= 12               PRDMST01
005120             PERFORM C101-SET-DAYS-IN-MONTH                       PRDMST01
005130             IF WS-EDT-DD >= 01 AND WS-EDT-DD <= WS-DAYS-IN-MONTH PRDMST01
005140                 MOVE 'Y' TO WS-DATE-VALID-SWITCH                 PRDMST01
005150             END-IF                                               PRDMST01
005160         END-IF                                                   PRDMST01
005170     END-IF.                                                      PRDMST01

005180 C101-SET-DAYS-IN-MONTH.                                          PRDMST01
005190     MOVE WS-MONTH-DAYS-ENTRY (WS-EDT-MM) TO WS-DAYS-IN-MONTH.    PRDMST01
005200     IF WS-EDT-MM = 02                                            PRDMST01
005210         DIVIDE WS-EDT-CCYY BY 4 GIVING WS-LEAP-QUOTIENT          PRDMST01
005220               REMAINDER WS-LEAP-REMAINDER-4                      PRDMST01
005230         DIVIDE WS-EDT-CCYY BY 100 GIVING WS-LEAP-QUOTIENT        PRDMST01
005240               REMAINDER WS-LEAP-REMAINDER-100                    PRDMST01
005250         DIVIDE WS-EDT-CCYY BY 400 GIVING WS-LEAP-QUOTIENT        PRDMST01
005260               REMAINDER WS-LEAP-REMAINDER-400                    PRDMST01
005270         IF WS-LEAP-REMAINDER-4 = ZERO                            PRDMST01
005280            AND (WS-LEAP-REMAINDER-100 NOT = ZERO                 PRDMST01
005290                 OR WS-LEAP-REMAINDER-400 = ZERO)                 PRDMST01
005300             MOVE 29 TO WS-DAYS-IN-MONTH                          PRDMST01
005310         END-IF                                                   PRDMST01
005320     END-IF.                                                      PRDMST01

005330******************************************************************PRDMST01
005340**                                                               *PRDMST01
005350**  AFTER ALL TRANSACTIONS ARE APPLIED THE FULL PRODUCT FILE IS  *PRDMST01
005360**  LISTED IN INSURANCE TYPE ORDER FOR SIGN OFF.                 *PRDMST01
005370**                                                               *PRDMST01
005380******************************************************************PRDMST01

005390 D000-PRINT-PRODUCT-LISTING.                                      PRDMST01
005400     MOVE LOW-VALUES TO INSURANCE-TYPE-PROD.                      PRDMST01
005410     START PRODUCT-MASTER-FILE                                    PRDMST01
005420           KEY IS NOT LESS THAN INSURANCE-TYPE-PROD               PRDMST01
005430           INVALID KEY                                            PRDMST01
005440              MOVE 'NO ' TO ARE-THERE-MORE-PRODUCTS               PRDMST01
005450     END-START.                                                   PRDMST01
005460     PERFORM D002-READ-PRODUCT-NEXT.                              PRDMST01
005470     PERFORM D001-PRINT-PRODUCT-LINE                              PRDMST01
005480           UNTIL ARE-THERE-MORE-PRODUCTS = 'NO '.                 PRDMST01
005490     MOVE WS-PRODUCTS-LISTED-COUNT TO WS-TRL-PRODUCTS-LISTED.     PRDMST01
005500     WRITE PRODUCT-LISTING-LINE FROM WS-LISTING-TRAILER-LINE      PRDMST01
005510           AFTER ADVANCING 2 LINES.                               PRDMST01

005520 D001-PRINT-PRODUCT-LINE.                                         PRDMST01
005530     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    PRDMST01
005540         PERFORM D003-PRINT-LISTING-HEADERS                       PRDMST01
005550     END-IF.                                                      PRDMST01
005560     MOVE INSURANCE-TYPE-PROD TO WS-LST-INSURANCE-TYPE.           PRDMST01
005570     MOVE DESCRIPTION-PROD TO WS-LST-DESCRIPTION.                 PRDMST01
005580     IF PRODUCT-IS-WITHDRAWN                                      PRDMST01
005590         MOVE 'WITHDRAWN' TO WS-LST-STATUS                        PRDMST01
005600     ELSE                                                         PRDMST01
005610         MOVE 'ACTIVE' TO WS-LST-STATUS                           PRDMST01
005620     END-IF.                                                      PRDMST01
005630     MOVE TERM-MONTHS-PROD TO WS-LST-TERM-MONTHS.                 PRDMST01
005640     MOVE MINIMUM-PREMIUM-PROD TO WS-LST-MINIMUM-PREMIUM.         PRDMST01
005650     MOVE MAXIMUM-PREMIUM-PROD TO WS-LST-MAXIMUM-PREMIUM.         PRDMST01
005660     MOVE SELL-FROM-DATE-PROD TO WS-EDIT-DATE.                    PRDMST01
005670     STRING WS-EDT-MM '/' WS-EDT-DD '/' WS-EDT-CCYY               PRDMST01
005680           DELIMITED BY SIZE INTO WS-LST-SELL-FROM-DATE.          PRDMST01
005690     WRITE PRODUCT-LISTING-LINE FROM WS-LISTING-DETAIL-LINE       PRDMST01
005700           AFTER ADVANCING 1 LINES.                               PRDMST01
005710     ADD 1 TO WS-LINE-COUNT.                                      PRDMST01
005720     ADD 1 TO WS-PRODUCTS-LISTED-COUNT.                           PRDMST01
005730     PERFORM D002-READ-PRODUCT-NEXT.                              PRDMST01

005740 D002-READ-PRODUCT-NEXT.                                          PRDMST01
005750     READ PRODUCT-MASTER-FILE NEXT RECORD                         PRDMST01
005760           AT END                                                 PRDMST01
005770              MOVE 'NO ' TO ARE-THERE-MORE-PRODUCTS.              PRDMST01

005780 D003-PRINT-LISTING-HEADERS.                                      PRDMST01
005790     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                PRDMST01
005800     WRITE PRODUCT-LISTING-LINE FROM WS-LISTING-HEADING-1         PRDMST01
005810           AFTER ADVANCING PAGE.                                  PRDMST01
005820     WRITE PRODUCT-LISTING-LINE FROM WS-LISTING-HEADING-2         PRDMST01
005830           AFTER ADVANCING 2 LINES.                               PRDMST01
005840     MOVE ZERO TO WS-LINE-COUNT.                                  PRDMST01

005850 C010-OPEN-PRODUCT-MASTER-FILE.                                   PRDMST01
005860     OPEN I-O PRODUCT-MASTER-FILE.                                PRDMST01
005870     IF WS-PRODUCT-MASTER-STATUS = '35'                           PRDMST01
005880         OPEN OUTPUT PRODUCT-MASTER-FILE                          PRDMST01
005890         CLOSE PRODUCT-MASTER-FILE                                PRDMST01
005900         OPEN I-O PRODUCT-MASTER-FILE                             PRDMST01
005910     END-IF.                                                      PRDMST01
005920     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       PRDMST01
005930         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   PRDMST01
005940               WS-PRODUCT-MASTER-STATUS                           PRDMST01
005950         MOVE 16 TO RETURN-CODE                                   PRDMST01
005960         STOP RUN                                                 PRDMST01
005970     END-IF.                                                      PRDMST01

