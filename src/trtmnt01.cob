001010 IDENTIFICATION DIVISION.                                         TRTMNT01

001020 PROGRAM-ID.    TRTMNT01.                                         TRTMNT01
001030 AUTHOR.        MMELL.                                            TRTMNT01
001040 INSTALLATION.  AUBURN.                                           TRTMNT01
001050 DATE-WRITTEN.  2026-10-07.                                       TRTMNT01
001060 DATE-COMPILED. 2026-10-07.                                       TRTMNT01
001070 SECURITY.      UNCLASSIFIED.                                     TRTMNT01

001080******************************************************************TRTMNT01
001090**                                                               *TRTMNT01
001100**  THIS PROGRAM MAINTAINS THE REINSURANCE TREATY MASTER FILE    *TRTMNT01
001110**                                                               *TRTMNT01
001120**    MODIFICATION HISTORY                                       *TRTMNT01
001130**    -------------------                                        *TRTMNT01
001140**    DATE       INIT  DESCRIPTION                               *TRTMNT01
001150**    ---------- ----  ----------------------------------------- *TRTMNT01
001160**    2026-10-07  MM   INITIAL VERSION.  APPLIES ADD, CHANGE AND *TRTMNT01
001170**                     DELETE TRANSACTIONS TO THE EFFECTIVE      *TRTMNT01
001180**                     DATED TREATY MASTER BY INSURANCE TYPE AND *TRTMNT01
001190**                     TREATY KIND, REJECTS INVALID TRANSACTIONS *TRTMNT01
001200**                     TO AN ERROR LISTING, AND PRINTS THE FULL  *TRTMNT01
001210**                     TREATY LISTING FOR FINANCE TO SIGN OFF.   *TRTMNT01
001211**    2026-10-13  MM   INSURANCE TYPES ARE NOW VALIDATED         *TRTMNT01
001212**                     AGAINST THE PRODUCT MASTER FILE INSTEAD   *TRTMNT01
001213**                     OF A TABLE CODED IN THIS PROGRAM.  A      *TRTMNT01
001214**                     WITHDRAWN PRODUCT KEEPS ITS TREATIES FOR  *TRTMNT01
001215**                     THE BUSINESS STILL IN FORCE.              *TRTMNT01
001220**                                                               *TRTMNT01
001230******************************************************************TRTMNT01

001240 ENVIRONMENT DIVISION.                                            TRTMNT01

001250 CONFIGURATION SECTION.                                           TRTMNT01

001260 SOURCE-COMPUTER. X86_64.                                         TRTMNT01
001270 OBJECT-COMPUTER. X86_64.                                         TRTMNT01

001280 INPUT-OUTPUT SECTION.                                            TRTMNT01
001290 FILE-CONTROL.                                                    TRTMNT01
001300     SELECT TREATY-TRANS-FILE                                     TRTMNT01
001310         ASSIGN TO UT-S-TRTTRAN                                   TRTMNT01
001320         ORGANIZATION IS LINE SEQUENTIAL                          TRTMNT01
001330         FILE STATUS IS WS-TRANS-FILE-STATUS.                     TRTMNT01

001340     SELECT TREATY-MASTER-FILE                                    TRTMNT01
001350         ASSIGN TO UT-S-TRTYMST                                   TRTMNT01
001360         ORGANIZATION IS INDEXED                                  TRTMNT01
001370         ACCESS MODE IS DYNAMIC                                   TRTMNT01
001380         RECORD KEY IS TREATY-KEY-TRTY                            TRTMNT01
001390         FILE STATUS IS WS-TREATY-MASTER-STATUS.                  TRTMNT01

001391     SELECT PRODUCT-MASTER-FILE                                   TRTMNT01
001392         ASSIGN TO UT-S-PRDMSTR                                   TRTMNT01
001393         ORGANIZATION IS INDEXED                                  TRTMNT01
001394         ACCESS MODE IS DYNAMIC                                   TRTMNT01
001395         RECORD KEY IS INSURANCE-TYPE-PROD                        TRTMNT01
001396         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 TRTMNT01

001400     SELECT TREATY-ERROR-FILE                                     TRTMNT01
001410         ASSIGN TO UT-S-TRTERR                                    TRTMNT01
001420         ORGANIZATION IS LINE SEQUENTIAL.                         TRTMNT01

001430     SELECT TREATY-LISTING-FILE                                   TRTMNT01
001440         ASSIGN TO UT-S-TRTLIST                                   TRTMNT01
001450         ORGANIZATION IS LINE SEQUENTIAL.                         TRTMNT01

001460 DATA DIVISION.                                                   TRTMNT01

001470 FILE SECTION.                                                    TRTMNT01

001480 FD  TREATY-TRANS-FILE                                            TRTMNT01
001490     RECORD CONTAINS 73 CHARACTERS                                TRTMNT01
001500     LABEL RECORDS ARE STANDARD                                   TRTMNT01
001510     DATA RECORD IS TREATY-TRANS-RECORD.                          TRTMNT01
001520 01  TREATY-TRANS-RECORD.                                         TRTMNT01
001530     05  TREATY-TRANS-CODE       PICTURE X(01).                   TRTMNT01
001540         88  ADD-TREATY-TRANSACTION     VALUE 'A'.                TRTMNT01
001550         88  CHANGE-TREATY-TRANSACTION  VALUE 'C'.                TRTMNT01
001560         88  DELETE-TREATY-TRANSACTION  VALUE 'D'.                TRTMNT01
001570         88  VALID-TREATY-TRANS-CODE    VALUE 'A' 'C' 'D'.        TRTMNT01
001580     05  INSURANCE-TYPE-TRANS    PICTURE X(10).                   TRTMNT01
001590     05  TREATY-KIND-TRANS       PICTURE X(01).                   TRTMNT01
001600         88  QUOTA-SHARE-TRANS          VALUE 'Q'.                TRTMNT01
001610         88  EXCESS-OF-LOSS-TRANS       VALUE 'X'.                TRTMNT01
001620         88  VALID-TREATY-KIND          VALUE 'Q' 'X'.            TRTMNT01
001630     05  EFFECTIVE-DATE-TRANS    PICTURE 9(08).                   TRTMNT01
001640     05  TREATY-NUMBER-TRANS     PICTURE X(10).                   TRTMNT01
001650     05  REINSURER-NAME-TRANS    PICTURE X(20).                   TRTMNT01
001660     05  CESSION-PERCENT-TRANS   PICTURE 9V9999.                  TRTMNT01
001670     05  RETENTION-TRANS         PICTURE 9(07)V99.                TRTMNT01
001680     05  LIMIT-TRANS             PICTURE 9(07)V99.                TRTMNT01

001690 FD  TREATY-MASTER-FILE                                           TRTMNT01
001700     LABEL RECORDS ARE STANDARD.                                  TRTMNT01
001710     COPY TRTYMAST.                                               TRTMNT01

001712 FD  PRODUCT-MASTER-FILE                                          TRTMNT01
001714     LABEL RECORDS ARE STANDARD.                                  TRTMNT01
001716     COPY PRODMAST.                                               TRTMNT01

001720 FD  TREATY-ERROR-FILE                                            TRTMNT01
001730     RECORD CONTAINS 133 CHARACTERS                               TRTMNT01
001740     LABEL RECORDS ARE OMITTED                                    TRTMNT01
001750     DATA RECORD IS TREATY-ERROR-LINE.                            TRTMNT01
001760 01  TREATY-ERROR-LINE.                                           TRTMNT01
001770     05  CARRIAGE-CONTROL        PICTURE X.                       TRTMNT01
001780     05  ERR-TRANS-CODE          PICTURE X(01).                   TRTMNT01
001790     05  FILLER                  PICTURE X(04).                   TRTMNT01
001800     05  ERR-INSURANCE-TYPE      PICTURE X(10).                   TRTMNT01
001810     05  FILLER                  PICTURE X(04).                   TRTMNT01
001820     05  ERR-TREATY-KIND         PICTURE X(01).                   TRTMNT01
001830     05  FILLER                  PICTURE X(04).                   TRTMNT01
001840     05  ERR-EFFECTIVE-DATE      PICTURE X(08).                   TRTMNT01
001850     05  FILLER                  PICTURE X(04).                   TRTMNT01
001860     05  ERR-MESSAGE             PICTURE X(30).                   TRTMNT01
001870     05  FILLER                  PICTURE X(66).                   TRTMNT01

001880 FD  TREATY-LISTING-FILE                                          TRTMNT01
001890     RECORD CONTAINS 133 CHARACTERS                               TRTMNT01
001900     LABEL RECORDS ARE OMITTED                                    TRTMNT01
001910     DATA RECORD IS TREATY-LISTING-LINE.                          TRTMNT01
001920 01  TREATY-LISTING-LINE.                                         TRTMNT01
001930     05  CARRIAGE-CONTROL        PICTURE X.                       TRTMNT01
001940     05  FILLER                  PICTURE X(132).                  TRTMNT01

001950 WORKING-STORAGE SECTION.                                         TRTMNT01

001960 01  PROGRAM-INDICATORS.                                          TRTMNT01
001970     05  ARE-THERE-MORE-TRANS    PICTURE X(3) VALUE 'YES'.        TRTMNT01
001980     05  ARE-THERE-MORE-TREATIES PICTURE X(3) VALUE 'YES'.        TRTMNT01

001990 01  WS-FILE-STATUS-FIELDS.                                       TRTMNT01
002000     05  WS-TRANS-FILE-STATUS    PICTURE X(02) VALUE SPACES.      TRTMNT01
002010     05  WS-TREATY-MASTER-STATUS PICTURE X(02) VALUE SPACES.      TRTMNT01
002013     05  WS-PRODUCT-MASTER-STATUS                                 TRTMNT01
002016                                 PICTURE X(02) VALUE SPACES.      TRTMNT01
002020     05  WS-TREATY-FOUND-SWITCH  PICTURE X(01) VALUE 'N'.         TRTMNT01
002030         88  TREATY-RECORD-FOUND        VALUE 'Y'.                TRTMNT01
002040         88  TREATY-RECORD-NOT-FOUND    VALUE 'N'.                TRTMNT01
002050     05  WS-TRANS-EDIT-SWITCH    PICTURE X(01) VALUE 'N'.         TRTMNT01
002060         88  TRANS-EDIT-PASSED          VALUE 'Y'.                TRTMNT01
002070         88  TRANS-EDIT-FAILED          VALUE 'N'.                TRTMNT01
002080     05  WS-ERROR-MESSAGE        PICTURE X(30) VALUE SPACES.      TRTMNT01

002090 01  WS-PRODUCT-TABLE-FIELDS.                                     TRTMNT01
002100     05  WS-PRODUCT-TABLE-MAX    PICTURE 9(03) COMP VALUE 050.    TRTMNT01
002110     05  WS-MORE-PRODUCTS-SWITCH PICTURE X(03) VALUE 'YES'.       TRTMNT01

002120 01  WS-VALID-TYPE-TABLE.                                         TRTMNT01
002130     05  WS-VALID-TYPE-ENTRY     PICTURE X(10) OCCURS 50 TIMES.   TRTMNT01

002140 01  WS-TYPE-CHECK-FIELDS.                                        TRTMNT01
002150     05  WS-VALID-TYPE-COUNT     PICTURE 9(03) COMP VALUE ZERO.   TRTMNT01
002160     05  WS-TYPE-INDEX           PICTURE 9(03) COMP VALUE ZERO.   TRTMNT01
002170     05  WS-VALID-TYPE-SWITCH    PICTURE X(01) VALUE 'N'.         TRTMNT01
002180         88  VALID-TYPE-FOUND           VALUE 'Y'.                TRTMNT01
002190         88  VALID-TYPE-NOT-FOUND       VALUE 'N'.                TRTMNT01

002220 01  WS-DATE-EDIT-FIELDS.                                         TRTMNT01
002230     05  WS-EDIT-DATE.                                            TRTMNT01
002240         10  WS-EDT-CCYY         PICTURE 9(04).                   TRTMNT01
002250         10  WS-EDT-MM           PICTURE 9(02).                   TRTMNT01
002260         10  WS-EDT-DD           PICTURE 9(02).                   TRTMNT01
002270     05  WS-DATE-VALID-SWITCH    PICTURE X(01) VALUE 'N'.         TRTMNT01
002280         88  EDIT-DATE-VALID            VALUE 'Y'.                TRTMNT01
002290         88  EDIT-DATE-NOT-VALID        VALUE 'N'.                TRTMNT01
002300     05  WS-DAYS-IN-MONTH        PICTURE 9(02) VALUE ZERO.        TRTMNT01
002310     05  WS-LEAP-QUOTIENT        PICTURE 9(04) COMP VALUE ZERO.   TRTMNT01
002320     05  WS-LEAP-REMAINDER-4     PICTURE 9(04) COMP VALUE ZERO.   TRTMNT01
002330     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   TRTMNT01
002340     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   TRTMNT01

002350 01  WS-MONTH-DAYS-TABLE-DEF.                                     TRTMNT01
002360     05  FILLER                  PICTURE X(24) VALUE              TRTMNT01
002370         '312831303130313130313031'.                              TRTMNT01

002380 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TABLE-DEF.       TRTMNT01
002390     05  WS-MONTH-DAYS-ENTRY     PICTURE 9(02) OCCURS 12 TIMES.   TRTMNT01

002400 01  WS-RECONCILIATION-COUNTS.                                    TRTMNT01
002410     05  WS-TRANS-READ-COUNT     PICTURE 9(07) COMP VALUE ZERO.   TRTMNT01
002420     05  WS-TRANS-APPLIED-COUNT  PICTURE 9(07) COMP VALUE ZERO.   TRTMNT01
002430     05  WS-TRANS-REJECTED-COUNT PICTURE 9(07) COMP VALUE ZERO.   TRTMNT01
002440     05  WS-TREATIES-LISTED-COUNT                                 TRTMNT01
002450                                 PICTURE 9(07) COMP VALUE ZERO.   TRTMNT01

002460 01  WS-RUN-DATE-FIELDS.                                          TRTMNT01
002470     05  WS-CURRENT-DATE.                                         TRTMNT01
002480         10  WS-CUR-CCYY         PICTURE 9(04).                   TRTMNT01
002490         10  WS-CUR-MM           PICTURE 9(02).                   TRTMNT01
002500         10  WS-CUR-DD           PICTURE 9(02).                   TRTMNT01
002510     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   TRTMNT01
002520     05  WS-CURRENT-TIME         PICTURE 9(08).                   TRTMNT01
002530     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        TRTMNT01

002540 01  WS-PAGE-CONTROL.                                             TRTMNT01
002550     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    TRTMNT01
002560     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         TRTMNT01

002570 01  WS-LISTING-HEADING-1.                                        TRTMNT01
002580     05  FILLER                  PICTURE X(10)                    TRTMNT01
002590                                 VALUE 'RUN DATE: '.              TRTMNT01
002600     05  WS-HDR-RUN-DATE         PICTURE X(10).                   TRTMNT01
002610     05  FILLER                  PICTURE X(13) VALUE SPACES.      TRTMNT01
002620     05  FILLER                  PICTURE X(26)                    TRTMNT01
002630                           VALUE 'REINSURANCE TREATY LISTING'.    TRTMNT01

002640 01  WS-LISTING-HEADING-2.                                        TRTMNT01
002650     05  FILLER                  PICTURE X(01) VALUE SPACE.       TRTMNT01
002660     05  FILLER                  PICTURE X(08)                    TRTMNT01
002670                                 VALUE 'INS TYPE'.                TRTMNT01
002680     05  FILLER                  PICTURE X(04) VALUE SPACES.      TRTMNT01
002690     05  FILLER                  PICTURE X(11)                    TRTMNT01
002700                                 VALUE 'TREATY KIND'.             TRTMNT01
002710     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
002720     05  FILLER                  PICTURE X(09)                    TRTMNT01
002730                                 VALUE 'EFFECTIVE'.               TRTMNT01
002740     05  FILLER                  PICTURE X(03) VALUE SPACES.      TRTMNT01
002750     05  FILLER                  PICTURE X(09)                    TRTMNT01
002760                                 VALUE 'TREATY NO'.               TRTMNT01
002770     05  FILLER                  PICTURE X(03) VALUE SPACES.      TRTMNT01
002780     05  FILLER                  PICTURE X(09)                    TRTMNT01
002790                                 VALUE 'REINSURER'.               TRTMNT01
002800     05  FILLER                  PICTURE X(12) VALUE SPACES.      TRTMNT01
002810     05  FILLER                  PICTURE X(07)                    TRTMNT01
002820                                 VALUE 'CESSION'.                 TRTMNT01
002830     05  FILLER                  PICTURE X(05) VALUE SPACES.      TRTMNT01
002840     05  FILLER                  PICTURE X(09)                    TRTMNT01
002850                                 VALUE 'RETENTION'.               TRTMNT01
002860     05  FILLER                  PICTURE X(09) VALUE SPACES.      TRTMNT01
002870     05  FILLER                  PICTURE X(05)                    TRTMNT01
002880                                 VALUE 'LIMIT'.                   TRTMNT01

002890 01  WS-LISTING-DETAIL-LINE.                                      TRTMNT01
002900     05  FILLER                  PICTURE X(01) VALUE SPACE.       TRTMNT01
002910     05  WS-LST-INSURANCE-TYPE   PICTURE X(10).                   TRTMNT01
002920     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
002930     05  WS-LST-TREATY-KIND      PICTURE X(11).                   TRTMNT01
002940     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
002950     05  WS-LST-EFFECTIVE-DATE   PICTURE X(10).                   TRTMNT01
002960     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
002970     05  WS-LST-TREATY-NUMBER    PICTURE X(10).                   TRTMNT01
002980     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
002990     05  WS-LST-REINSURER-NAME   PICTURE X(20).                   TRTMNT01
003000     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
003010     05  WS-LST-CESSION-PERCENT  PICTURE 9.9999.                  TRTMNT01
003020     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
003030     05  WS-LST-RETENTION        PICTURE Z,ZZZ,ZZ9.99.            TRTMNT01
003040     05  FILLER                  PICTURE X(02) VALUE SPACES.      TRTMNT01
003050     05  WS-LST-LIMIT            PICTURE Z,ZZZ,ZZ9.99.            TRTMNT01

003060 01  WS-TRAILER-LINE-1.                                           TRTMNT01
003070     05  FILLER                  PICTURE X(20)                    TRTMNT01
003080                                 VALUE 'TRANS READ:         '.    TRTMNT01
003090     05  WS-TRL-TRANS-READ       PICTURE ZZZ,ZZ9.                 TRTMNT01
003100     05  FILLER                  PICTURE X(04) VALUE SPACES.      TRTMNT01
003110     05  FILLER                  PICTURE X(20)                    TRTMNT01
003120                                 VALUE 'TRANS APPLIED:      '.    TRTMNT01
003130     05  WS-TRL-TRANS-APPLIED    PICTURE ZZZ,ZZ9.                 TRTMNT01
003140     05  FILLER                  PICTURE X(04) VALUE SPACES.      TRTMNT01
003150     05  FILLER                  PICTURE X(20)                    TRTMNT01
003160                                 VALUE 'TRANS REJECTED:     '.    TRTMNT01
003170     05  WS-TRL-TRANS-REJECTED   PICTURE ZZZ,ZZ9.                 TRTMNT01

003180 01  WS-LISTING-TRAILER-LINE.                                     TRTMNT01
003190     05  FILLER                  PICTURE X(20)                    TRTMNT01
003200                                 VALUE 'TREATIES ON FILE:   '.    TRTMNT01
003210     05  WS-TRL-TREATIES-LISTED  PICTURE ZZZ,ZZ9.                 TRTMNT01

003220 PROCEDURE DIVISION.                                              TRTMNT01

003230******************************************************************TRTMNT01
003240**                                                               *TRTMNT01
003250**  THIS PROGRAM READS THE TREATY TRANSACTION FILE AND APPLIES   *TRTMNT01
003260**  ADD, CHANGE AND DELETE TRANSACTIONS TO THE EFFECTIVE DATED   *TRTMNT01
003270**  REINSURANCE TREATY MASTER.  INVALID TRANSACTIONS ARE         *TRTMNT01
003280**  REJECTED TO THE ERROR LISTING WITH A SPECIFIC REASON.  THE   *TRTMNT01
003290**  FULL TREATY FILE IS THEN LISTED IN KEY ORDER FOR FINANCE TO  *TRTMNT01
003300**  SIGN OFF.  IT IS ENTERED FROM THE OPERATING SYSTEM AND EXITS *TRTMNT01
003310**  TO THE OPERATING SYSTEM.                                     *TRTMNT01
003320**                                                               *TRTMNT01
003330******************************************************************TRTMNT01

003340 A000-MAINTAIN-TREATY-MASTER.                                     TRTMNT01

003350     OPEN INPUT TREATY-TRANS-FILE.                                TRTMNT01
003360     IF WS-TRANS-FILE-STATUS NOT = '00'                           TRTMNT01
003370         DISPLAY 'UNABLE TO OPEN TREATY-TRANS-FILE - STATUS '     TRTMNT01
003380               WS-TRANS-FILE-STATUS                               TRTMNT01
003390         MOVE 16 TO RETURN-CODE                                   TRTMNT01
003400         STOP RUN                                                 TRTMNT01
003410     END-IF.                                                      TRTMNT01
003420     PERFORM C010-OPEN-TREATY-MASTER-FILE.                        TRTMNT01
003425     PERFORM C300-LOAD-PRODUCT-TABLE.                             TRTMNT01
003430     OPEN OUTPUT TREATY-ERROR-FILE                                TRTMNT01
003440                 TREATY-LISTING-FILE.                             TRTMNT01
003450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   TRTMNT01
003460     ACCEPT WS-CURRENT-TIME FROM TIME.                            TRTMNT01
003470     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 TRTMNT01
003480           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               TRTMNT01
003490     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               TRTMNT01
003500           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           TRTMNT01
003510     PERFORM A002-READ-TRANS-RECORD.                              TRTMNT01
003520     PERFORM A001-PROCESS-TREATY-TRANSACTION                      TRTMNT01
003530           UNTIL ARE-THERE-MORE-TRANS = 'NO '.                    TRTMNT01
003540     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   TRTMNT01
003550     PERFORM D000-PRINT-TREATY-LISTING.                           TRTMNT01
003560     CLOSE TREATY-TRANS-FILE                                      TRTMNT01
003570           TREATY-MASTER-FILE                                     TRTMNT01
003580           TREATY-ERROR-FILE                                      TRTMNT01
003590           TREATY-LISTING-FILE.                                   TRTMNT01
003600     STOP RUN.                                                    TRTMNT01

003610 A001-PROCESS-TREATY-TRANSACTION.                                 TRTMNT01
003620     IF NOT VALID-TREATY-TRANS-CODE                               TRTMNT01
003630         MOVE 'INVALID TRANSACTION CODE' TO WS-ERROR-MESSAGE      TRTMNT01
003640         PERFORM A003-WRITE-ERROR-LINE                            TRTMNT01
003650     ELSE                                                         TRTMNT01
003660         PERFORM B400-EDIT-TREATY-TRANS-FIELDS                    TRTMNT01
003670         IF TRANS-EDIT-PASSED                                     TRTMNT01
003680             IF ADD-TREATY-TRANSACTION                            TRTMNT01
003690                 PERFORM B100-APPLY-TREATY-ADD                    TRTMNT01
003700             ELSE                                                 TRTMNT01
003710                 IF CHANGE-TREATY-TRANSACTION                     TRTMNT01
003720                     PERFORM B200-APPLY-TREATY-CHANGE             TRTMNT01
003730                 ELSE                                             TRTMNT01
003740                     PERFORM B300-APPLY-TREATY-DELETE             TRTMNT01
003750                 END-IF                                           TRTMNT01
003760             END-IF                                               TRTMNT01
003770         END-IF                                                   TRTMNT01
003780     END-IF.                                                      TRTMNT01
003790     PERFORM A002-READ-TRANS-RECORD.                              TRTMNT01

003800 A002-READ-TRANS-RECORD.                                          TRTMNT01
003810     READ TREATY-TRANS-FILE                                       TRTMNT01
003820           AT END                                                 TRTMNT01
003830              MOVE 'NO ' TO ARE-THERE-MORE-TRANS.                 TRTMNT01
003840     IF ARE-THERE-MORE-TRANS = 'YES'                              TRTMNT01
003850         ADD 1 TO WS-TRANS-READ-COUNT                             TRTMNT01
003860     END-IF.                                                      TRTMNT01

003870 A003-WRITE-ERROR-LINE.                                           TRTMNT01
003880     MOVE SPACES TO TREATY-ERROR-LINE.                            TRTMNT01
003890     MOVE TREATY-TRANS-CODE TO ERR-TRANS-CODE.                    TRTMNT01
003900     MOVE INSURANCE-TYPE-TRANS TO ERR-INSURANCE-TYPE.             TRTMNT01
003910     MOVE TREATY-KIND-TRANS TO ERR-TREATY-KIND.                   TRTMNT01
003920     MOVE EFFECTIVE-DATE-TRANS TO ERR-EFFECTIVE-DATE.             TRTMNT01
003930     MOVE WS-ERROR-MESSAGE TO ERR-MESSAGE.                        TRTMNT01
003940     WRITE TREATY-ERROR-LINE                                      TRTMNT01
003950           AFTER ADVANCING 1 LINES.                               TRTMNT01
003960     ADD 1 TO WS-TRANS-REJECTED-COUNT.                            TRTMNT01
003970     MOVE 'N' TO WS-TRANS-EDIT-SWITCH.                            TRTMNT01

003980 A005-VALIDATE-INSURANCE-TYPE.                                    TRTMNT01
003990     MOVE 'N' TO WS-VALID-TYPE-SWITCH.                            TRTMNT01
004000     PERFORM A006-SEARCH-VALID-TYPE-TABLE                         TRTMNT01
004010           VARYING WS-TYPE-INDEX FROM 1 BY 1                      TRTMNT01
004020           UNTIL WS-TYPE-INDEX > WS-VALID-TYPE-COUNT              TRTMNT01
004030              OR VALID-TYPE-FOUND.                                TRTMNT01

004040 A006-SEARCH-VALID-TYPE-TABLE.                                    TRTMNT01
004050     IF INSURANCE-TYPE-TRANS = WS-VALID-TYPE-ENTRY (WS-TYPE-INDEX)TRTMNT01
004060         MOVE 'Y' TO WS-VALID-TYPE-SWITCH                         TRTMNT01
004070     END-IF.                                                      TRTMNT01

004080 A007-READ-TREATY-BY-KEY.                                         TRTMNT01
004090     MOVE INSURANCE-TYPE-TRANS TO INSURANCE-TYPE-TRTY.            TRTMNT01
004100     MOVE TREATY-KIND-TRANS TO TREATY-KIND-TRTY.                  TRTMNT01
004110     MOVE EFFECTIVE-DATE-TRANS TO EFFECTIVE-DATE-TRTY.            TRTMNT01
004120     READ TREATY-MASTER-FILE                                      TRTMNT01
004130           INVALID KEY                                            TRTMNT01
004140              MOVE 'N' TO WS-TREATY-FOUND-SWITCH                  TRTMNT01
004150           NOT INVALID KEY                                        TRTMNT01
004160              MOVE 'Y' TO WS-TREATY-FOUND-SWITCH                  TRTMNT01
004170     END-READ.                                                    TRTMNT01

004180 A010-PRINT-RECONCILIATION-TRAILER.                               TRTMNT01
004190     MOVE WS-TRANS-READ-COUNT TO WS-TRL-TRANS-READ.               TRTMNT01
004200     MOVE WS-TRANS-APPLIED-COUNT TO WS-TRL-TRANS-APPLIED.         TRTMNT01
004210     MOVE WS-TRANS-REJECTED-COUNT TO WS-TRL-TRANS-REJECTED.       TRTMNT01
004220     WRITE TREATY-ERROR-LINE FROM WS-TRAILER-LINE-1               TRTMNT01
004230           AFTER ADVANCING 2 LINES.                               TRTMNT01

004240 B100-APPLY-TREATY-ADD.                                           TRTMNT01
004250     PERFORM A007-READ-TREATY-BY-KEY.                             TRTMNT01
004260     IF TREATY-RECORD-FOUND                                       TRTMNT01
004270         MOVE 'TREATY ALREADY ON FILE' TO WS-ERROR-MESSAGE        TRTMNT01
004280         PERFORM A003-WRITE-ERROR-LINE                            TRTMNT01
004290     ELSE                                                         TRTMNT01
004300         MOVE INSURANCE-TYPE-TRANS TO INSURANCE-TYPE-TRTY         TRTMNT01
004310         MOVE TREATY-KIND-TRANS TO TREATY-KIND-TRTY               TRTMNT01
004320         MOVE EFFECTIVE-DATE-TRANS TO EFFECTIVE-DATE-TRTY         TRTMNT01
004330         PERFORM B500-MOVE-TREATY-TERMS                           TRTMNT01
004340         WRITE TREATY-MASTER-RECORD                               TRTMNT01
004350         ADD 1 TO WS-TRANS-APPLIED-COUNT                          TRTMNT01
004360     END-IF.                                                      TRTMNT01

004370 B200-APPLY-TREATY-CHANGE.                                        TRTMNT01
004380     PERFORM A007-READ-TREATY-BY-KEY.                             TRTMNT01
004390     IF TREATY-RECORD-NOT-FOUND                                   TRTMNT01
004400         MOVE 'TREATY NOT ON FILE' TO WS-ERROR-MESSAGE            TRTMNT01
004410         PERFORM A003-WRITE-ERROR-LINE                            TRTMNT01
004420     ELSE                                                         TRTMNT01
004430         PERFORM B500-MOVE-TREATY-TERMS                           TRTMNT01
004440         REWRITE TREATY-MASTER-RECORD                             TRTMNT01
004450         ADD 1 TO WS-TRANS-APPLIED-COUNT                          TRTMNT01
004460     END-IF.                                                      TRTMNT01

004470 B300-APPLY-TREATY-DELETE.                                        TRTMNT01
004480     PERFORM A007-READ-TREATY-BY-KEY.                             TRTMNT01
004490     IF TREATY-RECORD-NOT-FOUND                                   TRTMNT01
004500         MOVE 'TREATY NOT ON FILE' TO WS-ERROR-MESSAGE            TRTMNT01
004510         PERFORM A003-WRITE-ERROR-LINE                            TRTMNT01
004520     ELSE                                                         TRTMNT01
004530         DELETE TREATY-MASTER-FILE RECORD                         TRTMNT01
004540         ADD 1 TO WS-TRANS-APPLIED-COUNT                          TRTMNT01
004550     END-IF.                                                      TRTMNT01

004560******************************************************************TRTMNT01
004570**                                                               *TRTMNT01
004580**  EACH EDIT IS APPLIED IN TURN AND THE FIRST FAILURE WRITES    *TRTMNT01
004590**  THE ERROR LINE WITH ITS SPECIFIC REASON.  A CESSION          *TRTMNT01
004600**  PERCENTAGE IS A FRACTION NO GREATER THAN 1.0000.  A ZERO     *TRTMNT01
004610**  PERCENTAGE OR LIMIT ENDS THE COVER FROM ITS EFFECTIVE DATE.  *TRTMNT01
004620**                                                               *TRTMNT01
004630******************************************************************TRTMNT01

004640 B400-EDIT-TREATY-TRANS-FIELDS.                                   TRTMNT01
004650     MOVE 'Y' TO WS-TRANS-EDIT-SWITCH.                            TRTMNT01
004660     PERFORM B401-EDIT-TREATY-KEY.                                TRTMNT01
004670     PERFORM B402-EDIT-TREATY-TERMS.                              TRTMNT01

004680 B401-EDIT-TREATY-KEY.                                            TRTMNT01
004690     PERFORM A005-VALIDATE-INSURANCE-TYPE.                        TRTMNT01
004700     IF VALID-TYPE-NOT-FOUND                                      TRTMNT01
004710         MOVE 'INVALID INSURANCE TYPE CODE' TO WS-ERROR-MESSAGE   TRTMNT01
004720         PERFORM A003-WRITE-ERROR-LINE                            TRTMNT01
004730     ELSE                                                         TRTMNT01
004740         IF NOT VALID-TREATY-KIND                                 TRTMNT01
004750             MOVE 'INVALID TREATY KIND' TO WS-ERROR-MESSAGE       TRTMNT01
004760             PERFORM A003-WRITE-ERROR-LINE                        TRTMNT01
004770         ELSE                                                     TRTMNT01
004780             MOVE EFFECTIVE-DATE-TRANS TO WS-EDIT-DATE            TRTMNT01
004790             PERFORM C100-VALIDATE-DATE-FIELD                     TRTMNT01
004800             IF EDIT-DATE-NOT-VALID                               TRTMNT01
004810                 MOVE 'INVALID EFFECTIVE DATE' TO WS-ERROR-MESSAGETRTMNT01
004820                 PERFORM A003-WRITE-ERROR-LINE                    TRTMNT01
004830             END-IF                                               TRTMNT01
004840         END-IF                                                   TRTMNT01
004850     END-IF.                                                      TRTMNT01

004860 B402-EDIT-TREATY-TERMS.                                          TRTMNT01
004870     IF TRANS-EDIT-PASSED                                         TRTMNT01
004880        AND NOT DELETE-TREATY-TRANSACTION                         TRTMNT01
004890         IF REINSURER-NAME-TRANS = SPACES                         TRTMNT01
004900             MOVE 'REINSURER NAME MISSING' TO WS-ERROR-MESSAGE    TRTMNT01
004910             PERFORM A003-WRITE-ERROR-LINE                        TRTMNT01
004920         ELSE                                                     TRTMNT01
004930             IF CESSION-PERCENT-TRANS NOT NUMERIC                 TRTMNT01
004940                OR CESSION-PERCENT-TRANS > 1                      TRTMNT01
004950                 MOVE 'INVALID CESSION PERCENTAGE'                TRTMNT01
004960                       TO WS-ERROR-MESSAGE                        TRTMNT01
004970                 PERFORM A003-WRITE-ERROR-LINE                    TRTMNT01
004980             ELSE                                                 TRTMNT01
004990                 IF RETENTION-TRANS NOT NUMERIC                   TRTMNT01
005000                    OR LIMIT-TRANS NOT NUMERIC                    TRTMNT01
005010                     MOVE 'RETENTION OR LIMIT NOT NUMERIC'        TRTMNT01
005020                           TO WS-ERROR-MESSAGE                    TRTMNT01
005030                     PERFORM A003-WRITE-ERROR-LINE                TRTMNT01
005040                 END-IF                                           TRTMNT01
005050             END-IF                                               TRTMNT01
005060         END-IF                                                   TRTMNT01
005070     END-IF.                                                      TRTMNT01

005080 B500-MOVE-TREATY-TERMS.                                          TRTMNT01
005090     MOVE TREATY-NUMBER-TRANS TO TREATY-NUMBER-TRTY.              TRTMNT01
005100     MOVE REINSURER-NAME-TRANS TO REINSURER-NAME-TRTY.            TRTMNT01
005110     MOVE CESSION-PERCENT-TRANS TO CESSION-PERCENT-TRTY.          TRTMNT01
005120     MOVE RETENTION-TRANS TO RETENTION-TRTY.                      TRTMNT01
005130     MOVE LIMIT-TRANS TO LIMIT-TRTY.                              TRTMNT01
005140     MOVE WS-RUN-TIMESTAMP TO TRTY-LAST-RUN-MASTER.               TRTMNT01

005150 C100-VALIDATE-DATE-FIELD.                                        TRTMNT01
005160     MOVE 'N' TO WS-DATE-VALID-SWITCH.                            TRTMNT01
005170     IF WS-EDIT-DATE NUMERIC                                      TRTMNT01
005180         IF WS-EDT-CCYY >= 1900 AND WS-EDT-CCYY <= 2099           TRTMNT01
005190            AND WS-EDT-MM >= 01 AND WS-EDT-MM <= 12               TRTMNT01
005200             PERFORM C101-SET-DAYS-IN-MONTH                       TRTMNT01
005210             IF WS-EDT-DD >= 01 AND WS-EDT-DD <= WS-DAYS-IN-MONTH TRTMNT01
005220                 MOVE 'Y' TO WS-DATE-VALID-SWITCH                 TRTMNT01
005230             END-IF                                               TRTMNT01
005240         END-IF                                                   TRTMNT01
005250     END-IF.                                                      TRTMNT01

005260 C101-SET-DAYS-IN-MONTH.                                          TRTMNT01
005270     MOVE WS-MONTH-DAYS-ENTRY (WS-EDT-MM) TO WS-DAYS-IN-MONTH.    TRTMNT01
005280     IF WS-EDT-MM = 02                                            TRTMNT01
005290         DIVIDE WS-EDT-CCYY BY 4 GIVING WS-LEAP-QUOTIENT          TRTMNT01
005300               REMAINDER WS-LEAP-REMAINDER-4                      TRTMNT01
005310         DIVIDE WS-EDT-CCYY BY 100 GIVING WS-LEAP-QUOTIENT        TRTMNT01
005320               REMAINDER WS-LEAP-REMAINDER-100                    TRTMNT01
005330         DIVIDE WS-EDT-CCYY BY 400 GIVING WS-LEAP-QUOTIENT        TRTMNT01
005340               REMAINDER WS-LEAP-REMAINDER-400                    TRTMNT01
005350         IF WS-LEAP-REMAINDER-4 = ZERO                            TRTMNT01
005360            AND (WS-LEAP-REMAINDER-100 NOT = ZERO                 TRTMNT01
005370                 OR WS-LEAP-REMAINDER-400 = ZERO)                 TRTMNT01
005380             MOVE 29 TO WS-DAYS-IN-MONTH                          TRTMNT01
005390         END-IF                                                   TRTMNT01
005400     END-IF.                                                      TRTMNT01

005410******************************************************************TRTMNT01
005420**                                                               *TRTMNT01
005430**  AFTER ALL TRANSACTIONS ARE APPLIED THE FULL TREATY FILE IS   *TRTMNT01
005440**  LISTED IN INSURANCE TYPE, TREATY KIND AND EFFECTIVE DATE     *TRTMNT01
005450**  ORDER FOR FINANCE TO SIGN OFF.                               *TRTMNT01
005460**                                                               *TRTMNT01
005470******************************************************************TRTMNT01

005480 D000-PRINT-TREATY-LISTING.                                       TRTMNT01
005490     MOVE LOW-VALUES TO TREATY-KEY-TRTY.                          TRTMNT01
005500     START TREATY-MASTER-FILE                                     TRTMNT01
005510           KEY IS NOT LESS THAN TREATY-KEY-TRTY                   TRTMNT01
005520           INVALID KEY                                            TRTMNT01
005530              MOVE 'NO ' TO ARE-THERE-MORE-TREATIES               TRTMNT01
005540     END-START.                                                   TRTMNT01
005550     PERFORM D002-READ-TREATY-NEXT.                               TRTMNT01
005560     PERFORM D001-PRINT-TREATY-LINE                               TRTMNT01
005570           UNTIL ARE-THERE-MORE-TREATIES = 'NO '.                 TRTMNT01
005580     MOVE WS-TREATIES-LISTED-COUNT TO WS-TRL-TREATIES-LISTED.     TRTMNT01
005590     WRITE TREATY-LISTING-LINE FROM WS-LISTING-TRAILER-LINE       TRTMNT01
005600           AFTER ADVANCING 2 LINES.                               TRTMNT01

005610 D001-PRINT-TREATY-LINE.                                          TRTMNT01
005620     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    TRTMNT01
005630         PERFORM D003-PRINT-LISTING-HEADERS                       TRTMNT01
005640     END-IF.                                                      TRTMNT01
005650     MOVE INSURANCE-TYPE-TRTY TO WS-LST-INSURANCE-TYPE.           TRTMNT01
005660     IF QUOTA-SHARE-TREATY                                        TRTMNT01
005670         MOVE 'QUOTA SHARE' TO WS-LST-TREATY-KIND                 TRTMNT01
005680     ELSE                                                         TRTMNT01
005690         MOVE 'EXCESS LOSS' TO WS-LST-TREATY-KIND                 TRTMNT01
005700     END-IF.                                                      TRTMNT01
005710     MOVE EFFECTIVE-DATE-TRTY TO WS-EDIT-DATE.                    TRTMNT01
005720     STRING WS-EDT-MM '/' WS-EDT-DD '/' WS-EDT-CCYY               TRTMNT01
005730           DELIMITED BY SIZE INTO WS-LST-EFFECTIVE-DATE.          TRTMNT01
005740     MOVE TREATY-NUMBER-TRTY TO WS-LST-TREATY-NUMBER.             TRTMNT01
005750     MOVE REINSURER-NAME-TRTY TO WS-LST-REINSURER-NAME.           TRTMNT01
005760     MOVE CESSION-PERCENT-TRTY TO WS-LST-CESSION-PERCENT.         TRTMNT01
005770     MOVE RETENTION-TRTY TO WS-LST-RETENTION.                     TRTMNT01
005780     MOVE LIMIT-TRTY TO WS-LST-LIMIT.                             TRTMNT01
005790     WRITE TREATY-LISTING-LINE FROM WS-LISTING-DETAIL-LINE        TRTMNT01
005800           AFTER ADVANCING 1 LINES.                               TRTMNT01
005810     ADD 1 TO WS-LINE-COUNT.                                      TRTMNT01
005820     ADD 1 TO WS-TREATIES-LISTED-COUNT.                           TRTMNT01
005830     PERFORM D002-READ-TREATY-NEXT.                               TRTMNT01

005840 D002-READ-TREATY-NEXT.                                           TRTMNT01
005850     READ TREATY-MASTER-FILE NEXT RECORD                          TRTMNT01
005860           AT END                                                 TRTMNT01
005870              MOVE 'NO ' TO ARE-THERE-MORE-TREATIES.              TRTMNT01

005880 D003-PRINT-LISTING-HEADERS.                                      TRTMNT01
005890     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                TRTMNT01
005900     WRITE TREATY-LISTING-LINE FROM WS-LISTING-HEADING-1          TRTMNT01
005910           AFTER ADVANCING PAGE.                                  TRTMNT01
005920     WRITE TREATY-LISTING-LINE FROM WS-LISTING-HEADING-2          TRTMNT01
005930           AFTER ADVANCING 2 LINES.                               TRTMNT01
005940     MOVE ZERO TO WS-LINE-COUNT.                                  TRTMNT01

005950 C010-OPEN-TREATY-MASTER-FILE.                                    TRTMNT01
005960     OPEN I-O TREATY-MASTER-FILE.                                 TRTMNT01
005970     IF WS-TREATY-MASTER-STATUS = '35'                            TRTMNT01
005980         OPEN OUTPUT TREATY-MASTER-FILE                           TRTMNT01
005990         CLOSE TREATY-MASTER-FILE                                 TRTMNT01
006000         OPEN I-O TREATY-MASTER-FILE                              TRTMNT01
006010     END-IF.                                                      TRTMNT01
006020     IF WS-TREATY-MASTER-STATUS NOT = '00'                        TRTMNT01
006030         DISPLAY 'UNABLE TO OPEN TREATY-MASTER-FILE - STATUS '    TRTMNT01
006040               WS-TREATY-MASTER-STATUS                            TRTMNT01
006050         MOVE 16 TO RETURN-CODE                                   TRTMNT01
006060         STOP RUN                                                 TRTMNT01
006070     END-IF.                                                      TRTMNT01

006080******************************************************************TRTMNT01
006090**                                                               *TRTMNT01
006100**  THE PRODUCT MASTER IS LOADED INTO WORKING STORAGE AT STARTUP *TRTMNT01
006110**  SO EACH INSURANCE TYPE CAN BE CHECKED AGAINST THE PRODUCTS   *TRTMNT01
006120**  ON FILE WITHOUT A KEYED READ PER RECORD.  A MISSING PRODUCT  *TRTMNT01
006130**  MASTER ENDS THE RUN - THE TYPES CANNOT BE VALIDATED.         *TRTMNT01
006140**                                                               *TRTMNT01
006150******************************************************************TRTMNT01

006160 C300-LOAD-PRODUCT-TABLE.                                         TRTMNT01
006170     OPEN INPUT PRODUCT-MASTER-FILE.                              TRTMNT01
006180     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       TRTMNT01
006190         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   TRTMNT01
006200               WS-PRODUCT-MASTER-STATUS                           TRTMNT01
006210         DISPLAY 'INSURANCE TYPES CANNOT BE VALIDATED WITHOUT'    TRTMNT01
006220         DISPLAY 'THE PRODUCT MASTER - RUN ENDED'                 TRTMNT01
006230         MOVE 16 TO RETURN-CODE                                   TRTMNT01
006240         STOP RUN                                                 TRTMNT01
006250     END-IF.                                                      TRTMNT01
006260     MOVE LOW-VALUES TO INSURANCE-TYPE-PROD.                      TRTMNT01
006270     START PRODUCT-MASTER-FILE                                    TRTMNT01
006280           KEY IS NOT LESS THAN INSURANCE-TYPE-PROD               TRTMNT01
006290           INVALID KEY                                            TRTMNT01
006300              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH               TRTMNT01
006310     END-START.                                                   TRTMNT01
006320     PERFORM C320-LOAD-PRODUCT-ENTRY                              TRTMNT01
006330           UNTIL WS-MORE-PRODUCTS-SWITCH = 'NO '.                 TRTMNT01
006340     CLOSE PRODUCT-MASTER-FILE.                                   TRTMNT01

006350 C320-LOAD-PRODUCT-ENTRY.                                         TRTMNT01
006360     READ PRODUCT-MASTER-FILE NEXT RECORD                         TRTMNT01
006370           AT END                                                 TRTMNT01
006380              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH.              TRTMNT01
006390     IF WS-MORE-PRODUCTS-SWITCH = 'YES'                           TRTMNT01
006400         IF WS-VALID-TYPE-COUNT >= WS-PRODUCT-TABLE-MAX           TRTMNT01
006410             DISPLAY 'PRODUCT TABLE OVERFLOW - MORE THAN '        TRTMNT01
006420                   WS-PRODUCT-TABLE-MAX ' PRODUCTS ON FILE'       TRTMNT01
006430             MOVE 16 TO RETURN-CODE                               TRTMNT01
006440             STOP RUN                                             TRTMNT01
006450         END-IF                                                   TRTMNT01
006460         ADD 1 TO WS-VALID-TYPE-COUNT                             TRTMNT01
006470         MOVE INSURANCE-TYPE-PROD                                 TRTMNT01
006480               TO WS-VALID-TYPE-ENTRY (WS-VALID-TYPE-COUNT)       TRTMNT01
006490     END-IF.                                                      TRTMNT01

