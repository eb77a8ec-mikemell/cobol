001400**                    IS TERMINATED, IS REJECTED SO MISSPELLED   *POLEDT01
001410**                    AGENT NAMES CAN NO LONGER CREATE PHANTOM   *POLEDT01
001420**                    AGENTS ON THE REPORTS.                     *POLEDT01
001422**   2026-10-13  MM   INSURANCE TYPES ARE NOW VALIDATED          *POLEDT01
001424**                    AGAINST THE PRODUCT MASTER.  A RECORD      *POLEDT01
001426**                    FOR A WITHDRAWN PRODUCT, ONE EFFECTIVE     *POLEDT01
001428**                    BEFORE THE PRODUCT MAY BE SOLD, ONE WHOSE  *POLEDT01
001430**                    PREMIUM IS OUTSIDE THE PRODUCT RANGE OR    *POLEDT01
001432**                    ONE WHOSE TERM IS NOT THE PRODUCT TERM     *POLEDT01
001434**                    IS REJECTED.                               *POLEDT01
001436**                                                               *POLEDT01
001440******************************************************************POLEDT01

001450 ENVIRONMENT DIVISION.                                            POLEDT01
001650         RECORD KEY IS AGENT-CODE-AGENT                           POLEDT01
001660         FILE STATUS IS WS-AGENT-MASTER-STATUS.                   POLEDT01

001661     SELECT PRODUCT-MASTER-FILE                                   POLEDT01
001662         ASSIGN TO UT-S-PRDMSTR                                   POLEDT01
001663         ORGANIZATION IS INDEXED                                  POLEDT01
001664         ACCESS MODE IS DYNAMIC                                   POLEDT01
001665         RECORD KEY IS INSURANCE-TYPE-PROD                        POLEDT01
001666         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 POLEDT01

001670 DATA DIVISION.                                                   POLEDT01

001680 FILE SECTION.                                                    POLEDT01
001940     LABEL RECORDS ARE STANDARD.                                  POLEDT01
001950     COPY AGTMAST.                                                POLEDT01

001952 FD  PRODUCT-MASTER-FILE                                          POLEDT01
001954     LABEL RECORDS ARE STANDARD.                                  POLEDT01
001956     COPY PRODMAST.                                               POLEDT01

001960 WORKING-STORAGE SECTION.                                         POLEDT01

001970 01  PROGRAM-INDICATORS.                                          POLEDT01
001990 01  WS-FILE-STATUS-FIELDS.                                       POLEDT01
002000     05  WS-RAW-FILE-STATUS      PICTURE X(02) VALUE SPACES.      POLEDT01
002010     05  WS-AGENT-MASTER-STATUS  PICTURE X(02) VALUE SPACES.      POLEDT01
002013     05  WS-PRODUCT-MASTER-STATUS                                 POLEDT01
002016                                 PICTURE X(02) VALUE SPACES.      POLEDT01

002020 01  WS-AGENT-TABLE-FIELDS.                                       POLEDT01
002030     05  WS-AGENT-TABLE-MAX      PICTURE 9(03) COMP VALUE 200.    POLEDT01
002560     05  WS-ERROR-MESSAGE        PICTURE X(30) VALUE SPACES.      POLEDT01
002570     05  WS-MINIMUM-PREMIUM      PICTURE 9(05)V99 VALUE 1.00.     POLEDT01

002575 01  WS-PRODUCT-TABLE-FIELDS.                                     POLEDT01
002580     05  WS-PRODUCT-TABLE-MAX    PICTURE 9(03) COMP VALUE 050.    POLEDT01
002585     05  WS-MORE-PRODUCTS-SWITCH PICTURE X(03) VALUE 'YES'.       POLEDT01

002590 01  WS-VALID-TYPE-TABLE.                                         POLEDT01
002595     05  WS-VALID-TYPE-TABLE-ENTRY OCCURS 50 TIMES.               POLEDT01
002600         10  WS-VALID-TYPE-ENTRY PICTURE X(10).                   POLEDT01
002605         10  WS-TBL-PROD-STATUS  PICTURE X(01).                   POLEDT01
002610         10  WS-TBL-PROD-TERM    PICTURE 9(02).                   POLEDT01
002615         10  WS-TBL-PROD-MINIMUM PICTURE 9(05)V99.                POLEDT01
002620         10  WS-TBL-PROD-MAXIMUM PICTURE 9(05)V99.                POLEDT01
002625         10  WS-TBL-PROD-ON-SALE PICTURE 9(08).                   POLEDT01

002635 01  WS-TYPE-CHECK-FIELDS.                                        POLEDT01
002640     05  WS-VALID-TYPE-COUNT     PICTURE 9(03) COMP VALUE ZERO.   POLEDT01
002645     05  WS-TYPE-INDEX           PICTURE 9(03) COMP VALUE ZERO.   POLEDT01
002650     05  WS-VALID-TYPE-SWITCH    PICTURE X(01) VALUE 'N'.         POLEDT01
002655         88  VALID-TYPE-FOUND           VALUE 'Y'.                POLEDT01
002660         88  VALID-TYPE-NOT-FOUND       VALUE 'N'.                POLEDT01
002665     05  WS-PRODUCT-STATUS-FOUND PICTURE X(01) VALUE SPACE.       POLEDT01
002670         88  MATCHED-PRODUCT-ACTIVE     VALUE 'A'.                POLEDT01
002675     05  WS-PROD-TERM-FOUND      PICTURE 9(02) VALUE ZERO.        POLEDT01
002680     05  WS-PROD-MINIMUM-FOUND   PICTURE 9(05)V99 VALUE ZERO.     POLEDT01
002685     05  WS-PROD-MAXIMUM-FOUND   PICTURE 9(05)V99 VALUE ZERO.     POLEDT01
002690     05  WS-PROD-ON-SALE-FOUND   PICTURE 9(08) VALUE ZERO.        POLEDT01
002695     05  WS-TERM-MONTHS          PICTURE 9(05) COMP VALUE ZERO.   POLEDT01

002710 01  WS-DATE-EDIT-FIELDS.                                         POLEDT01
002720     05  WS-EDIT-DATE.                                            POLEDT01
003430     OPEN OUTPUT CLEAN-OUTPUT-FILE                                POLEDT01
003440                 REJECT-FILE.                                     POLEDT01
003450     PERFORM C200-LOAD-AGENT-TABLE.                               POLEDT01
003455     PERFORM C300-LOAD-PRODUCT-TABLE.                             POLEDT01
003460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   POLEDT01
003470     PERFORM A002-READ-RAW-RECORD.                                POLEDT01
003480     IF ARE-THERE-MORE-RECORDS = 'NO '                            POLEDT01
004530     ADD 1 TO WS-RECORDS-REJECT-COUNT.                            POLEDT01
004540     MOVE 'N' TO WS-RECORD-EDIT-SWITCH.                           POLEDT01

004545 A005-VALIDATE-INSURANCE-TYPE.                                    POLEDT01
004550     MOVE 'N' TO WS-VALID-TYPE-SWITCH.                            POLEDT01
004555     MOVE SPACE TO WS-PRODUCT-STATUS-FOUND.                       POLEDT01
004560     PERFORM A006-SEARCH-VALID-TYPE-TABLE                         POLEDT01
004565           VARYING WS-TYPE-INDEX FROM 1 BY 1                      POLEDT01
004570           UNTIL WS-TYPE-INDEX > WS-VALID-TYPE-COUNT              POLEDT01
004575              OR VALID-TYPE-FOUND.                                POLEDT01

004580 A006-SEARCH-VALID-TYPE-TABLE.                                    POLEDT01
004585     IF INSURANCE-TYPE-INPUT = WS-VALID-TYPE-ENTRY (WS-TYPE-INDEX)POLEDT01
004590         MOVE 'Y' TO WS-VALID-TYPE-SWITCH                         POLEDT01
004595         MOVE WS-TBL-PROD-STATUS (WS-TYPE-INDEX)                  POLEDT01
004600               TO WS-PRODUCT-STATUS-FOUND                         POLEDT01
004605         MOVE WS-TBL-PROD-TERM (WS-TYPE-INDEX)                    POLEDT01
004610               TO WS-PROD-TERM-FOUND                              POLEDT01
004615         MOVE WS-TBL-PROD-MINIMUM (WS-TYPE-INDEX)                 POLEDT01
004620               TO WS-PROD-MINIMUM-FOUND                           POLEDT01
004625         MOVE WS-TBL-PROD-MAXIMUM (WS-TYPE-INDEX)                 POLEDT01
004630               TO WS-PROD-MAXIMUM-FOUND                           POLEDT01
004635         MOVE WS-TBL-PROD-ON-SALE (WS-TYPE-INDEX)                 POLEDT01
004640               TO WS-PROD-ON-SALE-FOUND                           POLEDT01
004645     END-IF.                                                      POLEDT01

004650******************************************************************POLEDT01
004660**                                                               *POLEDT01
004800     PERFORM B107-EDIT-EXPIRATION-DATE.                           POLEDT01
004810     PERFORM B108-EDIT-DATE-ORDER.                                POLEDT01
004820     PERFORM B109-EDIT-CUSTOMER-NUMBER.                           POLEDT01
004825     PERFORM B110-EDIT-PRODUCT-RULES.                             POLEDT01

004830 B101-EDIT-CUSTOMER-NAME.                                         POLEDT01
004840     IF RECORD-EDIT-PASSED                                        POLEDT01
005690         END-IF                                                   POLEDT01
005700     END-IF.                                                      POLEDT01

005701 B110-EDIT-PRODUCT-RULES.                                         POLEDT01
005702     IF RECORD-EDIT-PASSED                                        POLEDT01
005703         MOVE EXPIRATION-DATE-INPUT TO WS-EDIT-DATE               POLEDT01
005704         COMPUTE WS-TERM-MONTHS = WS-EDT-CCYY * 12 + WS-EDT-MM    POLEDT01
005705         MOVE EFFECTIVE-DATE-INPUT TO WS-EDIT-DATE                POLEDT01
005706         COMPUTE WS-TERM-MONTHS = WS-TERM-MONTHS                  POLEDT01
005707               - (WS-EDT-CCYY * 12 + WS-EDT-MM)                   POLEDT01
005708         IF NOT MATCHED-PRODUCT-ACTIVE                            POLEDT01
005709             MOVE 'PRODUCT IS WITHDRAWN' TO WS-ERROR-MESSAGE      POLEDT01
005710             PERFORM A003-WRITE-REJECT-LINE                       POLEDT01
005711         ELSE                                                     POLEDT01
005712             IF EFFECTIVE-DATE-INPUT < WS-PROD-ON-SALE-FOUND      POLEDT01
005713                 MOVE 'PRODUCT NOT YET ON SALE'                   POLEDT01
005714                       TO WS-ERROR-MESSAGE                        POLEDT01
005715                 PERFORM A003-WRITE-REJECT-LINE                   POLEDT01
005716             ELSE                                                 POLEDT01
005717                 IF PREMIUM-INPUT < WS-PROD-MINIMUM-FOUND         POLEDT01
005718                    OR (WS-PROD-MAXIMUM-FOUND > ZERO              POLEDT01
005719                    AND PREMIUM-INPUT > WS-PROD-MAXIMUM-FOUND)    POLEDT01
005720                     MOVE 'PREMIUM OUTSIDE PRODUCT RANGE'         POLEDT01
005721                           TO WS-ERROR-MESSAGE                    POLEDT01
005722                     PERFORM A003-WRITE-REJECT-LINE               POLEDT01
005723                 ELSE                                             POLEDT01
005724                     IF WS-PROD-TERM-FOUND > ZERO                 POLEDT01
005725                        AND WS-TERM-MONTHS                        POLEDT01
005726                           NOT = WS-PROD-TERM-FOUND               POLEDT01
005727                         MOVE 'TERM NOT ALLOWED FOR PRODUCT'      POLEDT01
005728                               TO WS-ERROR-MESSAGE                POLEDT01
005729                         PERFORM A003-WRITE-REJECT-LINE           POLEDT01
005730                     END-IF                                       POLEDT01
005731                 END-IF                                           POLEDT01
005732             END-IF                                               POLEDT01
005733         END-IF                                                   POLEDT01
005734     END-IF.                                                      POLEDT01

005735******************************************************************POLEDT01
005736**                                                               *POLEDT01
005737** A DATE IS VALID WHEN IT IS NUMERIC, THE CENTURY IS 19 OR     * POLEDT01
005740** 20, THE MONTH IS 01 THROUGH 12 AND THE DAY EXISTS IN THAT    * POLEDT01
005750** MONTH, INCLUDING LEAP YEAR HANDLING FOR FEBRUARY.            * POLEDT01
005760**                                                               *POLEDT01
006850         MOVE WS-TBL-AGENT-STATUS (WS-AGENT-INDEX)                POLEDT01
006860               TO WS-AGENT-STATUS-FOUND                           POLEDT01
006870     END-IF.                                                      POLEDT01

006880******************************************************************POLEDT01
006890**                                                               *POLEDT01
006900** THE PRODUCT MASTER IS LOADED INTO WORKING STORAGE AT STARTUP * POLEDT01
006910** SO EACH INSURANCE TYPE CAN BE CHECKED AGAINST THE PRODUCTS   * POLEDT01
006920** ON FILE WITHOUT A KEYED READ PER RECORD.  A MISSING PRODUCT  * POLEDT01
006930** MASTER ENDS THE RUN - THE TYPES CANNOT BE VALIDATED.         * POLEDT01
006940**                                                               *POLEDT01
006950******************************************************************POLEDT01

006960 C300-LOAD-PRODUCT-TABLE.                                         POLEDT01
006970     OPEN INPUT PRODUCT-MASTER-FILE.                              POLEDT01
006980     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       POLEDT01
006990         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   POLEDT01
007000               WS-PRODUCT-MASTER-STATUS                           POLEDT01
007010         DISPLAY 'INSURANCE TYPES CANNOT BE VALIDATED WITHOUT'    POLEDT01
007020         DISPLAY 'THE PRODUCT MASTER - RUN ENDED'                 POLEDT01
007030         MOVE 16 TO RETURN-CODE                                   POLEDT01
007040         STOP RUN                                                 POLEDT01
007050     END-IF.                                                      POLEDT01
007060     MOVE LOW-VALUES TO INSURANCE-TYPE-PROD.                      POLEDT01
007070     START PRODUCT-MASTER-FILE                                    POLEDT01
007080           KEY IS NOT LESS THAN INSURANCE-TYPE-PROD               POLEDT01
007090           INVALID KEY                                            POLEDT01
007100              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH               POLEDT01
007110     END-START.                                                   POLEDT01
007120     PERFORM C320-LOAD-PRODUCT-ENTRY                              POLEDT01
007130           UNTIL WS-MORE-PRODUCTS-SWITCH = 'NO '.                 POLEDT01
007140     CLOSE PRODUCT-MASTER-FILE.                                   POLEDT01

007150 C320-LOAD-PRODUCT-ENTRY.                                         POLEDT01
007160     READ PRODUCT-MASTER-FILE NEXT RECORD                         POLEDT01
007170           AT END                                                 POLEDT01
007180              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH.              POLEDT01
007190     IF WS-MORE-PRODUCTS-SWITCH = 'YES'                           POLEDT01
007200         IF WS-VALID-TYPE-COUNT >= WS-PRODUCT-TABLE-MAX           POLEDT01
007210             DISPLAY 'PRODUCT TABLE OVERFLOW - MORE THAN '        POLEDT01
007220                   WS-PRODUCT-TABLE-MAX ' PRODUCTS ON FILE'       POLEDT01
007230             MOVE 16 TO RETURN-CODE                               POLEDT01
007240             STOP RUN                                             POLEDT01
007250         END-IF                                                   POLEDT01
007260         ADD 1 TO WS-VALID-TYPE-COUNT                             POLEDT01
007270         MOVE INSURANCE-TYPE-PROD                                 POLEDT01
007280               TO WS-VALID-TYPE-ENTRY (WS-VALID-TYPE-COUNT)       POLEDT01
007290         MOVE STATUS-PROD                                         POLEDT01
007300               TO WS-TBL-PROD-STATUS (WS-VALID-TYPE-COUNT)        POLEDT01
007310         MOVE TERM-MONTHS-PROD                                    POLEDT01
007320               TO WS-TBL-PROD-TERM (WS-VALID-TYPE-COUNT)          POLEDT01
007330         MOVE MINIMUM-PREMIUM-PROD                                POLEDT01
007340               TO WS-TBL-PROD-MINIMUM (WS-VALID-TYPE-COUNT)       POLEDT01
007350         MOVE MAXIMUM-PREMIUM-PROD                                POLEDT01
007360               TO WS-TBL-PROD-MAXIMUM (WS-VALID-TYPE-COUNT)       POLEDT01
007370         MOVE SELL-FROM-DATE-PROD                                 POLEDT01
007380               TO WS-TBL-PROD-ON-SALE (WS-VALID-TYPE-COUNT)       POLEDT01
007390     END-IF.                                                      POLEDT01
