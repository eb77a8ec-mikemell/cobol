001560**                    CANCELLED - SO A POST CANCELLATION         *POLMNT01
001570**                    RENEWAL CANNOT SILENTLY BILL A POLICY      *POLMNT01
001580**                    THAT EVERY IN FORCE SWEEP EXCLUDES.        *POLMNT01
001581**   2026-10-02  MM   ADD AND CHANGE TRANSACTIONS NOW CARRY A    *POLMNT01
001582**                    PAY PLAN CODE (ANNUAL, SEMI-ANNUAL,        *POLMNT01
001583**                    QUARTERLY OR MONTHLY), POSTED TO THE       *POLMNT01
001584**                    MASTER.  THE TERM PREMIUM IS BILLED AS     *POLMNT01
001585**                    ONE RECEIVABLE PER INSTALLMENT WITH THE    *POLMNT01
001586**                    PLAN INSTALLMENT FEE ADDED TO EACH, AND    *POLMNT01
001587**                    A NEW TERM REPLACES EVERY INSTALLMENT OF   *POLMNT01
001588**                    THE PRIOR ONE.  AUDIT IMAGES WIDENED FOR   *POLMNT01
001589**                    THE NEW MASTER LAYOUT.                     *POLMNT01
001590**   2026-10-13  MM   INSURANCE TYPES ARE NOW VALIDATED          *POLMNT01
001591**                    AGAINST THE PRODUCT MASTER.  AN ADD, OR A  *POLMNT01
001592**                    CHANGE THAT STARTS A NEW TERM OR CHANGES   *POLMNT01
001593**                    THE TYPE, IS REJECTED WHEN THE PRODUCT IS  *POLMNT01
001594**                    WITHDRAWN OR NOT YET ON SALE, OR WHEN THE  *POLMNT01
001595**                    PREMIUM OR TERM IS OUTSIDE WHAT THE        *POLMNT01
001596**                    PRODUCT ALLOWS.                            *POLMNT01
001597**                                                               *POLMNT01
001600******************************************************************POLMNT01

001610 ENVIRONMENT DIVISION.                                            POLMNT01
001870         ACCESS MODE IS DYNAMIC                                   POLMNT01
001880         RECORD KEY IS AGENT-CODE-AGENT                           POLMNT01
001890         FILE STATUS IS WS-AGENT-MASTER-STATUS.                   POLMNT01
001891     SELECT PRODUCT-MASTER-FILE                                   POLMNT01
001892         ASSIGN TO UT-S-PRDMSTR                                   POLMNT01
001893         ORGANIZATION IS INDEXED                                  POLMNT01
001894         ACCESS MODE IS DYNAMIC                                   POLMNT01
001895         RECORD KEY IS INSURANCE-TYPE-PROD                        POLMNT01
001896         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 POLMNT01

001900     SELECT RECEIVABLE-MASTER-FILE                                POLMNT01
001910         ASSIGN TO UT-S-RCVMSTR                                   POLMNT01
001920         ORGANIZATION IS INDEXED                                  POLMNT01
001930         ACCESS MODE IS DYNAMIC                                   POLMNT01
001940         RECORD KEY IS RECEIVABLE-KEY-RCVB                        POLMNT01
001950         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    POLMNT01

001960     SELECT AGENT-RATE-FILE                                       POLMNT01
002110 FILE SECTION.                                                    POLMNT01

002120 FD  POLICY-TRANS-FILE                                            POLMNT01
002130     RECORD CONTAINS 103 CHARACTERS                               POLMNT01
002140     LABEL RECORDS ARE STANDARD                                   POLMNT01
002150     DATA RECORD IS POLICY-TRANS-RECORD.                          POLMNT01
002160 01  POLICY-TRANS-RECORD.                                         POLMNT01
002290     05  EXPIRATION-DATE-TRANS   PICTURE 9(08).                   POLMNT01
002300     05  CUSTOMER-NUMBER-TRANS   PICTURE X(08).                   POLMNT01
002310     05  CANCEL-DATE-TRANS       PICTURE 9(08).                   POLMNT01
002313     05  PAY-PLAN-TRANS          PICTURE X(01).                   POLMNT01
002316         88  VALID-PAY-PLAN             VALUE 'A' 'S' 'Q' 'M' ' '.POLMNT01

002320 FD  POLICY-MASTER-FILE                                           POLMNT01
002330     LABEL RECORDS ARE STANDARD.                                  POLMNT01
002480     05  FILLER                  PICTURE X(57).                   POLMNT01

002490 FD  POLICY-AUDIT-FILE                                            POLMNT01
002500     RECORD CONTAINS 259 CHARACTERS                               POLMNT01
002510     LABEL RECORDS ARE STANDARD                                   POLMNT01
002520     DATA RECORD IS POLICY-AUDIT-RECORD.                          POLMNT01
002530 01  POLICY-AUDIT-RECORD.                                         POLMNT01
002540     05  AUDIT-TRANS-CODE        PICTURE X(01).                   POLMNT01
002550     05  AUDIT-RUN-TIMESTAMP     PICTURE 9(14).                   POLMNT01
002560     05  AUDIT-POLICY-NUMBER     PICTURE X(12).                   POLMNT01
002570     05  AUDIT-BEFORE-IMAGE      PICTURE X(116).                  POLMNT01
002580     05  AUDIT-AFTER-IMAGE       PICTURE X(116).                  POLMNT01

002590 FD  AGENT-MASTER-FILE                                            POLMNT01
002600     LABEL RECORDS ARE STANDARD.                                  POLMNT01
002610     COPY AGTMAST.                                                POLMNT01

002612 FD  PRODUCT-MASTER-FILE                                          POLMNT01
002614     LABEL RECORDS ARE STANDARD.                                  POLMNT01
002616     COPY PRODMAST.                                               POLMNT01

002620 FD  RECEIVABLE-MASTER-FILE                                       POLMNT01
002630     LABEL RECORDS ARE STANDARD.                                  POLMNT01
002640     COPY RCVMAST.                                                POLMNT01
003010     05  WS-ERROR-MESSAGE        PICTURE X(30) VALUE SPACES.      POLMNT01
003020     05  WS-AGENT-MASTER-STATUS  PICTURE X(02) VALUE SPACES.      POLMNT01
003030     05  WS-RCVB-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      POLMNT01
003033     05  WS-PRODUCT-MASTER-STATUS                                 POLMNT01
003036                                 PICTURE X(02) VALUE SPACES.      POLMNT01
003040     05  WS-RCVB-FOUND-SWITCH    PICTURE X(01) VALUE 'N'.         POLMNT01
003050         88  RCVB-RECORD-FOUND          VALUE 'Y'.                POLMNT01
003060         88  RCVB-RECORD-NOT-FOUND      VALUE 'N'.                POLMNT01
003350                                 PICTURE X(01) VALUE 'N'.         POLMNT01
003360         88  RATE-SCAN-DONE             VALUE 'Y'.                POLMNT01
003370         88  RATE-SCAN-NOT-DONE         VALUE 'N'.                POLMNT01
003371     05  WS-RCVB-SCAN-DONE-SWITCH                                 POLMNT01
003372                                 PICTURE X(01) VALUE 'N'.         POLMNT01
003373         88  RCVB-SCAN-DONE             VALUE 'Y'.                POLMNT01
003374         88  RCVB-SCAN-NOT-DONE         VALUE 'N'.                POLMNT01

003375 01  WS-PAY-PLAN-TABLE-DEF.                                       POLMNT01
003376     05  FILLER                  PICTURE X(10) VALUE 'A011200000'.POLMNT01
003377     05  FILLER                  PICTURE X(10) VALUE 'S020600300'.POLMNT01
003378     05  FILLER                  PICTURE X(10) VALUE 'Q040300300'.POLMNT01
003379     05  FILLER                  PICTURE X(10) VALUE 'M120100500'.POLMNT01

003380 01  WS-PAY-PLAN-TABLE REDEFINES WS-PAY-PLAN-TABLE-DEF.           POLMNT01
003381     05  WS-PAY-PLAN-ENTRY OCCURS 4 TIMES.                        POLMNT01
003382         10  WS-PLN-CODE         PICTURE X(01).                   POLMNT01
003383         10  WS-PLN-INSTALLMENTS PICTURE 9(02).                   POLMNT01
003384         10  WS-PLN-MONTHS-APART PICTURE 9(02).                   POLMNT01
003385         10  WS-PLN-FEE          PICTURE 9(03)V99.                POLMNT01

003386 01  WS-INSTALLMENT-FIELDS.                                       POLMNT01
003387     05  WS-PAY-PLAN-COUNT       PICTURE 9(02) COMP VALUE 04.     POLMNT01
003388     05  WS-PLAN-INDEX           PICTURE 9(02) COMP VALUE ZERO.   POLMNT01
003389     05  WS-MATCHED-PLAN         PICTURE 9(02) COMP VALUE 01.     POLMNT01
003390     05  WS-PLAN-SWITCH          PICTURE X(01) VALUE 'N'.         POLMNT01
003391         88  PAY-PLAN-FOUND             VALUE 'Y'.                POLMNT01
003392         88  PAY-PLAN-NOT-FOUND         VALUE 'N'.                POLMNT01
003393     05  WS-INSTALLMENT-COUNT    PICTURE 9(02) COMP VALUE ZERO.   POLMNT01
003394     05  WS-INSTALLMENT-INDEX    PICTURE 9(02) COMP VALUE ZERO.   POLMNT01
003395     05  WS-INSTALLMENT-AMOUNT   PICTURE 9(05)V99 VALUE ZERO.     POLMNT01
003396     05  WS-FIRST-INSTALLMENT-AMOUNT                              POLMNT01
003397                                 PICTURE 9(05)V99 VALUE ZERO.     POLMNT01
003398     05  WS-ELAPSED-MONTHS       PICTURE 9(04) COMP VALUE ZERO.   POLMNT01
003399     05  WS-ELAPSED-YEARS        PICTURE 9(04) COMP VALUE ZERO.   POLMNT01
003400     05  WS-EFFECTIVE-DATE-WORK.                                  POLMNT01
003401         10  WS-EFW-CCYY         PICTURE 9(04).                   POLMNT01
003402         10  WS-EFW-MM           PICTURE 9(02).                   POLMNT01
003403         10  WS-EFW-DD           PICTURE 9(02).                   POLMNT01

003406 01  WS-PRODUCT-TABLE-FIELDS.                                     POLMNT01
003409     05  WS-PRODUCT-TABLE-MAX    PICTURE 9(03) COMP VALUE 050.    POLMNT01
003412     05  WS-MORE-PRODUCTS-SWITCH PICTURE X(03) VALUE 'YES'.       POLMNT01

003415 01  WS-VALID-TYPE-TABLE.                                         POLMNT01
003418     05  WS-VALID-TYPE-TABLE-ENTRY OCCURS 50 TIMES.               POLMNT01
003421         10  WS-VALID-TYPE-ENTRY PICTURE X(10).                   POLMNT01
003424         10  WS-TBL-PROD-STATUS  PICTURE X(01).                   POLMNT01
003427         10  WS-TBL-PROD-TERM    PICTURE 9(02).                   POLMNT01
003430         10  WS-TBL-PROD-MINIMUM PICTURE 9(05)V99.                POLMNT01
003433         10  WS-TBL-PROD-MAXIMUM PICTURE 9(05)V99.                POLMNT01
003436         10  WS-TBL-PROD-ON-SALE PICTURE 9(08).                   POLMNT01

003442 01  WS-TYPE-CHECK-FIELDS.                                        POLMNT01
003445     05  WS-VALID-TYPE-COUNT     PICTURE 9(03) COMP VALUE ZERO.   POLMNT01
003448     05  WS-TYPE-INDEX           PICTURE 9(03) COMP VALUE ZERO.   POLMNT01
003451     05  WS-VALID-TYPE-SWITCH    PICTURE X(01) VALUE 'N'.         POLMNT01
003454         88  VALID-TYPE-FOUND           VALUE 'Y'.                POLMNT01
003457         88  VALID-TYPE-NOT-FOUND       VALUE 'N'.                POLMNT01
003460     05  WS-PRODUCT-STATUS-FOUND PICTURE X(01) VALUE SPACE.       POLMNT01
003463         88  MATCHED-PRODUCT-ACTIVE     VALUE 'A'.                POLMNT01
003466     05  WS-PROD-TERM-FOUND      PICTURE 9(02) VALUE ZERO.        POLMNT01
003469     05  WS-PROD-MINIMUM-FOUND   PICTURE 9(05)V99 VALUE ZERO.     POLMNT01
003472     05  WS-PROD-MAXIMUM-FOUND   PICTURE 9(05)V99 VALUE ZERO.     POLMNT01
003475     05  WS-PROD-ON-SALE-FOUND   PICTURE 9(08) VALUE ZERO.        POLMNT01
003478     05  WS-TERM-MONTHS          PICTURE 9(05) COMP VALUE ZERO.   POLMNT01
003481     05  WS-TERM-DATE-WORK.                                       POLMNT01
003484         10  WS-TDW-CCYY         PICTURE 9(04).                   POLMNT01
003487         10  WS-TDW-MM           PICTURE 9(02).                   POLMNT01
003490         10  WS-TDW-DD           PICTURE 9(02).                   POLMNT01

003510 01  WS-DATE-EDIT-FIELDS.                                         POLMNT01
003520     05  WS-EDIT-DATE.                                            POLMNT01
003530         10  WS-EDT-CCYY         PICTURE 9(04).                   POLMNT01
003540         10  WS-EDT-MM           PICTURE 9(02).                   POLMNT01
003550         10  WS-EDT-DD           PICTURE 9(02).                   POLMNT01
003553     05  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE                  POLMNT01
003556                                 PICTURE 9(08).                   POLMNT01
003560     05  WS-DATE-VALID-SWITCH    PICTURE X(01) VALUE 'N'.         POLMNT01
003570         88  EDIT-DATE-VALID            VALUE 'Y'.                POLMNT01
003580         88  EDIT-DATE-NOT-VALID        VALUE 'N'.                POLMNT01
004290     PERFORM C013-OPEN-POLICY-AUDIT-FILE.                         POLMNT01
004300     OPEN OUTPUT MAINT-ERROR-FILE.                                POLMNT01
004310     PERFORM C200-LOAD-AGENT-TABLE.                               POLMNT01
004315     PERFORM C300-LOAD-PRODUCT-TABLE.                             POLMNT01
004320     PERFORM C014-OPEN-RECEIVABLE-FILE.                           POLMNT01
004330     PERFORM C012-OPEN-AGENT-RATE-FILE.                           POLMNT01
004340     PERFORM C015-OPEN-RETURN-PREMIUM-FILE.                       POLMNT01
004900     ADD 1 TO WS-TRANS-REJECTED-COUNT.                            POLMNT01
004910     MOVE 'N' TO WS-TRANS-EDIT-SWITCH.                            POLMNT01

004915 A005-VALIDATE-INSURANCE-TYPE.                                    POLMNT01
004920     MOVE 'N' TO WS-VALID-TYPE-SWITCH.                            POLMNT01
004925     MOVE SPACE TO WS-PRODUCT-STATUS-FOUND.                       POLMNT01
004930     PERFORM A006-SEARCH-VALID-TYPE-TABLE                         POLMNT01
004935           VARYING WS-TYPE-INDEX FROM 1 BY 1                      POLMNT01
004940           UNTIL WS-TYPE-INDEX > WS-VALID-TYPE-COUNT              POLMNT01
004945              OR VALID-TYPE-FOUND.                                POLMNT01

004950 A006-SEARCH-VALID-TYPE-TABLE.                                    POLMNT01
004955     IF INSURANCE-TYPE-TRANS = WS-VALID-TYPE-ENTRY (WS-TYPE-INDEX)POLMNT01
004960         MOVE 'Y' TO WS-VALID-TYPE-SWITCH                         POLMNT01
004965         MOVE WS-TBL-PROD-STATUS (WS-TYPE-INDEX)                  POLMNT01
004970               TO WS-PRODUCT-STATUS-FOUND                         POLMNT01
004975         MOVE WS-TBL-PROD-TERM (WS-TYPE-INDEX)                    POLMNT01
004980               TO WS-PROD-TERM-FOUND                              POLMNT01
004985         MOVE WS-TBL-PROD-MINIMUM (WS-TYPE-INDEX)                 POLMNT01
004990               TO WS-PROD-MINIMUM-FOUND                           POLMNT01
004995         MOVE WS-TBL-PROD-MAXIMUM (WS-TYPE-INDEX)                 POLMNT01
005000               TO WS-PROD-MAXIMUM-FOUND                           POLMNT01
005005         MOVE WS-TBL-PROD-ON-SALE (WS-TYPE-INDEX)                 POLMNT01
005010               TO WS-PROD-ON-SALE-FOUND                           POLMNT01
005015     END-IF.                                                      POLMNT01

005020 A007-READ-MASTER-BY-POLICY.                                      POLMNT01
005030     MOVE POLICY-NUMBER-TRANS TO POLICY-NUMBER-MASTER.            POLMNT01

005220 B100-APPLY-ADD.                                                  POLMNT01
005230     PERFORM B400-EDIT-TRANS-FIELDS.                              POLMNT01
005235     PERFORM B410-EDIT-PRODUCT-RULES.                             POLMNT01
005240     IF TRANS-EDIT-PASSED                                         POLMNT01
005250         PERFORM A007-READ-MASTER-BY-POLICY                       POLMNT01
005260         IF MASTER-RECORD-FOUND                                   POLMNT01
005550             MOVE 'POLICY NOT ON MASTER' TO WS-ERROR-MESSAGE      POLMNT01
005560             PERFORM A003-WRITE-ERROR-LINE                        POLMNT01
005570         ELSE                                                     POLMNT01
005575         PERFORM B210-EDIT-CHANGED-PRODUCT                        POLMNT01
005580         IF POLICY-IS-CANCELLED                                   POLMNT01
005590             MOVE 'POLICY IS CANCELLED' TO WS-ERROR-MESSAGE       POLMNT01
005600             PERFORM A003-WRITE-ERROR-LINE                        POLMNT01
005610         ELSE                                                     POLMNT01
005615         IF TRANS-EDIT-PASSED                                     POLMNT01
005620             MOVE POLICY-MASTER-RECORD TO AUDIT-BEFORE-IMAGE      POLMNT01
005630             MOVE EFFECTIVE-DATE-MASTER                           POLMNT01
005640                   TO WS-PRIOR-EFFECTIVE-DATE                     POLMNT01
005700             IF EFFECTIVE-DATE-TRANS > WS-PRIOR-EFFECTIVE-DATE    POLMNT01
005710                 PERFORM B600-BILL-TERM-PREMIUM                   POLMNT01
005720             END-IF                                               POLMNT01
005725         END-IF                                                   POLMNT01
005730         END-IF                                                   POLMNT01
005740         END-IF                                                   POLMNT01
005750     END-IF.                                                      POLMNT01
006080     PERFORM B405-EDIT-DATE-ORDER.                                POLMNT01
006090     PERFORM B406-EDIT-AGENT-ON-FILE.                             POLMNT01
006100     PERFORM B407-EDIT-CUSTOMER-NUMBER.                           POLMNT01
006105     PERFORM B408-EDIT-PAY-PLAN.                                  POLMNT01

006110 B401-EDIT-INSURANCE-TYPE.                                        POLMNT01
006120     IF TRANS-EDIT-PASSED                                         POLMNT01
006930     MOVE EXPIRATION-DATE-TRANS TO EXPIRATION-DATE-MASTER.        POLMNT01
006940     MOVE CUSTOMER-NUMBER-TRANS TO CUSTOMER-NUMBER-MASTER.        POLMNT01
006950     MOVE WS-RUN-TIMESTAMP TO LAST-RUN-DATE-MASTER.               POLMNT01
006951     IF PAY-PLAN-TRANS = SPACE                                    POLMNT01
006952         MOVE 'A' TO PAY-PLAN-MASTER                              POLMNT01
006953     ELSE                                                         POLMNT01
006954         MOVE PAY-PLAN-TRANS TO PAY-PLAN-MASTER                   POLMNT01
006955     END-IF.                                                      POLMNT01

006960 B900-WRITE-AUDIT-RECORD.                                         POLMNT01
006970     MOVE TRANS-CODE TO AUDIT-TRANS-CODE.                         POLMNT01
007580         END-IF                                                   POLMNT01
007590     END-IF.                                                      POLMNT01

007591 B408-EDIT-PAY-PLAN.                                              POLMNT01
007592     IF TRANS-EDIT-PASSED                                         POLMNT01
007593         IF NOT VALID-PAY-PLAN                                    POLMNT01
007594             MOVE 'INVALID PAY PLAN CODE' TO WS-ERROR-MESSAGE     POLMNT01
007595             PERFORM A003-WRITE-ERROR-LINE                        POLMNT01
007596         END-IF                                                   POLMNT01
007597     END-IF.                                                      POLMNT01

007600 C200-LOAD-AGENT-TABLE.                                           POLMNT01
007610     OPEN INPUT AGENT-MASTER-FILE.                                POLMNT01
007620     IF WS-AGENT-MASTER-STATUS NOT = '00'                         POLMNT01
008070               TO WS-AGENT-STATUS-FOUND                           POLMNT01
008080     END-IF.                                                      POLMNT01

008082******************************************************************POLMNT01
008084**                                                               *POLMNT01
008086** AN APPLIED ADD, OR A CHANGE THAT ROLLS THE EFFECTIVE DATE    * POLMNT01
008088** FORWARD (A RENEWAL), BILLS THE TERM PREMIUM TO THE           * POLMNT01
008090** RECEIVABLES MASTER AS ONE RECORD PER INSTALLMENT OF THE      * POLMNT01
008092** POLICY PAY PLAN.  A NEW TERM REPLACES EVERY INSTALLMENT OF   * POLMNT01
008094** THE PRIOR TERM.  INSTALLMENTS FALL DUE THE PLAN INTERVAL     * POLMNT01
008096** APART FROM INCEPTION, ON THE EFFECTIVE DAY OF THE MONTH OR   * POLMNT01
008098** THE LAST DAY OF A SHORTER MONTH, AND ONLY THOSE FALLING DUE  * POLMNT01
008100** BEFORE EXPIRATION ARE BILLED.  THE PREMIUM IS SPLIT EVENLY   * POLMNT01
008102** WITH ANY ODD CENTS ON THE FIRST INSTALLMENT, AND THE PLAN    * POLMNT01
008104** INSTALLMENT FEE IS ADDED TO EACH.  NOTHING IS PAID OR        * POLMNT01
008106** INVOICED YET.                                                * POLMNT01
008108**                                                               *POLMNT01
008110******************************************************************POLMNT01

008112 B600-BILL-TERM-PREMIUM.                                          POLMNT01
008114     PERFORM B605-DROP-PRIOR-INSTALLMENTS.                        POLMNT01
008116     PERFORM B601-FIND-PAY-PLAN.                                  POLMNT01
008118     MOVE EFFECTIVE-DATE-TRANS TO WS-EFFECTIVE-DATE-WORK.         POLMNT01
008120     MOVE ZERO TO WS-INSTALLMENT-COUNT.                           POLMNT01
008122     PERFORM B602-COUNT-INSTALLMENT                               POLMNT01
008124           VARYING WS-INSTALLMENT-INDEX FROM 1 BY 1               POLMNT01
008126           UNTIL WS-INSTALLMENT-INDEX >                           POLMNT01
008128                 WS-PLN-INSTALLMENTS (WS-MATCHED-PLAN).           POLMNT01
008130     DIVIDE PREMIUM-TRANS BY WS-INSTALLMENT-COUNT                 POLMNT01
008132           GIVING WS-INSTALLMENT-AMOUNT.                          POLMNT01
008134     COMPUTE WS-FIRST-INSTALLMENT-AMOUNT =                        POLMNT01
008136           PREMIUM-TRANS                                          POLMNT01
008138           - WS-INSTALLMENT-AMOUNT * (WS-INSTALLMENT-COUNT - 1).  POLMNT01
008140     PERFORM B603-WRITE-INSTALLMENT                               POLMNT01
008142           VARYING WS-INSTALLMENT-INDEX FROM 1 BY 1               POLMNT01
008144           UNTIL WS-INSTALLMENT-INDEX > WS-INSTALLMENT-COUNT.     POLMNT01

008146 B601-FIND-PAY-PLAN.                                              POLMNT01
008148     MOVE 'N' TO WS-PLAN-SWITCH.                                  POLMNT01
008150     MOVE 1 TO WS-MATCHED-PLAN.                                   POLMNT01
008152     PERFORM B604-MATCH-PAY-PLAN-ENTRY                            POLMNT01
008154           VARYING WS-PLAN-INDEX FROM 1 BY 1                      POLMNT01
008156           UNTIL WS-PLAN-INDEX > WS-PAY-PLAN-COUNT                POLMNT01
008158              OR PAY-PLAN-FOUND.                                  POLMNT01

008160 B602-COUNT-INSTALLMENT.                                          POLMNT01
008162     PERFORM B610-SET-INSTALLMENT-DUE-DATE.                       POLMNT01
008164     IF WS-EDIT-DATE-NUM < EXPIRATION-DATE-TRANS                  POLMNT01
008166         MOVE WS-INSTALLMENT-INDEX TO WS-INSTALLMENT-COUNT        POLMNT01
008168     END-IF.                                                      POLMNT01

008170 B603-WRITE-INSTALLMENT.                                          POLMNT01
008172     PERFORM B610-SET-INSTALLMENT-DUE-DATE.                       POLMNT01
008174     MOVE POLICY-NUMBER-TRANS TO POLICY-NUMBER-RCVB.              POLMNT01
008176     MOVE WS-INSTALLMENT-INDEX TO INSTALLMENT-NUMBER-RCVB.        POLMNT01
008178     MOVE CUSTOMER-NUMBER-TRANS TO CUSTOMER-NUMBER-RCVB.          POLMNT01
008180     MOVE AGENT-NAME-TRANS TO AGENT-NAME-RCVB.                    POLMNT01
008182     IF WS-INSTALLMENT-INDEX = 1                                  POLMNT01
008184         COMPUTE BILLED-AMOUNT-RCVB =                             POLMNT01
008186               WS-FIRST-INSTALLMENT-AMOUNT                        POLMNT01
008188               + WS-PLN-FEE (WS-MATCHED-PLAN)                     POLMNT01
008190     ELSE                                                         POLMNT01
008192         COMPUTE BILLED-AMOUNT-RCVB =                             POLMNT01
008194               WS-INSTALLMENT-AMOUNT                              POLMNT01
008196               + WS-PLN-FEE (WS-MATCHED-PLAN)                     POLMNT01
008198     END-IF.                                                      POLMNT01
008200     MOVE ZERO TO PAID-AMOUNT-RCVB.                               POLMNT01
008202     MOVE WS-CURRENT-DATE-NUM TO BILL-DATE-RCVB.                  POLMNT01
008204     MOVE WS-EDIT-DATE-NUM TO DUE-DATE-RCVB.                      POLMNT01
008206     MOVE 'O' TO STATUS-RCVB.                                     POLMNT01
008208     MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER.               POLMNT01
008210     MOVE WS-INSTALLMENT-COUNT TO INSTALLMENT-COUNT-RCVB.         POLMNT01
008212     MOVE WS-PLN-FEE (WS-MATCHED-PLAN) TO INSTALLMENT-FEE-RCVB.   POLMNT01
008214     MOVE PAY-PLAN-MASTER TO PAY-PLAN-RCVB.                       POLMNT01
008216     MOVE ZERO TO INVOICE-DATE-RCVB.                              POLMNT01
008218     WRITE RECEIVABLE-MASTER-RECORD.                              POLMNT01

008220 B604-MATCH-PAY-PLAN-ENTRY.                                       POLMNT01
008222     IF PAY-PLAN-MASTER = WS-PLN-CODE (WS-PLAN-INDEX)             POLMNT01
008224         MOVE 'Y' TO WS-PLAN-SWITCH                               POLMNT01
008226         MOVE WS-PLAN-INDEX TO WS-MATCHED-PLAN                    POLMNT01
008228     END-IF.                                                      POLMNT01

008230 B605-DROP-PRIOR-INSTALLMENTS.                                    POLMNT01
008232     MOVE POLICY-NUMBER-TRANS TO POLICY-NUMBER-RCVB.              POLMNT01
008234     MOVE ZERO TO INSTALLMENT-NUMBER-RCVB.                        POLMNT01
008236     MOVE 'N' TO WS-RCVB-SCAN-DONE-SWITCH.                        POLMNT01
008238     START RECEIVABLE-MASTER-FILE                                 POLMNT01
008240           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               POLMNT01
008242           INVALID KEY                                            POLMNT01
008244              MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH                POLMNT01
008246     END-START.                                                   POLMNT01
008248     PERFORM B606-DROP-INSTALLMENT                                POLMNT01
008250           UNTIL RCVB-SCAN-DONE.                                  POLMNT01

008252 B606-DROP-INSTALLMENT.                                           POLMNT01
008254     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      POLMNT01
008256           AT END                                                 POLMNT01
008258              MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH.               POLMNT01
008260     IF RCVB-SCAN-NOT-DONE                                        POLMNT01
008262         IF POLICY-NUMBER-RCVB = POLICY-NUMBER-TRANS              POLMNT01
008264             DELETE RECEIVABLE-MASTER-FILE RECORD                 POLMNT01
008266         ELSE                                                     POLMNT01
008268             MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH                 POLMNT01
008270         END-IF                                                   POLMNT01
008272     END-IF.                                                      POLMNT01

008274******************************************************************POLMNT01
008276**                                                               *POLMNT01
008278** AN INSTALLMENT FALLS DUE THE PLAN INTERVAL TIMES ITS PLACE   * POLMNT01
008280** IN THE SCHEDULE AFTER THE EFFECTIVE MONTH.  THE DAY IS THE   * POLMNT01
008282** EFFECTIVE DAY, HELD TO THE LAST DAY OF A SHORTER MONTH.      * POLMNT01
008284**                                                               *POLMNT01
008286******************************************************************POLMNT01

008288 B610-SET-INSTALLMENT-DUE-DATE.                                   POLMNT01
008290     COMPUTE WS-ELAPSED-MONTHS =                                  POLMNT01
008292           WS-EFW-MM - 1 + (WS-INSTALLMENT-INDEX - 1)             POLMNT01
008294           * WS-PLN-MONTHS-APART (WS-MATCHED-PLAN).               POLMNT01
008296     DIVIDE WS-ELAPSED-MONTHS BY 12 GIVING WS-ELAPSED-YEARS       POLMNT01
008298           REMAINDER WS-EDT-MM.                                   POLMNT01
008300     ADD 1 TO WS-EDT-MM.                                          POLMNT01
008302     COMPUTE WS-EDT-CCYY = WS-EFW-CCYY + WS-ELAPSED-YEARS.        POLMNT01
008304     PERFORM C101-SET-DAYS-IN-MONTH.                              POLMNT01
008306     IF WS-EFW-DD > WS-DAYS-IN-MONTH                              POLMNT01
008308         MOVE WS-DAYS-IN-MONTH TO WS-EDT-DD                       POLMNT01
008310     ELSE                                                         POLMNT01
008312         MOVE WS-EFW-DD TO WS-EDT-DD                              POLMNT01
008314     END-IF.                                                      POLMNT01

008410 C014-OPEN-RECEIVABLE-FILE.                                       POLMNT01
008420     OPEN I-O RECEIVABLE-MASTER-FILE.                             POLMNT01
010550         STOP RUN                                                 POLMNT01
010560     END-IF.                                                      POLMNT01

010570******************************************************************POLMNT01
010580**                                                               *POLMNT01
010590** A CHANGE IS HELD TO THE PRODUCT RULES ONLY WHEN IT STARTS A  * POLMNT01
010600** NEW TERM OR CHANGES THE INSURANCE TYPE.  A MID-TERM CHANGE   * POLMNT01
010610** TO A POLICY WHOSE PRODUCT HAS SINCE BEEN WITHDRAWN OR        * POLMNT01
010620** REPRICED STILL POSTS, SO THE POLICY CAN BE SERVICED TO       * POLMNT01
010630** EXPIRY.                                                      * POLMNT01
010640**                                                               *POLMNT01
010650******************************************************************POLMNT01

010660 B210-EDIT-CHANGED-PRODUCT.                                       POLMNT01
010670     IF NOT POLICY-IS-CANCELLED                                   POLMNT01
010680        AND (EFFECTIVE-DATE-TRANS > EFFECTIVE-DATE-MASTER         POLMNT01
010690         OR INSURANCE-TYPE-TRANS NOT = INSURANCE-TYPE-MASTER)     POLMNT01
010700         PERFORM B410-EDIT-PRODUCT-RULES                          POLMNT01
010710     END-IF.                                                      POLMNT01

010720 B410-EDIT-PRODUCT-RULES.                                         POLMNT01
010730     IF TRANS-EDIT-PASSED                                         POLMNT01
010740         MOVE EXPIRATION-DATE-TRANS TO WS-TERM-DATE-WORK          POLMNT01
010750         COMPUTE WS-TERM-MONTHS = WS-TDW-CCYY * 12 + WS-TDW-MM    POLMNT01
010760         MOVE EFFECTIVE-DATE-TRANS TO WS-TERM-DATE-WORK           POLMNT01
010770         COMPUTE WS-TERM-MONTHS = WS-TERM-MONTHS                  POLMNT01
010780               - (WS-TDW-CCYY * 12 + WS-TDW-MM)                   POLMNT01
010790         IF NOT MATCHED-PRODUCT-ACTIVE                            POLMNT01
010800             MOVE 'PRODUCT IS WITHDRAWN' TO WS-ERROR-MESSAGE      POLMNT01
010810             PERFORM A003-WRITE-ERROR-LINE                        POLMNT01
010820         ELSE                                                     POLMNT01
010830             IF EFFECTIVE-DATE-TRANS < WS-PROD-ON-SALE-FOUND      POLMNT01
010840                 MOVE 'PRODUCT NOT YET ON SALE'                   POLMNT01
010850                       TO WS-ERROR-MESSAGE                        POLMNT01
010860                 PERFORM A003-WRITE-ERROR-LINE                    POLMNT01
010870             ELSE                                                 POLMNT01
010880                 IF PREMIUM-TRANS < WS-PROD-MINIMUM-FOUND         POLMNT01
010890                    OR (WS-PROD-MAXIMUM-FOUND > ZERO              POLMNT01
010900                    AND PREMIUM-TRANS > WS-PROD-MAXIMUM-FOUND)    POLMNT01
010910                     MOVE 'PREMIUM OUTSIDE PRODUCT RANGE'         POLMNT01
010920                           TO WS-ERROR-MESSAGE                    POLMNT01
010930                     PERFORM A003-WRITE-ERROR-LINE                POLMNT01
010940                 ELSE                                             POLMNT01
010950                     IF WS-PROD-TERM-FOUND > ZERO                 POLMNT01
010960                        AND WS-TERM-MONTHS                        POLMNT01
010970                           NOT = WS-PROD-TERM-FOUND               POLMNT01
010980                         MOVE 'TERM NOT ALLOWED FOR PRODUCT'      POLMNT01
010990                               TO WS-ERROR-MESSAGE                POLMNT01
011000                         PERFORM A003-WRITE-ERROR-LINE            POLMNT01
011010                     END-IF                                       POLMNT01
011020                 END-IF                                           POLMNT01
011030             END-IF                                               POLMNT01
011040         END-IF                                                   POLMNT01
011050     END-IF.                                                      POLMNT01

011060******************************************************************POLMNT01
011070**                                                               *POLMNT01
011080** THE PRODUCT MASTER IS LOADED INTO WORKING STORAGE AT STARTUP * POLMNT01
011090** SO EACH INSURANCE TYPE CAN BE CHECKED AGAINST THE PRODUCTS   * POLMNT01
011100** ON FILE WITHOUT A KEYED READ PER RECORD.  A MISSING PRODUCT  * POLMNT01
011110** MASTER ENDS THE RUN - THE TYPES CANNOT BE VALIDATED.         * POLMNT01
011120**                                                               *POLMNT01
011130******************************************************************POLMNT01

011140 C300-LOAD-PRODUCT-TABLE.                                         POLMNT01
011150     OPEN INPUT PRODUCT-MASTER-FILE.                              POLMNT01
011160     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       POLMNT01
011170         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   POLMNT01
011180               WS-PRODUCT-MASTER-STATUS                           POLMNT01
011190         DISPLAY 'INSURANCE TYPES CANNOT BE VALIDATED WITHOUT'    POLMNT01
011200         DISPLAY 'THE PRODUCT MASTER - RUN ENDED'                 POLMNT01
011210         MOVE 16 TO RETURN-CODE                                   POLMNT01
011220         STOP RUN                                                 POLMNT01
011230     END-IF.                                                      POLMNT01
011240     MOVE LOW-VALUES TO INSURANCE-TYPE-PROD.                      POLMNT01
011250     START PRODUCT-MASTER-FILE                                    POLMNT01
011260           KEY IS NOT LESS THAN INSURANCE-TYPE-PROD               POLMNT01
011270           INVALID KEY                                            POLMNT01
011280              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH               POLMNT01
011290     END-START.                                                   POLMNT01
011300     PERFORM C320-LOAD-PRODUCT-ENTRY                              POLMNT01
011310           UNTIL WS-MORE-PRODUCTS-SWITCH = 'NO '.                 POLMNT01
011320     CLOSE PRODUCT-MASTER-FILE.                                   POLMNT01

011330 C320-LOAD-PRODUCT-ENTRY.                                         POLMNT01
011340     READ PRODUCT-MASTER-FILE NEXT RECORD                         POLMNT01
011350           AT END                                                 POLMNT01
011360              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH.              POLMNT01
011370     IF WS-MORE-PRODUCTS-SWITCH = 'YES'                           POLMNT01
011380         IF WS-VALID-TYPE-COUNT >= WS-PRODUCT-TABLE-MAX           POLMNT01
011390             DISPLAY 'PRODUCT TABLE OVERFLOW - MORE THAN '        POLMNT01
011400                   WS-PRODUCT-TABLE-MAX ' PRODUCTS ON FILE'       POLMNT01
011410             MOVE 16 TO RETURN-CODE                               POLMNT01
011420             STOP RUN                                             POLMNT01
011430         END-IF                                                   POLMNT01
011440         ADD 1 TO WS-VALID-TYPE-COUNT                             POLMNT01
011450         MOVE INSURANCE-TYPE-PROD                                 POLMNT01
011460               TO WS-VALID-TYPE-ENTRY (WS-VALID-TYPE-COUNT)       POLMNT01
011470         MOVE STATUS-PROD                                         POLMNT01
011480               TO WS-TBL-PROD-STATUS (WS-VALID-TYPE-COUNT)        POLMNT01
011490         MOVE TERM-MONTHS-PROD                                    POLMNT01
011500               TO WS-TBL-PROD-TERM (WS-VALID-TYPE-COUNT)          POLMNT01
011510         MOVE MINIMUM-PREMIUM-PROD                                POLMNT01
011520               TO WS-TBL-PROD-MINIMUM (WS-VALID-TYPE-COUNT)       POLMNT01
011530         MOVE MAXIMUM-PREMIUM-PROD                                POLMNT01
011540               TO WS-TBL-PROD-MAXIMUM (WS-VALID-TYPE-COUNT)       POLMNT01
011550         MOVE SELL-FROM-DATE-PROD                                 POLMNT01
011560               TO WS-TBL-PROD-ON-SALE (WS-VALID-TYPE-COUNT)       POLMNT01
011570     END-IF.                                                      POLMNT01

