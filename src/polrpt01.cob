001800**   2026-09-02  MM   A POLICY POSTED NEW TO THE MASTER NOW      *POLRPT01
001810**                    STARTS WITH A ZERO CANCELLATION DATE ON    *POLRPT01
001820**                    THE WIDENED MASTER LAYOUT.                 *POLRPT01
001821**   2026-10-13  MM   INSURANCE TYPES ARE NOW VALIDATED          *POLRPT01
001822**                    AGAINST THE PRODUCT MASTER FILE INSTEAD    *POLRPT01
001823**                    OF A TABLE CODED IN THIS PROGRAM.  A       *POLRPT01
001824**                    WITHDRAWN PRODUCT STILL REPORTS - ONLY A   *POLRPT01
001825**                    TYPE NOT ON THE PRODUCT MASTER GOES TO     *POLRPT01
001826**                    THE EXCEPTION LISTING.                     *POLRPT01
001827**   2026-10-15  MM   A POLICY POSTED NEW TO THE MASTER NOW      *POLRPT01
001828**                    STARTS ON THE ANNUAL PAY PLAN.  THE DAILY  *POLRPT01
001829**                    FEED CARRIES NO PAY PLAN CODE.             *POLRPT01
001830**                                                               *POLRPT01
001840******************************************************************POLRPT01

002170         RECORD KEY IS AGENT-RATE-KEY                             POLRPT01
002180         FILE STATUS IS WS-AGENT-RATE-STATUS.                     POLRPT01

002181     SELECT PRODUCT-MASTER-FILE                                   POLRPT01
002182         ASSIGN TO UT-S-PRDMSTR                                   POLRPT01
002183         ORGANIZATION IS INDEXED                                  POLRPT01
002184         ACCESS MODE IS DYNAMIC                                   POLRPT01
002185         RECORD KEY IS INSURANCE-TYPE-PROD                        POLRPT01
002186         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 POLRPT01

002190     SELECT RUN-CONTROL-FILE                                      POLRPT01
002200         ASSIGN TO UT-S-RUNPARM                                   POLRPT01
002210         ORGANIZATION IS LINE SEQUENTIAL                          POLRPT01
002980     LABEL RECORDS ARE STANDARD.                                  POLRPT01
002990     COPY AGTRATE.                                                POLRPT01

002992 FD  PRODUCT-MASTER-FILE                                          POLRPT01
002994     LABEL RECORDS ARE STANDARD.                                  POLRPT01
002996     COPY PRODMAST.                                               POLRPT01

003000 FD  RUN-CONTROL-FILE                                             POLRPT01
003010     RECORD CONTAINS 13 CHARACTERS                                POLRPT01
003020     LABEL RECORDS ARE STANDARD                                   POLRPT01
003280 01  WS-CONTROL-FIELDS.                                           POLRPT01
003290     05  WS-PREV-AGENT-NAME      PICTURE X(20) VALUE SPACES.      POLRPT01

003300 01  WS-PRODUCT-TABLE-FIELDS.                                     POLRPT01
003310     05  WS-PRODUCT-TABLE-MAX    PICTURE 9(03) COMP VALUE 050.    POLRPT01
003320     05  WS-MORE-PRODUCTS-SWITCH PICTURE X(03) VALUE 'YES'.       POLRPT01

003330 01  WS-VALID-TYPE-TABLE.                                         POLRPT01
003340     05  WS-VALID-TYPE-ENTRY     PICTURE X(10) OCCURS 50 TIMES.   POLRPT01

003350 01  WS-TYPE-CHECK-FIELDS.                                        POLRPT01
003360     05  WS-VALID-TYPE-COUNT     PICTURE 9(03) COMP VALUE ZERO.   POLRPT01
003370     05  WS-TYPE-INDEX           PICTURE 9(03) COMP VALUE ZERO.   POLRPT01
003380     05  WS-VALID-TYPE-SWITCH    PICTURE X(01) VALUE 'N'.         POLRPT01
003390         88  VALID-TYPE-FOUND           VALUE 'Y'.                POLRPT01
003400         88  VALID-TYPE-NOT-FOUND       VALUE 'N'.                POLRPT01

003430 01  WS-MASTER-FILE-FIELDS.                                       POLRPT01
003440     05  WS-INPUT-FILE-STATUS    PICTURE X(02) VALUE SPACES.      POLRPT01
003450     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      POLRPT01
003460     05  WS-AGENT-RATE-STATUS    PICTURE X(02) VALUE SPACES.      POLRPT01
003470     05  WS-PARM-FILE-STATUS     PICTURE X(02) VALUE SPACES.      POLRPT01
003473     05  WS-PRODUCT-MASTER-STATUS                                 POLRPT01
003476                                 PICTURE X(02) VALUE SPACES.      POLRPT01
003480     05  WS-AGENT-RATE-AVAILABLE-SWITCH                           POLRPT01
003490                                 PICTURE X(01) VALUE 'Y'.         POLRPT01
003500         88  AGENT-RATE-FILE-AVAILABLE  VALUE 'Y'.                POLRPT01
005460     END-IF.                                                      POLRPT01
005470     PERFORM C010-OPEN-POLICY-MASTER-FILE.                        POLRPT01
005480     PERFORM C012-OPEN-AGENT-RATE-FILE.                           POLRPT01
005485     PERFORM C300-LOAD-PRODUCT-TABLE.                             POLRPT01
005490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   POLRPT01
005500     ACCEPT WS-CURRENT-TIME FROM TIME.                            POLRPT01
005510     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               POLRPT01
008520     MOVE CUSTOMER-NUMBER-INPUT TO CUSTOMER-NUMBER-MASTER.        POLRPT01
008530     IF NEW-MASTER-RECORD                                         POLRPT01
008540         MOVE ZERO TO CANCEL-DATE-MASTER                          POLRPT01
008545         MOVE 'A' TO PAY-PLAN-MASTER                              POLRPT01
008550     END-IF.                                                      POLRPT01
008560     MOVE WS-RUN-TIMESTAMP TO LAST-RUN-DATE-MASTER.               POLRPT01
008570     IF NEW-MASTER-RECORD                                         POLRPT01
010320           INVALID KEY                                            POLRPT01
010330              WRITE CHECKPOINT-RECORD                             POLRPT01
010340     END-REWRITE.                                                 POLRPT01

010350******************************************************************POLRPT01
010360**                                                               *POLRPT01
010370** THE PRODUCT MASTER IS LOADED INTO WORKING STORAGE AT STARTUP * POLRPT01
010380** SO EACH INSURANCE TYPE CAN BE CHECKED AGAINST THE PRODUCTS   * POLRPT01
010390** ON FILE WITHOUT A KEYED READ PER RECORD.  A MISSING PRODUCT  * POLRPT01
010400** MASTER ENDS THE RUN - THE TYPES CANNOT BE VALIDATED.         * POLRPT01
010410**                                                               *POLRPT01
010420******************************************************************POLRPT01

010430 C300-LOAD-PRODUCT-TABLE.                                         POLRPT01
010440     OPEN INPUT PRODUCT-MASTER-FILE.                              POLRPT01
010450     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       POLRPT01
010460         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   POLRPT01
010470               WS-PRODUCT-MASTER-STATUS                           POLRPT01
010480         DISPLAY 'INSURANCE TYPES CANNOT BE VALIDATED WITHOUT'    POLRPT01
010490         DISPLAY 'THE PRODUCT MASTER - RUN ENDED'                 POLRPT01
010500         MOVE 16 TO RETURN-CODE                                   POLRPT01
010510         STOP RUN                                                 POLRPT01
010520     END-IF.                                                      POLRPT01
010530     MOVE LOW-VALUES TO INSURANCE-TYPE-PROD.                      POLRPT01
010540     START PRODUCT-MASTER-FILE                                    POLRPT01
010550           KEY IS NOT LESS THAN INSURANCE-TYPE-PROD               POLRPT01
010560           INVALID KEY                                            POLRPT01
010570              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH               POLRPT01
010580     END-START.                                                   POLRPT01
010590     PERFORM C320-LOAD-PRODUCT-ENTRY                              POLRPT01
010600           UNTIL WS-MORE-PRODUCTS-SWITCH = 'NO '.                 POLRPT01
010610     CLOSE PRODUCT-MASTER-FILE.                                   POLRPT01

010620 C320-LOAD-PRODUCT-ENTRY.                                         POLRPT01
010630     READ PRODUCT-MASTER-FILE NEXT RECORD                         POLRPT01
010640           AT END                                                 POLRPT01
010650              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH.              POLRPT01
010660     IF WS-MORE-PRODUCTS-SWITCH = 'YES'                           POLRPT01
010670         IF WS-VALID-TYPE-COUNT >= WS-PRODUCT-TABLE-MAX           POLRPT01
010680             DISPLAY 'PRODUCT TABLE OVERFLOW - MORE THAN '        POLRPT01
010690                   WS-PRODUCT-TABLE-MAX ' PRODUCTS ON FILE'       POLRPT01
010700             MOVE 16 TO RETURN-CODE                               POLRPT01
010710             STOP RUN                                             POLRPT01
010720         END-IF                                                   POLRPT01
010730         ADD 1 TO WS-VALID-TYPE-COUNT                             POLRPT01
010740         MOVE INSURANCE-TYPE-PROD                                 POLRPT01
010750               TO WS-VALID-TYPE-ENTRY (WS-VALID-TYPE-COUNT)       POLRPT01
010760     END-IF.                                                      POLRPT01
