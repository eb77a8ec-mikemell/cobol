001200**                     61-90 AND OVER-90 DAY COLUMNS, SORTED BY  *RCVRPT01
001210**                     AGENT WITH AGENT SUBTOTALS AND A GRAND    *RCVRPT01
001220**                     TOTAL FOR COLLECTIONS TO WORK.            *RCVRPT01
001221**    2026-10-02  MM   AGES BY INSTALLMENT.  EACH OPEN           *RCVRPT01
001222**                     INSTALLMENT THAT IS DUE OR HAS BEEN       *RCVRPT01
001223**                     INVOICED IS AGED FROM ITS OWN DUE DATE    *RCVRPT01
001224**                     AND PRINTED WITH ITS INSTALLMENT NUMBER.  *RCVRPT01
001225**                     INSTALLMENTS NOT YET INVOICED AND NOT     *RCVRPT01
001226**                     YET DUE ARE LEFT OFF THE REPORT.          *RCVRPT01
001230**                                                               *RCVRPT01
001240******************************************************************RCVRPT01

001320         ASSIGN TO UT-S-RCVMSTR                                   RCVRPT01
001330         ORGANIZATION IS INDEXED                                  RCVRPT01
001340         ACCESS MODE IS DYNAMIC                                   RCVRPT01
001350         RECORD KEY IS RECEIVABLE-KEY-RCVB                        RCVRPT01
001360         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    RCVRPT01

001370     SELECT AGING-SORT-FILE                                       RCVRPT01
001490 01  AGING-SORT-RECORD.                                           RCVRPT01
001500     05  SRT-AGENT-NAME          PICTURE X(20).                   RCVRPT01
001510     05  SRT-POLICY-NUMBER       PICTURE X(12).                   RCVRPT01
001513     05  SRT-INSTALLMENT-NUMBER  PICTURE 9(02).                   RCVRPT01
001516     05  SRT-INSTALLMENT-COUNT   PICTURE 9(02).                   RCVRPT01
001520     05  SRT-DUE-DATE            PICTURE 9(08).                   RCVRPT01
001530     05  SRT-OPEN-AMOUNT         PICTURE 9(07)V99.                RCVRPT01
001540     05  SRT-AGE-BUCKET          PICTURE 9(01).                   RCVRPT01
002260     05  FILLER                  PICTURE X(01) VALUE SPACE.       RCVRPT01
002270     05  FILLER                  PICTURE X(13)                    RCVRPT01
002280                                 VALUE 'POLICY NUMBER'.           RCVRPT01
002285     05  FILLER                  PICTURE X(01) VALUE SPACE.       RCVRPT01
002290     05  FILLER                  PICTURE X(05) VALUE 'INST '.     RCVRPT01
002295     05  FILLER                  PICTURE X(04) VALUE SPACES.      RCVRPT01
002300     05  FILLER                  PICTURE X(08)                    RCVRPT01
002310                                 VALUE 'DUE DATE'.                RCVRPT01
002320     05  FILLER                  PICTURE X(11) VALUE SPACES.      RCVRPT01
002480 01  WS-AGING-DETAIL-LINE.                                        RCVRPT01
002490     05  FILLER                  PICTURE X(01) VALUE SPACE.       RCVRPT01
002500     05  WS-DTL-POLICY-NUMBER    PICTURE X(12).                   RCVRPT01
002505     05  FILLER                  PICTURE X(02) VALUE SPACES.      RCVRPT01
002510     05  WS-DTL-INSTALLMENT      PICTURE X(05).                   RCVRPT01
002515     05  FILLER                  PICTURE X(04) VALUE SPACES.      RCVRPT01
002520     05  WS-DTL-DUE-DATE         PICTURE X(10).                   RCVRPT01
002530     05  FILLER                  PICTURE X(02) VALUE SPACES.      RCVRPT01
002540     05  WS-DTL-BUCKET-AMOUNT    PICTURE Z,ZZZ,ZZ9.99             RCVRPT01
002570 01  WS-AGENT-SUBTOTAL-LINE.                                      RCVRPT01
002580     05  FILLER                  PICTURE X(15)                    RCVRPT01
002590                                 VALUE 'AGENT TOTAL -- '.         RCVRPT01
002600     05  FILLER                  PICTURE X(21) VALUE SPACES.      RCVRPT01
002610     05  WS-SUB-BUCKET-AMOUNT    PICTURE Z,ZZZ,ZZ9.99             RCVRPT01
002620                                 OCCURS 4 TIMES.                  RCVRPT01
002630     05  FILLER                  PICTURE X(04) VALUE SPACES.      RCVRPT01
002650 01  WS-GRAND-TOTAL-LINE.                                         RCVRPT01
002660     05  FILLER                  PICTURE X(15)                    RCVRPT01
002670                                 VALUE 'GRAND TOTAL -- '.         RCVRPT01
002680     05  FILLER                  PICTURE X(21) VALUE SPACES.      RCVRPT01
002690     05  WS-GRD-BUCKET-AMOUNT    PICTURE Z,ZZZ,ZZ9.99             RCVRPT01
002700                                 OCCURS 4 TIMES.                  RCVRPT01
002710     05  FILLER                  PICTURE X(04) VALUE SPACES.      RCVRPT01
003050           UNTIL WS-BUCKET-INDEX > 4.                             RCVRPT01
003060     SORT AGING-SORT-FILE                                         RCVRPT01
003070           ON ASCENDING KEY SRT-AGENT-NAME                        RCVRPT01
003076                            SRT-POLICY-NUMBER                     RCVRPT01
003082                            SRT-INSTALLMENT-NUMBER                RCVRPT01
003090           INPUT PROCEDURE IS B000-EXTRACT-OPEN-ITEMS             RCVRPT01
003100           OUTPUT PROCEDURE IS C000-PRINT-AGING-REPORT.           RCVRPT01
003110     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   RCVRPT01
003160     MOVE ZERO TO WS-AGENT-BUCKET-TOTAL (WS-BUCKET-INDEX).        RCVRPT01
003170     MOVE ZERO TO WS-GRAND-BUCKET-TOTAL (WS-BUCKET-INDEX).        RCVRPT01

003179******************************************************************RCVRPT01
003188**                                                               *RCVRPT01
003197**  INPUT PROCEDURE.  EVERY OPEN INSTALLMENT THAT IS DUE, OR     *RCVRPT01
003206**  HAS ALREADY BEEN INVOICED, IS AGED FROM ITS DUE DATE TO THE  *RCVRPT01
003215**  RUN DATE BY WALKING THE CALENDAR A DAY AT A TIME, AND        *RCVRPT01
003224**  RELEASED WITH ITS AGE BUCKET - 1 CURRENT, 2 FOR 31-60 DAYS,  *RCVRPT01
003233**  3 FOR 61-90 DAYS, 4 OVER 90 DAYS.                            *RCVRPT01
003242**                                                               *RCVRPT01
003251******************************************************************RCVRPT01

003260 B000-EXTRACT-OPEN-ITEMS.                                         RCVRPT01
003270     MOVE LOW-VALUES TO RECEIVABLE-KEY-RCVB.                      RCVRPT01
003280     START RECEIVABLE-MASTER-FILE                                 RCVRPT01
003290           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               RCVRPT01
003300           INVALID KEY                                            RCVRPT01
003310              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                RCVRPT01
003320     END-START.                                                   RCVRPT01
003350           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  RCVRPT01

003360 B001-RELEASE-IF-OPEN.                                            RCVRPT01
003365     IF RECEIVABLE-IS-OPEN                                        RCVRPT01
003370        AND (DUE-DATE-RCVB NOT > WS-CURRENT-DATE-NUM              RCVRPT01
003375             OR NOT INSTALLMENT-NOT-INVOICED)                     RCVRPT01
003380         PERFORM B100-AGE-RECEIVABLE                              RCVRPT01
003390         SUBTRACT PAID-AMOUNT-RCVB FROM BILLED-AMOUNT-RCVB        RCVRPT01
003400               GIVING WS-OPEN-AMOUNT                              RCVRPT01
003410         MOVE AGENT-NAME-RCVB TO SRT-AGENT-NAME                   RCVRPT01
003420         MOVE POLICY-NUMBER-RCVB TO SRT-POLICY-NUMBER             RCVRPT01
003423         MOVE INSTALLMENT-NUMBER-RCVB TO SRT-INSTALLMENT-NUMBER   RCVRPT01
003426         MOVE INSTALLMENT-COUNT-RCVB TO SRT-INSTALLMENT-COUNT     RCVRPT01
003430         MOVE DUE-DATE-RCVB TO SRT-DUE-DATE                       RCVRPT01
003440         MOVE WS-OPEN-AMOUNT TO SRT-OPEN-AMOUNT                   RCVRPT01
003450         IF WS-AGE-DAYS > 90                                      RCVRPT01
004010******************************************************************RCVRPT01
004020**                                                               *RCVRPT01
004030**  OUTPUT PROCEDURE.  A CONTROL BREAK ON AGENT NAME PRINTS      *RCVRPT01
004040**  THE AGENT HEADING, ONE LINE PER OPEN INSTALLMENT WITH THE    *RCVRPT01
004050**  OPEN BALANCE IN ITS AGE COLUMN, AN AGENT SUBTOTAL AND A      *RCVRPT01
004060**  GRAND TOTAL.                                                 *RCVRPT01
004070**                                                               *RCVRPT01
004310     END-IF.                                                      RCVRPT01
004320     MOVE SPACES TO WS-AGING-DETAIL-LINE.                         RCVRPT01
004330     MOVE SRT-POLICY-NUMBER TO WS-DTL-POLICY-NUMBER.              RCVRPT01
004333     STRING SRT-INSTALLMENT-NUMBER '/' SRT-INSTALLMENT-COUNT      RCVRPT01
004336           DELIMITED BY SIZE INTO WS-DTL-INSTALLMENT.             RCVRPT01
004340     MOVE SRT-DUE-DATE TO WS-DUE-DATE-EDIT.                       RCVRPT01
004350     STRING WS-DUE-MM '/' WS-DUE-DD '/' WS-DUE-CCYY               RCVRPT01
004360           DELIMITED BY SIZE INTO WS-DTL-DUE-DATE.                RCVRPT01
