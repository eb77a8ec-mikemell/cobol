001290**                     CANCELLATION DATE STAMPED, AND THE        *RCVLPS01
001300**                     CANCELLATION PROCESSING PRICES THE        *RCVLPS01
001310**                     REFUND AND COMMISSION CHARGEBACK.         *RCVLPS01
001311**    2026-10-02  MM   LAPSES BY INSTALLMENT.  AN OPEN           *RCVLPS01
001312**                     INSTALLMENT UNPAID PAST THE GRACE PERIOD  *RCVLPS01
001313**                     FROM ITS OWN DUE DATE LAPSES THE POLICY - *RCVLPS01
001314**                     ONE CANCEL TRANSACTION PER POLICY, WITH   *RCVLPS01
001315**                     THE POLICY'S LATER OPEN INSTALLMENTS      *RCVLPS01
001316**                     MARKED LAPSED ALONG WITH IT.  THE CANCEL  *RCVLPS01
001317**                     TRANSACTION NOW CARRIES THE PAY PLAN.     *RCVLPS01
001320**                                                               *RCVLPS01
001330******************************************************************RCVLPS01

001450         ASSIGN TO UT-S-RCVMSTR                                   RCVLPS01
001460         ORGANIZATION IS INDEXED                                  RCVLPS01
001470         ACCESS MODE IS DYNAMIC                                   RCVLPS01
001480         RECORD KEY IS RECEIVABLE-KEY-RCVB                        RCVLPS01
001490         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    RCVLPS01

001500     SELECT POLICY-MASTER-FILE                                    RCVLPS01
001750     COPY POLYMAST.                                               RCVLPS01

001760 FD  LAPSE-TRANS-FILE                                             RCVLPS01
001770     RECORD CONTAINS 103 CHARACTERS                               RCVLPS01
001780     LABEL RECORDS ARE STANDARD                                   RCVLPS01
001790     DATA RECORD IS LAPSE-TRANS-RECORD.                           RCVLPS01
001800 01  LAPSE-TRANS-RECORD.                                          RCVLPS01
001880     05  LPS-EXPIRATION-DATE     PICTURE 9(08).                   RCVLPS01
001890     05  LPS-CUSTOMER-NUMBER     PICTURE X(08).                   RCVLPS01
001900     05  LPS-CANCEL-DATE         PICTURE 9(08).                   RCVLPS01
001905     05  LPS-PAY-PLAN            PICTURE X(01).                   RCVLPS01

001910 FD  CONTROL-REPORT-FILE                                          RCVLPS01
001920     RECORD CONTAINS 133 CHARACTERS                               RCVLPS01
002190     05  WS-LEAP-REMAINDER-4     PICTURE 9(04) COMP VALUE ZERO.   RCVLPS01
002200     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   RCVLPS01
002210     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   RCVLPS01
002215     05  WS-LAST-LAPSED-POLICY   PICTURE X(12) VALUE SPACES.      RCVLPS01

002220 01  WS-MONTH-DAYS-TABLE-DEF.                                     RCVLPS01
002230     05  FILLER                  PICTURE X(24) VALUE              RCVLPS01
002290     05  WS-RECEIVABLES-LAPSED   PICTURE 9(07) COMP VALUE ZERO.   RCVLPS01
002300     05  WS-TRANS-WRITTEN-COUNT  PICTURE 9(07) COMP VALUE ZERO.   RCVLPS01
002310     05  WS-POLICIES-NOT-FOUND   PICTURE 9(07) COMP VALUE ZERO.   RCVLPS01
002315     05  WS-LATER-INSTALLMENTS   PICTURE 9(07) COMP VALUE ZERO.   RCVLPS01

002320 01  WS-RUN-DATE-FIELDS.                                          RCVLPS01
002330     05  WS-CURRENT-DATE.                                         RCVLPS01
002680                                 VALUE 'POLICY NOT ON MASTER:'.   RCVLPS01
002690     05  WS-CTL-POLICIES-NOT-FOUND                                RCVLPS01
002700                                 PICTURE ZZZ,ZZ9.                 RCVLPS01
002701     05  FILLER                  PICTURE X(04) VALUE SPACES.      RCVLPS01
002702     05  FILLER                  PICTURE X(21)                    RCVLPS01
002703                                 VALUE 'LATER INSTALLMENTS:  '.   RCVLPS01
002704     05  WS-CTL-LATER-INSTALLMENTS                                RCVLPS01
002705                                 PICTURE ZZZ,ZZ9.                 RCVLPS01

002710 PROCEDURE DIVISION.                                              RCVLPS01

002720******************************************************************RCVLPS01
002730**                                                               *RCVLPS01
002740**  THIS PROGRAM SWEEPS THE RECEIVABLES MASTER FOR OPEN          *RCVLPS01
002750**  INSTALLMENTS UNPAID PAST THE GRACE PERIOD, WRITES A POLICY   *RCVLPS01
002760**  MAINTENANCE CANCEL TRANSACTION FOR EACH POLICY SO THE NEXT   *RCVLPS01
002770**  MAINTENANCE RUN STAMPS THE CANCELLATION DATE ON THE          *RCVLPS01
002780**  MASTER RECORD (THE POLICY STAYS ON THE MASTER),              *RCVLPS01
002790**  AND MARKS THE INSTALLMENT LAPSED.  IT IS ENTERED FROM THE    *RCVLPS01
002800**  OPERATING SYSTEM AND EXITS TO THE OPERATING SYSTEM.          *RCVLPS01
002810**                                                               *RCVLPS01
002820******************************************************************RCVLPS01
003330     END-IF.                                                      RCVLPS01

003340 B000-SWEEP-RECEIVABLES.                                          RCVLPS01
003350     MOVE LOW-VALUES TO RECEIVABLE-KEY-RCVB.                      RCVLPS01
003360     START RECEIVABLE-MASTER-FILE                                 RCVLPS01
003370           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               RCVLPS01
003380           INVALID KEY                                            RCVLPS01
003390              MOVE 'NO ' TO ARE-THERE-MORE-RECORDS                RCVLPS01
003400     END-START.                                                   RCVLPS01
003420     PERFORM B001-LAPSE-IF-PAST-GRACE                             RCVLPS01
003430           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  RCVLPS01

003434******************************************************************RCVLPS01
003438**                                                               *RCVLPS01
003442**  INSTALLMENTS COME IN POLICY AND INSTALLMENT ORDER.  EACH     *RCVLPS01
003446**  OPEN INSTALLMENT IS AGED FROM ITS OWN DUE DATE.  ONCE ONE    *RCVLPS01
003450**  INSTALLMENT LAPSES THE POLICY, EVERY LATER OPEN INSTALLMENT  *RCVLPS01
003454**  OF THE SAME POLICY IS MARKED LAPSED WITHOUT A FURTHER        *RCVLPS01
003458**  CANCEL TRANSACTION.                                          *RCVLPS01
003462**                                                               *RCVLPS01
003466******************************************************************RCVLPS01

003470 B001-LAPSE-IF-PAST-GRACE.                                        RCVLPS01
003474     IF RECEIVABLE-IS-OPEN                                        RCVLPS01
003478         IF POLICY-NUMBER-RCVB = WS-LAST-LAPSED-POLICY            RCVLPS01
003482             PERFORM B210-LAPSE-LATER-INSTALLMENT                 RCVLPS01
003486         ELSE                                                     RCVLPS01
003490             PERFORM B100-AGE-RECEIVABLE                          RCVLPS01
003494             IF WS-AGE-DAYS > WS-GRACE-DAYS                       RCVLPS01
003498                 PERFORM B200-LAPSE-RECEIVABLE                    RCVLPS01
003502             END-IF                                               RCVLPS01
003506         END-IF                                                   RCVLPS01
003510     END-IF.                                                      RCVLPS01
003514     PERFORM B002-READ-RECEIVABLE-NEXT.                           RCVLPS01

003520 B002-READ-RECEIVABLE-NEXT.                                       RCVLPS01
003530     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      RCVLPS01
004170         MOVE EFFECTIVE-DATE-MASTER TO LPS-EFFECTIVE-DATE         RCVLPS01
004180         MOVE EXPIRATION-DATE-MASTER TO LPS-EXPIRATION-DATE       RCVLPS01
004190         MOVE CUSTOMER-NUMBER-MASTER TO LPS-CUSTOMER-NUMBER       RCVLPS01
004195         MOVE PAY-PLAN-MASTER TO LPS-PAY-PLAN                     RCVLPS01
004200         MOVE WS-CURRENT-DATE-NUM TO LPS-CANCEL-DATE              RCVLPS01
004210         WRITE LAPSE-TRANS-RECORD                                 RCVLPS01
004220         ADD 1 TO WS-TRANS-WRITTEN-COUNT                          RCVLPS01
004270     MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER.               RCVLPS01
004280     REWRITE RECEIVABLE-MASTER-RECORD.                            RCVLPS01
004290     ADD 1 TO WS-RECEIVABLES-LAPSED.                              RCVLPS01
004291     MOVE POLICY-NUMBER-RCVB TO WS-LAST-LAPSED-POLICY.            RCVLPS01

004292 B210-LAPSE-LATER-INSTALLMENT.                                    RCVLPS01
004293     MOVE 'L' TO STATUS-RCVB.                                     RCVLPS01
004294     MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER.               RCVLPS01
004295     REWRITE RECEIVABLE-MASTER-RECORD.                            RCVLPS01
004296     ADD 1 TO WS-LATER-INSTALLMENTS.                              RCVLPS01

004300 C000-PRINT-CONTROL-REPORT.                                       RCVLPS01
004310     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                RCVLPS01
004400     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-COUNT-LINE         RCVLPS01
004410           AFTER ADVANCING 2 LINES.                               RCVLPS01
004420     MOVE WS-POLICIES-NOT-FOUND TO WS-CTL-POLICIES-NOT-FOUND.     RCVLPS01
004425     MOVE WS-LATER-INSTALLMENTS TO WS-CTL-LATER-INSTALLMENTS.     RCVLPS01
004430     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-COUNT-LINE-2       RCVLPS01
004440           AFTER ADVANCING 1 LINES.                               RCVLPS01

