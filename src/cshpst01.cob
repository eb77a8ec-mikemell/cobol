001220**                     LAPSED RECEIVABLE, AND PRINTS A           *CSHPST01
001230**                     RECONCILIATION TRAILER WITH THE CASH      *CSHPST01
001240**                     APPLIED TOTAL.                            *CSHPST01
001241**    2026-10-01  MM   EVERY APPLIED PAYMENT IS ALSO WRITTEN TO  *CSHPST01
001242**                     THE CASH POSTING EXTRACT SO THE NIGHTLY   *CSHPST01
001243**                     GENERAL LEDGER INTERFACE CAN JOURNAL THE  *CSHPST01
001244**                     CASH RECEIVED WITHOUT REKEYING THE        *CSHPST01
001245**                     TRAILER TOTALS.                           *CSHPST01
001246**    2026-10-02  MM   RECEIVABLES ARE NOW BILLED BY INSTALLMENT.*CSHPST01
001247**                     A PAYMENT IS APPLIED TO THE POLICY'S      *CSHPST01
001248**                     OLDEST OPEN INSTALLMENT FIRST, EACH ONE   *CSHPST01
001249**                     MARKED PAID AS IT IS COVERED, AND ANY     *CSHPST01
001250**                     EXCESS IS CARRIED ON THE LATEST           *CSHPST01
001251**                     INSTALLMENT.  A PAYMENT IS REJECTED AS    *CSHPST01
001252**                     LAPSED ONLY WHEN NO INSTALLMENT IS OPEN   *CSHPST01
001253**                     AND ONE HAS LAPSED.                       *CSHPST01
001254**    2026-10-05  MM   CASH THAT CANNOT BE APPLIED IS NO LONGER  *CSHPST01
001255**                     LEFT ON THE REJECT LISTING OR ABSORBED    *CSHPST01
001256**                     ON THE LATEST INSTALLMENT.  A PAYMENT     *CSHPST01
001257**                     WITH NO RECEIVABLE OR ONLY LAPSED         *CSHPST01
001258**                     INSTALLMENTS, AND ANY EXCESS OVER THE     *CSHPST01
001259**                     OPEN INSTALLMENTS, IS PARKED ON THE       *CSHPST01
001260**                     UNAPPLIED CASH SUSPENSE FILE WITH A       *CSHPST01
001261**                     REASON CODE AND THE RECEIPT DATE.  OPEN   *CSHPST01
001262**                     SUSPENSE ITEMS ARE RETRIED AT THE START   *CSHPST01
001263**                     OF EACH RUN AND APPLIED ONCE THE POLICY   *CSHPST01
001264**                     HAS AN OPEN INSTALLMENT.  THE CASH        *CSHPST01
001265**                     POSTING EXTRACT CARRIES CASH TO SUSPENSE  *CSHPST01
001266**                     AND CASH RE-APPLIED FROM SUSPENSE UNDER   *CSHPST01
001267**                     THEIR OWN POSTING CODES.                  *CSHPST01
001268**                                                               *CSHPST01
001269******************************************************************CSHPST01

001270 ENVIRONMENT DIVISION.                                            CSHPST01

001380         ASSIGN TO UT-S-RCVMSTR                                   CSHPST01
001390         ORGANIZATION IS INDEXED                                  CSHPST01
001400         ACCESS MODE IS DYNAMIC                                   CSHPST01
001410         RECORD KEY IS RECEIVABLE-KEY-RCVB                        CSHPST01
001420         FILE STATUS IS WS-RCVB-MASTER-STATUS.                    CSHPST01

001430     SELECT CASH-REJECT-FILE                                      CSHPST01
001440         ASSIGN TO UT-S-CASHREJ                                   CSHPST01
001450         ORGANIZATION IS LINE SEQUENTIAL.                         CSHPST01

001452     SELECT CASH-POSTING-FILE                                     CSHPST01
001454         ASSIGN TO UT-S-CSHPOST                                   CSHPST01
001456         ORGANIZATION IS LINE SEQUENTIAL                          CSHPST01
001458         FILE STATUS IS WS-POSTING-FILE-STATUS.                   CSHPST01

001459     SELECT SUSPENSE-MASTER-FILE                                  CSHPST01
001460         ASSIGN TO UT-S-SUSPMST                                   CSHPST01
001461         ORGANIZATION IS INDEXED                                  CSHPST01
001462         ACCESS MODE IS DYNAMIC                                   CSHPST01
001463         RECORD KEY IS SUSPENSE-KEY-SUSP                          CSHPST01
001464         FILE STATUS IS WS-SUSP-MASTER-STATUS.                    CSHPST01

001465 DATA DIVISION.                                                   CSHPST01

001470 FILE SECTION.                                                    CSHPST01

001690     05  REJ-MESSAGE             PICTURE X(30).                   CSHPST01
001700     05  FILLER                  PICTURE X(72).                   CSHPST01

001701 FD  CASH-POSTING-FILE                                            CSHPST01
001702     RECORD CONTAINS 38 CHARACTERS                                CSHPST01
001703     LABEL RECORDS ARE STANDARD                                   CSHPST01
001704     DATA RECORD IS CASH-POSTING-RECORD.                          CSHPST01
001705 01  CASH-POSTING-RECORD.                                         CSHPST01
001706     05  CPT-POLICY-NUMBER       PICTURE X(12).                   CSHPST01
001707     05  CPT-PAYMENT-DATE        PICTURE 9(08).                   CSHPST01
001708     05  CPT-POSTED-AMOUNT       PICTURE 9(07)V99.                CSHPST01
001709     05  CPT-RUN-DATE            PICTURE 9(08).                   CSHPST01
001710     05  CPT-POSTING-CODE        PICTURE X(01).                   CSHPST01

001711 FD  SUSPENSE-MASTER-FILE                                         CSHPST01
001712     LABEL RECORDS ARE STANDARD.                                  CSHPST01
001713     COPY SUSPMAST.                                               CSHPST01

001714 WORKING-STORAGE SECTION.                                         CSHPST01

001720 01  PROGRAM-INDICATORS.                                          CSHPST01
001730     05  ARE-THERE-MORE-PAYMENTS PICTURE X(3) VALUE 'YES'.        CSHPST01
001735     05  ARE-THERE-MORE-SUSPENSE PICTURE X(3) VALUE 'YES'.        CSHPST01

001740 01  WS-FILE-STATUS-FIELDS.                                       CSHPST01
001750     05  WS-CASH-FILE-STATUS     PICTURE X(02) VALUE SPACES.      CSHPST01
001760     05  WS-RCVB-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      CSHPST01
001765     05  WS-POSTING-FILE-STATUS  PICTURE X(02) VALUE SPACES.      CSHPST01
001768     05  WS-SUSP-MASTER-STATUS   PICTURE X(02) VALUE SPACES.      CSHPST01
001772     05  WS-RCVB-SCAN-DONE-SWITCH                                 CSHPST01
001779                                 PICTURE X(01) VALUE 'N'.         CSHPST01
001786         88  INSTALLMENT-SCAN-DONE      VALUE 'Y'.                CSHPST01
001793         88  INSTALLMENT-SCAN-NOT-DONE  VALUE 'N'.                CSHPST01
001794     05  WS-SUSPENSE-WRITTEN-SWITCH                               CSHPST01
001795                                 PICTURE X(01) VALUE 'N'.         CSHPST01
001796         88  SUSPENSE-ITEM-WRITTEN      VALUE 'Y'.                CSHPST01
001797         88  SUSPENSE-ITEM-NOT-WRITTEN  VALUE 'N'.                CSHPST01
001800     05  WS-ERROR-MESSAGE        PICTURE X(30) VALUE SPACES.      CSHPST01

001801 01  WS-INSTALLMENT-FIELDS.                                       CSHPST01
001802     05  WS-INSTALLMENTS-FOUND   PICTURE 9(03) COMP VALUE ZERO.   CSHPST01
001803     05  WS-INSTALLMENTS-OPEN    PICTURE 9(03) COMP VALUE ZERO.   CSHPST01
001804     05  WS-INSTALLMENTS-LAPSED  PICTURE 9(03) COMP VALUE ZERO.   CSHPST01
001805     05  WS-UNAPPLIED-AMOUNT     PICTURE 9(07)V99 VALUE ZERO.     CSHPST01
001806     05  WS-BALANCE-DUE          PICTURE 9(07)V99 VALUE ZERO.     CSHPST01
001807     05  WS-APPLY-POLICY-NUMBER  PICTURE X(12) VALUE SPACES.      CSHPST01
001808     05  WS-APPLIED-AMOUNT       PICTURE 9(07)V99 VALUE ZERO.     CSHPST01
001809     05  WS-SUSPENSE-AMOUNT      PICTURE 9(07)V99 VALUE ZERO.     CSHPST01
001810     05  WS-SUSPENSE-REASON      PICTURE X(02) VALUE SPACES.      CSHPST01

001812 01  WS-RECONCILIATION-COUNTS.                                    CSHPST01
001820     05  WS-PAYMENTS-READ-COUNT  PICTURE 9(07) COMP VALUE ZERO.   CSHPST01
001830     05  WS-PAYMENTS-APPLIED-COUNT                                CSHPST01
001840                                 PICTURE 9(07) COMP VALUE ZERO.   CSHPST01
001850     05  WS-PAYMENTS-REJECT-COUNT                                 CSHPST01
001860                                 PICTURE 9(07) COMP VALUE ZERO.   CSHPST01
001870     05  WS-CASH-APPLIED-TOTAL   PICTURE 9(11)V99 VALUE ZERO.     CSHPST01
001871     05  WS-PAYMENTS-SUSPENDED-COUNT                              CSHPST01
001872                                 PICTURE 9(07) COMP VALUE ZERO.   CSHPST01
001873     05  WS-CASH-SUSPENDED-TOTAL PICTURE 9(11)V99 VALUE ZERO.     CSHPST01
001874     05  WS-SUSPENSE-REAPPLIED-COUNT                              CSHPST01
001875                                 PICTURE 9(07) COMP VALUE ZERO.   CSHPST01
001876     05  WS-CASH-REAPPLIED-TOTAL PICTURE 9(11)V99 VALUE ZERO.     CSHPST01

001880 01  WS-RUN-DATE-FIELDS.                                          CSHPST01
001890     05  WS-CURRENT-DATE.                                         CSHPST01
001900         10  WS-CUR-CCYY         PICTURE 9(04).                   CSHPST01
001910         10  WS-CUR-MM           PICTURE 9(02).                   CSHPST01
001920         10  WS-CUR-DD           PICTURE 9(02).                   CSHPST01
001923     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE            CSHPST01
001926                                 PICTURE 9(08).                   CSHPST01
001930     05  WS-CURRENT-TIME         PICTURE 9(08).                   CSHPST01
001940     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        CSHPST01

002090                                 VALUE 'CASH APPLIED:       '.    CSHPST01
002100     05  WS-TRL-CASH-APPLIED     PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       CSHPST01

002101 01  WS-TRAILER-LINE-3.                                           CSHPST01
002102     05  FILLER                  PICTURE X(20)                    CSHPST01
002103                                 VALUE 'PAYMENTS SUSPENDED: '.    CSHPST01
002104     05  WS-TRL-PAYMENTS-SUSPENDED                                CSHPST01
002105                                 PICTURE ZZZ,ZZ9.                 CSHPST01
002106     05  FILLER                  PICTURE X(04) VALUE SPACES.      CSHPST01
002107     05  FILLER                  PICTURE X(20)                    CSHPST01
002108                                 VALUE 'CASH SUSPENDED:     '.    CSHPST01
002109     05  WS-TRL-CASH-SUSPENDED   PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       CSHPST01

002110 01  WS-TRAILER-LINE-4.                                           CSHPST01
002111     05  FILLER                  PICTURE X(20)                    CSHPST01
002112                                 VALUE 'SUSPENSE RE-APPLIED:'.    CSHPST01
002113     05  WS-TRL-SUSPENSE-REAPPLIED                                CSHPST01
002114                                 PICTURE ZZZ,ZZ9.                 CSHPST01
002115     05  FILLER                  PICTURE X(04) VALUE SPACES.      CSHPST01
002116     05  FILLER                  PICTURE X(20)                    CSHPST01
002117                                 VALUE 'CASH RE-APPLIED:    '.    CSHPST01
002118     05  WS-TRL-CASH-REAPPLIED   PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       CSHPST01

002119 PROCEDURE DIVISION.                                              CSHPST01

002120******************************************************************CSHPST01
002130**                                                               *CSHPST01
002137**  THIS PROGRAM READS THE DAILY CASH FEED AND APPLIES EACH      *CSHPST01
002144**  PAYMENT TO THE POLICY'S RECEIVABLE ON THE RECEIVABLES        *CSHPST01
002151**  MASTER FILE.  CASH THAT CANNOT BE APPLIED IS PARKED ON THE   *CSHPST01
002158**  UNAPPLIED CASH SUSPENSE FILE, WHICH IS RETRIED BEFORE THE    *CSHPST01
002165**  FEED IS READ.  PAYMENTS WITH NO USABLE AMOUNT GO TO THE      *CSHPST01
002172**  REJECT LISTING.  IT IS ENTERED FROM THE OPERATING SYSTEM     *CSHPST01
002179**  AND EXITS TO THE OPERATING SYSTEM.                           *CSHPST01
002190**                                                               *CSHPST01
002200******************************************************************CSHPST01

002270         STOP RUN                                                 CSHPST01
002280     END-IF.                                                      CSHPST01
002290     PERFORM C010-OPEN-RECEIVABLE-FILE.                           CSHPST01
002295     PERFORM C011-OPEN-CASH-POSTING-FILE.                         CSHPST01
002297     PERFORM C012-OPEN-SUSPENSE-FILE.                             CSHPST01
002300     OPEN OUTPUT CASH-REJECT-FILE.                                CSHPST01
002310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   CSHPST01
002320     ACCEPT WS-CURRENT-TIME FROM TIME.                            CSHPST01
002330     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 CSHPST01
002340           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               CSHPST01
002345     PERFORM B300-RETRY-SUSPENSE-ITEMS.                           CSHPST01
002350     PERFORM A002-READ-PAYMENT-RECORD.                            CSHPST01
002360     PERFORM A001-POST-PAYMENT                                    CSHPST01
002370           UNTIL ARE-THERE-MORE-PAYMENTS = 'NO '.                 CSHPST01
002380     PERFORM A010-PRINT-RECONCILIATION-TRAILER.                   CSHPST01
002390     CLOSE CASH-FEED-FILE                                         CSHPST01
002400           RECEIVABLE-MASTER-FILE                                 CSHPST01
002406           CASH-REJECT-FILE                                       CSHPST01
002410           CASH-POSTING-FILE                                      CSHPST01
002414           SUSPENSE-MASTER-FILE.                                  CSHPST01
002420     STOP RUN.                                                    CSHPST01

002430******************************************************************CSHPST01
002440**                                                               *CSHPST01
002448**  EACH PAYMENT IS APPLIED AGAINST THE POLICY'S OPEN            *CSHPST01
002456**  INSTALLMENTS, OLDEST FIRST.  EACH INSTALLMENT IS MARKED PAID *CSHPST01
002464**  WHEN THE PAID AMOUNT COVERS ITS BILLED AMOUNT.  PAYMENTS FOR *CSHPST01
002472**  A POLICY WITH NO RECEIVABLE, OR WHOSE ONLY UNPAID            *CSHPST01
002480**  INSTALLMENTS HAVE LAPSED, ARE PARKED ON THE SUSPENSE FILE    *CSHPST01
002488**  UNTIL AN OPEN INSTALLMENT APPEARS.  A PAYMENT AMOUNT THAT IS *CSHPST01
002496**  NOT NUMERIC IS REJECTED FOR COLLECTIONS TO WORK BY HAND.     *CSHPST01
002510**                                                               *CSHPST01
002520******************************************************************CSHPST01

002530 A001-POST-PAYMENT.                                               CSHPST01
002540     IF PAYMENT-AMOUNT-CASH NOT NUMERIC                           CSHPST01
002550         MOVE 'PAYMENT AMOUNT NOT NUMERIC' TO WS-ERROR-MESSAGE    CSHPST01
002560         PERFORM A003-WRITE-REJECT-LINE                           CSHPST01
002570     ELSE                                                         CSHPST01
002577         MOVE POLICY-NUMBER-CASH TO WS-APPLY-POLICY-NUMBER        CSHPST01
002584         PERFORM B100-SCAN-INSTALLMENTS                           CSHPST01
002591         IF WS-INSTALLMENTS-FOUND = ZERO                          CSHPST01
002598             MOVE 'NR' TO WS-SUSPENSE-REASON                      CSHPST01
002605             MOVE PAYMENT-AMOUNT-CASH TO WS-SUSPENSE-AMOUNT       CSHPST01
002612             MOVE 'NO RECEIVABLE - SUSPENDED' TO WS-ERROR-MESSAGE CSHPST01
002619             PERFORM A004-SUSPEND-PAYMENT                         CSHPST01
002626         ELSE                                                     CSHPST01
002633             IF WS-INSTALLMENTS-OPEN = ZERO                       CSHPST01
002640                AND WS-INSTALLMENTS-LAPSED > ZERO                 CSHPST01
002647                 MOVE 'LP' TO WS-SUSPENSE-REASON                  CSHPST01
002654                 MOVE PAYMENT-AMOUNT-CASH TO WS-SUSPENSE-AMOUNT   CSHPST01
002661                 MOVE 'RECEIVABLE LAPSED - SUSPENDED'             CSHPST01
002668                       TO WS-ERROR-MESSAGE                        CSHPST01
002675                 PERFORM A004-SUSPEND-PAYMENT                     CSHPST01
002682             ELSE                                                 CSHPST01
002689                 PERFORM B000-APPLY-PAYMENT                       CSHPST01
002696             END-IF                                               CSHPST01
002703         END-IF                                                   CSHPST01
002710     END-IF.                                                      CSHPST01
002730     PERFORM A002-READ-PAYMENT-RECORD.                            CSHPST01

002780 A002-READ-PAYMENT-RECORD.                                        CSHPST01
002790     READ CASH-FEED-FILE                                          CSHPST01
002930           AFTER ADVANCING 1 LINES.                               CSHPST01
002940     ADD 1 TO WS-PAYMENTS-REJECT-COUNT.                           CSHPST01

002941******************************************************************CSHPST01
002942**                                                               *CSHPST01
002943**  CASH THAT CANNOT BE APPLIED IS WRITTEN TO THE SUSPENSE FILE  *CSHPST01
002944**  UNDER THE REASON CODE SET BY THE CALLER, LISTED WITH THE     *CSHPST01
002945**  REJECTS FOR THE CASH CLERKS, AND POSTED TO THE EXTRACT AS    *CSHPST01
002946**  CASH TO SUSPENSE.                                            *CSHPST01
002947**                                                               *CSHPST01
002948******************************************************************CSHPST01

002949 A004-SUSPEND-PAYMENT.                                            CSHPST01
002950     PERFORM B200-WRITE-SUSPENSE-ITEM.                            CSHPST01
002951     MOVE SPACES TO CASH-REJECT-LINE.                             CSHPST01
002952     MOVE POLICY-NUMBER-CASH TO REJ-POLICY-NUMBER.                CSHPST01
002953     MOVE WS-SUSPENSE-AMOUNT TO REJ-PAYMENT-AMOUNT.               CSHPST01
002954     MOVE WS-ERROR-MESSAGE TO REJ-MESSAGE.                        CSHPST01
002955     WRITE CASH-REJECT-LINE                                       CSHPST01
002956           AFTER ADVANCING 1 LINES.                               CSHPST01
002957     ADD 1 TO WS-PAYMENTS-SUSPENDED-COUNT.                        CSHPST01
002958     ADD WS-SUSPENSE-AMOUNT TO WS-CASH-SUSPENDED-TOTAL.           CSHPST01
002959     MOVE POLICY-NUMBER-CASH TO CPT-POLICY-NUMBER.                CSHPST01
002960     MOVE PAYMENT-DATE-CASH TO CPT-PAYMENT-DATE.                  CSHPST01
002961     MOVE WS-SUSPENSE-AMOUNT TO CPT-POSTED-AMOUNT.                CSHPST01
002962     MOVE 'S' TO CPT-POSTING-CODE.                                CSHPST01
002963     PERFORM B030-WRITE-CASH-POSTING.                             CSHPST01

002964 B000-APPLY-PAYMENT.                                              CSHPST01
002965     MOVE PAYMENT-AMOUNT-CASH TO WS-UNAPPLIED-AMOUNT.             CSHPST01
002968     PERFORM B110-START-INSTALLMENT-SCAN.                         CSHPST01
002971     PERFORM B010-APPLY-TO-INSTALLMENT                            CSHPST01
002974           UNTIL INSTALLMENT-SCAN-DONE                            CSHPST01
002977              OR WS-UNAPPLIED-AMOUNT = ZERO.                      CSHPST01
002980     SUBTRACT WS-UNAPPLIED-AMOUNT FROM PAYMENT-AMOUNT-CASH        CSHPST01
002983           GIVING WS-APPLIED-AMOUNT.                              CSHPST01
002986     IF WS-APPLIED-AMOUNT > ZERO                                  CSHPST01
002989         ADD 1 TO WS-PAYMENTS-APPLIED-COUNT                       CSHPST01
002992         ADD WS-APPLIED-AMOUNT TO WS-CASH-APPLIED-TOTAL           CSHPST01
002995         MOVE POLICY-NUMBER-CASH TO CPT-POLICY-NUMBER             CSHPST01
002998         MOVE PAYMENT-DATE-CASH TO CPT-PAYMENT-DATE               CSHPST01
003001         MOVE WS-APPLIED-AMOUNT TO CPT-POSTED-AMOUNT              CSHPST01
003004         MOVE 'A' TO CPT-POSTING-CODE                             CSHPST01
003007         PERFORM B030-WRITE-CASH-POSTING                          CSHPST01
003010     END-IF.                                                      CSHPST01
003013     IF WS-UNAPPLIED-AMOUNT > ZERO                                CSHPST01
003016         MOVE 'OP' TO WS-SUSPENSE-REASON                          CSHPST01
003019         MOVE WS-UNAPPLIED-AMOUNT TO WS-SUSPENSE-AMOUNT           CSHPST01
003022         MOVE 'OVERPAYMENT - SUSPENDED' TO WS-ERROR-MESSAGE       CSHPST01
003025         PERFORM A004-SUSPEND-PAYMENT                             CSHPST01
003028     END-IF.                                                      CSHPST01

003037 B010-APPLY-TO-INSTALLMENT.                                       CSHPST01
003038     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      CSHPST01
003039           AT END                                                 CSHPST01
003040              MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH.               CSHPST01
003041     IF INSTALLMENT-SCAN-NOT-DONE                                 CSHPST01
003042         IF POLICY-NUMBER-RCVB NOT = WS-APPLY-POLICY-NUMBER       CSHPST01
003043             MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH                 CSHPST01
003044         ELSE                                                     CSHPST01
003045             IF RECEIVABLE-IS-OPEN                                CSHPST01
003046                 COMPUTE WS-BALANCE-DUE =                         CSHPST01
003047                       BILLED-AMOUNT-RCVB - PAID-AMOUNT-RCVB      CSHPST01
003048                 IF WS-UNAPPLIED-AMOUNT < WS-BALANCE-DUE          CSHPST01
003049                     ADD WS-UNAPPLIED-AMOUNT TO PAID-AMOUNT-RCVB  CSHPST01
003050                     MOVE ZERO TO WS-UNAPPLIED-AMOUNT             CSHPST01
003051                 ELSE                                             CSHPST01
003052                     ADD WS-BALANCE-DUE TO PAID-AMOUNT-RCVB       CSHPST01
003053                     SUBTRACT WS-BALANCE-DUE                      CSHPST01
003054                           FROM WS-UNAPPLIED-AMOUNT               CSHPST01
003055                     MOVE 'P' TO STATUS-RCVB                      CSHPST01
003056                 END-IF                                           CSHPST01
003057                 MOVE WS-RUN-TIMESTAMP TO RCVB-LAST-RUN-MASTER    CSHPST01
003058                 REWRITE RECEIVABLE-MASTER-RECORD                 CSHPST01
003059             END-IF                                               CSHPST01
003060         END-IF                                                   CSHPST01
003061     END-IF.                                                      CSHPST01

003066 B030-WRITE-CASH-POSTING.                                         CSHPST01
003071     MOVE WS-CURRENT-DATE-NUM TO CPT-RUN-DATE.                    CSHPST01
003076     WRITE CASH-POSTING-RECORD.                                   CSHPST01

003081******************************************************************CSHPST01
003082**                                                               *CSHPST01
003083**  THE INSTALLMENTS OF THE POLICY ARE COUNTED BY STATUS BEFORE  *CSHPST01
003084**  THE PAYMENT IS APPLIED.                                      *CSHPST01
003086**                                                               *CSHPST01
003087******************************************************************CSHPST01

003088 B100-SCAN-INSTALLMENTS.                                          CSHPST01
003089     MOVE ZERO TO WS-INSTALLMENTS-FOUND                           CSHPST01
003090                  WS-INSTALLMENTS-OPEN                            CSHPST01
003091                  WS-INSTALLMENTS-LAPSED.                         CSHPST01
003093     PERFORM B110-START-INSTALLMENT-SCAN.                         CSHPST01
003094     PERFORM B101-COUNT-INSTALLMENT                               CSHPST01
003095           UNTIL INSTALLMENT-SCAN-DONE.                           CSHPST01

003096 B101-COUNT-INSTALLMENT.                                          CSHPST01
003097     READ RECEIVABLE-MASTER-FILE NEXT RECORD                      CSHPST01
003098           AT END                                                 CSHPST01
003099              MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH.               CSHPST01
003100     IF INSTALLMENT-SCAN-NOT-DONE                                 CSHPST01
003101         IF POLICY-NUMBER-RCVB NOT = WS-APPLY-POLICY-NUMBER       CSHPST01
003102             MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH                 CSHPST01
003103         ELSE                                                     CSHPST01
003104             ADD 1 TO WS-INSTALLMENTS-FOUND                       CSHPST01
003105             IF RECEIVABLE-IS-LAPSED                              CSHPST01
003106                 ADD 1 TO WS-INSTALLMENTS-LAPSED                  CSHPST01
003107             END-IF                                               CSHPST01
003108             IF RECEIVABLE-IS-OPEN                                CSHPST01
003109                 ADD 1 TO WS-INSTALLMENTS-OPEN                    CSHPST01
003110             END-IF                                               CSHPST01
003113         END-IF                                                   CSHPST01
003114     END-IF.                                                      CSHPST01

003115 B110-START-INSTALLMENT-SCAN.                                     CSHPST01
003116     MOVE 'N' TO WS-RCVB-SCAN-DONE-SWITCH.                        CSHPST01
003117     MOVE WS-APPLY-POLICY-NUMBER TO POLICY-NUMBER-RCVB.           CSHPST01
003118     MOVE ZERO TO INSTALLMENT-NUMBER-RCVB.                        CSHPST01
003119     START RECEIVABLE-MASTER-FILE                                 CSHPST01
003120           KEY IS NOT LESS THAN RECEIVABLE-KEY-RCVB               CSHPST01
003121           INVALID KEY                                            CSHPST01
003122              MOVE 'Y' TO WS-RCVB-SCAN-DONE-SWITCH                CSHPST01
003123     END-START.                                                   CSHPST01

003124 A010-PRINT-RECONCILIATION-TRAILER.                               CSHPST01
003125     MOVE WS-PAYMENTS-READ-COUNT TO WS-TRL-PAYMENTS-READ.         CSHPST01
003126     MOVE WS-PAYMENTS-APPLIED-COUNT TO WS-TRL-PAYMENTS-APPLIED.   CSHPST01
003127     MOVE WS-PAYMENTS-REJECT-COUNT TO WS-TRL-PAYMENTS-REJECT.     CSHPST01
003128     WRITE CASH-REJECT-LINE FROM WS-TRAILER-LINE-1                CSHPST01
003129           AFTER ADVANCING 2 LINES.                               CSHPST01
003130     MOVE WS-CASH-APPLIED-TOTAL TO WS-TRL-CASH-APPLIED.           CSHPST01
003131     WRITE CASH-REJECT-LINE FROM WS-TRAILER-LINE-2                CSHPST01
003132           AFTER ADVANCING 1 LINES.                               CSHPST01
003133     MOVE WS-PAYMENTS-SUSPENDED-COUNT                             CSHPST01
003134           TO WS-TRL-PAYMENTS-SUSPENDED.                          CSHPST01
003135     MOVE WS-CASH-SUSPENDED-TOTAL TO WS-TRL-CASH-SUSPENDED.       CSHPST01
003136     WRITE CASH-REJECT-LINE FROM WS-TRAILER-LINE-3                CSHPST01
003137           AFTER ADVANCING 1 LINES.                               CSHPST01
003138     MOVE WS-SUSPENSE-REAPPLIED-COUNT                             CSHPST01
003139           TO WS-TRL-SUSPENSE-REAPPLIED.                          CSHPST01
003140     MOVE WS-CASH-REAPPLIED-TOTAL TO WS-TRL-CASH-REAPPLIED.       CSHPST01
003141     WRITE CASH-REJECT-LINE FROM WS-TRAILER-LINE-4                CSHPST01
003142           AFTER ADVANCING 1 LINES.                               CSHPST01

003143 C010-OPEN-RECEIVABLE-FILE.                                       CSHPST01
003144     OPEN I-O RECEIVABLE-MASTER-FILE.                             CSHPST01
003150     IF WS-RCVB-MASTER-STATUS NOT = '00'                          CSHPST01
003160         DISPLAY 'UNABLE TO OPEN RECEIVABLE-MASTER-FILE - '       CSHPST01
003170               'STATUS ' WS-RCVB-MASTER-STATUS                    CSHPST01
003190         STOP RUN                                                 CSHPST01
003200     END-IF.                                                      CSHPST01

003210******************************************************************CSHPST01
003220**                                                               *CSHPST01
003230**  THE CASH POSTING EXTRACT ACCUMULATES FROM RUN TO RUN - EACH  *CSHPST01
003240**  RECORD CARRIES THE RUN DATE SO THE GENERAL LEDGER INTERFACE  *CSHPST01
003246**  PICKS UP ONLY THE BUSINESS DATE IT IS JOURNALING.  POSTING   *CSHPST01
003252**  CODE A IS CASH APPLIED TO A RECEIVABLE, S IS CASH PARKED ON  *CSHPST01
003258**  THE SUSPENSE FILE AND R IS SUSPENSE CASH RE-APPLIED TO A     *CSHPST01
003264**  RECEIVABLE.  THE SUSPENSE REPORT ADDS CODE F FOR REFUNDS.    *CSHPST01
003270**                                                               *CSHPST01
003280******************************************************************CSHPST01

003290 C011-OPEN-CASH-POSTING-FILE.                                     CSHPST01
003300     OPEN EXTEND CASH-POSTING-FILE.                               CSHPST01
003310     IF WS-POSTING-FILE-STATUS = '35'                             CSHPST01
003320         OPEN OUTPUT CASH-POSTING-FILE                            CSHPST01
003330     END-IF.                                                      CSHPST01
003340     IF WS-POSTING-FILE-STATUS NOT = '00'                         CSHPST01
003350         DISPLAY 'UNABLE TO OPEN CASH-POSTING-FILE - STATUS '     CSHPST01
003360               WS-POSTING-FILE-STATUS                             CSHPST01
003370         MOVE 16 TO RETURN-CODE                                   CSHPST01
003380         STOP RUN                                                 CSHPST01
003390     END-IF.                                                      CSHPST01

003400 C012-OPEN-SUSPENSE-FILE.                                         CSHPST01
003410     OPEN I-O SUSPENSE-MASTER-FILE.                               CSHPST01
003420     IF WS-SUSP-MASTER-STATUS = '35'                              CSHPST01
003430         OPEN OUTPUT SUSPENSE-MASTER-FILE                         CSHPST01
003440         CLOSE SUSPENSE-MASTER-FILE                               CSHPST01
003450         OPEN I-O SUSPENSE-MASTER-FILE                            CSHPST01
003460     END-IF.                                                      CSHPST01
003470     IF WS-SUSP-MASTER-STATUS NOT = '00'                          CSHPST01
003480         DISPLAY 'UNABLE TO OPEN SUSPENSE-MASTER-FILE - STATUS '  CSHPST01
003490               WS-SUSP-MASTER-STATUS                              CSHPST01
003500         MOVE 16 TO RETURN-CODE                                   CSHPST01
003510         STOP RUN                                                 CSHPST01
003520     END-IF.                                                      CSHPST01

003530******************************************************************CSHPST01
003540**                                                               *CSHPST01
003550**  A SUSPENSE ITEM IS KEYED BY POLICY, RECEIPT DATE AND THE     *CSHPST01
003560**  NEXT FREE SEQUENCE NUMBER FOR THAT POLICY AND DAY.           *CSHPST01
003570**                                                               *CSHPST01
003580******************************************************************CSHPST01

003590 B200-WRITE-SUSPENSE-ITEM.                                        CSHPST01
003600     MOVE POLICY-NUMBER-CASH TO POLICY-NUMBER-SUSP.               CSHPST01
003610     MOVE PAYMENT-DATE-CASH TO RECEIPT-DATE-SUSP.                 CSHPST01
003620     MOVE ZERO TO SEQUENCE-NUMBER-SUSP.                           CSHPST01
003630     MOVE WS-SUSPENSE-REASON TO REASON-CODE-SUSP.                 CSHPST01
003640     MOVE WS-SUSPENSE-AMOUNT TO ORIGINAL-AMOUNT-SUSP              CSHPST01
003650                                OPEN-AMOUNT-SUSP.                 CSHPST01
003660     MOVE WS-CURRENT-DATE-NUM TO SUSPENDED-DATE-SUSP.             CSHPST01
003670     MOVE 'O' TO STATUS-SUSP.                                     CSHPST01
003680     MOVE ZERO TO RESOLVED-DATE-SUSP.                             CSHPST01
003690     MOVE WS-RUN-TIMESTAMP TO SUSP-LAST-RUN-MASTER.               CSHPST01
003700     MOVE 'N' TO WS-SUSPENSE-WRITTEN-SWITCH.                      CSHPST01
003710     PERFORM B210-WRITE-NEXT-SEQUENCE                             CSHPST01
003720           UNTIL SUSPENSE-ITEM-WRITTEN.                           CSHPST01

003730 B210-WRITE-NEXT-SEQUENCE.                                        CSHPST01
003740     IF SEQUENCE-NUMBER-SUSP = 999                                CSHPST01
003750         DISPLAY 'SUSPENSE SEQUENCE EXHAUSTED FOR POLICY '        CSHPST01
003760               POLICY-NUMBER-SUSP ' DATE ' RECEIPT-DATE-SUSP      CSHPST01
003770         MOVE 16 TO RETURN-CODE                                   CSHPST01
003780         STOP RUN                                                 CSHPST01
003790     END-IF.                                                      CSHPST01
003800     ADD 1 TO SEQUENCE-NUMBER-SUSP.                               CSHPST01
003810     WRITE SUSPENSE-MASTER-RECORD                                 CSHPST01
003820           INVALID KEY                                            CSHPST01
003830              MOVE 'N' TO WS-SUSPENSE-WRITTEN-SWITCH              CSHPST01
003840           NOT INVALID KEY                                        CSHPST01
003850              MOVE 'Y' TO WS-SUSPENSE-WRITTEN-SWITCH              CSHPST01
003860     END-WRITE.                                                   CSHPST01

003870******************************************************************CSHPST01
003880**                                                               *CSHPST01
003890**  BEFORE THE FEED IS READ EVERY OPEN SUSPENSE ITEM IS RETRIED. *CSHPST01
003900**  AN ITEM WHOSE POLICY NOW HAS AN OPEN INSTALLMENT IS APPLIED  *CSHPST01
003910**  OLDEST INSTALLMENT FIRST.  WHATEVER IS LEFT STAYS OPEN ON    *CSHPST01
003920**  THE SUSPENSE FILE - AN ITEM FULLY USED IS MARKED APPLIED.    *CSHPST01
003930**                                                               *CSHPST01
003940******************************************************************CSHPST01

003950 B300-RETRY-SUSPENSE-ITEMS.                                       CSHPST01
003960     MOVE LOW-VALUES TO SUSPENSE-KEY-SUSP.                        CSHPST01
003970     START SUSPENSE-MASTER-FILE                                   CSHPST01
003980           KEY IS NOT LESS THAN SUSPENSE-KEY-SUSP                 CSHPST01
003990           INVALID KEY                                            CSHPST01
004000              MOVE 'NO ' TO ARE-THERE-MORE-SUSPENSE               CSHPST01
004010     END-START.                                                   CSHPST01
004020     PERFORM B302-READ-SUSPENSE-NEXT.                             CSHPST01
004030     PERFORM B301-RETRY-SUSPENSE-ITEM                             CSHPST01
004040           UNTIL ARE-THERE-MORE-SUSPENSE = 'NO '.                 CSHPST01

004050 B301-RETRY-SUSPENSE-ITEM.                                        CSHPST01
004060     IF SUSPENSE-IS-OPEN                                          CSHPST01
004070         MOVE POLICY-NUMBER-SUSP TO WS-APPLY-POLICY-NUMBER        CSHPST01
004080         PERFORM B100-SCAN-INSTALLMENTS                           CSHPST01
004090         IF WS-INSTALLMENTS-OPEN > ZERO                           CSHPST01
004100             PERFORM B310-REAPPLY-SUSPENSE-ITEM                   CSHPST01
004110         END-IF                                                   CSHPST01
004120     END-IF.                                                      CSHPST01
004130     PERFORM B302-READ-SUSPENSE-NEXT.                             CSHPST01

004140 B302-READ-SUSPENSE-NEXT.                                         CSHPST01
004150     IF ARE-THERE-MORE-SUSPENSE = 'YES'                           CSHPST01
004160         READ SUSPENSE-MASTER-FILE NEXT RECORD                    CSHPST01
004170               AT END                                             CSHPST01
004180                  MOVE 'NO ' TO ARE-THERE-MORE-SUSPENSE           CSHPST01
004190         END-READ                                                 CSHPST01
004200     END-IF.                                                      CSHPST01

004210 B310-REAPPLY-SUSPENSE-ITEM.                                      CSHPST01
004220     MOVE OPEN-AMOUNT-SUSP TO WS-UNAPPLIED-AMOUNT.                CSHPST01
004230     PERFORM B110-START-INSTALLMENT-SCAN.                         CSHPST01
004240     PERFORM B010-APPLY-TO-INSTALLMENT                            CSHPST01
004250           UNTIL INSTALLMENT-SCAN-DONE                            CSHPST01
004260              OR WS-UNAPPLIED-AMOUNT = ZERO.                      CSHPST01
004270     SUBTRACT WS-UNAPPLIED-AMOUNT FROM OPEN-AMOUNT-SUSP           CSHPST01
004280           GIVING WS-APPLIED-AMOUNT.                              CSHPST01
004290     IF WS-APPLIED-AMOUNT > ZERO                                  CSHPST01
004300         MOVE WS-UNAPPLIED-AMOUNT TO OPEN-AMOUNT-SUSP             CSHPST01
004310         IF OPEN-AMOUNT-SUSP = ZERO                               CSHPST01
004320             MOVE 'A' TO STATUS-SUSP                              CSHPST01
004330             MOVE WS-CURRENT-DATE-NUM TO RESOLVED-DATE-SUSP       CSHPST01
004340         END-IF                                                   CSHPST01
004350         MOVE WS-RUN-TIMESTAMP TO SUSP-LAST-RUN-MASTER            CSHPST01
004360         REWRITE SUSPENSE-MASTER-RECORD                           CSHPST01
004370         ADD 1 TO WS-SUSPENSE-REAPPLIED-COUNT                     CSHPST01
004380         ADD WS-APPLIED-AMOUNT TO WS-CASH-REAPPLIED-TOTAL         CSHPST01
004390         MOVE SPACES TO CASH-REJECT-LINE                          CSHPST01
004400         MOVE POLICY-NUMBER-SUSP TO REJ-POLICY-NUMBER             CSHPST01
004410         MOVE WS-APPLIED-AMOUNT TO REJ-PAYMENT-AMOUNT             CSHPST01
004420         MOVE 'SUSPENSE RE-APPLIED' TO REJ-MESSAGE                CSHPST01
004430         WRITE CASH-REJECT-LINE                                   CSHPST01
004440               AFTER ADVANCING 1 LINES                            CSHPST01
004450         MOVE POLICY-NUMBER-SUSP TO CPT-POLICY-NUMBER             CSHPST01
004460         MOVE RECEIPT-DATE-SUSP TO CPT-PAYMENT-DATE               CSHPST01
004470         MOVE WS-APPLIED-AMOUNT TO CPT-POSTED-AMOUNT              CSHPST01
004480         MOVE 'R' TO CPT-POSTING-CODE                             CSHPST01
004490         PERFORM B030-WRITE-CASH-POSTING                          CSHPST01
004500     END-IF.                                                      CSHPST01

