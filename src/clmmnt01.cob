001220**                     IMAGE OF EVERY APPLIED CHANGE TO THE      *CLMMNT01
001230**                     CLAIM AUDIT FILE.  CLOSING OR DENYING A   *CLMMNT01
001240**                     CLAIM TAKES DOWN ITS RESERVE.             *CLMMNT01
001241**    2026-10-06  MM   PAYMENT TRANSACTIONS CARRY THE PAYEE      *CLMMNT01
001242**                     NAME, ADDRESS AND PAYMENT METHOD.  EACH   *CLMMNT01
001243**                     PAYMENT IS GIVEN THE NEXT CHECK NUMBER    *CLMMNT01
001244**                     AND WRITTEN TO THE CLAIM PAYMENT FILE,    *CLMMNT01
001245**                     THE NUMBERED CHECK REGISTER AND, FOR      *CLMMNT01
001246**                     CHECKS, THE BANK POSITIVE PAY ISSUE FILE. *CLMMNT01
001247**                     A NEW VOID AND STOP PAY TRANSACTION       *CLMMNT01
001248**                     REVERSES THE PAID TO DATE WITH AUDIT AND  *CLMMNT01
001249**                     REPORTS THE VOID TO THE BANK.             *CLMMNT01
001251**    2026-10-15  MM   THE CLAIM PAYMENT RECORD CARRIES THE      *CLMMNT01
001253**                     AMOUNT THE PAYMENT TOOK OFF THE RESERVE,  *CLMMNT01
001255**                     AND A VOID OR STOP PAY PUTS BACK ONLY     *CLMMNT01
001257**                     THAT AMOUNT.                              *CLMMNT01
001259**                                                               *CLMMNT01
001260******************************************************************CLMMNT01

001270 ENVIRONMENT DIVISION.                                            CLMMNT01
001480         ORGANIZATION IS LINE SEQUENTIAL                          CLMMNT01
001490         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     CLMMNT01

001491     SELECT CLAIM-PAYMENT-FILE                                    CLMMNT01
001492         ASSIGN TO UT-S-CLMPAYM                                   CLMMNT01
001493         ORGANIZATION IS INDEXED                                  CLMMNT01
001494         ACCESS MODE IS DYNAMIC                                   CLMMNT01
001495         RECORD KEY IS CHECK-NUMBER-PAY                           CLMMNT01
001496         FILE STATUS IS WS-PAYMENT-FILE-STATUS.                   CLMMNT01

001497     SELECT POSITIVE-PAY-FILE                                     CLMMNT01
001498         ASSIGN TO UT-S-CLMPPAY                                   CLMMNT01
001499         ORGANIZATION IS LINE SEQUENTIAL                          CLMMNT01
001500         FILE STATUS IS WS-POSITIVE-PAY-STATUS.                   CLMMNT01

001501     SELECT CHECK-REGISTER-FILE                                   CLMMNT01
001502         ASSIGN TO UT-S-CHKREG                                    CLMMNT01
001503         ORGANIZATION IS LINE SEQUENTIAL.                         CLMMNT01

001504 DATA DIVISION.                                                   CLMMNT01

001510 FILE SECTION.                                                    CLMMNT01

001520 FD  CLAIM-TRANS-FILE                                             CLMMNT01
001530     RECORD CONTAINS 122 CHARACTERS                               CLMMNT01
001540     LABEL RECORDS ARE STANDARD                                   CLMMNT01
001550     DATA RECORD IS CLAIM-TRANS-RECORD.                           CLMMNT01
001560 01  CLAIM-TRANS-RECORD.                                          CLMMNT01
001570     05  CLAIM-TRANS-CODE        PICTURE X(01).                   CLMMNT01
001580         88  STATUS-TRANSACTION         VALUE 'S'.                CLMMNT01
001590         88  RESERVE-TRANSACTION        VALUE 'R'.                CLMMNT01
001597         88  PAYMENT-TRANSACTION        VALUE 'P'.                CLMMNT01
001604         88  VOID-TRANSACTION           VALUE 'V'.                CLMMNT01
001611         88  VALID-CLAIM-TRANS-CODE     VALUE 'S' 'R' 'P' 'V'.    CLMMNT01
001620     05  CLAIM-NUMBER-TRANS      PICTURE X(10).                   CLMMNT01
001630     05  CLAIM-STATUS-TRANS      PICTURE X(01).                   CLMMNT01
001640         88  VALID-STATUS-TRANS         VALUE 'O' 'C' 'D' 'R'.    CLMMNT01
001650     05  CLAIM-AMOUNT-TRANS      PICTURE 9(07)V99.                CLMMNT01
001651     05  PAYEE-NAME-TRANS        PICTURE X(30).                   CLMMNT01
001652     05  PAYEE-STREET-TRANS      PICTURE X(30).                   CLMMNT01
001653     05  PAYEE-CITY-TRANS        PICTURE X(20).                   CLMMNT01
001654     05  PAYEE-STATE-TRANS       PICTURE X(02).                   CLMMNT01
001655     05  PAYEE-ZIP-TRANS         PICTURE X(09).                   CLMMNT01
001656     05  PAYMENT-METHOD-TRANS    PICTURE X(01).                   CLMMNT01
001657         88  CHECK-PAYMENT-METHOD       VALUE 'C'.                CLMMNT01
001658         88  VALID-PAYMENT-METHOD       VALUE 'C' 'E'.            CLMMNT01
001659     05  VOID-CHECK-NUMBER-TRANS PICTURE 9(08).                   CLMMNT01
001660     05  VOID-TYPE-TRANS         PICTURE X(01).                   CLMMNT01
001661         88  VALID-VOID-TYPE            VALUE 'V' 'S'.            CLMMNT01

001662 FD  CLAIMS-MASTER-FILE                                           CLMMNT01
001670     LABEL RECORDS ARE STANDARD.                                  CLMMNT01
001680     COPY CLMMAST.                                                CLMMNT01

001890     05  AUDIT-BEFORE-IMAGE      PICTURE X(72).                   CLMMNT01
001900     05  AUDIT-AFTER-IMAGE       PICTURE X(72).                   CLMMNT01

001901 FD  CLAIM-PAYMENT-FILE                                           CLMMNT01
001902     LABEL RECORDS ARE STANDARD.                                  CLMMNT01
001903     COPY CLMPAY.                                                 CLMMNT01

001904 FD  POSITIVE-PAY-FILE                                            CLMMNT01
001905     RECORD CONTAINS 66 CHARACTERS                                CLMMNT01
001906     LABEL RECORDS ARE STANDARD                                   CLMMNT01
001907     DATA RECORD IS POSITIVE-PAY-RECORD.                          CLMMNT01
001908 01  POSITIVE-PAY-RECORD.                                         CLMMNT01
001909     05  PPY-ISSUE-CODE          PICTURE X(01).                   CLMMNT01
001910     05  PPY-CHECK-NUMBER        PICTURE 9(08).                   CLMMNT01
001911     05  PPY-ISSUE-DATE          PICTURE 9(08).                   CLMMNT01
001912     05  PPY-CHECK-AMOUNT        PICTURE 9(07)V99.                CLMMNT01
001913     05  PPY-PAYEE-NAME          PICTURE X(30).                   CLMMNT01
001914     05  PPY-CLAIM-NUMBER        PICTURE X(10).                   CLMMNT01

001915 FD  CHECK-REGISTER-FILE                                          CLMMNT01
001916     RECORD CONTAINS 133 CHARACTERS                               CLMMNT01
001917     LABEL RECORDS ARE OMITTED                                    CLMMNT01
001918     DATA RECORD IS CHECK-REGISTER-LINE.                          CLMMNT01
001919 01  CHECK-REGISTER-LINE.                                         CLMMNT01
001920     05  CARRIAGE-CONTROL        PICTURE X.                       CLMMNT01
001921     05  FILLER                  PICTURE X(132).                  CLMMNT01

001922 WORKING-STORAGE SECTION.                                         CLMMNT01

001923 01  PROGRAM-INDICATORS.                                          CLMMNT01
001930     05  ARE-THERE-MORE-TRANS    PICTURE X(3) VALUE 'YES'.        CLMMNT01
001935     05  ARE-THERE-MORE-PAYMENTS PICTURE X(3) VALUE 'YES'.        CLMMNT01

001940 01  WS-MASTER-FILE-FIELDS.                                       CLMMNT01
001950     05  WS-TRANS-FILE-STATUS    PICTURE X(02) VALUE SPACES.      CLMMNT01
002020         88  TRANS-EDIT-PASSED          VALUE 'Y'.                CLMMNT01
002030         88  TRANS-EDIT-FAILED          VALUE 'N'.                CLMMNT01
002040     05  WS-ERROR-MESSAGE        PICTURE X(30) VALUE SPACES.      CLMMNT01
002041     05  WS-PAYMENT-FILE-STATUS  PICTURE X(02) VALUE SPACES.      CLMMNT01
002042     05  WS-POSITIVE-PAY-STATUS  PICTURE X(02) VALUE SPACES.      CLMMNT01
002043     05  WS-PAYMENT-FOUND-SWITCH PICTURE X(01) VALUE 'N'.         CLMMNT01
002044         88  PAYMENT-RECORD-FOUND       VALUE 'Y'.                CLMMNT01
002045         88  PAYMENT-RECORD-NOT-FOUND   VALUE 'N'.                CLMMNT01
002046     05  WS-LAST-CHECK-NUMBER    PICTURE 9(08) VALUE ZERO.        CLMMNT01
002047     05  WS-RESERVE-TAKEN        PICTURE 9(07)V99 VALUE ZERO.     CLMMNT01

002050 01  WS-RECONCILIATION-COUNTS.                                    CLMMNT01
002060     05  WS-TRANS-READ-COUNT     PICTURE 9(07) COMP VALUE ZERO.   CLMMNT01
002070     05  WS-TRANS-APPLIED-COUNT  PICTURE 9(07) COMP VALUE ZERO.   CLMMNT01
002080     05  WS-TRANS-REJECTED-COUNT PICTURE 9(07) COMP VALUE ZERO.   CLMMNT01
002081     05  WS-CHECKS-ISSUED-COUNT  PICTURE 9(07) COMP VALUE ZERO.   CLMMNT01
002082     05  WS-CHECKS-ISSUED-TOTAL  PICTURE 9(11)V99 VALUE ZERO.     CLMMNT01
002083     05  WS-EFT-ISSUED-COUNT     PICTURE 9(07) COMP VALUE ZERO.   CLMMNT01
002084     05  WS-EFT-ISSUED-TOTAL     PICTURE 9(11)V99 VALUE ZERO.     CLMMNT01
002085     05  WS-PAYMENTS-VOIDED-COUNT                                 CLMMNT01
002086                                 PICTURE 9(07) COMP VALUE ZERO.   CLMMNT01
002087     05  WS-PAYMENTS-VOIDED-TOTAL                                 CLMMNT01
002088                                 PICTURE 9(11)V99 VALUE ZERO.     CLMMNT01

002090 01  WS-RUN-DATE-FIELDS.                                          CLMMNT01
002100     05  WS-CURRENT-DATE.                                         CLMMNT01
002110         10  WS-CUR-CCYY         PICTURE 9(04).                   CLMMNT01
002120         10  WS-CUR-MM           PICTURE 9(02).                   CLMMNT01
002130         10  WS-CUR-DD           PICTURE 9(02).                   CLMMNT01
002132     05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE            CLMMNT01
002134                                 PICTURE 9(08).                   CLMMNT01
002136     05  WS-CURRENT-DATE-EDIT    PICTURE X(10).                   CLMMNT01
002140     05  WS-CURRENT-TIME         PICTURE 9(08).                   CLMMNT01
002150     05  WS-RUN-TIMESTAMP        PICTURE 9(14) VALUE ZERO.        CLMMNT01

002260                                 VALUE 'TRANS REJECTED:     '.    CLMMNT01
002270     05  WS-TRL-TRANS-REJECTED   PICTURE ZZZ,ZZ9.                 CLMMNT01

002271 01  WS-PAGE-CONTROL.                                             CLMMNT01
002272     05  WS-PAGE-NUMBER          PICTURE 9(05) COMP VALUE ZERO.   CLMMNT01
002273     05  WS-LINE-COUNT           PICTURE 9(03) COMP VALUE 999.    CLMMNT01
002274     05  WS-MAX-LINES-PER-PAGE   PICTURE 9(03) VALUE 050.         CLMMNT01

002275 01  WS-REGISTER-HEADING-1.                                       CLMMNT01
002276     05  FILLER                  PICTURE X(10)                    CLMMNT01
002277                                 VALUE 'RUN DATE: '.              CLMMNT01
002278     05  WS-HDR-RUN-DATE         PICTURE X(10).                   CLMMNT01
002279     05  FILLER                  PICTURE X(12) VALUE SPACES.      CLMMNT01
002280     05  FILLER                  PICTURE X(28)                    CLMMNT01
002281                     VALUE 'CLAIM PAYMENT CHECK REGISTER'.        CLMMNT01
002282     05  FILLER                  PICTURE X(13) VALUE SPACES.      CLMMNT01
002283     05  FILLER                  PICTURE X(06) VALUE 'PAGE: '.    CLMMNT01
002284     05  WS-HDR-PAGE-NUMBER      PICTURE ZZZZ9.                   CLMMNT01

002285 01  WS-REGISTER-HEADING-2.                                       CLMMNT01
002286     05  FILLER                  PICTURE X(01) VALUE SPACE.       CLMMNT01
002287     05  FILLER                  PICTURE X(08) VALUE 'CHECK NO'.  CLMMNT01
002288     05  FILLER                  PICTURE X(02) VALUE SPACES.      CLMMNT01
002289     05  FILLER                  PICTURE X(06) VALUE 'ACTION'.    CLMMNT01
002290     05  FILLER                  PICTURE X(04) VALUE SPACES.      CLMMNT01
002291     05  FILLER                  PICTURE X(06) VALUE 'METHOD'.    CLMMNT01
002292     05  FILLER                  PICTURE X(01) VALUE SPACE.       CLMMNT01
002293     05  FILLER                  PICTURE X(08) VALUE 'CLAIM NO'.  CLMMNT01
002294     05  FILLER                  PICTURE X(04) VALUE SPACES.      CLMMNT01
002295     05  FILLER                  PICTURE X(13)                    CLMMNT01
002296                                 VALUE 'POLICY NUMBER'.           CLMMNT01
002297     05  FILLER                  PICTURE X(01) VALUE SPACE.       CLMMNT01
002298     05  FILLER                  PICTURE X(05) VALUE 'PAYEE'.     CLMMNT01
002299     05  FILLER                  PICTURE X(33) VALUE SPACES.      CLMMNT01
002300     05  FILLER                  PICTURE X(06) VALUE 'AMOUNT'.    CLMMNT01

002301 01  WS-REGISTER-DETAIL-LINE.                                     CLMMNT01
002302     05  FILLER                  PICTURE X(01) VALUE SPACE.       CLMMNT01
002303     05  WS-REG-CHECK-NUMBER     PICTURE 9(08).                   CLMMNT01
002304     05  FILLER                  PICTURE X(02) VALUE SPACES.      CLMMNT01
002305     05  WS-REG-ACTION           PICTURE X(08).                   CLMMNT01
002306     05  FILLER                  PICTURE X(02) VALUE SPACES.      CLMMNT01
002307     05  WS-REG-METHOD           PICTURE X(05).                   CLMMNT01
002308     05  FILLER                  PICTURE X(02) VALUE SPACES.      CLMMNT01
002309     05  WS-REG-CLAIM-NUMBER     PICTURE X(10).                   CLMMNT01
002310     05  FILLER                  PICTURE X(02) VALUE SPACES.      CLMMNT01
002311     05  WS-REG-POLICY-NUMBER    PICTURE X(12).                   CLMMNT01
002312     05  FILLER                  PICTURE X(02) VALUE SPACES.      CLMMNT01
002313     05  WS-REG-PAYEE-NAME       PICTURE X(30).                   CLMMNT01
002314     05  FILLER                  PICTURE X(02) VALUE SPACES.      CLMMNT01
002315     05  WS-REG-AMOUNT           PICTURE Z,ZZZ,ZZ9.99.            CLMMNT01

002316 01  WS-REGISTER-TRAILER-1.                                       CLMMNT01
002317     05  FILLER                  PICTURE X(20)                    CLMMNT01
002318                                 VALUE 'CHECKS ISSUED:      '.    CLMMNT01
002319     05  WS-TRL-CHECKS-ISSUED    PICTURE ZZZ,ZZ9.                 CLMMNT01
002320     05  FILLER                  PICTURE X(04) VALUE SPACES.      CLMMNT01
002321     05  FILLER                  PICTURE X(20)                    CLMMNT01
002322                                 VALUE 'CHECK AMOUNT:       '.    CLMMNT01
002323     05  WS-TRL-CHECKS-TOTAL     PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       CLMMNT01

002324 01  WS-REGISTER-TRAILER-2.                                       CLMMNT01
002325     05  FILLER                  PICTURE X(20)                    CLMMNT01
002326                                 VALUE 'EFT ISSUED:         '.    CLMMNT01
002327     05  WS-TRL-EFT-ISSUED       PICTURE ZZZ,ZZ9.                 CLMMNT01
002328     05  FILLER                  PICTURE X(04) VALUE SPACES.      CLMMNT01
002329     05  FILLER                  PICTURE X(20)                    CLMMNT01
002330                                 VALUE 'EFT AMOUNT:         '.    CLMMNT01
002331     05  WS-TRL-EFT-TOTAL        PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       CLMMNT01

002332 01  WS-REGISTER-TRAILER-3.                                       CLMMNT01
002333     05  FILLER                  PICTURE X(20)                    CLMMNT01
002334                                 VALUE 'VOIDS AND STOPS:    '.    CLMMNT01
002335     05  WS-TRL-PAYMENTS-VOIDED  PICTURE ZZZ,ZZ9.                 CLMMNT01
002336     05  FILLER                  PICTURE X(04) VALUE SPACES.      CLMMNT01
002337     05  FILLER                  PICTURE X(20)                    CLMMNT01
002338                                 VALUE 'AMOUNT REVERSED:    '.    CLMMNT01
002339     05  WS-TRL-VOIDED-TOTAL     PICTURE ZZ,ZZZ,ZZZ,ZZ9.99.       CLMMNT01

002340 PROCEDURE DIVISION.                                              CLMMNT01

002341******************************************************************CLMMNT01
002342**                                                               *CLMMNT01
002343**  THIS PROGRAM READS THE CLAIM TRANSACTION FILE AND APPLIES    *CLMMNT01
002344**  STATUS CHANGE, RESERVE ADJUSTMENT AND PAYMENT POSTING        *CLMMNT01
002345**  TRANSACTIONS TO THE CLAIMS MASTER FILE.  INVALID             *CLMMNT01
002346**  TRANSACTIONS ARE REJECTED TO THE ERROR LISTING WITH A        *CLMMNT01
002350**  SPECIFIC REASON.  EVERY APPLIED CHANGE WRITES A BEFORE AND   *CLMMNT01
002355**  AFTER IMAGE TO THE CLAIM AUDIT FILE.  A PAYMENT IS ISSUED    *CLMMNT01
002360**  UNDER THE NEXT CHECK NUMBER TO THE CLAIM PAYMENT FILE, THE   *CLMMNT01
002365**  CHECK REGISTER AND THE POSITIVE PAY FILE, AND A VOID OR STOP *CLMMNT01
002370**  PAY REVERSES AN ISSUED PAYMENT.  IT IS ENTERED FROM THE      *CLMMNT01
002375**  OPERATING SYSTEM AND EXITS TO THE OPERATING SYSTEM.          *CLMMNT01
002380**                                                               *CLMMNT01
002390******************************************************************CLMMNT01

002470     END-IF.                                                      CLMMNT01
002480     PERFORM C010-OPEN-CLAIMS-MASTER-FILE.                        CLMMNT01
002490     PERFORM C013-OPEN-CLAIM-AUDIT-FILE.                          CLMMNT01
002493     PERFORM C014-OPEN-CLAIM-PAYMENT-FILE.                        CLMMNT01
002496     PERFORM C015-OPEN-POSITIVE-PAY-FILE.                         CLMMNT01
002500     OPEN OUTPUT CLAIM-ERROR-FILE.                                CLMMNT01
002505     OPEN OUTPUT CHECK-REGISTER-FILE.                             CLMMNT01
002510     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   CLMMNT01
002520     ACCEPT WS-CURRENT-TIME FROM TIME.                            CLMMNT01
002530     STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)                 CLMMNT01
002540           DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.               CLMMNT01
002542     STRING WS-CUR-MM '/' WS-CUR-DD '/' WS-CUR-CCYY               CLMMNT01
002544           DELIMITED BY SIZE INTO WS-CURRENT-DATE-EDIT.           CLMMNT01
002546     PERFORM B510-FIND-LAST-CHECK-NUMBER.                         CLMMNT01
002550     PERFORM A002-READ-TRANS-RECORD.                              CLMMNT01
002560     PERFORM A001-PROCESS-TRANSACTION                             CLMMNT01
002570           UNTIL ARE-THERE-MORE-TRANS = 'NO '.                    CLMMNT01
002590     CLOSE CLAIM-TRANS-FILE                                       CLMMNT01
002600           CLAIMS-MASTER-FILE                                     CLMMNT01
002610           CLAIM-ERROR-FILE                                       CLMMNT01
002614           CLAIM-AUDIT-FILE                                       CLMMNT01
002618           CLAIM-PAYMENT-FILE                                     CLMMNT01
002622           POSITIVE-PAY-FILE                                      CLMMNT01
002626           CHECK-REGISTER-FILE.                                   CLMMNT01
002630     STOP RUN.                                                    CLMMNT01

002640 A001-PROCESS-TRANSACTION.                                        CLMMNT01
002740                 IF RESERVE-TRANSACTION                           CLMMNT01
002750                     PERFORM B200-APPLY-RESERVE-ADJUSTMENT        CLMMNT01
002760                 ELSE                                             CLMMNT01
002763                     IF PAYMENT-TRANSACTION                       CLMMNT01
002766                         PERFORM B300-APPLY-PAYMENT-POSTING       CLMMNT01
002769                     ELSE                                         CLMMNT01
002772                         PERFORM B500-APPLY-VOID-STOP-PAY         CLMMNT01
002775                     END-IF                                       CLMMNT01
002780                 END-IF                                           CLMMNT01
002790             END-IF                                               CLMMNT01
002800         END-IF                                                   CLMMNT01
003100     MOVE WS-TRANS-REJECTED-COUNT TO WS-TRL-TRANS-REJECTED.       CLMMNT01
003110     WRITE CLAIM-ERROR-LINE FROM WS-TRAILER-LINE-1                CLMMNT01
003120           AFTER ADVANCING 2 LINES.                               CLMMNT01
003121     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    CLMMNT01
003122         PERFORM C003-PRINT-REGISTER-HEADERS                      CLMMNT01
003123     END-IF.                                                      CLMMNT01
003124     MOVE WS-CHECKS-ISSUED-COUNT TO WS-TRL-CHECKS-ISSUED.         CLMMNT01
003125     MOVE WS-CHECKS-ISSUED-TOTAL TO WS-TRL-CHECKS-TOTAL.          CLMMNT01
003126     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-TRAILER-1         CLMMNT01
003127           AFTER ADVANCING 2 LINES.                               CLMMNT01
003128     MOVE WS-EFT-ISSUED-COUNT TO WS-TRL-EFT-ISSUED.               CLMMNT01
003129     MOVE WS-EFT-ISSUED-TOTAL TO WS-TRL-EFT-TOTAL.                CLMMNT01
003130     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-TRAILER-2         CLMMNT01
003131           AFTER ADVANCING 1 LINES.                               CLMMNT01
003132     MOVE WS-PAYMENTS-VOIDED-COUNT TO WS-TRL-PAYMENTS-VOIDED.     CLMMNT01
003133     MOVE WS-PAYMENTS-VOIDED-TOTAL TO WS-TRL-VOIDED-TOTAL.        CLMMNT01
003134     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-TRAILER-3         CLMMNT01
003135           AFTER ADVANCING 1 LINES.                               CLMMNT01

003136******************************************************************CLMMNT01
003140**                                                               *CLMMNT01
003150**  STATUS CHANGE - THE CLAIM MUST BE ON THE MASTER.  CLOSING    *CLMMNT01
003160**  OR DENYING A CLAIM TAKES THE RESERVE DOWN TO ZERO SO THE     *CLMMNT01
003500**                                                               *CLMMNT01
003510**  PAYMENT POSTING - THE PAYMENT IS ADDED TO PAID TO DATE AND   *CLMMNT01
003520**  THE RESERVE IS DRAWN DOWN BY THE SAME AMOUNT, NOT BELOW      *CLMMNT01
003530**  ZERO.  THE PAYMENT IS THEN ISSUED TO THE PAYEE, CARRYING THE *CLMMNT01
003535**  AMOUNT ACTUALLY TAKEN OFF THE RESERVE.                       *CLMMNT01
003540**                                                               *CLMMNT01
003550******************************************************************CLMMNT01

003620         MOVE CLAIM-MASTER-RECORD TO AUDIT-BEFORE-IMAGE           CLMMNT01
003630         ADD CLAIM-AMOUNT-TRANS TO CLAIM-PAID-MASTER              CLMMNT01
003640         IF CLAIM-AMOUNT-TRANS > CLAIM-RESERVE-MASTER             CLMMNT01
003645             MOVE CLAIM-RESERVE-MASTER TO WS-RESERVE-TAKEN        CLMMNT01
003650             MOVE ZERO TO CLAIM-RESERVE-MASTER                    CLMMNT01
003660         ELSE                                                     CLMMNT01
003665             MOVE CLAIM-AMOUNT-TRANS TO WS-RESERVE-TAKEN          CLMMNT01
003670             SUBTRACT CLAIM-AMOUNT-TRANS                          CLMMNT01
003680                   FROM CLAIM-RESERVE-MASTER                      CLMMNT01
003690         END-IF                                                   CLMMNT01
003696         PERFORM B900-REWRITE-AND-AUDIT                           CLMMNT01
003702         PERFORM B310-ISSUE-CLAIM-PAYMENT                         CLMMNT01
003710     END-IF.                                                      CLMMNT01

003720******************************************************************CLMMNT01
003800     PERFORM B401-EDIT-CLAIM-NUMBER.                              CLMMNT01
003810     PERFORM B402-EDIT-STATUS-CODE.                               CLMMNT01
003820     PERFORM B403-EDIT-AMOUNT.                                    CLMMNT01
003823     PERFORM B404-EDIT-PAYEE-FIELDS.                              CLMMNT01
003826     PERFORM B405-EDIT-VOID-FIELDS.                               CLMMNT01

003830 B401-EDIT-CLAIM-NUMBER.                                          CLMMNT01
003840     IF TRANS-EDIT-PASSED                                         CLMMNT01
004320         STOP RUN                                                 CLMMNT01
004330     END-IF.                                                      CLMMNT01

004340 C014-OPEN-CLAIM-PAYMENT-FILE.                                    CLMMNT01
004350     OPEN I-O CLAIM-PAYMENT-FILE.                                 CLMMNT01
004360     IF WS-PAYMENT-FILE-STATUS = '35'                             CLMMNT01
004370         OPEN OUTPUT CLAIM-PAYMENT-FILE                           CLMMNT01
004380         CLOSE CLAIM-PAYMENT-FILE                                 CLMMNT01
004390         OPEN I-O CLAIM-PAYMENT-FILE                              CLMMNT01
004400     END-IF.                                                      CLMMNT01
004410     IF WS-PAYMENT-FILE-STATUS NOT = '00'                         CLMMNT01
004420         DISPLAY 'UNABLE TO OPEN CLAIM-PAYMENT-FILE - STATUS '    CLMMNT01
004430               WS-PAYMENT-FILE-STATUS                             CLMMNT01
004440         MOVE 16 TO RETURN-CODE                                   CLMMNT01
004450         STOP RUN                                                 CLMMNT01
004460     END-IF.                                                      CLMMNT01

004470******************************************************************CLMMNT01
004480**                                                               *CLMMNT01
004490**  THE POSITIVE PAY FILE IS BUILT FRESH EACH RUN FOR THAT       *CLMMNT01
004500**  DAY'S TRANSMISSION TO THE BANK.                              *CLMMNT01
004510**                                                               *CLMMNT01
004520******************************************************************CLMMNT01

004530 C015-OPEN-POSITIVE-PAY-FILE.                                     CLMMNT01
004540     OPEN OUTPUT POSITIVE-PAY-FILE.                               CLMMNT01
004550     IF WS-POSITIVE-PAY-STATUS NOT = '00'                         CLMMNT01
004560         DISPLAY 'UNABLE TO OPEN POSITIVE-PAY-FILE - STATUS '     CLMMNT01
004570               WS-POSITIVE-PAY-STATUS                             CLMMNT01
004580         MOVE 16 TO RETURN-CODE                                   CLMMNT01
004590         STOP RUN                                                 CLMMNT01
004600     END-IF.                                                      CLMMNT01

004610 C003-PRINT-REGISTER-HEADERS.                                     CLMMNT01
004620     ADD 1 TO WS-PAGE-NUMBER.                                     CLMMNT01
004630     MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER.                   CLMMNT01
004640     MOVE WS-CURRENT-DATE-EDIT TO WS-HDR-RUN-DATE.                CLMMNT01
004650     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-HEADING-1         CLMMNT01
004660           AFTER ADVANCING PAGE.                                  CLMMNT01
004670     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-HEADING-2         CLMMNT01
004680           AFTER ADVANCING 2 LINES.                               CLMMNT01
004690     MOVE ZERO TO WS-LINE-COUNT.                                  CLMMNT01

004700******************************************************************CLMMNT01
004710**                                                               *CLMMNT01
004720**  PAYEE EDITS - A PAYMENT NEEDS A PAYEE NAME, A PAYMENT METHOD *CLMMNT01
004730**  OF C (CHECK) OR E (ELECTRONIC FUNDS TRANSFER) AND AN AMOUNT. *CLMMNT01
004740**  A CHECK ALSO NEEDS A FULL MAILING ADDRESS.                   *CLMMNT01
004750**                                                               *CLMMNT01
004760******************************************************************CLMMNT01

004770 B404-EDIT-PAYEE-FIELDS.                                          CLMMNT01
004780     IF TRANS-EDIT-PASSED                                         CLMMNT01
004790        AND PAYMENT-TRANSACTION                                   CLMMNT01
004800         IF PAYEE-NAME-TRANS = SPACES                             CLMMNT01
004810             MOVE 'PAYEE NAME MISSING' TO WS-ERROR-MESSAGE        CLMMNT01
004820             PERFORM A003-WRITE-ERROR-LINE                        CLMMNT01
004830         ELSE                                                     CLMMNT01
004840             IF NOT VALID-PAYMENT-METHOD                          CLMMNT01
004850                 MOVE 'INVALID PAYMENT METHOD' TO WS-ERROR-MESSAGECLMMNT01
004860                 PERFORM A003-WRITE-ERROR-LINE                    CLMMNT01
004870             ELSE                                                 CLMMNT01
004880                 IF CLAIM-AMOUNT-TRANS = ZERO                     CLMMNT01
004890                     MOVE 'PAYMENT AMOUNT IS ZERO'                CLMMNT01
004900                           TO WS-ERROR-MESSAGE                    CLMMNT01
004910                     PERFORM A003-WRITE-ERROR-LINE                CLMMNT01
004920                 ELSE                                             CLMMNT01
004930                     IF CHECK-PAYMENT-METHOD                      CLMMNT01
004940                        AND (PAYEE-STREET-TRANS = SPACES          CLMMNT01
004950                             OR PAYEE-CITY-TRANS = SPACES         CLMMNT01
004960                             OR PAYEE-STATE-TRANS = SPACES        CLMMNT01
004970                             OR PAYEE-ZIP-TRANS = SPACES)         CLMMNT01
004980                         MOVE 'PAYEE ADDRESS INCOMPLETE'          CLMMNT01
004990                               TO WS-ERROR-MESSAGE                CLMMNT01
005000                         PERFORM A003-WRITE-ERROR-LINE            CLMMNT01
005010                     END-IF                                       CLMMNT01
005020                 END-IF                                           CLMMNT01
005030             END-IF                                               CLMMNT01
005040         END-IF                                                   CLMMNT01
005050     END-IF.                                                      CLMMNT01

005060******************************************************************CLMMNT01
005070**                                                               *CLMMNT01
005080**  VOID EDITS - A VOID OR STOP PAY NAMES THE CHECK NUMBER AND A *CLMMNT01
005090**  VOID TYPE OF V (VOID) OR S (STOP PAY).                       *CLMMNT01
005100**                                                               *CLMMNT01
005110******************************************************************CLMMNT01

005120 B405-EDIT-VOID-FIELDS.                                           CLMMNT01
005130     IF TRANS-EDIT-PASSED                                         CLMMNT01
005140        AND VOID-TRANSACTION                                      CLMMNT01
005150         IF VOID-CHECK-NUMBER-TRANS NOT NUMERIC                   CLMMNT01
005160            OR VOID-CHECK-NUMBER-TRANS = ZERO                     CLMMNT01
005170             MOVE 'CHECK NUMBER MISSING' TO WS-ERROR-MESSAGE      CLMMNT01
005180             PERFORM A003-WRITE-ERROR-LINE                        CLMMNT01
005190         ELSE                                                     CLMMNT01
005200             IF NOT VALID-VOID-TYPE                               CLMMNT01
005210                 MOVE 'INVALID VOID TYPE' TO WS-ERROR-MESSAGE     CLMMNT01
005220                 PERFORM A003-WRITE-ERROR-LINE                    CLMMNT01
005230             END-IF                                               CLMMNT01
005240         END-IF                                                   CLMMNT01
005250     END-IF.                                                      CLMMNT01

005260******************************************************************CLMMNT01
005270**                                                               *CLMMNT01
005280**  THE PAYMENT IS WRITTEN TO THE CLAIM PAYMENT FILE UNDER THE   *CLMMNT01
005290**  NEXT CHECK NUMBER.  CHECKS GO TO THE POSITIVE PAY FILE AS    *CLMMNT01
005300**  ISSUES; ELECTRONIC PAYMENTS DO NOT.  BOTH ARE LISTED ON THE  *CLMMNT01
005310**  CHECK REGISTER.                                              *CLMMNT01
005320**                                                               *CLMMNT01
005330******************************************************************CLMMNT01

005340 B310-ISSUE-CLAIM-PAYMENT.                                        CLMMNT01
005350     ADD 1 TO WS-LAST-CHECK-NUMBER.                               CLMMNT01
005360     MOVE SPACES TO CLAIM-PAYMENT-RECORD.                         CLMMNT01
005370     MOVE WS-LAST-CHECK-NUMBER TO CHECK-NUMBER-PAY.               CLMMNT01
005380     MOVE CLAIM-NUMBER-MASTER TO CLAIM-NUMBER-PAY.                CLMMNT01
005390     MOVE CLAIM-POLICY-NUMBER-MASTER TO POLICY-NUMBER-PAY.        CLMMNT01
005400     MOVE PAYEE-NAME-TRANS TO PAYEE-NAME-PAY.                     CLMMNT01
005410     MOVE PAYEE-STREET-TRANS TO PAYEE-STREET-PAY.                 CLMMNT01
005420     MOVE PAYEE-CITY-TRANS TO PAYEE-CITY-PAY.                     CLMMNT01
005430     MOVE PAYEE-STATE-TRANS TO PAYEE-STATE-PAY.                   CLMMNT01
005440     MOVE PAYEE-ZIP-TRANS TO PAYEE-ZIP-PAY.                       CLMMNT01
005450     MOVE PAYMENT-METHOD-TRANS TO PAYMENT-METHOD-PAY.             CLMMNT01
005460     MOVE CLAIM-AMOUNT-TRANS TO PAYMENT-AMOUNT-PAY.               CLMMNT01
005465     MOVE WS-RESERVE-TAKEN TO RESERVE-TAKEN-PAY.                  CLMMNT01
005470     MOVE WS-CURRENT-DATE-NUM TO ISSUE-DATE-PAY.                  CLMMNT01
005480     MOVE 'I' TO PAYMENT-STATUS-PAY.                              CLMMNT01
005490     MOVE ZERO TO VOID-DATE-PAY.                                  CLMMNT01
005500     MOVE WS-RUN-TIMESTAMP TO PAY-LAST-RUN-MASTER.                CLMMNT01
005510     WRITE CLAIM-PAYMENT-RECORD                                   CLMMNT01
005520           INVALID KEY                                            CLMMNT01
005530              DISPLAY 'DUPLICATE CHECK NUMBER - '                 CLMMNT01
005540                    CHECK-NUMBER-PAY                              CLMMNT01
005550              MOVE 16 TO RETURN-CODE                              CLMMNT01
005560              STOP RUN                                            CLMMNT01
005570     END-WRITE.                                                   CLMMNT01
005580     IF PAID-BY-CHECK                                             CLMMNT01
005590         MOVE 'I' TO PPY-ISSUE-CODE                               CLMMNT01
005600         PERFORM B540-WRITE-POSITIVE-PAY                          CLMMNT01
005610         ADD 1 TO WS-CHECKS-ISSUED-COUNT                          CLMMNT01
005620         ADD PAYMENT-AMOUNT-PAY TO WS-CHECKS-ISSUED-TOTAL         CLMMNT01
005630     ELSE                                                         CLMMNT01
005640         ADD 1 TO WS-EFT-ISSUED-COUNT                             CLMMNT01
005650         ADD PAYMENT-AMOUNT-PAY TO WS-EFT-ISSUED-TOTAL            CLMMNT01
005660     END-IF.                                                      CLMMNT01
005670     MOVE 'ISSUED' TO WS-REG-ACTION.                              CLMMNT01
005680     PERFORM B530-WRITE-REGISTER-LINE.                            CLMMNT01

005690******************************************************************CLMMNT01
005700**                                                               *CLMMNT01
005710**  VOID OR STOP PAY - THE CHECK MUST BE ON THE CLAIM PAYMENT    *CLMMNT01
005720**  FILE FOR THIS CLAIM AND STILL ISSUED.  THE AMOUNT COMES OFF  *CLMMNT01
005730**  PAID TO DATE, NOT BELOW ZERO.  WHAT THE PAYMENT TOOK OFF THE *CLMMNT01
005735**  RESERVE GOES BACK ON THE RESERVE OF AN OPEN OR REOPENED      *CLMMNT01
005740**  CLAIM SINCE THE LOSS IS STILL OWED.                          *CLMMNT01
005750**  THE CLAIM CHANGE IS AUDITED, THE PAYMENT IS MARKED VOIDED    *CLMMNT01
005760**  OR STOPPED, AND A VOIDED OR STOPPED CHECK IS REPORTED TO     *CLMMNT01
005770**  THE BANK ON THE POSITIVE PAY FILE.                           *CLMMNT01
005780**                                                               *CLMMNT01
005790******************************************************************CLMMNT01

005800 B500-APPLY-VOID-STOP-PAY.                                        CLMMNT01
005810     MOVE VOID-CHECK-NUMBER-TRANS TO CHECK-NUMBER-PAY.            CLMMNT01
005820     READ CLAIM-PAYMENT-FILE                                      CLMMNT01
005830           INVALID KEY                                            CLMMNT01
005840              MOVE 'N' TO WS-PAYMENT-FOUND-SWITCH                 CLMMNT01
005850           NOT INVALID KEY                                        CLMMNT01
005860              MOVE 'Y' TO WS-PAYMENT-FOUND-SWITCH                 CLMMNT01
005870     END-READ.                                                    CLMMNT01
005880     IF PAYMENT-RECORD-NOT-FOUND                                  CLMMNT01
005890         MOVE 'CHECK NOT ON PAYMENT FILE' TO WS-ERROR-MESSAGE     CLMMNT01
005900         PERFORM A003-WRITE-ERROR-LINE                            CLMMNT01
005910     ELSE                                                         CLMMNT01
005920         IF CLAIM-NUMBER-PAY NOT = CLAIM-NUMBER-TRANS             CLMMNT01
005930             MOVE 'CHECK NOT FOR THIS CLAIM' TO WS-ERROR-MESSAGE  CLMMNT01
005940             PERFORM A003-WRITE-ERROR-LINE                        CLMMNT01
005950         ELSE                                                     CLMMNT01
005960             IF NOT PAYMENT-IS-ISSUED                             CLMMNT01
005970                 MOVE 'CHECK ALREADY VOIDED/STOPPED'              CLMMNT01
005980                       TO WS-ERROR-MESSAGE                        CLMMNT01
005990                 PERFORM A003-WRITE-ERROR-LINE                    CLMMNT01
006000             ELSE                                                 CLMMNT01
006010                 PERFORM A007-READ-MASTER-BY-CLAIM                CLMMNT01
006020                 IF CLAIM-RECORD-NOT-FOUND                        CLMMNT01
006030                     MOVE 'CLAIM NOT ON MASTER'                   CLMMNT01
006040                           TO WS-ERROR-MESSAGE                    CLMMNT01
006050                     PERFORM A003-WRITE-ERROR-LINE                CLMMNT01
006060                 ELSE                                             CLMMNT01
006070                     PERFORM B501-REVERSE-CLAIM-PAYMENT           CLMMNT01
006080                 END-IF                                           CLMMNT01
006090             END-IF                                               CLMMNT01
006100         END-IF                                                   CLMMNT01
006110     END-IF.                                                      CLMMNT01

006120 B501-REVERSE-CLAIM-PAYMENT.                                      CLMMNT01
006130     MOVE CLAIM-MASTER-RECORD TO AUDIT-BEFORE-IMAGE.              CLMMNT01
006140     IF PAYMENT-AMOUNT-PAY > CLAIM-PAID-MASTER                    CLMMNT01
006150         MOVE ZERO TO CLAIM-PAID-MASTER                           CLMMNT01
006160     ELSE                                                         CLMMNT01
006170         SUBTRACT PAYMENT-AMOUNT-PAY FROM CLAIM-PAID-MASTER       CLMMNT01
006180     END-IF.                                                      CLMMNT01
006190     IF CLAIM-IS-OPEN OR CLAIM-IS-REOPENED                        CLMMNT01
006200         ADD RESERVE-TAKEN-PAY TO CLAIM-RESERVE-MASTER            CLMMNT01
006210     END-IF.                                                      CLMMNT01
006220     PERFORM B900-REWRITE-AND-AUDIT.                              CLMMNT01
006230     MOVE VOID-TYPE-TRANS TO PAYMENT-STATUS-PAY.                  CLMMNT01
006240     MOVE WS-CURRENT-DATE-NUM TO VOID-DATE-PAY.                   CLMMNT01
006250     MOVE WS-RUN-TIMESTAMP TO PAY-LAST-RUN-MASTER.                CLMMNT01
006260     REWRITE CLAIM-PAYMENT-RECORD.                                CLMMNT01
006270     IF PAID-BY-CHECK                                             CLMMNT01
006280         MOVE VOID-TYPE-TRANS TO PPY-ISSUE-CODE                   CLMMNT01
006290         PERFORM B540-WRITE-POSITIVE-PAY                          CLMMNT01
006300     END-IF.                                                      CLMMNT01
006310     IF PAYMENT-IS-VOIDED                                         CLMMNT01
006320         MOVE 'VOIDED' TO WS-REG-ACTION                           CLMMNT01
006330     ELSE                                                         CLMMNT01
006340         MOVE 'STOP PAY' TO WS-REG-ACTION                         CLMMNT01
006350     END-IF.                                                      CLMMNT01
006360     PERFORM B530-WRITE-REGISTER-LINE.                            CLMMNT01
006370     ADD 1 TO WS-PAYMENTS-VOIDED-COUNT.                           CLMMNT01
006380     ADD PAYMENT-AMOUNT-PAY TO WS-PAYMENTS-VOIDED-TOTAL.          CLMMNT01

006390******************************************************************CLMMNT01
006400**                                                               *CLMMNT01
006410**  CHECK NUMBERS RUN ON FROM THE HIGHEST NUMBER ALREADY ON THE  *CLMMNT01
006420**  CLAIM PAYMENT FILE.                                          *CLMMNT01
006430**                                                               *CLMMNT01
006440******************************************************************CLMMNT01

006450 B510-FIND-LAST-CHECK-NUMBER.                                     CLMMNT01
006460     MOVE ZERO TO WS-LAST-CHECK-NUMBER.                           CLMMNT01
006470     MOVE ZERO TO CHECK-NUMBER-PAY.                               CLMMNT01
006480     START CLAIM-PAYMENT-FILE                                     CLMMNT01
006490           KEY IS NOT LESS THAN CHECK-NUMBER-PAY                  CLMMNT01
006500           INVALID KEY                                            CLMMNT01
006510              MOVE 'NO ' TO ARE-THERE-MORE-PAYMENTS               CLMMNT01
006520     END-START.                                                   CLMMNT01
006530     PERFORM B511-READ-PAYMENT-NEXT                               CLMMNT01
006540           UNTIL ARE-THERE-MORE-PAYMENTS = 'NO '.                 CLMMNT01

006550 B511-READ-PAYMENT-NEXT.                                          CLMMNT01
006560     READ CLAIM-PAYMENT-FILE NEXT RECORD                          CLMMNT01
006570           AT END                                                 CLMMNT01
006580              MOVE 'NO ' TO ARE-THERE-MORE-PAYMENTS.              CLMMNT01
006590     IF ARE-THERE-MORE-PAYMENTS = 'YES'                           CLMMNT01
006600         MOVE CHECK-NUMBER-PAY TO WS-LAST-CHECK-NUMBER            CLMMNT01
006610     END-IF.                                                      CLMMNT01

006620 B530-WRITE-REGISTER-LINE.                                        CLMMNT01
006630     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE                    CLMMNT01
006640         PERFORM C003-PRINT-REGISTER-HEADERS                      CLMMNT01
006650     END-IF.                                                      CLMMNT01
006660     MOVE CHECK-NUMBER-PAY TO WS-REG-CHECK-NUMBER.                CLMMNT01
006670     IF PAID-BY-CHECK                                             CLMMNT01
006680         MOVE 'CHECK' TO WS-REG-METHOD                            CLMMNT01
006690     ELSE                                                         CLMMNT01
006700         MOVE 'EFT' TO WS-REG-METHOD                              CLMMNT01
006710     END-IF.                                                      CLMMNT01
006720     MOVE CLAIM-NUMBER-PAY TO WS-REG-CLAIM-NUMBER.                CLMMNT01
006730     MOVE POLICY-NUMBER-PAY TO WS-REG-POLICY-NUMBER.              CLMMNT01
006740     MOVE PAYEE-NAME-PAY TO WS-REG-PAYEE-NAME.                    CLMMNT01
006750     MOVE PAYMENT-AMOUNT-PAY TO WS-REG-AMOUNT.                    CLMMNT01
006760     WRITE CHECK-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE       CLMMNT01
006770           AFTER ADVANCING 1 LINES.                               CLMMNT01
006780     ADD 1 TO WS-LINE-COUNT.                                      CLMMNT01

006790 B540-WRITE-POSITIVE-PAY.                                         CLMMNT01
006800     MOVE CHECK-NUMBER-PAY TO PPY-CHECK-NUMBER.                   CLMMNT01
006810     MOVE ISSUE-DATE-PAY TO PPY-ISSUE-DATE.                       CLMMNT01
006820     MOVE PAYMENT-AMOUNT-PAY TO PPY-CHECK-AMOUNT.                 CLMMNT01
006830     MOVE PAYEE-NAME-PAY TO PPY-PAYEE-NAME.                       CLMMNT01
006840     MOVE CLAIM-NUMBER-PAY TO PPY-CLAIM-NUMBER.                   CLMMNT01
006850     WRITE POSITIVE-PAY-RECORD.                                   CLMMNT01

