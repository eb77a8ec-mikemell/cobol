001310**   2026-09-02  MM   CANCELLED POLICIES ARE NO LONGER SWEPT     *POLRNW01
001320**                    FOR RENEWAL, AND THE OFFER RECORD CARRIES  *POLRNW01
001330**                    THE NEW CANCELLATION DATE FIELD (ZERO).    *POLRNW01
001332**   2026-10-02  MM   THE OFFER RECORD CARRIES THE POLICY PAY    *POLRNW01
001334**                    PLAN SO THE RENEWAL IS BILLED ON THE SAME  *POLRNW01
001336**                    INSTALLMENT SCHEDULE.                      *POLRNW01
001337**   2026-10-13  MM   A POLICY WHOSE PRODUCT IS WITHDRAWN, OR    *POLRNW01
001338**                    NOT ON THE PRODUCT MASTER, NO LONGER GETS  *POLRNW01
001339**                    A RENEWAL NOTICE OR OFFER.  THE SUMMARY    *POLRNW01
001340**                    PAGE COUNTS THE POLICIES NOT OFFERED.      *POLRNW01
001341**                                                               *POLRNW01
001350******************************************************************POLRNW01

001360 ENVIRONMENT DIVISION.                                            POLRNW01
001460         RECORD KEY IS POLICY-NUMBER-MASTER                       POLRNW01
001470         FILE STATUS IS WS-MASTER-FILE-STATUS.                    POLRNW01

001471     SELECT PRODUCT-MASTER-FILE                                   POLRNW01
001472         ASSIGN TO UT-S-PRDMSTR                                   POLRNW01
001473         ORGANIZATION IS INDEXED                                  POLRNW01
001474         ACCESS MODE IS DYNAMIC                                   POLRNW01
001475         RECORD KEY IS INSURANCE-TYPE-PROD                        POLRNW01
001476         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 POLRNW01

001480     SELECT RENEWAL-SORT-FILE                                     POLRNW01
001490         ASSIGN TO UT-S-RENWSORT.                                 POLRNW01

001590     LABEL RECORDS ARE STANDARD.                                  POLRNW01
001600     COPY POLYMAST.                                               POLRNW01

001602 FD  PRODUCT-MASTER-FILE                                          POLRNW01
001604     LABEL RECORDS ARE STANDARD.                                  POLRNW01
001606     COPY PRODMAST.                                               POLRNW01

001610 SD  RENEWAL-SORT-FILE                                            POLRNW01
001620     DATA RECORD IS RENEWAL-SORT-RECORD.                          POLRNW01
001630 01  RENEWAL-SORT-RECORD.                                         POLRNW01
001870     05  FILLER                  PICTURE X(31).                   POLRNW01

001880 FD  RENEWAL-OFFER-FILE                                           POLRNW01
001890     RECORD CONTAINS 103 CHARACTERS                               POLRNW01
001900     LABEL RECORDS ARE STANDARD                                   POLRNW01
001910     DATA RECORD IS RENEWAL-OFFER-RECORD.                         POLRNW01
001920 01  RENEWAL-OFFER-RECORD.                                        POLRNW01
002000     05  OFR-EXPIRATION-DATE     PICTURE 9(08).                   POLRNW01
002010     05  OFR-CUSTOMER-NUMBER     PICTURE X(08).                   POLRNW01
002020     05  OFR-CANCEL-DATE         PICTURE 9(08).                   POLRNW01
002025     05  OFR-PAY-PLAN            PICTURE X(01).                   POLRNW01

002030 WORKING-STORAGE SECTION.                                         POLRNW01


002120 01  WS-MASTER-FILE-FIELDS.                                       POLRNW01
002130     05  WS-MASTER-FILE-STATUS   PICTURE X(02) VALUE SPACES.      POLRNW01
002133     05  WS-PRODUCT-MASTER-STATUS                                 POLRNW01
002136                                 PICTURE X(02) VALUE SPACES.      POLRNW01

002140 01  WS-RENEWAL-WINDOW-FIELDS.                                    POLRNW01
002150     05  WS-RENEWAL-WINDOW-DAYS  PICTURE 9(03) VALUE 060.         POLRNW01
002250     05  WS-LEAP-REMAINDER-100   PICTURE 9(04) COMP VALUE ZERO.   POLRNW01
002260     05  WS-LEAP-REMAINDER-400   PICTURE 9(04) COMP VALUE ZERO.   POLRNW01

002261 01  WS-PRODUCT-TABLE-FIELDS.                                     POLRNW01
002262     05  WS-PRODUCT-TABLE-MAX    PICTURE 9(03) COMP VALUE 050.    POLRNW01
002263     05  WS-MORE-PRODUCTS-SWITCH PICTURE X(03) VALUE 'YES'.       POLRNW01

002264 01  WS-VALID-TYPE-TABLE.                                         POLRNW01
002265     05  WS-VALID-TYPE-TABLE-ENTRY OCCURS 50 TIMES.               POLRNW01
002266         10  WS-VALID-TYPE-ENTRY PICTURE X(10).                   POLRNW01
002267         10  WS-TBL-PROD-STATUS  PICTURE X(01).                   POLRNW01

002269 01  WS-TYPE-CHECK-FIELDS.                                        POLRNW01
002270     05  WS-VALID-TYPE-COUNT     PICTURE 9(03) COMP VALUE ZERO.   POLRNW01
002271     05  WS-TYPE-INDEX           PICTURE 9(03) COMP VALUE ZERO.   POLRNW01
002272     05  WS-PRODUCT-STATUS-FOUND PICTURE X(01) VALUE SPACE.       POLRNW01
002273         88  MATCHED-PRODUCT-ACTIVE     VALUE 'A'.                POLRNW01
002274     05  WS-VALID-TYPE-SWITCH    PICTURE X(01) VALUE 'N'.         POLRNW01
002275         88  VALID-TYPE-FOUND           VALUE 'Y'.                POLRNW01
002276         88  VALID-TYPE-NOT-FOUND       VALUE 'N'.                POLRNW01

002277 01  WS-MONTH-DAYS-TABLE-DEF.                                     POLRNW01
002280     05  FILLER                  PICTURE X(24) VALUE              POLRNW01
002290         '312831303130313130313031'.                              POLRNW01

002340     05  WS-NOTICES-SELECTED     PICTURE 9(07) COMP VALUE ZERO.   POLRNW01
002350     05  WS-NOTICES-PRINTED      PICTURE 9(07) COMP VALUE ZERO.   POLRNW01
002360     05  WS-OFFERS-WRITTEN       PICTURE 9(07) COMP VALUE ZERO.   POLRNW01
002365     05  WS-OFFERS-REFUSED       PICTURE 9(07) COMP VALUE ZERO.   POLRNW01
002370     05  WS-AGENT-NOTICE-COUNT   PICTURE 9(05) COMP VALUE ZERO.   POLRNW01

002380 01  WS-RENEWAL-ROLL-FIELDS.                                      POLRNW01
003330                                 VALUE 'RENEWAL OFFERS:      '.   POLRNW01
003340     05  WS-SMO-OFFER-COUNT      PICTURE ZZZ,ZZ9.                 POLRNW01

003342 01  WS-SUMMARY-REFUSED-LINE.                                     POLRNW01
003344     05  FILLER                  PICTURE X(21)                    POLRNW01
003346                                 VALUE 'PRODUCT NOT OFFERED: '.   POLRNW01
003348     05  WS-SMF-REFUSED-COUNT    PICTURE ZZZ,ZZ9.                 POLRNW01

003350 01  WS-SUMMARY-RECON-LINE.                                       POLRNW01
003360     05  WS-SUM-RECON-MESSAGE    PICTURE X(45).                   POLRNW01

003570 A000-CREATE-RENEWAL-EXTRACT.                                     POLRNW01

003580     PERFORM C010-OPEN-POLICY-MASTER-FILE.                        POLRNW01
003585     PERFORM C300-LOAD-PRODUCT-TABLE.                             POLRNW01
003590     OPEN OUTPUT RENEWAL-REPORT-FILE                              POLRNW01
003600                 RENEWAL-OFFER-FILE.                              POLRNW01
003610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   POLRNW01
004130         END-IF                                                   POLRNW01
004140     END-IF.                                                      POLRNW01

004141 A005-VALIDATE-INSURANCE-TYPE.                                    POLRNW01
004142     MOVE 'N' TO WS-VALID-TYPE-SWITCH.                            POLRNW01
004143     MOVE SPACE TO WS-PRODUCT-STATUS-FOUND.                       POLRNW01
004144     PERFORM A006-SEARCH-VALID-TYPE-TABLE                         POLRNW01
004145           VARYING WS-TYPE-INDEX FROM 1 BY 1                      POLRNW01
004146           UNTIL WS-TYPE-INDEX > WS-VALID-TYPE-COUNT              POLRNW01
004147              OR VALID-TYPE-FOUND.                                POLRNW01

004148 A006-SEARCH-VALID-TYPE-TABLE.                                    POLRNW01
004149     IF INSURANCE-TYPE-MASTER                                     POLRNW01
004150           = WS-VALID-TYPE-ENTRY (WS-TYPE-INDEX)                  POLRNW01
004151         MOVE 'Y' TO WS-VALID-TYPE-SWITCH                         POLRNW01
004152         MOVE WS-TBL-PROD-STATUS (WS-TYPE-INDEX)                  POLRNW01
004153               TO WS-PRODUCT-STATUS-FOUND                         POLRNW01
004154     END-IF.                                                      POLRNW01

004155 B000-SELECT-RENEWALS.                                            POLRNW01
004160     MOVE LOW-VALUES TO POLICY-NUMBER-MASTER.                     POLRNW01
004170     START POLICY-MASTER-FILE                                     POLRNW01
004180           KEY IS NOT LESS THAN POLICY-NUMBER-MASTER              POLRNW01
004230     PERFORM B001-RELEASE-IF-EXPIRING                             POLRNW01
004240           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.                  POLRNW01

004247 B001-RELEASE-IF-EXPIRING.                                        POLRNW01
004254     IF EXPIRATION-DATE-MASTER NOT < WS-CURRENT-DATE-NUM          POLRNW01
004261        AND EXPIRATION-DATE-MASTER NOT > WS-CUTOFF-DATE-NUM       POLRNW01
004268        AND NOT POLICY-IS-CANCELLED                               POLRNW01
004275         PERFORM A005-VALIDATE-INSURANCE-TYPE                     POLRNW01
004282         IF VALID-TYPE-FOUND                                      POLRNW01
004289            AND MATCHED-PRODUCT-ACTIVE                            POLRNW01
004296             MOVE AGENT-NAME-MASTER TO SRT-AGENT-NAME             POLRNW01
004303             MOVE EXPIRATION-DATE-MASTER TO SRT-EXPIRATION-DATE   POLRNW01
004310             MOVE POLICY-NUMBER-MASTER TO SRT-POLICY-NUMBER       POLRNW01
004317             MOVE CUSTOMER-NAME-MASTER TO SRT-CUSTOMER-NAME       POLRNW01
004324             MOVE INSURANCE-TYPE-MASTER TO SRT-INSURANCE-TYPE     POLRNW01
004331             MOVE PREMIUM-MASTER TO SRT-PREMIUM                   POLRNW01
004338             RELEASE RENEWAL-SORT-RECORD                          POLRNW01
004345             ADD 1 TO WS-NOTICES-SELECTED                         POLRNW01
004352             PERFORM B003-WRITE-RENEWAL-OFFER                     POLRNW01
004359         ELSE                                                     POLRNW01
004366             ADD 1 TO WS-OFFERS-REFUSED                           POLRNW01
004373         END-IF                                                   POLRNW01
004380     END-IF.                                                      POLRNW01
004390     PERFORM B002-READ-MASTER-RECORD.                             POLRNW01

004660     MOVE WS-ROLL-DATE-NUM TO OFR-EXPIRATION-DATE.                POLRNW01
004670     MOVE CUSTOMER-NUMBER-MASTER TO OFR-CUSTOMER-NUMBER.          POLRNW01
004680     MOVE ZERO TO OFR-CANCEL-DATE.                                POLRNW01
004685     MOVE PAY-PLAN-MASTER TO OFR-PAY-PLAN.                        POLRNW01
004690     WRITE RENEWAL-OFFER-RECORD.                                  POLRNW01
004700     ADD 1 TO WS-OFFERS-WRITTEN.                                  POLRNW01

005930     WRITE RENEWAL-REPORT-LINE FROM WS-SUMMARY-OFFER-LINE         POLRNW01
005940           AFTER ADVANCING 1 LINES.                               POLRNW01
005950     ADD 1 TO WS-LINE-COUNT.                                      POLRNW01
005952     MOVE WS-OFFERS-REFUSED TO WS-SMF-REFUSED-COUNT.              POLRNW01
005954     WRITE RENEWAL-REPORT-LINE FROM WS-SUMMARY-REFUSED-LINE       POLRNW01
005956           AFTER ADVANCING 1 LINES.                               POLRNW01
005958     ADD 1 TO WS-LINE-COUNT.                                      POLRNW01
005960     IF WS-NOTICES-SELECTED = WS-NOTICES-PRINTED                  POLRNW01
005970        AND SUMMARY-TABLE-NOT-OVERFLOWED                          POLRNW01
005980         MOVE '** RENEWAL SWEEP COMPLETE **'                      POLRNW01
006300         MOVE 16 TO RETURN-CODE                                   POLRNW01
006310         STOP RUN                                                 POLRNW01
006320     END-IF.                                                      POLRNW01

006330******************************************************************POLRNW01
006340**                                                               *POLRNW01
006350** THE PRODUCT MASTER IS LOADED INTO WORKING STORAGE AT STARTUP * POLRNW01
006360** SO EACH INSURANCE TYPE CAN BE CHECKED AGAINST THE PRODUCTS   * POLRNW01
006370** ON FILE WITHOUT A KEYED READ PER RECORD.  A MISSING PRODUCT  * POLRNW01
006380** MASTER ENDS THE RUN - THE TYPES CANNOT BE VALIDATED.         * POLRNW01
006390**                                                               *POLRNW01
006400******************************************************************POLRNW01

006410 C300-LOAD-PRODUCT-TABLE.                                         POLRNW01
006420     OPEN INPUT PRODUCT-MASTER-FILE.                              POLRNW01
006430     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       POLRNW01
006440         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   POLRNW01
006450               WS-PRODUCT-MASTER-STATUS                           POLRNW01
006460         DISPLAY 'INSURANCE TYPES CANNOT BE VALIDATED WITHOUT'    POLRNW01
006470         DISPLAY 'THE PRODUCT MASTER - RUN ENDED'                 POLRNW01
006480         MOVE 16 TO RETURN-CODE                                   POLRNW01
006490         STOP RUN                                                 POLRNW01
006500     END-IF.                                                      POLRNW01
006510     MOVE LOW-VALUES TO INSURANCE-TYPE-PROD.                      POLRNW01
006520     START PRODUCT-MASTER-FILE                                    POLRNW01
006530           KEY IS NOT LESS THAN INSURANCE-TYPE-PROD               POLRNW01
006540           INVALID KEY                                            POLRNW01
006550              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH               POLRNW01
006560     END-START.                                                   POLRNW01
006570     PERFORM C320-LOAD-PRODUCT-ENTRY                              POLRNW01
006580           UNTIL WS-MORE-PRODUCTS-SWITCH = 'NO '.                 POLRNW01
006590     CLOSE PRODUCT-MASTER-FILE.                                   POLRNW01

006600 C320-LOAD-PRODUCT-ENTRY.                                         POLRNW01
006610     READ PRODUCT-MASTER-FILE NEXT RECORD                         POLRNW01
006620           AT END                                                 POLRNW01
006630              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH.              POLRNW01
006640     IF WS-MORE-PRODUCTS-SWITCH = 'YES'                           POLRNW01
006650         IF WS-VALID-TYPE-COUNT >= WS-PRODUCT-TABLE-MAX           POLRNW01
006660             DISPLAY 'PRODUCT TABLE OVERFLOW - MORE THAN '        POLRNW01
006670                   WS-PRODUCT-TABLE-MAX ' PRODUCTS ON FILE'       POLRNW01
006680             MOVE 16 TO RETURN-CODE                               POLRNW01
006690             STOP RUN                                             POLRNW01
006700         END-IF                                                   POLRNW01
006710         ADD 1 TO WS-VALID-TYPE-COUNT                             POLRNW01
006720         MOVE INSURANCE-TYPE-PROD                                 POLRNW01
006730               TO WS-VALID-TYPE-ENTRY (WS-VALID-TYPE-COUNT)       POLRNW01
006740         MOVE STATUS-PROD                                         POLRNW01
006750               TO WS-TBL-PROD-STATUS (WS-VALID-TYPE-COUNT)        POLRNW01
006760     END-IF.                                                      POLRNW01
