001190**                    TRANSACTIONS TO AN ERROR LISTING, AND      *AGTMNT01
001200**                    PRINTS THE FULL RATE TABLE LISTING FOR     *AGTMNT01
001210**                    THE AGENCY MANAGER TO SIGN OFF.            *AGTMNT01
001211**   2026-10-13  MM   INSURANCE TYPES ARE NOW VALIDATED          *AGTMNT01
001212**                    AGAINST THE PRODUCT MASTER FILE INSTEAD    *AGTMNT01
001213**                    OF A TABLE CODED IN THIS PROGRAM.  A       *AGTMNT01
001214**                    WITHDRAWN PRODUCT STILL TAKES RATES FOR    *AGTMNT01
001215**                    ITS EXISTING BUSINESS.                     *AGTMNT01
001220**                                                               *AGTMNT01
001230******************************************************************AGTMNT01

001380         RECORD KEY IS AGENT-RATE-KEY                             AGTMNT01
001390         FILE STATUS IS WS-AGENT-RATE-STATUS.                     AGTMNT01

001391     SELECT PRODUCT-MASTER-FILE                                   AGTMNT01
001392         ASSIGN TO UT-S-PRDMSTR                                   AGTMNT01
001393         ORGANIZATION IS INDEXED                                  AGTMNT01
001394         ACCESS MODE IS DYNAMIC                                   AGTMNT01
001395         RECORD KEY IS INSURANCE-TYPE-PROD                        AGTMNT01
001396         FILE STATUS IS WS-PRODUCT-MASTER-STATUS.                 AGTMNT01

001400     SELECT RATE-ERROR-FILE                                       AGTMNT01
001410         ASSIGN TO UT-S-RATERR                                    AGTMNT01
001420         ORGANIZATION IS LINE SEQUENTIAL.                         AGTMNT01
001630     LABEL RECORDS ARE STANDARD.                                  AGTMNT01
001640     COPY AGTRATE.                                                AGTMNT01

001642 FD  PRODUCT-MASTER-FILE                                          AGTMNT01
001644     LABEL RECORDS ARE STANDARD.                                  AGTMNT01
001646     COPY PRODMAST.                                               AGTMNT01

001650 FD  RATE-ERROR-FILE                                              AGTMNT01
001660     RECORD CONTAINS 133 CHARACTERS                               AGTMNT01
001670     LABEL RECORDS ARE OMITTED                                    AGTMNT01
001900 01  WS-FILE-STATUS-FIELDS.                                       AGTMNT01
001910     05  WS-TRANS-FILE-STATUS    PICTURE X(02) VALUE SPACES.      AGTMNT01
001920     05  WS-AGENT-RATE-STATUS    PICTURE X(02) VALUE SPACES.      AGTMNT01
001923     05  WS-PRODUCT-MASTER-STATUS                                 AGTMNT01
001926                                 PICTURE X(02) VALUE SPACES.      AGTMNT01
001930     05  WS-RATE-FOUND-SWITCH    PICTURE X(01) VALUE 'N'.         AGTMNT01
001940         88  RATE-RECORD-FOUND          VALUE 'Y'.                AGTMNT01
001950         88  RATE-RECORD-NOT-FOUND      VALUE 'N'.                AGTMNT01
001980         88  TRANS-EDIT-FAILED          VALUE 'N'.                AGTMNT01
001990     05  WS-ERROR-MESSAGE        PICTURE X(30) VALUE SPACES.      AGTMNT01

002000 01  WS-PRODUCT-TABLE-FIELDS.                                     AGTMNT01
002010     05  WS-PRODUCT-TABLE-MAX    PICTURE 9(03) COMP VALUE 050.    AGTMNT01
002020     05  WS-MORE-PRODUCTS-SWITCH PICTURE X(03) VALUE 'YES'.       AGTMNT01

002030 01  WS-VALID-TYPE-TABLE.                                         AGTMNT01
002040     05  WS-VALID-TYPE-ENTRY     PICTURE X(10) OCCURS 50 TIMES.   AGTMNT01

002050 01  WS-TYPE-CHECK-FIELDS.                                        AGTMNT01
002060     05  WS-VALID-TYPE-COUNT     PICTURE 9(03) COMP VALUE ZERO.   AGTMNT01
002070     05  WS-TYPE-INDEX           PICTURE 9(03) COMP VALUE ZERO.   AGTMNT01
002080     05  WS-VALID-TYPE-SWITCH    PICTURE X(01) VALUE 'N'.         AGTMNT01
002090         88  VALID-TYPE-FOUND           VALUE 'Y'.                AGTMNT01
002100         88  VALID-TYPE-NOT-FOUND       VALUE 'N'.                AGTMNT01

002130 01  WS-DATE-EDIT-FIELDS.                                         AGTMNT01
002140     05  WS-EDIT-DATE.                                            AGTMNT01
003080         STOP RUN                                                 AGTMNT01
003090     END-IF.                                                      AGTMNT01
003100     PERFORM C010-OPEN-AGENT-RATE-FILE.                           AGTMNT01
003105     PERFORM C300-LOAD-PRODUCT-TABLE.                             AGTMNT01
003110     OPEN OUTPUT RATE-ERROR-FILE                                  AGTMNT01
003120                 RATE-LISTING-FILE.                               AGTMNT01
003130     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   AGTMNT01
005230         MOVE 16 TO RETURN-CODE                                   AGTMNT01
005240         STOP RUN                                                 AGTMNT01
005250     END-IF.                                                      AGTMNT01

005260******************************************************************AGTMNT01
005270**                                                               *AGTMNT01
005280** THE PRODUCT MASTER IS LOADED INTO WORKING STORAGE AT STARTUP * AGTMNT01
005290** SO EACH INSURANCE TYPE CAN BE CHECKED AGAINST THE PRODUCTS   * AGTMNT01
005300** ON FILE WITHOUT A KEYED READ PER RECORD.  A MISSING PRODUCT  * AGTMNT01
005310** MASTER ENDS THE RUN - THE TYPES CANNOT BE VALIDATED.         * AGTMNT01
005320**                                                               *AGTMNT01
005330******************************************************************AGTMNT01

005340 C300-LOAD-PRODUCT-TABLE.                                         AGTMNT01
005350     OPEN INPUT PRODUCT-MASTER-FILE.                              AGTMNT01
005360     IF WS-PRODUCT-MASTER-STATUS NOT = '00'                       AGTMNT01
005370         DISPLAY 'UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS '   AGTMNT01
005380               WS-PRODUCT-MASTER-STATUS                           AGTMNT01
005390         DISPLAY 'INSURANCE TYPES CANNOT BE VALIDATED WITHOUT'    AGTMNT01
005400         DISPLAY 'THE PRODUCT MASTER - RUN ENDED'                 AGTMNT01
005410         MOVE 16 TO RETURN-CODE                                   AGTMNT01
005420         STOP RUN                                                 AGTMNT01
005430     END-IF.                                                      AGTMNT01
005440     MOVE LOW-VALUES TO INSURANCE-TYPE-PROD.                      AGTMNT01
005450     START PRODUCT-MASTER-FILE                                    AGTMNT01
005460           KEY IS NOT LESS THAN INSURANCE-TYPE-PROD               AGTMNT01
005470           INVALID KEY                                            AGTMNT01
005480              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH               AGTMNT01
005490     END-START.                                                   AGTMNT01
005500     PERFORM C320-LOAD-PRODUCT-ENTRY                              AGTMNT01
005510           UNTIL WS-MORE-PRODUCTS-SWITCH = 'NO '.                 AGTMNT01
005520     CLOSE PRODUCT-MASTER-FILE.                                   AGTMNT01

005530 C320-LOAD-PRODUCT-ENTRY.                                         AGTMNT01
005540     READ PRODUCT-MASTER-FILE NEXT RECORD                         AGTMNT01
005550           AT END                                                 AGTMNT01
005560              MOVE 'NO ' TO WS-MORE-PRODUCTS-SWITCH.              AGTMNT01
005570     IF WS-MORE-PRODUCTS-SWITCH = 'YES'                           AGTMNT01
005580         IF WS-VALID-TYPE-COUNT >= WS-PRODUCT-TABLE-MAX           AGTMNT01
005590             DISPLAY 'PRODUCT TABLE OVERFLOW - MORE THAN '        AGTMNT01
005600                   WS-PRODUCT-TABLE-MAX ' PRODUCTS ON FILE'       AGTMNT01
005610             MOVE 16 TO RETURN-CODE                               AGTMNT01
005620             STOP RUN                                             AGTMNT01
005630         END-IF                                                   AGTMNT01
005640         ADD 1 TO WS-VALID-TYPE-COUNT                             AGTMNT01
005650         MOVE INSURANCE-TYPE-PROD                                 AGTMNT01
005660               TO WS-VALID-TYPE-ENTRY (WS-VALID-TYPE-COUNT)       AGTMNT01
005670     END-IF.                                                      AGTMNT01
