001200**                     TRANSACTIONS TO AN ERROR LISTING, AND     *CUSMNT01
001210**                     PRINTS THE FULL CUSTOMER LISTING FOR      *CUSMNT01
001220**                     SIGN OFF.                                 *CUSMNT01
001221**    2026-10-15  MM   NEW CUSTOMERS ARE ADDED ACTIVE.  A CHANGE *CUSMNT01
001222**                     OR DELETE OF A CUSTOMER RETIRED BY THE    *CUSMNT01
001223**                     CUSTOMER MERGE RUN IS REJECTED, AND THE   *CUSMNT01
001224**                     LISTING SHOWS THE CUSTOMER A RETIRED      *CUSMNT01
001225**                     RECORD WAS MERGED INTO.                   *CUSMNT01
001230**                                                               *CUSMNT01
001240******************************************************************CUSMNT01

002450     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMNT01
002460     05  FILLER                  PICTURE X(05)                    CUSMNT01
002470                                 VALUE 'PHONE'.                   CUSMNT01
002472     05  FILLER                  PICTURE X(09) VALUE SPACES.      CUSMNT01
002474     05  FILLER                  PICTURE X(11)                    CUSMNT01
002476                                 VALUE 'MERGED INTO'.             CUSMNT01

002480 01  WS-LISTING-DETAIL-LINE.                                      CUSMNT01
002490     05  FILLER                  PICTURE X(01) VALUE SPACE.       CUSMNT01
002580     05  WS-LST-STATE            PICTURE X(02).                   CUSMNT01
002590     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMNT01
002600     05  WS-LST-PHONE-NUMBER     PICTURE X(10).                   CUSMNT01
002603     05  FILLER                  PICTURE X(04) VALUE SPACES.      CUSMNT01
002606     05  WS-LST-MERGED-INTO      PICTURE X(08).                   CUSMNT01

002610 01  WS-TRAILER-LINE-1.                                           CUSMNT01
002620     05  FILLER                  PICTURE X(20)                    CUSMNT01

003660******************************************************************CUSMNT01
003670**                                                               *CUSMNT01
003676**  ADD - THE CUSTOMER MUST NOT ALREADY BE ON THE MASTER.  A NEW *CUSMNT01
003682**  CUSTOMER IS ALWAYS ADDED ACTIVE.                             *CUSMNT01
003690**                                                               *CUSMNT01
003700******************************************************************CUSMNT01

003750         PERFORM A003-WRITE-ERROR-LINE                            CUSMNT01
003760     ELSE                                                         CUSMNT01
003770         PERFORM B500-BUILD-CUST-FROM-TRANS                       CUSMNT01
003773         MOVE 'A' TO STATUS-CUST                                  CUSMNT01
003776         MOVE SPACES TO MERGED-INTO-CUST                          CUSMNT01
003780         WRITE CUSTOMER-MASTER-RECORD                             CUSMNT01
003790         ADD 1 TO WS-TRANS-APPLIED-COUNT                          CUSMNT01
003800     END-IF.                                                      CUSMNT01

003810******************************************************************CUSMNT01
003820**                                                               *CUSMNT01
003825**  CHANGE - THE CUSTOMER MUST BE ON THE MASTER AND MUST NOT     *CUSMNT01
003830**  HAVE BEEN RETIRED BY A MERGE.  ITS STATUS IS NOT CHANGED.    *CUSMNT01
003840**                                                               *CUSMNT01
003850******************************************************************CUSMNT01

003880     IF CUST-RECORD-NOT-FOUND                                     CUSMNT01
003890         MOVE 'CUSTOMER NOT ON MASTER' TO WS-ERROR-MESSAGE        CUSMNT01
003900         PERFORM A003-WRITE-ERROR-LINE                            CUSMNT01
003905     ELSE                                                         CUSMNT01
003910         IF CUSTOMER-IS-RETIRED                                   CUSMNT01
003915             MOVE 'CUSTOMER IS RETIRED' TO WS-ERROR-MESSAGE       CUSMNT01
003920             PERFORM A003-WRITE-ERROR-LINE                        CUSMNT01
003925         ELSE                                                     CUSMNT01
003930             PERFORM B500-BUILD-CUST-FROM-TRANS                   CUSMNT01
003935             REWRITE CUSTOMER-MASTER-RECORD                       CUSMNT01
003940             ADD 1 TO WS-TRANS-APPLIED-COUNT                      CUSMNT01
003945         END-IF                                                   CUSMNT01
003950     END-IF.                                                      CUSMNT01

003960******************************************************************CUSMNT01
003970**                                                               *CUSMNT01
003980**  DELETE - THE CUSTOMER MUST BE ON THE MASTER AND MUST NOT     *CUSMNT01
003982**  HAVE BEEN RETIRED BY A MERGE.  A RETIRED RECORD STAYS ON THE *CUSMNT01
003984**  MASTER SO OLD REFERENCES TO IT STILL RESOLVE.                *CUSMNT01
003990**                                                               *CUSMNT01
004000******************************************************************CUSMNT01

004040         MOVE 'CUSTOMER NOT ON MASTER' TO WS-ERROR-MESSAGE        CUSMNT01
004050         PERFORM A003-WRITE-ERROR-LINE                            CUSMNT01
004060     ELSE                                                         CUSMNT01
004062         IF CUSTOMER-IS-RETIRED                                   CUSMNT01
004064             MOVE 'CUSTOMER IS RETIRED' TO WS-ERROR-MESSAGE       CUSMNT01
004066             PERFORM A003-WRITE-ERROR-LINE                        CUSMNT01
004068         ELSE                                                     CUSMNT01
004070             DELETE CUSTOMER-MASTER-FILE RECORD                   CUSMNT01
004080             ADD 1 TO WS-TRANS-APPLIED-COUNT                      CUSMNT01
004085         END-IF                                                   CUSMNT01
004090     END-IF.                                                      CUSMNT01

004100******************************************************************CUSMNT01
004640     MOVE CITY-CUST TO WS-LST-CITY.                               CUSMNT01
004650     MOVE STATE-CUST TO WS-LST-STATE.                             CUSMNT01
004660     MOVE PHONE-NUMBER-CUST TO WS-LST-PHONE-NUMBER.               CUSMNT01
004661     IF CUSTOMER-IS-RETIRED                                       CUSMNT01
004662         MOVE MERGED-INTO-CUST TO WS-LST-MERGED-INTO              CUSMNT01
004663     ELSE                                                         CUSMNT01
004664         MOVE SPACES TO WS-LST-MERGED-INTO                        CUSMNT01
004665     END-IF.                                                      CUSMNT01
004670     WRITE CUST-LISTING-LINE FROM WS-LISTING-DETAIL-LINE          CUSMNT01
004680           AFTER ADVANCING 1 LINES.                               CUSMNT01
004690     ADD 1 TO WS-LINE-COUNT.                                      CUSMNT01
