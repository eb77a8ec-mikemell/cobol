001270**                     AFTER POLEDT01, POLARC01 AFTER POLUNL01,  *RUNGAT01
001280**                     AND POLMNT01 AND POLRPT01 NEVER           *RUNGAT01
001290**                     TOGETHER.                                 *RUNGAT01
001291**    2026-10-12  MM   ADDED THE INTEGRITY SWEEP INTCHK01, WHICH *RUNGAT01
001292**                     MUST NOT RUN WHILE POLMNT01 IS UPDATING.  *RUNGAT01
001293**                     WHEN ITS LATEST RUN FOR AN EARLIER        *RUNGAT01
001294**                     BUSINESS DATE ENDED WITH RETURN CODE 8 OR *RUNGAT01
001295**                     MORE, EVERY OTHER START IS REFUSED UNTIL  *RUNGAT01
001296**                     THE SWEEP IS RERUN CLEAN.                 *RUNGAT01
001300**                                                               *RUNGAT01
001310******************************************************************RUNGAT01

001920         'POLUNL01                '.                              RUNGAT01
001930     05  FILLER                  PICTURE X(24) VALUE              RUNGAT01
001940         'POLARC01POLUNL01        '.                              RUNGAT01
001943     05  FILLER                  PICTURE X(24) VALUE              RUNGAT01
001946         'INTCHK01        POLMNT01'.                              RUNGAT01

001950 01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-DEF.                   RUNGAT01
001960     05  WS-RULE-ENTRY OCCURS 6 TIMES.                            RUNGAT01
001970         10  WS-RULE-PROGRAM     PICTURE X(08).                   RUNGAT01
001980         10  WS-RULE-PREDECESSOR PICTURE X(08).                   RUNGAT01
001990         10  WS-RULE-CONFLICT    PICTURE X(08).                   RUNGAT01

002000 01  WS-RULE-FIELDS.                                              RUNGAT01
002010     05  WS-RULE-COUNT           PICTURE 9(02) COMP VALUE 06.     RUNGAT01
002020     05  WS-RULE-INDEX           PICTURE 9(02) COMP VALUE ZERO.   RUNGAT01
002030     05  WS-RULE-MATCH-SWITCH    PICTURE X(01) VALUE 'N'.         RUNGAT01
002040         88  RULE-ENTRY-FOUND           VALUE 'Y'.                RUNGAT01
002060     05  WS-MATCHED-PREDECESSOR  PICTURE X(08) VALUE SPACES.      RUNGAT01
002070     05  WS-MATCHED-CONFLICT     PICTURE X(08) VALUE SPACES.      RUNGAT01

002071******************************************************************RUNGAT01
002072**                                                               *RUNGAT01
002073**  THE INTEGRITY SWEEP HOLDS THE NEXT DAY'S STREAM WHEN IT ENDS *RUNGAT01
002074**  WITH A RETURN CODE AT OR ABOVE THE HOLD CODE.                *RUNGAT01
002075**                                                               *RUNGAT01
002076******************************************************************RUNGAT01

002077 01  WS-INTEGRITY-HOLD-FIELDS.                                    RUNGAT01
002078     05  WS-INTEGRITY-PROGRAM    PICTURE X(08) VALUE 'INTCHK01'.  RUNGAT01
002079     05  WS-INTEGRITY-HOLD-CODE  PICTURE 9(02) VALUE 08.          RUNGAT01

002080 01  WS-RUN-DATE-FIELDS.                                          RUNGAT01
002090     05  WS-CURRENT-DATE         PICTURE 9(08).                   RUNGAT01
002100     05  WS-CURRENT-TIME         PICTURE 9(08).                   RUNGAT01
002760             PERFORM B400-CHECK-CONFLICT                          RUNGAT01
002770         END-IF                                                   RUNGAT01
002780     END-IF.                                                      RUNGAT01
002782     IF GATE-IS-OPEN                                              RUNGAT01
002784        AND PROGRAM-NAME-REQUEST NOT = WS-INTEGRITY-PROGRAM       RUNGAT01
002786         PERFORM B350-CHECK-INTEGRITY-HOLD                        RUNGAT01
002788     END-IF.                                                      RUNGAT01
002790     IF GATE-IS-OPEN                                              RUNGAT01
002800         PERFORM B600-REGISTER-START                              RUNGAT01
002810         DISPLAY 'GATE OPEN - ' PROGRAM-NAME-REQUEST              RUNGAT01
003390         MOVE 'N' TO WS-GATE-DECISION-SWITCH                      RUNGAT01
003400     END-IF.                                                      RUNGAT01

003401 B350-CHECK-INTEGRITY-HOLD.                                       RUNGAT01
003402     MOVE WS-INTEGRITY-PROGRAM TO PROGRAM-NAME-CTL.               RUNGAT01
003403     PERFORM C020-READ-CONTROL-RECORD.                            RUNGAT01
003404     IF CONTROL-RECORD-FOUND                                      RUNGAT01
003405        AND BUSINESS-DATE-CTL < BUSINESS-DATE-REQUEST             RUNGAT01
003406        AND RETURN-CODE-CTL NOT < WS-INTEGRITY-HOLD-CODE          RUNGAT01
003407         DISPLAY 'GATE CLOSED - INTEGRITY SWEEP '                 RUNGAT01
003408               WS-INTEGRITY-PROGRAM ' FOUND CRITICAL BREAKS FOR ' RUNGAT01
003409               BUSINESS-DATE-CTL                                  RUNGAT01
003410         MOVE 'N' TO WS-GATE-DECISION-SWITCH                      RUNGAT01
003411     END-IF.                                                      RUNGAT01

003412 B600-REGISTER-START.                                             RUNGAT01
003420     MOVE PROGRAM-NAME-REQUEST TO PROGRAM-NAME-CTL.               RUNGAT01
003430     PERFORM C020-READ-CONTROL-RECORD.                            RUNGAT01
003440     MOVE PROGRAM-NAME-REQUEST TO PROGRAM-NAME-CTL.               RUNGAT01
