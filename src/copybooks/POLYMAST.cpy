001250**                    THE POLICY IS IN FORCE - A MID TERM       * POLYMAST
001260**                    CANCELLATION STAMPS THE DATE INSTEAD OF   * POLYMAST
001270**                    DELETING THE RECORD.                      * POLYMAST
001271**   2026-10-02  MM   ADDED THE PAY PLAN CODE.  THE TERM        * POLYMAST
001272**                    PREMIUM IS BILLED ANNUALLY, SEMI-         * POLYMAST
001273**                    ANNUALLY, QUARTERLY OR MONTHLY.  A        * POLYMAST
001274**                    SPACE ON A RECORD WRITTEN BEFORE THE      * POLYMAST
001275**                    CODE EXISTED IS TREATED AS ANNUAL.        * POLYMAST
001280**                                                               *POLYMAST
001290******************************************************************POLYMAST
001300 01  POLICY-MASTER-RECORD.                                        POLYMAST
001400     05  CANCEL-DATE-MASTER      PICTURE 9(08).                   POLYMAST
001410         88  POLICY-IS-CANCELLED        VALUE 00000001            POLYMAST
001420                                        THRU 99999999.            POLYMAST
001430     05  PAY-PLAN-MASTER         PICTURE X(01).                   POLYMAST
001440         88  PAY-PLAN-ANNUAL            VALUE 'A' ' '.            POLYMAST
001450         88  PAY-PLAN-SEMI-ANNUAL       VALUE 'S'.                POLYMAST
001460         88  PAY-PLAN-QUARTERLY         VALUE 'Q'.                POLYMAST
001470         88  PAY-PLAN-MONTHLY           VALUE 'M'.                POLYMAST
