001360**                     ZERO CANCELLATION DATE ON THE MASTER      *ARCINQ01
001370**                     INSTEAD OF THE SPACES THE SHORT RECORD    *ARCINQ01
001380**                     LEFT IN THE NUMERIC FIELD.                *ARCINQ01
001381**    2026-10-02  MM   ARCHIVE AND AUDIT RECORDS WIDENED FOR THE *ARCINQ01
001382**                     PAY PLAN CODE ON THE POLICY MASTER.  A    *ARCINQ01
001383**                     SHORTER ARCHIVE RECORD LEAVES IT SPACE,   *ARCINQ01
001384**                     WHICH THE MASTER READS AS THE ANNUAL      *ARCINQ01
001385**                     PLAN.                                     *ARCINQ01
001390**                                                               *ARCINQ01
001400******************************************************************ARCINQ01

001850         88  REINSTATE-REQUESTED        VALUE 'Y'.                ARCINQ01

001860 FD  ARCHIVE-FILE-1                                               ARCINQ01
001870     RECORD CONTAINS 116 CHARACTERS                               ARCINQ01
001880     LABEL RECORDS ARE STANDARD                                   ARCINQ01
001890     DATA RECORD IS ARCHIVE-RECORD-1.                             ARCINQ01
001900 01  ARCHIVE-RECORD-1            PICTURE X(116).                  ARCINQ01

001910 FD  ARCHIVE-FILE-2                                               ARCINQ01
001920     RECORD CONTAINS 116 CHARACTERS                               ARCINQ01
001930     LABEL RECORDS ARE STANDARD                                   ARCINQ01
001940     DATA RECORD IS ARCHIVE-RECORD-2.                             ARCINQ01
001950 01  ARCHIVE-RECORD-2            PICTURE X(116).                  ARCINQ01

001960 FD  ARCHIVE-FILE-3                                               ARCINQ01
001970     RECORD CONTAINS 116 CHARACTERS                               ARCINQ01
001980     LABEL RECORDS ARE STANDARD                                   ARCINQ01
001990     DATA RECORD IS ARCHIVE-RECORD-3.                             ARCINQ01
002000 01  ARCHIVE-RECORD-3            PICTURE X(116).                  ARCINQ01

002010 FD  POLICY-MASTER-FILE                                           ARCINQ01
002020     LABEL RECORDS ARE STANDARD.                                  ARCINQ01
002030     COPY POLYMAST.                                               ARCINQ01

002040 FD  POLICY-AUDIT-FILE                                            ARCINQ01
002050     RECORD CONTAINS 259 CHARACTERS                               ARCINQ01
002060     LABEL RECORDS ARE STANDARD                                   ARCINQ01
002070     DATA RECORD IS POLICY-AUDIT-RECORD.                          ARCINQ01
002080 01  POLICY-AUDIT-RECORD.                                         ARCINQ01
002090     05  AUDIT-TRANS-CODE        PICTURE X(01).                   ARCINQ01
002100     05  AUDIT-RUN-TIMESTAMP     PICTURE 9(14).                   ARCINQ01
002110     05  AUDIT-POLICY-NUMBER     PICTURE X(12).                   ARCINQ01
002120     05  AUDIT-BEFORE-IMAGE      PICTURE X(116).                  ARCINQ01
002130     05  AUDIT-AFTER-IMAGE       PICTURE X(116).                  ARCINQ01

002140 FD  DOSSIER-REPORT-FILE                                          ARCINQ01
002150     RECORD CONTAINS 133 CHARACTERS                               ARCINQ01
002490     05  LAST-RUN-DATE-ARCH      PICTURE 9(14).                   ARCINQ01
002500     05  CUSTOMER-NUMBER-ARCH    PICTURE X(08).                   ARCINQ01
002510     05  CANCEL-DATE-ARCH        PICTURE 9(08).                   ARCINQ01
002515     05  PAY-PLAN-ARCH           PICTURE X(01).                   ARCINQ01

002520 01  WS-REQUEST-TABLE-FIELDS.                                     ARCINQ01
002530     05  WS-REQUEST-TABLE-MAX    PICTURE 9(03) COMP VALUE 200.    ARCINQ01
