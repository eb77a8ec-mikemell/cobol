001246**                    MASTER LAYOUT.                             *POLARC01
001247**   2026-09-02  MM   ARCHIVE RECORD WIDENED AGAIN FOR THE       *POLARC01
001248**                    CANCELLATION DATE ON THE POLICY MASTER.    *POLARC01
001249**   2026-10-02  MM   ARCHIVE RECORD WIDENED FOR THE PAY PLAN    *POLARC01
001250**                    CODE ON THE POLICY MASTER.                 *POLARC01
001251**                                                               *POLARC01
001260******************************************************************POLARC01

001270 ENVIRONMENT DIVISION.                                            POLARC01
001590     COPY POLYMAST.                                               POLARC01

001600 FD  POLICY-ARCHIVE-FILE                                          POLARC01
001610     RECORD CONTAINS 116 CHARACTERS                               POLARC01
001620     LABEL RECORDS ARE STANDARD                                   POLARC01
001630     DATA RECORD IS POLICY-ARCHIVE-RECORD.                        POLARC01
001640 01  POLICY-ARCHIVE-RECORD       PICTURE X(116).                  POLARC01

001650 FD  CONTROL-REPORT-FILE                                          POLARC01
001660     RECORD CONTAINS 133 CHARACTERS                               POLARC01
