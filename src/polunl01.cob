001236**                    MASTER LAYOUT.                             *POLUNL01
001237**   2026-09-02  MM   BACKUP RECORD WIDENED AGAIN FOR THE        *POLUNL01
001238**                    CANCELLATION DATE ON THE POLICY MASTER.    *POLUNL01
001239**   2026-10-02  MM   BACKUP RECORD WIDENED FOR THE PAY PLAN     *POLUNL01
001240**                    CODE ON THE POLICY MASTER.                 *POLUNL01
001241**                                                               *POLUNL01
001250******************************************************************POLUNL01

001260 ENVIRONMENT DIVISION.                                            POLUNL01
001450     COPY POLYMAST.                                               POLUNL01

001460 FD  POLICY-BACKUP-FILE                                           POLUNL01
001470     RECORD CONTAINS 116 CHARACTERS                               POLUNL01
001480     LABEL RECORDS ARE STANDARD                                   POLUNL01
001490     DATA RECORD IS POLICY-BACKUP-RECORD.                         POLUNL01
001500 01  POLICY-BACKUP-RECORD        PICTURE X(116).                  POLUNL01

001510 WORKING-STORAGE SECTION.                                         POLUNL01

