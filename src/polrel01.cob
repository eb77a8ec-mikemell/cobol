001380**                    FIELD.  THE ALPHANUMERIC CUSTOMER NUMBER   *POLREL01
001390**                    NEEDS NO HANDLING - SPACE FILL IS ITS      *POLREL01
001400**                    CORRECT UNASSIGNED DEFAULT.                *POLREL01
001402**   2026-10-02  MM   BACKUP RECORD WIDENED FOR THE PAY PLAN     *POLREL01
001404**                    CODE ON THE POLICY MASTER.  A SHORTER      *POLREL01
001406**                    RECORD LEAVES IT SPACE, WHICH THE MASTER   *POLREL01
001408**                    READS AS THE ANNUAL PLAN.                  *POLREL01
001410**                                                               *POLREL01
001420******************************************************************POLREL01

001640 FILE SECTION.                                                    POLREL01

001650 FD  POLICY-BACKUP-FILE                                           POLREL01
001660     RECORD CONTAINS 116 CHARACTERS                               POLREL01
001670     LABEL RECORDS ARE STANDARD                                   POLREL01
001680     DATA RECORD IS POLICY-BACKUP-RECORD.                         POLREL01
001690 01  POLICY-BACKUP-RECORD.                                        POLREL01
001700     05  BKP-POLICY-NUMBER       PICTURE X(12).                   POLREL01
001710     05  FILLER                  PICTURE X(104).                  POLREL01

001720 01  POLICY-BACKUP-TRAILER REDEFINES POLICY-BACKUP-RECORD.        POLREL01
001730     05  BKP-TRAILER-ID          PICTURE X(12).                   POLREL01
