001350**                     RECORD PER AGENT AND POLICY IS COUNTED    *RNWRPT01
001360**                     NOW, SO NOTICES AND THE RETENTION RATE    *RNWRPT01
001370**                     ARE PER POLICY, NOT PER OFFER RECORD.     *RNWRPT01
001375**    2026-10-02  MM   OFFER RECORD WIDENED FOR THE PAY PLAN.    *RNWRPT01
001380**                                                               *RNWRPT01
001390******************************************************************RNWRPT01

001620 FILE SECTION.                                                    RNWRPT01

001630 FD  RENEWAL-OFFER-FILE                                           RNWRPT01
001640     RECORD CONTAINS 103 CHARACTERS                               RNWRPT01
001650     LABEL RECORDS ARE STANDARD                                   RNWRPT01
001660     DATA RECORD IS RENEWAL-OFFER-RECORD.                         RNWRPT01
001670 01  RENEWAL-OFFER-RECORD.                                        RNWRPT01
001750     05  OFR-EXPIRATION-DATE     PICTURE 9(08).                   RNWRPT01
001760     05  OFR-CUSTOMER-NUMBER     PICTURE X(08).                   RNWRPT01
001770     05  OFR-CANCEL-DATE         PICTURE 9(08).                   RNWRPT01
001775     05  OFR-PAY-PLAN            PICTURE X(01).                   RNWRPT01

001780 FD  POLICY-MASTER-FILE                                           RNWRPT01
001790     LABEL RECORDS ARE STANDARD.                                  RNWRPT01
