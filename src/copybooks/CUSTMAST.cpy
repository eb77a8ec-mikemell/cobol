001100**    DATE       INIT  DESCRIPTION                               *CUSTMAST
001110**    ---------- ----  ----------------------------------------- *CUSTMAST
001120**    2026-09-02  MM   INITIAL VERSION.                          *CUSTMAST
001121**    2026-10-15  MM   ADDED THE CUSTOMER STATUS AND THE NUMBER  *CUSTMAST
001122**                     OF THE CUSTOMER A RETIRED RECORD WAS      *CUSTMAST
001123**                     MERGED INTO.  A RETIRED CUSTOMER STAYS ON *CUSTMAST
001124**                     THE MASTER SO OLD REFERENCES STILL        *CUSTMAST
001125**                     RESOLVE.  SET BY THE CUSTOMER MERGE RUN.  *CUSTMAST
001130**                                                               *CUSTMAST
001140******************************************************************CUSTMAST
001150 01  CUSTOMER-MASTER-RECORD.                                      CUSTMAST
001210     05  ZIP-CODE-CUST           PICTURE X(09).                   CUSTMAST
001220     05  PHONE-NUMBER-CUST       PICTURE X(10).                   CUSTMAST
001230     05  CUST-LAST-RUN-MASTER    PICTURE 9(14).                   CUSTMAST
001240     05  STATUS-CUST             PICTURE X(01).                   CUSTMAST
001250         88  CUSTOMER-IS-ACTIVE         VALUE 'A' ' '.            CUSTMAST
001260         88  CUSTOMER-IS-RETIRED        VALUE 'R'.                CUSTMAST
001270     05  MERGED-INTO-CUST        PICTURE X(08).                   CUSTMAST

