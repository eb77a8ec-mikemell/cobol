001010******************************************************************RCVMAST 
001020**                                                               *RCVMAST 
001030**  RCVMAST  - PREMIUM RECEIVABLES MASTER FILE RECORD LAYOUT.    *RCVMAST 
001038**             ONE RECORD PER INSTALLMENT OF A BILLED POLICY     *RCVMAST 
001046**             TERM, KEYED BY POLICY NUMBER AND INSTALLMENT      *RCVMAST 
001054**             NUMBER.  CREATED BY POLMNT01 WHEN A POLICY IS     *RCVMAST 
001062**             ADDED OR RENEWED, INVOICED BY INSBIL01, RELIEVED  *RCVMAST 
001070**             BY THE CASH POSTING RUN, AND SWEPT BY THE AGED    *RCVMAST 
001078**             RECEIVABLES REPORT AND THE LAPSE EXTRACT.         *RCVMAST 
001090**                                                               *RCVMAST 
001100**    MODIFICATION HISTORY                                       *RCVMAST 
001110**    -------------------                                        *RCVMAST 
001120**    DATE       INIT  DESCRIPTION                               *RCVMAST 
001130**    ---------- ----  ----------------------------------------- *RCVMAST 
001140**    2026-09-02  MM   INITIAL VERSION.                          *RCVMAST 
001141**    2026-10-02  MM   SPLIT THE TERM INTO INSTALLMENTS UNDER    *RCVMAST 
001142**                     THE POLICY PAY PLAN.  THE KEY NOW         *RCVMAST 
001143**                     CARRIES THE INSTALLMENT NUMBER, AND       *RCVMAST 
001144**                     EACH RECORD CARRIES THE INSTALLMENT       *RCVMAST 
001145**                     COUNT, FEE, PAY PLAN AND THE DATE THE     *RCVMAST 
001146**                     INVOICE WAS ISSUED (ZERO UNTIL THEN).     *RCVMAST 
001147**                     THE BILLED AMOUNT INCLUDES THE FEE.       *RCVMAST 
001150**                                                               *RCVMAST 
001160******************************************************************RCVMAST 
001170 01  RECEIVABLE-MASTER-RECORD.                                    RCVMAST 
001174     05  RECEIVABLE-KEY-RCVB.                                     RCVMAST 
001178         10  POLICY-NUMBER-RCVB  PICTURE X(12).                   RCVMAST 
001182         10  INSTALLMENT-NUMBER-RCVB                              RCVMAST 
001186                                 PICTURE 9(02).                   RCVMAST 
001190     05  CUSTOMER-NUMBER-RCVB    PICTURE X(08).                   RCVMAST 
001200     05  AGENT-NAME-RCVB         PICTURE X(20).                   RCVMAST 
001210     05  BILLED-AMOUNT-RCVB      PICTURE 9(05)V99.                RCVMAST 
001270         88  RECEIVABLE-IS-PAID         VALUE 'P'.                RCVMAST 
001280         88  RECEIVABLE-IS-LAPSED       VALUE 'L'.                RCVMAST 
001290     05  RCVB-LAST-RUN-MASTER    PICTURE 9(14).                   RCVMAST 
001300     05  INSTALLMENT-COUNT-RCVB  PICTURE 9(02).                   RCVMAST 
001310     05  INSTALLMENT-FEE-RCVB    PICTURE 9(03)V99.                RCVMAST 
001320     05  PAY-PLAN-RCVB           PICTURE X(01).                   RCVMAST 
001330     05  INVOICE-DATE-RCVB       PICTURE 9(08).                   RCVMAST 
001340         88  INSTALLMENT-NOT-INVOICED   VALUE ZERO.               RCVMAST 

