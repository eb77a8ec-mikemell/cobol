001010******************************************************************SUSPMAST
001020**                                                               *SUSPMAST
001030**  SUSPMAST - UNAPPLIED CASH SUSPENSE FILE RECORD LAYOUT.       *SUSPMAST
001040**             ONE RECORD PER PAYMENT, OR PART OF A PAYMENT,     *SUSPMAST
001050**             THE CASH POSTING RUN COULD NOT APPLY TO AN OPEN   *SUSPMAST
001060**             INSTALLMENT.  KEYED BY POLICY NUMBER, RECEIPT     *SUSPMAST
001070**             DATE AND A SEQUENCE WITHIN THE DAY.  WRITTEN AND  *SUSPMAST
001080**             RETRIED EACH NIGHT BY CSHPST01, AGED AND CLEARED  *SUSPMAST
001090**             TO THE CUSTOMER REFUND EXTRACT BY SUSRPT01.       *SUSPMAST
001100**                                                               *SUSPMAST
001110**    MODIFICATION HISTORY                                       *SUSPMAST
001120**    -------------------                                        *SUSPMAST
001130**    DATE       INIT  DESCRIPTION                               *SUSPMAST
001140**    ---------- ----  ----------------------------------------- *SUSPMAST
001150**    2026-10-05  MM   INITIAL VERSION.                          *SUSPMAST
001160**                                                               *SUSPMAST
001170******************************************************************SUSPMAST
001180 01  SUSPENSE-MASTER-RECORD.                                      SUSPMAST
001190     05  SUSPENSE-KEY-SUSP.                                       SUSPMAST
001200         10  POLICY-NUMBER-SUSP  PICTURE X(12).                   SUSPMAST
001210         10  RECEIPT-DATE-SUSP   PICTURE 9(08).                   SUSPMAST
001220         10  SEQUENCE-NUMBER-SUSP                                 SUSPMAST
001230                                 PICTURE 9(03).                   SUSPMAST
001240     05  REASON-CODE-SUSP        PICTURE X(02).                   SUSPMAST
001250         88  SUSPENSE-NO-RECEIVABLE     VALUE 'NR'.               SUSPMAST
001260         88  SUSPENSE-RECEIVABLE-LAPSED VALUE 'LP'.               SUSPMAST
001270         88  SUSPENSE-OVERPAYMENT       VALUE 'OP'.               SUSPMAST
001280     05  ORIGINAL-AMOUNT-SUSP    PICTURE 9(07)V99.                SUSPMAST
001290     05  OPEN-AMOUNT-SUSP        PICTURE 9(07)V99.                SUSPMAST
001300     05  SUSPENDED-DATE-SUSP     PICTURE 9(08).                   SUSPMAST
001310     05  STATUS-SUSP             PICTURE X(01).                   SUSPMAST
001320         88  SUSPENSE-IS-OPEN           VALUE 'O'.                SUSPMAST
001330         88  SUSPENSE-IS-APPLIED        VALUE 'A'.                SUSPMAST
001340         88  SUSPENSE-IS-REFUNDED       VALUE 'R'.                SUSPMAST
001350     05  RESOLVED-DATE-SUSP      PICTURE 9(08).                   SUSPMAST
001360     05  SUSP-LAST-RUN-MASTER    PICTURE 9(14).                   SUSPMAST

