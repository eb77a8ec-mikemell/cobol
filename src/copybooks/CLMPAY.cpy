001010******************************************************************CLMPAY  
001020**                                                               *CLMPAY  
001030**  CLMPAY   - CLAIM PAYMENT FILE RECORD LAYOUT.                 *CLMPAY  
001040**             ONE RECORD PER CHECK OR ELECTRONIC PAYMENT        *CLMPAY  
001050**             ISSUED AGAINST A CLAIM, KEYED BY THE CHECK        *CLMPAY  
001060**             NUMBER.  EFT PAYMENTS DRAW THEIR REFERENCE FROM   *CLMPAY  
001070**             THE SAME NUMBER SERIES.  WRITTEN, VOIDED AND      *CLMPAY  
001080**             STOPPED BY CLMMNT01.                              *CLMPAY  
001090**                                                               *CLMPAY  
001100**    MODIFICATION HISTORY                                       *CLMPAY  
001110**    -------------------                                        *CLMPAY  
001120**    DATE       INIT  DESCRIPTION                               *CLMPAY  
001130**    ---------- ----  ----------------------------------------- *CLMPAY  
001140**    2026-10-06  MM   INITIAL VERSION.                          *CLMPAY  
001142**    2026-10-15  MM   ADDED THE AMOUNT THE PAYMENT TOOK OFF THE *CLMPAY  
001144**                     CLAIM RESERVE, SO A VOID OR STOP PAY PUTS *CLMPAY  
001146**                     BACK ONLY WHAT WAS TAKEN.                 *CLMPAY  
001150**                                                               *CLMPAY  
001160******************************************************************CLMPAY  
001170 01  CLAIM-PAYMENT-RECORD.                                        CLMPAY  
001180     05  CHECK-NUMBER-PAY        PICTURE 9(08).                   CLMPAY  
001190     05  CLAIM-NUMBER-PAY        PICTURE X(10).                   CLMPAY  
001200     05  POLICY-NUMBER-PAY       PICTURE X(12).                   CLMPAY  
001210     05  PAYEE-NAME-PAY          PICTURE X(30).                   CLMPAY  
001220     05  PAYEE-STREET-PAY        PICTURE X(30).                   CLMPAY  
001230     05  PAYEE-CITY-PAY          PICTURE X(20).                   CLMPAY  
001240     05  PAYEE-STATE-PAY         PICTURE X(02).                   CLMPAY  
001250     05  PAYEE-ZIP-PAY           PICTURE X(09).                   CLMPAY  
001260     05  PAYMENT-METHOD-PAY      PICTURE X(01).                   CLMPAY  
001270         88  PAID-BY-CHECK              VALUE 'C'.                CLMPAY  
001280         88  PAID-BY-EFT                VALUE 'E'.                CLMPAY  
001290     05  PAYMENT-AMOUNT-PAY      PICTURE 9(07)V99.                CLMPAY  
001300     05  ISSUE-DATE-PAY          PICTURE 9(08).                   CLMPAY  
001310     05  PAYMENT-STATUS-PAY      PICTURE X(01).                   CLMPAY  
001320         88  PAYMENT-IS-ISSUED          VALUE 'I'.                CLMPAY  
001330         88  PAYMENT-IS-VOIDED          VALUE 'V'.                CLMPAY  
001340         88  PAYMENT-IS-STOPPED         VALUE 'S'.                CLMPAY  
001350     05  VOID-DATE-PAY           PICTURE 9(08).                   CLMPAY  
001360     05  PAY-LAST-RUN-MASTER     PICTURE 9(14).                   CLMPAY  
001370     05  RESERVE-TAKEN-PAY       PICTURE 9(07)V99.                CLMPAY  

