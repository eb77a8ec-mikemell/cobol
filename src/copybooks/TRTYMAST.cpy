001010******************************************************************TRTYMAST
001020**                                                               *TRTYMAST
001030**  TRTYMAST - REINSURANCE TREATY MASTER FILE RECORD LAYOUT.     *TRTYMAST
001040**             ONE RECORD PER INSURANCE TYPE, TREATY KIND AND    *TRTYMAST
001050**             EFFECTIVE DATE.  A QUOTA SHARE TREATY CEDES THE   *TRTYMAST
001060**             CESSION PERCENTAGE OF PREMIUM AND LOSS, UP TO THE *TRTYMAST
001070**             LIMIT WHEN ONE IS GIVEN.  A PER RISK EXCESS OF    *TRTYMAST
001080**             LOSS TREATY CEDES EACH CLAIM ABOVE THE RETENTION  *TRTYMAST
001090**             UP TO THE LIMIT, FOR A PREMIUM OF THE CESSION     *TRTYMAST
001100**             PERCENTAGE.  THE TREATY IN FORCE FOR A POLICY IS  *TRTYMAST
001110**             THE LATEST WHOSE EFFECTIVE DATE IS NOT AFTER THE  *TRTYMAST
001120**             POLICY EFFECTIVE DATE.  MAINTAINED BY TRTMNT01    *TRTYMAST
001130**             AND READ BY THE MONTHLY CESSION RUN RINCSN01.     *TRTYMAST
001140**                                                               *TRTYMAST
001150**    MODIFICATION HISTORY                                       *TRTYMAST
001160**    -------------------                                        *TRTYMAST
001170**    DATE       INIT  DESCRIPTION                               *TRTYMAST
001180**    ---------- ----  ----------------------------------------- *TRTYMAST
001190**    2026-10-07  MM   INITIAL VERSION.                          *TRTYMAST
001200**                                                               *TRTYMAST
001210******************************************************************TRTYMAST
001220 01  TREATY-MASTER-RECORD.                                        TRTYMAST
001230     05  TREATY-KEY-TRTY.                                         TRTYMAST
001240         10  INSURANCE-TYPE-TRTY PICTURE X(10).                   TRTYMAST
001250         10  TREATY-KIND-TRTY    PICTURE X(01).                   TRTYMAST
001260             88  QUOTA-SHARE-TREATY     VALUE 'Q'.                TRTYMAST
001270             88  EXCESS-OF-LOSS-TREATY  VALUE 'X'.                TRTYMAST
001280         10  EFFECTIVE-DATE-TRTY PICTURE 9(08).                   TRTYMAST
001290     05  TREATY-NUMBER-TRTY      PICTURE X(10).                   TRTYMAST
001300     05  REINSURER-NAME-TRTY     PICTURE X(20).                   TRTYMAST
001310     05  CESSION-PERCENT-TRTY    PICTURE 9V9999.                  TRTYMAST
001320     05  RETENTION-TRTY          PICTURE 9(07)V99.                TRTYMAST
001330     05  LIMIT-TRTY              PICTURE 9(07)V99.                TRTYMAST
001340     05  TRTY-LAST-RUN-MASTER    PICTURE 9(14).                   TRTYMAST

