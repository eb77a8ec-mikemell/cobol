001010******************************************************************PRODMAST
001020**                                                               *PRODMAST
001030**  PRODMAST - INSURANCE PRODUCT MASTER FILE RECORD LAYOUT.      *PRODMAST
001040**             ONE RECORD PER INSURANCE TYPE CODE, CARRYING THE  *PRODMAST
001050**             DESCRIPTION, ACTIVE / WITHDRAWN STATUS, THE TERM  *PRODMAST
001060**             LENGTH IN MONTHS A POLICY MUST BE WRITTEN FOR,    *PRODMAST
001070**             THE MINIMUM AND MAXIMUM TERM PREMIUM AND THE DATE *PRODMAST
001080**             THE PRODUCT MAY FIRST BE SOLD.  A ZERO TERM OR A  *PRODMAST
001090**             ZERO MAXIMUM PREMIUM MEANS NO LIMIT.  A WITHDRAWN *PRODMAST
001100**             PRODUCT STILL REPORTS BUT TAKES NO NEW BUSINESS   *PRODMAST
001110**             AND NO RENEWALS.  MAINTAINED BY PRDMST01 AND READ *PRODMAST
001120**             BY POLEDT01, POLMNT01, POLRPT01, POLRNW01,        *PRODMAST
001130**             AGTMNT01, TRTMNT01 AND AGTXFR01.                  *PRODMAST
001140**                                                               *PRODMAST
001150**    MODIFICATION HISTORY                                       *PRODMAST
001160**    -------------------                                        *PRODMAST
001170**    DATE       INIT  DESCRIPTION                               *PRODMAST
001180**    ---------- ----  ----------------------------------------- *PRODMAST
001190**    2026-10-13  MM   INITIAL VERSION.                          *PRODMAST
001200**                                                               *PRODMAST
001210******************************************************************PRODMAST
001220 01  PRODUCT-MASTER-RECORD.                                       PRODMAST
001230     05  INSURANCE-TYPE-PROD     PICTURE X(10).                   PRODMAST
001240     05  DESCRIPTION-PROD        PICTURE X(30).                   PRODMAST
001250     05  STATUS-PROD             PICTURE X(01).                   PRODMAST
001260         88  PRODUCT-IS-ACTIVE          VALUE 'A'.                PRODMAST
001270         88  PRODUCT-IS-WITHDRAWN       VALUE 'W'.                PRODMAST
001280     05  TERM-MONTHS-PROD        PICTURE 9(02).                   PRODMAST
001290     05  MINIMUM-PREMIUM-PROD    PICTURE 9(05)V99.                PRODMAST
001300     05  MAXIMUM-PREMIUM-PROD    PICTURE 9(05)V99.                PRODMAST
001310     05  SELL-FROM-DATE-PROD     PICTURE 9(08).                   PRODMAST
001320     05  PROD-LAST-RUN-MASTER    PICTURE 9(14).                   PRODMAST

