      *---------------------------------------------------------------
      *  WHTAXRC.CPY
      *  ------------------------------------------------------------
      *  INTEREST WITHHOLDING-TAX RATE TABLE LAYOUT (WHTAXTB), ONE
      *  ROW PER WITHHOLDING CATEGORY.  A CUSTOMER IS SUBJECT TO
      *  WITHHOLDING WHEN CUS-WHT-CODE ON CUSTMST NAMES A CATEGORY;
      *  INTCAP TAKES WHT-RATE PERCENT OF EVERY INTEREST CREDIT IT
      *  CAPITALIZES FOR THAT CUSTOMER AND POSTS IT AS A TYPE "12"
      *  ITEM.  A ZERO RATE ROW IS A CATEGORY THAT IS REPORTED BUT
      *  NOT WITHHELD.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  WITHHOLDING-RATE-RECORD.
           05  WHT-CODE                    PIC X(02).
           05  WHT-RATE                    PIC 9(02)V9(04).
           05  WHT-DESCRIPTION             PIC X(20).
           05  FILLER                      PIC X(04).
