      *---------------------------------------------------------------
      *  PRODREC.CPY
      *  ------------------------------------------------------------
      *  ACCOUNT PRODUCT MASTER RECORD LAYOUT (PRODMST).  ONE ROW PER
      *  PRODUCT MARKETING SELLS -- BASIC SAVINGS, PREMIUM SAVINGS,
      *  BUSINESS CHECKING AND SO ON -- KEYED BY THE TWO-CHARACTER
      *  CODE CARRIED IN ACM-PRODUCT-CODE ON ACCTMST.  ACCTEDIT
      *  REJECTS A FEED ROW NAMING A PRODUCT NOT ON THIS TABLE,
      *  DORMANT TAKES PRD-DORMANT-MONTHS AS THE PRODUCT'S OWN
      *  INACTIVITY THRESHOLD (ZERO = THE OPERATOR'S THRESHOLD), AND
      *  STMTGEN PRINTS PRD-PRODUCT-NAME ON THE STATEMENT HEAD.  THE
      *  PRODUCT'S RATE TIERS AND FEE SCHEDULE LIVE ON INTRATTB AND
      *  SVCCHGTB UNDER THE SAME CODE, SO A NEW PRODUCT IS A ROW
      *  HERE PLUS ITS PRICING ROWS -- NOT A CODE CHANGE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  PRODUCT-MASTER-RECORD.
           05  PRD-PRODUCT-CODE            PIC X(02).
           05  PRD-PRODUCT-NAME            PIC X(20).
           05  PRD-DORMANT-MONTHS          PIC 9(03).
               88  PRD-OPERATOR-THRESHOLD      VALUE ZERO.
           05  FILLER                      PIC X(05).
