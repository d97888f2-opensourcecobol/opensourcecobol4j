      *                  PAPER, SO EVERY EXISTING RECORD KEEPS
      *                  PRINTING EXACTLY AS BEFORE.  STMTGEN SPLITS
      *                  ITS OUTPUT ON THIS CODE.
      *  10/15/2026 DCG  CARVED ACM-PRODUCT-CODE FROM THE TRAILING
      *                  FILLER -- THE ACCOUNT'S PRODUCT ON THE
      *                  PRODMST PRODUCT MASTER, WHICH PICKS ITS
      *                  INTRATTB RATE TIERS, ITS SVCCHGTB FEE
      *                  SCHEDULE AND ITS DORMANCY MONTHS.  SPACES
      *                  MEANS NO PRODUCT: THE DEFAULT TIERS, THE
      *                  DEFAULT SCHEDULE AND THE OPERATOR'S
      *                  THRESHOLD, SO EVERY EXISTING RECORD BEHAVES
      *                  EXACTLY AS BEFORE.
      *  10/15/2026 DCG  ADDED ACM-ACCOUNT-CHARGED-OFF VALUE "W", SET
      *                  BY CHGOFF WHEN AN ACCOUNT THAT HAS STAYED
      *                  OVERDRAWN TOO LONG IS WRITTEN OFF.  IT IS NOT
      *                  OPEN: VALACCT STILL TAKES MONEY IN ON IT (SO
      *                  CHGOFF CAN SWEEP IT TO RECOVERIES) BUT
      *                  REJECTS ANY WITHDRAWAL WITH CODE 18.
      *  10/15/2026 DCG  ADDED ACM-CURRENCY-CODE, THE CURRENCY THE
      *                  ACCOUNT IS HELD IN (SPACES = LOCAL, THE
      *                  SAME MEANING TR-CURRENCY-CODE GIVES IT, SO
      *                  EVERY EXISTING ACCOUNT STAYS LOCAL).  THE
      *                  RECORD HAD NO FILLER LEFT TO CARVE, SO IT
      *                  GROWS TO 27 BYTES.  BALPOST POSTS EACH ITEM
      *                  IN THIS CURRENCY AND STAMPS IT ON THE
      *                  ACCOUNT'S ACCTBAL RECORD.
      *---------------------------------------------------------------
       01  ACCOUNT-MASTER-RECORD.
           05  ACM-ACCOUNT-NO              PIC X(10).
               88  ACM-ACCOUNT-CLOSED          VALUE "C".
               88  ACM-ACCOUNT-FROZEN          VALUE "F".
               88  ACM-ACCOUNT-DORMANT         VALUE "D".
               88  ACM-ACCOUNT-CHARGED-OFF     VALUE "W".
           05  ACM-LOAD-DATE               PIC 9(08).
           05  ACM-CYCLE-CODE              PIC X(02).
               88  ACM-MONTH-END-CYCLE         VALUE SPACES.
           05  ACM-DELIVERY-CODE           PIC X(01).
               88  ACM-DELIVER-ELECTRONIC      VALUE "E".
               88  ACM-DELIVER-PAPER           VALUES "P" SPACE.
           05  ACM-PRODUCT-CODE            PIC X(02).
               88  ACM-NO-PRODUCT              VALUE SPACES.
           05  ACM-CURRENCY-CODE           PIC X(03).
               88  ACM-LOCAL-CURRENCY          VALUE SPACES.
