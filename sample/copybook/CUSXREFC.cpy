      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  09/02/2026 DCG  ORIGINAL COPYBOOK.
      *  10/15/2026 DCG  ADDED AXR-OD-PROTECT, CARVED FROM THE TRAILING
      *                  FILLER.  "Y" = THE CUSTOMER HAS OPTED THIS
      *                  ACCOUNT IN AS AN OVERDRAFT-PROTECTION SOURCE:
      *                  ODSWEEP MAY DRAW ON IT TO COVER THE SAME
      *                  CUSTOMER'S OVERDRAWN ACCOUNTS.  SPACES = NOT
      *                  A SOURCE, EXACTLY AS BEFORE.
      *---------------------------------------------------------------
       01  ACCOUNT-XREF-RECORD.
           05  AXR-ACCOUNT-NO              PIC X(10).
           05  AXR-CUSTOMER-NO             PIC X(10).
           05  AXR-LOAD-DATE               PIC 9(08).
           05  AXR-OD-PROTECT              PIC X(01).
               88  AXR-FUNDS-OD-PROTECTION     VALUE "Y".
           05  FILLER                      PIC X(04).
