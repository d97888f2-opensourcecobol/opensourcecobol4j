      *---------------------------------------------------------------
      *  HELDMLRC.CPY
      *  ------------------------------------------------------------
      *  HELD-MAIL LIST RECORD LAYOUT (HELDMAIL).  APPEND-ONLY, ONE
      *  LINE PER PIECE OF MAIL NOT SENT BECAUSE THE CUSTOMER'S
      *  ADDRESS IS FLAGGED RETURNED ON CUSTCONT -- WHICH PROGRAM
      *  HELD IT, FOR WHICH CUSTOMER AND ACCOUNT, WHAT IT WAS, AND
      *  THE DATE THE ADDRESS WAS FLAGGED.  WRITTEN ONLY BY MAILCHK,
      *  SO EVERY MAILING PROGRAM HOLDS MAIL THE SAME WAY.  THE
      *  LIST IS WHAT OPERATIONS WORKS FROM TO RE-SEND ONCE THE
      *  ADDRESS HAS BEEN CORRECTED.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  HELD-MAIL-RECORD.
           05  HML-RUN-DATE                PIC 9(08).
           05  HML-PROGRAM                 PIC X(08).
           05  HML-CUSTOMER-NO             PIC X(10).
           05  HML-ACCOUNT-NO              PIC X(10).
           05  HML-ITEM-DESC               PIC X(30).
           05  HML-RETURNED-DATE           PIC 9(08).
           05  FILLER                      PIC X(06).
