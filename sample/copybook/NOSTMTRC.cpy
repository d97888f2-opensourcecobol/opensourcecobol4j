      *---------------------------------------------------------------
      *  NOSTMTRC.CPY
      *  ------------------------------------------------------------
      *  CORRESPONDENT BANK STATEMENT ENTRY (NOSTMT.*), 80 BYTES.
      *  ONE LINE PER MOVEMENT THE CORRESPONDENT BOOKED ON OUR
      *  NOSTRO ACCOUNT WITH IT, IN THE ACCOUNT'S CURRENCY.  "D" IS
      *  A DEBIT TO OUR NOSTRO (FUNDS PAID AWAY FOR OUR CUSTOMERS'
      *  DEBIT ITEMS), "C" A CREDIT -- THE SAME SIGN SETLPOSN USES,
      *  WHERE CREDITS SUBTRACT.  READ BY NOSTRCN.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  NOSTRO-STATEMENT-RECORD.
           05  NST-CORRESPONDENT           PIC X(11).
           05  NST-NOSTRO-ACCOUNT          PIC X(20).
           05  NST-CURRENCY-CODE           PIC X(03).
           05  NST-STATEMENT-DATE          PIC 9(08).
           05  NST-VALUE-DATE              PIC 9(08).
           05  NST-AMOUNT                  PIC 9(11)V99.
           05  NST-DC-INDICATOR            PIC X(01).
               88  NST-IS-DEBIT                VALUE "D".
               88  NST-IS-CREDIT               VALUE "C".
           05  NST-REFERENCE               PIC X(16).
