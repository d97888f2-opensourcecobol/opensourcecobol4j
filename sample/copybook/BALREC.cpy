      *                  ACCOUNT'S AVAILABLE BALANCE ALL DAY, AND
      *                  THE END-OF-DAY BALPOST HARD POST ZEROES IT
      *                  AS THE TRUE-UP "O" RUN LANDS.
      *  10/15/2026 DCG  CARVED ABL-CURRENCY-CODE FROM THE TRAILING
      *                  FILLER -- THE CURRENCY EVERY AMOUNT ON THE
      *                  RECORD IS HELD IN (SPACES = LOCAL, SO EVERY
      *                  EXISTING BALANCE IS EXACTLY WHAT IT WAS).
      *                  BALPOST SETS IT FROM ACM-CURRENCY-CODE WHEN
      *                  THE BALANCE IS OPENED.
      *  10/15/2026 DCG  ADDED ABL-AVAILABLE-BALANCE AFTER THE FILLER
      *                  (RECORD NOW 96 BYTES, ACCTBAL RELOADED ONCE):
      *                  THE LEDGER BALANCE LESS THE ITEMS STILL HELD
      *                  ON UNCOLFND.  BALPOST MOVES IT WITH EVERY
      *                  ITEM NOT HELD AND FUNDREL RESETS IT NIGHTLY
      *                  AS THE FLOAT RUNS OUT, SO AVAILABLE PLUS
      *                  MEMO IS NOW WHAT THE ACCOUNT CAN SPEND.
      *---------------------------------------------------------------
       01  BALANCE-RECORD.
           05  ABL-KEY.
           05  ABL-LAST-POSTED-DATE        PIC 9(08).
           05  ABL-MEMO-BALANCE            PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  ABL-CURRENCY-CODE           PIC X(03).
               88  ABL-LOCAL-CURRENCY          VALUE SPACES.
           05  FILLER                      PIC X(02).
           05  ABL-AVAILABLE-BALANCE       PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
