      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  09/02/2026 DCG  ORIGINAL COPYBOOK.
      *  10/15/2026 DCG  CARVED INA-CURRENCY-CODE FROM THE TRAILING
      *                  FILLER -- THE ACCOUNT CURRENCY THE ACCRUAL
      *                  IS HELD IN (SPACES = LOCAL), STAMPED BY
      *                  INTACCR FROM ABL-CURRENCY-CODE SO INTCAP
      *                  CAPITALIZES IN THE SAME CURRENCY.
      *  10/15/2026 DCG  ADDED INA-BACKVALUE-AMOUNT AND INA-LAST-
      *                  BACKVALUE-DATE (RECORD NOW 66 BYTES).
      *                  INTBVADJ ADDS THE INTEREST A BACK-DATED ITEM
      *                  MISSED INTO INA-ACCRUED-AMOUNT AS USUAL AND
      *                  ALSO INTO INA-BACKVALUE-AMOUNT, SO THE PART
      *                  OF THE ACCRUAL THAT IS BACK-VALUE ADJUSTMENT
      *                  STAYS VISIBLE UNTIL INTCAP OR ACCTCLOS SWEEPS
      *                  BOTH TO ZERO.  THE DATE IS INTBVADJ'S RERUN
      *                  GUARD, AS INA-LAST-ACCRUAL-DATE IS INTACCR'S.
      *---------------------------------------------------------------
       01  INTEREST-ACCRUAL-RECORD.
           05  INA-KEY.
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  INA-LAST-ACCRUAL-DATE       PIC 9(08).
           05  INA-LAST-CAPITAL-DATE       PIC 9(08).
           05  INA-CURRENCY-CODE           PIC X(03).
               88  INA-LOCAL-CURRENCY          VALUE SPACES.
           05  FILLER                      PIC X(02).
           05  INA-BACKVALUE-AMOUNT        PIC S9(09)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  INA-LAST-BACKVALUE-DATE     PIC 9(08).
