      *---------------------------------------------------------------
      *  INTMOVRC.CPY
      *  ------------------------------------------------------------
      *  INTEREST ACCRUAL MOVEMENT RECORD (INTACMOV), 60 BYTES.  EVERY
      *  CHANGE TO AN INTACCRU ACCRUED AMOUNT IS ALSO APPENDED HERE
      *  SO ACRVOUCH CAN CARRY IT TO THE GENERAL LEDGER: INTACCR'S
      *  DAY OF INTEREST ("A") AND THE SWEEP OF THE WHOLE ACCRUAL BY
      *  INTCAP AT MONTH END OR ACCTCLOS AT CLOSURE ("R", THE
      *  ACCRUAL REVERSED).  IMV-AMOUNT IS THE MOVEMENT ITSELF IN THE
      *  ACCRUAL'S CURRENCY, SIGNED THE INA-ACCRUED-AMOUNT WAY, SO A
      *  REVERSAL CARRIES THE OPPOSITE SIGN OF THE ACCRUAL IT
      *  CLEARS.  IMV-SIDE SAYS WHICH GL PAIR IT BELONGS TO: "P" FOR
      *  INTEREST PAYABLE ON A CREDIT BALANCE, "R" FOR INTEREST
      *  RECEIVABLE ON A DEBIT BALANCE.  IMV-LOCAL-AMOUNT IS THE
      *  CURRATES LOCAL EQUIVALENT; IMV-NO-RATE MARKS A FOREIGN
      *  MOVEMENT THAT COULD NOT BE PRICED.  ACRVOUCH CONSUMES THE
      *  FILE EACH NIGHT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *  10/15/2026 DCG  ADDED IMV-IS-BACKVALUE ("B"), INTBVADJ'S
      *                  ADJUSTMENT FOR THE ACCRUAL NIGHTS A BACK-
      *                  DATED ITEM MISSED.  IT VOUCHERS LIKE AN
      *                  ACCRUAL.
      *---------------------------------------------------------------
       01  INTEREST-MOVEMENT-RECORD.
           05  IMV-RUN-DATE                PIC 9(08).
           05  IMV-BRANCH-CODE             PIC X(03).
           05  IMV-ACCOUNT-NO              PIC X(10).
           05  IMV-MOVE-TYPE               PIC X(01).
               88  IMV-IS-ACCRUAL              VALUE "A".
               88  IMV-IS-REVERSAL             VALUE "R".
               88  IMV-IS-BACKVALUE            VALUE "B".
           05  IMV-SIDE                    PIC X(01).
               88  IMV-PAYABLE                 VALUE "P".
               88  IMV-RECEIVABLE              VALUE "R".
           05  IMV-CURRENCY-CODE           PIC X(03).
           05  IMV-AMOUNT                  PIC S9(09)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  IMV-LOCAL-AMOUNT            PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  IMV-RATE-SWITCH             PIC X(01).
               88  IMV-NO-RATE                 VALUE "N".
           05  FILLER                      PIC X(07).
