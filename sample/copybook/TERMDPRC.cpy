      *---------------------------------------------------------------
      *  TERMDPRC.CPY
      *  ------------------------------------------------------------
      *  TERM DEPOSIT RECORD LAYOUT (TERMDEP).  ONE ROW PER FIXED-
      *  TERM DEPOSIT, HELD AGAINST ITS OWN ACCTMST ACCOUNT (PRODUCT
      *  "TD").  THE CONTRACT IS THE PRINCIPAL, THE START DATE, THE
      *  TERM IN MONTHS AND THE ANNUAL RATE (SAME 9(02)V9(04)
      *  PERCENT AS INTRATTB); TDP-MATURITY-DATE IS THE START DATE
      *  PLUS THE TERM, THE DAY CLAMPED TO THE TARGET MONTH'S LENGTH.
      *
      *  TDP-INSTRUCTION SAYS WHAT HAPPENS AT MATURITY:
      *    "R"  ROLL OVER -- INTEREST IS ADDED TO THE PRINCIPAL AND
      *         A NEW TERM STARTS ON THE OLD MATURITY DATE.
      *    "P"  PAY -- PRINCIPAL AND INTEREST ARE MOVED TO THE LINKED
      *         TDP-PAYOUT-BRANCH/TDP-PAYOUT-ACCOUNT AND THE DEPOSIT
      *         IS CLOSED.
      *    "H"  HOLD -- INTEREST IS PAID IN AND THE FUNDS STAY ON
      *         THE DEPOSIT ACCOUNT, EARNING NOTHING FURTHER, UNTIL
      *         THE CUSTOMER GIVES AN INSTRUCTION.
      *
      *  BRANCH OPERATIONS BREAK A DEPOSIT EARLY BY SETTING
      *  TDP-EARLY-WDL-DATE; TDMATURE THEN PAYS INTEREST TO THAT
      *  DATE LESS THE EARLY-WITHDRAWAL PENALTY.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  TERM-DEPOSIT-RECORD.
           05  TDP-BRANCH-CODE             PIC X(03).
           05  TDP-ACCOUNT-NO              PIC X(10).
           05  TDP-PRINCIPAL               PIC 9(09)V99.
           05  TDP-START-DATE              PIC 9(08).
           05  TDP-TERM-MONTHS             PIC 9(03).
           05  TDP-ANNUAL-RATE             PIC 9(02)V9(04).
           05  TDP-MATURITY-DATE           PIC 9(08).
           05  TDP-INSTRUCTION             PIC X(01).
               88  TDP-ROLL-OVER               VALUE "R".
               88  TDP-PAY-OUT                 VALUE "P".
               88  TDP-HOLD                    VALUE "H".
               88  TDP-INSTRUCTION-VALID       VALUES "R" "P" "H".
           05  TDP-PAYOUT-BRANCH           PIC X(03).
           05  TDP-PAYOUT-ACCOUNT          PIC X(10).
           05  TDP-STATUS                  PIC X(01).
               88  TDP-ACTIVE                  VALUE "A".
               88  TDP-MATURED-HELD            VALUE "M".
               88  TDP-CLOSED                  VALUE "C".
           05  TDP-EARLY-WDL-DATE          PIC 9(08).
               88  TDP-NO-EARLY-WITHDRAWAL     VALUE ZERO.
           05  FILLER                      PIC X(08).
