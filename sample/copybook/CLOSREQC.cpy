      *---------------------------------------------------------------
      *  CLOSREQC.CPY
      *  ------------------------------------------------------------
      *  ACCOUNT CLOSURE REQUEST RECORD LAYOUT (CLOSREQ).  ONE ROW
      *  PER ACCOUNT THE BRANCH HAS ASKED TO CLOSE, WORKED BY
      *  ACCTCLOS EACH NIGHT UNTIL THE ACCOUNT IS CLOSED OR THE
      *  REQUEST IS REFUSED.  THE BRANCH KEYS THE ACCOUNT, THE PAYOUT
      *  DESTINATION AND THE FEE WAIVER; ACCTCLOS OWNS EVERYTHING
      *  FROM CLR-STATUS ON.
      *
      *  CLR-PAYOUT-METHOD SAYS WHERE THE NET BALANCE GOES:
      *    "L"  LINKED ACCOUNT -- CLR-PAYOUT-BRANCH/CLR-PAYOUT-ACCOUNT,
      *         WHICH MUST BE OPEN AND NOT THE ACCOUNT BEING CLOSED.
      *    "Q"  OFFICIAL CHEQUE -- MADE OUT TO CLR-PAYEE-NAME AND
      *         LISTED ON THE CLOSCHQ ISSUE REGISTER.
      *
      *  CLR-STATUS:
      *    SPACE/"R"  REQUESTED -- NOT YET WORKED.
      *    "S"        SETTLING -- FINAL ITEMS GENERATED ON
      *               CLR-ACTION-DATE, WAITING FOR THE BALANCE TO
      *               POST TO ZERO.
      *    "C"        CLOSED -- ACCTMST SET CLOSED ON CLR-ACTION-DATE.
      *    "X"        REFUSED -- CLR-REFUSAL-CODE SAYS WHY.
      *  CLOSED AND REFUSED ROWS ARE REPORTED THE NIGHT THEY GET
      *  THERE AND DROPPED FROM THE FILE ON THE NEXT RUN.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CLOSURE-REQUEST-RECORD.
           05  CLR-BRANCH-CODE             PIC X(03).
           05  CLR-ACCOUNT-NO              PIC X(10).
           05  CLR-REQUEST-DATE            PIC 9(08).
           05  CLR-PAYOUT-METHOD           PIC X(01).
               88  CLR-PAY-TO-LINKED           VALUE "L".
               88  CLR-PAY-BY-CHEQUE           VALUE "Q".
           05  CLR-PAYOUT-BRANCH           PIC X(03).
           05  CLR-PAYOUT-ACCOUNT          PIC X(10).
           05  CLR-PAYEE-NAME              PIC X(20).
           05  CLR-WAIVE-FEE               PIC X(01).
               88  CLR-FEE-WAIVED              VALUE "Y".
           05  CLR-STATUS                  PIC X(01).
               88  CLR-REQUESTED               VALUES SPACE "R".
               88  CLR-SETTLING                VALUE "S".
               88  CLR-CLOSED                  VALUE "C".
               88  CLR-REFUSED                 VALUE "X".
           05  CLR-REFUSAL-CODE            PIC X(02).
           05  CLR-ACTION-DATE             PIC 9(08).
           05  CLR-PAID-OUT                PIC 9(09)V99.
           05  FILLER                      PIC X(02).
