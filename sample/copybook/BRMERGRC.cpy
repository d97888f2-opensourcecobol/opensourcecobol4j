      *---------------------------------------------------------------
      *  BRMERGRC.CPY
      *  ------------------------------------------------------------
      *  BRANCH MERGER REQUEST RECORD LAYOUT (BRMRGREQ).  ONE ROW PER
      *  MERGER: THE CLOSING BRANCH, THE SURVIVING BRANCH IT FOLDS
      *  INTO AND THE DATE THE TWO BECOME ONE.  OPERATIONS KEYS THE
      *  FIRST THREE FIELDS AND RECORDS A MATCHING BRMERGE ACTION ON
      *  THE APPROVAL FILE THROUGH APPRMNT; BRMERGE OWNS EVERYTHING
      *  FROM BMR-STATUS ON.
      *
      *  BMR-STATUS:
      *    SPACE/"R"  REQUESTED -- NOT YET DUE, OR WAITING FOR THE
      *               SECOND SIGN-ON'S APPROVAL.
      *    "M"        MERGED -- ACCOUNTS MOVED ON BMR-ACTION-DATE.
      *    "X"        REFUSED -- BMR-REFUSAL-CODE SAYS WHY.
      *  ROWS ARE NEVER DROPPED: THE MERGED ROWS ARE THE REGISTER
      *  BRVOLMON AND MONTHEND READ TO COUNT A CLOSED BRANCH'S
      *  VOLUME UNDER ITS SURVIVOR FROM BMR-EFFECTIVE-DATE ON.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  BRANCH-MERGER-RECORD.
           05  BMR-CLOSING-BRANCH          PIC X(03).
           05  BMR-SURVIVING-BRANCH        PIC X(03).
           05  BMR-EFFECTIVE-DATE          PIC 9(08).
           05  BMR-STATUS                  PIC X(01).
               88  BMR-REQUESTED               VALUES SPACE "R".
               88  BMR-MERGED                  VALUE "M".
               88  BMR-REFUSED                 VALUE "X".
           05  BMR-REFUSAL-CODE            PIC X(02).
           05  BMR-ACTION-DATE             PIC 9(08).
           05  BMR-APPROVAL-ID             PIC 9(05).
           05  BMR-ACCOUNTS-MOVED          PIC 9(07).
           05  BMR-BALANCE-MOVED           PIC S9(13)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                      PIC X(27).
