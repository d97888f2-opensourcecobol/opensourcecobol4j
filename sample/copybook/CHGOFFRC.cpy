      *---------------------------------------------------------------
      *  CHGOFFRC.CPY
      *  ------------------------------------------------------------
      *  CHARGE-OFF AND RECOVERY RECORD LAYOUT (CHGOFF), KEYED
      *  BRANCH/ACCOUNT THE SAME WAY ACCTBAL IS.  MAINTAINED BY
      *  CHGOFF, WHICH RUNS RIGHT AFTER BALPOST.  AN ACCOUNT GETS A
      *  RECORD THE FIRST NIGHT IT IS SEEN NEGATIVE ("N", AGING FROM
      *  CHO-NEGATIVE-SINCE) AND LOSES IT AGAIN IF IT COMES BACK TO
      *  ZERO OR BETTER BEFORE IT AGES OUT.  ONCE IT HAS BEEN
      *  NEGATIVE FOR THE OPERATOR'S NUMBER OF BUSINESS DAYS THE
      *  CHARGE-OFF ITEM IS ISSUED ("P", PENDING UNTIL IT POSTS) AND
      *  THE ACCOUNT IS MARKED CHARGED OFF ON ACCTMST; ONCE IT HAS
      *  POSTED THE RECORD IS THE ACCOUNT'S RECOVERY RECORD ("C"),
      *  CARRYING EVERYTHING RECOVERED SINCE.  CHO-PRIOR-STATUS
      *  KEEPS THE ACCTMST STATUS THE ACCOUNT HAD BEFORE IT WAS
      *  CHARGED OFF.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CHARGE-OFF-RECORD.
           05  CHO-KEY.
               10  CHO-BRANCH-CODE         PIC X(03).
               10  CHO-ACCOUNT-NO          PIC X(10).
           05  CHO-STATUS                  PIC X(01).
               88  CHO-AGING                   VALUE "N".
               88  CHO-PENDING                 VALUE "P".
               88  CHO-CHARGED-OFF             VALUE "C".
           05  CHO-NEGATIVE-SINCE          PIC 9(08).
           05  CHO-CHARGE-OFF-DATE         PIC 9(08).
           05  CHO-AMOUNT-CHARGED-OFF      PIC 9(11)V99.
           05  CHO-AMOUNT-RECOVERED        PIC 9(11)V99.
           05  CHO-RECOVERY-COUNT          PIC 9(05).
           05  CHO-LAST-RECOVERY-DATE      PIC 9(08).
           05  CHO-PRIOR-STATUS            PIC X(01).
           05  FILLER                      PIC X(20).
