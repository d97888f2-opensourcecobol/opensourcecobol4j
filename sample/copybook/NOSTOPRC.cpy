      *---------------------------------------------------------------
      *  NOSTOPRC.CPY
      *  ------------------------------------------------------------
      *  NOSTRO OPEN ITEM RECORD (NOSTROPN), 80 BYTES.  EVERY
      *  SETTLEMENT POSITION ("P") OR STATEMENT ENTRY ("S") NOSTRCN
      *  COULD NOT MATCH IS CARRIED HERE FROM RUN TO RUN AND OFFERED
      *  TO THE MATCH AGAIN UNTIL ITS OTHER SIDE TURNS UP.  AMOUNTS
      *  ARE SIGNED THE SETLPOSN WAY (CREDITS NEGATIVE).  THE FIRST
      *  RECORD IS A HEADER ("H") WHOSE NOI-VALUE-DATE IS THE RUN
      *  DATE OF THE LAST SETLPOSN ALREADY TAKEN IN, SO A POSITION
      *  FILE LEFT OVER FROM AN EARLIER DAY IS NEVER COUNTED TWICE.
      *  NOI-CHASED IS SET ONCE THE ITEM HAS BEEN QUEUED ON WORKQ.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  NOSTRO-OPEN-ITEM-RECORD.
           05  NOI-SIDE                    PIC X(01).
               88  NOI-IS-HEADER               VALUE "H".
               88  NOI-IS-POSITION             VALUE "P".
               88  NOI-IS-STATEMENT            VALUE "S".
           05  NOI-CURRENCY-CODE           PIC X(03).
           05  NOI-VALUE-DATE              PIC 9(08).
           05  NOI-AMOUNT                  PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  NOI-BRANCH-CODE             PIC X(03).
           05  NOI-CORRESPONDENT           PIC X(11).
           05  NOI-REFERENCE               PIC X(16).
           05  NOI-FIRST-SEEN              PIC 9(08).
           05  NOI-RUNS-OPEN               PIC 9(03).
           05  NOI-CHASED                  PIC X(01).
               88  NOI-ALREADY-CHASED          VALUE "Y".
           05  FILLER                      PIC X(12).
