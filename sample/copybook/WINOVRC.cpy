      *---------------------------------------------------------------
      *  WINOVRC.CPY
      *  ------------------------------------------------------------
      *  BATCH-WINDOW OVERRIDE LOG (WINOVRD).  ONE LINE, APPENDED BY
      *  BATCHWIN, EACH TIME A SUPERVISOR LETS AN OPERATOR UPDATE
      *  WHILE RUNDAILY.SH HAS THE BATCH WINDOW CLOSED -- WHO, FOR
      *  WHOM, IN WHICH PROGRAM, AND WHICH STEP THE STREAM WAS ON.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  WINDOW-OVERRIDE-RECORD.
           05  WOV-DATE                    PIC 9(08).
           05  WOV-TIME                    PIC 9(08).
           05  WOV-PROGRAM                 PIC X(08).
           05  WOV-USER-ID                 PIC X(08).
           05  WOV-SUPERVISOR-ID           PIC X(08).
           05  WOV-RUN-DATE                PIC 9(08).
           05  WOV-STEP                    PIC X(08).
           05  WOV-CLOSED-DATE             PIC 9(08).
           05  WOV-CLOSED-TIME             PIC 9(06).
