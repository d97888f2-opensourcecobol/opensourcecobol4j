      *---------------------------------------------------------------
      *  SYSSTATC.CPY
      *  ------------------------------------------------------------
      *  SYSTEM STATUS RECORD (SYSSTAT).  ONE LINE, REWRITTEN WHOLE
      *  BY RUNDAILY.SH: CLOSED WHEN THE POSTING-CRITICAL STEPS
      *  START (STEP00A ACCOUNT LOAD) AND RE-OPENED WHEN THEY END
      *  (AFTER STEP01C ADJPOST), WITH THE STEP RUNNING CARRIED ON
      *  THE LINE AS THE STREAM MOVES THROUGH THE WINDOW.  A RUN
      *  THAT FLUSHES INSIDE THE WINDOW LEAVES IT CLOSED UNTIL THE
      *  RERUN GETS THROUGH OR OPERATIONS RUNS "RUNDAILY.SH OPEN".
      *  NO SYSSTAT ON DISK MEANS OPEN.  READ THROUGH BATCHWIN.
      *  SST-CLOSED-DATE/-TIME STAMP THE CLOSE THAT IS IN FORCE, SO A
      *  SUPERVISOR OVERRIDE LASTS FOR THAT ONE WINDOW ONLY.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  SYSTEM-STATUS-RECORD.
           05  SST-WINDOW-STATE            PIC X(01).
               88  SST-WINDOW-OPEN             VALUE "O".
               88  SST-WINDOW-CLOSED           VALUE "C".
           05  FILLER                      PIC X(01).
           05  SST-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(01).
           05  SST-STEP                    PIC X(08).
           05  FILLER                      PIC X(01).
           05  SST-CLOSED-DATE             PIC 9(08).
           05  FILLER                      PIC X(01).
           05  SST-CLOSED-TIME             PIC 9(06).
