      *---------------------------------------------------------------
      *  RUNDATEC.CPY
      *  ------------------------------------------------------------
      *  PARAMETER BLOCK FOR RUNDATE, THE SHARED BUSINESS-DATE
      *  SERVICE.  A DAILY-STREAM PROGRAM CALLS RUNDATE INSTEAD OF
      *  ACCEPTING THE SYSTEM DATE, SO THAT WHEN RUNDAILY.SH IS
      *  CATCHING UP A MISSED BUSINESS DAY THE WHOLE STREAM STAMPS
      *  ITS WORK WITH THAT DAY AND NOT WITH TODAY.  RDT-RUN-DATE IS
      *  THE DATE FROM THE BUSDATE CONTROL FILE WHEN ONE IS ON DISK
      *  (RDT-FROM-BUSDATE), OTHERWISE THE SYSTEM DATE
      *  (RDT-FROM-SYSTEM).
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  RUN-DATE-AREA.
           05  RDT-RUN-DATE                PIC 9(08).
           05  RDT-SOURCE                  PIC X(01).
               88  RDT-FROM-SYSTEM             VALUE "S".
               88  RDT-FROM-BUSDATE            VALUE "B".
