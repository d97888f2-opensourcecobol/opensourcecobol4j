      *---------------------------------------------------------------
      *  HSTCATRC.CPY
      *  ------------------------------------------------------------
      *  TRANSACTION-HISTORY ARCHIVE CATALOG RECORD LAYOUT
      *  (HISTCATLG), KEPT THE WAY GENCATLG KEEPS EXTRACT
      *  GENERATIONS.  HISTARCH APPENDS AN "A" (ACTIVE) RECORD WHEN
      *  IT MOVES AGED TXNHIST ROWS OUT TO A DATED ARCHIVE FILE, AND
      *  A "P" (PURGED) RECORD WHEN AN APPROVED PURGE DELETES THAT
      *  ARCHIVE -- THE CATALOG IS APPEND-ONLY, SO THE LATEST RECORD
      *  FOR AN ARCHIVE CARRIES ITS CURRENT STATUS.  ACCTHINQ READS
      *  IT TO SAY WHETHER OLDER ACTIVITY IS STILL ON FILE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  HIST-CATALOG-RECORD.
           05  HCT-ARCHIVE-NAME            PIC X(30).
           05  HCT-RUN-DATE                PIC 9(08).
           05  HCT-RUN-TIME                PIC 9(08).
           05  HCT-CUTOFF-DATE             PIC 9(08).
           05  HCT-FIRST-POST-DATE         PIC 9(08).
           05  HCT-LAST-POST-DATE          PIC 9(08).
           05  HCT-ROW-COUNT               PIC 9(09).
           05  HCT-ACCOUNT-COUNT           PIC 9(07).
           05  HCT-STATUS                  PIC X(01).
               88  HCT-STATUS-ACTIVE           VALUE "A".
               88  HCT-STATUS-PURGED           VALUE "P".
           05  HCT-APPROVAL-ID             PIC 9(05).
           05  FILLER                      PIC X(08).
