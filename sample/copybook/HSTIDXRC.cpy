      *---------------------------------------------------------------
      *  HSTIDXRC.CPY
      *  ------------------------------------------------------------
      *  TRANSACTION-HISTORY ARCHIVE INDEX RECORD LAYOUT (HISTAIDX).
      *  ONE RECORD PER ACCOUNT PER ARCHIVE, APPENDED BY HISTARCH AS
      *  IT MOVES THE ACCOUNT'S AGED TXNHIST ROWS OUT: THE POSTING
      *  DATE RANGE AND ROW COUNT THAT WENT, AND THE ARCHIVE FILE
      *  THEY WENT TO.  ACCTHINQ READS IT SO A BROWSE THAT REACHES
      *  BACK PAST WHAT TXNHIST STILL HOLDS CAN NAME THE ARCHIVE
      *  HOLDING THE REST.  ROWS ARE NEVER REMOVED -- AN ARCHIVE
      *  LATER PURGED SHOWS AS PURGED THROUGH HISTCATLG.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  HIST-INDEX-RECORD.
           05  HAX-ACCOUNT-NO              PIC X(10).
           05  HAX-FROM-DATE               PIC 9(08).
           05  HAX-TO-DATE                 PIC 9(08).
           05  HAX-ROW-COUNT               PIC 9(07).
           05  HAX-BRANCH-CODE             PIC X(03).
           05  HAX-ARCHIVE-NAME            PIC X(30).
           05  FILLER                      PIC X(14).
