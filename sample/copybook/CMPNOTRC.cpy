      *---------------------------------------------------------------
      *  CMPNOTRC.CPY
      *  ------------------------------------------------------------
      *  CASE NARRATIVE RECORD (CMPNOTE), 100 BYTES.  APPEND-ONLY,
      *  ONE ROW PER NOTE IN THE ORDER IT WAS WRITTEN: THE
      *  INVESTIGATOR'S NARRATIVE ("N"), AND THE STAMP CASEMNT
      *  WRITES FOR EVERY ASSIGNMENT ("A") AND STATUS CHANGE ("S")
      *  SO THE CASE'S HISTORY READS TOP TO BOTTOM.  CASEFILE
      *  CARRIES THE NARRATIVE ROWS ONTO THE FILING EXTRACT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CASE-NOTE-RECORD.
           05  CNT-CASE-NO                 PIC 9(07).
           05  CNT-NOTE-DATE               PIC 9(08).
           05  CNT-NOTE-TIME               PIC 9(06).
           05  CNT-USER-ID                 PIC X(08).
           05  CNT-NOTE-TYPE               PIC X(01).
               88  CNT-NARRATIVE               VALUE "N".
               88  CNT-ASSIGNMENT              VALUE "A".
               88  CNT-STATUS-CHANGE           VALUE "S".
           05  CNT-TEXT                    PIC X(60).
           05  FILLER                      PIC X(10).
