      *---------------------------------------------------------------
      *  GRWHSTRC.CPY
      *  ------------------------------------------------------------
      *  DATASET GROWTH HISTORY RECORD LAYOUT (GROWHIST).  ONE ROW
      *  PER DATASET PER MONTH -- THE BYTES ON DISK AND THE RECORD
      *  COUNT IDXREORG MEASURED THE LAST TIME IT RAN THAT MONTH (A
      *  SECOND RUN IN THE SAME MONTH REPLACES THE ROW).  WHEN THE
      *  RUN REORGANIZED THE FILE THE FLAG IS "Y" AND THE SIZE
      *  BEFORE THE RELOAD IS KEPT BESIDE THE SIZE AFTER IT.  THE
      *  GROWTH TREND REPORT PROJECTS FROM THESE ROWS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  GROWTH-HISTORY-RECORD.
           05  GRH-MONTH                   PIC 9(06).
           05  GRH-DATASET-NAME            PIC X(12).
           05  GRH-MEASURED-DATE           PIC 9(08).
           05  GRH-FILE-BYTES              PIC 9(12).
           05  GRH-RECORD-COUNT            PIC 9(09).
           05  GRH-REORG-FLAG              PIC X(01).
               88  GRH-REORGANIZED             VALUE "Y".
           05  GRH-BYTES-BEFORE            PIC 9(12).
           05  FILLER                      PIC X(04).
