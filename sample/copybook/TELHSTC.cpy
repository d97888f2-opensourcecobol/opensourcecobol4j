      *---------------------------------------------------------------
      *  TELHSTC.CPY
      *  ------------------------------------------------------------
      *  TELLER OVERAGE/SHORTAGE HISTORY RECORD LAYOUT (TELLHIST),
      *  80 BYTES.  ONE ROW PER TELLER PER MONTH, ACCUMULATED BY
      *  TELLPRF EACH NIGHT THE TELLER'S CASH IS PROVED: DAYS
      *  PROVED, DAYS OVER AND DAYS SHORT, THE OVERAGES AND
      *  SHORTAGES SUMMED, AND THE LARGEST SINGLE SHORTAGE.  THE
      *  LAST DAY'S DATE AND DIFFERENCE ARE KEPT SO A RERUN OF THE
      *  SAME NIGHT REPLACES THAT DAY INSTEAD OF COUNTING IT TWICE.
      *  TELLHRPT PRINTS A MONTH OF IT FOR THE REGIONAL MANAGERS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  TELLER-HISTORY-RECORD.
           05  TLH-MONTH                   PIC 9(06).
           05  TLH-BRANCH-CODE             PIC X(03).
           05  TLH-TELLER-ID               PIC X(06).
           05  TLH-DAYS-PROVED             PIC 9(03).
           05  TLH-DAYS-OVER               PIC 9(03).
           05  TLH-DAYS-SHORT              PIC 9(03).
           05  TLH-OVERAGE-TOTAL           PIC 9(09)V99.
           05  TLH-SHORTAGE-TOTAL          PIC 9(09)V99.
           05  TLH-LARGEST-SHORTAGE        PIC 9(09)V99.
           05  TLH-LAST-PROOF-DATE         PIC 9(08).
           05  TLH-LAST-DIFFERENCE         PIC S9(09)V99
                                           SIGN TRAILING SEPARATE.
           05  FILLER                      PIC X(03).
