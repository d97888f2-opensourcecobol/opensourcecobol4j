      *---------------------------------------------------------------
      *  TELCSHC.CPY
      *  ------------------------------------------------------------
      *  TELLER CASH POSITION RECORD LAYOUT, 80 BYTES.  ONE ROW PER
      *  TELLER PER BUSINESS DAY: THE CASH IN THE TILL AT OPENING,
      *  WHAT CAME OVER THE COUNTER AND WHAT WENT OUT OF IT, AND THE
      *  CLOSING COUNT.  KEYED BY THE BRANCH THROUGH KEYENTRY IN
      *  TELLER CASH MODE (TELLCASH, TCP-SOURCE "K") OR SENT BY THE
      *  BRANCH SYSTEM AS A FEED (TELLCSHF, TCP-SOURCE "F").  READ
      *  BY TELLPRF, WHICH PROVES EACH TELLER'S COUNT AND EACH
      *  BRANCH'S MOVEMENT AGAINST THE DAY'S CASH ITEMS.  A TELLER
      *  SENT TWICE FOR THE SAME DAY TAKES THE LAST ROW READ, THE
      *  KEYED FILE AFTER THE FEED.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  TELLER-CASH-RECORD.
           05  TCP-POSITION-DATE           PIC 9(08).
           05  TCP-BRANCH-CODE             PIC X(03).
           05  TCP-TELLER-ID               PIC X(06).
           05  TCP-OPENING-CASH            PIC 9(09)V99.
           05  TCP-CASH-RECEIVED           PIC 9(09)V99.
           05  TCP-CASH-PAID-OUT           PIC 9(09)V99.
           05  TCP-CLOSING-COUNT           PIC 9(09)V99.
           05  TCP-SOURCE                  PIC X(01).
               88  TCP-KEYED                   VALUE "K".
               88  TCP-FROM-FEED               VALUE "F".
           05  TCP-ENTERED-BY              PIC X(08).
           05  FILLER                      PIC X(10).
