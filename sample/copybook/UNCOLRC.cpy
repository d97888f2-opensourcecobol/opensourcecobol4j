      *---------------------------------------------------------------
      *  UNCOLRC.CPY
      *  ------------------------------------------------------------
      *  UNCOLLECTED FUNDS RECORD (UNCOLFND), 72 BYTES.  ONE "H" ROW
      *  PER ITEM BALPOST POSTED TO THE LEDGER BALANCE BUT HELD OUT
      *  OF ABL-AVAILABLE-BALANCE FOR ITS TYPE'S TTM-FLOAT-DAYS, IN
      *  THE ACCOUNT'S CURRENCY, WITH THE BUSINESS DAY WHOSE NIGHTLY
      *  FUNDREL RUN RELEASES IT.  A BALPOST BACKOUT APPENDS ONE "X"
      *  ROW FOR THE GENERATION, CANCELLING EVERY HOLD THAT
      *  GENERATION PUT ON THE FILE BEFORE IT.  FUNDREL REWRITES THE
      *  FILE NIGHTLY WITH ONLY THE HOLDS STILL OUTSTANDING.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  UNCOLLECTED-FUNDS-RECORD.
           05  UCF-KEY.
               10  UCF-BRANCH-CODE         PIC X(03).
               10  UCF-ACCOUNT-NO          PIC X(10).
           05  UCF-RECORD-TYPE             PIC X(02).
           05  UCF-TRANS-DATE              PIC 9(08).
           05  UCF-POST-DATE               PIC 9(08).
           05  UCF-RELEASE-DATE            PIC 9(08).
           05  UCF-AMOUNT                  PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  UCF-CURRENCY-CODE           PIC X(03).
           05  UCF-GENERATION              PIC 9(07).
           05  UCF-STATUS                  PIC X(01).
               88  UCF-HELD                    VALUE "H".
               88  UCF-CANCEL-GENERATION       VALUE "X".
           05  FILLER                      PIC X(08).
