      *---------------------------------------------------------------
      *  CONFRECC.CPY
      *  ------------------------------------------------------------
      *  EXTERNAL AUDIT BALANCE CONFIRMATION RECORD (AUDCONF).  AN
      *  INDEXED FILE KEYED BY THE BALSNAP SNAPSHOT DATE THE SAMPLE
      *  WAS DRAWN FROM AND THE ACCOUNT NUMBER, ONE RECORD PER
      *  ACCOUNT CONFSAMP SELECTED.  THE SNAPSHOT BALANCE, THE
      *  SAMPLING METHOD AND THE SEED ARE CARRIED ON EVERY RECORD SO
      *  THE SELECTION CAN BE REPRODUCED AND THE CONFIRMATION STANDS
      *  ON ITS OWN AFTER BALSNAP HAS PURGED THE SNAPSHOT.  REPLIES
      *  ARE RECORDED THROUGH CONFMNT; CONFRPT LISTS THE DISPUTES.
      *
      *  CNF-REPLY-STATUS:
      *    "S"  SENT -- THE LETTER WENT OUT, NO REPLY YET.
      *    "H"  HELD -- MAILCHK HELD THE LETTER (RETURNED MAIL) OR
      *         THE CUSTOMER HAS NO ADDRESS; NOTHING WAS SENT.
      *    "A"  AGREED -- THE CUSTOMER CONFIRMED THE BALANCE.
      *    "D"  DISPUTED -- THE CUSTOMER GAVE A DIFFERENT BALANCE,
      *         HELD IN CNF-REPLY-AMOUNT.
      *    "N"  NO REPLY -- THE REPLY DEADLINE PASSED.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CONFIRMATION-RECORD.
           05  CNF-KEY.
               10  CNF-SNAP-DATE           PIC 9(08).
               10  CNF-ACCOUNT-NO          PIC X(10).
           05  CNF-BRANCH-CODE             PIC X(03).
           05  CNF-CUSTOMER-NO             PIC X(10).
           05  CNF-METHOD                  PIC X(01).
               88  CNF-MONETARY-UNIT           VALUE "M".
               88  CNF-STRATIFIED              VALUE "S".
           05  CNF-SEED                    PIC 9(09).
           05  CNF-STRATUM                 PIC 9(01).
           05  CNF-SELECT-SEQ              PIC 9(05).
           05  CNF-HIT-COUNT               PIC 9(03).
           05  CNF-CURRENCY-CODE           PIC X(03).
               88  CNF-LOCAL-CURRENCY          VALUE SPACES.
           05  CNF-SNAP-BALANCE            PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  CNF-LOCAL-BALANCE           PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  CNF-SELECTED-DATE           PIC 9(08).
           05  CNF-REPLY-STATUS            PIC X(01).
               88  CNF-STATUS-SENT             VALUE "S".
               88  CNF-STATUS-HELD             VALUE "H".
               88  CNF-STATUS-AGREED           VALUE "A".
               88  CNF-STATUS-DISPUTED         VALUE "D".
               88  CNF-STATUS-NO-REPLY         VALUE "N".
               88  CNF-AWAITING-REPLY          VALUES "S" "H".
           05  CNF-REPLY-DATE              PIC 9(08).
           05  CNF-REPLY-AMOUNT            PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  CNF-RECORDED-BY             PIC X(08).
           05  CNF-RECORDED-DATE           PIC 9(08).
           05  CNF-REPLY-NOTE              PIC X(30).
           05  FILLER                      PIC X(10).
