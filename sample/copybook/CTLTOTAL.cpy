      *                  NO-ACTIVITY ENTRY NOACTIV WRITES FOR A
      *                  HOLIDAY WITH NO FEED DUE, SO EVERY CALENDAR
      *                  DATE HAS AN ACCOUNTED-FOR LEDGER ROW.
      *  10/15/2026 DCG  ADDED ENTRY TYPE "K", A BRANCH-BREAKDOWN
      *                  CONTINUATION.  AN ENTRY WITH MORE THAN 20
      *                  BRANCHES IS FOLLOWED BY UP TO 9 "K" ENTRIES
      *                  CARRYING THE SAME RUN DATE, RUN TIME AND RUN
      *                  ID, EACH WITH THE NEXT 20 BREAKDOWN ROWS AND
      *                  ZERO COUNT, AMOUNT, DEBIT AND CREDIT TOTALS,
      *                  SO A READER THAT SUMS TOTALS IS UNAFFECTED.
      *                  CARVED CTL-CONTINUED-TYPE (THE PARENT ENTRY'S
      *                  TYPE) AND CTL-CONTINUATION-SEQ (1-9) FROM THE
      *                  TRAILING FILLER.  LEDGER-RECORD STAYS 581
      *                  BYTES -- NO READER FD CHANGES.  A READER OF
      *                  THE BREAKDOWN TAKES A "K" ENTRY'S ROWS WHERE
      *                  IT WOULD TAKE THE PARENT TYPE'S ROWS; ANY
      *                  OTHER READER SKIPS "K".
      *  10/15/2026 DCG  ADDED CTL-CONTINUES-INTRADAY -- AN INTRADAY
      *                  "I" ENTRY WITH MORE THAN 20 BRANCHES IS
      *                  CONTINUED TOO, SO EVERY CONTINUED TYPE SAMPLE
      *                  WRITES NOW HAS A NAME.
      *---------------------------------------------------------------
       01  CTL-TOTAL-RECORD.
           05  CTL-RUN-DATE                PIC 9(08).
               88  CTL-ENTRY-INTRADAY          VALUE "I".
               88  CTL-ENTRY-STREAM-PART       VALUE "S".
               88  CTL-ENTRY-NO-ACTIVITY       VALUE "Z".
               88  CTL-ENTRY-CONTINUATION      VALUE "K".
           05  CTL-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
           05  CTL-DEBIT-TOTAL             PIC S9(09)V99
                   SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
                   SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
           05  CTL-COMPANY-CODE            PIC X(02) VALUE SPACES.
               88  CTL-COMPANY-ALL             VALUE "**".
           05  CTL-CONTINUED-TYPE          PIC X(01) VALUE SPACES.
               88  CTL-CONTINUES-ORIGINAL      VALUE "O".
               88  CTL-CONTINUES-REVERSAL      VALUE "R".
               88  CTL-CONTINUES-ADJUSTMENT    VALUE "A".
               88  CTL-CONTINUES-STREAM-PART   VALUE "S".
               88  CTL-CONTINUES-INTRADAY      VALUE "I".
           05  CTL-CONTINUATION-SEQ        PIC 9(01) VALUE ZERO.
