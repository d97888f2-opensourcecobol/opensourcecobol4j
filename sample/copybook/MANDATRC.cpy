      *---------------------------------------------------------------
      *  MANDATRC.CPY
      *  ------------------------------------------------------------
      *  DIRECT DEBIT MANDATE RECORD LAYOUT (MANDATE), KEYED BY THE
      *  CUSTOMER'S ACCOUNT AND THE COLLECTOR ID THE THIRD PARTY
      *  CARRIES ON EACH COLLECTION IT SENDS (TR-COLLECTOR-ID).  ONE
      *  RECORD IS THE CUSTOMER'S STANDING AUTHORITY FOR THAT
      *  COLLECTOR TO DRAW UP TO MDT-MAX-AMOUNT PER COLLECTION, NO
      *  OFTENER THAN MDT-FREQUENCY, BETWEEN MDT-VALID-FROM AND
      *  MDT-VALID-TO (ZERO = NO END DATE).  ENTERED AND CANCELLED
      *  THROUGH MANDMNT; A CANCELLATION NEVER DELETES THE RECORD --
      *  IT STAMPS MDT-CANCEL-EFFECTIVE AND EVERY COLLECTION DATED ON
      *  OR AFTER THAT DAY IS REFUSED.  VALMAND EDITS EACH COLLECTION
      *  AGAINST THE RECORD; SAMPLE STAMPS THE LAST-COLLECTION FIELDS
      *  WHEN A COLLECTION IS ACCEPTED INTO THE EXTRACT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  MANDATE-RECORD.
           05  MDT-KEY.
               10  MDT-ACCOUNT-NO          PIC X(10).
               10  MDT-COLLECTOR-ID        PIC X(04).
           05  MDT-BRANCH-CODE             PIC X(03).
           05  MDT-COLLECTOR-NAME          PIC X(30).
           05  MDT-MAX-AMOUNT              PIC 9(09)V99.
           05  MDT-FREQUENCY               PIC X(01).
               88  MDT-WEEKLY                  VALUE "W".
               88  MDT-FORTNIGHTLY             VALUE "F".
               88  MDT-MONTHLY                 VALUE "M".
               88  MDT-QUARTERLY               VALUE "Q".
               88  MDT-ANNUAL                  VALUE "A".
               88  MDT-ONE-OFF                 VALUE "O".
               88  MDT-VARIABLE                VALUE "V".
               88  MDT-FREQUENCY-VALID         VALUE "W" "F" "M"
                                                     "Q" "A" "O" "V".
           05  MDT-VALID-FROM              PIC 9(08).
           05  MDT-VALID-TO                PIC 9(08).
               88  MDT-NO-END-DATE             VALUE ZERO.
           05  MDT-CANCEL-EFFECTIVE        PIC 9(08).
               88  MDT-NOT-CANCELLED           VALUE ZERO.
           05  MDT-CANCELLED-BY            PIC X(08).
           05  MDT-CANCEL-ENTERED          PIC 9(08).
           05  MDT-CREATED-BY              PIC X(08).
           05  MDT-CREATED-DATE            PIC 9(08).
           05  MDT-LAST-COLLECT-DATE       PIC 9(08).
           05  MDT-LAST-COLLECT-AMOUNT     PIC 9(09)V99.
           05  MDT-COLLECT-COUNT           PIC 9(05).
           05  FILLER                      PIC X(20).
