      *---------------------------------------------------------------
      *  CMPCASRC.CPY
      *  ------------------------------------------------------------
      *  COMPLIANCE CASE RECORD (CMPCASE), 150 BYTES.  ONE ROW PER
      *  CASE.  CASEOPEN OPENS A CASE FOR A CUSTOMER'S FIRST ALERT
      *  AND FILES EVERY LATER ALERT AGAINST IT WHILE IT IS OPEN OR
      *  UNDER INVESTIGATION; A CASE CLOSED WITH NO ACTION OR FILED
      *  IS HISTORY, AND THE CUSTOMER'S NEXT ALERT OPENS A NEW ONE.
      *  AN ACCOUNT NOT ON ACCTXREF IS ITS OWN SUBJECT ("A") UNTIL
      *  IT IS.  CASEMNT ASSIGNS THE INVESTIGATOR AND MOVES THE
      *  STATUS; CASEFILE STAMPS CSE-EXTRACT-DATE WHEN A FILED
      *  CASE HAS GONE OUT ON THE REGULATORY FILING EXTRACT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  COMPLIANCE-CASE-RECORD.
           05  CSE-CASE-NO                 PIC 9(07).
           05  CSE-SUBJECT-TYPE            PIC X(01).
               88  CSE-SUBJECT-CUSTOMER        VALUE "C".
               88  CSE-SUBJECT-ACCOUNT         VALUE "A".
           05  CSE-SUBJECT-ID              PIC X(10).
           05  CSE-BRANCH-CODE             PIC X(03).
           05  CSE-STATUS                  PIC X(01).
               88  CSE-OPEN                    VALUE "O".
               88  CSE-INVESTIGATING           VALUE "I".
               88  CSE-CLOSED-NO-ACTION        VALUE "N".
               88  CSE-FILED                   VALUE "F".
               88  CSE-STILL-ACTIVE            VALUE "O" "I".
           05  CSE-OPEN-DATE               PIC 9(08).
           05  CSE-DEADLINE-DATE           PIC 9(08).
           05  CSE-INVESTIGATOR            PIC X(08).
           05  CSE-HIT-COUNT               PIC 9(05).
           05  CSE-HIT-AMOUNT              PIC 9(13)V99.
           05  CSE-FIRST-HIT-DATE          PIC 9(08).
           05  CSE-LAST-HIT-DATE           PIC 9(08).
           05  CSE-LAST-ALERT-TYPE         PIC X(02).
           05  CSE-STATUS-DATE             PIC 9(08).
           05  CSE-STATUS-BY               PIC X(08).
           05  CSE-EXTRACT-DATE            PIC 9(08).
           05  CSE-NOTE-COUNT              PIC 9(05).
           05  FILLER                      PIC X(37).
