      *---------------------------------------------------------------
      *  NOTICERC.CPY
      *  ------------------------------------------------------------
      *  CUSTOMER NOTICE REQUEST RECORD LAYOUT (NOTICREQ).  ONE ROW
      *  PER LETTER SOME PROGRAM HAS DECIDED A CUSTOMER MUST GET --
      *  WRITTEN ONLY THROUGH THE SHARED NOTICEQ ROUTINE, CONSUMED
      *  BY LTRGEN, WHICH MERGES EACH ROW WITH ITS LETTRTBL
      *  TEMPLATE AND THE CUSTOMER'S NAME AND ADDRESS, LOGS IT ON
      *  NOTICLOG AND EMPTIES THE FILE.  NTC-AMOUNT, NTC-EVENT-DATE
      *  AND NTC-REFERENCE ARE WHATEVER THE REQUESTING PROGRAM HAS
      *  TO SAY (THE BALANCE, THE LAST-POSTED DATE, THE STOPPED
      *  ITEM'S TYPE) AND FILL THE TEMPLATE'S &AMNT, &DATE AND &REFR
      *  MARKERS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  NOTICE-REQUEST-RECORD.
           05  NTC-LETTER-CODE             PIC X(04).
               88  NTC-LTR-OVERDRAWN           VALUE "OVDR".
               88  NTC-LTR-DORMANT             VALUE "DORM".
               88  NTC-LTR-STOP-PAYMENT        VALUE "STOP".
           05  NTC-ACCOUNT-NO              PIC X(10).
           05  NTC-BRANCH-CODE             PIC X(03).
           05  NTC-REQUEST-DATE            PIC 9(08).
           05  NTC-REQUEST-TIME            PIC 9(08).
           05  NTC-SOURCE-PROGRAM          PIC X(08).
           05  NTC-AMOUNT                  PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  NTC-EVENT-DATE              PIC 9(08).
           05  NTC-REFERENCE               PIC X(20).
           05  FILLER                      PIC X(05).
