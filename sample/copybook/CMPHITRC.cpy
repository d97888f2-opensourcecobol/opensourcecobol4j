      *---------------------------------------------------------------
      *  CMPHITRC.CPY
      *  ------------------------------------------------------------
      *  CASE HIT RECORD (CMPHIT), 112 BYTES.  ONE ROW PER ALERT
      *  CASEOPEN HAS FILED AGAINST A CASE: THE CASE NUMBER AND THE
      *  CMPALERT ROW AS RECEIVED.  APPEND-ONLY; CASEMNT LISTS A
      *  CASE'S HITS FROM IT AND CASEFILE TAKES THE ACCOUNTS AND
      *  DATES OF THE SUPPORTING TRANSACTIONS FROM IT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CASE-HIT-RECORD.
           05  CHT-CASE-NO                 PIC 9(07).
           05  CHT-ALERT-DATE              PIC 9(08).
           05  CHT-ALERT-TIME              PIC 9(06).
           05  CHT-SOURCE-PROGRAM          PIC X(08).
           05  CHT-ALERT-TYPE              PIC X(02).
           05  CHT-BRANCH-CODE             PIC X(03).
           05  CHT-ACCOUNT-NO              PIC X(10).
           05  CHT-RECORD-TYPE             PIC X(02).
           05  CHT-TRANS-DATE              PIC 9(08).
           05  CHT-AMOUNT                  PIC 9(11)V99.
           05  CHT-ITEM-COUNT              PIC 9(05).
           05  CHT-DETAIL                  PIC X(30).
           05  FILLER                      PIC X(10).
