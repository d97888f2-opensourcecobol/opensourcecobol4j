      *---------------------------------------------------------------
      *  CMPALTRC.CPY
      *  ------------------------------------------------------------
      *  COMPLIANCE ALERT RECORD (CMPALERT), 105 BYTES.  EVERY HIT
      *  THE MONITORS RAISE IS APPENDED HERE AS WELL AS PRINTED:
      *  CMPMON'S SINGLE-ITEM, AGGREGATE AND VELOCITY HITS AND
      *  VALWATCH'S WATCHLIST REJECTS AND POST-AND-REPORT MATCHES.
      *  THE NIGHTLY CASEOPEN RUN FILES EACH ALERT AGAINST THE
      *  CUSTOMER'S COMPLIANCE CASE ON CMPCASE AND THE STREAM
      *  RETIRES THE FILE ONCE IT HAS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  COMPLIANCE-ALERT-RECORD.
           05  CAL-ALERT-DATE              PIC 9(08).
           05  CAL-ALERT-TIME              PIC 9(06).
           05  CAL-SOURCE-PROGRAM          PIC X(08).
           05  CAL-ALERT-TYPE              PIC X(02).
               88  CAL-SINGLE-ITEM             VALUE "SI".
               88  CAL-AGGREGATE               VALUE "AG".
               88  CAL-VELOCITY                VALUE "VL".
               88  CAL-WATCH-REJECT            VALUE "WR".
               88  CAL-WATCH-POSTED            VALUE "WP".
           05  CAL-BRANCH-CODE             PIC X(03).
           05  CAL-ACCOUNT-NO              PIC X(10).
           05  CAL-RECORD-TYPE             PIC X(02).
           05  CAL-TRANS-DATE              PIC 9(08).
           05  CAL-AMOUNT                  PIC 9(11)V99.
           05  CAL-ITEM-COUNT              PIC 9(05).
           05  CAL-DETAIL                  PIC X(30).
           05  FILLER                      PIC X(10).
