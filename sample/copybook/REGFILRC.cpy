      *---------------------------------------------------------------
      *  REGFILRC.CPY
      *  ------------------------------------------------------------
      *  REGULATORY FILING EXTRACT RECORD (REGFILEX), 150 BYTES,
      *  FIXED FORMAT.  CASEFILE WRITES ONE FILE PER RUN:
      *    FH  FILE HEADER, ONE
      *    CH  CASE HEADER, ONE PER FILED CASE, THEN FOR THAT CASE
      *    TX  EACH SUPPORTING TRANSACTION FROM TXNHIST
      *    NR  EACH NARRATIVE NOTE FROM CMPNOTE
      *    CT  CASE TRAILER WITH THE CASE'S COUNTS AND TOTAL
      *    FT  FILE TRAILER, ONE
      *  EVERY ROW CARRIES ITS TYPE AND CASE NUMBER (ZERO ON FH AND
      *  FT) IN THE SAME FIRST NINE BYTES; THE REST IS ONE OF THE
      *  REDEFINED BODIES BELOW.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  REG-FILING-RECORD.
           05  RGF-RECORD-TYPE             PIC X(02).
               88  RGF-FILE-HEADER             VALUE "FH".
               88  RGF-CASE-HEADER             VALUE "CH".
               88  RGF-TRANSACTION             VALUE "TX".
               88  RGF-NARRATIVE               VALUE "NR".
               88  RGF-CASE-TRAILER            VALUE "CT".
               88  RGF-FILE-TRAILER            VALUE "FT".
           05  RGF-CASE-NO                 PIC 9(07).
           05  RGF-BODY                    PIC X(141).
           05  RGF-FILE-HEADER-BODY REDEFINES RGF-BODY.
               10  RGF-FH-RUN-DATE         PIC 9(08).
               10  RGF-FH-RUN-TIME         PIC 9(06).
               10  RGF-FH-SOURCE           PIC X(08).
               10  RGF-FH-INSTITUTION      PIC X(30).
               10  FILLER                  PIC X(89).
           05  RGF-CASE-HEADER-BODY REDEFINES RGF-BODY.
               10  RGF-CH-SUBJECT-TYPE     PIC X(01).
               10  RGF-CH-SUBJECT-ID       PIC X(10).
               10  RGF-CH-SUBJECT-NAME     PIC X(30).
               10  RGF-CH-BRANCH-CODE      PIC X(03).
               10  RGF-CH-OPEN-DATE        PIC 9(08).
               10  RGF-CH-FILED-DATE       PIC 9(08).
               10  RGF-CH-FILED-BY         PIC X(08).
               10  RGF-CH-INVESTIGATOR     PIC X(08).
               10  RGF-CH-HIT-COUNT        PIC 9(05).
               10  RGF-CH-HIT-AMOUNT       PIC 9(13)V99.
               10  RGF-CH-FIRST-HIT-DATE   PIC 9(08).
               10  RGF-CH-LAST-HIT-DATE    PIC 9(08).
               10  FILLER                  PIC X(29).
           05  RGF-TRANSACTION-BODY REDEFINES RGF-BODY.
               10  RGF-TX-ACCOUNT-NO       PIC X(10).
               10  RGF-TX-POST-DATE        PIC 9(08).
               10  RGF-TX-SEQUENCE         PIC 9(05).
               10  RGF-TX-BRANCH-CODE      PIC X(03).
               10  RGF-TX-RECORD-TYPE      PIC X(02).
               10  RGF-TX-TRANS-DATE       PIC 9(08).
               10  RGF-TX-AMOUNT           PIC 9(09)V99.
               10  RGF-TX-DC-INDICATOR     PIC X(01).
               10  RGF-TX-CURRENCY-CODE    PIC X(03).
               10  FILLER                  PIC X(90).
           05  RGF-NARRATIVE-BODY REDEFINES RGF-BODY.
               10  RGF-NR-NOTE-DATE        PIC 9(08).
               10  RGF-NR-USER-ID          PIC X(08).
               10  RGF-NR-NOTE-TYPE        PIC X(01).
               10  RGF-NR-TEXT             PIC X(60).
               10  FILLER                  PIC X(64).
           05  RGF-CASE-TRAILER-BODY REDEFINES RGF-BODY.
               10  RGF-CT-TXN-COUNT        PIC 9(07).
               10  RGF-CT-TXN-AMOUNT       PIC 9(13)V99.
               10  RGF-CT-NOTE-COUNT       PIC 9(05).
               10  FILLER                  PIC X(114).
           05  RGF-FILE-TRAILER-BODY REDEFINES RGF-BODY.
               10  RGF-FT-CASE-COUNT       PIC 9(07).
               10  RGF-FT-RECORD-COUNT     PIC 9(09).
               10  FILLER                  PIC X(125).
