      *---------------------------------------------------------------
      *  FEERSNTB.CPY
      *  ------------------------------------------------------------
      *  FEE WAIVER REASON TABLE.  EVERY FWV-REASON-CODE A BRANCH
      *  MAY GIVE FOR REFUNDING A FEE, WITH ITS WORDING, KEPT ONCE
      *  SO FEEWMNT (WHICH VALIDATES THE CODE) AND FEEWRPT (WHICH
      *  TOTALS BY IT) CAN NEVER DISAGREE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  FRS-TABLE-VALUES.
           05  FILLER              PIC X(30) VALUE
               "01BANK ERROR                ".
           05  FILLER              PIC X(30) VALUE
               "02CUSTOMER GOODWILL         ".
           05  FILLER              PIC X(30) VALUE
               "03FIRST OCCURRENCE          ".
           05  FILLER              PIC X(30) VALUE
               "04CUSTOMER HARDSHIP         ".
           05  FILLER              PIC X(30) VALUE
               "05RELATIONSHIP RETENTION    ".
           05  FILLER              PIC X(30) VALUE
               "06OTHER - SEE NOTE          ".
       01  FRS-TABLE REDEFINES FRS-TABLE-VALUES.
           05  FRS-ENTRY OCCURS 6 TIMES
                   INDEXED BY FRS-IDX.
               10  FRS-CODE        PIC X(02).
               10  FRS-TEXT        PIC X(28).
