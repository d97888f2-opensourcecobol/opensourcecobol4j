      *---------------------------------------------------------------
      *  CUSRSKRC.CPY
      *  ------------------------------------------------------------
      *  CUSTOMER RISK RECORD (CUSTRISK), 80 BYTES.  AN INDEXED FILE
      *  KEYED BY THE CUSTMST CUSTOMER NUMBER, ONE RECORD PER RATED
      *  CUSTOMER, KEPT BY THE MONTHLY RISKRATE RUN.  IT HOLDS THE
      *  CURRENT LOW/MEDIUM/HIGH RATING WITH ITS SCORE AND SCORING
      *  DATE, THE RATING IT REPLACED, THE CUSTOMER'S HOME BRANCH
      *  (THE BRANCH OF THE FIRST ACCOUNT ON ACCTBAL), THE LAST KYC
      *  REVIEW COMPLIANCE REPORTED DONE ON KYCDONE, AND THE DATE
      *  THE NEXT REVIEW FALLS DUE.  KEPT APART FROM CUSTMST BECAUSE
      *  CUSTLOAD REBUILDS EVERY CUSTMST RECORD FROM THE FEED.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CUSTOMER-RISK-RECORD.
           05  CRK-CUSTOMER-NO             PIC X(10).
           05  CRK-RISK-RATING             PIC X(01).
               88  CRK-RATED-LOW               VALUE "L".
               88  CRK-RATED-MEDIUM            VALUE "M".
               88  CRK-RATED-HIGH              VALUE "H".
               88  CRK-NOT-YET-RATED           VALUE SPACE.
           05  CRK-RISK-SCORE              PIC 9(05).
           05  CRK-SCORED-DATE             PIC 9(08).
           05  CRK-PRIOR-RATING            PIC X(01).
           05  CRK-PRIOR-SCORED-DATE       PIC 9(08).
           05  CRK-HOME-BRANCH             PIC X(03).
           05  CRK-LAST-REVIEW-DATE        PIC 9(08).
           05  CRK-LAST-REVIEWED-BY        PIC X(08).
           05  CRK-NEXT-REVIEW-DATE        PIC 9(08).
           05  CRK-ACCOUNT-COUNT           PIC 9(04).
           05  FILLER                      PIC X(16).
