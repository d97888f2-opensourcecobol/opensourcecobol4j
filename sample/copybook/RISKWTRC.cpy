      *---------------------------------------------------------------
      *  RISKWTRC.CPY
      *  ------------------------------------------------------------
      *  CUSTOMER RISK WEIGHTS TABLE RECORD (RISKWTB), 20 BYTES.  ONE
      *  ROW PER SETTING READ BY THE MONTHLY RISKRATE RUN.  SIGNAL
      *  ROWS GIVE THE POINTS ONE OCCURRENCE ADDS TO THE CUSTOMER'S
      *  SCORE: "CMP" PER CMPMTD AMOUNT HIT THIS MONTH, "VEL" PER
      *  CMPMTD VELOCITY FLAG, "WLR" AND "WLP" PER ACCOUNT ON
      *  WATCHLST FOR REJECT OR POST-AND-REPORT, "OVD" PER OVDRPT
      *  OVERDRAFT NOTICE ON NOTICLOG INSIDE THE LOOKBACK, "PRD" PER
      *  ACCOUNT OF THE PRODUCT IN RWT-QUALIFIER, "BRN" PER ACCOUNT
      *  HELD AT THE BRANCH IN RWT-QUALIFIER.  SETTING ROWS: "MED"
      *  AND "HGH" ARE THE LOWEST SCORES RATED MEDIUM AND HIGH,
      *  "RVL", "RVM" AND "RVH" THE KYC REVIEW CYCLE IN YEARS PER
      *  RATING, "OLB" THE OVERDRAFT LOOKBACK IN CALENDAR DAYS AND
      *  "DUE" HOW MANY DAYS AHEAD A REVIEW IS LISTED AS DUE.  A
      *  SETTING OR SIGNAL NOT ON THE TABLE KEEPS RISKRATE'S DEFAULT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  RISK-WEIGHT-RECORD.
           05  RWT-FACTOR                  PIC X(03).
               88  RWT-COMPLIANCE-HIT          VALUE "CMP".
               88  RWT-VELOCITY-FLAG           VALUE "VEL".
               88  RWT-WATCH-REJECT            VALUE "WLR".
               88  RWT-WATCH-REPORT            VALUE "WLP".
               88  RWT-OVERDRAFT-NOTICE        VALUE "OVD".
               88  RWT-PRODUCT                 VALUE "PRD".
               88  RWT-BRANCH                  VALUE "BRN".
               88  RWT-MEDIUM-FLOOR            VALUE "MED".
               88  RWT-HIGH-FLOOR              VALUE "HGH".
               88  RWT-LOW-CYCLE               VALUE "RVL".
               88  RWT-MEDIUM-CYCLE            VALUE "RVM".
               88  RWT-HIGH-CYCLE              VALUE "RVH".
               88  RWT-OVERDRAFT-LOOKBACK      VALUE "OLB".
               88  RWT-DUE-WINDOW              VALUE "DUE".
           05  RWT-QUALIFIER               PIC X(03).
           05  RWT-VALUE                   PIC 9(05).
           05  FILLER                      PIC X(09).
