      *---------------------------------------------------------------
      *  LGLHSTRC.CPY
      *  ------------------------------------------------------------
      *  LEGAL ORDER HISTORY RECORD LAYOUT (LGLHIST).  APPEND-ONLY,
      *  ONE LINE PER EVENT IN AN ORDER'S LIFE -- OPENED BY
      *  LGLMAINT, EACH REMITTANCE LGLREMIT MAKES (WITH THE ACCOUNT
      *  THE FUNDS CAME FROM AND THE OUTSTANDING AMOUNT LEFT), AND
      *  THE RELEASE, WHETHER SATISFIED, EXPIRED OR LIFTED BY HAND.
      *  LGLRPT PRINTS IT PER ORDER FOR THE COURTS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  LEGAL-HISTORY-RECORD.
           05  LGH-ORDER-NO                PIC X(12).
           05  LGH-EVENT-DATE              PIC 9(08).
           05  LGH-EVENT-TIME              PIC 9(08).
           05  LGH-EVENT-CODE              PIC X(01).
               88  LGH-ORDER-OPENED            VALUE "O".
               88  LGH-FUNDS-REMITTED          VALUE "P".
               88  LGH-ORDER-SATISFIED         VALUE "S".
               88  LGH-ORDER-EXPIRED           VALUE "E".
               88  LGH-ORDER-RELEASED          VALUE "R".
           05  LGH-BRANCH-CODE             PIC X(03).
           05  LGH-ACCOUNT-NO              PIC X(10).
           05  LGH-AMOUNT                  PIC 9(11)V99.
           05  LGH-OUTSTANDING             PIC 9(11)V99.
           05  LGH-USER-ID                 PIC X(08).
           05  LGH-REMARKS                 PIC X(30).
           05  FILLER                      PIC X(04).
