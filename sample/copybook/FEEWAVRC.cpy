      *---------------------------------------------------------------
      *  FEEWAVRC.CPY
      *  ------------------------------------------------------------
      *  FEE WAIVER / REFUND REQUEST RECORD LAYOUT (FEEWAIVE).  ONE
      *  ROW PER REQUEST TO REFUND A FEE ALREADY CHARGED, NAMED BY
      *  THE CHARGE'S ITEMTRAC ITEM ID.  FEEWMNT RECORDS THE ROW
      *  FROM THE POSTED CHARGE'S OWN TRACE (BRANCH, ACCOUNT, TYPE,
      *  DATE AND AMOUNT ARE COPIED, NEVER KEYED) TOGETHER WITH A
      *  PENDING FEEWAIVE ACTION ON THE APPROVAL FILE WHOSE TARGET
      *  IS FWV-WAIVER-ID; A DIFFERENT SIGN-ON APPROVES OR DENIES IT
      *  IN APPRMNT.  FEEREFND OWNS EVERYTHING FROM FWV-STATUS ON.
      *
      *  FWV-STATUS:
      *    "P"  PENDING  -- AWAITING THE SECOND SIGN-ON.
      *    "R"  REFUNDED -- THE TYPE "16" CREDIT WAS GENERATED ON
      *         FWV-DECISION-DATE AND THE CHARGE'S TRACE CARRIES A
      *         "REFUNDED" EVENT, SO ITEMINQ SHOWS THE LINK.
      *    "D"  DENIED   -- THE APPROVER TURNED IT DOWN.
      *  ROWS ARE NEVER DROPPED: THEY ARE THE REGISTER FEEWRPT
      *  READS, AND WHAT STOPS ONE CHARGE BEING REFUNDED TWICE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  FEE-WAIVER-RECORD.
           05  FWV-WAIVER-ID               PIC 9(05).
           05  FWV-ITEM-ID                 PIC 9(09).
           05  FWV-BRANCH-CODE             PIC X(03).
           05  FWV-ACCOUNT-NO              PIC X(10).
           05  FWV-RECORD-TYPE             PIC X(02).
           05  FWV-CHARGE-DATE             PIC 9(08).
           05  FWV-AMOUNT                  PIC 9(09)V99.
           05  FWV-REASON-CODE             PIC X(02).
           05  FWV-NOTE                    PIC X(30).
           05  FWV-REQUESTED-BY            PIC X(08).
           05  FWV-REQUEST-DATE            PIC 9(08).
           05  FWV-APPROVAL-ID             PIC 9(05).
           05  FWV-STATUS                  PIC X(01).
               88  FWV-PENDING                 VALUE "P".
               88  FWV-REFUNDED                VALUE "R".
               88  FWV-DENIED                  VALUE "D".
           05  FWV-APPROVED-BY             PIC X(08).
           05  FWV-DECISION-DATE           PIC 9(08).
           05  FILLER                      PIC X(10).
