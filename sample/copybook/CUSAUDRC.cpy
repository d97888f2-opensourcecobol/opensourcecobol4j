      *---------------------------------------------------------------
      *  CUSAUDRC.CPY
      *  ------------------------------------------------------------
      *  CUSTOMER CONTACT CHANGE AUDIT RECORD LAYOUT (CUSTAUDT).
      *  APPEND-ONLY, ONE LINE PER FIELD CHANGED ON CUSTCONT, WITH
      *  ITS BEFORE AND AFTER VALUES, WHO MADE THE CHANGE (THE
      *  CUSTMNT SIGN-ON, OR "CUSTLOAD" FOR A FEED CHANGE) AND WHEN.
      *  A NEW CONTACT RECORD IS AUDITED FIELD BY FIELD WITH BLANK
      *  BEFORE VALUES.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *  10/15/2026 DCG  ALRTMNT WRITES ALERT SUBSCRIPTION CHANGES
      *                  HERE TOO, UNDER THE ACCOUNT'S CUSTOMER, FIELD
      *                  "ALERT LB" OR "ALERT LD", THE VALUES BEING
      *                  ACCOUNT, STATUS, CHANNEL AND THRESHOLD.
      *---------------------------------------------------------------
       01  CUSTOMER-AUDIT-RECORD.
           05  CAU-CUSTOMER-NO             PIC X(10).
           05  CAU-FIELD-NAME              PIC X(10).
           05  CAU-BEFORE-VALUE            PIC X(50).
           05  CAU-AFTER-VALUE             PIC X(50).
           05  CAU-CHANGED-BY              PIC X(08).
           05  CAU-RUN-DATE                PIC 9(08).
           05  CAU-RUN-TIME                PIC 9(08).
