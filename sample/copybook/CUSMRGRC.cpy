      *---------------------------------------------------------------
      *  CUSMRGRC.CPY
      *  ------------------------------------------------------------
      *  CUSTOMER MERGE LOG RECORD (CUSMRGLG), 80 BYTES.  APPEND-
      *  ONLY AUDIT OF EVERY DUPLICATE-CUSTOMER MERGE CUSMERGE HAS
      *  EXECUTED.  ONE "M" ROW PER MERGE NAMING THE MERGED AND
      *  SURVIVING CUSTOMERS, THE APPROVAL ACTION THAT AUTHORIZED
      *  IT WITH ITS REQUESTER AND APPROVER, AND THE ACCOUNT COUNT
      *  MOVED, FOLLOWED BY ONE "A" ROW PER ACCTXREF LINK REPOINTED.
      *  CUSTLOAD READS THE "M" ROWS SO A LATER FEED CANNOT RELINK
      *  AN ACCOUNT TO, OR REOPEN, A CUSTOMER THAT WAS MERGED AWAY.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CUSTOMER-MERGE-RECORD.
           05  CMG-RECORD-TYPE             PIC X(01).
               88  CMG-MERGE-ROW               VALUE "M".
               88  CMG-ACCOUNT-ROW             VALUE "A".
           05  CMG-MERGED-CUSTOMER         PIC X(10).
           05  CMG-SURVIVING-CUSTOMER      PIC X(10).
           05  CMG-ACCOUNT-NO              PIC X(10).
           05  CMG-APPROVAL-ID             PIC 9(05).
           05  CMG-REQUESTED-BY            PIC X(08).
           05  CMG-APPROVED-BY             PIC X(08).
           05  CMG-MERGE-DATE              PIC 9(08).
           05  CMG-MERGE-TIME              PIC 9(08).
           05  CMG-ACCOUNTS-MOVED          PIC 9(05).
           05  FILLER                      PIC X(07).
