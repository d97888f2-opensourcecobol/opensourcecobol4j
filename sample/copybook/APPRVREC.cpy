      *  09/02/2026 DCG  ADDED THE LEDGOVRD ACTION TYPE -- LEDGPOST'S
      *                  OPERATOR OVERRIDE FOR POSTING A SECOND
      *                  UNREVERSED ORIGINAL ENTRY ON A RUN DATE.
      *  10/15/2026 DCG  ADDED THE ACCTSTAT ACTION TYPE -- ACCTMNT
      *                  PUTTING AN ACCOUNT BACK TO OPEN (UNFREEZE,
      *                  REOPEN, REACTIVATE).  THE ACCOUNT IS TEN
      *                  CHARACTERS AND WILL NOT FIT APR-TARGET, SO
      *                  FOR THIS TYPE APR-TARGET CARRIES THE
      *                  REQUEST DATE AND APR-REASON IS REDEFINED AS
      *                  ACCOUNT, NEW STATUS AND A SHORTER NOTE.
      *  10/15/2026 DCG  ADDED THE BRMERGE ACTION TYPE -- A BRANCH
      *                  MERGER.  APR-TARGET IS THE EFFECTIVE DATE
      *                  AND APR-REASON IS REDEFINED AS THE CLOSING
      *                  AND SURVIVING BRANCHES AND A SHORTER NOTE.
      *  10/15/2026 DCG  ADDED THE HISTPURG ACTION TYPE -- HISTARCH
      *                  DELETING TXNHIST ARCHIVES.  APR-TARGET IS THE
      *                  PURGE-THROUGH POSTING DATE.
      *  10/15/2026 DCG  ADDED THE FEEWAIVE ACTION TYPE -- A FEE
      *                  REFUND RECORDED BY FEEWMNT.  APR-TARGET IS
      *                  THE FEEWAIVE WAIVER ID AND APR-REASON IS THE
      *                  REQUESTER'S NOTE; FEEREFND EXECUTES IT.
      *  10/15/2026 DCG  ADDED THE RATEREL ACTION TYPE -- RELEASE OF
      *                  A RATE FEED RATELOAD HELD ON ITS TOLERANCE
      *                  EDIT.  APR-TARGET IS THE FEED DATE.
      *  10/15/2026 DCG  ADDED THE CUSMERGE ACTION TYPE -- MERGING A
      *                  DUPLICATE CUSTOMER CUSTDUP FOUND INTO THE
      *                  SURVIVING ONE.  APR-TARGET IS THE EFFECTIVE
      *                  DATE AND APR-REASON IS REDEFINED AS THE
      *                  MERGED AND SURVIVING CUSTOMERS AND A SHORTER
      *                  NOTE; CUSMERGE EXECUTES IT.
      *---------------------------------------------------------------
       01  APPROVAL-RECORD.
           05  APR-ACTION-ID               PIC 9(05).
               88  APR-TYPE-BACKOUT            VALUE "BACKOUT".
               88  APR-TYPE-GENPURGE           VALUE "GENPURGE".
               88  APR-TYPE-LEDGOVRD           VALUE "LEDGOVRD".
               88  APR-TYPE-ACCTSTAT           VALUE "ACCTSTAT".
               88  APR-TYPE-BRMERGE            VALUE "BRMERGE".
               88  APR-TYPE-HISTPURG           VALUE "HISTPURG".
               88  APR-TYPE-FEEWAIVE           VALUE "FEEWAIVE".
               88  APR-TYPE-RATEREL            VALUE "RATEREL".
               88  APR-TYPE-CUSMERGE           VALUE "CUSMERGE".
           05  APR-TARGET                  PIC 9(08).
           05  APR-REASON                  PIC X(40).
           05  APR-ACCTSTAT-REASON REDEFINES APR-REASON.
               10  APR-ACS-ACCOUNT-NO      PIC X(10).
               10  APR-ACS-NEW-STATUS      PIC X(01).
               10  APR-ACS-NOTE            PIC X(29).
           05  APR-BRMERGE-REASON REDEFINES APR-REASON.
               10  APR-BMG-CLOSING-BRANCH  PIC X(03).
               10  APR-BMG-SURVIVING-BRANCH PIC X(03).
               10  APR-BMG-NOTE            PIC X(34).
           05  APR-CUSMERGE-REASON REDEFINES APR-REASON.
               10  APR-CMG-MERGED-CUSTOMER PIC X(10).
               10  APR-CMG-SURVIVING-CUSTOMER
                                           PIC X(10).
               10  APR-CMG-NOTE            PIC X(20).
           05  APR-REQUESTED-BY            PIC X(08).
           05  APR-REQUEST-DATE            PIC 9(08).
           05  APR-REQUEST-TIME            PIC 9(08).
