      *  08/22/2026 DCG  CARVED TDL-COMPANY-CODE, MIRRORING THE SAME
      *                  CARVE ON TRANS-RECORD (SPACES = THE LEGACY
      *                  SINGLE COMPANY).
      *  10/15/2026 DCG  CARVED TDL-COLLECTOR-ID OUT OF THE LAST
      *                  FILLER, MIRRORING THE SAME CARVE ON
      *                  TRANS-RECORD -- THE THIRD PARTY COLLECTING
      *                  UNDER A DIRECT DEBIT MANDATE (SPACES = NOT
      *                  A COLLECTION).  VALMAND EDITS IT.
      *---------------------------------------------------------------
       01  TRAN-DETAIL.
           05  TDL-BRANCH-CODE             PIC X(03).
           05  TDL-CURRENCY-CODE           PIC X(03).
           05  FILLER                      PIC X(10).
           05  TDL-COMPANY-CODE            PIC X(02).
           05  TDL-COLLECTOR-ID            PIC X(04).
