      *---------------------------------------------------------------
      *  TAXFILRC.CPY
      *  ------------------------------------------------------------
      *  INTEREST TAX AUTHORITY FILING RECORD LAYOUT (TAXFILE.Yyyyy),
      *  WRITTEN BY TAXSTMT FOR THE TAX YEAR IT IS RUN FOR.  FIXED
      *  150-BYTE RECORDS, TOLD APART BY COLUMN ONE: ONE "H" HEADER,
      *  ONE "D" DETAIL PER CUSTOMER PAID INTEREST IN THE YEAR --
      *  GROSS INTEREST AND TAX WITHHELD ACROSS ALL THE CUSTOMER'S
      *  ACCOUNTS -- AND ONE "T" TRAILER CARRYING THE DETAIL COUNT
      *  AND BOTH TOTALS FOR THE AUTHORITY'S CONTROL CHECK.  AMOUNTS
      *  ARE UNSIGNED WITH TWO IMPLIED DECIMALS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  TAX-FILING-RECORD.
           05  TXF-RECORD-TYPE             PIC X(01).
               88  TXF-HEADER                  VALUE "H".
               88  TXF-DETAIL                  VALUE "D".
               88  TXF-TRAILER                 VALUE "T".
           05  TXF-DETAIL-BODY.
               10  TXF-CUSTOMER-NO         PIC X(10).
               10  TXF-CUSTOMER-NAME       PIC X(30).
               10  TXF-WHT-CODE            PIC X(02).
               10  TXF-ADDRESS-LINE-1      PIC X(35).
               10  TXF-CITY                PIC X(25).
               10  TXF-REGION              PIC X(03).
               10  TXF-POSTAL-CODE         PIC X(10).
               10  TXF-COUNTRY             PIC X(03).
               10  TXF-INTEREST-PAID       PIC 9(11)V99.
               10  TXF-TAX-WITHHELD        PIC 9(11)V99.
               10  TXF-ACCOUNT-COUNT       PIC 9(03).
               10  FILLER                  PIC X(02).
           05  TXF-HEADER-BODY REDEFINES TXF-DETAIL-BODY.
               10  TXF-TAX-YEAR            PIC 9(04).
               10  TXF-CREATED-DATE        PIC 9(08).
               10  TXF-CREATED-TIME        PIC 9(08).
               10  FILLER                  PIC X(129).
           05  TXF-TRAILER-BODY REDEFINES TXF-DETAIL-BODY.
               10  TXF-DETAIL-COUNT        PIC 9(09).
               10  TXF-TOTAL-INTEREST      PIC 9(13)V99.
               10  TXF-TOTAL-WITHHELD      PIC 9(13)V99.
               10  FILLER                  PIC X(110).
