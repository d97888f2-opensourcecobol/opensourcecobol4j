      *---------------------------------------------------------------
      *  DEPRTNRC.CPY
      *  ------------------------------------------------------------
      *  MONTH-END DEPOSIT RETURN ELECTRONIC SUBMISSION RECORD
      *  (DEPRTNX), 80 BYTES, FIXED FORMAT.  DEPRTN WRITES ONE FILE
      *  PER RETURN:
      *    FH  FILE HEADER, ONE
      *    DT  ONE PER CELL OF THE RETURN -- REGION, ACCOUNT TYPE
      *        (PRODUCT), RESIDENCY AND BALANCE BAND -- WITH ITS
      *        ACCOUNT COUNT AND LOCAL-EQUIVALENT BALANCE
      *    FT  FILE TRAILER WITH THE RETURN'S TOTALS AND THE
      *        SNAPSHOT'S OWN CONTROL TOTALS THEY MUST TIE TO
      *  RESIDENCY IS "R" RESIDENT, "N" NON-RESIDENT, "U" NO
      *  CUSTOMER ON FILE.  BANDS ARE "01" OVERDRAWN THROUGH "07"
      *  1,000,000.00 AND OVER, AS PRINTED ON DEPRTRPT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  DEPOSIT-RETURN-RECORD.
           05  DRT-RECORD-TYPE             PIC X(02).
               88  DRT-FILE-HEADER             VALUE "FH".
               88  DRT-DETAIL                  VALUE "DT".
               88  DRT-FILE-TRAILER            VALUE "FT".
           05  DRT-BODY                    PIC X(78).
           05  DRT-FILE-HEADER-BODY REDEFINES DRT-BODY.
               10  DRT-FH-RETURN-MONTH     PIC 9(06).
               10  DRT-FH-AS-OF-DATE       PIC 9(08).
               10  DRT-FH-RUN-DATE         PIC 9(08).
               10  DRT-FH-SOURCE           PIC X(08).
               10  DRT-FH-INSTITUTION      PIC X(30).
               10  FILLER                  PIC X(18).
           05  DRT-DETAIL-BODY REDEFINES DRT-BODY.
               10  DRT-DT-REGION-CODE      PIC X(03).
               10  DRT-DT-PRODUCT-CODE     PIC X(02).
               10  DRT-DT-RESIDENCY        PIC X(01).
               10  DRT-DT-BAND             PIC X(02).
               10  DRT-DT-ACCOUNTS         PIC 9(07).
               10  DRT-DT-BALANCE          PIC S9(13)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER                  PIC X(47).
           05  DRT-FILE-TRAILER-BODY REDEFINES DRT-BODY.
               10  DRT-FT-DETAIL-COUNT     PIC 9(07).
               10  DRT-FT-ACCOUNTS         PIC 9(09).
               10  DRT-FT-BALANCE          PIC S9(13)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  DRT-FT-SNAP-RECORDS     PIC 9(09).
               10  DRT-FT-SNAP-BALANCE     PIC S9(13)V99
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER                  PIC X(21).
