      *---------------------------------------------------------------
      *  PAYINSRC.CPY
      *  ------------------------------------------------------------
      *  OUTBOUND INTERBANK PAYMENT INSTRUCTION RECORD (PAYINSTR), IN
      *  THE CLEARING NETWORK'S 94-BYTE FIXED FORMAT.  ONE FILE IS A
      *  FILE HEADER ("1"), ONE BATCH PER BRANCH -- BATCH HEADER
      *  ("5"), ITS ENTRIES ("6") EACH FOLLOWED BY ONE REMITTANCE
      *  ADDENDA ("7"), BATCH CONTROL ("8") -- AND THE FILE CONTROL
      *  ("9"), PADDED WITH ALL-NINES RECORDS TO A WHOLE BLOCK OF
      *  TEN.  THE ENTRY TRACE NUMBER IS THE PAYREG KEY, SO THE
      *  NETWORK'S ACKNOWLEDGMENT COMES BACK TO THE REGISTER BY IT.
      *  WRITTEN BY PAYOUT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  PAYMENT-INSTRUCTION-RECORD.
           05  PIN-RECORD-TYPE             PIC X(01).
               88  PIN-IS-FILE-HEADER          VALUE "1".
               88  PIN-IS-BATCH-HEADER         VALUE "5".
               88  PIN-IS-ENTRY-DETAIL         VALUE "6".
               88  PIN-IS-ADDENDA              VALUE "7".
               88  PIN-IS-BATCH-CONTROL        VALUE "8".
               88  PIN-IS-FILE-CONTROL         VALUE "9".
           05  PIN-RECORD-BODY             PIC X(93).
           05  PIN-FILE-HEADER REDEFINES PIN-RECORD-BODY.
               10  PFH-PRIORITY-CODE       PIC 9(02).
               10  PFH-DESTINATION-ID      PIC X(10).
               10  PFH-ORIGIN-ID           PIC X(10).
               10  PFH-FILE-DATE           PIC 9(06).
               10  PFH-FILE-TIME           PIC 9(04).
               10  PFH-FILE-ID-MODIFIER    PIC X(01).
               10  PFH-RECORD-SIZE         PIC X(03).
               10  PFH-BLOCKING-FACTOR     PIC X(02).
               10  PFH-FORMAT-CODE         PIC X(01).
               10  PFH-DESTINATION-NAME    PIC X(23).
               10  PFH-ORIGIN-NAME         PIC X(23).
               10  PFH-REFERENCE-CODE      PIC X(08).
           05  PIN-BATCH-HEADER REDEFINES PIN-RECORD-BODY.
               10  PBH-SERVICE-CLASS       PIC 9(03).
               10  PBH-COMPANY-NAME        PIC X(16).
               10  PBH-DISCRETIONARY       PIC X(20).
               10  PBH-COMPANY-ID          PIC X(10).
               10  PBH-ENTRY-CLASS         PIC X(03).
               10  PBH-ENTRY-DESCRIPTION   PIC X(10).
               10  PBH-DESCRIPTIVE-DATE    PIC X(06).
               10  PBH-EFFECTIVE-DATE      PIC 9(06).
               10  PBH-SETTLEMENT-DATE     PIC X(03).
               10  PBH-ORIGINATOR-STATUS   PIC X(01).
               10  PBH-ORIGIN-DFI          PIC X(08).
               10  PBH-BATCH-NUMBER        PIC 9(07).
           05  PIN-ENTRY-DETAIL REDEFINES PIN-RECORD-BODY.
               10  PED-TRANSACTION-CODE    PIC 9(02).
               10  PED-RECEIVING-DFI       PIC X(08).
               10  PED-CHECK-DIGIT         PIC X(01).
               10  PED-DFI-ACCOUNT         PIC X(17).
               10  PED-AMOUNT              PIC 9(08)V99.
               10  PED-INDIVIDUAL-ID       PIC X(15).
               10  PED-INDIVIDUAL-NAME     PIC X(22).
               10  PED-DISCRETIONARY       PIC X(02).
               10  PED-ADDENDA-INDICATOR   PIC 9(01).
               10  PED-TRACE-NUMBER        PIC 9(15).
           05  PIN-ADDENDA REDEFINES PIN-RECORD-BODY.
               10  PAD-ADDENDA-TYPE        PIC 9(02).
               10  PAD-PAYMENT-INFO        PIC X(80).
               10  PAD-ADDENDA-SEQUENCE    PIC 9(04).
               10  PAD-ENTRY-SEQUENCE      PIC 9(07).
           05  PIN-BATCH-CONTROL REDEFINES PIN-RECORD-BODY.
               10  PBC-SERVICE-CLASS       PIC 9(03).
               10  PBC-ENTRY-COUNT         PIC 9(06).
               10  PBC-ENTRY-HASH          PIC 9(10).
               10  PBC-DEBIT-TOTAL         PIC 9(10)V99.
               10  PBC-CREDIT-TOTAL        PIC 9(10)V99.
               10  PBC-COMPANY-ID          PIC X(10).
               10  PBC-AUTHENTICATION      PIC X(19).
               10  PBC-RESERVED            PIC X(06).
               10  PBC-ORIGIN-DFI          PIC X(08).
               10  PBC-BATCH-NUMBER        PIC 9(07).
           05  PIN-FILE-CONTROL REDEFINES PIN-RECORD-BODY.
               10  PFC-BATCH-COUNT         PIC 9(06).
               10  PFC-BLOCK-COUNT         PIC 9(06).
               10  PFC-ENTRY-COUNT         PIC 9(08).
               10  PFC-ENTRY-HASH          PIC 9(10).
               10  PFC-DEBIT-TOTAL         PIC 9(10)V99.
               10  PFC-CREDIT-TOTAL        PIC 9(10)V99.
               10  PFC-RESERVED            PIC X(39).
