      *---------------------------------------------------------------
      *  NOTICEQC.CPY
      *  ------------------------------------------------------------
      *  PARAMETER BLOCK FOR NOTICEQ, THE SHARED CUSTOMER NOTICE
      *  REQUEST WRITER.  A PROGRAM THAT FINDS A CUSTOMER WHO MUST
      *  BE WRITTEN TO SETS FUNCTION "Q", ITS PROGRAM ID, THE
      *  LETTER CODE (A LETTRTBL TEMPLATE), THE ACCOUNT AND
      *  WHATEVER AMOUNT, DATE AND REFERENCE THE LETTER QUOTES, AND
      *  CALLS NOTICEQ, WHICH STAMPS THE DATE AND TIME AND APPENDS
      *  THE REQUEST TO NOTICREQ (SHARED NOTICERC COPYBOOK).  LTRGEN
      *  PRODUCES THE LETTERS.  FUNCTION "E" AT END OF RUN CLOSES
      *  THE FILE NOTICEQ HOLDS OPEN BETWEEN CALLS.  RETURN CODE 8
      *  MEANS NOTICREQ COULD NOT BE OPENED AND NOTHING WAS QUEUED.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  NOTICE-QUEUE-AREA.
           05  NTQ-FUNCTION                PIC X(01).
               88  NTQ-FUNC-QUEUE              VALUE "Q".
               88  NTQ-FUNC-END                VALUE "E".
           05  NTQ-PROGRAM-ID              PIC X(08).
           05  NTQ-LETTER-CODE             PIC X(04).
           05  NTQ-ACCOUNT-NO              PIC X(10).
           05  NTQ-BRANCH-CODE             PIC X(03).
           05  NTQ-AMOUNT                  PIC S9(11)V99.
           05  NTQ-EVENT-DATE              PIC 9(08).
           05  NTQ-REFERENCE               PIC X(20).
           05  NTQ-RETURN-CODE             PIC 9(02).
               88  NTQ-QUEUED                  VALUE ZERO.
               88  NTQ-QUEUE-UNAVAILABLE       VALUE 08.
