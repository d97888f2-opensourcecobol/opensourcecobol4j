      *  ---------- ---- --------------------------------------------
      *  08/22/2026 DCG  ORIGINAL COPYBOOK, CARVED OUT OF THE EIGHT
      *                  PROGRAMS THAT EACH DECLARED THIS RECORD.
      *  10/15/2026 DCG  ADDED EXT-ORIG-AMOUNT, THE ITEM'S AMOUNT IN
      *                  EXT-CURRENCY-CODE AS RECEIVED, BESIDE THE
      *                  LOCAL EQUIVALENT EXT-AMOUNT HAS ALWAYS
      *                  CARRIED -- AN ACCOUNT HELD IN THE ITEM'S
      *                  OWN CURRENCY POSTS IT UNCONVERTED.  THE
      *                  RECORD GROWS TO 67 BYTES AND THE HDR/TRL
      *                  FILLERS WITH IT.  A RECORD WRITTEN BEFORE
      *                  THE CHANGE READS BACK WITH SPACES HERE, SO
      *                  READERS TAKE A NON-NUMERIC ORIGINAL AMOUNT
      *                  AS EXT-AMOUNT (EVERYTHING WAS LOCAL THEN).
      *---------------------------------------------------------------
       01  EXTRACT-RECORD.
           05  EXT-BRANCH-CODE             PIC X(03).
           05  EXT-RUN-DATE                PIC 9(08).
           05  EXT-RUN-TIME                PIC 9(08).
           05  EXT-COMPANY-CODE            PIC X(02).
           05  EXT-ORIG-AMOUNT             PIC 9(09)V99.
       01  EXTRACT-HEADER-RECORD REDEFINES EXTRACT-RECORD.
           05  EXH-MARK                    PIC X(03).
           05  EXH-GENERATION              PIC 9(07).
           05  EXH-RUN-DATE                PIC 9(08).
           05  EXH-RUN-TIME                PIC 9(08).
           05  EXH-RUN-ID                  PIC X(08).
           05  FILLER                      PIC X(33).
       01  EXTRACT-TRAILER-RECORD REDEFINES EXTRACT-RECORD.
           05  EXR-MARK                    PIC X(03).
           05  EXR-REC-COUNT               PIC 9(09).
           05  EXR-AMOUNT-TOTAL            PIC 9(11)V99.
           05  FILLER                      PIC X(42).
