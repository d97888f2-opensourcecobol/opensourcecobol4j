      *---------------------------------------------------------------
      *  EXTFMTRC.CPY
      *  ------------------------------------------------------------
      *  SUBSCRIBER EXTRACT FORMAT REGISTRY RECORD LAYOUT (EXTFMT).
      *  KEYED BY SUBSCRIBER ID AND SEQUENCE.  SEQUENCE 00 IS THE
      *  SUBSCRIBER'S STYLE ROW -- FIXED, DELIMITED (WITH ITS
      *  DELIMITER CHARACTER) OR JSON LINES.  SEQUENCES 01 UP ARE
      *  ITS FIELD ROWS, IN OUTPUT ORDER: THE EXTRACT FIELD TO
      *  CARRY, HOW IT IS TREATED AND THE COLUMN HEADING (OR JSON
      *  KEY) IT GOES OUT UNDER.  FIELD NAMES ARE
      *    BRANCH    ACCOUNT   RECTYPE   TRANDATE  AMOUNT
      *    DCIND     CURRENCY  RUNDATE   RUNTIME   COMPANY
      *    ORIGAMOUNT
      *  TREATMENTS ARE "C" (OR SPACE) IN THE CLEAR, "M" MASKED
      *  THROUGH MASKACCT AND "T" REPLACED BY ITS TOKNSRV TOKEN --
      *  MASKING AND TOKENIZING APPLY TO ACCOUNT ONLY.  A SUBSCRIBER
      *  WITH A ROW HERE TAKES ITS OWN COPY OF EACH GENERATION FROM
      *  EXTRFMT UNDER THE SUBSCRIB OUTPUT NAME; ONE WITHOUT A ROW
      *  TAKES THE STANDARD EXTRFILE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  EXTRACT-FORMAT-RECORD.
           05  EFM-SUBSCRIBER-ID           PIC X(08).
           05  EFM-SEQUENCE                PIC 9(02).
               88  EFM-IS-STYLE-ROW            VALUE ZERO.
           05  EFM-ROW-DETAIL              PIC X(40).
           05  FILLER                      PIC X(10).
       01  EXTRACT-FORMAT-STYLE-ROW REDEFINES EXTRACT-FORMAT-RECORD.
           05  FILLER                      PIC X(10).
           05  EFS-OUTPUT-STYLE            PIC X(01).
               88  EFS-STYLE-FIXED             VALUE "F".
               88  EFS-STYLE-DELIMITED         VALUE "D".
               88  EFS-STYLE-JSON              VALUE "J".
           05  EFS-DELIMITER               PIC X(01).
           05  EFS-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(18).
       01  EXTRACT-FORMAT-FIELD-ROW REDEFINES EXTRACT-FORMAT-RECORD.
           05  FILLER                      PIC X(10).
           05  EFF-FIELD-NAME              PIC X(12).
           05  EFF-TREATMENT               PIC X(01).
               88  EFF-IN-CLEAR                VALUE "C" " ".
               88  EFF-MASKED                  VALUE "M".
               88  EFF-TOKENIZED               VALUE "T".
           05  EFF-LABEL                   PIC X(16).
           05  FILLER                      PIC X(21).
