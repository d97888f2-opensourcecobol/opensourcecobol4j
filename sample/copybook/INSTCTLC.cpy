      *---------------------------------------------------------------
      *  INSTCTLC.CPY
      *  ------------------------------------------------------------
      *  INSTITUTION CONTROL RECORD (INSTCTL), ONE RECORD.  THE LEGAL
      *  NAME THE REGULATOR KNOWS THE BANK BY, AS IT MUST APPEAR ON
      *  THE HEADER OF EVERY REGULATORY FILE AND RETURN.  CASEFILE
      *  AND DEPRTN READ IT AND FILE NOTHING WHEN IT IS MISSING OR
      *  THE NAME IS BLANK.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  INSTITUTION-CONTROL-RECORD.
           05  ICT-INSTITUTION-NAME        PIC X(30).
           05  FILLER                      PIC X(50).
