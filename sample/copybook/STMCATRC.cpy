      *                  "P"/SPACES PRINT, "E" ELECTRONIC.  STMTGEN
      *                  NOW CATALOGS BOTH OUTPUT FILES PER RUN AND
      *                  STMTRPRN REPRINTS FROM PRINT ROWS ONLY.
      *  10/15/2026 DCG  SMC-CHANNEL "R" -- RELSTMT'S COMBINED
      *                  RELATIONSHIP STATEMENTS (RELSTMT.Myyyymm).
      *                  STMTRPRN REPRINTS FROM THESE TOO.
      *---------------------------------------------------------------
       01  STATEMENT-CATALOG-RECORD.
           05  SMC-STMT-MONTH              PIC 9(06).
           05  SMC-CHANNEL                 PIC X(01).
               88  SMC-CHANNEL-PRINT           VALUES "P" SPACE.
               88  SMC-CHANNEL-ELECTRONIC      VALUE "E".
               88  SMC-CHANNEL-COMBINED        VALUE "R".
           05  FILLER                      PIC X(03).
