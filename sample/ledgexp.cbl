000250*                  SHEET OR A WEB DASHBOARD CAN PICK UP THE DAILY
000260*                  TOTALS WITHOUT HAVING TO PARSE LEDGERFILE'S OWN
000270*                  FIXED LAYOUT.
00027A*  10/15/2026 DCG  "K" BREAKDOWN CONTINUATION ENTRIES ARE NOT
00027B*                  EXPORTED; THEY CARRY NO TOTALS OF THEIR OWN.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000960 1000-EXIT.
000970         EXIT.
000980 2000-EXPORT-RECORD.
00099A         IF NOT CTL-ENTRY-CONTINUATION
00099B             PERFORM 2200-WRITE-CSV-ROW THRU 2200-EXIT
00099C             PERFORM 2300-WRITE-JSON-ROW THRU 2300-EXIT
00099D             ADD 1 TO EXP-ROW-COUNT
00099E         END-IF.
001020         PERFORM 2100-READ-LEDGER-FILE THRU 2100-EXIT.
001030 2000-EXIT.
001040         EXIT.
