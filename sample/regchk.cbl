000322*  08/22/2026 DCG  JOB START/COMPLETE AND EVERY FAILED DATE ARE
000324*                  NOW ALSO LOGGED THROUGH THE SHARED EVLOG
000326*                  SUBROUTINE TO THE COMMON EVENTLOG FILE.
00032A*  10/15/2026 DCG  "K" BREAKDOWN CONTINUATION ENTRIES ARE SKIPPED
00032B*                  WITH THE PARTIALS; THEY CARRY NO TOTALS.
000330*---------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001341*  THE "P"/"I"/"S" PARTIALS RESTATE WORK THE DATE'S
001342*  CONSOLIDATED "O" ENTRY ALREADY CARRIES, AND THE YEAR-END
001343*  "C" CERTIFICATE RESTATES A WHOLE ARCHIVED YEAR UNDER THE
00134A*  CLOSE DATE -- COUNTING THEM OVERSTATES THE ACTUALS.  A "K"
00134B*  CONTINUATION ONLY CARRIES MORE BRANCH ROWS FOR ITS PARENT.
00134C         IF CTL-ENTRY-COMPANY-PART OR CTL-ENTRY-INTRADAY
00134D             OR CTL-ENTRY-STREAM-PART OR CTL-ENTRY-CLOSE-CERT
00134E             OR CTL-ENTRY-CONTINUATION
001347             GO TO 1150-EXIT
001348         END-IF.
001350         MOVE "N" TO REG-DATE-FOUND-SWITCH.
