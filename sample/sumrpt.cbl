000325*                  RECORD -- MONTHEND AND YOYRPT BOTH READ/WRITE
000326*                  THIS SAME MONRLFILE AND WERE EACH CARRYING
000327*                  THEIR OWN COPY OF THIS LAYOUT.
00032A*  10/15/2026 DCG  "K" BREAKDOWN CONTINUATION ENTRIES ARE SKIPPED
00032B*                  WITH THE PARTIALS; THEY CARRY NO TOTALS.
00032C*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00032D*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00032E*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000328*---------------------------------------------------------------
000329 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001165         05  SUM-PARTIAL-COUNT-EDIT  PIC ZZZZ9.
001167         05  SUM-EXCEPT-COUNT-EDIT   PIC ZZZZ9.
001169         05  SUM-BUSIEST-COUNT-EDIT  PIC -(8)9.
00116A     COPY RUNDATEC.
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240         STOP RUN.
001250 1000-INITIALIZE.
001260         DISPLAY "SUMRPT: JOB STARTING".
001270         CALL "RUNDATE" USING RUN-DATE-AREA.
00127A         MOVE RDT-RUN-DATE TO SUM-TODAY-DATE.
001280         MOVE SUM-TODAY-DATE(1:6) TO SUM-CURRENT-MONTH.
001290         OPEN OUTPUT SUMMARY-FILE.
001300 1000-EXIT.
001561*  THE "P"/"I"/"S" PARTIALS RESTATE WORK THE DATE'S
001562*  CONSOLIDATED "O" ENTRY ALREADY CARRIES, AND THE YEAR-END
001563*  "C" CERTIFICATE RESTATES A WHOLE ARCHIVED YEAR UNDER THE
00156A*  CLOSE DATE -- COUNTING THEM OVERSTATES THE SUMMARY.  A "K"
00156B*  CONTINUATION ONLY CARRIES MORE BRANCH ROWS FOR ITS PARENT.
00156C         IF CTL-ENTRY-COMPANY-PART OR CTL-ENTRY-INTRADAY
00156D             OR CTL-ENTRY-STREAM-PART OR CTL-ENTRY-CLOSE-CERT
00156E             OR CTL-ENTRY-CONTINUATION
001567             GO TO 2200-EXIT
001568         END-IF.
001570         ADD 1 TO SUM-TODAY-RUN-COUNT.
