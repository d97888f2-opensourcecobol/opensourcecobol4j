000220*  CALFILE HOLIDAY, 8 FOR A DATE DATESRV REJECTS -- SO A
000230*  SCRIPT CAN TELL A DAY WITH NO FEED DUE FROM A DAY THE FEED
000240*  IS LATE.
000242*  A RUN PARAMETER OF "LIST,<FROM>[,<TO>]" INSTEAD WRITES
000244*  EVERY BUSINESS DAY FROM <FROM> UP TO, BUT NOT INCLUDING,
000246*  <TO> (DEFAULT: TODAY) TO BUSLIST, ONE YYYYMMDD PER LINE, FOR
000248*  RUNDAILY.SH'S CATCH-UP MODE -- RC 0 WHEN AT LEAST ONE DAY
000249*  WAS LISTED, 4 WHEN NONE, 8 FOR A BAD DATE.
000250*  ------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  ------------------------------------------------------------
000280*  DATE       BY   DESCRIPTION
000290*  ---------- ---- --------------------------------------------
000300*  08/22/2026 DCG  ORIGINAL PROGRAM.
000302*  10/15/2026 DCG  ADDED THE LIST MODE THAT WRITES THE MISSED
000304*                  BUSINESS DAYS TO BUSLIST FOR A CATCH-UP RUN.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000350         LINUX.
000360 OBJECT-COMPUTER.
000370         LINUX.
000372 INPUT-OUTPUT SECTION.
000374 FILE-CONTROL.
000376         SELECT BUSINESS-DAY-LIST-FILE ASSIGN TO "BUSLIST"
000377             ORGANIZATION IS LINE SEQUENTIAL
000378             FILE STATUS IS BSD-LIST-FILE-STATUS.
000380 DATA DIVISION.
000382 FILE SECTION.
000384 FD  BUSINESS-DAY-LIST-FILE.
000386 01  BUSINESS-DAY-LIST-RECORD    PIC 9(08).
000390 WORKING-STORAGE SECTION.
000400     COPY DATESRVC.
000410 01  BSD-PARM-STRING             PIC X(30) VALUE SPACES.
000420 01  BSD-CHECK-DATE              PIC 9(08) VALUE ZERO.
000422 01  BSD-LIST-FILE-STATUS        PIC X(02).
000423         88  BSD-LIST-FILE-OK        VALUE "00".
000424 01  BSD-LIST-FIELDS.
000425         05  BSD-LIST-VERB           PIC X(08) VALUE SPACES.
000426         05  BSD-LIST-FROM-X         PIC X(08) VALUE SPACES.
000427         05  BSD-LIST-TO-X           PIC X(08) VALUE SPACES.
000428         05  BSD-LIST-FROM-DATE      PIC 9(08) VALUE ZERO.
000429         05  BSD-LIST-TO-DATE        PIC 9(08) VALUE ZERO.
00042A         05  BSD-LIST-COUNT          PIC 9(05) VALUE ZERO.
000430 PROCEDURE DIVISION.
000440 0000-MAINLINE.
000450         ACCEPT BSD-PARM-STRING FROM COMMAND-LINE.
000452         IF BSD-PARM-STRING(1:5) = "LIST,"
000454             PERFORM 1000-LIST-BUSINESS-DAYS THRU 1000-EXIT
000456             GO TO 0000-EXIT
000458         END-IF.
000460         IF BSD-PARM-STRING = SPACES
000470             ACCEPT BSD-CHECK-DATE FROM DATE YYYYMMDD
000480         ELSE
000680         END-IF.
000690 0000-EXIT.
000700         STOP RUN.
000710*---------------------------------------------------------------
000720*  1000-LIST-BUSINESS-DAYS.  WALKS DATESRV'S NEXT-BUSINESS-DAY
000730*  CHAIN FROM THE DAY BEFORE <FROM>, SO <FROM> ITSELF IS LISTED
000740*  WHEN IT IS A BUSINESS DAY.
000750*---------------------------------------------------------------
000760 1000-LIST-BUSINESS-DAYS.
000770         UNSTRING BSD-PARM-STRING DELIMITED BY ","
000780             INTO BSD-LIST-VERB BSD-LIST-FROM-X BSD-LIST-TO-X
000790         END-UNSTRING.
000800         IF BSD-LIST-TO-X = SPACES
000810             ACCEPT BSD-LIST-TO-DATE FROM DATE YYYYMMDD
000820         ELSE
000830             MOVE BSD-LIST-TO-X TO BSD-LIST-TO-DATE
000840         END-IF.
000850         MOVE BSD-LIST-FROM-X TO BSD-LIST-FROM-DATE.
000860         MOVE "A" TO DSV-FUNCTION.
000870         MOVE BSD-LIST-FROM-DATE TO DSV-DATE-1.
000880         MOVE -1 TO DSV-DAYS-BETWEEN.
000890         CALL "DATESRV" USING DATE-SERVICE-AREA.
000900         IF NOT DSV-SUCCESSFUL
000910             OR BSD-LIST-TO-X IS NOT NUMERIC
000915                 AND BSD-LIST-TO-X NOT = SPACES
000920             DISPLAY "BUSDAY: " BSD-PARM-STRING
000930                 " DOES NOT NAME VALID DATES"
000940             MOVE 8 TO RETURN-CODE
000950             GO TO 1000-EXIT
000960         END-IF.
000970         OPEN OUTPUT BUSINESS-DAY-LIST-FILE.
000980         IF NOT BSD-LIST-FILE-OK
000990             DISPLAY "BUSDAY: BUSLIST CANNOT BE WRITTEN, "
001000                 "STATUS = " BSD-LIST-FILE-STATUS
001010             MOVE 8 TO RETURN-CODE
001020             GO TO 1000-EXIT
001030         END-IF.
001040         MOVE DSV-RESULT-DATE TO BSD-CHECK-DATE.
001050         PERFORM 1100-LIST-NEXT-DAY THRU 1100-EXIT
001060             UNTIL BSD-CHECK-DATE NOT < BSD-LIST-TO-DATE.
001070         CLOSE BUSINESS-DAY-LIST-FILE.
001080         DISPLAY "BUSDAY: " BSD-LIST-COUNT
001090             " BUSINESS DAY(S) FROM " BSD-LIST-FROM-DATE
001100             " BEFORE " BSD-LIST-TO-DATE " LISTED ON BUSLIST".
001110         IF BSD-LIST-COUNT = ZERO
001120             MOVE 4 TO RETURN-CODE
001130         ELSE
001140             MOVE ZERO TO RETURN-CODE
001150         END-IF.
001160 1000-EXIT.
001170         EXIT.
001180 1100-LIST-NEXT-DAY.
001190         MOVE "N" TO DSV-FUNCTION.
001200         MOVE BSD-CHECK-DATE TO DSV-DATE-1.
001210         CALL "DATESRV" USING DATE-SERVICE-AREA.
001220         MOVE DSV-RESULT-DATE TO BSD-CHECK-DATE.
001230         IF BSD-CHECK-DATE < BSD-LIST-TO-DATE
001240             MOVE BSD-CHECK-DATE TO BUSINESS-DAY-LIST-RECORD
001250             WRITE BUSINESS-DAY-LIST-RECORD
001260             ADD 1 TO BSD-LIST-COUNT
001270         END-IF.
001280 1100-EXIT.
001290         EXIT.
