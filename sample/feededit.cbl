0004A6*                  ROOM.  THE RESUBMISSION FINGERPRINT IS
0004A7*                  TAKEN BEFORE THE STAMP, SO IT STILL PROVES
0004A8*                  THE UPSTREAM BYTES.
0004A9*  10/15/2026 DCG  EACH FPFHIST ROW NOW ALSO CARRIES THE FILE'S
0004AA*                  OWN TRAILER COUNT AND ITS ITEM COUNT AND
0004AB*                  ITEM AMOUNT (DETAILS ONLY, BATCH BRACKETS
0004AC*                  LEFT OUT), SO FEEDACK CAN TELL THE SOURCE
0004AD*                  WHAT ARRIVED AGAINST WHAT IT SAID IT SENT.
0004AE*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0004AF*                  CATCH-UP DAY'S FPFHIST FINGERPRINTS ARE DATED
0004AG*                  WITH THAT BUSINESS DAY (BUSDATE).  A FEED LEFT
0004AH*                  OVER FROM THE DAY BEFORE NOW MATCHES A PRIOR
0004AI*                  DATE AND FLUSHES AS A RESUBMISSION INSTEAD OF
0004AJ*                  PASSING AS A SAME-DAY RESTART.
000430*---------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000937         05  FPH-DETAIL-COUNT        PIC 9(09).
000938         05  FPH-GROSS-AMOUNT        PIC 9(13)V99.
000939         05  FPH-CHECKSUM            PIC 9(09).
00093A         05  FPH-TRAILER-COUNT       PIC 9(09).
00093B         05  FPH-ITEM-COUNT          PIC 9(09).
00093C         05  FPH-ITEM-AMOUNT         PIC 9(13)V99.
000940 FD  EDIT-REPORT-FILE.
000950 01  EDIT-REPORT-RECORD          PIC X(132).
000960*  THE SORT RECORD IS FIXED LENGTH WITH THE DETAIL'S TRUE
001360         05  FED-FILES-READ          PIC 9(03) COMP VALUE ZERO.
001370         05  FED-DETAIL-COUNT        PIC 9(09) VALUE ZERO.
001380         05  FED-FILE-DETAIL-COUNT   PIC 9(09) VALUE ZERO.
00138A         05  FED-FILE-EXPECTED-COUNT PIC 9(09) VALUE ZERO.
00138B         05  FED-FILE-ITEM-AMOUNT    PIC 9(13)V99 VALUE ZERO.
001390         05  FED-SEQ-ERROR-COUNT     PIC 9(09) VALUE ZERO.
001400         05  FED-DUP-TRAILER-COUNT   PIC 9(05) VALUE ZERO.
001410         05  FED-NO-TRAILER-COUNT    PIC 9(03) VALUE ZERO.
001440         05  FED-CLEAN-COUNT         PIC 9(09) VALUE ZERO.
001450 01  FED-RUN-DATE                PIC 9(08) VALUE ZERO.
001460 01  FED-REPORT-LINE             PIC X(132) VALUE SPACES.
00146A     COPY RUNDATEC.
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580         STOP RUN.
001590 1000-INITIALIZE.
001600         DISPLAY "FEEDEDIT: JOB STARTING".
001610         CALL "RUNDATE" USING RUN-DATE-AREA.
00161A         MOVE RDT-RUN-DATE TO FED-RUN-DATE.
001615         STRING FED-ASCII-XLATE-PART1 FED-ASCII-XLATE-PART2
001616             DELIMITED BY SIZE INTO FED-ASCII-XLATE-CHARS.
001617         STRING FED-EBCDIC-XLATE-PART1 FED-EBCDIC-XLATE-PART2
002040         MOVE "N" TO FED-FILE-TRAILER-SWITCH.
002050         MOVE LOW-VALUES TO FED-PREV-KEY.
002060         MOVE ZERO TO FED-FILE-DETAIL-COUNT.
00206A         MOVE ZERO TO FED-FILE-EXPECTED-COUNT.
00206B         MOVE ZERO TO FED-FILE-ITEM-AMOUNT.
002070         OPEN INPUT RAW-FEED-FILE.
002080         IF NOT FED-RAW-FILE-OK
002090             ADD 1 TO FED-OPEN-FAIL-COUNT
0023GC         MOVE FED-FP-COUNT TO FPH-DETAIL-COUNT.
0023GD         MOVE FED-FP-AMOUNT TO FPH-GROSS-AMOUNT.
0023GE         MOVE FED-FP-CHECKSUM TO FPH-CHECKSUM.
023GE1         MOVE FED-FILE-EXPECTED-COUNT TO FPH-TRAILER-COUNT.
023GE2         MOVE FED-FILE-DETAIL-COUNT TO FPH-ITEM-COUNT.
023GE3         MOVE FED-FILE-ITEM-AMOUNT TO FPH-ITEM-AMOUNT.
0023GF         WRITE FINGERPRINT-HISTORY-RECORD.
0023GG         CLOSE FINGERPRINT-HISTORY-FILE.
0023GH 2150-EXIT.
002630         END-IF.
002640         MOVE "Y" TO FED-FILE-TRAILER-SWITCH.
002650         ADD RWT-EXPECTED-COUNT TO FED-EXPECTED-TOTAL.
00265A         MOVE RWT-EXPECTED-COUNT TO FED-FILE-EXPECTED-COUNT.
002660 2400-EXIT.
002670         EXIT.
002680 2500-RELEASE-DETAIL.
002688         END-IF.
002690         ADD 1 TO FED-DETAIL-COUNT.
002700         ADD 1 TO FED-FILE-DETAIL-COUNT.
00270A         IF RAW-FEED-RECORD(24:11) IS NUMERIC
00270B             MOVE RAW-FEED-RECORD(24:11)
00270C                 TO FED-FP-AMOUNT-WORK
00270D             ADD FED-FP-AMOUNT-WORK TO FED-FILE-ITEM-AMOUNT
00270E         END-IF.
0027V1*  THE DETAIL GOES OUT AT THE FULL 174 BYTES WITH ITS CONTROL
0027V2*  TAIL STAMPED.  A SHORT RECORD'S TAIL IS CLEARED FIRST --
0027V3*  THE BUFFER STILL HOLDS THE PREVIOUS RECORD'S BYTES.
