000380*                  OFF ACCTBAL AND MARKS THE CATALOG ROW "B".
000381*                  A POSTING ABEND STOPS BEING A BALANCE-
000382*                  CORRUPTION INCIDENT.
000383*  10/15/2026 DCG  FOREIGN-CURRENCY ACCOUNTS.  A NEW BALANCE
000384*                  TAKES ITS CURRENCY FROM ACM-CURRENCY-CODE
000385*                  (SPACES, LOCAL, WITHOUT A MASTER) AND EVERY
000386*                  ITEM NOW POSTS IN THE BALANCE'S CURRENCY
000387*                  THROUGH FXCONV -- AN ITEM IN THE ACCOUNT'S
000388*                  OWN CURRENCY AT ITS ORIGINAL AMOUNT, A
000389*                  LOCAL ACCOUNT AT EXT-AMOUNT AS BEFORE.  AN
00038A*                  ITEM CURRATES CANNOT PRICE IS NOT POSTED
00038B*                  (NAMED ON THE CONSOLE, RC 4).  THE ACCTMST
00038C*                  READ IS NOW SHARED WITH THE CUT-DAY LOOKUP.
0003A1*  10/15/2026 DCG  FUNDS AVAILABILITY.  ABL-AVAILABLE-BALANCE NOW
0003A2*                  MOVES WITH EVERY ITEM EXCEPT ONE THAT RAISES
0003A3*                  THE BALANCE AND WHOSE TXNTYPTB TYPE CARRIES
0003A4*                  TTM-FLOAT-DAYS: THAT ITEM POSTS TO THE LEDGER
0003A5*                  BALANCE ONLY AND IS HELD ON UNCOLFND UNTIL THE
0003A6*                  FLOAT-DAYS'TH BUSINESS DAY AFTER THE RUN DATE
0003A7*                  (DATESRV), WHEN FUNDREL RELEASES IT.  A BALANCE
0003A8*                  CARRIED OVER FROM BEFORE THE FIELD EXISTED
0003A9*                  STARTS FROM ITS LEDGER BALANCE.  A BACKOUT
0003AA*                  REVERSES THE AVAILABLE SIDE THE SAME WAY AND
0003AB*                  CANCELS THE GENERATION'S HOLDS WITH AN "X" ROW.
0003AC*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0003AD*                  CATCH-UP RUN OF A MISSED BUSINESS DAY IS
0003AE*                  STAMPED WITH THAT DAY (BUSDATE) AND NOT TODAY.
0003AF*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
0003AG*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
0003AH*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
0003AI*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
0003AJ*  10/15/2026 DCG  A BACKOUT TAKES ITS RUN DATE FROM RUNDATE TOO.
0003AK*  10/15/2026 DCG  AN ITEM FXCONV CANNOT PRICE NOW OPENS A WORKQ
0003AL*                  ITEM NAMING THE ACCOUNT AND ITEM, AND THE RUN
0003AM*                  ENDS RC 8 (WAS 4) -- THE ITEM IS ON THE GL
0003AN*                  EXTRACT BUT NOT ON ACCTBAL OR TXNHIST.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.
00055D         SELECT POST-CATALOG-FILE ASSIGN TO "PSTCATL"
00055E             ORGANIZATION IS LINE SEQUENTIAL
00055F             FILE STATUS IS BPO-PSTCAT-FILE-STATUS.
00055G         SELECT UNCOL-FUNDS-FILE ASSIGN TO "UNCOLFND"
00055H             ORGANIZATION IS LINE SEQUENTIAL
00055I             FILE STATUS IS BPO-UNCOL-FILE-STATUS.
000560         SELECT NEGATIVE-REPORT-FILE ASSIGN TO "BALNEG"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS BPO-NEGATIVE-FILE-STATUS.
0007EC             88  PCT-STATUS-BACKED-OUT   VALUE "B".
0007ED         05  PCT-RUN-DATE            PIC 9(08).
0007EE         05  PCT-RUN-TIME            PIC 9(06).
0007A1 FD  UNCOL-FUNDS-FILE.
0007A2     COPY UNCOLRC.
000780 FD  NEGATIVE-REPORT-FILE.
000790 01  NEGATIVE-REPORT-RECORD      PIC X(132).
000800 WORKING-STORAGE SECTION.
000897             88  BPO-CYCCAL-FILE-OK      VALUE "00".
000898         05  BPO-ACCTMST-FILE-STATUS PIC X(02).
000899             88  BPO-ACCTMST-FILE-OK     VALUE "00".
00089B         05  BPO-UNCOL-FILE-STATUS   PIC X(02).
00089C             88  BPO-UNCOL-FILE-OK       VALUE "00".
000900 01  BPO-SWITCHES.
000910         05  BPO-EOF-SWITCH          PIC X(01) VALUE "N".
000920             88  BPO-END-OF-FILE         VALUE "Y".
0009B2         05  BPO-TTM-EOF-SWITCH      PIC X(01) VALUE "N".
0009B3             88  BPO-TTM-AT-END          VALUE "Y".
0009B4         05  BPO-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
0009B5         05  BPO-TTM-ENTRY OCCURS 50 TIMES
0009B6                 INDEXED BY BPO-TTM-IDX.
0009B7             10  BPO-TTM-TYPE        PIC X(02).
0009B8             10  BPO-TTM-POSTS       PIC X(01).
0009A1             10  BPO-TTM-FLOAT       PIC 9(02).
0009B9         05  BPO-NONPOST-COUNT       PIC 9(07) VALUE ZERO.
0009C1 01  BPO-CYCLE-FIELDS.
0009C2         05  BPO-CYC-EOF-SWITCH      PIC X(01) VALUE "N".
00100A         05  BPO-HISTORY-COUNT       PIC 9(09) VALUE ZERO.
001010 01  BPO-EDIT-FIELDS.
001020         05  BPO-BALANCE-EDIT        PIC -(11)9.99.
001021 01  BPO-CURRENCY-FIELDS.
001022         05  BPO-POST-AMOUNT         PIC S9(11)V99 COMP-3
001023                                     VALUE ZERO.
001024         05  BPO-ACM-FOUND-SWITCH    PIC X(01) VALUE "N".
001025             88  BPO-ACM-FOUND           VALUE "Y".
001026         05  BPO-CCY-WARNED-ACCOUNT  PIC X(10) VALUE SPACES.
001027         05  BPO-NO-RATE-COUNT       PIC 9(07) VALUE ZERO.
00102B         05  BPO-WQ-SOURCE           PIC X(08) VALUE "BALPOST".
00102C         05  BPO-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
0010A1 01  BPO-HOLD-FIELDS.
0010A2         05  BPO-UNCOL-OPEN-SWITCH   PIC X(01) VALUE "N".
0010A3             88  BPO-UNCOL-OPEN          VALUE "Y".
0010A4         05  BPO-FLOAT-DAYS          PIC 9(02) VALUE ZERO.
0010A5         05  BPO-RELEASE-DATE        PIC 9(08) VALUE ZERO.
0010A6         05  BPO-HELD-COUNT          PIC 9(07) VALUE ZERO.
0010A7         05  BPO-NOT-HELD-COUNT      PIC 9(07) VALUE ZERO.
001028 COPY FXCONVC.
001029 COPY DATESRVC.
00102A COPY RUNDATEC.
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001042         ACCEPT BPO-PARM-STRING FROM COMMAND-LINE.
001090         STOP RUN.
001100 1000-INITIALIZE.
001110         DISPLAY "BALPOST: JOB STARTING".
001120         CALL "RUNDATE" USING RUN-DATE-AREA.
00112F         MOVE RDT-RUN-DATE TO BPO-RUN-DATE.
001121         ACCEPT BPO-RUN-TIME FROM TIME.
001122         PERFORM 1100-BUILD-GENERATION-LIST THRU 1100-EXIT.
001123         PERFORM 1400-LOAD-POST-CATALOG THRU 1400-EXIT.
00144B             DISPLAY "BALPOST: TXNHIST UNAVAILABLE - HISTORY "
00144C                 "NOT KEPT, STATUS = " BPO-HISTORY-FILE-STATUS
00144D         END-IF.
00144E         PERFORM 2650-OPEN-UNCOLLECTED THRU 2650-EXIT.
001450         OPEN OUTPUT NEGATIVE-REPORT-FILE.
001460         MOVE SPACES TO NEGATIVE-REPORT-RECORD.
001470         STRING "ACCOUNTS DRIVEN NEGATIVE BY POSTING   "
0015B5         END-IF.
0015B6         PERFORM 1350-LOAD-ONE-TYPE THRU 1350-EXIT
0015B7             UNTIL BPO-TTM-AT-END
0015B8                 OR BPO-TTM-COUNT = 50.
0015BP         IF NOT BPO-TTM-AT-END
0015BQ             READ TXN-TYPE-FILE
0015BR                 AT END
0015BS                     MOVE "Y" TO BPO-TTM-EOF-SWITCH
0015BT             END-READ
0015BU         END-IF.
0015B9         CLOSE TXN-TYPE-FILE.
0015AX         IF NOT BPO-TTM-AT-END
0015AY             DISPLAY "BALPOST: TXNTYPTB HOLDS MORE THAN 50 "
0015AZ                 "TYPES - RUN STOPPED"
0015BV             MOVE 16 TO RETURN-CODE
0015BW             STOP RUN
0015BX         END-IF.
0015BA 1300-EXIT.
0015BB         EXIT.
0015BC 1350-LOAD-ONE-TYPE.
0015BJ                     TO BPO-TTM-TYPE(BPO-TTM-COUNT)
0015BK                 MOVE TTM-POSTS-BALANCE
0015BL                     TO BPO-TTM-POSTS(BPO-TTM-COUNT)
0015AR                 IF TTM-FLOAT-DAYS NUMERIC
0015AS                     MOVE TTM-FLOAT-DAYS
0015AT                         TO BPO-TTM-FLOAT(BPO-TTM-COUNT)
0015AU                 ELSE
0015AV                     MOVE ZERO TO BPO-TTM-FLOAT(BPO-TTM-COUNT)
0015AW                 END-IF
0015BM         END-READ.
0015BN 1350-EXIT.
0015BO         EXIT.
0015CG             END-SEARCH
0015CH         END-IF.
001560         PERFORM 2200-FETCH-BALANCE THRU 2200-EXIT.
001561         PERFORM 2250-SET-POST-AMOUNT THRU 2250-EXIT.
001562         IF NOT FXC-SUCCESSFUL
001563             ADD 1 TO BPO-GEN-DETAIL-COUNT
001564             PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT
001565             PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
001566             GO TO 2000-EXIT
001567         END-IF.
001570         PERFORM 2300-APPLY-MOVEMENT THRU 2300-EXIT.
001580         PERFORM 2400-STORE-BALANCE THRU 2400-EXIT.
001582         PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
001800                 MOVE ZERO TO ABL-MTD-CREDITS
001810                 MOVE ZERO TO ABL-LAST-POSTED-DATE
001812                 MOVE ZERO TO ABL-MEMO-BALANCE
001814                 MOVE SPACES TO ABL-CURRENCY-CODE
001815                 MOVE ZERO TO ABL-AVAILABLE-BALANCE
001820         END-READ.
0018AN*  A BALANCE CARRIED OVER FROM BEFORE THE AVAILABLE SIDE WAS
0018AO*  KEPT STARTS FROM ITS LEDGER BALANCE -- NOTHING ON IT IS HELD.
0018AP         IF ABL-AVAILABLE-BALANCE NOT NUMERIC
0018AQ             MOVE ABL-CURRENT-BALANCE TO ABL-AVAILABLE-BALANCE
0018AR         END-IF.
001822         PERFORM 2240-SET-ACCOUNT-CURRENCY THRU 2240-EXIT.
0018Z1*  THE HARD POST IS THE TRUE-UP FOR EVERYTHING MEMOPOST PUT
0018Z2*  ON THE MEMO SIDE DURING THE DAY -- THE DAY'S FULL EXTRACT
0018Z3*  CARRIES EVERY INTRADAY ITEM AGAIN, SO THE MEMO SIDE IS
0018AM         CONTINUE.
001870 2200-EXIT.
001880         EXIT.
0021C1*---------------------------------------------------------------
0021C2*  2240-SET-ACCOUNT-CURRENCY.  READS THE ACCOUNT'S MASTER (THE
0021C3*  ONE READ THE CUT-DAY LOOKUP ALSO USES) AND SETTLES THE
0021C4*  BALANCE'S CURRENCY.  A NEW BALANCE, OR ONE STILL AT ZERO,
0021C5*  TAKES THE MASTER'S; A BALANCE ALREADY CARRYING MONEY KEEPS
0021C6*  ITS OWN AND A DISAGREEING MASTER IS NAMED ONCE.
0021C7*---------------------------------------------------------------
0021C8 2240-SET-ACCOUNT-CURRENCY.
0021C9         MOVE "N" TO BPO-ACM-FOUND-SWITCH.
0021CA         IF NOT BPO-ACCTMST-AVAILABLE
0021CB             GO TO 2240-EXIT
0021CC         END-IF.
0021CD         MOVE EXT-ACCOUNT-NO TO ACM-ACCOUNT-NO.
0021CE         READ ACCOUNT-MASTER-FILE
0021CF             INVALID KEY
0021CG                 GO TO 2240-EXIT
0021CH         END-READ.
0021CI         SET BPO-ACM-FOUND TO TRUE.
0021CJ         IF ACM-CURRENCY-CODE = ABL-CURRENCY-CODE
0021CK             GO TO 2240-EXIT
0021CL         END-IF.
0021CM         IF BPO-NEW-ACCOUNT
0021CN             OR ABL-CURRENT-BALANCE = ZERO
0021CO             MOVE ACM-CURRENCY-CODE TO ABL-CURRENCY-CODE
0021CP             GO TO 2240-EXIT
0021CQ         END-IF.
0021CR         IF ABL-ACCOUNT-NO NOT = BPO-CCY-WARNED-ACCOUNT
0021CS             MOVE ABL-ACCOUNT-NO TO BPO-CCY-WARNED-ACCOUNT
0021CT             DISPLAY "BALPOST: ACCOUNT " ABL-ACCOUNT-NO
0021CU                 " IS HELD IN '" ABL-CURRENCY-CODE
0021CV                 "' BUT ACCTMST SAYS '" ACM-CURRENCY-CODE
0021CW                 "' - POSTING IN '" ABL-CURRENCY-CODE "'"
0021CX         END-IF.
0021CY 2240-EXIT.
0021CZ         EXIT.
0021D1*---------------------------------------------------------------
0021D2*  2250-SET-POST-AMOUNT.  THE AMOUNT THE ITEM POSTS IN THE
0021D3*  BALANCE'S CURRENCY.  A RECORD WRITTEN BEFORE EXTRREC
0021D4*  CARRIED AN ORIGINAL AMOUNT IS TAKEN AS A LOCAL ITEM.  AN
0021D5*  ITEM CURRATES CANNOT PRICE IS LEFT OFF THE ACCOUNT AND
0021DT*  OPENS A WORKQ ITEM NAMING IT -- IT IS ALREADY ON THE GL
0021DU*  EXTRACT, SO OPERATIONS MUST LOAD THE RATE AND POST IT BY
0021DV*  ADJUSTMENT BEFORE THE SUBLEDGER AGREES AGAIN.
0021D6*---------------------------------------------------------------
0021D7 2250-SET-POST-AMOUNT.
0021D8         MOVE "A" TO FXC-FUNCTION.
0021D9         MOVE ABL-CURRENCY-CODE TO FXC-TO-CURRENCY.
0021DA         MOVE EXT-AMOUNT TO FXC-LOCAL-AMOUNT.
0021DB         IF EXT-ORIG-AMOUNT NUMERIC
0021DC             MOVE EXT-CURRENCY-CODE TO FXC-FROM-CURRENCY
0021DD             MOVE EXT-ORIG-AMOUNT TO FXC-FROM-AMOUNT
0021DE         ELSE
0021DF             MOVE SPACES TO FXC-FROM-CURRENCY
0021DG             MOVE EXT-AMOUNT TO FXC-FROM-AMOUNT
0021DH         END-IF.
0021DI         CALL "FXCONV" USING FX-CONVERT-AREA.
0021DJ         MOVE FXC-RESULT-AMOUNT TO BPO-POST-AMOUNT.
0021DK         IF NOT FXC-SUCCESSFUL
0021DL             ADD 1 TO BPO-NO-RATE-COUNT
0021DM             DISPLAY "BALPOST: NO RATE TO POST "
0021DN                 EXT-CURRENCY-CODE " ITEM TO '"
0021DO                 ABL-CURRENCY-CODE "' ACCOUNT "
0021DP                 ABL-ACCOUNT-NO " - NOT POSTED"
0021AA             MOVE SPACES TO BPO-WQ-DESCRIPTION
0021AB             STRING "NO RATE " EXT-CURRENCY-CODE ">"
0021AC                 ABL-CURRENCY-CODE " " EXT-BRANCH-CODE " "
0021AD                 EXT-ACCOUNT-NO " TYPE " EXT-RECORD-TYPE " "
0021AE                 EXT-TRANS-DATE " NOT POSTED"
0021AF                 DELIMITED BY SIZE INTO BPO-WQ-DESCRIPTION
0021AG             CALL "WQOPEN" USING BPO-WQ-SOURCE BPO-RUN-DATE
0021AH                 BPO-WQ-DESCRIPTION
0021DQ         END-IF.
0021DR 2250-EXIT.
0021DS         EXIT.
0022A1*---------------------------------------------------------------
0022A2*  2260-SET-ACCOUNT-CUT-DAY.  THE ACCOUNT'S CYCLE FROM
0022A3*  ACCTMST, MAPPED TO ITS CUT DAY ON STMTCYCL.  ANY GAP IN
0022A9             OR BPO-CYC-COUNT = ZERO
0022AA             GO TO 2260-EXIT
0022AB         END-IF.
0022AC         IF NOT BPO-ACM-FOUND
0022AD             GO TO 2260-EXIT
0022AE         END-IF.
0022AH         IF ACM-MONTH-END-CYCLE
0022AI             GO TO 2260-EXIT
0022AJ         END-IF.
0022AR         END-SEARCH.
0022AS 2260-EXIT.
0022AT         EXIT.
0022AF*---------------------------------------------------------------
0022AG*  2270-SET-FLOAT-DAYS.  THE BUSINESS DAYS THE ITEM'S TYPE IS
0022AU*  HELD FROM AVAILABLE FUNDS.  ONLY AN ITEM THAT RAISES THE
0022AV*  BALANCE BY A POSITIVE AMOUNT IS EVER HELD; NO ROW, NO TABLE
0022AW*  OR NO FLOAT IS AVAILABLE AT ONCE.
0022AX*---------------------------------------------------------------
0022AY 2270-SET-FLOAT-DAYS.
0022AZ         MOVE ZERO TO BPO-FLOAT-DAYS.
0022BX         IF EXT-IS-CREDIT
0022BY             OR BPO-POST-AMOUNT NOT > ZERO
0022BZ             OR BPO-TTM-COUNT = ZERO
0022C1             GO TO 2270-EXIT
0022C2         END-IF.
0022C3         SET BPO-TTM-IDX TO 1.
0022C4         SEARCH BPO-TTM-ENTRY
0022C5             AT END
0022C6                 CONTINUE
0022C7             WHEN BPO-TTM-TYPE(BPO-TTM-IDX) = EXT-RECORD-TYPE
0022C8                 MOVE BPO-TTM-FLOAT(BPO-TTM-IDX) TO BPO-FLOAT-DAYS
0022C9         END-SEARCH.
0022CA 2270-EXIT.
0022CB         EXIT.
0022B1*---------------------------------------------------------------
0022B2*  2280-COMPUTE-CYCLE-PERIOD.  A DATE'S CYCLE PERIOD FOR THE
0022B3*  ACCOUNT'S CUT DAY: ON OR BEFORE THE (MONTH-CLAMPED) CUT IT
0022BV 2280-EXIT.
0022BW         EXIT.
001890 2300-APPLY-MOVEMENT.
001891         PERFORM 2270-SET-FLOAT-DAYS THRU 2270-EXIT.
001900         IF EXT-IS-CREDIT
001910             SUBTRACT BPO-POST-AMOUNT FROM ABL-CURRENT-BALANCE
001920             ADD BPO-POST-AMOUNT TO ABL-MTD-CREDITS
001921             SUBTRACT BPO-POST-AMOUNT FROM ABL-AVAILABLE-BALANCE
001930         ELSE
001940             ADD BPO-POST-AMOUNT TO ABL-CURRENT-BALANCE
001950             ADD BPO-POST-AMOUNT TO ABL-MTD-DEBITS
001951             IF BPO-FLOAT-DAYS > ZERO
001952                 PERFORM 2700-HOLD-ITEM THRU 2700-EXIT
001953             ELSE
001954                 ADD BPO-POST-AMOUNT TO ABL-AVAILABLE-BALANCE
001955             END-IF
001960         END-IF.
001970         MOVE BPO-RUN-DATE TO ABL-LAST-POSTED-DATE.
001980         IF ABL-CURRENT-BALANCE < ZERO
002070         STRING "BRANCH " ABL-BRANCH-CODE
002080             " ACCOUNT " ABL-ACCOUNT-NO
002090             " BALANCE " BPO-BALANCE-EDIT
002095             " " ABL-CURRENCY-CODE
002100             " AFTER POSTING " EXT-RECORD-TYPE
002110             " DATED " EXT-TRANS-DATE
002120             DELIMITED BY SIZE INTO NEGATIVE-REPORT-RECORD.
0026AM         CLOSE CHECKPOINT-FILE.
0026AN 2600-EXIT.
0026AO         EXIT.
0026AP*---------------------------------------------------------------
0026AQ*  2650-OPEN-UNCOLLECTED.  UNCOLFND IS APPEND-ONLY HERE.  IF IT
0026AR*  CANNOT BE OPENED NOTHING CAN BE HELD, SO EVERY ITEM POSTS
0026AS*  AVAILABLE AT ONCE, THE OLD WAY, AND THE JOB ENDS RC 4.
0026AT*---------------------------------------------------------------
0026AU 2650-OPEN-UNCOLLECTED.
0026AV         OPEN EXTEND UNCOL-FUNDS-FILE.
0026AW         IF NOT BPO-UNCOL-FILE-OK
0026AX             OPEN OUTPUT UNCOL-FUNDS-FILE
0026AY         END-IF.
0026AZ         IF BPO-UNCOL-FILE-OK
0026B1             SET BPO-UNCOL-OPEN TO TRUE
0026B2         ELSE
0026B3             DISPLAY "BALPOST: CANNOT OPEN UNCOLFND, STATUS = "
0026B4                 BPO-UNCOL-FILE-STATUS " - NO FUNDS WILL BE HELD"
0026B5         END-IF.
0026B6 2650-EXIT.
0026B7         EXIT.
0026B8*---------------------------------------------------------------
0026B9*  2700-HOLD-ITEM.  THE ITEM STAYS OUT OF AVAILABLE FUNDS UNTIL
0026BA*  THE FUNDREL RUN ON THE FLOAT-DAYS'TH BUSINESS DAY AFTER
0026BB*  TONIGHT.  THE HOLD IS IN THE BALANCE'S CURRENCY, THE AMOUNT
0026BC*  THE LEDGER BALANCE JUST MOVED BY.
0026BD*---------------------------------------------------------------
0026BE 2700-HOLD-ITEM.
0026BF         IF NOT BPO-UNCOL-OPEN
0026BG             ADD BPO-POST-AMOUNT TO ABL-AVAILABLE-BALANCE
0026BH             ADD 1 TO BPO-NOT-HELD-COUNT
0026BI             GO TO 2700-EXIT
0026BJ         END-IF.
0026BK         MOVE BPO-RUN-DATE TO BPO-RELEASE-DATE.
0026BL         PERFORM 2750-NEXT-BUSINESS-DAY THRU 2750-EXIT
0026BM             BPO-FLOAT-DAYS TIMES.
0026BN         MOVE SPACES TO UNCOLLECTED-FUNDS-RECORD.
0026BO         MOVE ABL-BRANCH-CODE TO UCF-BRANCH-CODE.
0026BP         MOVE ABL-ACCOUNT-NO TO UCF-ACCOUNT-NO.
0026BQ         MOVE EXT-RECORD-TYPE TO UCF-RECORD-TYPE.
0026BR         MOVE EXT-TRANS-DATE TO UCF-TRANS-DATE.
0026BS         MOVE BPO-RUN-DATE TO UCF-POST-DATE.
0026BT         MOVE BPO-RELEASE-DATE TO UCF-RELEASE-DATE.
0026BU         MOVE BPO-POST-AMOUNT TO UCF-AMOUNT.
0026BV         MOVE ABL-CURRENCY-CODE TO UCF-CURRENCY-CODE.
0026BW         MOVE BPO-GEN-NUMBER(BPO-GEN-SUB) TO UCF-GENERATION.
0026BX         SET UCF-HELD TO TRUE.
0026BY         WRITE UNCOLLECTED-FUNDS-RECORD.
0026BZ         ADD 1 TO BPO-HELD-COUNT.
0026C1 2700-EXIT.
0026C2         EXIT.
0026C3 2750-NEXT-BUSINESS-DAY.
0026C4         MOVE "N" TO DSV-FUNCTION.
0026C5         MOVE BPO-RELEASE-DATE TO DSV-DATE-1.
0026C6         MOVE SPACES TO DSV-REGION-CODE.
0026C7         CALL "DATESRV" USING DATE-SERVICE-AREA.
0026C8         IF DSV-SUCCESSFUL
0026C9             MOVE DSV-RESULT-DATE TO BPO-RELEASE-DATE
0026CA         END-IF.
0026CB 2750-EXIT.
0026CC         EXIT.
0070A1*---------------------------------------------------------------
0070A2*  7000-BACK-OUT-GENERATION.  "BACKOUT,NNNNNNN": REVERSES A
0070A3*  COMPLETED GENERATION'S MOVEMENTS OFF ACCTBAL (CREDITS ADD
0070A8*---------------------------------------------------------------
0070A9 7000-BACK-OUT-GENERATION.
0070AA         DISPLAY "BALPOST: BACKOUT STARTING".
0070AB         CALL "RUNDATE" USING RUN-DATE-AREA.
0070CA         MOVE RDT-RUN-DATE TO BPO-RUN-DATE.
0070AC         ACCEPT BPO-RUN-TIME FROM TIME.
0070AD         UNSTRING BPO-PARM-STRING DELIMITED BY ","
0070AE             INTO BPO-BACKOUT-VERB BPO-BACKOUT-GEN-X
0070C1         CLOSE EXTRACT-FILE.
0070C2         CLOSE BALANCE-FILE.
0070C3         PERFORM 7400-MARK-GEN-BACKED-OUT THRU 7400-EXIT.
0070C9         PERFORM 7500-CANCEL-GEN-HOLDS THRU 7500-EXIT.
0070C4         DISPLAY "BALPOST: GENERATION " BPO-BACKOUT-GEN
0070C5             " BACKED OUT - " BPO-POSTED-COUNT
0070C6             " RECORD(S) REVERSED".
0072AE             END-SEARCH
0072AF         END-IF.
0072AG         PERFORM 2200-FETCH-BALANCE THRU 2200-EXIT.
0072AN         PERFORM 2250-SET-POST-AMOUNT THRU 2250-EXIT.
0072AO         IF NOT FXC-SUCCESSFUL
0072AP             PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
0072AQ             GO TO 7200-EXIT
0072AR         END-IF.
0072AH         PERFORM 7300-REVERSE-MOVEMENT THRU 7300-EXIT.
0072AI         PERFORM 2400-STORE-BALANCE THRU 2400-EXIT.
0072AJ         ADD 1 TO BPO-POSTED-COUNT.
0072AK         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
0072AL 7200-EXIT.
0072AM         EXIT.
0072AS*  AN ITEM ITS TYPE HELD COMES OFF THE LEDGER BALANCE ONLY --
0072AT*  ITS HOLD IS CANCELLED BY 7500.  ONE WHOSE HOLD HAD ALREADY
0072AU*  BEEN RELEASED IS PUT RIGHT BY FUNDREL'S NIGHTLY RESYNC.
0073A1 7300-REVERSE-MOVEMENT.
0073AC         PERFORM 2270-SET-FLOAT-DAYS THRU 2270-EXIT.
0073A2         IF EXT-IS-CREDIT
0073A3             ADD BPO-POST-AMOUNT TO ABL-CURRENT-BALANCE
0073A4             SUBTRACT BPO-POST-AMOUNT FROM ABL-MTD-CREDITS
0073AD             ADD BPO-POST-AMOUNT TO ABL-AVAILABLE-BALANCE
0073A5         ELSE
0073A6             SUBTRACT BPO-POST-AMOUNT FROM ABL-CURRENT-BALANCE
0073A7             SUBTRACT BPO-POST-AMOUNT FROM ABL-MTD-DEBITS
0073AE             IF BPO-FLOAT-DAYS = ZERO
0073AF                 SUBTRACT BPO-POST-AMOUNT
0073AG                     FROM ABL-AVAILABLE-BALANCE
0073AH             END-IF
0073A8         END-IF.
0073A9         MOVE BPO-RUN-DATE TO ABL-LAST-POSTED-DATE.
0073AA 7300-EXIT.
0074AH         CLOSE POST-CATALOG-FILE.
0074AI 7400-EXIT.
0074AJ         EXIT.
0074AK*---------------------------------------------------------------
0074AL*  7500-CANCEL-GEN-HOLDS.  ONE "X" ROW ON UNCOLFND CANCELS
0074AM*  EVERY HOLD THE BACKED-OUT GENERATION PUT THERE; A REPOST
0074AN*  WRITES ITS HOLDS AFTER IT AND THEY STAND.
0074AO*---------------------------------------------------------------
0074AP 7500-CANCEL-GEN-HOLDS.
0074AQ         PERFORM 2650-OPEN-UNCOLLECTED THRU 2650-EXIT.
0074AR         IF NOT BPO-UNCOL-OPEN
0074AS             IF RETURN-CODE < 4
0074AT                 MOVE 4 TO RETURN-CODE
0074AU             END-IF
0074AV             GO TO 7500-EXIT
0074AW         END-IF.
0074AX         MOVE SPACES TO UNCOLLECTED-FUNDS-RECORD.
0074AY         MOVE ZERO TO UCF-TRANS-DATE.
0074AZ         MOVE BPO-RUN-DATE TO UCF-POST-DATE.
0074B1         MOVE ZERO TO UCF-RELEASE-DATE.
0074B2         MOVE ZERO TO UCF-AMOUNT.
0074B3         MOVE BPO-BACKOUT-GEN TO UCF-GENERATION.
0074B4         SET UCF-CANCEL-GENERATION TO TRUE.
0074B5         WRITE UNCOLLECTED-FUNDS-RECORD.
0074B6         CLOSE UNCOL-FUNDS-FILE.
0074B7 7500-EXIT.
0074B8         EXIT.
00237T 2550-TRY-ONE-SEQUENCE.
00237U         ADD 1 TO BPO-HIST-SEQUENCE.
00237V         ADD 1 TO BPO-HIST-RETRY.
0025A2             DISPLAY "NON-POSTING TYPES SKIPPED = "
0025A3                 BPO-NONPOST-COUNT
0025A4         END-IF.
0025A5         IF BPO-UNCOL-OPEN
0025A6             CLOSE UNCOL-FUNDS-FILE
0025A7         END-IF.
0025A8         DISPLAY "ITEMS HELD UNCOLLECTED = " BPO-HELD-COUNT.
0025A9         IF BPO-NOT-HELD-COUNT > ZERO
0025AA             DISPLAY "FLOAT ITEMS NOT HELD   = "
0025AB                 BPO-NOT-HELD-COUNT
0025AC             IF RETURN-CODE < 4
0025AD                 MOVE 4 TO RETURN-CODE
0025AE             END-IF
0025AF         END-IF.
002510         DISPLAY "ACCOUNTS GONE NEGATIVE = " BPO-NEGATIVE-COUNT.
0025C1         IF BPO-NO-RATE-COUNT > ZERO
0025C2             DISPLAY "ITEMS NOT POSTED, NO RATE = "
0025C3                 BPO-NO-RATE-COUNT
0025C4             IF RETURN-CODE < 8
0025C5                 MOVE 8 TO RETURN-CODE
0025C6             END-IF
0025C7         END-IF.
0025B1*  A REFUSED ALREADY-POSTED GENERATION HAS ALREADY SET RC 4
0025B2*  -- THE NEGATIVE-BALANCE VERDICT MUST NOT CLEAR IT.
002520         IF BPO-NEGATIVE-COUNT > ZERO
