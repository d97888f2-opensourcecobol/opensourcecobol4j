000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 NOSTRCN.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  NOSTRO RECONCILIATION,
000220*                  RUN AFTER STEP01.  THE CORRESPONDENT BANKS'
000230*                  STATEMENT FILES NAMED ON NOSTLIST (NOSTMTRC)
000240*                  ARE MATCHED AGAINST THE SETLPOSN SETTLEMENT
000250*                  POSITIONS SAMPLE WROTE, TOGETHER WITH EVERY
000260*                  ITEM STILL OPEN FROM EARLIER RUNS (NOSTROPN,
000270*                  NOSTOPRC).  BOTH SIDES ARE TOTALLED BY
000280*                  CURRENCY AND VALUE DATE; A CURRENCY/DATE WHOSE
000290*                  STATEMENT TOTAL AGREES WITH OUR POSITION TOTAL
000300*                  TO WITHIN THE TOLERANCE (COMMAND-LINE
000310*                  PARAMETER, IN CENTS, DEFAULT 100) IS MATCHED
000320*                  AND CLOSED.  EVERYTHING ELSE ROLLS FORWARD ON
000330*                  NOSTROPN WITH ITS FIRST-SEEN DATE, AND NOSTRRPT
000340*                  AGES IT BY VALUE DATE PER CURRENCY.  AN ITEM
000350*                  OPEN MORE THAN NSR-CHASE-DAYS OPENS ONE WORKQ
000360*                  ITEM.  RC 4 WHEN ANY ITEM IS PAST THE CHASE
000370*                  LIMIT, RC 16 WHEN A FILE CANNOT BE USED OR A
000380*                  TABLE OVERFLOWS (NOSTROPN IS THEN LEFT AS IT
000390*                  WAS).
00039A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00039B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00039C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000400*---------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.
000440         LINUX.
000450 OBJECT-COMPUTER.
000460         LINUX.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490         SELECT OPEN-ITEM-FILE ASSIGN TO "NOSTROPN"
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS NSR-OPEN-FILE-STATUS.
000520         SELECT SETTLEMENT-FILE ASSIGN TO "SETLPOSN"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS NSR-SETL-FILE-STATUS.
000550         SELECT STMTLIST-FILE ASSIGN TO "NOSTLIST"
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS NSR-STMTLIST-FILE-STATUS.
000580         SELECT STATEMENT-FILE
000590             ASSIGN DYNAMIC NSR-STATEMENT-FILENAME
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS NSR-STMT-FILE-STATUS.
000620         SELECT REPORT-FILE ASSIGN TO "NOSTRRPT"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS NSR-REPORT-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  OPEN-ITEM-FILE.
000680     COPY NOSTOPRC.
000690 FD  SETTLEMENT-FILE.
000700 01  SETTLEMENT-POSITION-RECORD.
000710         05  SPS-RUN-DATE            PIC 9(08).
000720         05  SPS-BRANCH-CODE         PIC X(03).
000730         05  SPS-CURRENCY-CODE       PIC X(03).
000740         05  SPS-REC-COUNT           PIC S9(07)
000750                 SIGN IS TRAILING SEPARATE CHARACTER.
000760         05  SPS-ORIG-AMOUNT         PIC S9(11)V99
000770                 SIGN IS TRAILING SEPARATE CHARACTER.
000780         05  SPS-CONV-AMOUNT         PIC S9(11)V99
000790                 SIGN IS TRAILING SEPARATE CHARACTER.
000800 FD  STMTLIST-FILE.
000810 01  STMTLIST-RECORD             PIC X(30).
000820 FD  STATEMENT-FILE.
000830     COPY NOSTMTRC.
000840 FD  REPORT-FILE.
000850 01  REPORT-RECORD               PIC X(132).
000860 WORKING-STORAGE SECTION.
000870     COPY DATESRVC.
000880 01  NSR-FILE-STATUS-VALUES.
000890         05  NSR-OPEN-FILE-STATUS    PIC X(02).
000900             88  NSR-OPEN-FILE-OK        VALUE "00".
000910         05  NSR-SETL-FILE-STATUS    PIC X(02).
000920             88  NSR-SETL-FILE-OK        VALUE "00".
000930         05  NSR-STMTLIST-FILE-STATUS PIC X(02).
000940             88  NSR-STMTLIST-FILE-OK    VALUE "00".
000950         05  NSR-STMT-FILE-STATUS    PIC X(02).
000960             88  NSR-STMT-FILE-OK        VALUE "00".
000970         05  NSR-REPORT-FILE-STATUS  PIC X(02).
000980             88  NSR-REPORT-FILE-OK      VALUE "00".
000990 01  NSR-SWITCHES.
001000         05  NSR-EOF-SWITCH          PIC X(01) VALUE "N".
001010             88  NSR-AT-END              VALUE "Y".
001020         05  NSR-LIST-EOF-SWITCH     PIC X(01) VALUE "N".
001030             88  NSR-LIST-AT-END         VALUE "Y".
001040         05  NSR-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
001050             88  NSR-TABLE-OVERFLOW      VALUE "Y".
001060 01  NSR-STATEMENT-FILENAME      PIC X(30) VALUE SPACES.
001070 01  NSR-RUN-DATE                PIC 9(08) VALUE ZERO.
001080 01  NSR-LAST-POSITION-DATE      PIC 9(08) VALUE ZERO.
001090 01  NSR-PARM-STRING             PIC X(12) VALUE SPACES.
001100 01  NSR-PARM-CENTS              PIC 9(07) VALUE 100.
001110 01  NSR-TOLERANCE               PIC 9(05)V99 VALUE ZERO.
001120*  CALENDAR DAYS PAST ITS VALUE DATE AN OPEN ITEM MAY SIT BEFORE
001130*  IT IS QUEUED FOR TREASURY TO CHASE.
001140 01  NSR-CHASE-DAYS              PIC 9(03) VALUE 7.
001150 01  NSR-COUNTERS.
001160         05  NSR-CARRIED-READ        PIC 9(05) VALUE ZERO.
001170         05  NSR-POSITIONS-READ      PIC 9(05) VALUE ZERO.
001180         05  NSR-POSITIONS-SKIPPED   PIC 9(05) VALUE ZERO.
001190         05  NSR-ENTRIES-READ        PIC 9(05) VALUE ZERO.
001200         05  NSR-STMT-FILES-READ     PIC 9(03) VALUE ZERO.
001210         05  NSR-MATCHED-GROUPS      PIC 9(05) VALUE ZERO.
001220         05  NSR-TOLERANCE-GROUPS    PIC 9(05) VALUE ZERO.
001230         05  NSR-MATCHED-ITEMS       PIC 9(05) VALUE ZERO.
001240         05  NSR-OPEN-ITEMS          PIC 9(05) VALUE ZERO.
001250         05  NSR-CHASED-COUNT        PIC 9(05) VALUE ZERO.
001260         05  NSR-OVERDUE-COUNT       PIC 9(05) VALUE ZERO.
001270 01  NSR-WORK-FIELDS.
001280         05  NSR-ITM-SUB             PIC 9(04) COMP VALUE ZERO.
001290         05  NSR-GRP-SUB             PIC 9(04) COMP VALUE ZERO.
001300         05  NSR-GRP-TEST-SUB        PIC 9(04) COMP VALUE ZERO.
001310         05  NSR-CCY-SUB             PIC 9(03) COMP VALUE ZERO.
001320         05  NSR-CCY-TEST-SUB        PIC 9(03) COMP VALUE ZERO.
001330         05  NSR-BKT-SUB             PIC 9(01) COMP VALUE ZERO.
001340         05  NSR-DIFFERENCE          PIC S9(13)V99 COMP-3
001350                                         VALUE ZERO.
001360         05  NSR-ABS-DIFFERENCE      PIC S9(13)V99 COMP-3
001370                                         VALUE ZERO.
001380         05  NSR-ABS-AMOUNT          PIC S9(13)V99 COMP-3
001390                                         VALUE ZERO.
001400         05  NSR-AGE-DAYS            PIC S9(05) VALUE ZERO.
001410         05  NSR-NEW-CURRENCY        PIC X(03) VALUE SPACES.
001420         05  NSR-NEW-VALUE-DATE      PIC 9(08) VALUE ZERO.
001430         05  NSR-RESULT              PIC X(24) VALUE SPACES.
001440         05  NSR-WQ-SOURCE           PIC X(08) VALUE "NOSTRCN".
001450         05  NSR-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
001460 01  NSR-PRINT-LINE-FIELDS.
001470         05  NSR-AMOUNT-EDIT         PIC -(12)9.99.
001480         05  NSR-OURS-EDIT           PIC -(12)9.99.
001490         05  NSR-THEIRS-EDIT         PIC -(12)9.99.
001500         05  NSR-DIFF-EDIT           PIC -(12)9.99.
001510         05  NSR-TOLERANCE-EDIT      PIC ZZZZ9.99.
001520         05  NSR-AGE-EDIT            PIC ZZZZ9.
001530         05  NSR-COUNT-EDIT          PIC ZZZZ9.
001540*---------------------------------------------------------------
001550*  EVERY ITEM IN PLAY THIS RUN -- CARRIED, TODAY'S POSITIONS AND
001560*  TODAY'S STATEMENT ENTRIES -- AND THE CURRENCY/VALUE-DATE
001570*  GROUP EACH ONE FALLS IN.
001580*---------------------------------------------------------------
001590 01  NSR-ITEM-TABLE.
001600         05  NSR-ITM-COUNT           PIC 9(04) COMP VALUE ZERO.
001610         05  NSR-ITM-ENTRY OCCURS 3000 TIMES.
001620             10  NSR-ITM-SIDE        PIC X(01).
001630             10  NSR-ITM-CURRENCY    PIC X(03).
001640             10  NSR-ITM-VALUE-DATE  PIC 9(08).
001650             10  NSR-ITM-AMOUNT      PIC S9(11)V99 COMP-3.
001660             10  NSR-ITM-BRANCH      PIC X(03).
001670             10  NSR-ITM-CORRESP     PIC X(11).
001680             10  NSR-ITM-REFERENCE   PIC X(16).
001690             10  NSR-ITM-FIRST-SEEN  PIC 9(08).
001700             10  NSR-ITM-RUNS-OPEN   PIC 9(03).
001710             10  NSR-ITM-CHASED      PIC X(01).
001720             10  NSR-ITM-GROUP       PIC 9(04) COMP.
001730 01  NSR-GROUP-TABLE.
001740         05  NSR-GRP-COUNT           PIC 9(04) COMP VALUE ZERO.
001750         05  NSR-GRP-ENTRY OCCURS 600 TIMES.
001760             10  NSR-GRP-CURRENCY    PIC X(03).
001770             10  NSR-GRP-VALUE-DATE  PIC 9(08).
001780             10  NSR-GRP-OURS        PIC S9(13)V99 COMP-3.
001790             10  NSR-GRP-THEIRS      PIC S9(13)V99 COMP-3.
001800             10  NSR-GRP-OUR-ITEMS   PIC 9(04) COMP.
001810             10  NSR-GRP-THEIR-ITEMS PIC 9(04) COMP.
001820             10  NSR-GRP-STATUS      PIC X(01).
001830                 88  NSR-GRP-MATCHED     VALUE "M".
001840*  AGING BY CURRENCY: 0-2, 3-7, 8-30 AND OVER 30 DAYS PAST THE
001850*  VALUE DATE, ITEM COUNT AND ABSOLUTE AMOUNT.
001860 01  NSR-AGING-TABLE.
001870         05  NSR-CCY-COUNT           PIC 9(03) COMP VALUE ZERO.
001880         05  NSR-CCY-ENTRY OCCURS 50 TIMES.
001890             10  NSR-CCY-CODE        PIC X(03).
001900             10  NSR-BKT-ENTRY OCCURS 4 TIMES.
001910                 15  NSR-BKT-COUNT   PIC 9(05).
001920                 15  NSR-BKT-AMOUNT  PIC S9(13)V99 COMP-3.
00192A     COPY RUNDATEC.
001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960         IF RETURN-CODE < 16
001970             PERFORM 2000-MATCH-ONE-GROUP THRU 2000-EXIT
001980                 VARYING NSR-GRP-SUB FROM 1 BY 1
001990                 UNTIL NSR-GRP-SUB > NSR-GRP-COUNT
002000             PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
002010             PERFORM 5000-PRINT-AGING THRU 5000-EXIT
002020         END-IF.
002030         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002040         STOP RUN.
002050 1000-INITIALIZE.
002060         DISPLAY "NOSTRCN: JOB STARTING".
002070         MOVE ZERO TO RETURN-CODE.
002080         CALL "RUNDATE" USING RUN-DATE-AREA.
00208A         MOVE RDT-RUN-DATE TO NSR-RUN-DATE.
002090         ACCEPT NSR-PARM-STRING FROM COMMAND-LINE.
002100         IF NSR-PARM-STRING NOT = SPACES
002110             UNSTRING NSR-PARM-STRING DELIMITED BY ","
002120                 INTO NSR-PARM-CENTS
002130             END-UNSTRING
002140         END-IF.
002150         COMPUTE NSR-TOLERANCE = NSR-PARM-CENTS / 100.
002160         MOVE NSR-TOLERANCE TO NSR-TOLERANCE-EDIT.
002170         PERFORM 1100-LOAD-OPEN-ITEMS THRU 1100-EXIT.
002180         PERFORM 1200-LOAD-POSITIONS THRU 1200-EXIT.
002190         PERFORM 1300-LOAD-STATEMENTS THRU 1300-EXIT.
002200         IF NSR-TABLE-OVERFLOW
002210             DISPLAY "NOSTRCN: MORE THAN 3000 ITEMS OR 600 "
002220                 "CURRENCY/VALUE DATES - NOTHING MATCHED"
002230             MOVE 16 TO RETURN-CODE
002240         END-IF.
002250         IF RETURN-CODE > 4
002260             GO TO 1000-EXIT
002270         END-IF.
002280         OPEN OUTPUT REPORT-FILE.
002290         MOVE SPACES TO REPORT-RECORD.
002300         STRING "NOSTRO RECONCILIATION   RUN DATE: " NSR-RUN-DATE
002310             "   TOLERANCE: " NSR-TOLERANCE-EDIT
002320             DELIMITED BY SIZE INTO REPORT-RECORD.
002330         WRITE REPORT-RECORD.
002340         MOVE SPACES TO REPORT-RECORD.
002350         WRITE REPORT-RECORD.
002360         MOVE SPACES TO REPORT-RECORD.
002370         STRING "CCY VALUE DT     OUR POSITION     STATEMENT  "
002380             "      DIFFERENCE RESULT"
002390             DELIMITED BY SIZE INTO REPORT-RECORD.
002400         WRITE REPORT-RECORD.
002410 1000-EXIT.
002420         EXIT.
002430*---------------------------------------------------------------
002440*  1100-LOAD-OPEN-ITEMS.  NO NOSTROPN YET IS THE FIRST RUN.
002450*---------------------------------------------------------------
002460 1100-LOAD-OPEN-ITEMS.
002470         OPEN INPUT OPEN-ITEM-FILE.
002480         IF NOT NSR-OPEN-FILE-OK
002490             DISPLAY "NOSTRCN: NO NOSTROPN FILE - "
002500                 "NO ITEMS CARRIED"
002510             GO TO 1100-EXIT
002520         END-IF.
002530         MOVE "N" TO NSR-EOF-SWITCH.
002540         PERFORM 1150-LOAD-ONE-OPEN-ITEM THRU 1150-EXIT
002550             UNTIL NSR-AT-END.
002560         CLOSE OPEN-ITEM-FILE.
002570 1100-EXIT.
002580         EXIT.
002590 1150-LOAD-ONE-OPEN-ITEM.
002600         READ OPEN-ITEM-FILE
002610             AT END
002620                 MOVE "Y" TO NSR-EOF-SWITCH
002630                 GO TO 1150-EXIT
002640         END-READ.
002650         IF NOI-IS-HEADER
002660             MOVE NOI-VALUE-DATE TO NSR-LAST-POSITION-DATE
002670             GO TO 1150-EXIT
002680         END-IF.
002690         MOVE NOI-CURRENCY-CODE TO NSR-NEW-CURRENCY.
002700         MOVE NOI-VALUE-DATE TO NSR-NEW-VALUE-DATE.
002710         PERFORM 1900-ADD-ITEM THRU 1900-EXIT.
002720         IF NSR-TABLE-OVERFLOW
002730             GO TO 1150-EXIT
002740         END-IF.
002750         ADD 1 TO NSR-CARRIED-READ.
002760         MOVE NOI-SIDE TO NSR-ITM-SIDE(NSR-ITM-COUNT).
002770         MOVE NOI-AMOUNT TO NSR-ITM-AMOUNT(NSR-ITM-COUNT).
002780         MOVE NOI-BRANCH-CODE TO NSR-ITM-BRANCH(NSR-ITM-COUNT).
002790         MOVE NOI-CORRESPONDENT TO NSR-ITM-CORRESP(NSR-ITM-COUNT).
002800         MOVE NOI-REFERENCE TO NSR-ITM-REFERENCE(NSR-ITM-COUNT).
002810         MOVE NOI-FIRST-SEEN TO NSR-ITM-FIRST-SEEN(NSR-ITM-COUNT).
002820         MOVE NOI-RUNS-OPEN TO NSR-ITM-RUNS-OPEN(NSR-ITM-COUNT).
002830         MOVE NOI-CHASED TO NSR-ITM-CHASED(NSR-ITM-COUNT).
002840         PERFORM 1950-POST-TO-GROUP THRU 1950-EXIT.
002850 1150-EXIT.
002860         EXIT.
002870*---------------------------------------------------------------
002880*  1200-LOAD-POSITIONS.  SETLPOSN IS REWRITTEN ONLY ON A DAY WITH
002890*  FOREIGN ITEMS, SO A FILE WHOSE RUN DATE IS NOT PAST THE LAST
002900*  ONE TAKEN IN IS YESTERDAY'S, ALREADY IN THE OPEN ITEMS OR
002910*  MATCHED, AND IS SKIPPED.  THE POSITION'S VALUE DATE IS THE
002920*  DAY SAMPLE RAN.
002930*---------------------------------------------------------------
002940 1200-LOAD-POSITIONS.
002950         OPEN INPUT SETTLEMENT-FILE.
002960         IF NOT NSR-SETL-FILE-OK
002970             DISPLAY "NOSTRCN: NO SETLPOSN FILE - "
002980                 "NO NEW POSITIONS"
002990             GO TO 1200-EXIT
003000         END-IF.
003010         MOVE "N" TO NSR-EOF-SWITCH.
003020         PERFORM 1250-LOAD-ONE-POSITION THRU 1250-EXIT
003030             UNTIL NSR-AT-END.
003040         CLOSE SETTLEMENT-FILE.
003050         IF NSR-POSITIONS-SKIPPED > ZERO
003060             DISPLAY "NOSTRCN: SETLPOSN ALREADY RECONCILED - "
003070                 NSR-POSITIONS-SKIPPED " POSITION(S) SKIPPED"
003080         END-IF.
003090 1200-EXIT.
003100         EXIT.
003110 1250-LOAD-ONE-POSITION.
003120         READ SETTLEMENT-FILE
003130             AT END
003140                 MOVE "Y" TO NSR-EOF-SWITCH
003150                 GO TO 1250-EXIT
003160         END-READ.
003170         IF SPS-RUN-DATE NOT > NSR-LAST-POSITION-DATE
003180             ADD 1 TO NSR-POSITIONS-SKIPPED
003190             GO TO 1250-EXIT
003200         END-IF.
003210         IF SPS-ORIG-AMOUNT = ZERO
003220             GO TO 1250-EXIT
003230         END-IF.
003240         MOVE SPS-CURRENCY-CODE TO NSR-NEW-CURRENCY.
003250         MOVE SPS-RUN-DATE TO NSR-NEW-VALUE-DATE.
003260         PERFORM 1900-ADD-ITEM THRU 1900-EXIT.
003270         IF NSR-TABLE-OVERFLOW
003280             GO TO 1250-EXIT
003290         END-IF.
003300         ADD 1 TO NSR-POSITIONS-READ.
003310         MOVE "P" TO NSR-ITM-SIDE(NSR-ITM-COUNT).
003320         MOVE SPS-ORIG-AMOUNT TO NSR-ITM-AMOUNT(NSR-ITM-COUNT).
003330         MOVE SPS-BRANCH-CODE TO NSR-ITM-BRANCH(NSR-ITM-COUNT).
003340         PERFORM 1950-POST-TO-GROUP THRU 1950-EXIT.
003350 1250-EXIT.
003360         EXIT.
003370*---------------------------------------------------------------
003380*  1300-LOAD-STATEMENTS.  NOSTLIST NAMES ONE STATEMENT FILE PER
003390*  LINE, AS TRANLIST DOES FOR SAMPLE.  NO LIST, NO STATEMENTS.
003400*---------------------------------------------------------------
003410 1300-LOAD-STATEMENTS.
003420         OPEN INPUT STMTLIST-FILE.
003430         IF NOT NSR-STMTLIST-FILE-OK
003440             DISPLAY "NOSTRCN: NO NOSTLIST FILE - NO STATEMENTS"
003450             GO TO 1300-EXIT
003460         END-IF.
003470         PERFORM 1350-LOAD-ONE-STATEMENT-FILE THRU 1350-EXIT
003480             UNTIL NSR-LIST-AT-END.
003490         CLOSE STMTLIST-FILE.
003500 1300-EXIT.
003510         EXIT.
003520 1350-LOAD-ONE-STATEMENT-FILE.
003530         READ STMTLIST-FILE
003540             AT END
003550                 MOVE "Y" TO NSR-LIST-EOF-SWITCH
003560                 GO TO 1350-EXIT
003570         END-READ.
003580         IF STMTLIST-RECORD = SPACES
003590             GO TO 1350-EXIT
003600         END-IF.
003610         MOVE STMTLIST-RECORD TO NSR-STATEMENT-FILENAME.
003620         OPEN INPUT STATEMENT-FILE.
003630         IF NOT NSR-STMT-FILE-OK
003640             DISPLAY "NOSTRCN: CANNOT OPEN "
003650                 NSR-STATEMENT-FILENAME
003660                 ", STATUS = " NSR-STMT-FILE-STATUS
003670             MOVE 16 TO RETURN-CODE
003680             GO TO 1350-EXIT
003690         END-IF.
003700         ADD 1 TO NSR-STMT-FILES-READ.
003710         MOVE "N" TO NSR-EOF-SWITCH.
003720         PERFORM 1380-LOAD-ONE-ENTRY THRU 1380-EXIT
003730             UNTIL NSR-AT-END.
003740         CLOSE STATEMENT-FILE.
003750 1350-EXIT.
003760         EXIT.
003770 1380-LOAD-ONE-ENTRY.
003780         READ STATEMENT-FILE
003790             AT END
003800                 MOVE "Y" TO NSR-EOF-SWITCH
003810                 GO TO 1380-EXIT
003820         END-READ.
003830         IF NOT NST-IS-DEBIT AND NOT NST-IS-CREDIT
003840             DISPLAY "NOSTRCN: " NSR-STATEMENT-FILENAME
003850                 " ENTRY " NST-REFERENCE " HAS NO D/C - IGNORED"
003860             GO TO 1380-EXIT
003870         END-IF.
003880         MOVE NST-CURRENCY-CODE TO NSR-NEW-CURRENCY.
003890         MOVE NST-VALUE-DATE TO NSR-NEW-VALUE-DATE.
003900         PERFORM 1900-ADD-ITEM THRU 1900-EXIT.
003910         IF NSR-TABLE-OVERFLOW
003920             GO TO 1380-EXIT
003930         END-IF.
003940         ADD 1 TO NSR-ENTRIES-READ.
003950         MOVE "S" TO NSR-ITM-SIDE(NSR-ITM-COUNT).
003960         IF NST-IS-CREDIT
003970             COMPUTE NSR-ITM-AMOUNT(NSR-ITM-COUNT) =
003980                 ZERO - NST-AMOUNT
003990         ELSE
004000             MOVE NST-AMOUNT TO NSR-ITM-AMOUNT(NSR-ITM-COUNT)
004010         END-IF.
004020         MOVE NST-CORRESPONDENT TO NSR-ITM-CORRESP(NSR-ITM-COUNT).
004030         MOVE NST-REFERENCE TO NSR-ITM-REFERENCE(NSR-ITM-COUNT).
004040         PERFORM 1950-POST-TO-GROUP THRU 1950-EXIT.
004050 1380-EXIT.
004060         EXIT.
004070*---------------------------------------------------------------
004080*  1900-ADD-ITEM.  A NEW ROW FOR NSR-NEW-CURRENCY/VALUE DATE,
004090*  FIRST SEEN TODAY UNLESS THE CALLER CARRIES IT FORWARD.
004100*---------------------------------------------------------------
004110 1900-ADD-ITEM.
004120         IF NSR-ITM-COUNT = 3000
004130             MOVE "Y" TO NSR-OVERFLOW-SWITCH
004140             GO TO 1900-EXIT
004150         END-IF.
004160         ADD 1 TO NSR-ITM-COUNT.
004170         MOVE NSR-NEW-CURRENCY TO NSR-ITM-CURRENCY(NSR-ITM-COUNT).
004180         MOVE NSR-NEW-VALUE-DATE
004190             TO NSR-ITM-VALUE-DATE(NSR-ITM-COUNT).
004200         MOVE ZERO TO NSR-ITM-AMOUNT(NSR-ITM-COUNT).
004210         MOVE SPACES TO NSR-ITM-BRANCH(NSR-ITM-COUNT).
004220         MOVE SPACES TO NSR-ITM-CORRESP(NSR-ITM-COUNT).
004230         MOVE SPACES TO NSR-ITM-REFERENCE(NSR-ITM-COUNT).
004240         MOVE NSR-RUN-DATE TO NSR-ITM-FIRST-SEEN(NSR-ITM-COUNT).
004250         MOVE ZERO TO NSR-ITM-RUNS-OPEN(NSR-ITM-COUNT).
004260         MOVE "N" TO NSR-ITM-CHASED(NSR-ITM-COUNT).
004270         MOVE ZERO TO NSR-ITM-GROUP(NSR-ITM-COUNT).
004280 1900-EXIT.
004290         EXIT.
004300 1950-POST-TO-GROUP.
004310         MOVE ZERO TO NSR-GRP-SUB.
004320         PERFORM 1960-TEST-ONE-GROUP THRU 1960-EXIT
004330             VARYING NSR-GRP-TEST-SUB FROM 1 BY 1
004340             UNTIL NSR-GRP-TEST-SUB > NSR-GRP-COUNT
004350                 OR NSR-GRP-SUB > ZERO.
004360         IF NSR-GRP-SUB = ZERO
004370             IF NSR-GRP-COUNT = 600
004380                 MOVE "Y" TO NSR-OVERFLOW-SWITCH
004390                 GO TO 1950-EXIT
004400             END-IF
004410             ADD 1 TO NSR-GRP-COUNT
004420             MOVE NSR-GRP-COUNT TO NSR-GRP-SUB
004430             MOVE NSR-NEW-CURRENCY
004440                 TO NSR-GRP-CURRENCY(NSR-GRP-SUB)
004450             MOVE NSR-NEW-VALUE-DATE
004460                 TO NSR-GRP-VALUE-DATE(NSR-GRP-SUB)
004470             MOVE ZERO TO NSR-GRP-OURS(NSR-GRP-SUB)
004480             MOVE ZERO TO NSR-GRP-THEIRS(NSR-GRP-SUB)
004490             MOVE ZERO TO NSR-GRP-OUR-ITEMS(NSR-GRP-SUB)
004500             MOVE ZERO TO NSR-GRP-THEIR-ITEMS(NSR-GRP-SUB)
004510             MOVE SPACE TO NSR-GRP-STATUS(NSR-GRP-SUB)
004520         END-IF.
004530         MOVE NSR-GRP-SUB TO NSR-ITM-GROUP(NSR-ITM-COUNT).
004540         IF NSR-ITM-SIDE(NSR-ITM-COUNT) = "P"
004550             ADD NSR-ITM-AMOUNT(NSR-ITM-COUNT)
004560                 TO NSR-GRP-OURS(NSR-GRP-SUB)
004570             ADD 1 TO NSR-GRP-OUR-ITEMS(NSR-GRP-SUB)
004580         ELSE
004590             ADD NSR-ITM-AMOUNT(NSR-ITM-COUNT)
004600                 TO NSR-GRP-THEIRS(NSR-GRP-SUB)
004610             ADD 1 TO NSR-GRP-THEIR-ITEMS(NSR-GRP-SUB)
004620         END-IF.
004630 1950-EXIT.
004640         EXIT.
004650 1960-TEST-ONE-GROUP.
004660         IF NSR-GRP-CURRENCY(NSR-GRP-TEST-SUB) = NSR-NEW-CURRENCY
004670             AND NSR-GRP-VALUE-DATE(NSR-GRP-TEST-SUB)
004680                 = NSR-NEW-VALUE-DATE
004690             MOVE NSR-GRP-TEST-SUB TO NSR-GRP-SUB
004700         END-IF.
004710 1960-EXIT.
004720         EXIT.
004730*---------------------------------------------------------------
004740*  2000-MATCH-ONE-GROUP.  A CURRENCY/VALUE DATE WITH BOTH SIDES
004750*  PRESENT WHOSE TOTALS AGREE TO WITHIN THE TOLERANCE IS MATCHED
004760*  AS A WHOLE.  ANY OTHER GROUP STAYS OPEN, EVERY ITEM IN IT.
004770*---------------------------------------------------------------
004780 2000-MATCH-ONE-GROUP.
004790         COMPUTE NSR-DIFFERENCE = NSR-GRP-OURS(NSR-GRP-SUB)
004800             - NSR-GRP-THEIRS(NSR-GRP-SUB).
004810         IF NSR-DIFFERENCE < ZERO
004820             COMPUTE NSR-ABS-DIFFERENCE = ZERO - NSR-DIFFERENCE
004830         ELSE
004840             MOVE NSR-DIFFERENCE TO NSR-ABS-DIFFERENCE
004850         END-IF.
004860         EVALUATE TRUE
004870             WHEN NSR-GRP-OUR-ITEMS(NSR-GRP-SUB) = ZERO
004880                 MOVE "OPEN - NO POSITION" TO NSR-RESULT
004890             WHEN NSR-GRP-THEIR-ITEMS(NSR-GRP-SUB) = ZERO
004900                 MOVE "OPEN - NO STATEMENT" TO NSR-RESULT
004910             WHEN NSR-ABS-DIFFERENCE > NSR-TOLERANCE
004920                 MOVE "OPEN - DIFFERENCE" TO NSR-RESULT
004930             WHEN NSR-ABS-DIFFERENCE = ZERO
004940                 MOVE "MATCHED" TO NSR-RESULT
004950                 SET NSR-GRP-MATCHED(NSR-GRP-SUB) TO TRUE
004960                 ADD 1 TO NSR-MATCHED-GROUPS
004970             WHEN OTHER
004980                 MOVE "MATCHED IN TOLERANCE" TO NSR-RESULT
004990                 SET NSR-GRP-MATCHED(NSR-GRP-SUB) TO TRUE
005000                 ADD 1 TO NSR-MATCHED-GROUPS
005010                 ADD 1 TO NSR-TOLERANCE-GROUPS
005020         END-EVALUATE.
005030         MOVE NSR-GRP-OURS(NSR-GRP-SUB) TO NSR-OURS-EDIT.
005040         MOVE NSR-GRP-THEIRS(NSR-GRP-SUB) TO NSR-THEIRS-EDIT.
005050         MOVE NSR-DIFFERENCE TO NSR-DIFF-EDIT.
005060         MOVE SPACES TO REPORT-RECORD.
005070         STRING NSR-GRP-CURRENCY(NSR-GRP-SUB) " "
005080             NSR-GRP-VALUE-DATE(NSR-GRP-SUB) " "
005090             NSR-OURS-EDIT " " NSR-THEIRS-EDIT " "
005100             NSR-DIFF-EDIT " " NSR-RESULT
005110             DELIMITED BY SIZE INTO REPORT-RECORD.
005120         WRITE REPORT-RECORD.
005130 2000-EXIT.
005140         EXIT.
005150*---------------------------------------------------------------
005160*  3000-ROLL-FORWARD.  NOSTROPN IS REWRITTEN WITH THE HEADER AND
005170*  EVERY ITEM OF EVERY UNMATCHED GROUP, EACH ONE AGED AND LISTED
005180*  AS IT GOES.
005190*---------------------------------------------------------------
005200 3000-ROLL-FORWARD.
005210         MOVE SPACES TO REPORT-RECORD.
005220         WRITE REPORT-RECORD.
005230         MOVE SPACES TO REPORT-RECORD.
005240         STRING "OPEN ITEMS  SIDE CCY VALUE DT         AMOUNT "
005250             "BRN CORRESP     REFERENCE         AGE FIRST SEEN"
005260             DELIMITED BY SIZE INTO REPORT-RECORD.
005270         WRITE REPORT-RECORD.
005280         IF NSR-POSITIONS-READ > ZERO
005290             MOVE NSR-RUN-DATE TO NSR-LAST-POSITION-DATE
005300         END-IF.
005310         OPEN OUTPUT OPEN-ITEM-FILE.
005320         IF NOT NSR-OPEN-FILE-OK
005330             DISPLAY "NOSTRCN: CANNOT REWRITE NOSTROPN, STATUS = "
005340                 NSR-OPEN-FILE-STATUS
005350             MOVE 16 TO RETURN-CODE
005360             GO TO 3000-EXIT
005370         END-IF.
005380         MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD.
005390         MOVE "H" TO NOI-SIDE.
005400         MOVE NSR-LAST-POSITION-DATE TO NOI-VALUE-DATE.
005410         MOVE ZERO TO NOI-AMOUNT NOI-FIRST-SEEN NOI-RUNS-OPEN.
005420         WRITE NOSTRO-OPEN-ITEM-RECORD.
005430         PERFORM 3100-ROLL-ONE-ITEM THRU 3100-EXIT
005440             VARYING NSR-ITM-SUB FROM 1 BY 1
005450             UNTIL NSR-ITM-SUB > NSR-ITM-COUNT.
005460         CLOSE OPEN-ITEM-FILE.
005470 3000-EXIT.
005480         EXIT.
005490 3100-ROLL-ONE-ITEM.
005500         MOVE NSR-ITM-GROUP(NSR-ITM-SUB) TO NSR-GRP-SUB.
005510         IF NSR-GRP-MATCHED(NSR-GRP-SUB)
005520             ADD 1 TO NSR-MATCHED-ITEMS
005530             GO TO 3100-EXIT
005540         END-IF.
005550         ADD 1 TO NSR-OPEN-ITEMS.
005560         ADD 1 TO NSR-ITM-RUNS-OPEN(NSR-ITM-SUB).
005570         MOVE SPACES TO DSV-REGION-CODE.
005580         MOVE "C" TO DSV-FUNCTION.
005590         MOVE NSR-ITM-VALUE-DATE(NSR-ITM-SUB) TO DSV-DATE-1.
005600         MOVE NSR-RUN-DATE TO DSV-DATE-2.
005610         CALL "DATESRV" USING DATE-SERVICE-AREA.
005620         IF DSV-SUCCESSFUL AND DSV-DAYS-BETWEEN > ZERO
005630             MOVE DSV-DAYS-BETWEEN TO NSR-AGE-DAYS
005640         ELSE
005650             MOVE ZERO TO NSR-AGE-DAYS
005660         END-IF.
005670         IF NSR-AGE-DAYS > NSR-CHASE-DAYS
005680             ADD 1 TO NSR-OVERDUE-COUNT
005690             MOVE 4 TO RETURN-CODE
005700             IF NSR-ITM-CHASED(NSR-ITM-SUB) NOT = "Y"
005710                 PERFORM 3200-CHASE-ITEM THRU 3200-EXIT
005720             END-IF
005730         END-IF.
005740         PERFORM 3300-AGE-ITEM THRU 3300-EXIT.
005750         MOVE SPACES TO NOSTRO-OPEN-ITEM-RECORD.
005760         MOVE NSR-ITM-SIDE(NSR-ITM-SUB) TO NOI-SIDE.
005770         MOVE NSR-ITM-CURRENCY(NSR-ITM-SUB) TO NOI-CURRENCY-CODE.
005780         MOVE NSR-ITM-VALUE-DATE(NSR-ITM-SUB) TO NOI-VALUE-DATE.
005790         MOVE NSR-ITM-AMOUNT(NSR-ITM-SUB) TO NOI-AMOUNT.
005800         MOVE NSR-ITM-BRANCH(NSR-ITM-SUB) TO NOI-BRANCH-CODE.
005810         MOVE NSR-ITM-CORRESP(NSR-ITM-SUB) TO NOI-CORRESPONDENT.
005820         MOVE NSR-ITM-REFERENCE(NSR-ITM-SUB) TO NOI-REFERENCE.
005830         MOVE NSR-ITM-FIRST-SEEN(NSR-ITM-SUB) TO NOI-FIRST-SEEN.
005840         MOVE NSR-ITM-RUNS-OPEN(NSR-ITM-SUB) TO NOI-RUNS-OPEN.
005850         MOVE NSR-ITM-CHASED(NSR-ITM-SUB) TO NOI-CHASED.
005860         WRITE NOSTRO-OPEN-ITEM-RECORD.
005870         MOVE NSR-ITM-AMOUNT(NSR-ITM-SUB) TO NSR-AMOUNT-EDIT.
005880         MOVE NSR-AGE-DAYS TO NSR-AGE-EDIT.
005890         MOVE SPACES TO REPORT-RECORD.
005900         STRING "            " NSR-ITM-SIDE(NSR-ITM-SUB) "   "
005910             NSR-ITM-CURRENCY(NSR-ITM-SUB) " "
005920             NSR-ITM-VALUE-DATE(NSR-ITM-SUB) " "
005930             NSR-AMOUNT-EDIT " "
005940             NSR-ITM-BRANCH(NSR-ITM-SUB) " "
005950             NSR-ITM-CORRESP(NSR-ITM-SUB) " "
005960             NSR-ITM-REFERENCE(NSR-ITM-SUB) " "
005970             NSR-AGE-EDIT " "
005980             NSR-ITM-FIRST-SEEN(NSR-ITM-SUB)
005990             DELIMITED BY SIZE INTO REPORT-RECORD.
006000         WRITE REPORT-RECORD.
006010 3100-EXIT.
006020         EXIT.
006030*  ONCE PER ITEM: THE FLAG RIDES NOSTROPN SO TOMORROW'S RUN
006040*  DOES NOT QUEUE THE SAME BREAK AGAIN.
006050 3200-CHASE-ITEM.
006060         MOVE NSR-ITM-AMOUNT(NSR-ITM-SUB) TO NSR-AMOUNT-EDIT.
006070         MOVE SPACES TO NSR-WQ-DESCRIPTION.
006080         STRING "NOSTRO BREAK " NSR-ITM-SIDE(NSR-ITM-SUB) " "
006090             NSR-ITM-CURRENCY(NSR-ITM-SUB) " "
006100             NSR-ITM-VALUE-DATE(NSR-ITM-SUB) " "
006110             NSR-AMOUNT-EDIT " "
006120             NSR-ITM-REFERENCE(NSR-ITM-SUB)
006130             DELIMITED BY SIZE INTO NSR-WQ-DESCRIPTION.
006140         CALL "WQOPEN" USING NSR-WQ-SOURCE NSR-RUN-DATE
006150             NSR-WQ-DESCRIPTION.
006160         MOVE "Y" TO NSR-ITM-CHASED(NSR-ITM-SUB).
006170         ADD 1 TO NSR-CHASED-COUNT.
006180 3200-EXIT.
006190         EXIT.
006200 3300-AGE-ITEM.
006210         MOVE ZERO TO NSR-CCY-SUB.
006220         PERFORM 3350-TEST-ONE-CURRENCY THRU 3350-EXIT
006230             VARYING NSR-CCY-TEST-SUB FROM 1 BY 1
006240             UNTIL NSR-CCY-TEST-SUB > NSR-CCY-COUNT
006250                 OR NSR-CCY-SUB > ZERO.
006260         IF NSR-CCY-SUB = ZERO
006270             IF NSR-CCY-COUNT = 50
006280                 GO TO 3300-EXIT
006290             END-IF
006300             ADD 1 TO NSR-CCY-COUNT
006310             MOVE NSR-CCY-COUNT TO NSR-CCY-SUB
006320             MOVE NSR-ITM-CURRENCY(NSR-ITM-SUB)
006330                 TO NSR-CCY-CODE(NSR-CCY-SUB)
006340             PERFORM 3380-CLEAR-ONE-BUCKET THRU 3380-EXIT
006350                 VARYING NSR-BKT-SUB FROM 1 BY 1
006360                 UNTIL NSR-BKT-SUB > 4
006370         END-IF.
006380         EVALUATE TRUE
006390             WHEN NSR-AGE-DAYS < 3
006400                 MOVE 1 TO NSR-BKT-SUB
006410             WHEN NSR-AGE-DAYS < 8
006420                 MOVE 2 TO NSR-BKT-SUB
006430             WHEN NSR-AGE-DAYS < 31
006440                 MOVE 3 TO NSR-BKT-SUB
006450             WHEN OTHER
006460                 MOVE 4 TO NSR-BKT-SUB
006470         END-EVALUATE.
006480         IF NSR-ITM-AMOUNT(NSR-ITM-SUB) < ZERO
006490             COMPUTE NSR-ABS-AMOUNT =
006500                 ZERO - NSR-ITM-AMOUNT(NSR-ITM-SUB)
006510         ELSE
006520             MOVE NSR-ITM-AMOUNT(NSR-ITM-SUB) TO NSR-ABS-AMOUNT
006530         END-IF.
006540         ADD 1 TO NSR-BKT-COUNT(NSR-CCY-SUB, NSR-BKT-SUB).
006550         ADD NSR-ABS-AMOUNT
006560             TO NSR-BKT-AMOUNT(NSR-CCY-SUB, NSR-BKT-SUB).
006570 3300-EXIT.
006580         EXIT.
006590 3350-TEST-ONE-CURRENCY.
006600         IF NSR-CCY-CODE(NSR-CCY-TEST-SUB)
006610                 = NSR-ITM-CURRENCY(NSR-ITM-SUB)
006620             MOVE NSR-CCY-TEST-SUB TO NSR-CCY-SUB
006630         END-IF.
006640 3350-EXIT.
006650         EXIT.
006660 3380-CLEAR-ONE-BUCKET.
006670         MOVE ZERO TO NSR-BKT-COUNT(NSR-CCY-SUB, NSR-BKT-SUB).
006680         MOVE ZERO TO NSR-BKT-AMOUNT(NSR-CCY-SUB, NSR-BKT-SUB).
006690 3380-EXIT.
006700         EXIT.
006710*---------------------------------------------------------------
006720*  5000-PRINT-AGING.  OPEN ITEMS PER CURRENCY BY AGE BAND, THE
006730*  AMOUNTS ABSOLUTE SO A DEBIT BREAK AND A CREDIT BREAK DO NOT
006740*  HIDE EACH OTHER.
006750*---------------------------------------------------------------
006760 5000-PRINT-AGING.
006770         MOVE SPACES TO REPORT-RECORD.
006780         WRITE REPORT-RECORD.
006790         MOVE SPACES TO REPORT-RECORD.
006800         STRING "OPEN ITEM AGING BY VALUE DATE    CCY BAND"
006810             "          ITEMS          AMOUNT"
006820             DELIMITED BY SIZE INTO REPORT-RECORD.
006830         WRITE REPORT-RECORD.
006840         PERFORM 5100-PRINT-ONE-CURRENCY THRU 5100-EXIT
006850             VARYING NSR-CCY-SUB FROM 1 BY 1
006860             UNTIL NSR-CCY-SUB > NSR-CCY-COUNT.
006870         MOVE SPACES TO REPORT-RECORD.
006880         WRITE REPORT-RECORD.
006890         MOVE NSR-MATCHED-GROUPS TO NSR-COUNT-EDIT.
006900         MOVE SPACES TO REPORT-RECORD.
006910         STRING "CURRENCY/DATES MATCHED   " NSR-COUNT-EDIT
006920             DELIMITED BY SIZE INTO REPORT-RECORD.
006930         WRITE REPORT-RECORD.
006940         MOVE NSR-TOLERANCE-GROUPS TO NSR-COUNT-EDIT.
006950         MOVE SPACES TO REPORT-RECORD.
006960         STRING "  OF WHICH IN TOLERANCE  " NSR-COUNT-EDIT
006970             DELIMITED BY SIZE INTO REPORT-RECORD.
006980         WRITE REPORT-RECORD.
006990         MOVE NSR-OPEN-ITEMS TO NSR-COUNT-EDIT.
007000         MOVE SPACES TO REPORT-RECORD.
007010         STRING "ITEMS CARRIED FORWARD    " NSR-COUNT-EDIT
007020             DELIMITED BY SIZE INTO REPORT-RECORD.
007030         WRITE REPORT-RECORD.
007040         MOVE NSR-OVERDUE-COUNT TO NSR-COUNT-EDIT.
007050         MOVE SPACES TO REPORT-RECORD.
007060         STRING "ITEMS PAST CHASE LIMIT   " NSR-COUNT-EDIT
007070             DELIMITED BY SIZE INTO REPORT-RECORD.
007080         WRITE REPORT-RECORD.
007090 5000-EXIT.
007100         EXIT.
007110 5100-PRINT-ONE-CURRENCY.
007120         PERFORM 5150-PRINT-ONE-BUCKET THRU 5150-EXIT
007130             VARYING NSR-BKT-SUB FROM 1 BY 1
007140             UNTIL NSR-BKT-SUB > 4.
007150 5100-EXIT.
007160         EXIT.
007170 5150-PRINT-ONE-BUCKET.
007180         IF NSR-BKT-COUNT(NSR-CCY-SUB, NSR-BKT-SUB) = ZERO
007190             GO TO 5150-EXIT
007200         END-IF.
007210         EVALUATE NSR-BKT-SUB
007220             WHEN 1
007230                 MOVE "0-2 DAYS" TO NSR-RESULT
007240             WHEN 2
007250                 MOVE "3-7 DAYS" TO NSR-RESULT
007260             WHEN 3
007270                 MOVE "8-30 DAYS" TO NSR-RESULT
007280             WHEN OTHER
007290                 MOVE "OVER 30 DAYS" TO NSR-RESULT
007300         END-EVALUATE.
007310         MOVE NSR-BKT-COUNT(NSR-CCY-SUB, NSR-BKT-SUB)
007320             TO NSR-COUNT-EDIT.
007330         MOVE NSR-BKT-AMOUNT(NSR-CCY-SUB, NSR-BKT-SUB)
007340             TO NSR-AMOUNT-EDIT.
007350         MOVE SPACES TO REPORT-RECORD.
007360         STRING "                                 "
007370             NSR-CCY-CODE(NSR-CCY-SUB) " " NSR-RESULT(1:12)
007380             "  " NSR-COUNT-EDIT " " NSR-AMOUNT-EDIT
007390             DELIMITED BY SIZE INTO REPORT-RECORD.
007400         WRITE REPORT-RECORD.
007410 5150-EXIT.
007420         EXIT.
007430 8000-TERMINATE.
007440         IF NSR-REPORT-FILE-OK
007450             CLOSE REPORT-FILE
007460         END-IF.
007470         DISPLAY "----------------------------------------------".
007480         DISPLAY "ITEMS CARRIED IN   = " NSR-CARRIED-READ.
007490         DISPLAY "POSITIONS READ     = " NSR-POSITIONS-READ.
007500         DISPLAY "STATEMENT FILES    = " NSR-STMT-FILES-READ.
007510         DISPLAY "STATEMENT ENTRIES  = " NSR-ENTRIES-READ.
007520         DISPLAY "GROUPS MATCHED     = " NSR-MATCHED-GROUPS.
007530         DISPLAY "ITEMS MATCHED      = " NSR-MATCHED-ITEMS.
007540         DISPLAY "ITEMS CARRIED OUT  = " NSR-OPEN-ITEMS.
007550         DISPLAY "BREAKS QUEUED      = " NSR-CHASED-COUNT.
007560         DISPLAY "NOSTRCN: JOB COMPLETE, RETURN CODE "
007570             RETURN-CODE.
007580 8000-EXIT.
007590         EXIT.
