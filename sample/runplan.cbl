000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 RUNPLAN.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  TONIGHT'S RUN PLAN.  RUN BY THE OPERATOR BEFORE THE STREAM
000180*  IS STARTED ("RUNDAILY.SH PLAN [YYYYMMDD]"), NEVER FROM
000190*  INSIDE IT.  RUNSTEPS LISTS RUNDAILY.SH'S STEPS IN STREAM
000200*  ORDER WITH THE CONDITION EACH ONE RUNS ON:
000210*
000220*    A  ALWAYS RUNS
000230*    F  RUNS WHEN RST-FILE-1 OR RST-FILE-2 IS ON DISK
000240*    S  RUNS WHEN RST-FILE-1 IS ON DISK AND NOT EMPTY
000250*
000260*  EVERY FILE NAMED IS PROBED THE WAY THE STREAM TESTS IT.  A
000270*  STEP JOBSTAT ALREADY SHOWS COMPLETE FOR THE RUN DATE WOULD
000280*  BE SKIPPED ON A RESTART (UNLESS RST-RESTART-SKIP IS "N" --
000290*  THOSE STEPS RERUN EVERY TIME).  A MARKER-DRIVEN STEP WHOSE
000300*  MARKER IS ABSENT BUT ON SCHEDTBL IS CALLED OUT, SINCE
000310*  PERSCHED MAY YET DROP IT AT THE TOP OF THE STREAM.  EACH
000320*  STEP THAT WILL RUN IS GIVEN ITS RUNHIST AVERAGE ELAPSED
000330*  SECONDS, SCALED BY TONIGHT'S TRANFILE VOLUME AGAINST THE
000340*  HISTORICAL DAILY VOLUME (AS SLAWATCH DOES); STEPS SHARING
000350*  AN RST-GROUP RUN CONCURRENTLY AND COUNT ONLY THE LONGEST.
000360*  THE PLAN IS DISPLAYED AND WRITTEN TO RUNPLRPT.  READ-ONLY.
000370*  RUN PARAMETER: THE RUN DATE YYYYMMDD (BLANK = THE RUNDATE
000380*  BUSINESS DATE).  RC 0, OR 4 WHEN THERE IS NO RUNSTEPS.
000390*  ------------------------------------------------------------
000400*  MODIFICATION HISTORY
000410*  ------------------------------------------------------------
000420*  DATE       BY   DESCRIPTION
000430*  ---------- ---- --------------------------------------------
000440*  10/15/2026 DCG  ORIGINAL PROGRAM.
000450*---------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.
000490         LINUX.
000500 OBJECT-COMPUTER.
000510         LINUX.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540         SELECT STEP-TABLE-FILE ASSIGN TO "RUNSTEPS"
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS RPL-STEP-FILE-STATUS.
000570         SELECT SCHEDULE-FILE ASSIGN TO "SCHEDTBL"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS RPL-SCHEDULE-FILE-STATUS.
000600         SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS RPL-HISTORY-FILE-STATUS.
000630         SELECT JOBSTAT-FILE ASSIGN TO "JOBSTAT"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS RPL-JOBSTAT-FILE-STATUS.
000660         SELECT TRANS-FILE ASSIGN DYNAMIC RPL-TRANS-FILENAME
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS RPL-TRANS-FILE-STATUS.
000690         SELECT PROBE-FILE ASSIGN DYNAMIC RPL-PROBE-FILENAME
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS RPL-PROBE-FILE-STATUS.
000720         SELECT REPORT-FILE ASSIGN TO "RUNPLRPT"
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS RPL-REPORT-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  STEP-TABLE-FILE.
000780 01  STEP-TABLE-RECORD.
000790         05  RST-STEP-NAME           PIC X(10).
000800         05  RST-PROGRAM             PIC X(08).
000810         05  RST-RULE                PIC X(01).
000820             88  RST-ALWAYS              VALUE "A".
000830             88  RST-FILE-PRESENT        VALUE "F".
000840             88  RST-FILE-NOT-EMPTY      VALUE "S".
000850         05  RST-RESTART-SKIP        PIC X(01).
000860             88  RST-RERUNS-ALWAYS       VALUE "N".
000870         05  RST-GROUP               PIC X(01).
000880         05  RST-FILE-1              PIC X(20).
000890         05  RST-FILE-2              PIC X(20).
000900         05  RST-DESCRIPTION         PIC X(30).
000910 FD  SCHEDULE-FILE.
000920 01  SCHEDULE-RECORD.
000930         05  SCH-MARKER-NAME         PIC X(08).
000940         05  FILLER                  PIC X(45).
000950 FD  HISTORY-FILE.
000960     COPY RUNHSTRC.
000970 FD  JOBSTAT-FILE.
000980 01  JOBSTAT-RECORD              PIC X(50).
000990 FD  TRANS-FILE
001000     RECORD IS VARYING IN SIZE FROM 1 TO 174 CHARACTERS
001010     DEPENDING ON RPL-TRANS-RECORD-LENGTH.
001020 01  TRANS-RECORD                PIC X(174).
001030 FD  PROBE-FILE.
001040 01  PROBE-RECORD                PIC X(80).
001050 FD  REPORT-FILE.
001060 01  REPORT-RECORD               PIC X(132).
001070 WORKING-STORAGE SECTION.
001080     COPY RUNDATEC.
001090 01  RPL-FILE-STATUS-VALUES.
001100         05  RPL-STEP-FILE-STATUS    PIC X(02).
001110             88  RPL-STEP-FILE-OK        VALUE "00".
001120         05  RPL-SCHEDULE-FILE-STATUS PIC X(02).
001130             88  RPL-SCHEDULE-FILE-OK    VALUE "00".
001140         05  RPL-HISTORY-FILE-STATUS PIC X(02).
001150             88  RPL-HISTORY-FILE-OK     VALUE "00".
001160         05  RPL-JOBSTAT-FILE-STATUS PIC X(02).
001170             88  RPL-JOBSTAT-FILE-OK     VALUE "00".
001180         05  RPL-TRANS-FILE-STATUS   PIC X(02).
001190             88  RPL-TRANS-FILE-OK       VALUE "00".
001200         05  RPL-PROBE-FILE-STATUS   PIC X(02).
001210             88  RPL-PROBE-FILE-OK       VALUE "00".
001220         05  RPL-REPORT-FILE-STATUS  PIC X(02).
001230             88  RPL-REPORT-FILE-OK      VALUE "00".
001240 01  RPL-SWITCHES.
001250         05  RPL-STEP-EOF-SWITCH     PIC X(01) VALUE "N".
001260             88  RPL-STEPS-AT-END        VALUE "Y".
001270         05  RPL-SCH-EOF-SWITCH      PIC X(01) VALUE "N".
001280             88  RPL-SCHEDULE-AT-END     VALUE "Y".
001290         05  RPL-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
001300             88  RPL-HISTORY-AT-END      VALUE "Y".
001310         05  RPL-STAT-EOF-SWITCH     PIC X(01) VALUE "N".
001320             88  RPL-JOBSTAT-AT-END      VALUE "Y".
001330         05  RPL-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
001340             88  RPL-TRANFILE-AT-END     VALUE "Y".
001350         05  RPL-PRESENT-SWITCH      PIC X(01) VALUE "N".
001360             88  RPL-FILE-PRESENT        VALUE "Y".
001370         05  RPL-EMPTY-SWITCH        PIC X(01) VALUE "N".
001380             88  RPL-FILE-EMPTY          VALUE "Y".
001390         05  RPL-SCHEDULED-SWITCH    PIC X(01) VALUE "N".
001400             88  RPL-MARKER-SCHEDULED    VALUE "Y".
001410 01  RPL-TRANS-RECORD-LENGTH     PIC 9(04) COMP VALUE ZERO.
001420 01  RPL-PARM-STRING             PIC X(08) VALUE SPACES.
001430 01  RPL-RUN-DATE                PIC 9(08) VALUE ZERO.
001440 01  RPL-CLOCK-TIME              PIC 9(08) VALUE ZERO.
001450 01  RPL-CLOCK-HHMMSS            PIC 9(06) VALUE ZERO.
001460 01  RPL-CLOCK-PARTS REDEFINES RPL-CLOCK-HHMMSS.
001470         05  RPL-CLK-HH              PIC 9(02).
001480         05  RPL-CLK-MM              PIC 9(02).
001490         05  RPL-CLK-SS              PIC 9(02).
001500 01  RPL-PROBE-FILENAME          PIC X(30) VALUE SPACES.
001510 01  RPL-TRANS-FILENAME          PIC X(30) VALUE SPACES.
001520*  RUNHIST NORMS AND TODAY'S JOBSTAT STATE, ONE ENTRY PER STEP.
001530 01  RPL-STEP-TABLE.
001540         05  RPL-STP-COUNT           PIC 9(03) COMP VALUE ZERO.
001550         05  RPL-STP-ENTRY OCCURS 100 TIMES
001560                 INDEXED BY RPL-STP-IDX.
001570             10  RPL-STP-NAME        PIC X(10).
001580             10  RPL-STP-RUNS        PIC S9(05) COMP.
001590             10  RPL-STP-TOTAL-SECS  PIC S9(09) COMP.
001600             10  RPL-STP-STATE       PIC X(01).
001610                 88  RPL-STP-IDLE        VALUE " ".
001620                 88  RPL-STP-STARTED     VALUE "R".
001630                 88  RPL-STP-DONE        VALUE "D".
001640 01  RPL-SCHEDULE-TABLE.
001650         05  RPL-SCH-COUNT           PIC 9(03) COMP VALUE ZERO.
001660         05  RPL-SCH-ENTRY OCCURS 50 TIMES
001670                 INDEXED BY RPL-SCH-IDX.
001680             10  RPL-SCH-MARKER      PIC X(08).
001690 01  RPL-VOLUME-FIELDS.
001700         05  RPL-HIST-VOL-TOTAL      PIC S9(13) COMP VALUE ZERO.
001710         05  RPL-HIST-VOL-DAYS       PIC S9(05) COMP VALUE ZERO.
001720         05  RPL-LAST-VOL-DATE       PIC 9(08) VALUE ZERO.
001730         05  RPL-AVG-VOLUME          PIC 9(09) VALUE ZERO.
001740         05  RPL-TODAY-VOLUME        PIC 9(09) VALUE ZERO.
001750         05  RPL-VOLUME-FACTOR       PIC 9(03)V99 VALUE 1.
001760 01  RPL-PARSE-FIELDS.
001770         05  RPL-EVT-DATE            PIC X(08).
001780         05  RPL-EVT-STEP            PIC X(10).
001790         05  RPL-EVT-KIND            PIC X(08).
001800         05  RPL-EVT-RC              PIC X(05).
001810         05  RPL-EVT-TIME            PIC X(06).
001820 01  RPL-PLAN-FIELDS.
001830         05  RPL-PLAN                PIC X(16).
001840             88  RPL-PLAN-RUN            VALUE "WILL RUN".
001850             88  RPL-PLAN-BYPASS         VALUE "BYPASSED".
001860             88  RPL-PLAN-SKIP           VALUE "SKIP - COMPLETE".
001870         05  RPL-REASON              PIC X(50).
001880         05  RPL-REASON-WORK         PIC X(50).
001890         05  RPL-EST-SECS            PIC S9(07) COMP VALUE ZERO.
001900         05  RPL-AVG-SECS            PIC S9(07) COMP VALUE ZERO.
001910         05  RPL-CURRENT-GROUP       PIC X(01) VALUE SPACE.
001920         05  RPL-GROUP-MAX-SECS      PIC S9(07) COMP VALUE ZERO.
001930 01  RPL-TIME-WORK-FIELDS.
001940         05  RPL-HHMMSS              PIC 9(06) VALUE ZERO.
001950         05  RPL-HHMMSS-PARTS REDEFINES RPL-HHMMSS.
001960             10  RPL-HH              PIC 9(02).
001970             10  RPL-MM              PIC 9(02).
001980             10  RPL-SS              PIC 9(02).
001990         05  RPL-NOW-SECS            PIC S9(07) COMP VALUE ZERO.
002000         05  RPL-TOTAL-SECS          PIC S9(09) COMP VALUE ZERO.
002010         05  RPL-FINISH-SECS         PIC S9(09) COMP VALUE ZERO.
002020         05  RPL-ELAPSED-HHMMSS      PIC 9(06) VALUE ZERO.
002030         05  RPL-FINISH-HHMMSS       PIC 9(06) VALUE ZERO.
002040 01  RPL-COUNTERS.
002050         05  RPL-STEPS-READ          PIC 9(03) VALUE ZERO.
002060         05  RPL-STEPS-TO-RUN        PIC 9(03) VALUE ZERO.
002070         05  RPL-STEPS-BYPASSED      PIC 9(03) VALUE ZERO.
002080         05  RPL-STEPS-SKIPPED       PIC 9(03) VALUE ZERO.
002090         05  RPL-STEPS-NO-HISTORY    PIC 9(03) VALUE ZERO.
002100 01  RPL-PRINT-LINE-FIELDS.
002110         05  RPL-EST-EDIT            PIC ZZZZZZ9.
002120         05  RPL-TOTAL-EDIT          PIC ZZZZZZZZ9.
002130         05  RPL-VOLUME-EDIT         PIC ZZZZZZZZ9.
002140         05  RPL-AVERAGE-EDIT        PIC ZZZZZZZZ9.
002150         05  RPL-FACTOR-EDIT         PIC ZZ9.99.
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190         PERFORM 2000-LOAD-HISTORY-NORMS THRU 2000-EXIT.
002200         PERFORM 3000-SCAN-JOBSTAT THRU 3000-EXIT.
002210         PERFORM 4000-COUNT-TONIGHTS-VOLUME THRU 4000-EXIT.
002220         PERFORM 5000-PLAN-ONE-STEP THRU 5000-EXIT
002230             UNTIL RPL-STEPS-AT-END.
002240         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002250         STOP RUN.
002260 1000-INITIALIZE.
002270         DISPLAY "RUNPLAN: TONIGHT'S RUN PLAN".
002280         ACCEPT RPL-PARM-STRING FROM COMMAND-LINE.
002290         IF RPL-PARM-STRING = SPACES
002300             CALL "RUNDATE" USING RUN-DATE-AREA
002310             MOVE RDT-RUN-DATE TO RPL-RUN-DATE
002320         ELSE
002330             MOVE RPL-PARM-STRING TO RPL-RUN-DATE
002340         END-IF.
002350         ACCEPT RPL-CLOCK-TIME FROM TIME.
002360         MOVE RPL-CLOCK-TIME(1:6) TO RPL-CLOCK-HHMMSS.
002370         COMPUTE RPL-NOW-SECS =
002380             RPL-CLK-HH * 3600 + RPL-CLK-MM * 60 + RPL-CLK-SS.
002390         OPEN INPUT STEP-TABLE-FILE.
002400         IF NOT RPL-STEP-FILE-OK
002410             DISPLAY "RUNPLAN: NO RUNSTEPS - NOTHING TO PLAN"
002420             MOVE "Y" TO RPL-STEP-EOF-SWITCH
002430             GO TO 1000-EXIT
002440         END-IF.
002450         PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT.
002460         OPEN OUTPUT REPORT-FILE.
002470         MOVE SPACES TO REPORT-RECORD.
002480         STRING "RUN PLAN PREVIEW    RUN DATE: " RPL-RUN-DATE
002490             "    PREPARED AT: " RPL-CLOCK-HHMMSS
002500             DELIMITED BY SIZE INTO REPORT-RECORD.
002510         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002520         MOVE SPACES TO REPORT-RECORD.
002530          STRING "STEP      PROGRAM  PLAN            "
002540              " EST SECS  REASON"
002550              DELIMITED BY SIZE INTO REPORT-RECORD.
002560         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002570         PERFORM 5100-READ-STEP THRU 5100-EXIT.
002580 1000-EXIT.
002590         EXIT.
002600 1100-LOAD-SCHEDULE.
002610         OPEN INPUT SCHEDULE-FILE.
002620         IF NOT RPL-SCHEDULE-FILE-OK
002630             GO TO 1100-EXIT
002640         END-IF.
002650         PERFORM 1150-LOAD-ONE-MARKER THRU 1150-EXIT
002660             UNTIL RPL-SCHEDULE-AT-END
002670                 OR RPL-SCH-COUNT = 50.
002680         CLOSE SCHEDULE-FILE.
002690 1100-EXIT.
002700         EXIT.
002710 1150-LOAD-ONE-MARKER.
002720         READ SCHEDULE-FILE
002730             AT END
002740                 MOVE "Y" TO RPL-SCH-EOF-SWITCH
002750             NOT AT END
002760                 ADD 1 TO RPL-SCH-COUNT
002770                 MOVE SCH-MARKER-NAME
002780                     TO RPL-SCH-MARKER(RPL-SCH-COUNT)
002790         END-READ.
002800 1150-EXIT.
002810         EXIT.
002820 2000-LOAD-HISTORY-NORMS.
002830         IF RPL-STEPS-AT-END
002840             GO TO 2000-EXIT
002850         END-IF.
002860         OPEN INPUT HISTORY-FILE.
002870         IF NOT RPL-HISTORY-FILE-OK
002880             DISPLAY "RUNPLAN: NO RUNHIST ON FILE - NO DURATION "
002890                 "ESTIMATES"
002900             GO TO 2000-EXIT
002910         END-IF.
002920         PERFORM 2100-LOAD-ONE-HISTORY-ROW THRU 2100-EXIT
002930             UNTIL RPL-HISTORY-AT-END.
002940         CLOSE HISTORY-FILE.
002950         IF RPL-HIST-VOL-DAYS > ZERO
002960             COMPUTE RPL-AVG-VOLUME =
002970                 RPL-HIST-VOL-TOTAL / RPL-HIST-VOL-DAYS
002980         END-IF.
002990 2000-EXIT.
003000         EXIT.
003010 2100-LOAD-ONE-HISTORY-ROW.
003020         READ HISTORY-FILE
003030             AT END
003040                 MOVE "Y" TO RPL-HIST-EOF-SWITCH
003050                 GO TO 2100-EXIT
003060         END-READ.
003070*  A RERUN DATE'S OWN ROWS WOULD FOLD IT INTO ITS OWN NORM.
003080         IF RHT-RUN-DATE = RPL-RUN-DATE
003090             GO TO 2100-EXIT
003100         END-IF.
003110         MOVE RHT-STEP-NAME TO RPL-EVT-STEP.
003120         PERFORM 2200-FIND-STEP THRU 2200-EXIT.
003130         IF RPL-STP-IDX > RPL-STP-COUNT
003140             GO TO 2100-EXIT
003150         END-IF.
003160         ADD 1 TO RPL-STP-RUNS(RPL-STP-IDX).
003170         ADD RHT-ELAPSED-SECS
003180             TO RPL-STP-TOTAL-SECS(RPL-STP-IDX).
003190*  ONE VOLUME SAMPLE PER HISTORY DAY, NOT PER STEP ROW.
003200         IF RHT-RUN-DATE NOT = RPL-LAST-VOL-DATE
003210             MOVE RHT-RUN-DATE TO RPL-LAST-VOL-DATE
003220             ADD RHT-RECORD-VOLUME TO RPL-HIST-VOL-TOTAL
003230             ADD 1 TO RPL-HIST-VOL-DAYS
003240         END-IF.
003250 2100-EXIT.
003260         EXIT.
003270*---------------------------------------------------------------
003280*  2200-FIND-STEP.  LOCATES RPL-EVT-STEP IN THE STEP TABLE,
003290*  ADDING IT WHEN NEW.  A FULL TABLE LEAVES THE INDEX PAST
003300*  THE LAST ENTRY.
003310*---------------------------------------------------------------
003320 2200-FIND-STEP.
003330         SET RPL-STP-IDX TO 1.
003340         SEARCH RPL-STP-ENTRY
003350             AT END
003360                 IF RPL-STP-COUNT < 100
003370                     ADD 1 TO RPL-STP-COUNT
003380                     SET RPL-STP-IDX TO RPL-STP-COUNT
003390                     MOVE RPL-EVT-STEP
003400                         TO RPL-STP-NAME(RPL-STP-IDX)
003410                     MOVE ZERO TO RPL-STP-RUNS(RPL-STP-IDX)
003420                     MOVE ZERO
003430                         TO RPL-STP-TOTAL-SECS(RPL-STP-IDX)
003440                     MOVE " " TO RPL-STP-STATE(RPL-STP-IDX)
003450                 ELSE
003460                     SET RPL-STP-IDX TO 101
003470                 END-IF
003480             WHEN RPL-STP-NAME(RPL-STP-IDX) = RPL-EVT-STEP
003490                 CONTINUE
003500         END-SEARCH.
003510 2200-EXIT.
003520         EXIT.
003530 3000-SCAN-JOBSTAT.
003540         IF RPL-STEPS-AT-END
003550             GO TO 3000-EXIT
003560         END-IF.
003570         OPEN INPUT JOBSTAT-FILE.
003580         IF NOT RPL-JOBSTAT-FILE-OK
003590             GO TO 3000-EXIT
003600         END-IF.
003610         PERFORM 3100-SCAN-ONE-EVENT THRU 3100-EXIT
003620             UNTIL RPL-JOBSTAT-AT-END.
003630         CLOSE JOBSTAT-FILE.
003640 3000-EXIT.
003650         EXIT.
003660 3100-SCAN-ONE-EVENT.
003670         READ JOBSTAT-FILE
003680             AT END
003690                 MOVE "Y" TO RPL-STAT-EOF-SWITCH
003700                 GO TO 3100-EXIT
003710         END-READ.
003720         MOVE SPACES TO RPL-EVT-DATE RPL-EVT-STEP
003730             RPL-EVT-KIND RPL-EVT-RC RPL-EVT-TIME.
003740         UNSTRING JOBSTAT-RECORD DELIMITED BY ALL " "
003750             INTO RPL-EVT-DATE RPL-EVT-STEP RPL-EVT-KIND
003760                 RPL-EVT-RC RPL-EVT-TIME
003770         END-UNSTRING.
003780         IF RPL-EVT-DATE NOT = RPL-RUN-DATE
003790             GO TO 3100-EXIT
003800         END-IF.
003810         PERFORM 2200-FIND-STEP THRU 2200-EXIT.
003820         IF RPL-STP-IDX > RPL-STP-COUNT
003830             GO TO 3100-EXIT
003840         END-IF.
003850         EVALUATE TRUE
003860             WHEN RPL-EVT-KIND = "START"
003870                 IF NOT RPL-STP-DONE(RPL-STP-IDX)
003880                     MOVE "R" TO RPL-STP-STATE(RPL-STP-IDX)
003890                 END-IF
003900             WHEN RPL-EVT-KIND = "COMPLETE"
003910                 MOVE "D" TO RPL-STP-STATE(RPL-STP-IDX)
003920         END-EVALUATE.
003930 3100-EXIT.
003940         EXIT.
003950*---------------------------------------------------------------
003960*  4000-COUNT-TONIGHTS-VOLUME.  THE FEED THE STREAM WILL EDIT:
003970*  A RESENT TRANFILE.<DATE> FIRST (A CATCH-UP DAY STAGES IT),
003980*  THEN TRANFILE, THEN THE SEED THE STREAM STAGES WHEN THERE
003990*  IS NO TRANFILE AT ALL.
004000*---------------------------------------------------------------
004010 4000-COUNT-TONIGHTS-VOLUME.
004020         IF RPL-STEPS-AT-END
004030             GO TO 4000-EXIT
004040         END-IF.
004050         MOVE SPACES TO RPL-TRANS-FILENAME.
004060         STRING "TRANFILE." RPL-RUN-DATE
004070             DELIMITED BY SIZE INTO RPL-TRANS-FILENAME.
004080         OPEN INPUT TRANS-FILE.
004090         IF NOT RPL-TRANS-FILE-OK
004100             MOVE "TRANFILE" TO RPL-TRANS-FILENAME
004110             OPEN INPUT TRANS-FILE
004120         END-IF.
004130         IF NOT RPL-TRANS-FILE-OK
004140             MOVE "data/tranfile.dat" TO RPL-TRANS-FILENAME
004150             OPEN INPUT TRANS-FILE
004160         END-IF.
004170         IF NOT RPL-TRANS-FILE-OK
004180             DISPLAY "RUNPLAN: NO TRANFILE YET - ESTIMATES ARE "
004190                 "UNSCALED"
004200             GO TO 4000-EXIT
004210         END-IF.
004220         PERFORM 4100-COUNT-ONE-RECORD THRU 4100-EXIT
004230             UNTIL RPL-TRANFILE-AT-END.
004240         CLOSE TRANS-FILE.
004250         IF RPL-AVG-VOLUME > ZERO AND RPL-TODAY-VOLUME > ZERO
004260             COMPUTE RPL-VOLUME-FACTOR ROUNDED =
004270                 RPL-TODAY-VOLUME / RPL-AVG-VOLUME
004280         END-IF.
004290 4000-EXIT.
004300         EXIT.
004310 4100-COUNT-ONE-RECORD.
004320         READ TRANS-FILE
004330             AT END
004340                 MOVE "Y" TO RPL-TRAN-EOF-SWITCH
004350             NOT AT END
004360                 ADD 1 TO RPL-TODAY-VOLUME
004370         END-READ.
004380 4100-EXIT.
004390         EXIT.
004400 5000-PLAN-ONE-STEP.
004410         ADD 1 TO RPL-STEPS-READ.
004420         MOVE SPACES TO RPL-PLAN RPL-REASON.
004430         MOVE ZERO TO RPL-EST-SECS.
004440         MOVE RST-STEP-NAME TO RPL-EVT-STEP.
004450         PERFORM 2200-FIND-STEP THRU 2200-EXIT.
004460         IF RPL-STP-IDX NOT > RPL-STP-COUNT
004470             AND NOT RST-RERUNS-ALWAYS
004480             AND RPL-STP-DONE(RPL-STP-IDX)
004490             MOVE "SKIP - COMPLETE" TO RPL-PLAN
004500             MOVE "JOBSTAT SHOWS IT COMPLETE FOR THE RUN DATE"
004510                 TO RPL-REASON
004520             ADD 1 TO RPL-STEPS-SKIPPED
004530             GO TO 5000-PRINT
004540         END-IF.
004550         PERFORM 5200-TEST-CONDITION THRU 5200-EXIT.
004560         IF RPL-PLAN-BYPASS
004570             ADD 1 TO RPL-STEPS-BYPASSED
004580             GO TO 5000-PRINT
004590         END-IF.
004600         ADD 1 TO RPL-STEPS-TO-RUN.
004610         IF RPL-STP-IDX NOT > RPL-STP-COUNT
004620             AND RPL-STP-STARTED(RPL-STP-IDX)
004630             MOVE "RESTARTS - STARTED, NOT COMPLETE"
004640                 TO RPL-REASON
004650         END-IF.
004660         PERFORM 5300-ESTIMATE-DURATION THRU 5300-EXIT.
004670 5000-PRINT.
004680         MOVE SPACES TO REPORT-RECORD.
004690         IF RPL-PLAN-RUN AND RPL-EST-SECS > ZERO
004700             MOVE RPL-EST-SECS TO RPL-EST-EDIT
004710             STRING RST-STEP-NAME RST-PROGRAM " " RPL-PLAN " "
004720                 RPL-EST-EDIT "   " RPL-REASON
004730                 DELIMITED BY SIZE INTO REPORT-RECORD
004740         ELSE
004750             STRING RST-STEP-NAME RST-PROGRAM " " RPL-PLAN " "
004760                 "      -   " RPL-REASON
004770                 DELIMITED BY SIZE INTO REPORT-RECORD
004780         END-IF.
004790         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004800         PERFORM 5100-READ-STEP THRU 5100-EXIT.
004810 5000-EXIT.
004820         EXIT.
004830 5100-READ-STEP.
004840         READ STEP-TABLE-FILE
004850             AT END
004860                 MOVE "Y" TO RPL-STEP-EOF-SWITCH
004870         END-READ.
004880 5100-EXIT.
004890         EXIT.
004900*---------------------------------------------------------------
004910*  5200-TEST-CONDITION.  THE SAME TEST RUNDAILY.SH MAKES:
004920*  "[ -F FILE ]" IS AN OPEN THAT SUCCEEDS, "[ -S FILE ]" ONE
004930*  THAT ALSO RETURNS A RECORD.
004940*---------------------------------------------------------------
004950 5200-TEST-CONDITION.
004960         MOVE "WILL RUN" TO RPL-PLAN.
004970         IF RST-ALWAYS
004980             MOVE "RUNS EVERY NIGHT" TO RPL-REASON
004990             GO TO 5200-EXIT
005000         END-IF.
005010         MOVE RST-FILE-1 TO RPL-PROBE-FILENAME.
005020         PERFORM 5250-PROBE-FILE THRU 5250-EXIT.
005030         IF RST-FILE-NOT-EMPTY
005040             IF RPL-FILE-PRESENT AND NOT RPL-FILE-EMPTY
005050                 STRING RST-FILE-1 DELIMITED BY SPACE
005060                     " IS WAITING" DELIMITED BY SIZE
005070                     INTO RPL-REASON
005080             ELSE
005090                 MOVE "BYPASSED" TO RPL-PLAN
005100                 STRING RST-FILE-1 DELIMITED BY SPACE
005110                     " ABSENT OR EMPTY" DELIMITED BY SIZE
005120                     INTO RPL-REASON
005130             END-IF
005140             GO TO 5200-EXIT
005150         END-IF.
005160         IF RPL-FILE-PRESENT
005170             STRING RST-FILE-1 DELIMITED BY SPACE
005180                 " IS PRESENT" DELIMITED BY SIZE
005190                 INTO RPL-REASON
005200             GO TO 5200-EXIT
005210         END-IF.
005220         IF RST-FILE-2 NOT = SPACES
005230             MOVE RST-FILE-2 TO RPL-PROBE-FILENAME
005240             PERFORM 5250-PROBE-FILE THRU 5250-EXIT
005250             IF RPL-FILE-PRESENT
005260                 STRING RST-FILE-2 DELIMITED BY SPACE
005270                     " IS PRESENT" DELIMITED BY SIZE
005280                     INTO RPL-REASON
005290                 GO TO 5200-EXIT
005300             END-IF
005310         END-IF.
005320         MOVE "BYPASSED" TO RPL-PLAN.
005330         PERFORM 5270-CHECK-SCHEDULED THRU 5270-EXIT.
005340         IF RPL-MARKER-SCHEDULED
005350             STRING "NO " DELIMITED BY SIZE
005360                 RST-FILE-1 DELIMITED BY SPACE
005370                 " - UNLESS PERSCHED DROPS IT TONIGHT"
005380                 DELIMITED BY SIZE INTO RPL-REASON
005390         ELSE
005400             STRING "NO " DELIMITED BY SIZE
005410                 RST-FILE-1 DELIMITED BY SPACE
005420                 INTO RPL-REASON
005430         END-IF.
005440 5200-EXIT.
005450         EXIT.
005460 5250-PROBE-FILE.
005470         MOVE "N" TO RPL-PRESENT-SWITCH.
005480         MOVE "N" TO RPL-EMPTY-SWITCH.
005490         OPEN INPUT PROBE-FILE.
005500         IF RPL-PROBE-FILE-OK
005510             SET RPL-FILE-PRESENT TO TRUE
005520             READ PROBE-FILE
005530                 AT END
005540                     SET RPL-FILE-EMPTY TO TRUE
005550             END-READ
005560             CLOSE PROBE-FILE
005570         END-IF.
005580 5250-EXIT.
005590         EXIT.
005600 5270-CHECK-SCHEDULED.
005610         MOVE "N" TO RPL-SCHEDULED-SWITCH.
005620         IF RPL-SCH-COUNT = ZERO
005630             GO TO 5270-EXIT
005640         END-IF.
005650         SET RPL-SCH-IDX TO 1.
005660         SEARCH RPL-SCH-ENTRY
005670             AT END
005680                 CONTINUE
005690             WHEN RPL-SCH-MARKER(RPL-SCH-IDX) = RST-FILE-1
005700                 SET RPL-MARKER-SCHEDULED TO TRUE
005710         END-SEARCH.
005720 5270-EXIT.
005730         EXIT.
005740*---------------------------------------------------------------
005750*  5300-ESTIMATE-DURATION.  THE STEP'S RUNHIST AVERAGE TIMES
005760*  THE VOLUME FACTOR.  A CONCURRENT GROUP ADDS TO THE TOTAL
005770*  ONLY AS FAR AS ITS LONGEST MEMBER.
005780*---------------------------------------------------------------
005790 5300-ESTIMATE-DURATION.
005800         IF RPL-STP-IDX > RPL-STP-COUNT
005810             OR RPL-STP-RUNS(RPL-STP-IDX) = ZERO
005820             ADD 1 TO RPL-STEPS-NO-HISTORY
005830             IF RPL-REASON(1:8) = "RESTARTS"
005840                 GO TO 5300-EXIT
005850             END-IF
005860             MOVE RPL-REASON TO RPL-REASON-WORK
005870             MOVE SPACES TO RPL-REASON
005880             STRING RPL-REASON-WORK DELIMITED BY "  "
005890                 ", NO RUNHIST" DELIMITED BY SIZE
005900                 INTO RPL-REASON
005910             GO TO 5300-EXIT
005920         END-IF.
005930         COMPUTE RPL-AVG-SECS =
005940             RPL-STP-TOTAL-SECS(RPL-STP-IDX)
005950             / RPL-STP-RUNS(RPL-STP-IDX).
005960         COMPUTE RPL-EST-SECS ROUNDED =
005970             RPL-AVG-SECS * RPL-VOLUME-FACTOR.
005980         IF RPL-EST-SECS = ZERO
005990             MOVE 1 TO RPL-EST-SECS
006000         END-IF.
006010         IF RST-GROUP = SPACE
006020             MOVE SPACE TO RPL-CURRENT-GROUP
006030             ADD RPL-EST-SECS TO RPL-TOTAL-SECS
006040             GO TO 5300-EXIT
006050         END-IF.
006060         IF RST-GROUP NOT = RPL-CURRENT-GROUP
006070             MOVE RST-GROUP TO RPL-CURRENT-GROUP
006080             MOVE ZERO TO RPL-GROUP-MAX-SECS
006090         END-IF.
006100         IF RPL-EST-SECS > RPL-GROUP-MAX-SECS
006110             COMPUTE RPL-TOTAL-SECS = RPL-TOTAL-SECS
006120                 + RPL-EST-SECS - RPL-GROUP-MAX-SECS
006130             MOVE RPL-EST-SECS TO RPL-GROUP-MAX-SECS
006140         END-IF.
006150 5300-EXIT.
006160         EXIT.
006170 7000-PRINT-LINE.
006180         DISPLAY REPORT-RECORD(1:100).
006190         IF RPL-REPORT-FILE-OK
006200             WRITE REPORT-RECORD
006210         END-IF.
006220 7000-EXIT.
006230         EXIT.
006240 8000-TERMINATE.
006250         IF RPL-STEPS-READ = ZERO
006260             MOVE 4 TO RETURN-CODE
006270             GO TO 8000-EXIT
006280         END-IF.
006290         CLOSE STEP-TABLE-FILE.
006300         MOVE RPL-TOTAL-SECS TO RPL-FINISH-SECS.
006310         PERFORM 8100-SECS-TO-HHMMSS THRU 8100-EXIT.
006320         MOVE RPL-HHMMSS TO RPL-ELAPSED-HHMMSS.
006330         COMPUTE RPL-FINISH-SECS = RPL-NOW-SECS + RPL-TOTAL-SECS.
006340         PERFORM 8100-SECS-TO-HHMMSS THRU 8100-EXIT.
006350         MOVE RPL-HHMMSS TO RPL-FINISH-HHMMSS.
006360         MOVE RPL-TOTAL-SECS TO RPL-TOTAL-EDIT.
006370         MOVE RPL-TODAY-VOLUME TO RPL-VOLUME-EDIT.
006380         MOVE RPL-AVG-VOLUME TO RPL-AVERAGE-EDIT.
006390         MOVE RPL-VOLUME-FACTOR TO RPL-FACTOR-EDIT.
006400         MOVE SPACES TO REPORT-RECORD.
006410         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006420         STRING "STEPS: " RPL-STEPS-READ "  TO RUN: "
006430             RPL-STEPS-TO-RUN "  BYPASSED: " RPL-STEPS-BYPASSED
006440             "  ALREADY COMPLETE: " RPL-STEPS-SKIPPED
006450             "  NO HISTORY: " RPL-STEPS-NO-HISTORY
006460             DELIMITED BY SIZE INTO REPORT-RECORD.
006470         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006480         MOVE SPACES TO REPORT-RECORD.
006490         STRING "TRANFILE VOLUME: " RPL-VOLUME-EDIT
006500             "  HISTORICAL AVERAGE: " RPL-AVERAGE-EDIT
006510             "  VOLUME FACTOR: " RPL-FACTOR-EDIT
006520             DELIMITED BY SIZE INTO REPORT-RECORD.
006530         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006540         MOVE SPACES TO REPORT-RECORD.
006550         STRING "EXPECTED ELAPSED: " RPL-TOTAL-EDIT " SECS ("
006560             RPL-ELAPSED-HHMMSS ")  FINISH IF STARTED NOW: "
006570             RPL-FINISH-HHMMSS
006580             DELIMITED BY SIZE INTO REPORT-RECORD.
006590         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006600         IF RPL-REPORT-FILE-OK
006610             CLOSE REPORT-FILE
006620         END-IF.
006630         MOVE ZERO TO RETURN-CODE.
006640 8000-EXIT.
006650         EXIT.
006660*---------------------------------------------------------------
006670*  8100-SECS-TO-HHMMSS.  RPL-FINISH-SECS AS A CLOCK TIME,
006680*  WRAPPED PAST MIDNIGHT, IN RPL-HHMMSS.
006690*---------------------------------------------------------------
006700 8100-SECS-TO-HHMMSS.
006710         IF RPL-FINISH-SECS NOT < 86400
006720             SUBTRACT 86400 FROM RPL-FINISH-SECS
006730         END-IF.
006740         COMPUTE RPL-HH = RPL-FINISH-SECS / 3600.
006750         COMPUTE RPL-MM =
006760             (RPL-FINISH-SECS - RPL-HH * 3600) / 60.
006770         COMPUTE RPL-SS = RPL-FINISH-SECS
006780             - RPL-HH * 3600 - RPL-MM * 60.
006790 8100-EXIT.
006800         EXIT.
