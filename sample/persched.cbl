000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 PERSCHED.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  PERIODIC REQUEST SCHEDULER.  THE MONTH-END AND OTHER
000180*  PERIODIC STEPS OF RUNDAILY.SH RUN ONLY WHEN THEIR REQUEST
000190*  MARKER (STMTREQ, INTCAPRQ, SVCHGRQ, DORMANRQ, ...) IS ON
000200*  DISK.  INSTEAD OF RELYING ON AN OPERATOR TO DROP THEM, THIS
000210*  STEP READS SCHEDTBL -- ONE ROW PER MARKER WITH ITS RULE IN
000220*  BUSINESS-DAY TERMS -- AND DROPS EACH MARKER THAT IS DUE ON
000230*  THE RUN DATE, WITH ITS PARAMETER ON THE FIRST LINE:
000240*
000250*    LB  LAST BUSINESS DAY OF THE MONTH
000260*    FB  FIRST BUSINESS DAY OF THE MONTH
000270*    NB  THE NN-TH BUSINESS DAY OF THE MONTH (SCH-RULE-DAY)
000280*    QL  LAST BUSINESS DAY OF MARCH, JUNE, SEPTEMBER, DECEMBER
000290*    QF  FIRST BUSINESS DAY OF JANUARY, APRIL, JULY, OCTOBER
000300*    YL  LAST BUSINESS DAY OF THE YEAR
000310*    YF  FIRST BUSINESS DAY OF THE YEAR
000320*
000330*  PARAMETER: " " NONE, "C" THE RUN MONTH YYYYMM, "P" THE
000340*  MONTH BEFORE IT, "L" THE LITERAL IN SCH-PARM-VALUE.
000350*  BUSINESS DAYS ARE DATESRV'S (SHOP CALENDAR).  OPERATIONS
000360*  SUPPRESSES ONE OCCURRENCE BY ADDING A SCHEDSUP ROW (RUN
000370*  DATE, MARKER, USER, REASON).  EVERY ROW'S OUTCOME -- DROPPED,
000380*  NOT DUE, SUPPRESSED, ALREADY PRESENT, ALREADY DROPPED FOR
000390*  THAT DATE, BAD RULE -- IS DISPLAYED AND APPENDED TO SCHEDLOG.
000400*  A MARKER DROPPED ONCE FOR A RUN DATE IS NEVER DROPPED AGAIN
000410*  FOR IT, SO A RERUN OF THE STREAM CANNOT CHARGE OR CAPITALIZE
000420*  TWICE.  RUN PARAMETER: THE RUN DATE YYYYMMDD (BLANK =
000430*  TODAY).  RC 0 CLEAN, 4 WHEN A ROW COULD NOT BE ACTED ON, 8
000440*  FOR A RUN DATE DATESRV REJECTS.
000450*  ------------------------------------------------------------
000460*  MODIFICATION HISTORY
000470*  ------------------------------------------------------------
000480*  DATE       BY   DESCRIPTION
000490*  ---------- ---- --------------------------------------------
000500*  10/15/2026 DCG  ORIGINAL PROGRAM.
000510*---------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.
000550         LINUX.
000560 OBJECT-COMPUTER.
000570         LINUX.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600         SELECT SCHEDULE-FILE ASSIGN TO "SCHEDTBL"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS PSC-SCHEDULE-FILE-STATUS.
000630         SELECT SUPPRESS-FILE ASSIGN TO "SCHEDSUP"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS PSC-SUPPRESS-FILE-STATUS.
000660         SELECT SCHEDULE-LOG-FILE ASSIGN TO "SCHEDLOG"
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS PSC-LOG-FILE-STATUS.
000690         SELECT MARKER-FILE ASSIGN DYNAMIC PSC-MARKER-FILENAME
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS PSC-MARKER-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SCHEDULE-FILE.
000750 01  SCHEDULE-RECORD.
000760         05  SCH-MARKER-NAME         PIC X(08).
000770         05  SCH-RULE                PIC X(02).
000780             88  SCH-LAST-OF-MONTH       VALUE "LB".
000790             88  SCH-FIRST-OF-MONTH      VALUE "FB".
000800             88  SCH-NTH-OF-MONTH        VALUE "NB".
000810             88  SCH-LAST-OF-QUARTER     VALUE "QL".
000820             88  SCH-FIRST-OF-QUARTER    VALUE "QF".
000830             88  SCH-LAST-OF-YEAR        VALUE "YL".
000840             88  SCH-FIRST-OF-YEAR       VALUE "YF".
000850         05  SCH-RULE-DAY            PIC 9(02).
000860         05  SCH-PARM-TYPE           PIC X(01).
000870             88  SCH-PARM-NONE           VALUE SPACE.
000880             88  SCH-PARM-RUN-MONTH      VALUE "C".
000890             88  SCH-PARM-PRIOR-MONTH    VALUE "P".
000900             88  SCH-PARM-LITERAL        VALUE "L".
000910         05  SCH-PARM-VALUE          PIC X(10).
000920         05  SCH-DESCRIPTION         PIC X(30).
000930 FD  SUPPRESS-FILE.
000940 01  SUPPRESS-RECORD.
000950         05  SUP-RUN-DATE            PIC 9(08).
000960         05  SUP-MARKER-NAME         PIC X(08).
000970         05  SUP-USER-ID             PIC X(08).
000980         05  SUP-REASON              PIC X(40).
000990 FD  SCHEDULE-LOG-FILE.
001000 01  SCHEDULE-LOG-RECORD.
001010         05  SLG-RUN-DATE            PIC 9(08).
001020         05  FILLER                  PIC X(01).
001030         05  SLG-LOGGED-DATE         PIC 9(08).
001040         05  FILLER                  PIC X(01).
001050         05  SLG-LOGGED-TIME         PIC 9(06).
001060         05  FILLER                  PIC X(01).
001070         05  SLG-MARKER-NAME         PIC X(08).
001080         05  FILLER                  PIC X(01).
001090         05  SLG-RULE                PIC X(02).
001100         05  FILLER                  PIC X(01).
001110         05  SLG-ACTION              PIC X(10).
001120             88  SLG-DROPPED             VALUE "DROPPED".
001130         05  FILLER                  PIC X(01).
001140         05  SLG-PARM                PIC X(10).
001150         05  FILLER                  PIC X(01).
001160         05  SLG-NOTE                PIC X(40).
001170 FD  MARKER-FILE.
001180 01  MARKER-RECORD               PIC X(10).
001190 WORKING-STORAGE SECTION.
001200     COPY DATESRVC.
001210 01  PSC-FILE-STATUS-VALUES.
001220         05  PSC-SCHEDULE-FILE-STATUS PIC X(02).
001230             88  PSC-SCHEDULE-FILE-OK    VALUE "00".
001240         05  PSC-SUPPRESS-FILE-STATUS PIC X(02).
001250             88  PSC-SUPPRESS-FILE-OK    VALUE "00".
001260         05  PSC-LOG-FILE-STATUS     PIC X(02).
001270             88  PSC-LOG-FILE-OK         VALUE "00".
001280         05  PSC-MARKER-FILE-STATUS  PIC X(02).
001290             88  PSC-MARKER-FILE-OK      VALUE "00".
001300 01  PSC-SWITCHES.
001310         05  PSC-SCH-EOF-SWITCH      PIC X(01) VALUE "N".
001320             88  PSC-SCHEDULE-AT-END     VALUE "Y".
001330         05  PSC-SUP-EOF-SWITCH      PIC X(01) VALUE "N".
001340             88  PSC-SUPPRESS-AT-END     VALUE "Y".
001350         05  PSC-LOG-EOF-SWITCH      PIC X(01) VALUE "N".
001360             88  PSC-LOG-AT-END          VALUE "Y".
001370         05  PSC-LOG-OPEN-SWITCH     PIC X(01) VALUE "N".
001380             88  PSC-LOG-OPEN            VALUE "Y".
001390         05  PSC-SCH-OPEN-SWITCH     PIC X(01) VALUE "N".
001400             88  PSC-SCHEDULE-OPEN       VALUE "Y".
001410         05  PSC-BUSINESS-SWITCH     PIC X(01) VALUE "N".
001420             88  PSC-BUSINESS-DAY        VALUE "Y".
001430         05  PSC-DUE-SWITCH          PIC X(01) VALUE "N".
001440             88  PSC-MARKER-DUE          VALUE "Y".
001450         05  PSC-FOUND-SWITCH        PIC X(01) VALUE "N".
001460             88  PSC-ENTRY-FOUND         VALUE "Y".
001470 01  PSC-PARM-STRING             PIC X(08) VALUE SPACES.
001480 01  PSC-RUN-DATE                PIC 9(08) VALUE ZERO.
001490 01  PSC-RUN-DATE-PARTS REDEFINES PSC-RUN-DATE.
001500         05  PSC-RUN-YYYYMM          PIC 9(06).
001510         05  PSC-RUN-YYYYMM-PARTS REDEFINES PSC-RUN-YYYYMM.
001520             10  PSC-RUN-YEAR        PIC 9(04).
001530             10  PSC-RUN-MONTH       PIC 9(02).
001540         05  PSC-RUN-DAY             PIC 9(02).
001550 01  PSC-NOW-DATE                PIC 9(08) VALUE ZERO.
001560 01  PSC-NOW-TIME                PIC 9(08) VALUE ZERO.
001570 01  PSC-PRIOR-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
001580 01  PSC-PRIOR-BUSINESS-PARTS REDEFINES PSC-PRIOR-BUSINESS-DATE.
001590         05  PSC-PRIOR-YYYYMM        PIC 9(06).
001600         05  FILLER                  PIC 9(02).
001610 01  PSC-NEXT-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
001620 01  PSC-NEXT-BUSINESS-PARTS REDEFINES PSC-NEXT-BUSINESS-DATE.
001630         05  PSC-NEXT-YYYYMM         PIC 9(06).
001640         05  FILLER                  PIC 9(02).
001650 01  PSC-MONTH-START-DATE        PIC 9(08) VALUE ZERO.
001660 01  PSC-MONTH-START-PARTS REDEFINES PSC-MONTH-START-DATE.
001670         05  PSC-MONTH-START-YYYYMM  PIC 9(06).
001680         05  PSC-MONTH-START-DAY     PIC 9(02).
001690 01  PSC-BUSINESS-DAY-OF-MONTH   PIC S9(05) VALUE ZERO.
001700 01  PSC-PRIOR-MONTH             PIC 9(06) VALUE ZERO.
001710 01  PSC-PRIOR-MONTH-PARTS REDEFINES PSC-PRIOR-MONTH.
001720         05  PSC-PRIOR-YEAR          PIC 9(04).
001730         05  PSC-PRIOR-MM            PIC 9(02).
001740 01  PSC-MARKER-FILENAME         PIC X(30) VALUE SPACES.
001750 01  PSC-MARKER-PARM             PIC X(10) VALUE SPACES.
001760 01  PSC-ACTION                  PIC X(10) VALUE SPACES.
001770 01  PSC-NOTE                    PIC X(40) VALUE SPACES.
001780 01  PSC-COUNTERS.
001790         05  PSC-ROWS-READ           PIC 9(03) VALUE ZERO.
001800         05  PSC-MARKERS-DROPPED     PIC 9(03) VALUE ZERO.
001810         05  PSC-MARKERS-NOT-DUE     PIC 9(03) VALUE ZERO.
001820         05  PSC-MARKERS-SUPPRESSED  PIC 9(03) VALUE ZERO.
001830         05  PSC-MARKERS-BYPASSED    PIC 9(03) VALUE ZERO.
001840         05  PSC-ROWS-IN-ERROR       PIC 9(03) VALUE ZERO.
001850*  TODAY'S SCHEDSUP ROWS, AND THE MARKERS SCHEDLOG SAYS WERE
001860*  ALREADY DROPPED FOR THIS RUN DATE.
001870 01  PSC-SUPPRESS-TABLE.
001880         05  PSC-SUP-COUNT           PIC 9(03) COMP VALUE ZERO.
001890         05  PSC-SUP-ENTRY OCCURS 50 TIMES
001900                 INDEXED BY PSC-SUP-IDX.
001910             10  PSC-SUP-MARKER      PIC X(08).
001920             10  PSC-SUP-USER-ID     PIC X(08).
001930 01  PSC-DROPPED-TABLE.
001940         05  PSC-DRP-COUNT           PIC 9(03) COMP VALUE ZERO.
001950         05  PSC-DRP-ENTRY OCCURS 50 TIMES
001960                 INDEXED BY PSC-DRP-IDX.
001970             10  PSC-DRP-MARKER      PIC X(08).
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010         PERFORM 2000-SCHEDULE-ONE-MARKER THRU 2000-EXIT
002020             UNTIL PSC-SCHEDULE-AT-END.
002030         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002040         STOP RUN.
002050 1000-INITIALIZE.
002060         DISPLAY "PERSCHED: PERIODIC REQUEST SCHEDULER".
002070         ACCEPT PSC-NOW-DATE FROM DATE YYYYMMDD.
002080         ACCEPT PSC-NOW-TIME FROM TIME.
002090         ACCEPT PSC-PARM-STRING FROM COMMAND-LINE.
002100         IF PSC-PARM-STRING = SPACES
002110             MOVE PSC-NOW-DATE TO PSC-RUN-DATE
002120         ELSE
002130             MOVE PSC-PARM-STRING TO PSC-RUN-DATE
002140         END-IF.
002150         PERFORM 1100-CLASSIFY-RUN-DATE THRU 1100-EXIT.
002160         IF NOT DSV-SUCCESSFUL
002170             DISPLAY "PERSCHED: " PSC-PARM-STRING
002180                 " IS NOT A VALID RUN DATE - NOTHING SCHEDULED"
002190             MOVE "Y" TO PSC-SCH-EOF-SWITCH
002200             MOVE 8 TO RETURN-CODE
002210             GO TO 1000-EXIT
002220         END-IF.
002230         DISPLAY "PERSCHED: RUN DATE " PSC-RUN-DATE.
002240         OPEN INPUT SCHEDULE-FILE.
002250         IF NOT PSC-SCHEDULE-FILE-OK
002260             DISPLAY "PERSCHED: NO SCHEDTBL - MARKERS ARE "
002270                 "DROPPED BY HAND"
002280             MOVE "Y" TO PSC-SCH-EOF-SWITCH
002290             GO TO 1000-EXIT
002300         END-IF.
002310         SET PSC-SCHEDULE-OPEN TO TRUE.
002320         PERFORM 1200-LOAD-SUPPRESSIONS THRU 1200-EXIT.
002330         PERFORM 1300-LOAD-PRIOR-DROPS THRU 1300-EXIT.
002340         PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
002350 1000-EXIT.
002360         EXIT.
002370*---------------------------------------------------------------
002380*  1100-CLASSIFY-RUN-DATE.  THE BUSINESS DAYS EITHER SIDE OF
002390*  THE RUN DATE DECIDE FIRST/LAST OF MONTH; THE BUSINESS DAYS
002400*  SINCE THE LAST CALENDAR DAY OF THE PRIOR MONTH GIVE ITS
002410*  ORDINAL WITHIN THE MONTH.
002420*---------------------------------------------------------------
002430 1100-CLASSIFY-RUN-DATE.
002440         MOVE SPACES TO DSV-REGION-CODE.
002450         MOVE "B" TO DSV-FUNCTION.
002460         MOVE PSC-RUN-DATE TO DSV-DATE-1.
002470         CALL "DATESRV" USING DATE-SERVICE-AREA.
002480         IF NOT DSV-SUCCESSFUL
002490             GO TO 1100-EXIT
002500         END-IF.
002510         IF DSV-IS-BUSINESS-DAY
002520             SET PSC-BUSINESS-DAY TO TRUE
002530         END-IF.
002540         MOVE "P" TO DSV-FUNCTION.
002550         MOVE PSC-RUN-DATE TO DSV-DATE-1.
002560         CALL "DATESRV" USING DATE-SERVICE-AREA.
002570         MOVE DSV-RESULT-DATE TO PSC-PRIOR-BUSINESS-DATE.
002580         MOVE "N" TO DSV-FUNCTION.
002590         MOVE PSC-RUN-DATE TO DSV-DATE-1.
002600         CALL "DATESRV" USING DATE-SERVICE-AREA.
002610         MOVE DSV-RESULT-DATE TO PSC-NEXT-BUSINESS-DATE.
002620         MOVE PSC-RUN-YYYYMM TO PSC-MONTH-START-YYYYMM.
002630         MOVE 01 TO PSC-MONTH-START-DAY.
002640         MOVE "A" TO DSV-FUNCTION.
002650         MOVE PSC-MONTH-START-DATE TO DSV-DATE-1.
002660         MOVE -1 TO DSV-DAYS-BETWEEN.
002670         CALL "DATESRV" USING DATE-SERVICE-AREA.
002680         MOVE "D" TO DSV-FUNCTION.
002690         MOVE DSV-RESULT-DATE TO DSV-DATE-1.
002700         MOVE PSC-RUN-DATE TO DSV-DATE-2.
002710         CALL "DATESRV" USING DATE-SERVICE-AREA.
002720         MOVE DSV-DAYS-BETWEEN TO PSC-BUSINESS-DAY-OF-MONTH.
002730         MOVE PSC-RUN-YYYYMM TO PSC-PRIOR-MONTH.
002740         IF PSC-PRIOR-MM = 01
002750             SUBTRACT 1 FROM PSC-PRIOR-YEAR
002760             MOVE 12 TO PSC-PRIOR-MM
002770         ELSE
002780             SUBTRACT 1 FROM PSC-PRIOR-MM
002790         END-IF.
002800         MOVE ZERO TO DSV-RETURN-CODE.
002810 1100-EXIT.
002820         EXIT.
002830 1200-LOAD-SUPPRESSIONS.
002840         OPEN INPUT SUPPRESS-FILE.
002850         IF NOT PSC-SUPPRESS-FILE-OK
002860             GO TO 1200-EXIT
002870         END-IF.
002880         PERFORM 1250-LOAD-ONE-SUPPRESSION THRU 1250-EXIT
002890             UNTIL PSC-SUPPRESS-AT-END
002900                 OR PSC-SUP-COUNT = 50.
002910         CLOSE SUPPRESS-FILE.
002920 1200-EXIT.
002930         EXIT.
002940 1250-LOAD-ONE-SUPPRESSION.
002950         READ SUPPRESS-FILE
002960             AT END
002970                 MOVE "Y" TO PSC-SUP-EOF-SWITCH
002980             NOT AT END
002990                 IF SUP-RUN-DATE = PSC-RUN-DATE
003000                     ADD 1 TO PSC-SUP-COUNT
003010                     MOVE SUP-MARKER-NAME
003020                         TO PSC-SUP-MARKER(PSC-SUP-COUNT)
003030                     MOVE SUP-USER-ID
003040                         TO PSC-SUP-USER-ID(PSC-SUP-COUNT)
003050                 END-IF
003060         END-READ.
003070 1250-EXIT.
003080         EXIT.
003090 1300-LOAD-PRIOR-DROPS.
003100         OPEN INPUT SCHEDULE-LOG-FILE.
003110         IF NOT PSC-LOG-FILE-OK
003120             GO TO 1300-EXIT
003130         END-IF.
003140         PERFORM 1350-LOAD-ONE-DROP THRU 1350-EXIT
003150             UNTIL PSC-LOG-AT-END
003160                 OR PSC-DRP-COUNT = 50.
003170         CLOSE SCHEDULE-LOG-FILE.
003180 1300-EXIT.
003190         EXIT.
003200 1350-LOAD-ONE-DROP.
003210         READ SCHEDULE-LOG-FILE
003220             AT END
003230                 MOVE "Y" TO PSC-LOG-EOF-SWITCH
003240             NOT AT END
003250                 IF SLG-RUN-DATE = PSC-RUN-DATE
003260                     AND SLG-DROPPED
003270                     ADD 1 TO PSC-DRP-COUNT
003280                     MOVE SLG-MARKER-NAME
003290                         TO PSC-DRP-MARKER(PSC-DRP-COUNT)
003300                 END-IF
003310         END-READ.
003320 1350-EXIT.
003330         EXIT.
003340 2000-SCHEDULE-ONE-MARKER.
003350         ADD 1 TO PSC-ROWS-READ.
003360         MOVE SPACES TO PSC-NOTE.
003370         MOVE SPACES TO PSC-MARKER-PARM.
003380         PERFORM 2200-TEST-RULE THRU 2200-EXIT.
003390         IF PSC-ACTION = "BAD RULE"
003400             ADD 1 TO PSC-ROWS-IN-ERROR
003410             MOVE "RULE CODE NOT RECOGNIZED" TO PSC-NOTE
003420             GO TO 2000-LOG
003430         END-IF.
003440         IF NOT PSC-MARKER-DUE
003450             ADD 1 TO PSC-MARKERS-NOT-DUE
003460             MOVE "NOT DUE" TO PSC-ACTION
003470             IF NOT PSC-BUSINESS-DAY
003480                 MOVE "NOT A BUSINESS DAY" TO PSC-NOTE
003490             END-IF
003500             GO TO 2000-LOG
003510         END-IF.
003520         PERFORM 2300-BUILD-PARAMETER THRU 2300-EXIT.
003530         PERFORM 2400-CHECK-SUPPRESSED THRU 2400-EXIT.
003540         IF PSC-ENTRY-FOUND
003550             ADD 1 TO PSC-MARKERS-SUPPRESSED
003560             MOVE "SUPPRESSED" TO PSC-ACTION
003570             STRING "SUPPRESSED ON SCHEDSUP BY "
003580                 PSC-SUP-USER-ID(PSC-SUP-IDX)
003590                 DELIMITED BY SIZE INTO PSC-NOTE
003600             GO TO 2000-LOG
003610         END-IF.
003620         PERFORM 2500-CHECK-ALREADY-DROPPED THRU 2500-EXIT.
003630         IF PSC-ENTRY-FOUND
003640             ADD 1 TO PSC-MARKERS-BYPASSED
003650             MOVE "BYPASSED" TO PSC-ACTION
003660             MOVE "ALREADY DROPPED FOR THIS RUN DATE"
003670                 TO PSC-NOTE
003680             GO TO 2000-LOG
003690         END-IF.
003700         MOVE SCH-MARKER-NAME TO PSC-MARKER-FILENAME.
003710         OPEN INPUT MARKER-FILE.
003720         IF PSC-MARKER-FILE-OK
003730             CLOSE MARKER-FILE
003740             ADD 1 TO PSC-MARKERS-BYPASSED
003750             MOVE "BYPASSED" TO PSC-ACTION
003760             MOVE "MARKER ALREADY ON DISK - LEFT AS IT IS"
003770                 TO PSC-NOTE
003780             GO TO 2000-LOG
003790         END-IF.
003800         PERFORM 2600-DROP-MARKER THRU 2600-EXIT.
003810 2000-LOG.
003820         PERFORM 2700-LOG-OUTCOME THRU 2700-EXIT.
003830         PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
003840 2000-EXIT.
003850         EXIT.
003860 2100-READ-SCHEDULE.
003870         READ SCHEDULE-FILE
003880             AT END MOVE "Y" TO PSC-SCH-EOF-SWITCH
003890         END-READ.
003900 2100-EXIT.
003910         EXIT.
003920*---------------------------------------------------------------
003930*  2200-TEST-RULE.  NOTHING IS DUE ON A DAY THAT IS NOT A
003940*  BUSINESS DAY, WHATEVER THE RULE.
003950*---------------------------------------------------------------
003960 2200-TEST-RULE.
003970         MOVE "N" TO PSC-DUE-SWITCH.
003980         MOVE SPACES TO PSC-ACTION.
003990         EVALUATE TRUE
004000             WHEN SCH-LAST-OF-MONTH
004010                 IF PSC-NEXT-YYYYMM NOT = PSC-RUN-YYYYMM
004020                     SET PSC-MARKER-DUE TO TRUE
004030                 END-IF
004040             WHEN SCH-FIRST-OF-MONTH
004050                 IF PSC-PRIOR-YYYYMM NOT = PSC-RUN-YYYYMM
004060                     SET PSC-MARKER-DUE TO TRUE
004070                 END-IF
004080             WHEN SCH-NTH-OF-MONTH
004090                 IF PSC-BUSINESS-DAY-OF-MONTH = SCH-RULE-DAY
004100                     SET PSC-MARKER-DUE TO TRUE
004110                 END-IF
004120             WHEN SCH-LAST-OF-QUARTER
004130                 IF PSC-NEXT-YYYYMM NOT = PSC-RUN-YYYYMM
004140                     AND (PSC-RUN-MONTH = 03 OR 06 OR 09 OR 12)
004150                     SET PSC-MARKER-DUE TO TRUE
004160                 END-IF
004170             WHEN SCH-FIRST-OF-QUARTER
004180                 IF PSC-PRIOR-YYYYMM NOT = PSC-RUN-YYYYMM
004190                     AND (PSC-RUN-MONTH = 01 OR 04 OR 07 OR 10)
004200                     SET PSC-MARKER-DUE TO TRUE
004210                 END-IF
004220             WHEN SCH-LAST-OF-YEAR
004230                 IF PSC-NEXT-YYYYMM NOT = PSC-RUN-YYYYMM
004240                     AND PSC-RUN-MONTH = 12
004250                     SET PSC-MARKER-DUE TO TRUE
004260                 END-IF
004270             WHEN SCH-FIRST-OF-YEAR
004280                 IF PSC-PRIOR-YYYYMM NOT = PSC-RUN-YYYYMM
004290                     AND PSC-RUN-MONTH = 01
004300                     SET PSC-MARKER-DUE TO TRUE
004310                 END-IF
004320             WHEN OTHER
004330                 MOVE "BAD RULE" TO PSC-ACTION
004340         END-EVALUATE.
004350         IF NOT PSC-BUSINESS-DAY
004360             MOVE "N" TO PSC-DUE-SWITCH
004370         END-IF.
004380 2200-EXIT.
004390         EXIT.
004400 2300-BUILD-PARAMETER.
004410         EVALUATE TRUE
004420             WHEN SCH-PARM-RUN-MONTH
004430                 MOVE PSC-RUN-YYYYMM TO PSC-MARKER-PARM
004440             WHEN SCH-PARM-PRIOR-MONTH
004450                 MOVE PSC-PRIOR-MONTH TO PSC-MARKER-PARM
004460             WHEN SCH-PARM-LITERAL
004470                 MOVE SCH-PARM-VALUE TO PSC-MARKER-PARM
004480             WHEN OTHER
004490                 MOVE SPACES TO PSC-MARKER-PARM
004500         END-EVALUATE.
004510 2300-EXIT.
004520         EXIT.
004530 2400-CHECK-SUPPRESSED.
004540         MOVE "N" TO PSC-FOUND-SWITCH.
004550         IF PSC-SUP-COUNT = ZERO
004560             GO TO 2400-EXIT
004570         END-IF.
004580         SET PSC-SUP-IDX TO 1.
004590         SEARCH PSC-SUP-ENTRY
004600             AT END
004610                 CONTINUE
004620             WHEN PSC-SUP-MARKER(PSC-SUP-IDX) = SCH-MARKER-NAME
004630                 SET PSC-ENTRY-FOUND TO TRUE
004640         END-SEARCH.
004650 2400-EXIT.
004660         EXIT.
004670 2500-CHECK-ALREADY-DROPPED.
004680         MOVE "N" TO PSC-FOUND-SWITCH.
004690         IF PSC-DRP-COUNT = ZERO
004700             GO TO 2500-EXIT
004710         END-IF.
004720         SET PSC-DRP-IDX TO 1.
004730         SEARCH PSC-DRP-ENTRY
004740             AT END
004750                 CONTINUE
004760             WHEN PSC-DRP-MARKER(PSC-DRP-IDX) = SCH-MARKER-NAME
004770                 SET PSC-ENTRY-FOUND TO TRUE
004780         END-SEARCH.
004790 2500-EXIT.
004800         EXIT.
004810 2600-DROP-MARKER.
004820         OPEN OUTPUT MARKER-FILE.
004830         IF NOT PSC-MARKER-FILE-OK
004840             ADD 1 TO PSC-ROWS-IN-ERROR
004850             MOVE "NOT DROPPED" TO PSC-ACTION
004860             STRING "MARKER COULD NOT BE WRITTEN, STATUS "
004870                 PSC-MARKER-FILE-STATUS
004880                 DELIMITED BY SIZE INTO PSC-NOTE
004890             GO TO 2600-EXIT
004900         END-IF.
004910         MOVE PSC-MARKER-PARM TO MARKER-RECORD.
004920         WRITE MARKER-RECORD.
004930         CLOSE MARKER-FILE.
004940         ADD 1 TO PSC-MARKERS-DROPPED.
004950         MOVE "DROPPED" TO PSC-ACTION.
004960         MOVE SCH-DESCRIPTION TO PSC-NOTE.
004970         IF PSC-DRP-COUNT < 50
004980             ADD 1 TO PSC-DRP-COUNT
004990             MOVE SCH-MARKER-NAME TO PSC-DRP-MARKER(PSC-DRP-COUNT)
005000         END-IF.
005010 2600-EXIT.
005020         EXIT.
005030 2700-LOG-OUTCOME.
005040         DISPLAY "PERSCHED: " SCH-MARKER-NAME " " SCH-RULE " "
005050             PSC-ACTION " " PSC-MARKER-PARM " " PSC-NOTE.
005060         IF NOT PSC-LOG-OPEN
005070             OPEN EXTEND SCHEDULE-LOG-FILE
005080             IF NOT PSC-LOG-FILE-OK
005090                 OPEN OUTPUT SCHEDULE-LOG-FILE
005100             END-IF
005110             IF PSC-LOG-FILE-OK
005120                 SET PSC-LOG-OPEN TO TRUE
005130             ELSE
005140                 DISPLAY "PERSCHED: SCHEDLOG UNAVAILABLE, "
005150                     "STATUS = " PSC-LOG-FILE-STATUS
005160                 GO TO 2700-EXIT
005170             END-IF
005180         END-IF.
005190         MOVE SPACES TO SCHEDULE-LOG-RECORD.
005200         MOVE PSC-RUN-DATE TO SLG-RUN-DATE.
005210         MOVE PSC-NOW-DATE TO SLG-LOGGED-DATE.
005220         MOVE PSC-NOW-TIME(1:6) TO SLG-LOGGED-TIME.
005230         MOVE SCH-MARKER-NAME TO SLG-MARKER-NAME.
005240         MOVE SCH-RULE TO SLG-RULE.
005250         MOVE PSC-ACTION TO SLG-ACTION.
005260         MOVE PSC-MARKER-PARM TO SLG-PARM.
005270         MOVE PSC-NOTE TO SLG-NOTE.
005280         WRITE SCHEDULE-LOG-RECORD.
005290 2700-EXIT.
005300         EXIT.
005310 8000-TERMINATE.
005320         IF PSC-LOG-OPEN
005330             CLOSE SCHEDULE-LOG-FILE
005340         END-IF.
005350         IF PSC-SCHEDULE-OPEN
005360             CLOSE SCHEDULE-FILE
005370         END-IF.
005380         IF RETURN-CODE = 8
005390             GO TO 8000-EXIT
005400         END-IF.
005410         DISPLAY "----------------------------------------------".
005420         DISPLAY "SCHEDULE ROWS READ  = " PSC-ROWS-READ.
005430         DISPLAY "MARKERS DROPPED     = " PSC-MARKERS-DROPPED.
005440         DISPLAY "MARKERS NOT DUE     = " PSC-MARKERS-NOT-DUE.
005450         DISPLAY "MARKERS SUPPRESSED  = " PSC-MARKERS-SUPPRESSED.
005460         DISPLAY "MARKERS BYPASSED    = " PSC-MARKERS-BYPASSED.
005470         DISPLAY "ROWS IN ERROR       = " PSC-ROWS-IN-ERROR.
005480         IF PSC-ROWS-IN-ERROR > ZERO
005490             MOVE 4 TO RETURN-CODE
005500         ELSE
005510             MOVE ZERO TO RETURN-CODE
005520         END-IF.
005530         DISPLAY "PERSCHED: SCHEDULING COMPLETE, RETURN CODE "
005540             RETURN-CODE.
005550 8000-EXIT.
005560         EXIT.
