000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 TELLHRPT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  MONTHLY TELLER OVERAGE
000220*                  AND SHORTAGE HISTORY FOR THE REGIONAL
000230*                  MANAGERS.  READS TELLHIST (TELHSTC), THE
000240*                  MONTH-BY-MONTH RESULTS TELLPRF BUILDS, AND
000250*                  LISTS EVERY TELLER BY REGION AND BRANCH WITH
000260*                  EACH OF THE TWELVE MONTHS ENDING WITH THE
000270*                  REPORT MONTH AND A TWELVE-MONTH TOTAL, SO A
000280*                  TELLER WHO IS SHORT MONTH AFTER MONTH
000290*                  STANDS OUT.  REGION AND OVERALL TOTALS ARE
000300*                  FOR THE REPORT MONTH.  RUNS ON THE LAST
000310*                  BUSINESS DAY OF THE MONTH, AS DEPRTN DOES; A
000320*                  MONTH ON THE COMMAND LINE (YYYYMM) REPRINTS
000330*                  THAT MONTH.  RC 8 ON A BAD MONTH, RC 16 WHEN
000340*                  TELLHRRP CANNOT BE WRITTEN.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.
000390         LINUX.
000400 OBJECT-COMPUTER.
000410         LINUX.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440         SELECT HISTORY-FILE ASSIGN TO "TELLHIST"
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS THR-HISTORY-FILE-STATUS.
000470         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS THR-BRANCH-FILE-STATUS.
000500         SELECT REPORT-FILE ASSIGN TO "TELLHRRP"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS THR-REPORT-FILE-STATUS.
000530         SELECT SORT-WORK-FILE ASSIGN TO "TELLHSRT".
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  HISTORY-FILE.
000570 01  HISTORY-FILE-RECORD         PIC X(80).
000580 FD  BRANCH-MASTER-FILE.
000590     COPY BRNCHREC.
000600 FD  REPORT-FILE.
000610 01  REPORT-RECORD               PIC X(132).
000620*  ONE SORT RECORD PER TELLER PER MONTH, REGION FIRST.
000630 SD  SORT-WORK-FILE.
000640 01  SORT-WORK-RECORD.
000650         05  SRT-REGION-CODE         PIC X(03).
000660         05  SRT-BRANCH-CODE         PIC X(03).
000670         05  SRT-TELLER-ID           PIC X(06).
000680         05  SRT-MONTH               PIC 9(06).
000690         05  SRT-HISTORY-ROW         PIC X(80).
000700 WORKING-STORAGE SECTION.
000710     COPY RUNDATEC.
000720     COPY DATESRVC.
000730     COPY TELHSTC.
000740 01  THR-FILE-STATUS-VALUES.
000750         05  THR-HISTORY-FILE-STATUS PIC X(02).
000760             88  THR-HISTORY-FILE-OK     VALUE "00".
000770         05  THR-BRANCH-FILE-STATUS  PIC X(02).
000780             88  THR-BRANCH-FILE-OK      VALUE "00".
000790         05  THR-REPORT-FILE-STATUS  PIC X(02).
000800             88  THR-REPORT-FILE-OK      VALUE "00".
000810 01  THR-SWITCHES.
000820         05  THR-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
000830             88  THR-HIST-AT-END         VALUE "Y".
000840         05  THR-BRM-EOF-SWITCH      PIC X(01) VALUE "N".
000850             88  THR-BRM-AT-END          VALUE "Y".
000860         05  THR-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
000870             88  THR-SORT-AT-END         VALUE "Y".
000880         05  THR-MONTH-END-SWITCH    PIC X(01) VALUE "N".
000890             88  THR-MONTH-END           VALUE "Y".
000900         05  THR-READY-SWITCH        PIC X(01) VALUE "N".
000910             88  THR-READY               VALUE "Y".
000920 01  THR-RUN-DATE                PIC 9(08) VALUE ZERO.
000930*  KEPT APART FROM RETURN-CODE, WHICH EVERY CALL RESETS.
000940 01  THR-RETURN-CODE             PIC 9(02) VALUE ZERO.
000950 01  THR-PARM-STRING             PIC X(12) VALUE SPACES.
000960 01  THR-REPORT-MONTH            PIC X(06) VALUE SPACES.
000970 01  THR-REPORT-MONTH-PARTS REDEFINES THR-REPORT-MONTH.
000980         05  THR-REPORT-YYYY         PIC 9(04).
000990         05  THR-REPORT-MM           PIC 9(02).
001000 01  THR-REPORT-MONTH-NUM REDEFINES THR-REPORT-MONTH
001010                                 PIC 9(06).
001020*  THE TWELVE MONTHS SHOWN ARE THOSE AFTER THIS ONE.
001030 01  THR-FIRST-MONTH             PIC 9(06) VALUE ZERO.
001040 01  THR-BRANCH-TABLE.
001050         05  THR-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
001060         05  THR-BRN-ENTRY OCCURS 100 TIMES
001070                 INDEXED BY THR-BRN-IDX.
001080             10  THR-BRN-CODE        PIC X(03).
001090             10  THR-BRN-NAME        PIC X(20).
001100             10  THR-BRN-REGION      PIC X(03).
001110 01  THR-CONTROL-FIELDS.
001120         05  THR-LAST-REGION         PIC X(03) VALUE SPACES.
001130         05  THR-LAST-BRANCH         PIC X(03) VALUE SPACES.
001140         05  THR-LAST-TELLER         PIC X(06) VALUE SPACES.
001150         05  THR-BRANCH-NAME         PIC X(20) VALUE SPACES.
001160 01  THR-COUNTERS.
001170         05  THR-ROWS-READ           PIC 9(07) VALUE ZERO.
001180         05  THR-ROWS-LISTED         PIC 9(07) VALUE ZERO.
001190         05  THR-TELLERS-LISTED      PIC 9(07) VALUE ZERO.
001200*  (1) THE TELLER'S TWELVE MONTHS, (2) THE REGION AND (3) ALL
001210*  REGIONS FOR THE REPORT MONTH.
001220 01  THR-TOTALS-TABLE.
001230         05  THR-TOTAL-ENTRY OCCURS 3 TIMES.
001240             10  THR-TOT-TELLERS     PIC 9(05) COMP.
001250             10  THR-TOT-DAYS        PIC 9(05) COMP.
001260             10  THR-TOT-DAYS-OVER   PIC 9(05) COMP.
001270             10  THR-TOT-DAYS-SHORT  PIC 9(05) COMP.
001280             10  THR-TOT-OVERAGE     PIC S9(11)V99 COMP-3.
001290             10  THR-TOT-SHORTAGE    PIC S9(11)V99 COMP-3.
001300             10  THR-TOT-LARGEST     PIC S9(11)V99 COMP-3.
001310 01  THR-TOT-SUB                 PIC 9(01) COMP VALUE ZERO.
001320 01  THR-WORK-FIELDS.
001330         05  THR-NET                 PIC S9(11)V99 COMP-3
001340                                         VALUE ZERO.
001350         05  THR-TOTAL-WORDS         PIC X(20) VALUE SPACES.
001360 01  THR-PRINT-LINE-FIELDS.
001370         05  THR-DAYS-EDIT           PIC ZZZZ9.
001380         05  THR-OVER-DAYS-EDIT      PIC ZZZZ9.
001390         05  THR-SHORT-DAYS-EDIT     PIC ZZZZ9.
001400         05  THR-OVERAGE-EDIT        PIC Z(10)9.99.
001410         05  THR-SHORTAGE-EDIT       PIC Z(10)9.99.
001420         05  THR-NET-EDIT            PIC -(10)9.99.
001430         05  THR-LARGEST-EDIT        PIC Z(10)9.99.
001440         05  THR-COUNT-EDIT          PIC ZZZZ9.
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480         IF THR-READY
001490             SORT SORT-WORK-FILE
001500                 ON ASCENDING KEY SRT-REGION-CODE
001510                 ON ASCENDING KEY SRT-BRANCH-CODE
001520                 ON ASCENDING KEY SRT-TELLER-ID
001530                 ON ASCENDING KEY SRT-MONTH
001540                 INPUT PROCEDURE IS 2000-RELEASE-HISTORY
001550                     THRU 2000-EXIT
001560                 OUTPUT PROCEDURE IS 3000-PRINT-BY-REGION
001570                     THRU 3000-EXIT
001580         END-IF.
001590         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001600         STOP RUN.
001610 1000-INITIALIZE.
001620         DISPLAY "TELLHRPT: JOB STARTING".
001630         CALL "RUNDATE" USING RUN-DATE-AREA.
001640         MOVE RDT-RUN-DATE TO THR-RUN-DATE.
001650         ACCEPT THR-PARM-STRING FROM COMMAND-LINE.
001660         IF THR-PARM-STRING = SPACES
001670             PERFORM 1050-CHECK-MONTH-END THRU 1050-EXIT
001680             IF NOT THR-MONTH-END
001690                 DISPLAY "TELLHRPT: " THR-RUN-DATE " IS NOT THE "
001700                     "LAST BUSINESS DAY OF THE MONTH - NO REPORT"
001710                 GO TO 1000-EXIT
001720             END-IF
001730             MOVE THR-RUN-DATE(1:6) TO THR-REPORT-MONTH
001740         ELSE
001750             MOVE THR-PARM-STRING(1:6) TO THR-REPORT-MONTH
001760         END-IF.
001770         IF THR-REPORT-MONTH NOT NUMERIC
001780             OR THR-REPORT-MM < 1 OR THR-REPORT-MM > 12
001790             DISPLAY "TELLHRPT: REPORT MONTH MUST BE YYYYMM"
001800             MOVE 8 TO THR-RETURN-CODE
001810             GO TO 1000-EXIT
001820         END-IF.
001830         COMPUTE THR-FIRST-MONTH = THR-REPORT-MONTH-NUM - 100.
001840         DISPLAY "TELLHRPT: TELLER OVER/SHORT HISTORY FOR "
001850             THR-REPORT-MONTH.
001860         INITIALIZE THR-TOTALS-TABLE.
001870         PERFORM 1100-LOAD-BRANCHES THRU 1100-EXIT.
001880         OPEN OUTPUT REPORT-FILE.
001890         IF NOT THR-REPORT-FILE-OK
001900             DISPLAY "TELLHRPT: CANNOT OPEN TELLHRRP, STATUS = "
001910                 THR-REPORT-FILE-STATUS
001920             MOVE 16 TO THR-RETURN-CODE
001930             GO TO 1000-EXIT
001940         END-IF.
001950         MOVE SPACES TO REPORT-RECORD.
001960         STRING "TELLER OVERAGE/SHORTAGE HISTORY   REPORT MONTH: "
001970             THR-REPORT-MONTH "   RUN DATE: " THR-RUN-DATE
001980             DELIMITED BY SIZE INTO REPORT-RECORD.
001990         WRITE REPORT-RECORD.
002000         SET THR-READY TO TRUE.
002010 1000-EXIT.
002020         EXIT.
002030*---------------------------------------------------------------
002040*  1050-CHECK-MONTH-END.  TODAY IS THE MONTH-END WHEN THE NEXT
002050*  BUSINESS DAY FALLS IN A LATER MONTH.
002060*---------------------------------------------------------------
002070 1050-CHECK-MONTH-END.
002080         MOVE SPACES TO DSV-REGION-CODE.
002090         MOVE "N" TO DSV-FUNCTION.
002100         MOVE THR-RUN-DATE TO DSV-DATE-1.
002110         CALL "DATESRV" USING DATE-SERVICE-AREA.
002120         IF NOT DSV-SUCCESSFUL
002130             DISPLAY "TELLHRPT: CALENDAR UNAVAILABLE - MONTH-END "
002140                 "NOT DETERMINED"
002150             MOVE 4 TO THR-RETURN-CODE
002160             GO TO 1050-EXIT
002170         END-IF.
002180         IF DSV-RESULT-DATE(1:6) NOT = THR-RUN-DATE(1:6)
002190             SET THR-MONTH-END TO TRUE
002200             DISPLAY "TELLHRPT: TODAY (" THR-RUN-DATE
002210                 ") IS THE LAST BUSINESS DAY OF THE MONTH"
002220         END-IF.
002230 1050-EXIT.
002240         EXIT.
002250 1100-LOAD-BRANCHES.
002260         OPEN INPUT BRANCH-MASTER-FILE.
002270         IF NOT THR-BRANCH-FILE-OK
002280             GO TO 1100-EXIT
002290         END-IF.
002300         PERFORM 1150-LOAD-ONE-BRANCH THRU 1150-EXIT
002310             UNTIL THR-BRM-AT-END
002320                 OR THR-BRN-COUNT = 100.
002330         CLOSE BRANCH-MASTER-FILE.
002340 1100-EXIT.
002350         EXIT.
002360 1150-LOAD-ONE-BRANCH.
002370         READ BRANCH-MASTER-FILE
002380             AT END
002390                 MOVE "Y" TO THR-BRM-EOF-SWITCH
002400                 GO TO 1150-EXIT
002410         END-READ.
002420         ADD 1 TO THR-BRN-COUNT.
002430         SET THR-BRN-IDX TO THR-BRN-COUNT.
002440         MOVE BRM-BRANCH-CODE TO THR-BRN-CODE(THR-BRN-IDX).
002450         MOVE BRM-BRANCH-NAME TO THR-BRN-NAME(THR-BRN-IDX).
002460         MOVE BRM-REGION-CODE TO THR-BRN-REGION(THR-BRN-IDX).
002470 1150-EXIT.
002480         EXIT.
002490 2000-RELEASE-HISTORY.
002500         OPEN INPUT HISTORY-FILE.
002510         IF NOT THR-HISTORY-FILE-OK
002520             DISPLAY "TELLHRPT: NO TELLHIST FILE"
002530             GO TO 2000-EXIT
002540         END-IF.
002550         PERFORM 2100-RELEASE-ONE-ROW THRU 2100-EXIT
002560             UNTIL THR-HIST-AT-END.
002570         CLOSE HISTORY-FILE.
002580 2000-EXIT.
002590         EXIT.
002600 2100-RELEASE-ONE-ROW.
002610         READ HISTORY-FILE INTO TELLER-HISTORY-RECORD
002620             AT END
002630                 MOVE "Y" TO THR-HIST-EOF-SWITCH
002640                 GO TO 2100-EXIT
002650         END-READ.
002660         ADD 1 TO THR-ROWS-READ.
002670         IF TLH-MONTH NOT NUMERIC
002680             OR TLH-MONTH NOT > THR-FIRST-MONTH
002690             OR TLH-MONTH > THR-REPORT-MONTH-NUM
002700             GO TO 2100-EXIT
002710         END-IF.
002720         MOVE "???" TO SRT-REGION-CODE.
002730         IF THR-BRN-COUNT > ZERO
002740             SET THR-BRN-IDX TO 1
002750             SEARCH THR-BRN-ENTRY
002760                 AT END
002770                     CONTINUE
002780                 WHEN THR-BRN-IDX > THR-BRN-COUNT
002790                     CONTINUE
002800                 WHEN THR-BRN-CODE(THR-BRN-IDX) = TLH-BRANCH-CODE
002810                     MOVE THR-BRN-REGION(THR-BRN-IDX)
002820                         TO SRT-REGION-CODE
002830             END-SEARCH
002840         END-IF.
002850         MOVE TLH-BRANCH-CODE TO SRT-BRANCH-CODE.
002860         MOVE TLH-TELLER-ID TO SRT-TELLER-ID.
002870         MOVE TLH-MONTH TO SRT-MONTH.
002880         MOVE TELLER-HISTORY-RECORD TO SRT-HISTORY-ROW.
002890         RELEASE SORT-WORK-RECORD.
002900 2100-EXIT.
002910         EXIT.
002920 3000-PRINT-BY-REGION.
002930         PERFORM 3100-PRINT-ONE-MONTH THRU 3100-EXIT
002940             UNTIL THR-SORT-AT-END.
002950         IF THR-LAST-REGION = SPACES
002960             MOVE SPACES TO REPORT-RECORD
002970             WRITE REPORT-RECORD
002980             MOVE SPACES TO REPORT-RECORD
002990             STRING "NO TELLER HISTORY FOR THE TWELVE MONTHS "
003000                 "ENDING " THR-REPORT-MONTH
003010                 DELIMITED BY SIZE INTO REPORT-RECORD
003020             WRITE REPORT-RECORD
003030             GO TO 3000-EXIT
003040         END-IF.
003050         PERFORM 3300-TELLER-TOTALS THRU 3300-EXIT.
003060         PERFORM 3400-REGION-TOTALS THRU 3400-EXIT.
003070         MOVE SPACES TO REPORT-RECORD.
003080         WRITE REPORT-RECORD.
003090         MOVE 3 TO THR-TOT-SUB.
003100         MOVE "ALL REGIONS" TO THR-TOTAL-WORDS.
003110         PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT.
003120 3000-EXIT.
003130         EXIT.
003140 3100-PRINT-ONE-MONTH.
003150         RETURN SORT-WORK-FILE
003160             AT END
003170                 MOVE "Y" TO THR-SORT-EOF-SWITCH
003180                 GO TO 3100-EXIT
003190         END-RETURN.
003200         IF SRT-REGION-CODE NOT = THR-LAST-REGION
003210             IF THR-LAST-REGION NOT = SPACES
003220                 PERFORM 3300-TELLER-TOTALS THRU 3300-EXIT
003230                 PERFORM 3400-REGION-TOTALS THRU 3400-EXIT
003240             END-IF
003250             MOVE SRT-REGION-CODE TO THR-LAST-REGION
003260             MOVE SPACES TO THR-LAST-BRANCH THR-LAST-TELLER
003270             MOVE SPACES TO REPORT-RECORD
003280             WRITE REPORT-RECORD
003290             MOVE SPACES TO REPORT-RECORD
003300             STRING "REGION " SRT-REGION-CODE
003310                 DELIMITED BY SIZE INTO REPORT-RECORD
003320             WRITE REPORT-RECORD
003330         END-IF.
003340         IF SRT-BRANCH-CODE NOT = THR-LAST-BRANCH
003350             OR SRT-TELLER-ID NOT = THR-LAST-TELLER
003360             IF THR-LAST-TELLER NOT = SPACES
003370                 PERFORM 3300-TELLER-TOTALS THRU 3300-EXIT
003380             END-IF
003390             MOVE SRT-TELLER-ID TO THR-LAST-TELLER
003400             ADD 1 TO THR-TELLERS-LISTED
003410         END-IF.
003420         IF SRT-BRANCH-CODE NOT = THR-LAST-BRANCH
003430             MOVE SRT-BRANCH-CODE TO THR-LAST-BRANCH
003440             PERFORM 3200-BRANCH-HEADING THRU 3200-EXIT
003450         END-IF.
003460         MOVE SRT-HISTORY-ROW TO TELLER-HISTORY-RECORD.
003470         ADD 1 TO THR-ROWS-LISTED.
003480         MOVE 1 TO THR-TOT-SUB.
003490         PERFORM 3600-ADD-TO-TOTALS THRU 3600-EXIT.
003500         IF TLH-MONTH = THR-REPORT-MONTH-NUM
003510             ADD 1 TO THR-TOT-TELLERS(2) THR-TOT-TELLERS(3)
003520             MOVE 2 TO THR-TOT-SUB
003530             PERFORM 3600-ADD-TO-TOTALS THRU 3600-EXIT
003540             MOVE 3 TO THR-TOT-SUB
003550             PERFORM 3600-ADD-TO-TOTALS THRU 3600-EXIT
003560         END-IF.
003570         MOVE TLH-DAYS-PROVED TO THR-DAYS-EDIT.
003580         MOVE TLH-DAYS-OVER TO THR-OVER-DAYS-EDIT.
003590         MOVE TLH-DAYS-SHORT TO THR-SHORT-DAYS-EDIT.
003600         MOVE TLH-OVERAGE-TOTAL TO THR-OVERAGE-EDIT.
003610         MOVE TLH-SHORTAGE-TOTAL TO THR-SHORTAGE-EDIT.
003620         COMPUTE THR-NET = TLH-OVERAGE-TOTAL - TLH-SHORTAGE-TOTAL.
003630         MOVE THR-NET TO THR-NET-EDIT.
003640         MOVE TLH-LARGEST-SHORTAGE TO THR-LARGEST-EDIT.
003650         MOVE SPACES TO REPORT-RECORD.
003660         STRING "    " TLH-TELLER-ID "  " TLH-MONTH "  "
003670             THR-DAYS-EDIT " " THR-OVER-DAYS-EDIT " "
003680             THR-SHORT-DAYS-EDIT " " THR-OVERAGE-EDIT " "
003690             THR-SHORTAGE-EDIT " " THR-NET-EDIT " "
003700             THR-LARGEST-EDIT
003710             DELIMITED BY SIZE INTO REPORT-RECORD.
003720         WRITE REPORT-RECORD.
003730 3100-EXIT.
003740         EXIT.
003750 3200-BRANCH-HEADING.
003760         MOVE "NOT ON BRNCHMST" TO THR-BRANCH-NAME.
003770         IF THR-BRN-COUNT > ZERO
003780             SET THR-BRN-IDX TO 1
003790             SEARCH THR-BRN-ENTRY
003800                 AT END
003810                     CONTINUE
003820                 WHEN THR-BRN-IDX > THR-BRN-COUNT
003830                     CONTINUE
003840                 WHEN THR-BRN-CODE(THR-BRN-IDX) = SRT-BRANCH-CODE
003850                     MOVE THR-BRN-NAME(THR-BRN-IDX)
003860                         TO THR-BRANCH-NAME
003870             END-SEARCH
003880         END-IF.
003890         MOVE SPACES TO REPORT-RECORD.
003900         WRITE REPORT-RECORD.
003910         MOVE SPACES TO REPORT-RECORD.
003920         STRING "  BRANCH " SRT-BRANCH-CODE " " THR-BRANCH-NAME
003930             DELIMITED BY SIZE INTO REPORT-RECORD.
003940         WRITE REPORT-RECORD.
003950         MOVE SPACES TO REPORT-RECORD.
003960         STRING "    TELLER  MONTH    DAYS  OVER SHORT"
003970             "        OVERAGE       SHORTAGE            NET"
003980             "  LARGEST SHORT"
003990             DELIMITED BY SIZE INTO REPORT-RECORD.
004000         WRITE REPORT-RECORD.
004010 3200-EXIT.
004020         EXIT.
004030 3300-TELLER-TOTALS.
004040         MOVE 1 TO THR-TOT-SUB.
004050         MOVE "  TWELVE MONTHS" TO THR-TOTAL-WORDS.
004060         PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT.
004070 3300-EXIT.
004080         EXIT.
004090 3400-REGION-TOTALS.
004100         MOVE 2 TO THR-TOT-SUB.
004110         MOVE SPACES TO THR-TOTAL-WORDS.
004120         STRING "REGION " THR-LAST-REGION
004130             DELIMITED BY SIZE INTO THR-TOTAL-WORDS.
004140         MOVE SPACES TO REPORT-RECORD.
004150         WRITE REPORT-RECORD.
004160         PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT.
004170 3400-EXIT.
004180         EXIT.
004190*---------------------------------------------------------------
004200*  3500-PRINT-TOTAL-LINE.  PRINTS AND CLEARS THE TOTALS AT
004210*  THR-TOT-SUB.  REGION AND OVERALL LINES ARE THE REPORT
004220*  MONTH ONLY AND CARRY ITS TELLER COUNT.
004230*---------------------------------------------------------------
004240 3500-PRINT-TOTAL-LINE.
004250         MOVE THR-TOT-DAYS(THR-TOT-SUB) TO THR-DAYS-EDIT.
004260         MOVE THR-TOT-DAYS-OVER(THR-TOT-SUB)
004270             TO THR-OVER-DAYS-EDIT.
004280         MOVE THR-TOT-DAYS-SHORT(THR-TOT-SUB)
004290             TO THR-SHORT-DAYS-EDIT.
004300         MOVE THR-TOT-OVERAGE(THR-TOT-SUB) TO THR-OVERAGE-EDIT.
004310         MOVE THR-TOT-SHORTAGE(THR-TOT-SUB) TO THR-SHORTAGE-EDIT.
004320         COMPUTE THR-NET = THR-TOT-OVERAGE(THR-TOT-SUB)
004330             - THR-TOT-SHORTAGE(THR-TOT-SUB).
004340         MOVE THR-NET TO THR-NET-EDIT.
004350         MOVE THR-TOT-LARGEST(THR-TOT-SUB) TO THR-LARGEST-EDIT.
004360         MOVE SPACES TO REPORT-RECORD.
004370         STRING THR-TOTAL-WORDS THR-DAYS-EDIT " "
004380             THR-OVER-DAYS-EDIT " " THR-SHORT-DAYS-EDIT " "
004390             THR-OVERAGE-EDIT " " THR-SHORTAGE-EDIT " "
004400             THR-NET-EDIT " " THR-LARGEST-EDIT
004410             DELIMITED BY SIZE INTO REPORT-RECORD.
004420         WRITE REPORT-RECORD.
004430         IF THR-TOT-SUB > 1
004440             MOVE THR-TOT-TELLERS(THR-TOT-SUB) TO THR-COUNT-EDIT
004450             MOVE SPACES TO REPORT-RECORD
004460             STRING "  TELLERS FOR " THR-REPORT-MONTH " "
004470                 THR-COUNT-EDIT
004480                 DELIMITED BY SIZE INTO REPORT-RECORD
004490             WRITE REPORT-RECORD
004500         END-IF.
004510         INITIALIZE THR-TOTAL-ENTRY(THR-TOT-SUB).
004520 3500-EXIT.
004530         EXIT.
004540 3600-ADD-TO-TOTALS.
004550         ADD TLH-DAYS-PROVED TO THR-TOT-DAYS(THR-TOT-SUB).
004560         ADD TLH-DAYS-OVER TO THR-TOT-DAYS-OVER(THR-TOT-SUB).
004570         ADD TLH-DAYS-SHORT TO THR-TOT-DAYS-SHORT(THR-TOT-SUB).
004580         ADD TLH-OVERAGE-TOTAL TO THR-TOT-OVERAGE(THR-TOT-SUB).
004590         ADD TLH-SHORTAGE-TOTAL TO THR-TOT-SHORTAGE(THR-TOT-SUB).
004600         IF TLH-LARGEST-SHORTAGE > THR-TOT-LARGEST(THR-TOT-SUB)
004610             MOVE TLH-LARGEST-SHORTAGE
004620                 TO THR-TOT-LARGEST(THR-TOT-SUB)
004630         END-IF.
004640 3600-EXIT.
004650         EXIT.
004660 8000-TERMINATE.
004670         IF THR-READY
004680             CLOSE REPORT-FILE
004690         END-IF.
004700         DISPLAY "----------------------------------------------".
004710         DISPLAY "HISTORY ROWS READ  = " THR-ROWS-READ.
004720         DISPLAY "MONTHS LISTED      = " THR-ROWS-LISTED.
004730         DISPLAY "TELLERS LISTED     = " THR-TELLERS-LISTED.
004740         MOVE THR-RETURN-CODE TO RETURN-CODE.
004750         DISPLAY "TELLHRPT: JOB COMPLETE, RETURN CODE "
004760             RETURN-CODE.
004770 8000-EXIT.
004780         EXIT.
