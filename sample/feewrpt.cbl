000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 FEEWRPT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  MONTHLY FEE WAIVER REPORT
000220*                  FOR THE REGIONAL MANAGERS.  EVERY FEEWAIVE ROW
000230*                  (FEEWAVRC) REFUNDED IN THE REPORT MONTH IS
000240*                  COUNTED AND TOTALLED THREE WAYS -- BY BRANCH,
000250*                  BY REQUESTING SIGN-ON AND BY REASON CODE
000260*                  (FEERSNTB WORDING) -- SO WHO IS GIVING FEES
000270*                  AWAY, AND WHY, IS ONE PAGE.  REQUESTS DENIED IN
000280*                  THE MONTH AND THOSE STILL PENDING ARE COUNTED
000290*                  AT THE FOOT.  PARAMETER: REPORT MONTH YYYYMM
000300*                  (DEFAULT THE CURRENT MONTH).  RUN BY HAND OR
000310*                  FROM A SCHEDULER ENTRY, THE WAY SLARPT IS.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.
000360         LINUX.
000370 OBJECT-COMPUTER.
000380         LINUX.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410         SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIVE"
000420             ORGANIZATION IS LINE SEQUENTIAL
000430             FILE STATUS IS FWR-WAIVER-FILE-STATUS.
000440         SELECT REPORT-FILE ASSIGN TO "FEEWRPT"
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS FWR-REPORT-FILE-STATUS.
000470         SELECT SORT-WORK-FILE ASSIGN TO "FEEWSORT".
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FEE-WAIVER-FILE.
000510     COPY FEEWAVRC.
000520 FD  REPORT-FILE.
000530 01  REPORT-RECORD               PIC X(132).
000540*  ONE SORT RECORD PER WAIVER PER VIEW: SECTION 1 IS BY BRANCH,
000550*  2 BY REQUESTER, 3 BY REASON.
000560 SD  SORT-WORK-FILE.
000570 01  SORT-WORK-RECORD.
000580         05  SRT-SECTION             PIC 9(01).
000590         05  SRT-GROUP-KEY           PIC X(08).
000600         05  SRT-AMOUNT              PIC 9(09)V99.
000610 WORKING-STORAGE SECTION.
000620     COPY FEERSNTB.
000630 01  FWR-FILE-STATUS-VALUES.
000640         05  FWR-WAIVER-FILE-STATUS  PIC X(02).
000650             88  FWR-WAIVER-FILE-OK      VALUE "00".
000660         05  FWR-REPORT-FILE-STATUS  PIC X(02).
000670             88  FWR-REPORT-FILE-OK      VALUE "00".
000680 01  FWR-SWITCHES.
000690         05  FWR-WAIVER-EOF-SWITCH   PIC X(01) VALUE "N".
000700             88  FWR-WAIVERS-AT-END      VALUE "Y".
000710         05  FWR-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
000720             88  FWR-SORT-AT-END         VALUE "Y".
000730         05  FWR-READY-SWITCH        PIC X(01) VALUE "N".
000740             88  FWR-READY               VALUE "Y".
000750 01  FWR-PARM-STRING             PIC X(20) VALUE SPACES.
000760 01  FWR-RUN-DATE                PIC 9(08) VALUE ZERO.
000770 01  FWR-RUN-DATE-PARTS REDEFINES FWR-RUN-DATE.
000780         05  FWR-RUN-MONTH           PIC 9(06).
000790         05  FILLER                  PIC 9(02).
000800 01  FWR-REPORT-MONTH            PIC 9(06) VALUE ZERO.
000810 01  FWR-DECISION-DATE           PIC 9(08) VALUE ZERO.
000820 01  FWR-DECISION-PARTS REDEFINES FWR-DECISION-DATE.
000830         05  FWR-DECISION-MONTH      PIC 9(06).
000840         05  FILLER                  PIC 9(02).
000850 01  FWR-COUNTERS.
000860         05  FWR-REFUNDED-COUNT      PIC 9(05) VALUE ZERO.
000870         05  FWR-DENIED-COUNT        PIC 9(05) VALUE ZERO.
000880         05  FWR-PENDING-COUNT       PIC 9(05) VALUE ZERO.
000890 01  FWR-BREAK-FIELDS.
000900         05  FWR-PRIOR-SECTION       PIC 9(01) VALUE ZERO.
000910         05  FWR-PRIOR-KEY           PIC X(08) VALUE SPACES.
000920         05  FWR-GROUP-COUNT         PIC 9(05) VALUE ZERO.
000930         05  FWR-GROUP-AMOUNT        PIC 9(11)V99 VALUE ZERO.
000940         05  FWR-SECTION-COUNT       PIC 9(05) VALUE ZERO.
000950         05  FWR-SECTION-AMOUNT      PIC 9(11)V99 VALUE ZERO.
000960         05  FWR-GROUP-TEXT          PIC X(28) VALUE SPACES.
000970 01  FWR-PRINT-LINE-FIELDS.
000980         05  FWR-AMOUNT-EDIT         PIC Z(10)9.99.
000990         05  FWR-COUNT-EDIT          PIC ZZZZ9.
001000 01  FWR-SECTION-TITLES.
001010         05  FILLER                  PIC X(30) VALUE
001020             "WAIVERS BY BRANCH             ".
001030         05  FILLER                  PIC X(30) VALUE
001040             "WAIVERS BY REQUESTER          ".
001050         05  FILLER                  PIC X(30) VALUE
001060             "WAIVERS BY REASON             ".
001070 01  FWR-SECTION-TABLE REDEFINES FWR-SECTION-TITLES.
001080         05  FWR-SECTION-TITLE OCCURS 3 TIMES
001090                                     PIC X(30).
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130         IF FWR-READY
001140             SORT SORT-WORK-FILE
001150                 ON ASCENDING KEY SRT-SECTION
001160                 ON ASCENDING KEY SRT-GROUP-KEY
001170                 INPUT PROCEDURE IS 2000-SELECT-WAIVERS
001180                     THRU 2000-EXIT
001190                 OUTPUT PROCEDURE IS 3000-PRINT-GROUPS
001200                     THRU 3000-EXIT
001210             PERFORM 5000-PRINT-FOOTING THRU 5000-EXIT
001220         END-IF.
001230         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001240         STOP RUN.
001250 1000-INITIALIZE.
001260         DISPLAY "FEEWRPT: JOB STARTING".
001270         MOVE ZERO TO RETURN-CODE.
001280         ACCEPT FWR-RUN-DATE FROM DATE YYYYMMDD.
001290         MOVE FWR-RUN-MONTH TO FWR-REPORT-MONTH.
001300         ACCEPT FWR-PARM-STRING FROM COMMAND-LINE.
001310         IF FWR-PARM-STRING NOT = SPACES
001320             MOVE FWR-PARM-STRING(1:6) TO FWR-REPORT-MONTH
001330         END-IF.
001340         IF FWR-REPORT-MONTH NOT NUMERIC
001350             DISPLAY "FEEWRPT: REPORT MONTH MUST BE YYYYMM"
001360             MOVE 8 TO RETURN-CODE
001370             GO TO 1000-EXIT
001380         END-IF.
001390         OPEN INPUT FEE-WAIVER-FILE.
001400         IF NOT FWR-WAIVER-FILE-OK
001410             DISPLAY "FEEWRPT: NO FEEWAIVE FILE, STATUS = "
001420                 FWR-WAIVER-FILE-STATUS
001430             MOVE 4 TO RETURN-CODE
001440             GO TO 1000-EXIT
001450         END-IF.
001460         OPEN OUTPUT REPORT-FILE.
001470         IF NOT FWR-REPORT-FILE-OK
001480             DISPLAY "FEEWRPT: CANNOT OPEN FEEWRPT, STATUS = "
001490                 FWR-REPORT-FILE-STATUS
001500             CLOSE FEE-WAIVER-FILE
001510             MOVE 16 TO RETURN-CODE
001520             GO TO 1000-EXIT
001530         END-IF.
001540         SET FWR-READY TO TRUE.
001550         MOVE SPACES TO REPORT-RECORD.
001560         STRING "FEE WAIVERS GRANTED           "
001570             "MONTH: " FWR-REPORT-MONTH
001580             "   RUN DATE: " FWR-RUN-DATE
001590             DELIMITED BY SIZE INTO REPORT-RECORD.
001600         WRITE REPORT-RECORD.
001610 1000-EXIT.
001620         EXIT.
001630*---------------------------------------------------------------
001640*  2000-SELECT-WAIVERS.  A WAIVER COUNTS IN THE MONTH ITS REFUND
001650*  WAS GENERATED; DENIALS COUNT IN THE MONTH THEY WERE DECIDED.
001660*---------------------------------------------------------------
001670 2000-SELECT-WAIVERS.
001680         PERFORM 2100-RELEASE-ONE-WAIVER THRU 2100-EXIT
001690             UNTIL FWR-WAIVERS-AT-END.
001700 2000-EXIT.
001710         EXIT.
001720 2100-RELEASE-ONE-WAIVER.
001730         READ FEE-WAIVER-FILE
001740             AT END
001750                 MOVE "Y" TO FWR-WAIVER-EOF-SWITCH
001760                 GO TO 2100-EXIT
001770         END-READ.
001780         IF FWV-PENDING
001790             ADD 1 TO FWR-PENDING-COUNT
001800             GO TO 2100-EXIT
001810         END-IF.
001820         MOVE FWV-DECISION-DATE TO FWR-DECISION-DATE.
001830         IF FWR-DECISION-MONTH NOT = FWR-REPORT-MONTH
001840             GO TO 2100-EXIT
001850         END-IF.
001860         IF FWV-DENIED
001870             ADD 1 TO FWR-DENIED-COUNT
001880             GO TO 2100-EXIT
001890         END-IF.
001900         IF NOT FWV-REFUNDED
001910             GO TO 2100-EXIT
001920         END-IF.
001930         ADD 1 TO FWR-REFUNDED-COUNT.
001940         MOVE FWV-AMOUNT TO SRT-AMOUNT.
001950         MOVE 1 TO SRT-SECTION.
001960         MOVE FWV-BRANCH-CODE TO SRT-GROUP-KEY.
001970         RELEASE SORT-WORK-RECORD.
001980         MOVE 2 TO SRT-SECTION.
001990         MOVE FWV-REQUESTED-BY TO SRT-GROUP-KEY.
002000         RELEASE SORT-WORK-RECORD.
002010         MOVE 3 TO SRT-SECTION.
002020         MOVE FWV-REASON-CODE TO SRT-GROUP-KEY.
002030         RELEASE SORT-WORK-RECORD.
002040 2100-EXIT.
002050         EXIT.
002060 3000-PRINT-GROUPS.
002070         PERFORM 3100-RETURN-ONE-ENTRY THRU 3100-EXIT
002080             UNTIL FWR-SORT-AT-END.
002090         IF FWR-PRIOR-SECTION NOT = ZERO
002100             PERFORM 3300-PRINT-GROUP THRU 3300-EXIT
002110             PERFORM 3400-PRINT-SECTION-TOTAL THRU 3400-EXIT
002120         END-IF.
002130 3000-EXIT.
002140         EXIT.
002150 3100-RETURN-ONE-ENTRY.
002160         RETURN SORT-WORK-FILE
002170             AT END
002180                 MOVE "Y" TO FWR-SORT-EOF-SWITCH
002190             NOT AT END
002200                 PERFORM 3200-ACCUMULATE-ENTRY THRU 3200-EXIT
002210         END-RETURN.
002220 3100-EXIT.
002230         EXIT.
002240 3200-ACCUMULATE-ENTRY.
002250         IF SRT-SECTION NOT = FWR-PRIOR-SECTION
002260             IF FWR-PRIOR-SECTION NOT = ZERO
002270                 PERFORM 3300-PRINT-GROUP THRU 3300-EXIT
002280                 PERFORM 3400-PRINT-SECTION-TOTAL THRU 3400-EXIT
002290             END-IF
002300             PERFORM 3500-START-SECTION THRU 3500-EXIT
002310         ELSE
002320             IF SRT-GROUP-KEY NOT = FWR-PRIOR-KEY
002330                 PERFORM 3300-PRINT-GROUP THRU 3300-EXIT
002340             END-IF
002350         END-IF.
002360         MOVE SRT-GROUP-KEY TO FWR-PRIOR-KEY.
002370         ADD 1 TO FWR-GROUP-COUNT.
002380         ADD SRT-AMOUNT TO FWR-GROUP-AMOUNT.
002390         ADD 1 TO FWR-SECTION-COUNT.
002400         ADD SRT-AMOUNT TO FWR-SECTION-AMOUNT.
002410 3200-EXIT.
002420         EXIT.
002430 3300-PRINT-GROUP.
002440         MOVE SPACES TO FWR-GROUP-TEXT.
002450         IF FWR-PRIOR-SECTION = 3
002460             SET FRS-IDX TO 1
002470             SEARCH FRS-ENTRY
002480                 AT END
002490                     MOVE "UNKNOWN REASON" TO FWR-GROUP-TEXT
002500                 WHEN FRS-CODE(FRS-IDX) = FWR-PRIOR-KEY(1:2)
002510                     MOVE FRS-TEXT(FRS-IDX) TO FWR-GROUP-TEXT
002520             END-SEARCH
002530         END-IF.
002540         MOVE FWR-GROUP-COUNT TO FWR-COUNT-EDIT.
002550         MOVE FWR-GROUP-AMOUNT TO FWR-AMOUNT-EDIT.
002560         MOVE SPACES TO REPORT-RECORD.
002570         STRING "  " FWR-PRIOR-KEY "  " FWR-GROUP-TEXT
002580             "  " FWR-COUNT-EDIT "  " FWR-AMOUNT-EDIT
002590             DELIMITED BY SIZE INTO REPORT-RECORD.
002600         WRITE REPORT-RECORD.
002610         MOVE ZERO TO FWR-GROUP-COUNT.
002620         MOVE ZERO TO FWR-GROUP-AMOUNT.
002630 3300-EXIT.
002640         EXIT.
002650 3400-PRINT-SECTION-TOTAL.
002660         MOVE FWR-SECTION-COUNT TO FWR-COUNT-EDIT.
002670         MOVE FWR-SECTION-AMOUNT TO FWR-AMOUNT-EDIT.
002680         MOVE SPACES TO REPORT-RECORD.
002690         STRING "  TOTAL                                   "
002700             FWR-COUNT-EDIT "  " FWR-AMOUNT-EDIT
002710             DELIMITED BY SIZE INTO REPORT-RECORD.
002720         WRITE REPORT-RECORD.
002730 3400-EXIT.
002740         EXIT.
002750 3500-START-SECTION.
002760         MOVE SRT-SECTION TO FWR-PRIOR-SECTION.
002770         MOVE ZERO TO FWR-SECTION-COUNT.
002780         MOVE ZERO TO FWR-SECTION-AMOUNT.
002790         MOVE SPACES TO REPORT-RECORD.
002800         WRITE REPORT-RECORD.
002810         MOVE FWR-SECTION-TITLE(SRT-SECTION) TO REPORT-RECORD.
002820         WRITE REPORT-RECORD.
002830         MOVE SPACES TO REPORT-RECORD.
002840         STRING "  GROUP                                   "
002850             "COUNT        REFUNDED"
002860             DELIMITED BY SIZE INTO REPORT-RECORD.
002870         WRITE REPORT-RECORD.
002880 3500-EXIT.
002890         EXIT.
002900 5000-PRINT-FOOTING.
002910         MOVE SPACES TO REPORT-RECORD.
002920         WRITE REPORT-RECORD.
002930         IF FWR-REFUNDED-COUNT = ZERO
002940             MOVE "NO WAIVERS REFUNDED IN THE MONTH"
002950                 TO REPORT-RECORD
002960             WRITE REPORT-RECORD
002970         END-IF.
002980         MOVE FWR-DENIED-COUNT TO FWR-COUNT-EDIT.
002990         MOVE SPACES TO REPORT-RECORD.
003000         STRING "REQUESTS DENIED IN THE MONTH   " FWR-COUNT-EDIT
003010             DELIMITED BY SIZE INTO REPORT-RECORD.
003020         WRITE REPORT-RECORD.
003030         MOVE FWR-PENDING-COUNT TO FWR-COUNT-EDIT.
003040         MOVE SPACES TO REPORT-RECORD.
003050         STRING "REQUESTS STILL PENDING         " FWR-COUNT-EDIT
003060             DELIMITED BY SIZE INTO REPORT-RECORD.
003070         WRITE REPORT-RECORD.
003080 5000-EXIT.
003090         EXIT.
003100 8000-TERMINATE.
003110         IF FWR-READY
003120             CLOSE FEE-WAIVER-FILE
003130             CLOSE REPORT-FILE
003140         END-IF.
003150         DISPLAY "----------------------------------------------".
003160         DISPLAY "WAIVERS REFUNDED   = " FWR-REFUNDED-COUNT.
003170         DISPLAY "REQUESTS DENIED    = " FWR-DENIED-COUNT.
003180         DISPLAY "REQUESTS PENDING   = " FWR-PENDING-COUNT.
003190         DISPLAY "FEEWRPT: JOB COMPLETE, RETURN CODE "
003200             RETURN-CODE.
003210 8000-EXIT.
003220         EXIT.
