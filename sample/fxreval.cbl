000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 FXREVAL.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  OPEN FOREIGN-CURRENCY
000220*                  POSITION REVALUATION.  SUSPREVL RE-PRICES
000230*                  ONLY WHAT SITS ON SUSPENSE; THE CURRENCY
000240*                  POSITIONS SAMPLE WRITES TO SETLPOSN EACH DAY
000250*                  WERE CARRIED AT HISTORICAL RATES UNTIL
000260*                  TREASURY JOURNALED THEM BY HAND.  RUN EVERY
000270*                  NIGHT, THIS STEP ADDS THE DAY'S SETLPOSN TO
000280*                  THE RUNNING NET POSITION PER CURRENCY ON
000290*                  FXPOSITN (FXPOSNRC), BOOKING THE MOVEMENT AT
000300*                  THE RATEHIST RATE IN FORCE ON ITS RUN DATE
000310*                  (THE SUSPREVL LOOKUP).  ON THE LAST BUSINESS
000320*                  DAY OF THE MONTH (PER DATESRV), OR WHEN THE
000330*                  COMMAND-LINE PARAMETER IS "REVALUE", EACH
000340*                  POSITION IS RE-PRICED AT TODAY'S CURRATES
000350*                  RATE AND THE NET UNREALIZED GAIN OR LOSS IS
000360*                  WRITTEN AS A BALANCED FXVOUCHR VOUCHER IN
000370*                  GLEXTR'S GLVOUCHER LAYOUT -- THE MONTH-END
000380*                  ENTRY DATED TODAY AND ITS REVERSAL DATED THE
000390*                  NEXT BUSINESS DAY, THE FIRST OF THE NEW
000400*                  MONTH.  FXREVRPT SHOWS EACH CURRENCY'S
000410*                  POSITION, BOOKED (OLD) RATE, NEW RATE AND
000420*                  GAIN OR LOSS.  RC 4 WHEN A CURRENCY HAS NO
000430*                  CURRATES RATE TO REVALUE AT OR A MOVEMENT HAD
000440*                  NO RATEHIST ROW AND WAS BOOKED AT SAMPLE'S
000450*                  CONVERTED AMOUNT INSTEAD; RC 16 WHEN FXPOSITN
000460*                  CANNOT BE REWRITTEN OR THE CURRENCY TABLE
000470*                  OVERFLOWS (FXPOSITN IS THEN LEFT AS IT WAS).
00047A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00047B*                  CATCH-UP RUN OF A MISSED MONTH-END BUSINESS
00047C*                  DAY (BUSDATE) STILL REVALUES.
000480*---------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.
000520         LINUX.
000530 OBJECT-COMPUTER.
000540         LINUX.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570         SELECT POSITION-FILE ASSIGN TO "FXPOSITN"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS FXR-POSITION-FILE-STATUS.
000600         SELECT SETTLEMENT-FILE ASSIGN TO "SETLPOSN"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS FXR-SETL-FILE-STATUS.
000630         SELECT RATE-FILE ASSIGN TO "CURRATES"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS FXR-RATE-FILE-STATUS.
000660         SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS FXR-HIST-FILE-STATUS.
000690         SELECT VOUCHER-FILE ASSIGN TO "FXVOUCHR"
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS FXR-VOUCHER-FILE-STATUS.
000720         SELECT REPORT-FILE ASSIGN TO "FXREVRPT"
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS FXR-REPORT-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  POSITION-FILE.
000780     COPY FXPOSNRC.
000790 FD  SETTLEMENT-FILE.
000800 01  SETTLEMENT-POSITION-RECORD.
000810         05  SPS-RUN-DATE            PIC 9(08).
000820         05  SPS-BRANCH-CODE         PIC X(03).
000830         05  SPS-CURRENCY-CODE       PIC X(03).
000840         05  SPS-REC-COUNT           PIC S9(07)
000850                 SIGN IS TRAILING SEPARATE CHARACTER.
000860         05  SPS-ORIG-AMOUNT         PIC S9(11)V99
000870                 SIGN IS TRAILING SEPARATE CHARACTER.
000880         05  SPS-CONV-AMOUNT         PIC S9(11)V99
000890                 SIGN IS TRAILING SEPARATE CHARACTER.
000900 FD  RATE-FILE.
000910 01  RATE-RECORD.
000920         05  RTE-CURRENCY-CODE       PIC X(03).
000930         05  RTE-RATE                PIC 9(04)V9(06).
000940         05  RTE-RATE-DATE           PIC 9(08).
000950 FD  RATE-HISTORY-FILE.
000960 01  RATE-HISTORY-RECORD.
000970         05  RTH-CURRENCY-CODE       PIC X(03).
000980         05  RTH-RATE                PIC 9(04)V9(06).
000990         05  RTH-RATE-DATE           PIC 9(08).
001000 FD  VOUCHER-FILE.
001010 01  VOUCHER-RECORD.
001020         05  GLV-LINE-TYPE           PIC X(01).
001030         05  GLV-GL-ACCOUNT          PIC X(08).
001040         05  GLV-DR-CR               PIC X(02).
001050         05  GLV-AMOUNT              PIC 9(09)V99.
001060         05  GLV-BRANCH-CODE         PIC X(03).
001070         05  GLV-RECORD-TYPE         PIC X(02).
001080         05  GLV-RUN-DATE            PIC 9(08).
001090 01  VOUCHER-TRAILER REDEFINES VOUCHER-RECORD.
001100         05  GLT-LINE-TYPE           PIC X(01).
001110         05  GLT-LINE-COUNT          PIC 9(07).
001120         05  GLT-DEBIT-TOTAL         PIC 9(11)V99.
001130         05  GLT-CREDIT-TOTAL        PIC 9(11)V99.
001140         05  FILLER                  PIC X(04).
001150 FD  REPORT-FILE.
001160 01  REPORT-RECORD               PIC X(132).
001170 WORKING-STORAGE SECTION.
001180     COPY DATESRVC.
001190 01  FXR-FILE-STATUS-VALUES.
001200         05  FXR-POSITION-FILE-STATUS PIC X(02).
001210             88  FXR-POSITION-FILE-OK    VALUE "00".
001220         05  FXR-SETL-FILE-STATUS    PIC X(02).
001230             88  FXR-SETL-FILE-OK        VALUE "00".
001240         05  FXR-RATE-FILE-STATUS    PIC X(02).
001250             88  FXR-RATE-FILE-OK        VALUE "00".
001260         05  FXR-HIST-FILE-STATUS    PIC X(02).
001270             88  FXR-HIST-FILE-OK        VALUE "00".
001280         05  FXR-VOUCHER-FILE-STATUS PIC X(02).
001290             88  FXR-VOUCHER-FILE-OK     VALUE "00".
001300         05  FXR-REPORT-FILE-STATUS  PIC X(02).
001310             88  FXR-REPORT-FILE-OK      VALUE "00".
001320 01  FXR-SWITCHES.
001330         05  FXR-EOF-SWITCH          PIC X(01) VALUE "N".
001340             88  FXR-AT-END              VALUE "Y".
001350         05  FXR-REVALUE-SWITCH      PIC X(01) VALUE "N".
001360             88  FXR-REVALUE-TODAY       VALUE "Y".
001370         05  FXR-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
001380             88  FXR-TABLE-OVERFLOW      VALUE "Y".
001390 01  FXR-RUN-DATE                PIC 9(08) VALUE ZERO.
001400 01  FXR-REVERSAL-DATE           PIC 9(08) VALUE ZERO.
001410 01  FXR-LAST-LOAD-DATE          PIC 9(08) VALUE ZERO.
001420 01  FXR-PRIOR-LOAD-DATE         PIC 9(08) VALUE ZERO.
001430 01  FXR-PARM-STRING             PIC X(12) VALUE SPACES.
001440*  THE REVALUATION IS BOOKED BETWEEN THE POSITION ADJUSTMENT
001450*  ACCOUNT ON THE BALANCE SHEET AND UNREALIZED FX GAIN/LOSS.
001460 01  FXR-GL-ACCOUNTS.
001470         05  FXR-POSITION-GL         PIC X(08) VALUE "02600100".
001480         05  FXR-GAIN-LOSS-GL        PIC X(08) VALUE "04300100".
001490 01  FXR-COUNTERS.
001500         05  FXR-POSITIONS-READ      PIC 9(05) VALUE ZERO.
001510         05  FXR-POSITIONS-SKIPPED   PIC 9(05) VALUE ZERO.
001520         05  FXR-BOOKED-AT-SAMPLE    PIC 9(05) VALUE ZERO.
001530         05  FXR-CCY-REVALUED        PIC 9(03) VALUE ZERO.
001540         05  FXR-CCY-UNPRICED        PIC 9(03) VALUE ZERO.
001550         05  FXR-LINE-COUNT          PIC 9(07) VALUE ZERO.
001560 01  FXR-CURRENCY-TABLE.
001570         05  FXR-CCY-COUNT           PIC 9(03) COMP VALUE ZERO.
001580         05  FXR-CCY-ENTRY OCCURS 50 TIMES.
001590             10  FXR-CCY-CODE        PIC X(03).
001600             10  FXR-CCY-LAST-LOAD   PIC 9(08).
001610             10  FXR-CCY-POSITION    PIC S9(11)V99 COMP-3.
001620             10  FXR-CCY-BOOKED      PIC S9(11)V99 COMP-3.
001630             10  FXR-CCY-REVAL-DATE  PIC 9(08).
001640             10  FXR-CCY-REVAL-RATE  PIC 9(04)V9(06).
001650 01  FXR-RATE-TABLE.
001660         05  FXR-RATE-COUNT          PIC 9(03) COMP VALUE ZERO.
001670         05  FXR-RATE-ENTRY OCCURS 20 TIMES
001680                 INDEXED BY FXR-RATE-IDX.
001690             10  FXR-RATE-CODE       PIC X(03).
001700             10  FXR-RATE-VALUE      PIC 9(04)V9(06).
001710 01  FXR-HISTORY-TABLE.
001720         05  FXR-HIST-COUNT          PIC 9(04) COMP VALUE ZERO.
001730         05  FXR-HIST-ENTRY OCCURS 2000 TIMES.
001740             10  FXR-HIST-CODE       PIC X(03).
001750             10  FXR-HIST-RATE       PIC 9(04)V9(06).
001760             10  FXR-HIST-DATE       PIC 9(08).
001770 01  FXR-WORK-FIELDS.
001780         05  FXR-CCY-SUB             PIC 9(03) COMP VALUE ZERO.
001790         05  FXR-CCY-TEST-SUB        PIC 9(03) COMP VALUE ZERO.
001800         05  FXR-HIST-SUB            PIC 9(04) COMP VALUE ZERO.
001810         05  FXR-WANTED-CODE         PIC X(03) VALUE SPACES.
001820         05  FXR-WANTED-DATE         PIC 9(08) VALUE ZERO.
001830         05  FXR-BOOKING-RATE        PIC 9(04)V9(06) VALUE ZERO.
001840         05  FXR-BOOKING-RATE-DATE   PIC 9(08) VALUE ZERO.
001850         05  FXR-OLD-RATE            PIC 9(04)V9(06) VALUE ZERO.
001860         05  FXR-NEW-RATE            PIC 9(04)V9(06) VALUE ZERO.
001870         05  FXR-MOVEMENT-VALUE      PIC S9(11)V99 COMP-3
001880                                         VALUE ZERO.
001890         05  FXR-REVALUED-VALUE      PIC S9(11)V99 COMP-3
001900                                         VALUE ZERO.
001910         05  FXR-GAIN-LOSS           PIC S9(11)V99 COMP-3
001920                                         VALUE ZERO.
001930         05  FXR-NET-GAIN-LOSS       PIC S9(11)V99 COMP-3
001940                                         VALUE ZERO.
001950         05  FXR-NET-ABS             PIC 9(09)V99 VALUE ZERO.
001960         05  FXR-DR-TOTAL            PIC 9(11)V99 VALUE ZERO.
001970         05  FXR-CR-TOTAL            PIC 9(11)V99 VALUE ZERO.
001980         05  FXR-ENTRY-DATE          PIC 9(08) VALUE ZERO.
001990         05  FXR-POSITION-DR-CR      PIC X(02) VALUE SPACES.
002000         05  FXR-GAIN-LOSS-DR-CR     PIC X(02) VALUE SPACES.
002010 01  FXR-PRINT-LINE-FIELDS.
002020         05  FXR-POSITION-EDIT       PIC -(11)9.99.
002030         05  FXR-BOOKED-EDIT         PIC -(11)9.99.
002040         05  FXR-REVALUED-EDIT       PIC -(11)9.99.
002050         05  FXR-GAIN-EDIT           PIC -(11)9.99.
002060         05  FXR-OLD-RATE-EDIT       PIC ZZZ9.999999.
002070         05  FXR-NEW-RATE-EDIT       PIC ZZZ9.999999.
00207A     COPY RUNDATEC.
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110         IF RETURN-CODE < 16
002120             PERFORM 2000-REPORT-ONE-CURRENCY THRU 2000-EXIT
002130                 VARYING FXR-CCY-SUB FROM 1 BY 1
002140                 UNTIL FXR-CCY-SUB > FXR-CCY-COUNT
002150             PERFORM 3000-WRITE-VOUCHER THRU 3000-EXIT
002160             PERFORM 4000-REWRITE-POSITIONS THRU 4000-EXIT
002170         END-IF.
002180         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002190         STOP RUN.
002200 1000-INITIALIZE.
002210         DISPLAY "FXREVAL: JOB STARTING".
002220         MOVE ZERO TO RETURN-CODE.
002230         CALL "RUNDATE" USING RUN-DATE-AREA.
00223A         MOVE RDT-RUN-DATE TO FXR-RUN-DATE.
002240         ACCEPT FXR-PARM-STRING FROM COMMAND-LINE.
002250         PERFORM 1050-CHECK-MONTH-END THRU 1050-EXIT.
002260         PERFORM 1100-LOAD-POSITIONS THRU 1100-EXIT.
002270         PERFORM 1200-LOAD-RATE-HISTORY THRU 1200-EXIT.
002280         PERFORM 1300-ADD-SETTLEMENTS THRU 1300-EXIT.
002290         IF FXR-TABLE-OVERFLOW
002300             DISPLAY "FXREVAL: MORE THAN 50 CURRENCIES - "
002310                 "FXPOSITN NOT UPDATED"
002320             MOVE 16 TO RETURN-CODE
002330             GO TO 1000-EXIT
002340         END-IF.
002350         IF FXR-REVALUE-TODAY
002360             PERFORM 1400-LOAD-CURRENT-RATES THRU 1400-EXIT
002370         END-IF.
002380         OPEN OUTPUT REPORT-FILE.
002390         MOVE SPACES TO REPORT-RECORD.
002400         IF FXR-REVALUE-TODAY
002410             STRING "FX POSITION REVALUATION    RUN DATE: "
002420                 FXR-RUN-DATE "   REVERSES: " FXR-REVERSAL-DATE
002430                 DELIMITED BY SIZE INTO REPORT-RECORD
002440         ELSE
002450             STRING "FX OPEN POSITIONS    RUN DATE: "
002460                 FXR-RUN-DATE "   NOT A MONTH-END - NO "
002470                 "REVALUATION"
002480                 DELIMITED BY SIZE INTO REPORT-RECORD
002490         END-IF.
002500         WRITE REPORT-RECORD.
002510         MOVE SPACES TO REPORT-RECORD.
002520         WRITE REPORT-RECORD.
002530         MOVE SPACES TO REPORT-RECORD.
002540         STRING "CCY        POSITION    BOOKED VALUE    OLD RATE"
002550             "    NEW RATE  REVALUED VALUE       GAIN/LOSS"
002560             DELIMITED BY SIZE INTO REPORT-RECORD.
002570         WRITE REPORT-RECORD.
002580 1000-EXIT.
002590         EXIT.
002600*---------------------------------------------------------------
002610*  1050-CHECK-MONTH-END.  TODAY IS THE MONTH-END WHEN THE NEXT
002620*  BUSINESS DAY FALLS IN A LATER MONTH (THE MONTHEND TEST); THAT
002630*  NEXT BUSINESS DAY IS WHEN THE REVALUATION REVERSES.
002640*---------------------------------------------------------------
002650 1050-CHECK-MONTH-END.
002660         MOVE SPACES TO DSV-REGION-CODE.
002670         MOVE "N" TO DSV-FUNCTION.
002680         MOVE FXR-RUN-DATE TO DSV-DATE-1.
002690         CALL "DATESRV" USING DATE-SERVICE-AREA.
002700         IF NOT DSV-SUCCESSFUL
002710             DISPLAY "FXREVAL: CALENDAR UNAVAILABLE - MONTH-END "
002720                 "NOT DETERMINED"
002730             GO TO 1050-EXIT
002740         END-IF.
002750         MOVE DSV-RESULT-DATE TO FXR-REVERSAL-DATE.
002760         IF FXR-REVERSAL-DATE(1:6) NOT = FXR-RUN-DATE(1:6)
002770             MOVE "Y" TO FXR-REVALUE-SWITCH
002780             DISPLAY "FXREVAL: TODAY (" FXR-RUN-DATE
002790                 ") IS THE LAST BUSINESS DAY OF THE MONTH"
002800         END-IF.
002810         IF FXR-PARM-STRING(1:7) = "REVALUE"
002820             MOVE "Y" TO FXR-REVALUE-SWITCH
002830             DISPLAY "FXREVAL: REVALUATION REQUESTED BY OPERATOR"
002840         END-IF.
002850 1050-EXIT.
002860         EXIT.
002870*---------------------------------------------------------------
002880*  1100-LOAD-POSITIONS.  NO FXPOSITN YET IS THE FIRST RUN.
002890*---------------------------------------------------------------
002900 1100-LOAD-POSITIONS.
002910         OPEN INPUT POSITION-FILE.
002920         IF NOT FXR-POSITION-FILE-OK
002930             DISPLAY "FXREVAL: NO FXPOSITN FILE - STARTING FROM "
002940                 "NO OPEN POSITIONS"
002950             GO TO 1100-EXIT
002960         END-IF.
002970         MOVE "N" TO FXR-EOF-SWITCH.
002980         PERFORM 1150-LOAD-ONE-POSITION THRU 1150-EXIT
002990             UNTIL FXR-AT-END.
003000         CLOSE POSITION-FILE.
003010 1100-EXIT.
003020         EXIT.
003030 1150-LOAD-ONE-POSITION.
003040         READ POSITION-FILE
003050             AT END
003060                 MOVE "Y" TO FXR-EOF-SWITCH
003070                 GO TO 1150-EXIT
003080         END-READ.
003090         IF FXP-IS-HEADER
003100             MOVE FXP-LAST-LOAD-DATE TO FXR-LAST-LOAD-DATE
003110             MOVE FXP-LAST-LOAD-DATE TO FXR-PRIOR-LOAD-DATE
003120             GO TO 1150-EXIT
003130         END-IF.
003140         MOVE FXP-CURRENCY-CODE TO FXR-WANTED-CODE.
003150         PERFORM 1900-FIND-CURRENCY THRU 1900-EXIT.
003160         IF FXR-CCY-SUB = ZERO
003170             GO TO 1150-EXIT
003180         END-IF.
003190         MOVE FXP-LAST-LOAD-DATE
003200             TO FXR-CCY-LAST-LOAD(FXR-CCY-SUB).
003210         MOVE FXP-NET-POSITION TO FXR-CCY-POSITION(FXR-CCY-SUB).
003220         MOVE FXP-BOOKED-VALUE TO FXR-CCY-BOOKED(FXR-CCY-SUB).
003230         MOVE FXP-LAST-REVAL-DATE
003240             TO FXR-CCY-REVAL-DATE(FXR-CCY-SUB).
003250         MOVE FXP-LAST-REVAL-RATE
003260             TO FXR-CCY-REVAL-RATE(FXR-CCY-SUB).
003270 1150-EXIT.
003280         EXIT.
003290 1200-LOAD-RATE-HISTORY.
003300         OPEN INPUT RATE-HISTORY-FILE.
003310         IF NOT FXR-HIST-FILE-OK
003320             DISPLAY "FXREVAL: NO RATEHIST ON FILE - MOVEMENTS "
003330                 "BOOKED AT SAMPLE'S CONVERTED AMOUNT"
003340             GO TO 1200-EXIT
003350         END-IF.
003360         MOVE "N" TO FXR-EOF-SWITCH.
003370         PERFORM 1250-LOAD-ONE-HISTORY-ROW THRU 1250-EXIT
003380             UNTIL FXR-AT-END
003390                 OR FXR-HIST-COUNT = 2000.
003400         CLOSE RATE-HISTORY-FILE.
003410 1200-EXIT.
003420         EXIT.
003430 1250-LOAD-ONE-HISTORY-ROW.
003440         READ RATE-HISTORY-FILE
003450             AT END
003460                 MOVE "Y" TO FXR-EOF-SWITCH
003470             NOT AT END
003480                 ADD 1 TO FXR-HIST-COUNT
003490                 MOVE RTH-CURRENCY-CODE
003500                     TO FXR-HIST-CODE(FXR-HIST-COUNT)
003510                 MOVE RTH-RATE
003520                     TO FXR-HIST-RATE(FXR-HIST-COUNT)
003530                 MOVE RTH-RATE-DATE
003540                     TO FXR-HIST-DATE(FXR-HIST-COUNT)
003550         END-READ.
003560 1250-EXIT.
003570         EXIT.
003580*---------------------------------------------------------------
003590*  1300-ADD-SETTLEMENTS.  SETLPOSN IS REWRITTEN ONLY ON A DAY
003600*  WITH FOREIGN ITEMS, SO A FILE WHOSE RUN DATE IS NOT PAST THE
003610*  LAST ONE TAKEN IN HAS ALREADY BEEN ADDED AND IS SKIPPED.
003620*---------------------------------------------------------------
003630 1300-ADD-SETTLEMENTS.
003640         OPEN INPUT SETTLEMENT-FILE.
003650         IF NOT FXR-SETL-FILE-OK
003660             DISPLAY "FXREVAL: NO SETLPOSN FILE - NO NEW "
003670                 "MOVEMENTS"
003680             GO TO 1300-EXIT
003690         END-IF.
003700         MOVE "N" TO FXR-EOF-SWITCH.
003710         PERFORM 1350-ADD-ONE-SETTLEMENT THRU 1350-EXIT
003720             UNTIL FXR-AT-END.
003730         CLOSE SETTLEMENT-FILE.
003740         IF FXR-POSITIONS-SKIPPED > ZERO
003750             DISPLAY "FXREVAL: SETLPOSN ALREADY TAKEN IN - "
003760                 FXR-POSITIONS-SKIPPED " ROW(S) SKIPPED"
003770         END-IF.
003780 1300-EXIT.
003790         EXIT.
003800 1350-ADD-ONE-SETTLEMENT.
003810         READ SETTLEMENT-FILE
003820             AT END
003830                 MOVE "Y" TO FXR-EOF-SWITCH
003840                 GO TO 1350-EXIT
003850         END-READ.
003860         IF SPS-RUN-DATE NOT > FXR-PRIOR-LOAD-DATE
003870             ADD 1 TO FXR-POSITIONS-SKIPPED
003880             GO TO 1350-EXIT
003890         END-IF.
003900         MOVE SPS-CURRENCY-CODE TO FXR-WANTED-CODE.
003910         PERFORM 1900-FIND-CURRENCY THRU 1900-EXIT.
003920         IF FXR-CCY-SUB = ZERO
003930             GO TO 1350-EXIT
003940         END-IF.
003950         ADD 1 TO FXR-POSITIONS-READ.
003960         MOVE SPS-RUN-DATE TO FXR-WANTED-DATE.
003970         PERFORM 1800-FIND-BOOKING-RATE THRU 1800-EXIT.
003980         IF FXR-BOOKING-RATE = ZERO
003990             MOVE SPS-CONV-AMOUNT TO FXR-MOVEMENT-VALUE
004000             ADD 1 TO FXR-BOOKED-AT-SAMPLE
004010             DISPLAY "FXREVAL: NO RATEHIST ROW FOR "
004020                 SPS-CURRENCY-CODE " ON " SPS-RUN-DATE
004030                 " - BOOKED AT CONVERTED AMOUNT"
004040             MOVE 4 TO RETURN-CODE
004050         ELSE
004060             COMPUTE FXR-MOVEMENT-VALUE ROUNDED =
004070                 SPS-ORIG-AMOUNT * FXR-BOOKING-RATE
004080         END-IF.
004090         ADD SPS-ORIG-AMOUNT TO FXR-CCY-POSITION(FXR-CCY-SUB).
004100         ADD FXR-MOVEMENT-VALUE TO FXR-CCY-BOOKED(FXR-CCY-SUB).
004110         MOVE SPS-RUN-DATE TO FXR-CCY-LAST-LOAD(FXR-CCY-SUB).
004120         IF SPS-RUN-DATE > FXR-LAST-LOAD-DATE
004130             MOVE SPS-RUN-DATE TO FXR-LAST-LOAD-DATE
004140         END-IF.
004150 1350-EXIT.
004160         EXIT.
004170 1400-LOAD-CURRENT-RATES.
004180         OPEN INPUT RATE-FILE.
004190         IF NOT FXR-RATE-FILE-OK
004200             DISPLAY "FXREVAL: NO CURRATES ON FILE - POSITIONS "
004210                 "CANNOT BE REVALUED"
004220             GO TO 1400-EXIT
004230         END-IF.
004240         MOVE "N" TO FXR-EOF-SWITCH.
004250         PERFORM 1450-LOAD-ONE-RATE THRU 1450-EXIT
004260             UNTIL FXR-AT-END
004270                 OR FXR-RATE-COUNT = 20.
004280         CLOSE RATE-FILE.
004290 1400-EXIT.
004300         EXIT.
004310 1450-LOAD-ONE-RATE.
004320         READ RATE-FILE
004330             AT END
004340                 MOVE "Y" TO FXR-EOF-SWITCH
004350             NOT AT END
004360                 ADD 1 TO FXR-RATE-COUNT
004370                 MOVE RTE-CURRENCY-CODE
004380                     TO FXR-RATE-CODE(FXR-RATE-COUNT)
004390                 MOVE RTE-RATE
004400                     TO FXR-RATE-VALUE(FXR-RATE-COUNT)
004410         END-READ.
004420 1450-EXIT.
004430         EXIT.
004440*---------------------------------------------------------------
004450*  1800-FIND-BOOKING-RATE.  THE LATEST RATEHIST ROW FOR
004460*  FXR-WANTED-CODE DATED ON OR BEFORE FXR-WANTED-DATE.
004470*---------------------------------------------------------------
004480 1800-FIND-BOOKING-RATE.
004490         MOVE ZERO TO FXR-BOOKING-RATE.
004500         MOVE ZERO TO FXR-BOOKING-RATE-DATE.
004510         PERFORM 1850-TEST-ONE-HISTORY-ROW THRU 1850-EXIT
004520             VARYING FXR-HIST-SUB FROM 1 BY 1
004530             UNTIL FXR-HIST-SUB > FXR-HIST-COUNT.
004540 1800-EXIT.
004550         EXIT.
004560 1850-TEST-ONE-HISTORY-ROW.
004570         IF FXR-HIST-CODE(FXR-HIST-SUB) NOT = FXR-WANTED-CODE
004580             GO TO 1850-EXIT
004590         END-IF.
004600         IF FXR-HIST-DATE(FXR-HIST-SUB) > FXR-WANTED-DATE
004610             GO TO 1850-EXIT
004620         END-IF.
004630         IF FXR-HIST-DATE(FXR-HIST-SUB)
004640             NOT < FXR-BOOKING-RATE-DATE
004650             MOVE FXR-HIST-DATE(FXR-HIST-SUB)
004660                 TO FXR-BOOKING-RATE-DATE
004670             MOVE FXR-HIST-RATE(FXR-HIST-SUB)
004680                 TO FXR-BOOKING-RATE
004690         END-IF.
004700 1850-EXIT.
004710         EXIT.
004720*---------------------------------------------------------------
004730*  1900-FIND-CURRENCY.  FXR-CCY-SUB COMES BACK POINTING AT
004740*  FXR-WANTED-CODE'S ROW, ADDED EMPTY IF NEW; ZERO WHEN THE
004750*  TABLE IS FULL.
004760*---------------------------------------------------------------
004770 1900-FIND-CURRENCY.
004780         MOVE ZERO TO FXR-CCY-SUB.
004790         PERFORM 1950-TEST-ONE-CURRENCY THRU 1950-EXIT
004800             VARYING FXR-CCY-TEST-SUB FROM 1 BY 1
004810             UNTIL FXR-CCY-TEST-SUB > FXR-CCY-COUNT
004820                 OR FXR-CCY-SUB > ZERO.
004830         IF FXR-CCY-SUB > ZERO
004840             GO TO 1900-EXIT
004850         END-IF.
004860         IF FXR-CCY-COUNT = 50
004870             MOVE "Y" TO FXR-OVERFLOW-SWITCH
004880             GO TO 1900-EXIT
004890         END-IF.
004900         ADD 1 TO FXR-CCY-COUNT.
004910         MOVE FXR-CCY-COUNT TO FXR-CCY-SUB.
004920         MOVE FXR-WANTED-CODE TO FXR-CCY-CODE(FXR-CCY-SUB).
004930         MOVE ZERO TO FXR-CCY-LAST-LOAD(FXR-CCY-SUB).
004940         MOVE ZERO TO FXR-CCY-POSITION(FXR-CCY-SUB).
004950         MOVE ZERO TO FXR-CCY-BOOKED(FXR-CCY-SUB).
004960         MOVE ZERO TO FXR-CCY-REVAL-DATE(FXR-CCY-SUB).
004970         MOVE ZERO TO FXR-CCY-REVAL-RATE(FXR-CCY-SUB).
004980 1900-EXIT.
004990         EXIT.
005000 1950-TEST-ONE-CURRENCY.
005010         IF FXR-CCY-CODE(FXR-CCY-TEST-SUB) = FXR-WANTED-CODE
005020             MOVE FXR-CCY-TEST-SUB TO FXR-CCY-SUB
005030         END-IF.
005040 1950-EXIT.
005050         EXIT.
005060*---------------------------------------------------------------
005070*  2000-REPORT-ONE-CURRENCY.  THE OLD RATE IS THE POSITION'S
005080*  AVERAGE BOOKED RATE (BOOKED VALUE OVER POSITION).  ON A
005090*  REVALUATION DAY THE POSITION IS RE-PRICED AT CURRATES AND
005100*  THE MOVE AGAINST BOOKED VALUE IS THE UNREALIZED GAIN (+) OR
005110*  LOSS (-).
005120*---------------------------------------------------------------
005130 2000-REPORT-ONE-CURRENCY.
005140         IF FXR-CCY-POSITION(FXR-CCY-SUB) = ZERO
005150             AND FXR-CCY-BOOKED(FXR-CCY-SUB) = ZERO
005160             GO TO 2000-EXIT
005170         END-IF.
005180         MOVE ZERO TO FXR-OLD-RATE.
005190         IF FXR-CCY-POSITION(FXR-CCY-SUB) NOT = ZERO
005200             COMPUTE FXR-OLD-RATE ROUNDED =
005210                 FXR-CCY-BOOKED(FXR-CCY-SUB)
005220                     / FXR-CCY-POSITION(FXR-CCY-SUB)
005230                 ON SIZE ERROR
005240                     MOVE ZERO TO FXR-OLD-RATE
005250             END-COMPUTE
005260         END-IF.
005270         MOVE FXR-CCY-POSITION(FXR-CCY-SUB) TO FXR-POSITION-EDIT.
005280         MOVE FXR-CCY-BOOKED(FXR-CCY-SUB) TO FXR-BOOKED-EDIT.
005290         MOVE FXR-OLD-RATE TO FXR-OLD-RATE-EDIT.
005300         IF NOT FXR-REVALUE-TODAY
005310             MOVE SPACES TO REPORT-RECORD
005320             STRING FXR-CCY-CODE(FXR-CCY-SUB) " "
005330                 FXR-POSITION-EDIT " " FXR-BOOKED-EDIT " "
005340                 FXR-OLD-RATE-EDIT
005350                 DELIMITED BY SIZE INTO REPORT-RECORD
005360             WRITE REPORT-RECORD
005370             GO TO 2000-EXIT
005380         END-IF.
005390         MOVE FXR-CCY-CODE(FXR-CCY-SUB) TO FXR-WANTED-CODE.
005400         PERFORM 2100-FIND-CURRENT-RATE THRU 2100-EXIT.
005410         IF FXR-NEW-RATE = ZERO
005420             ADD 1 TO FXR-CCY-UNPRICED
005430             MOVE 4 TO RETURN-CODE
005440             MOVE SPACES TO REPORT-RECORD
005450             STRING FXR-CCY-CODE(FXR-CCY-SUB) " "
005460                 FXR-POSITION-EDIT " " FXR-BOOKED-EDIT " "
005470                 FXR-OLD-RATE-EDIT
005480                 "  UNPRICED - NO CURRATES RATE"
005490                 DELIMITED BY SIZE INTO REPORT-RECORD
005500             WRITE REPORT-RECORD
005510             GO TO 2000-EXIT
005520         END-IF.
005530         COMPUTE FXR-REVALUED-VALUE ROUNDED =
005540             FXR-CCY-POSITION(FXR-CCY-SUB) * FXR-NEW-RATE.
005550         COMPUTE FXR-GAIN-LOSS =
005560             FXR-REVALUED-VALUE - FXR-CCY-BOOKED(FXR-CCY-SUB).
005570         ADD FXR-GAIN-LOSS TO FXR-NET-GAIN-LOSS.
005580         ADD 1 TO FXR-CCY-REVALUED.
005590         MOVE FXR-RUN-DATE TO FXR-CCY-REVAL-DATE(FXR-CCY-SUB).
005600         MOVE FXR-NEW-RATE TO FXR-CCY-REVAL-RATE(FXR-CCY-SUB).
005610         MOVE FXR-NEW-RATE TO FXR-NEW-RATE-EDIT.
005620         MOVE FXR-REVALUED-VALUE TO FXR-REVALUED-EDIT.
005630         MOVE FXR-GAIN-LOSS TO FXR-GAIN-EDIT.
005640         MOVE SPACES TO REPORT-RECORD.
005650         STRING FXR-CCY-CODE(FXR-CCY-SUB) " "
005660             FXR-POSITION-EDIT " " FXR-BOOKED-EDIT " "
005670             FXR-OLD-RATE-EDIT " " FXR-NEW-RATE-EDIT " "
005680             FXR-REVALUED-EDIT " " FXR-GAIN-EDIT
005690             DELIMITED BY SIZE INTO REPORT-RECORD.
005700         WRITE REPORT-RECORD.
005710 2000-EXIT.
005720         EXIT.
005730 2100-FIND-CURRENT-RATE.
005740         MOVE ZERO TO FXR-NEW-RATE.
005750         IF FXR-RATE-COUNT = ZERO
005760             GO TO 2100-EXIT
005770         END-IF.
005780         SET FXR-RATE-IDX TO 1.
005790         SEARCH FXR-RATE-ENTRY
005800             AT END
005810                 CONTINUE
005820             WHEN FXR-RATE-CODE(FXR-RATE-IDX) = FXR-WANTED-CODE
005830                 MOVE FXR-RATE-VALUE(FXR-RATE-IDX) TO FXR-NEW-RATE
005840         END-SEARCH.
005850 2100-EXIT.
005860         EXIT.
005870*---------------------------------------------------------------
005880*  3000-WRITE-VOUCHER.  THE NET GAIN OR LOSS OVER ALL CURRENCIES
005890*  IS BOOKED TODAY BETWEEN THE POSITION ADJUSTMENT ACCOUNT AND
005900*  UNREALIZED FX GAIN/LOSS, AND THE SAME PAIR IS BOOKED THE
005910*  OTHER WAY ROUND DATED THE REVERSAL DAY -- FOUR LINES THAT
005920*  ZERO-PROVE BY CONSTRUCTION.  A NIL REVALUATION STILL WRITES
005930*  THE TRAILER SO THE VOUCHER ON FILE IS TODAY'S.
005940*---------------------------------------------------------------
005950 3000-WRITE-VOUCHER.
005960         IF NOT FXR-REVALUE-TODAY
005970             GO TO 3000-EXIT
005980         END-IF.
005990         OPEN OUTPUT VOUCHER-FILE.
006000         IF NOT FXR-VOUCHER-FILE-OK
006010             DISPLAY "FXREVAL: CANNOT OPEN FXVOUCHR, STATUS = "
006020                 FXR-VOUCHER-FILE-STATUS
006030             MOVE 16 TO RETURN-CODE
006040             GO TO 3000-EXIT
006050         END-IF.
006060         IF FXR-NET-GAIN-LOSS < ZERO
006070             COMPUTE FXR-NET-ABS = ZERO - FXR-NET-GAIN-LOSS
006080         ELSE
006090             MOVE FXR-NET-GAIN-LOSS TO FXR-NET-ABS
006100         END-IF.
006110         IF FXR-NET-ABS > ZERO
006120             MOVE FXR-RUN-DATE TO FXR-ENTRY-DATE
006130             IF FXR-NET-GAIN-LOSS > ZERO
006140                 MOVE "DR" TO FXR-POSITION-DR-CR
006150                 MOVE "CR" TO FXR-GAIN-LOSS-DR-CR
006160             ELSE
006170                 MOVE "CR" TO FXR-POSITION-DR-CR
006180                 MOVE "DR" TO FXR-GAIN-LOSS-DR-CR
006190             END-IF
006200             PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT
006210             MOVE FXR-REVERSAL-DATE TO FXR-ENTRY-DATE
006220             IF FXR-NET-GAIN-LOSS > ZERO
006230                 MOVE "CR" TO FXR-POSITION-DR-CR
006240                 MOVE "DR" TO FXR-GAIN-LOSS-DR-CR
006250             ELSE
006260                 MOVE "DR" TO FXR-POSITION-DR-CR
006270                 MOVE "CR" TO FXR-GAIN-LOSS-DR-CR
006280             END-IF
006290             PERFORM 3100-WRITE-ENTRY-PAIR THRU 3100-EXIT
006300         END-IF.
006310         MOVE SPACES TO VOUCHER-RECORD.
006320         MOVE "T" TO GLT-LINE-TYPE.
006330         MOVE FXR-LINE-COUNT TO GLT-LINE-COUNT.
006340         MOVE FXR-DR-TOTAL TO GLT-DEBIT-TOTAL.
006350         MOVE FXR-CR-TOTAL TO GLT-CREDIT-TOTAL.
006360         WRITE VOUCHER-RECORD.
006370         CLOSE VOUCHER-FILE.
006380         MOVE FXR-NET-GAIN-LOSS TO FXR-GAIN-EDIT.
006390         MOVE SPACES TO REPORT-RECORD.
006400         WRITE REPORT-RECORD.
006410         MOVE SPACES TO REPORT-RECORD.
006420         STRING "NET UNREALIZED GAIN/LOSS " FXR-GAIN-EDIT
006430             "   BOOKED " FXR-RUN-DATE
006440             "   REVERSED " FXR-REVERSAL-DATE
006450             DELIMITED BY SIZE INTO REPORT-RECORD.
006460         WRITE REPORT-RECORD.
006470 3000-EXIT.
006480         EXIT.
006490 3100-WRITE-ENTRY-PAIR.
006500         MOVE SPACES TO VOUCHER-RECORD.
006510         MOVE "V" TO GLV-LINE-TYPE.
006520         MOVE FXR-POSITION-GL TO GLV-GL-ACCOUNT.
006530         MOVE FXR-POSITION-DR-CR TO GLV-DR-CR.
006540         MOVE FXR-NET-ABS TO GLV-AMOUNT.
006550         MOVE "***" TO GLV-BRANCH-CODE.
006560         MOVE "FX" TO GLV-RECORD-TYPE.
006570         MOVE FXR-ENTRY-DATE TO GLV-RUN-DATE.
006580         WRITE VOUCHER-RECORD.
006590         PERFORM 3200-ADD-TO-TOTALS THRU 3200-EXIT.
006600         MOVE SPACES TO VOUCHER-RECORD.
006610         MOVE "V" TO GLV-LINE-TYPE.
006620         MOVE FXR-GAIN-LOSS-GL TO GLV-GL-ACCOUNT.
006630         MOVE FXR-GAIN-LOSS-DR-CR TO GLV-DR-CR.
006640         MOVE FXR-NET-ABS TO GLV-AMOUNT.
006650         MOVE "***" TO GLV-BRANCH-CODE.
006660         MOVE "FX" TO GLV-RECORD-TYPE.
006670         MOVE FXR-ENTRY-DATE TO GLV-RUN-DATE.
006680         WRITE VOUCHER-RECORD.
006690         PERFORM 3200-ADD-TO-TOTALS THRU 3200-EXIT.
006700 3100-EXIT.
006710         EXIT.
006720 3200-ADD-TO-TOTALS.
006730         ADD 1 TO FXR-LINE-COUNT.
006740         IF GLV-DR-CR = "DR"
006750             ADD GLV-AMOUNT TO FXR-DR-TOTAL
006760         ELSE
006770             ADD GLV-AMOUNT TO FXR-CR-TOTAL
006780         END-IF.
006790 3200-EXIT.
006800         EXIT.
006810*---------------------------------------------------------------
006820*  4000-REWRITE-POSITIONS.  HEADER FIRST, THEN ONE RECORD PER
006830*  CURRENCY STILL HOLDING A POSITION OR A BOOKED VALUE.
006840*---------------------------------------------------------------
006850 4000-REWRITE-POSITIONS.
006860         IF RETURN-CODE > 4
006870             GO TO 4000-EXIT
006880         END-IF.
006890         OPEN OUTPUT POSITION-FILE.
006900         IF NOT FXR-POSITION-FILE-OK
006910             DISPLAY "FXREVAL: CANNOT REWRITE FXPOSITN, STATUS = "
006920                 FXR-POSITION-FILE-STATUS
006930             MOVE 16 TO RETURN-CODE
006940             GO TO 4000-EXIT
006950         END-IF.
006960         MOVE SPACES TO FX-POSITION-RECORD.
006970         MOVE "H" TO FXP-RECORD-TYPE.
006980         MOVE FXR-LAST-LOAD-DATE TO FXP-LAST-LOAD-DATE.
006990         MOVE ZERO TO FXP-NET-POSITION FXP-BOOKED-VALUE.
007000         MOVE ZERO TO FXP-LAST-REVAL-DATE FXP-LAST-REVAL-RATE.
007010         WRITE FX-POSITION-RECORD.
007020         PERFORM 4100-WRITE-ONE-POSITION THRU 4100-EXIT
007030             VARYING FXR-CCY-SUB FROM 1 BY 1
007040             UNTIL FXR-CCY-SUB > FXR-CCY-COUNT.
007050         CLOSE POSITION-FILE.
007060 4000-EXIT.
007070         EXIT.
007080 4100-WRITE-ONE-POSITION.
007090         IF FXR-CCY-POSITION(FXR-CCY-SUB) = ZERO
007100             AND FXR-CCY-BOOKED(FXR-CCY-SUB) = ZERO
007110             GO TO 4100-EXIT
007120         END-IF.
007130         MOVE SPACES TO FX-POSITION-RECORD.
007140         MOVE "C" TO FXP-RECORD-TYPE.
007150         MOVE FXR-CCY-CODE(FXR-CCY-SUB) TO FXP-CURRENCY-CODE.
007160         MOVE FXR-CCY-LAST-LOAD(FXR-CCY-SUB)
007170             TO FXP-LAST-LOAD-DATE.
007180         MOVE FXR-CCY-POSITION(FXR-CCY-SUB) TO FXP-NET-POSITION.
007190         MOVE FXR-CCY-BOOKED(FXR-CCY-SUB) TO FXP-BOOKED-VALUE.
007200         MOVE FXR-CCY-REVAL-DATE(FXR-CCY-SUB)
007210             TO FXP-LAST-REVAL-DATE.
007220         MOVE FXR-CCY-REVAL-RATE(FXR-CCY-SUB)
007230             TO FXP-LAST-REVAL-RATE.
007240         WRITE FX-POSITION-RECORD.
007250 4100-EXIT.
007260         EXIT.
007270 8000-TERMINATE.
007280         IF FXR-REPORT-FILE-OK
007290             CLOSE REPORT-FILE
007300         END-IF.
007310         DISPLAY "----------------------------------------------".
007320         DISPLAY "SETLPOSN ROWS ADDED  = " FXR-POSITIONS-READ.
007330         DISPLAY "BOOKED AT CONVERSION = " FXR-BOOKED-AT-SAMPLE.
007340         DISPLAY "CURRENCIES HELD      = " FXR-CCY-COUNT.
007350         DISPLAY "CURRENCIES REVALUED  = " FXR-CCY-REVALUED.
007360         DISPLAY "CURRENCIES UNPRICED  = " FXR-CCY-UNPRICED.
007370         DISPLAY "VOUCHER LINES        = " FXR-LINE-COUNT.
007380         DISPLAY "FXREVAL: JOB COMPLETE, RETURN CODE "
007390             RETURN-CODE.
007400 8000-EXIT.
007410         EXIT.
