000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 TELLPRF.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  BRANCH TELLER CASH PROOF.
000220*                  EACH TELLER'S END-OF-DAY POSITION (TELCSHC)
000230*                  COMES FROM THE BRANCH FEED TELLCSHF OR FROM
000240*                  KEYENTRY'S TELLER CASH MODE ON TELLCASH; ONLY
000250*                  THE RUN DATE'S POSITIONS ARE PROVED, ANY
000260*                  OTHER ROW IS LISTED AS REJECTED.  A TELLER
000270*                  IS OVER OR SHORT BY THE CLOSING COUNT LESS
000280*                  OPENING CASH PLUS RECEIVED LESS PAID OUT.
000290*                  EACH BRANCH'S REPORTED CASH RECEIVED AND
000300*                  PAID OUT ARE THEN PROVED AGAINST THE CASH
000310*                  ITEMS (TXNTYPTB TTM-CASH-AT-COUNTER) IN
000320*                  TODAY'S EXTRACT GENERATIONS (GENCATLG, THE
000330*                  ICSETTLE WAY) -- A DEBIT ITEM IS CASH
000340*                  RECEIVED, A CREDIT ITEM CASH PAID OUT.
000350*                  TELLPRRP SHOWS EVERY TELLER AND BRANCH; ANY
000360*                  DIFFERENCE BEYOND TPF-TOLERANCE (RUN
000370*                  PARAMETER IN WHOLE UNITS, DEFAULT 10) OPENS
000380*                  A WORKQ ITEM.  EACH PROVED TELLER'S RESULT
000390*                  IS ADDED TO THE MONTH'S ROW ON TELLHIST
000400*                  (TELHSTC) FOR TELLHRPT; MONTHS OLDER THAN A
000410*                  YEAR ARE DROPPED AS IT IS REWRITTEN.  RC 4
000420*                  WHEN ANYTHING IS QUEUED OR REJECTED, RC 16
000430*                  WHEN TELLPRRP OR TELLHIST CANNOT BE WRITTEN.
000440*---------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.
000480         LINUX.
000490 OBJECT-COMPUTER.
000500         LINUX.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530         SELECT POSITION-FILE ASSIGN DYNAMIC TPF-POSITION-FILENAME
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS TPF-POSITION-FILE-STATUS.
000560         SELECT GEN-CATALOG-FILE ASSIGN TO "GENCATLG"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS TPF-GENCAT-FILE-STATUS.
000590         SELECT EXTRACT-FILE ASSIGN DYNAMIC TPF-EXTRACT-FILENAME
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS TPF-EXTRACT-FILE-STATUS.
000620         SELECT TXN-TYPE-FILE ASSIGN TO "TXNTYPTB"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS TPF-TYPE-FILE-STATUS.
000650         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS TPF-BRANCH-FILE-STATUS.
000680         SELECT HISTORY-FILE ASSIGN TO "TELLHIST"
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS TPF-HISTORY-FILE-STATUS.
000710         SELECT REPORT-FILE ASSIGN TO "TELLPRRP"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS TPF-REPORT-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  POSITION-FILE.
000770     COPY TELCSHC.
000780 FD  GEN-CATALOG-FILE.
000790     COPY GENCATRC.
000800 FD  EXTRACT-FILE.
000810     COPY EXTRREC.
000820 FD  TXN-TYPE-FILE.
000830     COPY TXNTYPRC.
000840 FD  BRANCH-MASTER-FILE.
000850     COPY BRNCHREC.
000860 FD  HISTORY-FILE.
000870 01  HISTORY-FILE-RECORD         PIC X(80).
000880 FD  REPORT-FILE.
000890 01  REPORT-RECORD               PIC X(132).
000900 WORKING-STORAGE SECTION.
000910     COPY RUNDATEC.
000920     COPY TELHSTC.
000930 01  TPF-FILE-STATUS-VALUES.
000940         05  TPF-POSITION-FILE-STATUS PIC X(02).
000950             88  TPF-POSITION-FILE-OK    VALUE "00".
000960         05  TPF-GENCAT-FILE-STATUS  PIC X(02).
000970             88  TPF-GENCAT-FILE-OK      VALUE "00".
000980         05  TPF-EXTRACT-FILE-STATUS PIC X(02).
000990             88  TPF-EXTRACT-FILE-OK     VALUE "00".
001000         05  TPF-TYPE-FILE-STATUS    PIC X(02).
001010             88  TPF-TYPE-FILE-OK        VALUE "00".
001020         05  TPF-BRANCH-FILE-STATUS  PIC X(02).
001030             88  TPF-BRANCH-FILE-OK      VALUE "00".
001040         05  TPF-HISTORY-FILE-STATUS PIC X(02).
001050             88  TPF-HISTORY-FILE-OK     VALUE "00".
001060         05  TPF-REPORT-FILE-STATUS  PIC X(02).
001070             88  TPF-REPORT-FILE-OK      VALUE "00".
001080 01  TPF-SWITCHES.
001090         05  TPF-POS-EOF-SWITCH      PIC X(01) VALUE "N".
001100             88  TPF-POS-AT-END          VALUE "Y".
001110         05  TPF-GENCAT-EOF-SWITCH   PIC X(01) VALUE "N".
001120             88  TPF-GENCAT-AT-END       VALUE "Y".
001130         05  TPF-EXTR-EOF-SWITCH     PIC X(01) VALUE "N".
001140             88  TPF-EXTR-AT-END         VALUE "Y".
001150         05  TPF-TYPE-EOF-SWITCH     PIC X(01) VALUE "N".
001160             88  TPF-TYPE-AT-END         VALUE "Y".
001170         05  TPF-BRM-EOF-SWITCH      PIC X(01) VALUE "N".
001180             88  TPF-BRM-AT-END          VALUE "Y".
001190         05  TPF-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
001200             88  TPF-HIST-AT-END         VALUE "Y".
001210         05  TPF-GEN-FOUND-SWITCH    PIC X(01) VALUE "N".
001220             88  TPF-GEN-FOUND           VALUE "Y".
001230         05  TPF-FOUND-SWITCH        PIC X(01) VALUE "N".
001240             88  TPF-ENTRY-FOUND         VALUE "Y".
001250         05  TPF-PLACE-SWITCH        PIC X(01) VALUE "N".
001260             88  TPF-PLACE-FOUND         VALUE "Y".
001270         05  TPF-READY-SWITCH        PIC X(01) VALUE "N".
001280             88  TPF-READY               VALUE "Y".
001290         05  TPF-HIST-FULL-SWITCH    PIC X(01) VALUE "N".
001300             88  TPF-HIST-FULL           VALUE "Y".
001310 01  TPF-RUN-FIELDS.
001320         05  TPF-RUN-DATE            PIC 9(08) VALUE ZERO.
001330         05  TPF-RUN-MONTH           PIC 9(06) VALUE ZERO.
001340         05  TPF-KEEP-MONTH          PIC 9(06) VALUE ZERO.
001350*  KEPT APART FROM RETURN-CODE, WHICH EVERY CALL RESETS.
001360 01  TPF-RETURN-CODE             PIC 9(02) VALUE ZERO.
001370*  A DIFFERENCE MORE THAN THIS EITHER WAY OPENS A WORKQ ITEM.
001380*  RUN PARAMETER, IN WHOLE UNITS OF CURRENCY.
001390 01  TPF-PARM-STRING             PIC X(20) VALUE SPACES.
001400 01  TPF-PARM-TOLERANCE          PIC 9(05) VALUE ZERO.
001410 01  TPF-TOLERANCE               PIC 9(05)V99 VALUE 10.
001420 01  TPF-POSITION-FILENAME       PIC X(08) VALUE SPACES.
001430 01  TPF-EXTRACT-FILENAME        PIC X(30) VALUE SPACES.
001440 01  TPF-GENERATION-LIST.
001450         05  TPF-GEN-COUNT           PIC 9(02) COMP VALUE ZERO.
001460         05  TPF-GEN-ENTRY OCCURS 20 TIMES
001470                 INDEXED BY TPF-GEN-IDX.
001480             10  TPF-GEN-NUMBER      PIC 9(07).
001490             10  TPF-GEN-EXTRACT     PIC X(30).
001500 01  TPF-GEN-SUB                 PIC 9(02) COMP VALUE ZERO.
001510 01  TPF-CASH-TYPE-TABLE.
001520         05  TPF-CSH-COUNT           PIC 9(03) COMP VALUE ZERO.
001530         05  TPF-CSH-TYPE            PIC X(02) OCCURS 50 TIMES
001540                 INDEXED BY TPF-CSH-IDX.
001550 01  TPF-BRANCH-TABLE.
001560         05  TPF-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
001570         05  TPF-BRN-ENTRY OCCURS 100 TIMES
001580                 INDEXED BY TPF-BRN-IDX.
001590             10  TPF-BRN-CODE        PIC X(03).
001600             10  TPF-BRN-NAME        PIC X(20).
001610             10  TPF-BRN-REGION      PIC X(03).
001620             10  TPF-BRN-TELLERS     PIC 9(05) COMP.
001630             10  TPF-BRN-RPT-RECEIVED PIC S9(11)V99 COMP-3.
001640             10  TPF-BRN-RPT-PAID    PIC S9(11)V99 COMP-3.
001650             10  TPF-BRN-POSTED-IN   PIC S9(11)V99 COMP-3.
001660             10  TPF-BRN-POSTED-OUT  PIC S9(11)V99 COMP-3.
001670             10  TPF-BRN-CASH-ITEMS  PIC 9(07) COMP.
001680             10  TPF-BRN-OVER-SHORT  PIC S9(11)V99 COMP-3.
001690 01  TPF-BRN-SUB                 PIC 9(03) COMP VALUE ZERO.
001700*  HELD IN BRANCH AND TELLER ORDER AS EACH POSITION IS LOADED.
001710 01  TPF-TELLER-TABLE.
001720         05  TPF-TLR-COUNT           PIC 9(03) COMP VALUE ZERO.
001730         05  TPF-TLR-ENTRY OCCURS 500 TIMES.
001740             10  TPF-TLR-KEY.
001750                 15  TPF-TLR-BRANCH  PIC X(03).
001760                 15  TPF-TLR-TELLER  PIC X(06).
001770             10  TPF-TLR-SOURCE      PIC X(01).
001780             10  TPF-TLR-OPENING     PIC 9(09)V99.
001790             10  TPF-TLR-RECEIVED    PIC 9(09)V99.
001800             10  TPF-TLR-PAID        PIC 9(09)V99.
001810             10  TPF-TLR-CLOSING     PIC 9(09)V99.
001820             10  TPF-TLR-EXPECTED    PIC S9(09)V99 COMP-3.
001830             10  TPF-TLR-DIFFERENCE  PIC S9(09)V99 COMP-3.
001840 01  TPF-TLR-SUB                 PIC 9(03) COMP VALUE ZERO.
001850 01  TPF-NEW-KEY.
001860         05  TPF-NEW-BRANCH          PIC X(03).
001870         05  TPF-NEW-TELLER          PIC X(06).
001880*  EVERY MONTH'S ROWS ARE HELD AND WRITTEN BACK WHOLE.
001890 01  TPF-HISTORY-TABLE.
001900         05  TPF-HST-COUNT           PIC 9(04) COMP VALUE ZERO.
001910         05  TPF-HST-ROW             PIC X(80) OCCURS 3000 TIMES.
001920 01  TPF-HST-SUB                 PIC 9(04) COMP VALUE ZERO.
001930 01  TPF-COUNTERS.
001940         05  TPF-POSITIONS-READ      PIC 9(07) VALUE ZERO.
001950         05  TPF-POSITIONS-REJECTED  PIC 9(07) VALUE ZERO.
001960         05  TPF-POSITIONS-REPLACED  PIC 9(07) VALUE ZERO.
001970         05  TPF-CASH-ITEMS          PIC 9(07) VALUE ZERO.
001980         05  TPF-TELLERS-OVER        PIC 9(07) VALUE ZERO.
001990         05  TPF-TELLERS-SHORT       PIC 9(07) VALUE ZERO.
002000         05  TPF-QUEUED-COUNT        PIC 9(07) VALUE ZERO.
002010         05  TPF-HISTORY-ROWS        PIC 9(07) VALUE ZERO.
002020 01  TPF-TOTALS.
002030         05  TPF-TOTAL-OVERAGE       PIC S9(11)V99 COMP-3
002040                                         VALUE ZERO.
002050         05  TPF-TOTAL-SHORTAGE      PIC S9(11)V99 COMP-3
002060                                         VALUE ZERO.
002070         05  TPF-TOTAL-RPT-RECEIVED  PIC S9(11)V99 COMP-3
002080                                         VALUE ZERO.
002090         05  TPF-TOTAL-RPT-PAID      PIC S9(11)V99 COMP-3
002100                                         VALUE ZERO.
002110         05  TPF-TOTAL-POSTED-IN     PIC S9(11)V99 COMP-3
002120                                         VALUE ZERO.
002130         05  TPF-TOTAL-POSTED-OUT    PIC S9(11)V99 COMP-3
002140                                         VALUE ZERO.
002150 01  TPF-WORK-FIELDS.
002160         05  TPF-DIFFERENCE          PIC S9(11)V99 COMP-3
002170                                         VALUE ZERO.
002180         05  TPF-ABS-DIFFERENCE      PIC 9(11)V99 VALUE ZERO.
002190         05  TPF-REJECT-REASON       PIC X(30) VALUE SPACES.
002200         05  TPF-FLAG-WORDS          PIC X(26) VALUE SPACES.
002210         05  TPF-CASH-WORDS          PIC X(13) VALUE SPACES.
002220         05  TPF-WQ-SOURCE           PIC X(08) VALUE "TELLPRF".
002230         05  TPF-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
002240 01  TPF-PRINT-LINE-FIELDS.
002250         05  TPF-OPENING-EDIT        PIC Z(8)9.99.
002260         05  TPF-RECEIVED-EDIT       PIC Z(8)9.99.
002270         05  TPF-PAID-EDIT           PIC Z(8)9.99.
002280         05  TPF-EXPECTED-EDIT       PIC -(8)9.99.
002290         05  TPF-CLOSING-EDIT        PIC Z(8)9.99.
002300         05  TPF-DIFF-EDIT           PIC -(9)9.99.
002310         05  TPF-REPORTED-EDIT       PIC Z(10)9.99.
002320         05  TPF-POSTED-EDIT         PIC Z(10)9.99.
002330         05  TPF-TOTAL-EDIT          PIC Z(10)9.99.
002340         05  TPF-TOLERANCE-EDIT      PIC ZZZZ9.99.
002350         05  TPF-COUNT-EDIT          PIC ZZZZZZ9.
002360 PROCEDURE DIVISION.
002370 0000-MAINLINE.
002380         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390         IF TPF-READY
002400             IF TPF-GEN-COUNT > ZERO
002410                 PERFORM 2000-SCAN-ONE-GENERATION THRU 2000-EXIT
002420                     VARYING TPF-GEN-SUB FROM 1 BY 1
002430                     UNTIL TPF-GEN-SUB > TPF-GEN-COUNT
002440             END-IF
002450             PERFORM 3000-PROVE-ONE-TELLER THRU 3000-EXIT
002460                 VARYING TPF-TLR-SUB FROM 1 BY 1
002470                 UNTIL TPF-TLR-SUB > TPF-TLR-COUNT
002480             PERFORM 4000-REPORT-ONE-BRANCH THRU 4000-EXIT
002490                 VARYING TPF-BRN-SUB FROM 1 BY 1
002500                 UNTIL TPF-BRN-SUB > TPF-BRN-COUNT
002510             PERFORM 4500-PRINT-TOTALS THRU 4500-EXIT
002520             PERFORM 5000-UPDATE-HISTORY THRU 5000-EXIT
002530         END-IF.
002540         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002550         STOP RUN.
002560 1000-INITIALIZE.
002570         DISPLAY "TELLPRF: JOB STARTING".
002580         CALL "RUNDATE" USING RUN-DATE-AREA.
002590         MOVE RDT-RUN-DATE TO TPF-RUN-DATE.
002600         MOVE TPF-RUN-DATE(1:6) TO TPF-RUN-MONTH.
002610         COMPUTE TPF-KEEP-MONTH = TPF-RUN-MONTH - 100.
002620         ACCEPT TPF-PARM-STRING FROM COMMAND-LINE.
002630         IF TPF-PARM-STRING NOT = SPACES
002640             UNSTRING TPF-PARM-STRING DELIMITED BY "," OR SPACE
002650                 INTO TPF-PARM-TOLERANCE
002660             END-UNSTRING
002670         END-IF.
002680         IF TPF-PARM-TOLERANCE NUMERIC
002690             AND TPF-PARM-TOLERANCE > ZERO
002700             MOVE TPF-PARM-TOLERANCE TO TPF-TOLERANCE
002710         END-IF.
002720         MOVE TPF-TOLERANCE TO TPF-TOLERANCE-EDIT.
002730         DISPLAY "TELLPRF: DIFFERENCES OVER " TPF-TOLERANCE-EDIT
002740             " ARE QUEUED TO WORKQ".
002750         OPEN OUTPUT REPORT-FILE.
002760         IF NOT TPF-REPORT-FILE-OK
002770             DISPLAY "TELLPRF: CANNOT OPEN TELLPRRP, STATUS = "
002780                 TPF-REPORT-FILE-STATUS
002790             MOVE 16 TO TPF-RETURN-CODE
002800             GO TO 1000-EXIT
002810         END-IF.
002820         MOVE SPACES TO REPORT-RECORD.
002830         STRING "TELLER CASH PROOF   RUN DATE: " TPF-RUN-DATE
002840             "   TOLERANCE: " TPF-TOLERANCE-EDIT
002850             DELIMITED BY SIZE INTO REPORT-RECORD.
002860         WRITE REPORT-RECORD.
002870         PERFORM 1100-LOAD-CASH-TYPES THRU 1100-EXIT.
002880         PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
002890         MOVE "TELLCSHF" TO TPF-POSITION-FILENAME.
002900         PERFORM 1300-LOAD-POSITIONS THRU 1300-EXIT.
002910         MOVE "TELLCASH" TO TPF-POSITION-FILENAME.
002920         PERFORM 1300-LOAD-POSITIONS THRU 1300-EXIT.
002930         IF TPF-TLR-COUNT = ZERO
002940             DISPLAY "TELLPRF: NO TELLER CASH POSITIONS FOR "
002950                 TPF-RUN-DATE " - NOTHING TO PROVE"
002960             MOVE SPACES TO REPORT-RECORD
002970             WRITE REPORT-RECORD
002980             MOVE "NO TELLER CASH POSITIONS FOR THE RUN DATE"
002990                 TO REPORT-RECORD
003000             WRITE REPORT-RECORD
003010             GO TO 1000-EXIT
003020         END-IF.
003030         PERFORM 1400-BUILD-GENERATION-LIST THRU 1400-EXIT.
003040         IF TPF-GEN-COUNT = ZERO
003050             DISPLAY "TELLPRF: NO EXTRACT GENERATION FOR "
003060                 TPF-RUN-DATE " - NOTHING POSTED TO PROVE AGAINST"
003070         END-IF.
003080         PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
003090         SET TPF-READY TO TRUE.
003100 1000-EXIT.
003110         EXIT.
003120*---------------------------------------------------------------
003130*  1100-LOAD-CASH-TYPES.  THE TYPES TXNTYPTB MARKS AS CASH
003140*  OVER THE COUNTER.  WITHOUT THE TABLE NOTHING COUNTS AS
003150*  POSTED CASH AND EVERY BRANCH'S REPORTED MOVEMENT STANDS
003160*  UNPROVED ON THE REPORT.
003170*---------------------------------------------------------------
003180 1100-LOAD-CASH-TYPES.
003190         OPEN INPUT TXN-TYPE-FILE.
003200         IF NOT TPF-TYPE-FILE-OK
003210             DISPLAY "TELLPRF: NO TXNTYPTB FILE - NO CASH TYPES "
003220                 "KNOWN"
003230             GO TO 1100-EXIT
003240         END-IF.
003250         PERFORM 1150-LOAD-ONE-TYPE THRU 1150-EXIT
003260             UNTIL TPF-TYPE-AT-END.
003270         CLOSE TXN-TYPE-FILE.
003280 1100-EXIT.
003290         EXIT.
003300 1150-LOAD-ONE-TYPE.
003310         READ TXN-TYPE-FILE
003320             AT END
003330                 MOVE "Y" TO TPF-TYPE-EOF-SWITCH
003340                 GO TO 1150-EXIT
003350         END-READ.
003360         IF TTM-CASH-AT-COUNTER
003370             AND TPF-CSH-COUNT < 50
003380             ADD 1 TO TPF-CSH-COUNT
003390             MOVE TTM-RECORD-TYPE TO TPF-CSH-TYPE(TPF-CSH-COUNT)
003400         END-IF.
003410 1150-EXIT.
003420         EXIT.
003430 1200-LOAD-BRANCHES.
003440         OPEN INPUT BRANCH-MASTER-FILE.
003450         IF NOT TPF-BRANCH-FILE-OK
003460             GO TO 1200-EXIT
003470         END-IF.
003480         PERFORM 1250-LOAD-ONE-BRANCH THRU 1250-EXIT
003490             UNTIL TPF-BRM-AT-END
003500                 OR TPF-BRN-COUNT = 100.
003510         CLOSE BRANCH-MASTER-FILE.
003520 1200-EXIT.
003530         EXIT.
003540 1250-LOAD-ONE-BRANCH.
003550         READ BRANCH-MASTER-FILE
003560             AT END
003570                 MOVE "Y" TO TPF-BRM-EOF-SWITCH
003580                 GO TO 1250-EXIT
003590         END-READ.
003600         ADD 1 TO TPF-BRN-COUNT.
003610         SET TPF-BRN-IDX TO TPF-BRN-COUNT.
003620         PERFORM 6100-CLEAR-BRANCH THRU 6100-EXIT.
003630         MOVE BRM-BRANCH-CODE TO TPF-BRN-CODE(TPF-BRN-IDX).
003640         MOVE BRM-BRANCH-NAME TO TPF-BRN-NAME(TPF-BRN-IDX).
003650         MOVE BRM-REGION-CODE TO TPF-BRN-REGION(TPF-BRN-IDX).
003660 1250-EXIT.
003670         EXIT.
003680*---------------------------------------------------------------
003690*  1300-LOAD-POSITIONS.  ONE POSITION FILE, THE FEED OR THE
003700*  KEYED FILE, WHICHEVER IS NAMED.  EITHER MAY BE ABSENT.
003710*---------------------------------------------------------------
003720 1300-LOAD-POSITIONS.
003730         OPEN INPUT POSITION-FILE.
003740         IF NOT TPF-POSITION-FILE-OK
003750             GO TO 1300-EXIT
003760         END-IF.
003770         DISPLAY "TELLPRF: LOADING " TPF-POSITION-FILENAME.
003780         MOVE "N" TO TPF-POS-EOF-SWITCH.
003790         PERFORM 1350-LOAD-ONE-POSITION THRU 1350-EXIT
003800             UNTIL TPF-POS-AT-END.
003810         CLOSE POSITION-FILE.
003820 1300-EXIT.
003830         EXIT.
003840 1350-LOAD-ONE-POSITION.
003850         READ POSITION-FILE
003860             AT END
003870                 MOVE "Y" TO TPF-POS-EOF-SWITCH
003880                 GO TO 1350-EXIT
003890         END-READ.
003900         ADD 1 TO TPF-POSITIONS-READ.
003910         MOVE SPACES TO TPF-REJECT-REASON.
003920         EVALUATE TRUE
003930             WHEN TCP-POSITION-DATE NOT NUMERIC
003940                 MOVE "POSITION DATE NOT NUMERIC"
003950                     TO TPF-REJECT-REASON
003960             WHEN TCP-POSITION-DATE NOT = TPF-RUN-DATE
003970                 MOVE "NOT FOR THE RUN DATE" TO TPF-REJECT-REASON
003980             WHEN TCP-BRANCH-CODE NOT NUMERIC
003990                 MOVE "BRANCH NOT NUMERIC" TO TPF-REJECT-REASON
004000             WHEN TCP-TELLER-ID = SPACES
004010                 MOVE "NO TELLER ID" TO TPF-REJECT-REASON
004020             WHEN TCP-OPENING-CASH NOT NUMERIC
004030                 OR TCP-CASH-RECEIVED NOT NUMERIC
004040                 OR TCP-CASH-PAID-OUT NOT NUMERIC
004050                 OR TCP-CLOSING-COUNT NOT NUMERIC
004060                 MOVE "AMOUNT NOT NUMERIC" TO TPF-REJECT-REASON
004070             WHEN OTHER
004080                 CONTINUE
004090         END-EVALUATE.
004100         IF TPF-REJECT-REASON NOT = SPACES
004110             PERFORM 1390-REJECT-POSITION THRU 1390-EXIT
004120             GO TO 1350-EXIT
004130         END-IF.
004140         MOVE TCP-BRANCH-CODE TO TPF-NEW-BRANCH.
004150         MOVE TCP-TELLER-ID TO TPF-NEW-TELLER.
004160         MOVE "N" TO TPF-FOUND-SWITCH.
004170         PERFORM 1355-MATCH-ONE-TELLER THRU 1355-EXIT
004180             VARYING TPF-TLR-SUB FROM 1 BY 1
004190             UNTIL TPF-TLR-SUB > TPF-TLR-COUNT
004200                 OR TPF-ENTRY-FOUND.
004210         IF TPF-ENTRY-FOUND
004220             SUBTRACT 1 FROM TPF-TLR-SUB
004230             ADD 1 TO TPF-POSITIONS-REPLACED
004240         ELSE
004250             IF TPF-TLR-COUNT = 500
004260                 MOVE "TELLER TABLE FULL" TO TPF-REJECT-REASON
004270                 PERFORM 1390-REJECT-POSITION THRU 1390-EXIT
004280                 GO TO 1350-EXIT
004290             END-IF
004300             PERFORM 1360-OPEN-TELLER-SLOT THRU 1360-EXIT
004310         END-IF.
004320         MOVE TPF-NEW-KEY TO TPF-TLR-KEY(TPF-TLR-SUB).
004330         MOVE TCP-SOURCE TO TPF-TLR-SOURCE(TPF-TLR-SUB).
004340         MOVE TCP-OPENING-CASH TO TPF-TLR-OPENING(TPF-TLR-SUB).
004350         MOVE TCP-CASH-RECEIVED TO TPF-TLR-RECEIVED(TPF-TLR-SUB).
004360         MOVE TCP-CASH-PAID-OUT TO TPF-TLR-PAID(TPF-TLR-SUB).
004370         MOVE TCP-CLOSING-COUNT TO TPF-TLR-CLOSING(TPF-TLR-SUB).
004380 1350-EXIT.
004390         EXIT.
004400 1355-MATCH-ONE-TELLER.
004410         IF TPF-TLR-KEY(TPF-TLR-SUB) = TPF-NEW-KEY
004420             SET TPF-ENTRY-FOUND TO TRUE
004430         END-IF.
004440 1355-EXIT.
004450         EXIT.
004460*---------------------------------------------------------------
004470*  1360-OPEN-TELLER-SLOT.  MOVES EVERY TELLER THAT SORTS AFTER
004480*  THE NEW ONE UP A PLACE AND LEAVES TPF-TLR-SUB ON THE GAP.
004490*---------------------------------------------------------------
004500 1360-OPEN-TELLER-SLOT.
004510         MOVE TPF-TLR-COUNT TO TPF-TLR-SUB.
004520         MOVE "N" TO TPF-PLACE-SWITCH.
004530         PERFORM 1370-SHIFT-ONE-TELLER THRU 1370-EXIT
004540             UNTIL TPF-PLACE-FOUND.
004550         ADD 1 TO TPF-TLR-SUB.
004560         ADD 1 TO TPF-TLR-COUNT.
004570 1360-EXIT.
004580         EXIT.
004590 1370-SHIFT-ONE-TELLER.
004600         IF TPF-TLR-SUB = ZERO
004610             SET TPF-PLACE-FOUND TO TRUE
004620             GO TO 1370-EXIT
004630         END-IF.
004640         IF TPF-TLR-KEY(TPF-TLR-SUB) < TPF-NEW-KEY
004650             SET TPF-PLACE-FOUND TO TRUE
004660             GO TO 1370-EXIT
004670         END-IF.
004680         MOVE TPF-TLR-ENTRY(TPF-TLR-SUB)
004690             TO TPF-TLR-ENTRY(TPF-TLR-SUB + 1).
004700         SUBTRACT 1 FROM TPF-TLR-SUB.
004710 1370-EXIT.
004720         EXIT.
004730 1390-REJECT-POSITION.
004740         ADD 1 TO TPF-POSITIONS-REJECTED.
004750         IF TPF-RETURN-CODE < 4
004760             MOVE 4 TO TPF-RETURN-CODE
004770         END-IF.
004780         MOVE SPACES TO REPORT-RECORD.
004790         STRING "POSITION REJECTED - " TPF-POSITION-FILENAME
004800             " " TCP-POSITION-DATE " " TCP-BRANCH-CODE "/"
004810             TCP-TELLER-ID " " TPF-REJECT-REASON
004820             DELIMITED BY SIZE INTO REPORT-RECORD.
004830         WRITE REPORT-RECORD.
004840 1390-EXIT.
004850         EXIT.
004860 1400-BUILD-GENERATION-LIST.
004870         OPEN INPUT GEN-CATALOG-FILE.
004880         IF NOT TPF-GENCAT-FILE-OK
004890             GO TO 1400-EXIT
004900         END-IF.
004910         PERFORM 1450-SCAN-ONE-CATALOG-ROW THRU 1450-EXIT
004920             UNTIL TPF-GENCAT-AT-END.
004930         CLOSE GEN-CATALOG-FILE.
004940 1400-EXIT.
004950         EXIT.
004960*---------------------------------------------------------------
004970*  1450-SCAN-ONE-CATALOG-ROW.  THE RUN DATE'S STREAM
004980*  GENERATIONS ONLY -- AN INTRADAY PARTIAL IS TRUED UP BY THE
004990*  END-OF-DAY EXTRACT AND AN EXTRMRG GENERATION RESTATES ITS
005000*  DAY'S STREAM, SO EITHER WOULD COUNT THE CASH TWICE.
005010*---------------------------------------------------------------
005020 1450-SCAN-ONE-CATALOG-ROW.
005030         READ GEN-CATALOG-FILE
005040             AT END
005050                 MOVE "Y" TO TPF-GENCAT-EOF-SWITCH
005060                 GO TO 1450-EXIT
005070         END-READ.
005080         IF GCT-RUN-DATE NOT = TPF-RUN-DATE
005090             OR GCT-RUN-ID = "INTRADAY"
005100             OR GCT-RUN-ID = "EXTRMRG"
005110             OR GCT-STATUS-PURGED
005120             GO TO 1450-EXIT
005130         END-IF.
005140         MOVE "N" TO TPF-GEN-FOUND-SWITCH.
005150         IF TPF-GEN-COUNT > ZERO
005160             SET TPF-GEN-IDX TO 1
005170             SEARCH TPF-GEN-ENTRY
005180                 AT END
005190                     CONTINUE
005200                 WHEN TPF-GEN-NUMBER(TPF-GEN-IDX)
005210                     = GCT-GENERATION
005220                     SET TPF-GEN-FOUND TO TRUE
005230             END-SEARCH
005240         END-IF.
005250         IF TPF-GEN-FOUND
005260             MOVE GCT-EXTRACT-FILENAME
005270                 TO TPF-GEN-EXTRACT(TPF-GEN-IDX)
005280         ELSE
005290             IF TPF-GEN-COUNT < 20
005300                 ADD 1 TO TPF-GEN-COUNT
005310                 SET TPF-GEN-IDX TO TPF-GEN-COUNT
005320                 MOVE GCT-GENERATION
005330                     TO TPF-GEN-NUMBER(TPF-GEN-IDX)
005340                 MOVE GCT-EXTRACT-FILENAME
005350                     TO TPF-GEN-EXTRACT(TPF-GEN-IDX)
005360             END-IF
005370         END-IF.
005380 1450-EXIT.
005390         EXIT.
005400*---------------------------------------------------------------
005410*  1500-LOAD-HISTORY.  TELLHIST IS HELD WHOLE LESS THE MONTHS
005420*  A YEAR OLD OR MORE.  A FILE TOO BIG FOR THE TABLE IS LEFT
005430*  AS IT IS RATHER THAN WRITTEN BACK SHORT.
005440*---------------------------------------------------------------
005450 1500-LOAD-HISTORY.
005460         OPEN INPUT HISTORY-FILE.
005470         IF NOT TPF-HISTORY-FILE-OK
005480             GO TO 1500-EXIT
005490         END-IF.
005500         PERFORM 1550-LOAD-ONE-HISTORY THRU 1550-EXIT
005510             UNTIL TPF-HIST-AT-END.
005520         CLOSE HISTORY-FILE.
005530 1500-EXIT.
005540         EXIT.
005550 1550-LOAD-ONE-HISTORY.
005560         READ HISTORY-FILE INTO TELLER-HISTORY-RECORD
005570             AT END
005580                 MOVE "Y" TO TPF-HIST-EOF-SWITCH
005590                 GO TO 1550-EXIT
005600         END-READ.
005610         IF TLH-MONTH NOT NUMERIC
005620             OR TLH-MONTH NOT > TPF-KEEP-MONTH
005630             GO TO 1550-EXIT
005640         END-IF.
005650         IF TPF-HST-COUNT = 3000
005660             DISPLAY "TELLPRF: TELLHIST EXCEEDS 3000 ROWS - NOT "
005670                 "UPDATED"
005680             SET TPF-HIST-FULL TO TRUE
005690             MOVE "Y" TO TPF-HIST-EOF-SWITCH
005700             IF TPF-RETURN-CODE < 4
005710                 MOVE 4 TO TPF-RETURN-CODE
005720             END-IF
005730             GO TO 1550-EXIT
005740         END-IF.
005750         ADD 1 TO TPF-HST-COUNT.
005760         MOVE TELLER-HISTORY-RECORD TO TPF-HST-ROW(TPF-HST-COUNT).
005770 1550-EXIT.
005780         EXIT.
005790 2000-SCAN-ONE-GENERATION.
005800         MOVE TPF-GEN-EXTRACT(TPF-GEN-SUB)
005810             TO TPF-EXTRACT-FILENAME.
005820         MOVE "N" TO TPF-EXTR-EOF-SWITCH.
005830         OPEN INPUT EXTRACT-FILE.
005840         IF NOT TPF-EXTRACT-FILE-OK
005850             DISPLAY "TELLPRF: CANNOT OPEN "
005860                 TPF-EXTRACT-FILENAME
005870             GO TO 2000-EXIT
005880         END-IF.
005890         PERFORM 2100-SCAN-ONE-ITEM THRU 2100-EXIT
005900             UNTIL TPF-EXTR-AT-END.
005910         CLOSE EXTRACT-FILE.
005920 2000-EXIT.
005930         EXIT.
005940 2100-SCAN-ONE-ITEM.
005950         READ EXTRACT-FILE
005960             AT END
005970                 MOVE "Y" TO TPF-EXTR-EOF-SWITCH
005980                 GO TO 2100-EXIT
005990         END-READ.
006000         IF EXT-IS-HEADER-MARK OR EXT-IS-TRAILER-MARK
006010             GO TO 2100-EXIT
006020         END-IF.
006030         IF TPF-CSH-COUNT = ZERO
006040             GO TO 2100-EXIT
006050         END-IF.
006060         SET TPF-CSH-IDX TO 1.
006070         SEARCH TPF-CSH-TYPE
006080             AT END
006090                 GO TO 2100-EXIT
006100             WHEN TPF-CSH-IDX > TPF-CSH-COUNT
006110                 GO TO 2100-EXIT
006120             WHEN TPF-CSH-TYPE(TPF-CSH-IDX) = EXT-RECORD-TYPE
006130                 CONTINUE
006140         END-SEARCH.
006150         MOVE EXT-BRANCH-CODE TO TPF-NEW-BRANCH.
006160         PERFORM 6000-FIND-BRANCH THRU 6000-EXIT.
006170         IF NOT TPF-ENTRY-FOUND
006180             GO TO 2100-EXIT
006190         END-IF.
006200         ADD 1 TO TPF-CASH-ITEMS.
006210         ADD 1 TO TPF-BRN-CASH-ITEMS(TPF-BRN-IDX).
006220         IF EXT-IS-CREDIT
006230             ADD EXT-AMOUNT TO TPF-BRN-POSTED-OUT(TPF-BRN-IDX)
006240         ELSE
006250             ADD EXT-AMOUNT TO TPF-BRN-POSTED-IN(TPF-BRN-IDX)
006260         END-IF.
006270 2100-EXIT.
006280         EXIT.
006290*---------------------------------------------------------------
006300*  3000-PROVE-ONE-TELLER.  WHAT THE TILL SHOULD HOLD IS THE
006310*  OPENING CASH PLUS WHAT CAME IN LESS WHAT WENT OUT; THE
006320*  COUNT ABOVE THAT IS AN OVERAGE, BELOW IT A SHORTAGE.
006330*---------------------------------------------------------------
006340 3000-PROVE-ONE-TELLER.
006350         COMPUTE TPF-TLR-EXPECTED(TPF-TLR-SUB) =
006360             TPF-TLR-OPENING(TPF-TLR-SUB)
006370             + TPF-TLR-RECEIVED(TPF-TLR-SUB)
006380             - TPF-TLR-PAID(TPF-TLR-SUB).
006390         COMPUTE TPF-TLR-DIFFERENCE(TPF-TLR-SUB) =
006400             TPF-TLR-CLOSING(TPF-TLR-SUB)
006410             - TPF-TLR-EXPECTED(TPF-TLR-SUB).
006420         MOVE TPF-TLR-BRANCH(TPF-TLR-SUB) TO TPF-NEW-BRANCH.
006430         PERFORM 6000-FIND-BRANCH THRU 6000-EXIT.
006440         IF NOT TPF-ENTRY-FOUND
006450             GO TO 3000-EXIT
006460         END-IF.
006470         ADD 1 TO TPF-BRN-TELLERS(TPF-BRN-IDX).
006480         ADD TPF-TLR-RECEIVED(TPF-TLR-SUB)
006490             TO TPF-BRN-RPT-RECEIVED(TPF-BRN-IDX).
006500         ADD TPF-TLR-PAID(TPF-TLR-SUB)
006510             TO TPF-BRN-RPT-PAID(TPF-BRN-IDX).
006520         ADD TPF-TLR-DIFFERENCE(TPF-TLR-SUB)
006530             TO TPF-BRN-OVER-SHORT(TPF-BRN-IDX).
006540 3000-EXIT.
006550         EXIT.
006560*---------------------------------------------------------------
006570*  4000-REPORT-ONE-BRANCH.  A BRANCH WITH NEITHER A TELLER
006580*  POSITION NOR A CASH ITEM TODAY IS LEFT OFF THE REPORT.
006590*---------------------------------------------------------------
006600 4000-REPORT-ONE-BRANCH.
006610         SET TPF-BRN-IDX TO TPF-BRN-SUB.
006620         IF TPF-BRN-TELLERS(TPF-BRN-IDX) = ZERO
006630             AND TPF-BRN-CASH-ITEMS(TPF-BRN-IDX) = ZERO
006640             GO TO 4000-EXIT
006650         END-IF.
006660         MOVE SPACES TO REPORT-RECORD.
006670         WRITE REPORT-RECORD.
006680         MOVE SPACES TO REPORT-RECORD.
006690         STRING "BRANCH " TPF-BRN-CODE(TPF-BRN-IDX) " "
006700             TPF-BRN-NAME(TPF-BRN-IDX) "   REGION "
006710             TPF-BRN-REGION(TPF-BRN-IDX)
006720             DELIMITED BY SIZE INTO REPORT-RECORD.
006730         WRITE REPORT-RECORD.
006740         MOVE SPACES TO REPORT-RECORD.
006750         STRING "TELLER S      OPENING     RECEIVED     PAID OUT"
006760             "     EXPECTED      CLOSING    OVER/SHORT"
006770             DELIMITED BY SIZE INTO REPORT-RECORD.
006780         WRITE REPORT-RECORD.
006790         IF TPF-BRN-TELLERS(TPF-BRN-IDX) = ZERO
006800             MOVE "NO TELLER CASH POSITIONS RECEIVED"
006810                 TO REPORT-RECORD
006820             WRITE REPORT-RECORD
006830         ELSE
006840             PERFORM 4100-PRINT-ONE-TELLER THRU 4100-EXIT
006850                 VARYING TPF-TLR-SUB FROM 1 BY 1
006860                 UNTIL TPF-TLR-SUB > TPF-TLR-COUNT
006870         END-IF.
006880         PERFORM 4200-PRINT-BRANCH-PROOF THRU 4200-EXIT.
006890         ADD TPF-BRN-RPT-RECEIVED(TPF-BRN-IDX)
006900             TO TPF-TOTAL-RPT-RECEIVED.
006910         ADD TPF-BRN-RPT-PAID(TPF-BRN-IDX) TO TPF-TOTAL-RPT-PAID.
006920         ADD TPF-BRN-POSTED-IN(TPF-BRN-IDX)
006930             TO TPF-TOTAL-POSTED-IN.
006940         ADD TPF-BRN-POSTED-OUT(TPF-BRN-IDX)
006950             TO TPF-TOTAL-POSTED-OUT.
006960 4000-EXIT.
006970         EXIT.
006980 4100-PRINT-ONE-TELLER.
006990         IF TPF-TLR-BRANCH(TPF-TLR-SUB)
007000             NOT = TPF-BRN-CODE(TPF-BRN-IDX)
007010             GO TO 4100-EXIT
007020         END-IF.
007030         MOVE SPACES TO TPF-FLAG-WORDS.
007040         MOVE TPF-TLR-DIFFERENCE(TPF-TLR-SUB) TO TPF-DIFFERENCE.
007050         IF TPF-DIFFERENCE > ZERO
007060             ADD 1 TO TPF-TELLERS-OVER
007070             ADD TPF-DIFFERENCE TO TPF-TOTAL-OVERAGE
007080             MOVE TPF-DIFFERENCE TO TPF-ABS-DIFFERENCE
007090             MOVE "OVER" TO TPF-FLAG-WORDS
007100         END-IF.
007110         IF TPF-DIFFERENCE < ZERO
007120             ADD 1 TO TPF-TELLERS-SHORT
007130             COMPUTE TPF-ABS-DIFFERENCE = ZERO - TPF-DIFFERENCE
007140             ADD TPF-ABS-DIFFERENCE TO TPF-TOTAL-SHORTAGE
007150             MOVE "SHORT" TO TPF-FLAG-WORDS
007160         END-IF.
007170         IF TPF-DIFFERENCE NOT = ZERO
007180             AND TPF-ABS-DIFFERENCE > TPF-TOLERANCE
007190             MOVE SPACES TO TPF-FLAG-WORDS
007200             IF TPF-DIFFERENCE > ZERO
007210                 MOVE "OVER - EXCEEDS TOLERANCE" TO TPF-FLAG-WORDS
007220             ELSE
007230                 MOVE "SHORT - EXCEEDS TOLERANCE"
007240                     TO TPF-FLAG-WORDS
007250             END-IF
007260             MOVE TPF-DIFFERENCE TO TPF-DIFF-EDIT
007270             MOVE SPACES TO TPF-WQ-DESCRIPTION
007280             STRING "TELLER " TPF-TLR-BRANCH(TPF-TLR-SUB)
007290                 "/" TPF-TLR-TELLER(TPF-TLR-SUB) " CASH "
007300                 TPF-FLAG-WORDS(1:5) " BY " TPF-DIFF-EDIT
007310                 DELIMITED BY SIZE INTO TPF-WQ-DESCRIPTION
007320             PERFORM 6500-QUEUE-DIFFERENCE THRU 6500-EXIT
007330         END-IF.
007340         MOVE TPF-TLR-OPENING(TPF-TLR-SUB) TO TPF-OPENING-EDIT.
007350         MOVE TPF-TLR-RECEIVED(TPF-TLR-SUB) TO TPF-RECEIVED-EDIT.
007360         MOVE TPF-TLR-PAID(TPF-TLR-SUB) TO TPF-PAID-EDIT.
007370         MOVE TPF-TLR-EXPECTED(TPF-TLR-SUB) TO TPF-EXPECTED-EDIT.
007380         MOVE TPF-TLR-CLOSING(TPF-TLR-SUB) TO TPF-CLOSING-EDIT.
007390         MOVE TPF-DIFFERENCE TO TPF-DIFF-EDIT.
007400         MOVE SPACES TO REPORT-RECORD.
007410         STRING TPF-TLR-TELLER(TPF-TLR-SUB) " "
007420             TPF-TLR-SOURCE(TPF-TLR-SUB) " "
007430             TPF-OPENING-EDIT " " TPF-RECEIVED-EDIT " "
007440             TPF-PAID-EDIT " " TPF-EXPECTED-EDIT " "
007450             TPF-CLOSING-EDIT " " TPF-DIFF-EDIT " "
007460             TPF-FLAG-WORDS
007470             DELIMITED BY SIZE INTO REPORT-RECORD.
007480         WRITE REPORT-RECORD.
007490 4100-EXIT.
007500         EXIT.
007510*---------------------------------------------------------------
007520*  4200-PRINT-BRANCH-PROOF.  THE TELLERS' CASH RECEIVED AND
007530*  PAID OUT AGAINST THE CASH ITEMS THAT CAME THROUGH FOR THE
007540*  BRANCH.  REPORTED ABOVE POSTED MEANS CASH TAKEN OR PAID AT
007550*  THE COUNTER THAT NEVER REACHED AN ACCOUNT.
007560*---------------------------------------------------------------
007570 4200-PRINT-BRANCH-PROOF.
007580         MOVE "CASH RECEIVED" TO TPF-CASH-WORDS.
007590         MOVE TPF-BRN-RPT-RECEIVED(TPF-BRN-IDX)
007600             TO TPF-REPORTED-EDIT.
007610         MOVE TPF-BRN-POSTED-IN(TPF-BRN-IDX) TO TPF-POSTED-EDIT.
007620         COMPUTE TPF-DIFFERENCE =
007630             TPF-BRN-RPT-RECEIVED(TPF-BRN-IDX)
007640             - TPF-BRN-POSTED-IN(TPF-BRN-IDX).
007650         PERFORM 4250-PRINT-ONE-PROOF-LINE THRU 4250-EXIT.
007660         MOVE "CASH PAID OUT" TO TPF-CASH-WORDS.
007670         MOVE TPF-BRN-RPT-PAID(TPF-BRN-IDX) TO TPF-REPORTED-EDIT.
007680         MOVE TPF-BRN-POSTED-OUT(TPF-BRN-IDX) TO TPF-POSTED-EDIT.
007690         COMPUTE TPF-DIFFERENCE =
007700             TPF-BRN-RPT-PAID(TPF-BRN-IDX)
007710             - TPF-BRN-POSTED-OUT(TPF-BRN-IDX).
007720         PERFORM 4250-PRINT-ONE-PROOF-LINE THRU 4250-EXIT.
007730         MOVE TPF-BRN-TELLERS(TPF-BRN-IDX) TO TPF-COUNT-EDIT.
007740         MOVE TPF-BRN-OVER-SHORT(TPF-BRN-IDX) TO TPF-DIFF-EDIT.
007750         MOVE SPACES TO REPORT-RECORD.
007760         STRING "  TELLERS " TPF-COUNT-EDIT
007770             "   BRANCH NET OVER/SHORT " TPF-DIFF-EDIT
007780             DELIMITED BY SIZE INTO REPORT-RECORD.
007790         WRITE REPORT-RECORD.
007800 4200-EXIT.
007810         EXIT.
007820 4250-PRINT-ONE-PROOF-LINE.
007830         MOVE SPACES TO TPF-FLAG-WORDS.
007840         IF TPF-DIFFERENCE < ZERO
007850             COMPUTE TPF-ABS-DIFFERENCE = ZERO - TPF-DIFFERENCE
007860         ELSE
007870             MOVE TPF-DIFFERENCE TO TPF-ABS-DIFFERENCE
007880         END-IF.
007890         MOVE TPF-DIFFERENCE TO TPF-DIFF-EDIT.
007900         IF TPF-ABS-DIFFERENCE > TPF-TOLERANCE
007910             MOVE "EXCEEDS TOLERANCE" TO TPF-FLAG-WORDS
007920             MOVE SPACES TO TPF-WQ-DESCRIPTION
007930             STRING "BRANCH " TPF-BRN-CODE(TPF-BRN-IDX) " "
007940                 TPF-CASH-WORDS " OFF POSTED CASH BY "
007950                 TPF-DIFF-EDIT
007960                 DELIMITED BY SIZE INTO TPF-WQ-DESCRIPTION
007970             PERFORM 6500-QUEUE-DIFFERENCE THRU 6500-EXIT
007980         END-IF.
007990         MOVE SPACES TO REPORT-RECORD.
008000         STRING "  " TPF-CASH-WORDS " REPORTED " TPF-REPORTED-EDIT
008010             "  POSTED " TPF-POSTED-EDIT
008020             "  DIFFERENCE " TPF-DIFF-EDIT " " TPF-FLAG-WORDS
008030             DELIMITED BY SIZE INTO REPORT-RECORD.
008040         WRITE REPORT-RECORD.
008050 4250-EXIT.
008060         EXIT.
008070 4500-PRINT-TOTALS.
008080         MOVE SPACES TO REPORT-RECORD.
008090         WRITE REPORT-RECORD.
008100         MOVE "ALL BRANCHES" TO REPORT-RECORD.
008110         WRITE REPORT-RECORD.
008120         MOVE "CASH RECEIVED" TO TPF-CASH-WORDS.
008130         MOVE TPF-TOTAL-RPT-RECEIVED TO TPF-REPORTED-EDIT.
008140         MOVE TPF-TOTAL-POSTED-IN TO TPF-POSTED-EDIT.
008150         COMPUTE TPF-DIFFERENCE =
008160             TPF-TOTAL-RPT-RECEIVED - TPF-TOTAL-POSTED-IN.
008170         PERFORM 4550-PRINT-ONE-TOTAL-LINE THRU 4550-EXIT.
008180         MOVE "CASH PAID OUT" TO TPF-CASH-WORDS.
008190         MOVE TPF-TOTAL-RPT-PAID TO TPF-REPORTED-EDIT.
008200         MOVE TPF-TOTAL-POSTED-OUT TO TPF-POSTED-EDIT.
008210         COMPUTE TPF-DIFFERENCE =
008220             TPF-TOTAL-RPT-PAID - TPF-TOTAL-POSTED-OUT.
008230         PERFORM 4550-PRINT-ONE-TOTAL-LINE THRU 4550-EXIT.
008240         MOVE TPF-TELLERS-OVER TO TPF-COUNT-EDIT.
008250         MOVE TPF-TOTAL-OVERAGE TO TPF-TOTAL-EDIT.
008260         MOVE SPACES TO REPORT-RECORD.
008270         STRING "  TELLERS OVER   " TPF-COUNT-EDIT
008280             "   AMOUNT " TPF-TOTAL-EDIT
008290             DELIMITED BY SIZE INTO REPORT-RECORD.
008300         WRITE REPORT-RECORD.
008310         MOVE TPF-TELLERS-SHORT TO TPF-COUNT-EDIT.
008320         MOVE TPF-TOTAL-SHORTAGE TO TPF-TOTAL-EDIT.
008330         MOVE SPACES TO REPORT-RECORD.
008340         STRING "  TELLERS SHORT  " TPF-COUNT-EDIT
008350             "   AMOUNT " TPF-TOTAL-EDIT
008360             DELIMITED BY SIZE INTO REPORT-RECORD.
008370         WRITE REPORT-RECORD.
008380         MOVE TPF-POSITIONS-REJECTED TO TPF-COUNT-EDIT.
008390         MOVE SPACES TO REPORT-RECORD.
008400         STRING "  POSITIONS REJECTED " TPF-COUNT-EDIT
008410             DELIMITED BY SIZE INTO REPORT-RECORD.
008420         WRITE REPORT-RECORD.
008430         MOVE TPF-QUEUED-COUNT TO TPF-COUNT-EDIT.
008440         MOVE SPACES TO REPORT-RECORD.
008450         STRING "  QUEUED TO WORKQ    " TPF-COUNT-EDIT
008460             DELIMITED BY SIZE INTO REPORT-RECORD.
008470         WRITE REPORT-RECORD.
008480 4500-EXIT.
008490         EXIT.
008500 4550-PRINT-ONE-TOTAL-LINE.
008510         MOVE TPF-DIFFERENCE TO TPF-DIFF-EDIT.
008520         MOVE SPACES TO REPORT-RECORD.
008530         STRING "  " TPF-CASH-WORDS " REPORTED " TPF-REPORTED-EDIT
008540             "  POSTED " TPF-POSTED-EDIT
008550             "  DIFFERENCE " TPF-DIFF-EDIT
008560             DELIMITED BY SIZE INTO REPORT-RECORD.
008570         WRITE REPORT-RECORD.
008580 4550-EXIT.
008590         EXIT.
008600*---------------------------------------------------------------
008610*  5000-UPDATE-HISTORY.  EVERY PROVED TELLER'S RESULT GOES ON
008620*  THE MONTH'S TELLHIST ROW, THEN THE FILE IS WRITTEN BACK.
008630*---------------------------------------------------------------
008640 5000-UPDATE-HISTORY.
008650         IF TPF-HIST-FULL
008660             GO TO 5000-EXIT
008670         END-IF.
008680         PERFORM 5100-POST-ONE-TELLER THRU 5100-EXIT
008690             VARYING TPF-TLR-SUB FROM 1 BY 1
008700             UNTIL TPF-TLR-SUB > TPF-TLR-COUNT.
008710         OPEN OUTPUT HISTORY-FILE.
008720         IF NOT TPF-HISTORY-FILE-OK
008730             DISPLAY "TELLPRF: CANNOT OPEN TELLHIST, STATUS = "
008740                 TPF-HISTORY-FILE-STATUS
008750             MOVE 16 TO TPF-RETURN-CODE
008760             GO TO 5000-EXIT
008770         END-IF.
008780         PERFORM 5200-WRITE-ONE-HISTORY THRU 5200-EXIT
008790             VARYING TPF-HST-SUB FROM 1 BY 1
008800             UNTIL TPF-HST-SUB > TPF-HST-COUNT.
008810         CLOSE HISTORY-FILE.
008820 5000-EXIT.
008830         EXIT.
008840*---------------------------------------------------------------
008850*  5100-POST-ONE-TELLER.  A ROW ALREADY CARRYING TODAY'S DATE
008860*  IS A RERUN: THE DAY IT COUNTED BEFORE IS TAKEN OFF FIRST.
008870*  THE LARGEST SHORTAGE ONLY EVER GROWS.
008880*---------------------------------------------------------------
008890 5100-POST-ONE-TELLER.
008900         MOVE "N" TO TPF-FOUND-SWITCH.
008910         PERFORM 5150-MATCH-ONE-HISTORY THRU 5150-EXIT
008920             VARYING TPF-HST-SUB FROM 1 BY 1
008930             UNTIL TPF-HST-SUB > TPF-HST-COUNT
008940                 OR TPF-ENTRY-FOUND.
008950         IF TPF-ENTRY-FOUND
008960             SUBTRACT 1 FROM TPF-HST-SUB
008970             MOVE TPF-HST-ROW(TPF-HST-SUB)
008980                 TO TELLER-HISTORY-RECORD
008990         ELSE
009000             IF TPF-HST-COUNT = 3000
009010                 DISPLAY "TELLPRF: TELLHIST FULL - "
009020                     TPF-TLR-KEY(TPF-TLR-SUB) " NOT ADDED"
009030                 IF TPF-RETURN-CODE < 4
009040                     MOVE 4 TO TPF-RETURN-CODE
009050                 END-IF
009060                 GO TO 5100-EXIT
009070             END-IF
009080             ADD 1 TO TPF-HST-COUNT
009090             MOVE TPF-HST-COUNT TO TPF-HST-SUB
009100             MOVE SPACES TO TELLER-HISTORY-RECORD
009110             MOVE TPF-RUN-MONTH TO TLH-MONTH
009120             MOVE TPF-TLR-BRANCH(TPF-TLR-SUB) TO TLH-BRANCH-CODE
009130             MOVE TPF-TLR-TELLER(TPF-TLR-SUB) TO TLH-TELLER-ID
009140             MOVE ZERO TO TLH-DAYS-PROVED TLH-DAYS-OVER
009150                 TLH-DAYS-SHORT TLH-OVERAGE-TOTAL
009160                 TLH-SHORTAGE-TOTAL TLH-LARGEST-SHORTAGE
009170                 TLH-LAST-PROOF-DATE TLH-LAST-DIFFERENCE
009180         END-IF.
009190         IF TLH-LAST-PROOF-DATE = TPF-RUN-DATE
009200             SUBTRACT 1 FROM TLH-DAYS-PROVED
009210             IF TLH-LAST-DIFFERENCE > ZERO
009220                 SUBTRACT 1 FROM TLH-DAYS-OVER
009230                 SUBTRACT TLH-LAST-DIFFERENCE
009240                     FROM TLH-OVERAGE-TOTAL
009250             END-IF
009260             IF TLH-LAST-DIFFERENCE < ZERO
009270                 SUBTRACT 1 FROM TLH-DAYS-SHORT
009280                 ADD TLH-LAST-DIFFERENCE TO TLH-SHORTAGE-TOTAL
009290             END-IF
009300         END-IF.
009310         MOVE TPF-TLR-DIFFERENCE(TPF-TLR-SUB) TO TPF-DIFFERENCE.
009320         ADD 1 TO TLH-DAYS-PROVED.
009330         IF TPF-DIFFERENCE > ZERO
009340             ADD 1 TO TLH-DAYS-OVER
009350             ADD TPF-DIFFERENCE TO TLH-OVERAGE-TOTAL
009360         END-IF.
009370         IF TPF-DIFFERENCE < ZERO
009380             ADD 1 TO TLH-DAYS-SHORT
009390             COMPUTE TPF-ABS-DIFFERENCE = ZERO - TPF-DIFFERENCE
009400             ADD TPF-ABS-DIFFERENCE TO TLH-SHORTAGE-TOTAL
009410             IF TPF-ABS-DIFFERENCE > TLH-LARGEST-SHORTAGE
009420                 MOVE TPF-ABS-DIFFERENCE TO TLH-LARGEST-SHORTAGE
009430             END-IF
009440         END-IF.
009450         MOVE TPF-RUN-DATE TO TLH-LAST-PROOF-DATE.
009460         MOVE TPF-DIFFERENCE TO TLH-LAST-DIFFERENCE.
009470         MOVE TELLER-HISTORY-RECORD TO TPF-HST-ROW(TPF-HST-SUB).
009480         ADD 1 TO TPF-HISTORY-ROWS.
009490 5100-EXIT.
009500         EXIT.
009510 5150-MATCH-ONE-HISTORY.
009520         MOVE TPF-HST-ROW(TPF-HST-SUB) TO TELLER-HISTORY-RECORD.
009530         IF TLH-MONTH = TPF-RUN-MONTH
009540             AND TLH-BRANCH-CODE = TPF-TLR-BRANCH(TPF-TLR-SUB)
009550             AND TLH-TELLER-ID = TPF-TLR-TELLER(TPF-TLR-SUB)
009560             SET TPF-ENTRY-FOUND TO TRUE
009570         END-IF.
009580 5150-EXIT.
009590         EXIT.
009600 5200-WRITE-ONE-HISTORY.
009610         MOVE TPF-HST-ROW(TPF-HST-SUB) TO HISTORY-FILE-RECORD.
009620         WRITE HISTORY-FILE-RECORD.
009630 5200-EXIT.
009640         EXIT.
009650*---------------------------------------------------------------
009660*  6000-FIND-BRANCH.  LOOKS UP TPF-NEW-BRANCH, ADDING A BRANCH
009670*  NOT ON BRNCHMST SO ITS CASH IS STILL PROVED.
009680*---------------------------------------------------------------
009690 6000-FIND-BRANCH.
009700         MOVE "N" TO TPF-FOUND-SWITCH.
009710         IF TPF-BRN-COUNT > ZERO
009720             SET TPF-BRN-IDX TO 1
009730             SEARCH TPF-BRN-ENTRY
009740                 AT END
009750                     CONTINUE
009760                 WHEN TPF-BRN-IDX > TPF-BRN-COUNT
009770                     CONTINUE
009780                 WHEN TPF-BRN-CODE(TPF-BRN-IDX) = TPF-NEW-BRANCH
009790                     SET TPF-ENTRY-FOUND TO TRUE
009800             END-SEARCH
009810         END-IF.
009820         IF TPF-ENTRY-FOUND
009830             GO TO 6000-EXIT
009840         END-IF.
009850         IF TPF-BRN-COUNT = 100
009860             DISPLAY "TELLPRF: BRANCH TABLE FULL - "
009870                 TPF-NEW-BRANCH " NOT PROVED"
009880             GO TO 6000-EXIT
009890         END-IF.
009900         ADD 1 TO TPF-BRN-COUNT.
009910         SET TPF-BRN-IDX TO TPF-BRN-COUNT.
009920         PERFORM 6100-CLEAR-BRANCH THRU 6100-EXIT.
009930         MOVE TPF-NEW-BRANCH TO TPF-BRN-CODE(TPF-BRN-IDX).
009940         MOVE "NOT ON BRNCHMST" TO TPF-BRN-NAME(TPF-BRN-IDX).
009950         SET TPF-ENTRY-FOUND TO TRUE.
009960 6000-EXIT.
009970         EXIT.
009980 6100-CLEAR-BRANCH.
009990         MOVE SPACES TO TPF-BRN-CODE(TPF-BRN-IDX)
010000             TPF-BRN-NAME(TPF-BRN-IDX)
010010             TPF-BRN-REGION(TPF-BRN-IDX).
010020         MOVE ZERO TO TPF-BRN-TELLERS(TPF-BRN-IDX)
010030             TPF-BRN-RPT-RECEIVED(TPF-BRN-IDX)
010040             TPF-BRN-RPT-PAID(TPF-BRN-IDX)
010050             TPF-BRN-POSTED-IN(TPF-BRN-IDX)
010060             TPF-BRN-POSTED-OUT(TPF-BRN-IDX)
010070             TPF-BRN-CASH-ITEMS(TPF-BRN-IDX)
010080             TPF-BRN-OVER-SHORT(TPF-BRN-IDX).
010090 6100-EXIT.
010100         EXIT.
010110 6500-QUEUE-DIFFERENCE.
010120         CALL "WQOPEN" USING TPF-WQ-SOURCE TPF-RUN-DATE
010130             TPF-WQ-DESCRIPTION.
010140         ADD 1 TO TPF-QUEUED-COUNT.
010150         IF TPF-RETURN-CODE < 4
010160             MOVE 4 TO TPF-RETURN-CODE
010170         END-IF.
010180 6500-EXIT.
010190         EXIT.
010200 8000-TERMINATE.
010210         IF TPF-REPORT-FILE-OK
010220             CLOSE REPORT-FILE
010230         END-IF.
010240         DISPLAY "----------------------------------------------".
010250         DISPLAY "POSITIONS READ     = " TPF-POSITIONS-READ.
010260         DISPLAY "POSITIONS REJECTED = " TPF-POSITIONS-REJECTED.
010270         DISPLAY "POSITIONS REPLACED = " TPF-POSITIONS-REPLACED.
010280         DISPLAY "TELLERS PROVED     = " TPF-TLR-COUNT.
010290         DISPLAY "CASH ITEMS         = " TPF-CASH-ITEMS.
010300         DISPLAY "TELLERS OVER       = " TPF-TELLERS-OVER.
010310         DISPLAY "TELLERS SHORT      = " TPF-TELLERS-SHORT.
010320         DISPLAY "QUEUED TO WORKQ    = " TPF-QUEUED-COUNT.
010330         DISPLAY "HISTORY ROWS POSTED= " TPF-HISTORY-ROWS.
010340         MOVE TPF-RETURN-CODE TO RETURN-CODE.
010350         DISPLAY "TELLPRF: JOB COMPLETE, RETURN CODE "
010360             RETURN-CODE.
010370 8000-EXIT.
010380         EXIT.
