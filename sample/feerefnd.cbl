000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 FEEREFND.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  FEE REFUND GENERATION,
000220*                  RUN AHEAD OF STEP01.  EVERY PENDING FEEWAIVE
000230*                  ROW (FEEWAVRC) IS MATCHED TO ITS FEEWAIVE
000240*                  ACTION ON THE APPROVAL FILE.  APPROVED: THE
000250*                  FULL CHARGE GOES BACK AS A TYPE "16" "C" ITEM
000260*                  ON FEERFTRN (TYPE "99" TRAILER, ODSWPTRN
000270*                  SHAPE) THAT RIDES TRANLIST THROUGH THE SAME
000280*                  RUN, THE ACTION IS MARKED EXECUTED, THE ROW
000290*                  REFUNDED, AND A "REFUNDED" EVENT IS LOGGED
000300*                  AGAINST THE CHARGE'S OWN ITEM ID SO ITEMINQ
000310*                  SHOWS THE REFUND ON THE CHARGE'S LIFE.  DENIED:
000320*                  THE ROW IS MARKED DENIED.  STILL PENDING: LEFT
000330*                  FOR ANOTHER NIGHT.  AN APPROVED REFUND TO AN
000340*                  ACCOUNT ACCTMST NO LONGER SHOWS OPEN IS HELD
000350*                  (IT WOULD ONLY REJECT IN VALACCT), AS IS ONE
000360*                  WHOSE ACTION IS MISSING OR ALREADY EXECUTED --
000370*                  A REFUND IS NEVER GENERATED TWICE.  FEERFRPT
000380*                  LISTS THE RUN.  RC 4 WHEN ANYTHING IS HELD,
000390*                  RC 16 WHEN A FILE CANNOT BE OPENED.
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
000490         SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIVE"
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS FRF-WAIVER-FILE-STATUS.
000520         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS FRF-APPROVAL-FILE-STATUS.
000550         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS RANDOM
000580             RECORD KEY IS ACM-ACCOUNT-NO
000590             FILE STATUS IS FRF-MASTER-FILE-STATUS.
000600         SELECT GENERATED-FILE ASSIGN TO "FEERFTRN"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS FRF-GENERATED-FILE-STATUS.
000630         SELECT REPORT-FILE ASSIGN TO "FEERFRPT"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS FRF-REPORT-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  FEE-WAIVER-FILE.
000690     COPY FEEWAVRC.
000700 FD  APPROVAL-FILE.
000710     COPY APPRVREC.
000720 FD  ACCOUNT-MASTER-FILE.
000730     COPY ACCTREC.
000740 FD  GENERATED-FILE.
000750 01  GENERATED-RECORD            PIC X(54).
000760 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
000770         05  GEN-BRANCH-CODE         PIC X(03).
000780         05  GEN-ACCOUNT-NO          PIC X(10).
000790         05  GEN-RECORD-TYPE         PIC X(02).
000800         05  GEN-TRANS-DATE          PIC 9(08).
000810         05  GEN-AMOUNT              PIC 9(09)V99.
000820         05  GEN-DC-INDICATOR        PIC X(01).
000830         05  FILLER                  PIC X(19).
000840 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
000850         05  GTL-KEY                 PIC X(13).
000860         05  GTL-RECORD-TYPE         PIC X(02).
000870         05  GTL-RUN-DATE            PIC 9(08).
000880         05  GTL-EXPECTED-COUNT      PIC 9(09).
000890         05  FILLER                  PIC X(22).
000900 FD  REPORT-FILE.
000910 01  REPORT-RECORD               PIC X(132).
000920 WORKING-STORAGE SECTION.
000930     COPY ITEMTRKC.
000940 01  FRF-FILE-STATUS-VALUES.
000950         05  FRF-WAIVER-FILE-STATUS  PIC X(02).
000960             88  FRF-WAIVER-FILE-OK      VALUE "00".
000970         05  FRF-APPROVAL-FILE-STATUS PIC X(02).
000980             88  FRF-APPROVAL-FILE-OK    VALUE "00".
000990         05  FRF-MASTER-FILE-STATUS  PIC X(02).
001000             88  FRF-MASTER-FILE-OK      VALUE "00".
001010         05  FRF-GENERATED-FILE-STATUS PIC X(02).
001020             88  FRF-GENERATED-FILE-OK   VALUE "00".
001030         05  FRF-REPORT-FILE-STATUS  PIC X(02).
001040             88  FRF-REPORT-FILE-OK      VALUE "00".
001050 01  FRF-SWITCHES.
001060         05  FRF-LOAD-EOF-SWITCH     PIC X(01) VALUE "N".
001070             88  FRF-LOAD-AT-END         VALUE "Y".
001080         05  FRF-FOUND-SWITCH        PIC X(01) VALUE "N".
001090             88  FRF-ACTION-FOUND        VALUE "Y".
001100         05  FRF-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001110             88  FRF-MASTER-AVAILABLE    VALUE "Y".
001120         05  FRF-READY-SWITCH        PIC X(01) VALUE "N".
001130             88  FRF-READY               VALUE "Y".
001140         05  FRF-CHANGED-SWITCH      PIC X(01) VALUE "N".
001150             88  FRF-FILES-CHANGED       VALUE "Y".
001160 01  FRF-RUN-DATE                PIC 9(08) VALUE ZERO.
001170 01  FRF-RUN-TIME                PIC 9(08) VALUE ZERO.
001180 01  FRF-COUNTERS.
001190         05  FRF-REFUNDED-COUNT      PIC 9(05) VALUE ZERO.
001200         05  FRF-DENIED-COUNT        PIC 9(05) VALUE ZERO.
001210         05  FRF-WAITING-COUNT       PIC 9(05) VALUE ZERO.
001220         05  FRF-HELD-COUNT          PIC 9(05) VALUE ZERO.
001230         05  FRF-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001240 01  FRF-TOTALS.
001250         05  FRF-TOTAL-REFUNDED      PIC S9(11)V99 COMP-3
001260                                         VALUE ZERO.
001270 01  FRF-WORK-FIELDS.
001280         05  FRF-WAIVER-SUB          PIC 9(03) COMP VALUE ZERO.
001290         05  FRF-APPR-SUB            PIC 9(03) COMP VALUE ZERO.
001300         05  FRF-HIT-SUB             PIC 9(03) COMP VALUE ZERO.
001310         05  FRF-RESULT              PIC X(30) VALUE SPACES.
001320 01  FRF-PRINT-LINE-FIELDS.
001330         05  FRF-AMOUNT-EDIT         PIC Z(8)9.99.
001340         05  FRF-TOTAL-EDIT          PIC Z(10)9.99.
001350         05  FRF-COUNT-EDIT          PIC ZZZZ9.
001360*---------------------------------------------------------------
001370*  FEEWAIVE AND APPROVAL ARE BOTH SMALL; EACH IS READ WHOLE INTO
001380*  A TABLE AND WRITTEN BACK WHOLE WHEN ANY ROW HAS MOVED.
001390*---------------------------------------------------------------
001400 01  FRF-WAIVER-TABLE.
001410         05  FRF-WAIVER-COUNT        PIC 9(03) COMP VALUE ZERO.
001420         05  FRF-WAIVER-ENTRY OCCURS 500 TIMES
001430                 PIC X(128).
001440     COPY FEEWAVRC REPLACING ==FEE-WAIVER-RECORD== BY
001450         ==FRF-VIEW-WAIVER==.
001460 01  FRF-APPROVAL-TABLE.
001470         05  FRF-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
001480         05  FRF-APPR-ENTRY OCCURS 100 TIMES
001490                 PIC X(130).
001500     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
001510         ==FRF-VIEW-APPROVAL==.
00151A     COPY RUNDATEC.
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550         IF FRF-READY
001560             MOVE ZERO TO FRF-WAIVER-SUB
001570             PERFORM 2000-WORK-ONE-WAIVER THRU 2000-EXIT
001580                 UNTIL FRF-WAIVER-SUB >= FRF-WAIVER-COUNT
001590             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
001600             IF FRF-FILES-CHANGED
001610                 PERFORM 6000-SAVE-APPROVALS THRU 6000-EXIT
001620                 PERFORM 6500-SAVE-WAIVERS THRU 6500-EXIT
001630             END-IF
001640             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001650         END-IF.
001660         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001670         STOP RUN.
001680 1000-INITIALIZE.
001690         DISPLAY "FEEREFND: JOB STARTING".
001700         MOVE ZERO TO RETURN-CODE.
001710         CALL "RUNDATE" USING RUN-DATE-AREA.
00171A         MOVE RDT-RUN-DATE TO FRF-RUN-DATE.
001720         ACCEPT FRF-RUN-TIME FROM TIME.
001730         OPEN INPUT FEE-WAIVER-FILE.
001740         IF NOT FRF-WAIVER-FILE-OK
001750             DISPLAY "FEEREFND: NO FEEWAIVE FILE - NOTHING TO DO"
001760             GO TO 1000-EXIT
001770         END-IF.
001780         PERFORM 1100-LOAD-ONE-WAIVER THRU 1100-EXIT
001790             UNTIL FRF-LOAD-AT-END
001800                 OR FRF-WAIVER-COUNT = 500.
001810         CLOSE FEE-WAIVER-FILE.
001820         MOVE "N" TO FRF-LOAD-EOF-SWITCH.
001830         OPEN INPUT APPROVAL-FILE.
001840         IF FRF-APPROVAL-FILE-OK
001850             PERFORM 1200-LOAD-ONE-APPROVAL THRU 1200-EXIT
001860                 UNTIL FRF-LOAD-AT-END
001870                     OR FRF-APPR-COUNT = 100
001880             CLOSE APPROVAL-FILE
001890         ELSE
001900             DISPLAY "FEEREFND: NO APPROVAL FILE - NOTHING CAN "
001910                 "BE REFUNDED"
001920         END-IF.
001930         OPEN OUTPUT GENERATED-FILE.
001940         IF NOT FRF-GENERATED-FILE-OK
001950             DISPLAY "FEEREFND: CANNOT OPEN FEERFTRN, STATUS = "
001960                 FRF-GENERATED-FILE-STATUS
001970             MOVE 16 TO RETURN-CODE
001980             GO TO 1000-EXIT
001990         END-IF.
002000         SET FRF-READY TO TRUE.
002010         OPEN INPUT ACCOUNT-MASTER-FILE.
002020         IF FRF-MASTER-FILE-OK
002030             SET FRF-MASTER-AVAILABLE TO TRUE
002040         ELSE
002050             DISPLAY "FEEREFND: ACCTMST UNAVAILABLE - ACCOUNT "
002060                 "STATUS NOT CHECKED, STATUS = "
002070                 FRF-MASTER-FILE-STATUS
002080         END-IF.
002090         OPEN OUTPUT REPORT-FILE.
002100         MOVE SPACES TO REPORT-RECORD.
002110         STRING "FEE WAIVER REFUNDS            "
002120             "RUN DATE: " FRF-RUN-DATE
002130             DELIMITED BY SIZE INTO REPORT-RECORD.
002140         WRITE REPORT-RECORD.
002150         MOVE SPACES TO REPORT-RECORD.
002160         STRING "WAIVER ACTION ITEM ID   BRANCH ACCOUNT    TY "
002170             "      AMOUNT  RESULT"
002180             DELIMITED BY SIZE INTO REPORT-RECORD.
002190         WRITE REPORT-RECORD.
002200 1000-EXIT.
002210         EXIT.
002220 1100-LOAD-ONE-WAIVER.
002230         READ FEE-WAIVER-FILE
002240             AT END
002250                 MOVE "Y" TO FRF-LOAD-EOF-SWITCH
002260             NOT AT END
002270                 ADD 1 TO FRF-WAIVER-COUNT
002280                 MOVE FEE-WAIVER-RECORD
002290                     TO FRF-WAIVER-ENTRY(FRF-WAIVER-COUNT)
002300         END-READ.
002310 1100-EXIT.
002320         EXIT.
002330 1200-LOAD-ONE-APPROVAL.
002340         READ APPROVAL-FILE
002350             AT END
002360                 MOVE "Y" TO FRF-LOAD-EOF-SWITCH
002370             NOT AT END
002380                 ADD 1 TO FRF-APPR-COUNT
002390                 MOVE APPROVAL-RECORD
002400                     TO FRF-APPR-ENTRY(FRF-APPR-COUNT)
002410         END-READ.
002420 1200-EXIT.
002430         EXIT.
002440*---------------------------------------------------------------
002450*  2000-WORK-ONE-WAIVER.  ONLY A PENDING ROW IS WORKED, AND ONLY
002460*  THROUGH THE ACTION FEEWMNT RECORDED FOR IT -- SAME ACTION ID,
002470*  FEEWAIVE TYPE, THIS WAIVER AS ITS TARGET.  APPRMNT HAS ALREADY
002480*  MADE SURE THE APPROVER IS NOT THE REQUESTER.
002490*---------------------------------------------------------------
002500 2000-WORK-ONE-WAIVER.
002510         ADD 1 TO FRF-WAIVER-SUB.
002520         MOVE FRF-WAIVER-ENTRY(FRF-WAIVER-SUB) TO FRF-VIEW-WAIVER.
002530         IF NOT FWV-PENDING OF FRF-VIEW-WAIVER
002540             GO TO 2000-EXIT
002550         END-IF.
002560         PERFORM 2100-FIND-ACTION THRU 2100-EXIT.
002570         IF NOT FRF-ACTION-FOUND
002580             MOVE "HELD - NO APPROVAL ACTION" TO FRF-RESULT
002590             PERFORM 2900-HOLD-WAIVER THRU 2900-EXIT
002600             GO TO 2000-EXIT
002610         END-IF.
002620         MOVE FRF-APPR-ENTRY(FRF-HIT-SUB) TO FRF-VIEW-APPROVAL.
002630         EVALUATE TRUE
002640             WHEN APR-STATUS-PENDING OF FRF-VIEW-APPROVAL
002650                 ADD 1 TO FRF-WAITING-COUNT
002660             WHEN APR-STATUS-DENIED OF FRF-VIEW-APPROVAL
002670                 PERFORM 2400-DENY-WAIVER THRU 2400-EXIT
002680             WHEN APR-STATUS-APPROVED OF FRF-VIEW-APPROVAL
002690                 PERFORM 2200-REFUND-WAIVER THRU 2200-EXIT
002700             WHEN OTHER
002710                 MOVE "HELD - ACTION ALREADY EXECUTED"
002720                     TO FRF-RESULT
002730                 PERFORM 2900-HOLD-WAIVER THRU 2900-EXIT
002740         END-EVALUATE.
002750 2000-EXIT.
002760         EXIT.
002770 2100-FIND-ACTION.
002780         MOVE "N" TO FRF-FOUND-SWITCH.
002790         MOVE ZERO TO FRF-APPR-SUB.
002800         PERFORM 2150-MATCH-ONE-ACTION THRU 2150-EXIT
002810             UNTIL FRF-ACTION-FOUND
002820                 OR FRF-APPR-SUB >= FRF-APPR-COUNT.
002830 2100-EXIT.
002840         EXIT.
002850 2150-MATCH-ONE-ACTION.
002860         ADD 1 TO FRF-APPR-SUB.
002870         MOVE FRF-APPR-ENTRY(FRF-APPR-SUB) TO FRF-VIEW-APPROVAL.
002880         IF APR-TYPE-FEEWAIVE OF FRF-VIEW-APPROVAL
002890             AND APR-ACTION-ID OF FRF-VIEW-APPROVAL
002900                 = FWV-APPROVAL-ID OF FRF-VIEW-WAIVER
002910             AND APR-TARGET OF FRF-VIEW-APPROVAL
002920                 = FWV-WAIVER-ID OF FRF-VIEW-WAIVER
002930             SET FRF-ACTION-FOUND TO TRUE
002940             MOVE FRF-APPR-SUB TO FRF-HIT-SUB
002950         END-IF.
002960 2150-EXIT.
002970         EXIT.
002980 2200-REFUND-WAIVER.
002990         IF FRF-MASTER-AVAILABLE
003000             MOVE FWV-ACCOUNT-NO OF FRF-VIEW-WAIVER
003010                 TO ACM-ACCOUNT-NO
003020             READ ACCOUNT-MASTER-FILE
003030                 INVALID KEY
003040                     MOVE "HELD - ACCOUNT NOT ON ACCTMST"
003050                         TO FRF-RESULT
003060                     PERFORM 2900-HOLD-WAIVER THRU 2900-EXIT
003070                     GO TO 2200-EXIT
003080             END-READ
003090             IF NOT ACM-ACCOUNT-OPEN
003100                 MOVE "HELD - ACCOUNT NOT OPEN" TO FRF-RESULT
003110                 PERFORM 2900-HOLD-WAIVER THRU 2900-EXIT
003120                 GO TO 2200-EXIT
003130             END-IF
003140         END-IF.
003150         MOVE SPACES TO GENERATED-RECORD.
003160         MOVE FWV-BRANCH-CODE OF FRF-VIEW-WAIVER
003170             TO GEN-BRANCH-CODE.
003180         MOVE FWV-ACCOUNT-NO OF FRF-VIEW-WAIVER TO GEN-ACCOUNT-NO.
003190         MOVE "16" TO GEN-RECORD-TYPE.
003200         MOVE FRF-RUN-DATE TO GEN-TRANS-DATE.
003210         MOVE FWV-AMOUNT OF FRF-VIEW-WAIVER TO GEN-AMOUNT.
003220         MOVE "C" TO GEN-DC-INDICATOR.
003230         WRITE GENERATED-RECORD.
003240         ADD 1 TO FRF-GENERATED-COUNT.
003250         ADD FWV-AMOUNT OF FRF-VIEW-WAIVER TO FRF-TOTAL-REFUNDED.
003260         ADD 1 TO FRF-REFUNDED-COUNT.
003270         MOVE "X" TO APR-STATUS OF FRF-VIEW-APPROVAL.
003280         MOVE FRF-RUN-DATE
003290             TO APR-EXECUTED-DATE OF FRF-VIEW-APPROVAL.
003300         MOVE FRF-RUN-TIME
003310             TO APR-EXECUTED-TIME OF FRF-VIEW-APPROVAL.
003320         MOVE FRF-VIEW-APPROVAL TO FRF-APPR-ENTRY(FRF-HIT-SUB).
003330         MOVE "R" TO FWV-STATUS OF FRF-VIEW-WAIVER.
003340         MOVE APR-APPROVED-BY OF FRF-VIEW-APPROVAL
003350             TO FWV-APPROVED-BY OF FRF-VIEW-WAIVER.
003360         MOVE FRF-RUN-DATE
003370             TO FWV-DECISION-DATE OF FRF-VIEW-WAIVER.
003380         MOVE FRF-VIEW-WAIVER TO FRF-WAIVER-ENTRY(FRF-WAIVER-SUB).
003390         SET FRF-FILES-CHANGED TO TRUE.
003400         PERFORM 2300-TRACE-REFUND THRU 2300-EXIT.
003410         MOVE "REFUND GENERATED" TO FRF-RESULT.
003420         PERFORM 7000-PRINT-WAIVER THRU 7000-EXIT.
003430 2200-EXIT.
003440         EXIT.
003450*  THE LINK: THE CHARGE'S OWN TRACE NOW SHOWS IT WAS GIVEN BACK.
003460 2300-TRACE-REFUND.
003470         MOVE "E" TO ITK-FUNCTION.
003480         MOVE "FEEREFND" TO ITK-PROGRAM-ID.
003490         MOVE "REFUNDED" TO ITK-EVENT.
003500         MOVE ZERO TO ITK-REASON-CODE.
003510         MOVE FWV-ITEM-ID OF FRF-VIEW-WAIVER TO ITK-ITEM-ID.
003520         MOVE FWV-BRANCH-CODE OF FRF-VIEW-WAIVER
003530             TO ITK-BRANCH-CODE.
003540         MOVE FWV-ACCOUNT-NO OF FRF-VIEW-WAIVER TO ITK-ACCOUNT-NO.
003550         MOVE FWV-RECORD-TYPE OF FRF-VIEW-WAIVER
003560             TO ITK-RECORD-TYPE.
003570         MOVE FWV-CHARGE-DATE OF FRF-VIEW-WAIVER
003580             TO ITK-TRANS-DATE.
003590         MOVE FWV-AMOUNT OF FRF-VIEW-WAIVER TO ITK-AMOUNT.
003600         CALL "ITEMTRAK" USING ITEM-TRACE-AREA.
003610 2300-EXIT.
003620         EXIT.
003630 2400-DENY-WAIVER.
003640         MOVE "D" TO FWV-STATUS OF FRF-VIEW-WAIVER.
003650         MOVE APR-APPROVED-BY OF FRF-VIEW-APPROVAL
003660             TO FWV-APPROVED-BY OF FRF-VIEW-WAIVER.
003670         MOVE FRF-RUN-DATE
003680             TO FWV-DECISION-DATE OF FRF-VIEW-WAIVER.
003690         MOVE FRF-VIEW-WAIVER TO FRF-WAIVER-ENTRY(FRF-WAIVER-SUB).
003700         SET FRF-FILES-CHANGED TO TRUE.
003710         ADD 1 TO FRF-DENIED-COUNT.
003720         MOVE "DENIED" TO FRF-RESULT.
003730         PERFORM 7000-PRINT-WAIVER THRU 7000-EXIT.
003740 2400-EXIT.
003750         EXIT.
003760 2900-HOLD-WAIVER.
003770         ADD 1 TO FRF-HELD-COUNT.
003780         MOVE 4 TO RETURN-CODE.
003790         PERFORM 7000-PRINT-WAIVER THRU 7000-EXIT.
003800 2900-EXIT.
003810         EXIT.
003820 4000-WRITE-TRAILER.
003830         MOVE SPACES TO GENERATED-RECORD.
003840         MOVE "0" TO GTL-KEY.
003850         MOVE "99" TO GTL-RECORD-TYPE.
003860         MOVE FRF-RUN-DATE TO GTL-RUN-DATE.
003870         MOVE FRF-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
003880         WRITE GENERATED-RECORD.
003890 4000-EXIT.
003900         EXIT.
003910 5000-PRINT-TOTALS.
003920         MOVE SPACES TO REPORT-RECORD.
003930         WRITE REPORT-RECORD.
003940         MOVE FRF-REFUNDED-COUNT TO FRF-COUNT-EDIT.
003950         MOVE FRF-TOTAL-REFUNDED TO FRF-TOTAL-EDIT.
003960         MOVE SPACES TO REPORT-RECORD.
003970         STRING "REFUNDED          " FRF-COUNT-EDIT
003980             "   AMOUNT " FRF-TOTAL-EDIT
003990             DELIMITED BY SIZE INTO REPORT-RECORD.
004000         WRITE REPORT-RECORD.
004010         MOVE FRF-DENIED-COUNT TO FRF-COUNT-EDIT.
004020         MOVE SPACES TO REPORT-RECORD.
004030         STRING "DENIED            " FRF-COUNT-EDIT
004040             DELIMITED BY SIZE INTO REPORT-RECORD.
004050         WRITE REPORT-RECORD.
004060         MOVE FRF-WAITING-COUNT TO FRF-COUNT-EDIT.
004070         MOVE SPACES TO REPORT-RECORD.
004080         STRING "AWAITING APPROVAL " FRF-COUNT-EDIT
004090             DELIMITED BY SIZE INTO REPORT-RECORD.
004100         WRITE REPORT-RECORD.
004110         MOVE FRF-HELD-COUNT TO FRF-COUNT-EDIT.
004120         MOVE SPACES TO REPORT-RECORD.
004130         STRING "HELD              " FRF-COUNT-EDIT
004140             DELIMITED BY SIZE INTO REPORT-RECORD.
004150         WRITE REPORT-RECORD.
004160 5000-EXIT.
004170         EXIT.
004180 6000-SAVE-APPROVALS.
004190         OPEN OUTPUT APPROVAL-FILE.
004200         IF NOT FRF-APPROVAL-FILE-OK
004210             DISPLAY "FEEREFND: CANNOT OPEN APPROVAL FOR OUTPUT, "
004220                 "STATUS = " FRF-APPROVAL-FILE-STATUS
004230             MOVE 16 TO RETURN-CODE
004240             GO TO 6000-EXIT
004250         END-IF.
004260         MOVE ZERO TO FRF-APPR-SUB.
004270         PERFORM 6100-SAVE-ONE-APPROVAL THRU 6100-EXIT
004280             UNTIL FRF-APPR-SUB >= FRF-APPR-COUNT.
004290         CLOSE APPROVAL-FILE.
004300 6000-EXIT.
004310         EXIT.
004320 6100-SAVE-ONE-APPROVAL.
004330         ADD 1 TO FRF-APPR-SUB.
004340         MOVE FRF-APPR-ENTRY(FRF-APPR-SUB) TO APPROVAL-RECORD.
004350         WRITE APPROVAL-RECORD.
004360 6100-EXIT.
004370         EXIT.
004380 6500-SAVE-WAIVERS.
004390         OPEN OUTPUT FEE-WAIVER-FILE.
004400         IF NOT FRF-WAIVER-FILE-OK
004410             DISPLAY "FEEREFND: CANNOT OPEN FEEWAIVE FOR OUTPUT, "
004420                 "STATUS = " FRF-WAIVER-FILE-STATUS
004430             MOVE 16 TO RETURN-CODE
004440             GO TO 6500-EXIT
004450         END-IF.
004460         MOVE ZERO TO FRF-WAIVER-SUB.
004470         PERFORM 6600-SAVE-ONE-WAIVER THRU 6600-EXIT
004480             UNTIL FRF-WAIVER-SUB >= FRF-WAIVER-COUNT.
004490         CLOSE FEE-WAIVER-FILE.
004500 6500-EXIT.
004510         EXIT.
004520 6600-SAVE-ONE-WAIVER.
004530         ADD 1 TO FRF-WAIVER-SUB.
004540         MOVE FRF-WAIVER-ENTRY(FRF-WAIVER-SUB)
004550             TO FEE-WAIVER-RECORD.
004560         WRITE FEE-WAIVER-RECORD.
004570 6600-EXIT.
004580         EXIT.
004590 7000-PRINT-WAIVER.
004600         MOVE FWV-AMOUNT OF FRF-VIEW-WAIVER TO FRF-AMOUNT-EDIT.
004610         MOVE SPACES TO REPORT-RECORD.
004620         STRING FWV-WAIVER-ID OF FRF-VIEW-WAIVER " "
004630             FWV-APPROVAL-ID OF FRF-VIEW-WAIVER "  "
004640             FWV-ITEM-ID OF FRF-VIEW-WAIVER " "
004650             FWV-BRANCH-CODE OF FRF-VIEW-WAIVER "    "
004660             FWV-ACCOUNT-NO OF FRF-VIEW-WAIVER " "
004670             FWV-RECORD-TYPE OF FRF-VIEW-WAIVER " "
004680             FRF-AMOUNT-EDIT "  " FRF-RESULT
004690             DELIMITED BY SIZE INTO REPORT-RECORD.
004700         WRITE REPORT-RECORD.
004710 7000-EXIT.
004720         EXIT.
004730 8000-TERMINATE.
004740         IF FRF-READY
004750             CLOSE GENERATED-FILE
004760         END-IF.
004770         IF FRF-MASTER-AVAILABLE
004780             CLOSE ACCOUNT-MASTER-FILE
004790         END-IF.
004800         IF FRF-REPORT-FILE-OK
004810             CLOSE REPORT-FILE
004820         END-IF.
004830         DISPLAY "----------------------------------------------".
004840         DISPLAY "WAIVERS REFUNDED   = " FRF-REFUNDED-COUNT.
004850         DISPLAY "WAIVERS DENIED     = " FRF-DENIED-COUNT.
004860         DISPLAY "AWAITING APPROVAL  = " FRF-WAITING-COUNT.
004870         DISPLAY "WAIVERS HELD       = " FRF-HELD-COUNT.
004880         DISPLAY "ITEMS GENERATED    = " FRF-GENERATED-COUNT.
004890         DISPLAY "FEEREFND: JOB COMPLETE, RETURN CODE "
004900             RETURN-CODE.
004910 8000-EXIT.
004920         EXIT.
