000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 PAYOUT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  OUTBOUND INTERBANK
000220*                  PAYMENTS, RUN AFTER BALPOST.  EVERY TRANSFER
000230*                  SAMPLE REGISTERED PENDING ON PAYREG (PAYREGRC)
000240*                  IS SENT TO THE CLEARING NETWORK ON ONE
000250*                  INSTRUCTION FILE, PAYINSTR.CCYYMMDD.M
000260*                  (PAYINSRC, M THE FILE ID MODIFIER): ONE BATCH
000270*                  PER BRANCH WITH ITS BATCH CONTROL, AND A FILE
000280*                  CONTROL CARRYING THE ENTRY, HASH AND AMOUNT
000290*                  TOTALS.  A RUN AT OR BEFORE THE PAYCTL CUTOFF
000300*                  ON A BUSINESS DAY SETTLES TODAY; A LATER RUN,
000310*                  OR ONE ON A NON-BUSINESS DAY, SETTLES ON THE
000320*                  NEXT BUSINESS DAY.  EACH ENTRY SENT GOES TO
000330*                  STATUS "S" WITH THE FILE AND BATCH THAT
000340*                  CARRIED IT, FOR PAYACK TO MATCH THE NETWORK'S
000350*                  ANSWER.  AN ENTRY OVER THE NETWORK'S AMOUNT
000360*                  LIMIT IS NEVER SENT -- IT IS MARKED REJECTED
000370*                  HERE AND PAYACK CREDITS IT BACK.  PAYOUTRP
000380*                  LISTS THE FILE.  RC 4 WHEN AN ENTRY WAS REFUSED
000390*                  OR LEFT FOR THE NEXT FILE, RC 16 WHEN PAYCTL,
000400*                  PAYREG OR THE INSTRUCTION FILE CANNOT BE USED.
00040A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00040B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00040C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000410*---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.
000450         LINUX.
000460 OBJECT-COMPUTER.
000470         LINUX.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500         SELECT PAYMENT-CONTROL-FILE ASSIGN TO "PAYCTL"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS PYO-CONTROL-FILE-STATUS.
000530         SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREG"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS PRG-KEY
000570             FILE STATUS IS PYO-PAYREG-FILE-STATUS.
000580         SELECT INSTRUCTION-FILE ASSIGN DYNAMIC
000590             PYO-INSTRUCTION-FILENAME
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS PYO-INSTR-FILE-STATUS.
000620         SELECT REPORT-FILE ASSIGN TO "PAYOUTRP"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS PYO-REPORT-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PAYMENT-CONTROL-FILE.
000680     COPY PAYCTLRC.
000690 FD  PAYMENT-REGISTER-FILE.
000700     COPY PAYREGRC.
000710 FD  INSTRUCTION-FILE.
000720     COPY PAYINSRC.
000730 FD  REPORT-FILE.
000740 01  REPORT-RECORD               PIC X(132).
000750 WORKING-STORAGE SECTION.
000760     COPY DATESRVC.
000770 01  PYO-FILE-STATUS-VALUES.
000780         05  PYO-CONTROL-FILE-STATUS PIC X(02).
000790             88  PYO-CONTROL-FILE-OK     VALUE "00".
000800         05  PYO-PAYREG-FILE-STATUS  PIC X(02).
000810             88  PYO-PAYREG-FILE-OK      VALUE "00".
000820             88  PYO-PAYREG-NOT-FOUND    VALUE "35".
000830         05  PYO-INSTR-FILE-STATUS   PIC X(02).
000840             88  PYO-INSTR-FILE-OK       VALUE "00".
000850         05  PYO-REPORT-FILE-STATUS  PIC X(02).
000860             88  PYO-REPORT-FILE-OK      VALUE "00".
000870 01  PYO-SWITCHES.
000880         05  PYO-REG-EOF-SWITCH      PIC X(01) VALUE "N".
000890             88  PYO-REG-AT-END          VALUE "Y".
000900         05  PYO-REG-OPEN-SWITCH     PIC X(01) VALUE "N".
000910             88  PYO-REG-OPEN            VALUE "Y".
000920         05  PYO-READY-SWITCH        PIC X(01) VALUE "N".
000930             88  PYO-READY               VALUE "Y".
000940         05  PYO-CUTOFF-SWITCH       PIC X(01) VALUE "N".
000950             88  PYO-CUTOFF-MISSED       VALUE "Y".
000960 01  PYO-INSTRUCTION-FILENAME    PIC X(40) VALUE SPACES.
000970 01  PYO-RUN-DATE                PIC 9(08) VALUE ZERO.
000980 01  PYO-RUN-TIME                PIC 9(08) VALUE ZERO.
000990 01  PYO-RUN-TIME-PARTS REDEFINES PYO-RUN-TIME.
001000         05  PYO-RUN-HHMM            PIC 9(04).
001010         05  FILLER                  PIC 9(04).
001020 01  PYO-EFFECTIVE-DATE          PIC 9(08) VALUE ZERO.
001030 01  PYO-FILE-ID                 PIC X(01) VALUE SPACE.
001040*  FILE ID MODIFIERS IN THE ORDER THE NETWORK TAKES THEM; A
001050*  THIRTY-SEVENTH FILE IN ONE DAY HAS NONE LEFT.
001060 01  PYO-MODIFIER-VALUES         PIC X(36) VALUE
001070         "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
001080 01  PYO-MODIFIER-TABLE REDEFINES PYO-MODIFIER-VALUES.
001090         05  PYO-MODIFIER OCCURS 36 TIMES
001100                 INDEXED BY PYO-MOD-IDX
001110                                     PIC X(01).
001120*  THE TRACE NUMBER SENT ON EACH ENTRY: THE PAYREG KEY, ZERO
001130*  FILLED ON THE LEFT TO THE NETWORK'S FIFTEEN DIGITS.  ITS LAST
001140*  SEVEN DIGITS ALSO SERVE AS THE ADDENDA'S ENTRY SEQUENCE.
001150 01  PYO-TRACE-AREA.
001160         05  PYO-TRACE-PREFIX        PIC 9(02) VALUE ZERO.
001170         05  PYO-TRACE-KEY           PIC X(13).
001180 01  PYO-TRACE-NUMBER REDEFINES PYO-TRACE-AREA
001190                                 PIC 9(15).
001200 01  PYO-TRACE-PARTS REDEFINES PYO-TRACE-AREA.
001210         05  FILLER                  PIC X(08).
001220         05  PYO-TRACE-TAIL          PIC 9(07).
001230 01  PYO-NETWORK-LIMIT           PIC 9(09)V99
001240                                     VALUE 99999999.99.
001250 01  PYO-COUNTERS.
001260         05  PYO-PENDING-READ        PIC 9(07) VALUE ZERO.
001270         05  PYO-SENT-COUNT          PIC 9(07) VALUE ZERO.
001280         05  PYO-REFUSED-COUNT       PIC 9(07) VALUE ZERO.
001290         05  PYO-DEFERRED-COUNT      PIC 9(07) VALUE ZERO.
001300         05  PYO-RECORD-COUNT        PIC 9(07) VALUE ZERO.
001310         05  PYO-BLOCK-COUNT         PIC 9(06) VALUE ZERO.
001320         05  PYO-PAD-COUNT           PIC 9(02) VALUE ZERO.
001330 01  PYO-BATCH-TOTALS.
001340         05  PYO-BATCH-NO            PIC 9(07) VALUE ZERO.
001350         05  PYO-BATCH-ENTRIES       PIC 9(06) VALUE ZERO.
001360         05  PYO-BATCH-ITEMS         PIC 9(06) VALUE ZERO.
001370         05  PYO-BATCH-HASH          PIC 9(12) VALUE ZERO.
001380         05  PYO-BATCH-CREDITS       PIC 9(10)V99 VALUE ZERO.
001390 01  PYO-FILE-TOTALS.
001400         05  PYO-FILE-BATCHES        PIC 9(06) VALUE ZERO.
001410         05  PYO-FILE-ENTRIES        PIC 9(08) VALUE ZERO.
001420         05  PYO-FILE-HASH           PIC 9(12) VALUE ZERO.
001430         05  PYO-FILE-CREDITS        PIC 9(10)V99 VALUE ZERO.
001440         05  PYO-REFUSED-AMOUNT      PIC 9(10)V99 VALUE ZERO.
001450 01  PYO-WORK-FIELDS.
001460         05  PYO-PND-SUB             PIC 9(04) COMP VALUE ZERO.
001470         05  PYO-BR-SUB              PIC 9(03) COMP VALUE ZERO.
001480         05  PYO-BR-TEST-SUB         PIC 9(03) COMP VALUE ZERO.
001490         05  PYO-DFI-NUMBER          PIC 9(08) VALUE ZERO.
001500         05  PYO-FIRST-BATCH-NO      PIC 9(07) VALUE ZERO.
001510         05  PYO-HASH-TOTAL          PIC 9(10) VALUE ZERO.
001520 01  PYO-PRINT-LINE-FIELDS.
001530         05  PYO-AMOUNT-EDIT         PIC Z(8)9.99.
001540         05  PYO-TOTAL-EDIT          PIC Z(10)9.99.
001550         05  PYO-COUNT-EDIT          PIC ZZZZZZ9.
001560*---------------------------------------------------------------
001570*  ONE ROW PER PENDING ENTRY, IN KEY ORDER, AND ONE PER BRANCH
001580*  IN ORDER OF FIRST APPEARANCE -- EACH BRANCH IS ONE BATCH.
001590*  ENTRIES PAST THE TABLE STAY PENDING FOR THE NEXT FILE.
001600*---------------------------------------------------------------
001610 01  PYO-PENDING-TABLE.
001620         05  PYO-PND-COUNT           PIC 9(04) COMP VALUE ZERO.
001630         05  PYO-PND-ENTRY OCCURS 2000 TIMES.
001640             10  PYO-PND-KEY         PIC X(13).
001650             10  PYO-PND-BRANCH      PIC X(03).
001660 01  PYO-BRANCH-TABLE.
001670         05  PYO-BR-COUNT            PIC 9(03) COMP VALUE ZERO.
001680         05  PYO-BR-ENTRY OCCURS 100 TIMES.
001690             10  PYO-BR-CODE         PIC X(03).
00169A     COPY RUNDATEC.
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730         IF PYO-READY
001740             PERFORM 3000-WRITE-FILE-HEADER THRU 3000-EXIT
001750             PERFORM 2000-WRITE-ONE-BATCH THRU 2000-EXIT
001760                 VARYING PYO-BR-SUB FROM 1 BY 1
001770                 UNTIL PYO-BR-SUB > PYO-BR-COUNT
001780             PERFORM 4000-WRITE-FILE-CONTROL THRU 4000-EXIT
001790             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001800         END-IF.
001810         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001820         STOP RUN.
001830 1000-INITIALIZE.
001840         DISPLAY "PAYOUT: JOB STARTING".
001850         MOVE ZERO TO RETURN-CODE.
001860         CALL "RUNDATE" USING RUN-DATE-AREA.
00186A         MOVE RDT-RUN-DATE TO PYO-RUN-DATE.
001870         ACCEPT PYO-RUN-TIME FROM TIME.
001880         OPEN INPUT PAYMENT-CONTROL-FILE.
001890         IF NOT PYO-CONTROL-FILE-OK
001900             DISPLAY "PAYOUT: CANNOT OPEN PAYCTL, STATUS = "
001910                 PYO-CONTROL-FILE-STATUS
001920             MOVE 16 TO RETURN-CODE
001930             GO TO 1000-EXIT
001940         END-IF.
001950         READ PAYMENT-CONTROL-FILE
001960             AT END
001970                 DISPLAY "PAYOUT: PAYCTL IS EMPTY"
001980                 MOVE 16 TO RETURN-CODE
001990         END-READ.
002000         CLOSE PAYMENT-CONTROL-FILE.
002010         IF RETURN-CODE > 4
002020             GO TO 1000-EXIT
002030         END-IF.
002040         OPEN I-O PAYMENT-REGISTER-FILE.
002050         IF PYO-PAYREG-NOT-FOUND
002060             DISPLAY "PAYOUT: NO PAYREG FILE - NOTHING TO SEND"
002070             GO TO 1000-EXIT
002080         END-IF.
002090         IF NOT PYO-PAYREG-FILE-OK
002100             DISPLAY "PAYOUT: CANNOT OPEN PAYREG, STATUS = "
002110                 PYO-PAYREG-FILE-STATUS
002120             MOVE 16 TO RETURN-CODE
002130             GO TO 1000-EXIT
002140         END-IF.
002150         SET PYO-REG-OPEN TO TRUE.
002160         OPEN OUTPUT REPORT-FILE.
002170         MOVE SPACES TO REPORT-RECORD.
002180         STRING "OUTBOUND INTERBANK PAYMENTS   "
002190             "RUN DATE: " PYO-RUN-DATE
002200             "  RUN TIME: " PYO-RUN-HHMM
002210             "  CUTOFF: " PCT-CUTOFF-TIME
002220             DELIMITED BY SIZE INTO REPORT-RECORD.
002230         WRITE REPORT-RECORD.
002240         PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
002250         IF PYO-PND-COUNT = ZERO
002260             DISPLAY "PAYOUT: NO PENDING TRANSFERS - NO FILE SENT"
002270             MOVE SPACES TO REPORT-RECORD
002280             STRING "NO PENDING TRANSFERS - NO FILE SENT"
002290                 DELIMITED BY SIZE INTO REPORT-RECORD
002300             WRITE REPORT-RECORD
002310             GO TO 1000-EXIT
002320         END-IF.
002330         PERFORM 1300-SET-EFFECTIVE-DATE THRU 1300-EXIT.
002340         PERFORM 1400-CLAIM-FILE-ID THRU 1400-EXIT.
002350         IF RETURN-CODE > 4
002360             GO TO 1000-EXIT
002370         END-IF.
002380         MOVE SPACES TO PYO-INSTRUCTION-FILENAME.
002390         STRING "PAYINSTR." PYO-RUN-DATE "." PYO-FILE-ID
002400             DELIMITED BY SIZE INTO PYO-INSTRUCTION-FILENAME.
002410         OPEN OUTPUT INSTRUCTION-FILE.
002420         IF NOT PYO-INSTR-FILE-OK
002430             DISPLAY "PAYOUT: CANNOT OPEN "
002440                 PYO-INSTRUCTION-FILENAME ", STATUS = "
002450                 PYO-INSTR-FILE-STATUS
002460             MOVE 16 TO RETURN-CODE
002470             GO TO 1000-EXIT
002480         END-IF.
002490         SET PYO-READY TO TRUE.
002500         DISPLAY "PAYOUT: WRITING " PYO-INSTRUCTION-FILENAME
002510             ", EFFECTIVE " PYO-EFFECTIVE-DATE.
002520         MOVE SPACES TO REPORT-RECORD.
002530         STRING "FILE " PYO-INSTRUCTION-FILENAME
002540             "  EFFECTIVE DATE: " PYO-EFFECTIVE-DATE
002550             DELIMITED BY SIZE INTO REPORT-RECORD.
002560         IF PYO-CUTOFF-MISSED
002570             MOVE "(CUTOFF MISSED)" TO REPORT-RECORD(74:15)
002580         END-IF.
002590         WRITE REPORT-RECORD.
002600         MOVE SPACES TO REPORT-RECORD.
002610         WRITE REPORT-RECORD.
002620         MOVE SPACES TO REPORT-RECORD.
002630         STRING "BATCH   BRANCH ACCOUNT    TRACE NUMBER    "
002640             "ROUTING   BENEFICIARY ACCOUNT         AMOUNT"
002650             DELIMITED BY SIZE INTO REPORT-RECORD.
002660         WRITE REPORT-RECORD.
002670 1000-EXIT.
002680         EXIT.
002690*---------------------------------------------------------------
002700*  1200-LOAD-PENDING.  ONE PASS OF PAYREG.  A PENDING ENTRY OVER
002710*  THE NETWORK'S ENTRY LIMIT CANNOT BE SENT AT ALL, SO IT IS
002720*  MARKED REJECTED ON THE SPOT FOR PAYACK TO CREDIT BACK.
002730*---------------------------------------------------------------
002740 1200-LOAD-PENDING.
002750         MOVE LOW-VALUES TO PRG-KEY.
002760         START PAYMENT-REGISTER-FILE KEY IS NOT LESS THAN PRG-KEY
002770             INVALID KEY
002780                 GO TO 1200-EXIT
002790         END-START.
002800         MOVE "N" TO PYO-REG-EOF-SWITCH.
002810         PERFORM 1250-READ-ONE-ENTRY THRU 1250-EXIT
002820             UNTIL PYO-REG-AT-END.
002830         IF PYO-DEFERRED-COUNT > ZERO
002840             DISPLAY "PAYOUT: " PYO-DEFERRED-COUNT
002850                 " PENDING TRANSFERS LEFT FOR THE NEXT FILE"
002860             MOVE 4 TO RETURN-CODE
002870         END-IF.
002880 1200-EXIT.
002890         EXIT.
002900 1250-READ-ONE-ENTRY.
002910         READ PAYMENT-REGISTER-FILE NEXT RECORD
002920             AT END
002930                 MOVE "Y" TO PYO-REG-EOF-SWITCH
002940                 GO TO 1250-EXIT
002950         END-READ.
002960         IF NOT PRG-PENDING
002970             GO TO 1250-EXIT
002980         END-IF.
002990         ADD 1 TO PYO-PENDING-READ.
003000         IF PRG-AMOUNT > PYO-NETWORK-LIMIT
003010             PERFORM 1270-REFUSE-ENTRY THRU 1270-EXIT
003020             GO TO 1250-EXIT
003030         END-IF.
003040         IF PYO-PND-COUNT = 2000
003050             ADD 1 TO PYO-DEFERRED-COUNT
003060             GO TO 1250-EXIT
003070         END-IF.
003080         PERFORM 1280-FIND-BRANCH THRU 1280-EXIT.
003090         IF PYO-BR-SUB = ZERO
003100             ADD 1 TO PYO-DEFERRED-COUNT
003110             GO TO 1250-EXIT
003120         END-IF.
003130         ADD 1 TO PYO-PND-COUNT.
003140         MOVE PRG-KEY TO PYO-PND-KEY(PYO-PND-COUNT).
003150         MOVE PRG-BRANCH-CODE TO PYO-PND-BRANCH(PYO-PND-COUNT).
003160 1250-EXIT.
003170         EXIT.
003180 1270-REFUSE-ENTRY.
003190         SET PRG-REJECTED TO TRUE.
003200         MOVE PYO-RUN-DATE TO PRG-ACK-DATE.
003210         MOVE "LIM" TO PRG-REJECT-CODE.
003220         MOVE "AMOUNT OVER NETWORK ENTRY LIMIT"
003230             TO PRG-REJECT-TEXT.
003240         REWRITE PAYMENT-REGISTER-RECORD
003250             INVALID KEY
003260                 DISPLAY "PAYOUT: PAYREG REWRITE FAILED, "
003270                     "STATUS = " PYO-PAYREG-FILE-STATUS
003280                 GO TO 1270-EXIT
003290         END-REWRITE.
003300         ADD 1 TO PYO-REFUSED-COUNT.
003310         ADD PRG-AMOUNT TO PYO-REFUSED-AMOUNT.
003320         MOVE 4 TO RETURN-CODE.
003330         MOVE PRG-AMOUNT TO PYO-AMOUNT-EDIT.
003340         MOVE SPACES TO REPORT-RECORD.
003350         STRING "REFUSED " PRG-BRANCH-CODE "    " PRG-ACCOUNT-NO
003360             " " PRG-KEY "   " PYO-AMOUNT-EDIT " "
003370             PRG-REJECT-TEXT
003380             DELIMITED BY SIZE INTO REPORT-RECORD.
003390         WRITE REPORT-RECORD.
003400 1270-EXIT.
003410         EXIT.
003420 1280-FIND-BRANCH.
003430         MOVE ZERO TO PYO-BR-SUB.
003440         PERFORM 1285-TEST-ONE-BRANCH THRU 1285-EXIT
003450             VARYING PYO-BR-TEST-SUB FROM 1 BY 1
003460             UNTIL PYO-BR-TEST-SUB > PYO-BR-COUNT
003470                 OR PYO-BR-SUB > ZERO.
003480         IF PYO-BR-SUB = ZERO
003490             AND PYO-BR-COUNT < 100
003500             ADD 1 TO PYO-BR-COUNT
003510             MOVE PYO-BR-COUNT TO PYO-BR-SUB
003520             MOVE PRG-BRANCH-CODE TO PYO-BR-CODE(PYO-BR-SUB)
003530         END-IF.
003540 1280-EXIT.
003550         EXIT.
003560 1285-TEST-ONE-BRANCH.
003570         IF PYO-BR-CODE(PYO-BR-TEST-SUB) = PRG-BRANCH-CODE
003580             MOVE PYO-BR-TEST-SUB TO PYO-BR-SUB
003590         END-IF.
003600 1285-EXIT.
003610         EXIT.
003620*---------------------------------------------------------------
003630*  1300-SET-EFFECTIVE-DATE.  THE NETWORK SETTLES A FILE ON ITS
003640*  EFFECTIVE DATE ONLY WHEN THE FILE ARRIVES BY THE CUTOFF ON A
003650*  BUSINESS DAY; ANYTHING LATER SETTLES NEXT BUSINESS DAY.
003660*---------------------------------------------------------------
003670 1300-SET-EFFECTIVE-DATE.
003680         MOVE PYO-RUN-DATE TO PYO-EFFECTIVE-DATE.
003690         MOVE SPACES TO DSV-REGION-CODE.
003700         MOVE "B" TO DSV-FUNCTION.
003710         MOVE PYO-RUN-DATE TO DSV-DATE-1.
003720         CALL "DATESRV" USING DATE-SERVICE-AREA.
003730         IF PYO-RUN-HHMM > PCT-CUTOFF-TIME
003740             MOVE "Y" TO PYO-CUTOFF-SWITCH
003750         END-IF.
003760         IF DSV-IS-BUSINESS-DAY
003770             AND NOT PYO-CUTOFF-MISSED
003780             GO TO 1300-EXIT
003790         END-IF.
003800         MOVE "N" TO DSV-FUNCTION.
003810         MOVE PYO-RUN-DATE TO DSV-DATE-1.
003820         CALL "DATESRV" USING DATE-SERVICE-AREA.
003830         IF DSV-SUCCESSFUL
003840             MOVE DSV-RESULT-DATE TO PYO-EFFECTIVE-DATE
003850         END-IF.
003860 1300-EXIT.
003870         EXIT.
003880*---------------------------------------------------------------
003890*  1400-CLAIM-FILE-ID.  THE FIRST FILE OF THE DAY IS "A", EACH
003900*  LATER ONE THE NEXT MODIFIER.  PAYCTL IS REWRITTEN BEFORE THE
003910*  FILE IS BUILT, BATCH NUMBERS AND ALL, SO A RERUN AFTER A
003920*  FAILURE NEVER REUSES A FILE ID OR A BATCH NUMBER.
003930*---------------------------------------------------------------
003940 1400-CLAIM-FILE-ID.
003950         IF PCT-LAST-FILE-DATE NOT = PYO-RUN-DATE
003960             MOVE "A" TO PYO-FILE-ID
003970         ELSE
003980             SET PYO-MOD-IDX TO 1
003990             SEARCH PYO-MODIFIER
004000                 AT END
004010                     MOVE "A" TO PYO-FILE-ID
004020                 WHEN PYO-MODIFIER(PYO-MOD-IDX) = PCT-LAST-FILE-ID
004030                     IF PYO-MOD-IDX = 36
004040                         DISPLAY "PAYOUT: NO FILE ID MODIFIER "
004050                             "LEFT FOR " PYO-RUN-DATE
004060                         MOVE 16 TO RETURN-CODE
004070                         GO TO 1400-EXIT
004080                     END-IF
004090                     SET PYO-MOD-IDX UP BY 1
004100                     MOVE PYO-MODIFIER(PYO-MOD-IDX) TO PYO-FILE-ID
004110             END-SEARCH
004120         END-IF.
004130         MOVE PCT-LAST-BATCH-NO TO PYO-FIRST-BATCH-NO.
004140         ADD 1 TO PYO-FIRST-BATCH-NO.
004150         MOVE PYO-RUN-DATE TO PCT-LAST-FILE-DATE.
004160         MOVE PYO-FILE-ID TO PCT-LAST-FILE-ID.
004170         COMPUTE PCT-LAST-BATCH-NO =
004180             PCT-LAST-BATCH-NO + PYO-BR-COUNT.
004190         OPEN OUTPUT PAYMENT-CONTROL-FILE.
004200         IF NOT PYO-CONTROL-FILE-OK
004210             DISPLAY "PAYOUT: CANNOT REWRITE PAYCTL, STATUS = "
004220                 PYO-CONTROL-FILE-STATUS
004230             MOVE 16 TO RETURN-CODE
004240             GO TO 1400-EXIT
004250         END-IF.
004260         WRITE PAYMENT-CONTROL-RECORD.
004270         CLOSE PAYMENT-CONTROL-FILE.
004280 1400-EXIT.
004290         EXIT.
004300*---------------------------------------------------------------
004310*  2000-WRITE-ONE-BATCH.  ONE BRANCH: ITS HEADER, EVERY PENDING
004320*  ENTRY FOR IT, AND ITS CONTROL RECORD.
004330*---------------------------------------------------------------
004340 2000-WRITE-ONE-BATCH.
004350         COMPUTE PYO-BATCH-NO = PYO-FIRST-BATCH-NO
004360             + PYO-BR-SUB - 1.
004370         MOVE ZERO TO PYO-BATCH-ENTRIES PYO-BATCH-ITEMS
004380             PYO-BATCH-HASH PYO-BATCH-CREDITS.
004390         MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD.
004400         MOVE "5" TO PIN-RECORD-TYPE.
004410         MOVE 220 TO PBH-SERVICE-CLASS.
004420         MOVE PCT-COMPANY-NAME TO PBH-COMPANY-NAME.
004430         STRING "BRANCH " PYO-BR-CODE(PYO-BR-SUB)
004440             DELIMITED BY SIZE INTO PBH-DISCRETIONARY.
004450         MOVE PCT-COMPANY-ID TO PBH-COMPANY-ID.
004460         MOVE "PPD" TO PBH-ENTRY-CLASS.
004470         MOVE "TRANSFER" TO PBH-ENTRY-DESCRIPTION.
004480         MOVE PYO-EFFECTIVE-DATE(3:6) TO PBH-EFFECTIVE-DATE.
004490         MOVE "1" TO PBH-ORIGINATOR-STATUS.
004500         MOVE PCT-ORIGIN-DFI TO PBH-ORIGIN-DFI.
004510         MOVE PYO-BATCH-NO TO PBH-BATCH-NUMBER.
004520         PERFORM 7000-WRITE-INSTRUCTION THRU 7000-EXIT.
004530         PERFORM 2100-WRITE-ONE-ENTRY THRU 2100-EXIT
004540             VARYING PYO-PND-SUB FROM 1 BY 1
004550             UNTIL PYO-PND-SUB > PYO-PND-COUNT.
004560         MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD.
004570         MOVE "8" TO PIN-RECORD-TYPE.
004580         MOVE 220 TO PBC-SERVICE-CLASS.
004590         MOVE PYO-BATCH-ITEMS TO PBC-ENTRY-COUNT.
004600         MOVE PYO-BATCH-HASH TO PBC-ENTRY-HASH.
004610         MOVE ZERO TO PBC-DEBIT-TOTAL.
004620         MOVE PYO-BATCH-CREDITS TO PBC-CREDIT-TOTAL.
004630         MOVE PCT-COMPANY-ID TO PBC-COMPANY-ID.
004640         MOVE PCT-ORIGIN-DFI TO PBC-ORIGIN-DFI.
004650         MOVE PYO-BATCH-NO TO PBC-BATCH-NUMBER.
004660         PERFORM 7000-WRITE-INSTRUCTION THRU 7000-EXIT.
004670         ADD 1 TO PYO-FILE-BATCHES.
004680         ADD PYO-BATCH-ITEMS TO PYO-FILE-ENTRIES.
004690         ADD PYO-BATCH-HASH TO PYO-FILE-HASH.
004700         ADD PYO-BATCH-CREDITS TO PYO-FILE-CREDITS.
004710         MOVE PYO-BATCH-ENTRIES TO PYO-COUNT-EDIT.
004720         MOVE PYO-BATCH-CREDITS TO PYO-TOTAL-EDIT.
004730         MOVE SPACES TO REPORT-RECORD.
004740         STRING "  BATCH " PYO-BATCH-NO " BRANCH "
004750             PYO-BR-CODE(PYO-BR-SUB) "  ENTRIES "
004760             PYO-COUNT-EDIT "  AMOUNT " PYO-TOTAL-EDIT
004770             DELIMITED BY SIZE INTO REPORT-RECORD.
004780         WRITE REPORT-RECORD.
004790         MOVE SPACES TO REPORT-RECORD.
004800         WRITE REPORT-RECORD.
004810 2000-EXIT.
004820         EXIT.
004830*---------------------------------------------------------------
004840*  2100-WRITE-ONE-ENTRY.  THE ENTRY CREDITS THE BENEFICIARY AT
004850*  THE RECEIVING BANK; OUR ACCOUNT RIDES AS THE INDIVIDUAL ID
004860*  AND THE REMITTANCE TEXT, WHEN THERE IS ANY, AS ONE ADDENDA.
004870*  THE REGISTER ENTRY GOES TO "S" WITH THE FILE AND BATCH.
004880*---------------------------------------------------------------
004890 2100-WRITE-ONE-ENTRY.
004900         IF PYO-PND-BRANCH(PYO-PND-SUB)
004910                 NOT = PYO-BR-CODE(PYO-BR-SUB)
004920             GO TO 2100-EXIT
004930         END-IF.
004940         MOVE PYO-PND-KEY(PYO-PND-SUB) TO PRG-KEY.
004950         READ PAYMENT-REGISTER-FILE
004960             INVALID KEY
004970                 DISPLAY "PAYOUT: PAYREG ENTRY " PRG-KEY
004980                     " VANISHED, STATUS = " PYO-PAYREG-FILE-STATUS
004990                 GO TO 2100-EXIT
005000         END-READ.
005010         IF NOT PRG-PENDING
005020             GO TO 2100-EXIT
005030         END-IF.
005040         MOVE PRG-KEY TO PYO-TRACE-KEY.
005050         MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD.
005060         MOVE "6" TO PIN-RECORD-TYPE.
005070         MOVE 22 TO PED-TRANSACTION-CODE.
005080         MOVE PRG-ROUTING-NO(1:8) TO PED-RECEIVING-DFI.
005090         MOVE PRG-ROUTING-NO(9:1) TO PED-CHECK-DIGIT.
005100         MOVE PRG-BENEF-ACCOUNT TO PED-DFI-ACCOUNT.
005110         MOVE PRG-AMOUNT TO PED-AMOUNT.
005120         MOVE PRG-ACCOUNT-NO TO PED-INDIVIDUAL-ID.
005130         MOVE PRG-BENEF-NAME TO PED-INDIVIDUAL-NAME.
005140         MOVE PYO-TRACE-NUMBER TO PED-TRACE-NUMBER.
005150         IF PRG-REMIT-INFO = SPACES
005160             MOVE ZERO TO PED-ADDENDA-INDICATOR
005170         ELSE
005180             MOVE 1 TO PED-ADDENDA-INDICATOR
005190         END-IF.
005200         PERFORM 7000-WRITE-INSTRUCTION THRU 7000-EXIT.
005210         ADD 1 TO PYO-BATCH-ENTRIES.
005220         ADD 1 TO PYO-BATCH-ITEMS.
005230         IF PRG-REMIT-INFO NOT = SPACES
005240             MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD
005250             MOVE "7" TO PIN-RECORD-TYPE
005260             MOVE 05 TO PAD-ADDENDA-TYPE
005270             MOVE PRG-REMIT-INFO TO PAD-PAYMENT-INFO
005280             MOVE 1 TO PAD-ADDENDA-SEQUENCE
005290             MOVE PYO-TRACE-TAIL TO PAD-ENTRY-SEQUENCE
005300             PERFORM 7000-WRITE-INSTRUCTION THRU 7000-EXIT
005310             ADD 1 TO PYO-BATCH-ITEMS
005320         END-IF.
005330         MOVE PRG-ROUTING-NO(1:8) TO PYO-DFI-NUMBER.
005340         ADD PYO-DFI-NUMBER TO PYO-BATCH-HASH.
005350         ADD PRG-AMOUNT TO PYO-BATCH-CREDITS.
005360         SET PRG-SENT TO TRUE.
005370         MOVE PYO-RUN-DATE TO PRG-SENT-DATE.
005380         MOVE PYO-FILE-ID TO PRG-FILE-ID.
005390         MOVE PYO-BATCH-NO TO PRG-BATCH-NO.
005400         REWRITE PAYMENT-REGISTER-RECORD
005410             INVALID KEY
005420                 DISPLAY "PAYOUT: PAYREG REWRITE FAILED FOR "
005430                     PRG-KEY ", STATUS = " PYO-PAYREG-FILE-STATUS
005440                 MOVE 16 TO RETURN-CODE
005450         END-REWRITE.
005460         ADD 1 TO PYO-SENT-COUNT.
005470         MOVE PRG-AMOUNT TO PYO-AMOUNT-EDIT.
005480         MOVE SPACES TO REPORT-RECORD.
005490         STRING PYO-BATCH-NO " " PRG-BRANCH-CODE "    "
005500             PRG-ACCOUNT-NO " " PYO-TRACE-NUMBER " "
005510             PRG-ROUTING-NO " " PRG-BENEF-ACCOUNT " "
005520             PYO-AMOUNT-EDIT
005530             DELIMITED BY SIZE INTO REPORT-RECORD.
005540         WRITE REPORT-RECORD.
005550 2100-EXIT.
005560         EXIT.
005570 3000-WRITE-FILE-HEADER.
005580         MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD.
005590         MOVE "1" TO PIN-RECORD-TYPE.
005600         MOVE 01 TO PFH-PRIORITY-CODE.
005610         MOVE PCT-DESTINATION-ID TO PFH-DESTINATION-ID.
005620         MOVE PCT-ORIGIN-ID TO PFH-ORIGIN-ID.
005630         MOVE PYO-RUN-DATE(3:6) TO PFH-FILE-DATE.
005640         MOVE PYO-RUN-HHMM TO PFH-FILE-TIME.
005650         MOVE PYO-FILE-ID TO PFH-FILE-ID-MODIFIER.
005660         MOVE "094" TO PFH-RECORD-SIZE.
005670         MOVE "10" TO PFH-BLOCKING-FACTOR.
005680         MOVE "1" TO PFH-FORMAT-CODE.
005690         MOVE PCT-DESTINATION-NAME TO PFH-DESTINATION-NAME.
005700         MOVE PCT-ORIGIN-NAME TO PFH-ORIGIN-NAME.
005710         PERFORM 7000-WRITE-INSTRUCTION THRU 7000-EXIT.
005720 3000-EXIT.
005730         EXIT.
005740*---------------------------------------------------------------
005750*  4000-WRITE-FILE-CONTROL.  THE BLOCK COUNT COVERS THE CONTROL
005760*  RECORD ITSELF; THE LAST BLOCK IS THEN FILLED OUT WITH ALL-
005770*  NINES RECORDS.  THE HASH KEEPS ITS LOW-ORDER TEN DIGITS.
005780*---------------------------------------------------------------
005790 4000-WRITE-FILE-CONTROL.
005800         COMPUTE PYO-BLOCK-COUNT = (PYO-RECORD-COUNT + 10) / 10.
005810         MOVE SPACES TO PAYMENT-INSTRUCTION-RECORD.
005820         MOVE "9" TO PIN-RECORD-TYPE.
005830         MOVE PYO-FILE-BATCHES TO PFC-BATCH-COUNT.
005840         MOVE PYO-BLOCK-COUNT TO PFC-BLOCK-COUNT.
005850         MOVE PYO-FILE-ENTRIES TO PFC-ENTRY-COUNT.
005860         MOVE PYO-FILE-HASH TO PYO-HASH-TOTAL.
005870         MOVE PYO-HASH-TOTAL TO PFC-ENTRY-HASH.
005880         MOVE ZERO TO PFC-DEBIT-TOTAL.
005890         MOVE PYO-FILE-CREDITS TO PFC-CREDIT-TOTAL.
005900         PERFORM 7000-WRITE-INSTRUCTION THRU 7000-EXIT.
005910         COMPUTE PYO-PAD-COUNT =
005920             PYO-BLOCK-COUNT * 10 - PYO-RECORD-COUNT.
005930         PERFORM 4100-WRITE-PAD-RECORD THRU 4100-EXIT
005940             PYO-PAD-COUNT TIMES.
005950 4000-EXIT.
005960         EXIT.
005970 4100-WRITE-PAD-RECORD.
005980         MOVE ALL "9" TO PAYMENT-INSTRUCTION-RECORD.
005990         PERFORM 7000-WRITE-INSTRUCTION THRU 7000-EXIT.
006000 4100-EXIT.
006010         EXIT.
006020 5000-PRINT-TOTALS.
006030         MOVE SPACES TO REPORT-RECORD.
006040         MOVE PYO-SENT-COUNT TO PYO-COUNT-EDIT.
006050         MOVE PYO-FILE-CREDITS TO PYO-TOTAL-EDIT.
006060         STRING "FILE TOTALS   BATCHES " PYO-FILE-BATCHES
006070             "  ENTRIES " PYO-COUNT-EDIT
006080             "  AMOUNT " PYO-TOTAL-EDIT
006090             "  HASH " PYO-HASH-TOTAL
006100             DELIMITED BY SIZE INTO REPORT-RECORD.
006110         WRITE REPORT-RECORD.
006120         IF PYO-REFUSED-COUNT > ZERO
006130             MOVE PYO-REFUSED-COUNT TO PYO-COUNT-EDIT
006140             MOVE PYO-REFUSED-AMOUNT TO PYO-TOTAL-EDIT
006150             MOVE SPACES TO REPORT-RECORD
006160             STRING "REFUSED OVER LIMIT    " PYO-COUNT-EDIT
006170                 "  AMOUNT " PYO-TOTAL-EDIT
006180                 DELIMITED BY SIZE INTO REPORT-RECORD
006190             WRITE REPORT-RECORD
006200         END-IF.
006210         IF PYO-DEFERRED-COUNT > ZERO
006220             MOVE PYO-DEFERRED-COUNT TO PYO-COUNT-EDIT
006230             MOVE SPACES TO REPORT-RECORD
006240             STRING "LEFT FOR NEXT FILE    " PYO-COUNT-EDIT
006250                 DELIMITED BY SIZE INTO REPORT-RECORD
006260             WRITE REPORT-RECORD
006270         END-IF.
006280 5000-EXIT.
006290         EXIT.
006300 7000-WRITE-INSTRUCTION.
006310         WRITE PAYMENT-INSTRUCTION-RECORD.
006320         ADD 1 TO PYO-RECORD-COUNT.
006330 7000-EXIT.
006340         EXIT.
006350 8000-TERMINATE.
006360         IF PYO-READY
006370             CLOSE INSTRUCTION-FILE
006380         END-IF.
006390         IF PYO-REG-OPEN
006400             CLOSE PAYMENT-REGISTER-FILE
006410         END-IF.
006420         IF PYO-REPORT-FILE-OK
006430             CLOSE REPORT-FILE
006440         END-IF.
006450         DISPLAY "----------------------------------------------".
006460         DISPLAY "PENDING READ       = " PYO-PENDING-READ.
006470         DISPLAY "ENTRIES SENT       = " PYO-SENT-COUNT.
006480         DISPLAY "REFUSED OVER LIMIT = " PYO-REFUSED-COUNT.
006490         DISPLAY "LEFT FOR NEXT FILE = " PYO-DEFERRED-COUNT.
006500         DISPLAY "PAYOUT: JOB COMPLETE, RETURN CODE "
006510             RETURN-CODE.
006520 8000-EXIT.
006530         EXIT.
