000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CHGOFF.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  OVERDRAFT CHARGE-OFF AND
000220*                  RECOVERY, RUN RIGHT AFTER BALPOST.  WALKS
000230*                  ACCTBAL AND KEEPS A CHGOFF RECORD (CHGOFFRC)
000240*                  FOR EVERY ACCOUNT SITTING NEGATIVE, AGED FROM
000250*                  THE FIRST NIGHT IT WAS SEEN THAT WAY; AN
000260*                  ACCOUNT BACK AT ZERO OR BETTER BEFORE IT AGES
000270*                  OUT IS DROPPED.  ONCE AN ACCOUNT HAS BEEN
000280*                  NEGATIVE FOR THE PARAMETER'S NUMBER OF
000290*                  BUSINESS DAYS (COUNTED THROUGH DATESRV,
000300*                  DEFAULT 60) IT IS CHARGED OFF: A TYPE "14"
000310*                  ITEM FOR THE WHOLE NEGATIVE BALANCE GOES TO
000320*                  CHGOFTRN (TYPE "99" TRAILER, ODSWPTRN SHAPE)
000330*                  FOR THE NEXT RUN, BRINGING ACCTBAL TO ZERO
000340*                  AGAINST THE LOSS ACCOUNT GLMAPTBL GIVES TYPE
000350*                  "14", AND ACCTMST MARKS THE ACCOUNT "W"
000360*                  CHARGED OFF.  THE RECORD THEN STAYS ON FILE AS
000370*                  THE ACCOUNT'S RECOVERY RECORD: ANYTHING THAT
000380*                  ARRIVES ON A CHARGED-OFF ACCOUNT AFTERWARDS
000390*                  (VALACCT LETS MONEY IN, NOT OUT) SHOWS HERE AS
000400*                  A POSITIVE BALANCE AND IS SWEPT TO THE
000410*                  RECOVERIES ACCOUNT AS A TYPE "15" ITEM, ADDED
000420*                  TO THE AMOUNT RECOVERED.  CHGOFRPT LISTS EVERY
000430*                  CHARGE-OFF, RECOVERY, CURE AND EXCEPTION.
000440*                  RC 4 WHEN ACCTMST CANNOT BE UPDATED OR A
000450*                  CHARGED-OFF ACCOUNT HAS GONE NEGATIVE AGAIN.
00045A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00045B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00045C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000460*---------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.
000500         LINUX.
000510 OBJECT-COMPUTER.
000520         LINUX.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS SEQUENTIAL
000580             RECORD KEY IS ABL-KEY
000590             FILE STATUS IS CHG-BALANCE-FILE-STATUS.
000600         SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS RANDOM
000630             RECORD KEY IS CHO-KEY
000640             FILE STATUS IS CHG-CHGOFF-FILE-STATUS.
000650         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS RANDOM
000680             RECORD KEY IS ACM-ACCOUNT-NO
000690             FILE STATUS IS CHG-MASTER-FILE-STATUS.
000700         SELECT GENERATED-FILE ASSIGN TO "CHGOFTRN"
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS CHG-GENERATED-FILE-STATUS.
000730         SELECT REPORT-FILE ASSIGN TO "CHGOFRPT"
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS CHG-REPORT-FILE-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BALANCE-FILE.
000790     COPY BALREC.
000800 FD  CHARGE-OFF-FILE.
000810     COPY CHGOFFRC.
000820 FD  ACCOUNT-MASTER-FILE.
000830     COPY ACCTREC.
000840 FD  GENERATED-FILE.
000850 01  GENERATED-RECORD            PIC X(54).
000860 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
000870         05  GEN-BRANCH-CODE         PIC X(03).
000880         05  GEN-ACCOUNT-NO          PIC X(10).
000890         05  GEN-RECORD-TYPE         PIC X(02).
000900         05  GEN-TRANS-DATE          PIC 9(08).
000910         05  GEN-AMOUNT              PIC 9(09)V99.
000920         05  GEN-DC-INDICATOR        PIC X(01).
000930         05  FILLER                  PIC X(19).
000940 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
000950         05  GTL-KEY                 PIC X(13).
000960         05  GTL-RECORD-TYPE         PIC X(02).
000970         05  GTL-RUN-DATE            PIC 9(08).
000980         05  GTL-EXPECTED-COUNT      PIC 9(09).
000990         05  FILLER                  PIC X(22).
001000 FD  REPORT-FILE.
001010 01  REPORT-RECORD               PIC X(132).
001020 WORKING-STORAGE SECTION.
001030 01  CHG-FILE-STATUS-VALUES.
001040         05  CHG-BALANCE-FILE-STATUS PIC X(02).
001050             88  CHG-BALANCE-FILE-OK     VALUE "00".
001060         05  CHG-CHGOFF-FILE-STATUS  PIC X(02).
001070             88  CHG-CHGOFF-FILE-OK      VALUE "00".
001080             88  CHG-CHGOFF-NOT-FOUND    VALUE "35".
001090         05  CHG-MASTER-FILE-STATUS  PIC X(02).
001100             88  CHG-MASTER-FILE-OK      VALUE "00".
001110         05  CHG-GENERATED-FILE-STATUS PIC X(02).
001120             88  CHG-GENERATED-FILE-OK   VALUE "00".
001130         05  CHG-REPORT-FILE-STATUS  PIC X(02).
001140             88  CHG-REPORT-FILE-OK      VALUE "00".
001150 01  CHG-SWITCHES.
001160         05  CHG-EOF-SWITCH          PIC X(01) VALUE "N".
001170             88  CHG-END-OF-FILE         VALUE "Y".
001180         05  CHG-READY-SWITCH        PIC X(01) VALUE "N".
001190             88  CHG-READY               VALUE "Y".
001200         05  CHG-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001210             88  CHG-MASTER-AVAILABLE    VALUE "Y".
001220         05  CHG-RECORD-SWITCH       PIC X(01) VALUE "N".
001230             88  CHG-RECORD-FOUND        VALUE "Y".
001240 01  CHG-RUN-DATE                PIC 9(08) VALUE ZERO.
001250 01  CHG-PARM-STRING             PIC X(12) VALUE SPACES.
001260 01  CHG-PARM-DAYS               PIC 9(05) VALUE ZERO.
001270 01  CHG-AGE-LIMIT               PIC 9(05) VALUE 60.
001280     COPY DATESRVC.
001290 01  CHG-COUNTERS.
001300         05  CHG-ACCOUNTS-READ       PIC 9(07) VALUE ZERO.
001310         05  CHG-AGING-COUNT         PIC 9(07) VALUE ZERO.
001320         05  CHG-NEW-AGING-COUNT     PIC 9(07) VALUE ZERO.
001330         05  CHG-CURED-COUNT         PIC 9(07) VALUE ZERO.
001340         05  CHG-CHARGED-OFF-COUNT   PIC 9(07) VALUE ZERO.
001350         05  CHG-RECOVERY-COUNT      PIC 9(07) VALUE ZERO.
001360         05  CHG-EXCEPTION-COUNT     PIC 9(07) VALUE ZERO.
001370         05  CHG-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001380 01  CHG-WORK-FIELDS.
001390         05  CHG-DAYS-NEGATIVE       PIC 9(05) VALUE ZERO.
001400         05  CHG-AMOUNT              PIC S9(11)V99 COMP-3
001410                                         VALUE ZERO.
001420         05  CHG-ACTION              PIC X(24) VALUE SPACES.
001430 01  CHG-ITEM-FIELDS.
001440         05  CHG-ITEM-TYPE           PIC X(02) VALUE SPACES.
001450         05  CHG-ITEM-DC             PIC X(01) VALUE SPACE.
001460         05  CHG-ITEM-LEFT           PIC S9(11)V99 COMP-3
001470                                         VALUE ZERO.
001480         05  CHG-ITEM-PIECE          PIC S9(11)V99 COMP-3
001490                                         VALUE ZERO.
001500*  ONE GENERATED ITEM CARRIES AT MOST ITS OWN AMOUNT FIELD; A
001510*  LARGER SUM GOES OUT AS SEVERAL ITEMS.
001520 01  CHG-ITEM-CEILING            PIC 9(09)V99
001530                                     VALUE 999999999.99.
001540 01  CHG-TOTALS.
001550         05  CHG-TOTAL-CHARGED-OFF   PIC S9(13)V99 COMP-3
001560                                         VALUE ZERO.
001570         05  CHG-TOTAL-RECOVERED     PIC S9(13)V99 COMP-3
001580                                         VALUE ZERO.
001590 01  CHG-PRINT-LINE-FIELDS.
001600         05  CHG-BALANCE-EDIT        PIC -(11)9.99.
001610         05  CHG-AMOUNT-EDIT         PIC Z(12)9.99.
001620         05  CHG-DAYS-EDIT           PIC ZZZZ9.
001630         05  CHG-COUNT-EDIT          PIC ZZZZZZ9.
00163A     COPY RUNDATEC.
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670         PERFORM 2000-CHECK-ONE-ACCOUNT THRU 2000-EXIT
001680             UNTIL CHG-END-OF-FILE.
001690         IF CHG-READY
001700             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
001710             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001720         END-IF.
001730         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001740         STOP RUN.
001750 1000-INITIALIZE.
001760         DISPLAY "CHGOFF: JOB STARTING".
001770         MOVE ZERO TO RETURN-CODE.
001780         CALL "RUNDATE" USING RUN-DATE-AREA.
00178A         MOVE RDT-RUN-DATE TO CHG-RUN-DATE.
001790         ACCEPT CHG-PARM-STRING FROM COMMAND-LINE.
001800         IF CHG-PARM-STRING NOT = SPACES
001810             UNSTRING CHG-PARM-STRING DELIMITED BY ","
001820                 INTO CHG-PARM-DAYS
001830             END-UNSTRING
001840             IF CHG-PARM-DAYS > ZERO
001850                 MOVE CHG-PARM-DAYS TO CHG-AGE-LIMIT
001860             END-IF
001870         END-IF.
001880         DISPLAY "CHGOFF: ACCOUNTS NEGATIVE " CHG-AGE-LIMIT
001890             " BUSINESS DAYS OR MORE ARE CHARGED OFF".
001900         OPEN INPUT BALANCE-FILE.
001910         IF NOT CHG-BALANCE-FILE-OK
001920             DISPLAY "CHGOFF: CANNOT OPEN ACCTBAL, STATUS = "
001930                 CHG-BALANCE-FILE-STATUS
001940             MOVE 16 TO RETURN-CODE
001950             MOVE "Y" TO CHG-EOF-SWITCH
001960             GO TO 1000-EXIT
001970         END-IF.
001980         OPEN I-O CHARGE-OFF-FILE.
001990         IF CHG-CHGOFF-NOT-FOUND
002000             OPEN OUTPUT CHARGE-OFF-FILE
002010             CLOSE CHARGE-OFF-FILE
002020             OPEN I-O CHARGE-OFF-FILE
002030         END-IF.
002040         IF NOT CHG-CHGOFF-FILE-OK
002050             DISPLAY "CHGOFF: CANNOT OPEN CHGOFF, STATUS = "
002060                 CHG-CHGOFF-FILE-STATUS
002070             CLOSE BALANCE-FILE
002080             MOVE 16 TO RETURN-CODE
002090             MOVE "Y" TO CHG-EOF-SWITCH
002100             GO TO 1000-EXIT
002110         END-IF.
002120         OPEN OUTPUT GENERATED-FILE.
002130         IF NOT CHG-GENERATED-FILE-OK
002140             DISPLAY "CHGOFF: CANNOT OPEN CHGOFTRN, STATUS = "
002150                 CHG-GENERATED-FILE-STATUS
002160             CLOSE BALANCE-FILE
002170             CLOSE CHARGE-OFF-FILE
002180             MOVE 16 TO RETURN-CODE
002190             MOVE "Y" TO CHG-EOF-SWITCH
002200             GO TO 1000-EXIT
002210         END-IF.
002220         SET CHG-READY TO TRUE.
002230         OPEN I-O ACCOUNT-MASTER-FILE.
002240         IF CHG-MASTER-FILE-OK
002250             SET CHG-MASTER-AVAILABLE TO TRUE
002260         ELSE
002270             DISPLAY "CHGOFF: ACCTMST UNAVAILABLE - ACCOUNTS AGE "
002280                 "BUT NONE IS CHARGED OFF, STATUS = "
002290                 CHG-MASTER-FILE-STATUS
002300             MOVE 4 TO RETURN-CODE
002310         END-IF.
002320         OPEN OUTPUT REPORT-FILE.
002330         MOVE SPACES TO REPORT-RECORD.
002340         STRING "OVERDRAFT CHARGE-OFF AND RECOVERY    "
002350             "RUN DATE: " CHG-RUN-DATE
002360             DELIMITED BY SIZE INTO REPORT-RECORD.
002370         WRITE REPORT-RECORD.
002380         MOVE CHG-AGE-LIMIT TO CHG-DAYS-EDIT.
002390         MOVE SPACES TO REPORT-RECORD.
002400         STRING "CHARGE-OFF AFTER " CHG-DAYS-EDIT
002410             " BUSINESS DAYS NEGATIVE"
002420             DELIMITED BY SIZE INTO REPORT-RECORD.
002430         WRITE REPORT-RECORD.
002440         MOVE SPACES TO REPORT-RECORD.
002450         STRING "BRANCH  ACCOUNT            BALANCE   DAYS"
002460             "            AMOUNT  ACTION"
002470             DELIMITED BY SIZE INTO REPORT-RECORD.
002480         WRITE REPORT-RECORD.
002490         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
002500 1000-EXIT.
002510         EXIT.
002520*---------------------------------------------------------------
002530*  2000-CHECK-ONE-ACCOUNT.  WHAT HAPPENS TO AN ACCOUNT DEPENDS
002540*  ON WHERE ITS CHGOFF RECORD STANDS: NONE YET, AGING, CHARGE-
002550*  OFF ISSUED BUT NOT YET POSTED, OR CHARGED OFF.
002560*---------------------------------------------------------------
002570 2000-CHECK-ONE-ACCOUNT.
002580         ADD 1 TO CHG-ACCOUNTS-READ.
002590         MOVE "N" TO CHG-RECORD-SWITCH.
002600         MOVE ABL-KEY TO CHO-KEY.
002610         READ CHARGE-OFF-FILE
002620             INVALID KEY
002630                 CONTINUE
002640             NOT INVALID KEY
002650                 SET CHG-RECORD-FOUND TO TRUE
002660         END-READ.
002670         MOVE ZERO TO CHG-DAYS-NEGATIVE.
002680         MOVE ZERO TO CHG-AMOUNT.
002690         MOVE SPACES TO CHG-ACTION.
002700         EVALUATE TRUE
002710             WHEN NOT CHG-RECORD-FOUND
002720                 IF ABL-CURRENT-BALANCE < ZERO
002730                     PERFORM 2200-START-AGING THRU 2200-EXIT
002740                 END-IF
002750             WHEN CHO-AGING
002760                 PERFORM 2300-AGE-ACCOUNT THRU 2300-EXIT
002770             WHEN CHO-PENDING
002780                 PERFORM 2500-CHECK-PENDING THRU 2500-EXIT
002790             WHEN CHO-CHARGED-OFF
002800                 PERFORM 2600-CHECK-RECOVERY THRU 2600-EXIT
002810         END-EVALUATE.
002820         IF CHG-ACTION NOT = SPACES
002830             PERFORM 2900-PRINT-ACTION THRU 2900-EXIT
002840         END-IF.
002850         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
002860 2000-EXIT.
002870         EXIT.
002880 2100-READ-BALANCE.
002890         READ BALANCE-FILE
002900             AT END MOVE "Y" TO CHG-EOF-SWITCH
002910         END-READ.
002920 2100-EXIT.
002930         EXIT.
002940 2200-START-AGING.
002950         MOVE SPACES TO CHARGE-OFF-RECORD.
002960         MOVE ABL-KEY TO CHO-KEY.
002970         MOVE "N" TO CHO-STATUS.
002980         MOVE CHG-RUN-DATE TO CHO-NEGATIVE-SINCE.
002990         MOVE ZERO TO CHO-CHARGE-OFF-DATE.
003000         MOVE ZERO TO CHO-AMOUNT-CHARGED-OFF.
003010         MOVE ZERO TO CHO-AMOUNT-RECOVERED.
003020         MOVE ZERO TO CHO-RECOVERY-COUNT.
003030         MOVE ZERO TO CHO-LAST-RECOVERY-DATE.
003040         WRITE CHARGE-OFF-RECORD
003050             INVALID KEY
003060                 DISPLAY "CHGOFF: WRITE FAILED FOR "
003070                     ABL-ACCOUNT-NO ", STATUS = "
003080                     CHG-CHGOFF-FILE-STATUS
003090                 GO TO 2200-EXIT
003100         END-WRITE.
003110         ADD 1 TO CHG-NEW-AGING-COUNT.
003120         ADD 1 TO CHG-AGING-COUNT.
003130 2200-EXIT.
003140         EXIT.
003150*---------------------------------------------------------------
003160*  2300-AGE-ACCOUNT.  BACK AT ZERO OR BETTER, THE ACCOUNT IS
003170*  CURED AND ITS RECORD GOES; OTHERWISE IT IS CHARGED OFF ONCE
003180*  IT HAS BEEN NEGATIVE LONG ENOUGH.
003190*---------------------------------------------------------------
003200 2300-AGE-ACCOUNT.
003210         IF ABL-CURRENT-BALANCE NOT < ZERO
003220             DELETE CHARGE-OFF-FILE
003230                 INVALID KEY
003240                     DISPLAY "CHGOFF: DELETE FAILED FOR "
003250                         ABL-ACCOUNT-NO ", STATUS = "
003260                         CHG-CHGOFF-FILE-STATUS
003270             END-DELETE
003280             ADD 1 TO CHG-CURED-COUNT
003290             MOVE "CURED - NO LONGER AGING" TO CHG-ACTION
003300             GO TO 2300-EXIT
003310         END-IF.
003320         MOVE SPACES TO DATE-SERVICE-AREA.
003330         SET DSV-FUNC-BETWEEN TO TRUE.
003340         MOVE CHO-NEGATIVE-SINCE TO DSV-DATE-1.
003350         MOVE CHG-RUN-DATE TO DSV-DATE-2.
003360         CALL "DATESRV" USING DATE-SERVICE-AREA.
003370         IF DSV-SUCCESSFUL
003380             MOVE DSV-DAYS-BETWEEN TO CHG-DAYS-NEGATIVE
003390         END-IF.
003400         IF CHG-DAYS-NEGATIVE < CHG-AGE-LIMIT
003410             OR NOT CHG-MASTER-AVAILABLE
003420             ADD 1 TO CHG-AGING-COUNT
003430             GO TO 2300-EXIT
003440         END-IF.
003450         PERFORM 3000-CHARGE-OFF THRU 3000-EXIT.
003460 2300-EXIT.
003470         EXIT.
003480*---------------------------------------------------------------
003490*  2500-CHECK-PENDING.  STILL NEGATIVE MEANS THE CHARGE-OFF ITEM
003500*  HAS NOT POSTED YET (SUSPENSE WILL SAY WHY).  ONCE IT HAS, THE
003510*  RECORD BECOMES THE RECOVERY RECORD, AND ANYTHING THAT CAME IN
003520*  ALONGSIDE IT IS ALREADY A RECOVERY.
003530*---------------------------------------------------------------
003540 2500-CHECK-PENDING.
003550         IF ABL-CURRENT-BALANCE < ZERO
003560             MOVE "CHARGE-OFF NOT POSTED" TO CHG-ACTION
003570             ADD 1 TO CHG-EXCEPTION-COUNT
003580             GO TO 2500-EXIT
003590         END-IF.
003600         MOVE "C" TO CHO-STATUS.
003610         IF ABL-CURRENT-BALANCE > ZERO
003620             PERFORM 3500-SWEEP-RECOVERY THRU 3500-EXIT
003630         END-IF.
003640         PERFORM 2700-REWRITE-RECORD THRU 2700-EXIT.
003650 2500-EXIT.
003660         EXIT.
003670 2600-CHECK-RECOVERY.
003680         IF ABL-CURRENT-BALANCE < ZERO
003690             MOVE "NEGATIVE AFTER CHARGE-OFF" TO CHG-ACTION
003700             ADD 1 TO CHG-EXCEPTION-COUNT
003710             MOVE 4 TO RETURN-CODE
003720             GO TO 2600-EXIT
003730         END-IF.
003740         IF ABL-CURRENT-BALANCE = ZERO
003750             GO TO 2600-EXIT
003760         END-IF.
003770         PERFORM 3500-SWEEP-RECOVERY THRU 3500-EXIT.
003780         PERFORM 2700-REWRITE-RECORD THRU 2700-EXIT.
003790 2600-EXIT.
003800         EXIT.
003810 2700-REWRITE-RECORD.
003820         REWRITE CHARGE-OFF-RECORD
003830             INVALID KEY
003840                 DISPLAY "CHGOFF: REWRITE FAILED FOR "
003850                     CHO-ACCOUNT-NO ", STATUS = "
003860                     CHG-CHGOFF-FILE-STATUS
003870                 MOVE 16 TO RETURN-CODE
003880         END-REWRITE.
003890 2700-EXIT.
003900         EXIT.
003910 2900-PRINT-ACTION.
003920         MOVE ABL-CURRENT-BALANCE TO CHG-BALANCE-EDIT.
003930         MOVE CHG-DAYS-NEGATIVE TO CHG-DAYS-EDIT.
003940         MOVE CHG-AMOUNT TO CHG-AMOUNT-EDIT.
003950         MOVE SPACES TO REPORT-RECORD.
003960         STRING ABL-BRANCH-CODE "     " ABL-ACCOUNT-NO " "
003970             CHG-BALANCE-EDIT " " CHG-DAYS-EDIT " "
003980             CHG-AMOUNT-EDIT "  " CHG-ACTION
003990             DELIMITED BY SIZE INTO REPORT-RECORD.
004000         WRITE REPORT-RECORD.
004010 2900-EXIT.
004020         EXIT.
004030*---------------------------------------------------------------
004040*  3000-CHARGE-OFF.  THE ITEM BRINGS THE POSTED BALANCE BACK TO
004050*  ZERO; THE ACCOUNT IS MARKED CHARGED OFF AT ONCE SO NOTHING
004060*  MORE CAN BE DRAWN ON IT WHILE THE ITEM IS IN FLIGHT.
004070*---------------------------------------------------------------
004080 3000-CHARGE-OFF.
004090         MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO.
004100         READ ACCOUNT-MASTER-FILE
004110             INVALID KEY
004120                 MOVE "NOT ON ACCTMST - HELD" TO CHG-ACTION
004130                 ADD 1 TO CHG-EXCEPTION-COUNT
004140                 GO TO 3000-EXIT
004150         END-READ.
004160         MOVE ACM-STATUS TO CHO-PRIOR-STATUS.
004170         MOVE "W" TO ACM-STATUS.
004180         REWRITE ACCOUNT-MASTER-RECORD
004190             INVALID KEY
004200                 DISPLAY "CHGOFF: ACCTMST REWRITE FAILED FOR "
004210                     ACM-ACCOUNT-NO ", STATUS = "
004220                     CHG-MASTER-FILE-STATUS
004230                 MOVE 4 TO RETURN-CODE
004240                 GO TO 3000-EXIT
004250         END-REWRITE.
004260         COMPUTE CHG-AMOUNT = ZERO - ABL-CURRENT-BALANCE.
004270         MOVE "14" TO CHG-ITEM-TYPE.
004280         MOVE SPACE TO CHG-ITEM-DC.
004290         MOVE CHG-AMOUNT TO CHG-ITEM-LEFT.
004300         PERFORM 7000-WRITE-ITEMS THRU 7000-EXIT.
004310         MOVE "P" TO CHO-STATUS.
004320         MOVE CHG-RUN-DATE TO CHO-CHARGE-OFF-DATE.
004330         MOVE CHG-AMOUNT TO CHO-AMOUNT-CHARGED-OFF.
004340         PERFORM 2700-REWRITE-RECORD THRU 2700-EXIT.
004350         ADD 1 TO CHG-CHARGED-OFF-COUNT.
004360         ADD CHG-AMOUNT TO CHG-TOTAL-CHARGED-OFF.
004370         MOVE "CHARGED OFF" TO CHG-ACTION.
004380 3000-EXIT.
004390         EXIT.
004400*---------------------------------------------------------------
004410*  3500-SWEEP-RECOVERY.  A CHARGED-OFF ACCOUNT SHOULD SIT AT
004420*  ZERO; WHATEVER IS ON IT NOW ARRIVED SINCE AND BELONGS TO
004430*  RECOVERIES.  THE SWEEP POSTS ON THE NEXT RUN, SO TOMORROW'S
004440*  BALANCE IS ONLY WHAT ARRIVES IN THE MEANTIME.
004450*---------------------------------------------------------------
004460 3500-SWEEP-RECOVERY.
004470         MOVE ABL-CURRENT-BALANCE TO CHG-AMOUNT.
004480         MOVE "15" TO CHG-ITEM-TYPE.
004490         MOVE "C" TO CHG-ITEM-DC.
004500         MOVE CHG-AMOUNT TO CHG-ITEM-LEFT.
004510         PERFORM 7000-WRITE-ITEMS THRU 7000-EXIT.
004520         ADD CHG-AMOUNT TO CHO-AMOUNT-RECOVERED.
004530         ADD 1 TO CHO-RECOVERY-COUNT.
004540         MOVE CHG-RUN-DATE TO CHO-LAST-RECOVERY-DATE.
004550         ADD 1 TO CHG-RECOVERY-COUNT.
004560         ADD CHG-AMOUNT TO CHG-TOTAL-RECOVERED.
004570         MOVE "RECOVERY TO RECOVERIES" TO CHG-ACTION.
004580 3500-EXIT.
004590         EXIT.
004600*  THE TRAILER GOES OUT EVEN WHEN NOTHING WAS GENERATED --
004610*  CHGOFTRN RIDES THE NEXT RUN'S TRANLIST AND MUST ALWAYS
004620*  RECONCILE.
004630 4000-WRITE-TRAILER.
004640         MOVE SPACES TO GENERATED-RECORD.
004650         MOVE "0" TO GTL-KEY.
004660         MOVE "99" TO GTL-RECORD-TYPE.
004670         MOVE CHG-RUN-DATE TO GTL-RUN-DATE.
004680         MOVE CHG-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
004690         WRITE GENERATED-RECORD.
004700 4000-EXIT.
004710         EXIT.
004720 5000-PRINT-TOTALS.
004730         MOVE SPACES TO REPORT-RECORD.
004740         WRITE REPORT-RECORD.
004750         MOVE CHG-CHARGED-OFF-COUNT TO CHG-COUNT-EDIT.
004760         MOVE CHG-TOTAL-CHARGED-OFF TO CHG-AMOUNT-EDIT.
004770         MOVE SPACES TO REPORT-RECORD.
004780         STRING "CHARGED OFF       " CHG-COUNT-EDIT
004790             " ACCOUNT(S)  AMOUNT " CHG-AMOUNT-EDIT
004800             DELIMITED BY SIZE INTO REPORT-RECORD.
004810         WRITE REPORT-RECORD.
004820         MOVE CHG-RECOVERY-COUNT TO CHG-COUNT-EDIT.
004830         MOVE CHG-TOTAL-RECOVERED TO CHG-AMOUNT-EDIT.
004840         MOVE SPACES TO REPORT-RECORD.
004850         STRING "RECOVERIES        " CHG-COUNT-EDIT
004860             " ACCOUNT(S)  AMOUNT " CHG-AMOUNT-EDIT
004870             DELIMITED BY SIZE INTO REPORT-RECORD.
004880         WRITE REPORT-RECORD.
004890         MOVE CHG-AGING-COUNT TO CHG-COUNT-EDIT.
004900         MOVE SPACES TO REPORT-RECORD.
004910         STRING "STILL AGING       " CHG-COUNT-EDIT
004920             " ACCOUNT(S)"
004930             DELIMITED BY SIZE INTO REPORT-RECORD.
004940         WRITE REPORT-RECORD.
004950         MOVE CHG-CURED-COUNT TO CHG-COUNT-EDIT.
004960         MOVE SPACES TO REPORT-RECORD.
004970         STRING "CURED             " CHG-COUNT-EDIT
004980             " ACCOUNT(S)"
004990             DELIMITED BY SIZE INTO REPORT-RECORD.
005000         WRITE REPORT-RECORD.
005010         MOVE CHG-EXCEPTION-COUNT TO CHG-COUNT-EDIT.
005020         MOVE SPACES TO REPORT-RECORD.
005030         STRING "EXCEPTIONS        " CHG-COUNT-EDIT
005040             " ACCOUNT(S)"
005050             DELIMITED BY SIZE INTO REPORT-RECORD.
005060         WRITE REPORT-RECORD.
005070 5000-EXIT.
005080         EXIT.
005090 7000-WRITE-ITEMS.
005100         PERFORM 7100-WRITE-ONE-ITEM THRU 7100-EXIT
005110             UNTIL CHG-ITEM-LEFT NOT > ZERO.
005120 7000-EXIT.
005130         EXIT.
005140 7100-WRITE-ONE-ITEM.
005150         IF CHG-ITEM-LEFT > CHG-ITEM-CEILING
005160             MOVE CHG-ITEM-CEILING TO CHG-ITEM-PIECE
005170         ELSE
005180             MOVE CHG-ITEM-LEFT TO CHG-ITEM-PIECE
005190         END-IF.
005200         MOVE SPACES TO GENERATED-RECORD.
005210         MOVE ABL-BRANCH-CODE TO GEN-BRANCH-CODE.
005220         MOVE ABL-ACCOUNT-NO TO GEN-ACCOUNT-NO.
005230         MOVE CHG-ITEM-TYPE TO GEN-RECORD-TYPE.
005240         MOVE CHG-RUN-DATE TO GEN-TRANS-DATE.
005250         MOVE CHG-ITEM-PIECE TO GEN-AMOUNT.
005260         MOVE CHG-ITEM-DC TO GEN-DC-INDICATOR.
005270         WRITE GENERATED-RECORD.
005280         ADD 1 TO CHG-GENERATED-COUNT.
005290         SUBTRACT CHG-ITEM-PIECE FROM CHG-ITEM-LEFT.
005300 7100-EXIT.
005310         EXIT.
005320 8000-TERMINATE.
005330         IF CHG-READY
005340             CLOSE BALANCE-FILE
005350             CLOSE CHARGE-OFF-FILE
005360             CLOSE GENERATED-FILE
005370         END-IF.
005380         IF CHG-MASTER-AVAILABLE
005390             CLOSE ACCOUNT-MASTER-FILE
005400         END-IF.
005410         IF CHG-REPORT-FILE-OK
005420             CLOSE REPORT-FILE
005430         END-IF.
005440         IF CHG-EXCEPTION-COUNT > ZERO
005450             AND RETURN-CODE = ZERO
005460             MOVE 4 TO RETURN-CODE
005470         END-IF.
005480         DISPLAY "----------------------------------------------".
005490         DISPLAY "ACCOUNTS READ      = " CHG-ACCOUNTS-READ.
005500         DISPLAY "NEWLY NEGATIVE     = " CHG-NEW-AGING-COUNT.
005510         DISPLAY "STILL AGING        = " CHG-AGING-COUNT.
005520         DISPLAY "CURED              = " CHG-CURED-COUNT.
005530         DISPLAY "CHARGED OFF        = " CHG-CHARGED-OFF-COUNT.
005540         DISPLAY "RECOVERIES         = " CHG-RECOVERY-COUNT.
005550         DISPLAY "EXCEPTIONS         = " CHG-EXCEPTION-COUNT.
005560         DISPLAY "ITEMS GENERATED    = " CHG-GENERATED-COUNT.
005570         DISPLAY "CHGOFF: JOB COMPLETE, RETURN CODE "
005580             RETURN-CODE.
005590 8000-EXIT.
005600         EXIT.
