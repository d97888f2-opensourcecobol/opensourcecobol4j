000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 ODSWEEP.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  OVERDRAFT-PROTECTION
000220*                  SWEEP, RUN RIGHT AFTER BALPOST.  EVERY ACCTBAL
000230*                  ACCOUNT WHOSE AVAILABLE BALANCE (POSTED PLUS
000240*                  MEMO) IS NEGATIVE IS LOOKED UP ON ACCTXREF,
000250*                  AND THE SAME CUSTOMER'S OTHER ACCOUNTS CARRYING
000260*                  THE AXR-OD-PROTECT OPT-IN ARE DRAWN ON, IN
000270*                  ACCOUNT ORDER, TO COVER THE SHORTFALL -- NEVER
000280*                  MORE THAN A FUNDING ACCOUNT'S OWN POSITIVE
000290*                  AVAILABLE BALANCE, AND NEVER FROM AN ACCOUNT
000300*                  ACCTMST SHOWS AS ANYTHING BUT OPEN.  EACH
000310*                  TRANSFER IS A TYPE "09" PAIR ON ODSWPTRN (THE
000320*                  FUNDING SIDE "C", THE OVERDRAWN SIDE ADDED)
000330*                  WITH A TYPE "99" TRAILER, PICKED UP BY THE
000340*                  NEXT RUN'S FRONT END THE WAY KEYEDTRN IS.
000350*                  PARAMETER "MEMO" ALSO APPLIES EACH TRANSFER TO
000360*                  ABL-MEMO-BALANCE ON BOTH ACCOUNTS AT ONCE, SO
000370*                  THE COVER SHOWS IN THE AVAILABLE BALANCE BEFORE
000380*                  THE ITEMS HARD-POST (THE HARD POST ZEROES THE
000390*                  MEMO AS USUAL); ANYTHING ELSE, OR NOTHING, IS
000400*                  TRANSFER-ONLY.  ODSWPRPT SHOWS EVERY OVERDRAWN
000410*                  ACCOUNT AS SWEPT IN FULL, PARTLY COVERED OR
000420*                  UNCOVERED, WITH THE FUNDING ACCOUNTS DRAWN ON.
00042A*  10/15/2026 DCG  AN OVERDRAWN ACCOUNT ACCTMST SHOWS CHARGED OFF
00042B*                  IS NO LONGER COVERED -- ITS CHGOFF ITEM IS
00042C*                  ALREADY BRINGING IT BACK TO ZERO, AND ANY
00042D*                  TRANSFER IN WOULD ONLY BE SWEPT TO RECOVERIES.
00042E*  10/15/2026 DCG  AVAILABLE FUNDS ARE NOW ABL-AVAILABLE-BALANCE
00042F*                  PLUS MEMO, NOT THE LEDGER BALANCE: A FUNDER'S
00042G*                  UNCOLLECTED ITEMS ARE NOT SWEPT OUT, AND AN
00042H*                  ACCOUNT OVERDRAWN ON AVAILABLE FUNDS IS
00042I*                  COVERED.
00042J*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00042K*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00042L*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000430*---------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.
000470         LINUX.
000480 OBJECT-COMPUTER.
000490         LINUX.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS ABL-KEY
000560             FILE STATUS IS ODS-BALANCE-FILE-STATUS.
000570         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS SEQUENTIAL
000600             RECORD KEY IS AXR-ACCOUNT-NO
000610             FILE STATUS IS ODS-XREF-FILE-STATUS.
000620         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS RANDOM
000650             RECORD KEY IS ACM-ACCOUNT-NO
000660             FILE STATUS IS ODS-MASTER-FILE-STATUS.
000670         SELECT GENERATED-FILE ASSIGN TO "ODSWPTRN"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS ODS-GENERATED-FILE-STATUS.
000700         SELECT REPORT-FILE ASSIGN TO "ODSWPRPT"
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS ODS-REPORT-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  BALANCE-FILE.
000760     COPY BALREC.
000770 FD  ACCOUNT-XREF-FILE.
000780     COPY CUSXREFC.
000790 FD  ACCOUNT-MASTER-FILE.
000800     COPY ACCTREC.
000810 FD  GENERATED-FILE.
000820 01  GENERATED-RECORD            PIC X(54).
000830 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
000840         05  GEN-BRANCH-CODE         PIC X(03).
000850         05  GEN-ACCOUNT-NO          PIC X(10).
000860         05  GEN-RECORD-TYPE         PIC X(02).
000870         05  GEN-TRANS-DATE          PIC 9(08).
000880         05  GEN-AMOUNT              PIC 9(09)V99.
000890         05  GEN-DC-INDICATOR        PIC X(01).
000900         05  FILLER                  PIC X(19).
000910 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
000920         05  GTL-KEY                 PIC X(13).
000930         05  GTL-RECORD-TYPE         PIC X(02).
000940         05  GTL-RUN-DATE            PIC 9(08).
000950         05  GTL-EXPECTED-COUNT      PIC 9(09).
000960         05  FILLER                  PIC X(22).
000970 FD  REPORT-FILE.
000980 01  REPORT-RECORD               PIC X(132).
000990 WORKING-STORAGE SECTION.
001000 01  ODS-FILE-STATUS-VALUES.
001010         05  ODS-BALANCE-FILE-STATUS PIC X(02).
001020             88  ODS-BALANCE-FILE-OK     VALUE "00".
001030         05  ODS-XREF-FILE-STATUS    PIC X(02).
001040             88  ODS-XREF-FILE-OK        VALUE "00".
001050         05  ODS-MASTER-FILE-STATUS  PIC X(02).
001060             88  ODS-MASTER-FILE-OK      VALUE "00".
001070         05  ODS-GENERATED-FILE-STATUS PIC X(02).
001080             88  ODS-GENERATED-FILE-OK   VALUE "00".
001090         05  ODS-REPORT-FILE-STATUS  PIC X(02).
001100             88  ODS-REPORT-FILE-OK      VALUE "00".
001110 01  ODS-SWITCHES.
001120         05  ODS-EOF-SWITCH          PIC X(01) VALUE "N".
001130             88  ODS-END-OF-FILE         VALUE "Y".
001140         05  ODS-AXR-EOF-SWITCH      PIC X(01) VALUE "N".
001150             88  ODS-AXR-AT-END          VALUE "Y".
001160         05  ODS-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001170             88  ODS-MASTER-AVAILABLE    VALUE "Y".
001180         05  ODS-BALANCE-OPEN-SW     PIC X(01) VALUE "N".
001190             88  ODS-BALANCE-OPEN        VALUE "Y".
001200         05  ODS-GENERATED-OPEN-SW   PIC X(01) VALUE "N".
001210             88  ODS-GENERATED-OPEN      VALUE "Y".
001220         05  ODS-MODE-SWITCH         PIC X(01) VALUE "T".
001230             88  ODS-MEMO-MODE           VALUE "M".
001240             88  ODS-TRANSFER-MODE       VALUE "T".
001250 01  ODS-RUN-DATE                PIC 9(08) VALUE ZERO.
001260 01  ODS-PARM-STRING             PIC X(12) VALUE SPACES.
001270 01  ODS-COUNTERS.
001280         05  ODS-ACCOUNTS-READ       PIC 9(07) VALUE ZERO.
001290         05  ODS-OVERDRAWN-COUNT     PIC 9(05) VALUE ZERO.
001300         05  ODS-FULL-COUNT          PIC 9(05) VALUE ZERO.
001310         05  ODS-PARTIAL-COUNT       PIC 9(05) VALUE ZERO.
001320         05  ODS-UNCOVERED-COUNT     PIC 9(05) VALUE ZERO.
001330         05  ODS-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001340*  ACCTXREF IN ACCOUNT ORDER: WHO OWNS EACH ACCOUNT, AND WHETHER
001350*  IT HAS BEEN OPTED IN AS A PROTECTION SOURCE.
001360 01  ODS-XREF-TABLE.
001370         05  ODS-AXR-COUNT           PIC 9(04) COMP VALUE ZERO.
001380         05  ODS-AXR-ENTRY OCCURS 2000 TIMES
001390                 INDEXED BY ODS-AXR-IDX.
001400             10  ODS-AXR-ACCOUNT     PIC X(10).
001410             10  ODS-AXR-CUSTOMER    PIC X(10).
001420             10  ODS-AXR-PROTECT     PIC X(01).
001430*  THE OPTED-IN ACCOUNTS WITH MONEY TO GIVE, AND THE OVERDRAWN
001440*  ACCOUNTS, BOTH GATHERED IN ONE PASS OF ACCTBAL.
001450 01  ODS-FUNDER-TABLE.
001460         05  ODS-FND-COUNT           PIC 9(04) COMP VALUE ZERO.
001470         05  ODS-FND-SUB             PIC 9(04) COMP VALUE ZERO.
001480         05  ODS-FND-ENTRY OCCURS 500 TIMES.
001490             10  ODS-FND-BRANCH      PIC X(03).
001500             10  ODS-FND-ACCOUNT     PIC X(10).
001510             10  ODS-FND-CUSTOMER    PIC X(10).
001520             10  ODS-FND-AVAILABLE   PIC S9(11)V99 COMP-3.
001530 01  ODS-OVERDRAWN-TABLE.
001540         05  ODS-OVD-COUNT           PIC 9(04) COMP VALUE ZERO.
001550         05  ODS-OVD-SUB             PIC 9(04) COMP VALUE ZERO.
001560         05  ODS-OVD-ENTRY OCCURS 500 TIMES.
001570             10  ODS-OVD-BRANCH      PIC X(03).
001580             10  ODS-OVD-ACCOUNT     PIC X(10).
001590             10  ODS-OVD-CUSTOMER    PIC X(10).
001600             10  ODS-OVD-SHORTFALL   PIC S9(11)V99 COMP-3.
001610 01  ODS-SWEEP-FIELDS.
001620         05  ODS-AVAILABLE           PIC S9(11)V99 COMP-3
001630                                         VALUE ZERO.
001640         05  ODS-CUSTOMER            PIC X(10) VALUE SPACES.
001650         05  ODS-PROTECT             PIC X(01) VALUE SPACES.
001660         05  ODS-REMAINING           PIC S9(11)V99 COMP-3
001670                                         VALUE ZERO.
001680         05  ODS-SWEPT               PIC S9(11)V99 COMP-3
001690                                         VALUE ZERO.
001700         05  ODS-TRANSFER            PIC S9(11)V99 COMP-3
001710                                         VALUE ZERO.
001720         05  ODS-MEMO-BRANCH         PIC X(03) VALUE SPACES.
001730         05  ODS-MEMO-ACCOUNT        PIC X(10) VALUE SPACES.
001740         05  ODS-MEMO-AMOUNT         PIC S9(11)V99 COMP-3
001750                                         VALUE ZERO.
001760         05  ODS-RESULT              PIC X(14) VALUE SPACES.
001770 01  ODS-TOTALS.
001780         05  ODS-FULL-AMOUNT         PIC S9(11)V99 COMP-3
001790                                         VALUE ZERO.
001800         05  ODS-PARTIAL-SWEPT       PIC S9(11)V99 COMP-3
001810                                         VALUE ZERO.
001820         05  ODS-PARTIAL-LEFT        PIC S9(11)V99 COMP-3
001830                                         VALUE ZERO.
001840         05  ODS-UNCOVERED-AMOUNT    PIC S9(11)V99 COMP-3
001850                                         VALUE ZERO.
001860 01  ODS-PRINT-LINE-FIELDS.
001870         05  ODS-SHORTFALL-EDIT      PIC Z(10)9.99.
001880         05  ODS-SWEPT-EDIT          PIC Z(10)9.99.
001890         05  ODS-LEFT-EDIT           PIC Z(10)9.99.
001900         05  ODS-COUNT-EDIT          PIC ZZZZ9.
00190A     COPY RUNDATEC.
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940         PERFORM 2000-SCAN-ONE-BALANCE THRU 2000-EXIT
001950             UNTIL ODS-END-OF-FILE.
001960         IF ODS-GENERATED-OPEN
001970             PERFORM 3000-SWEEP-ONE-ACCOUNT THRU 3000-EXIT
001980                 VARYING ODS-OVD-SUB FROM 1 BY 1
001990                 UNTIL ODS-OVD-SUB > ODS-OVD-COUNT
002000             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002010             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002020         END-IF.
002030         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002040         STOP RUN.
002050 1000-INITIALIZE.
002060         DISPLAY "ODSWEEP: JOB STARTING".
002070         CALL "RUNDATE" USING RUN-DATE-AREA.
00207A         MOVE RDT-RUN-DATE TO ODS-RUN-DATE.
002080         ACCEPT ODS-PARM-STRING FROM COMMAND-LINE.
002090         IF ODS-PARM-STRING(1:4) = "MEMO"
002100             SET ODS-MEMO-MODE TO TRUE
002110             DISPLAY "ODSWEEP: MEMO MODE - TRANSFERS ALSO "
002120                 "APPLIED TO THE MEMO BALANCE NOW"
002130         ELSE
002140             DISPLAY "ODSWEEP: TRANSFER MODE - TRANSFERS POST ON "
002150                 "THE NEXT RUN"
002160         END-IF.
002170         PERFORM 1100-LOAD-XREF THRU 1100-EXIT.
002180         IF ODS-AXR-COUNT = ZERO
002190             DISPLAY "ODSWEEP: NO ACCTXREF LINKS - NOTHING CAN "
002200                 "BE SWEPT"
002210         END-IF.
002220         OPEN INPUT ACCOUNT-MASTER-FILE.
002230         IF ODS-MASTER-FILE-OK
002240             SET ODS-MASTER-AVAILABLE TO TRUE
002250         ELSE
002260             DISPLAY "ODSWEEP: ACCTMST UNAVAILABLE - FUNDING "
002270                 "ACCOUNT STATUS NOT CHECKED, STATUS = "
002280                 ODS-MASTER-FILE-STATUS
002290         END-IF.
002300         IF ODS-MEMO-MODE
002310             OPEN I-O BALANCE-FILE
002320         ELSE
002330             OPEN INPUT BALANCE-FILE
002340         END-IF.
002350         IF NOT ODS-BALANCE-FILE-OK
002360             DISPLAY "ODSWEEP: CANNOT OPEN ACCTBAL, STATUS = "
002370                 ODS-BALANCE-FILE-STATUS
002380             MOVE "Y" TO ODS-EOF-SWITCH
002390             GO TO 1000-EXIT
002400         END-IF.
002410         SET ODS-BALANCE-OPEN TO TRUE.
002420         OPEN OUTPUT GENERATED-FILE.
002430         IF NOT ODS-GENERATED-FILE-OK
002440             DISPLAY "ODSWEEP: CANNOT OPEN ODSWPTRN, STATUS = "
002450                 ODS-GENERATED-FILE-STATUS
002460             MOVE "Y" TO ODS-EOF-SWITCH
002470             GO TO 1000-EXIT
002480         END-IF.
002490         SET ODS-GENERATED-OPEN TO TRUE.
002500         OPEN OUTPUT REPORT-FILE.
002510         MOVE SPACES TO REPORT-RECORD.
002520         STRING "OVERDRAFT PROTECTION SWEEP    "
002530             "RUN DATE: " ODS-RUN-DATE
002540             DELIMITED BY SIZE INTO REPORT-RECORD.
002550         WRITE REPORT-RECORD.
002560         MOVE SPACES TO REPORT-RECORD.
002570         STRING "BRANCH  ACCOUNT     CUSTOMER         SHORTFALL"
002580             "           SWEPT       UNCOVERED  RESULT"
002590             DELIMITED BY SIZE INTO REPORT-RECORD.
002600         WRITE REPORT-RECORD.
002610         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
002620 1000-EXIT.
002630         EXIT.
002640 1100-LOAD-XREF.
002650         OPEN INPUT ACCOUNT-XREF-FILE.
002660         IF NOT ODS-XREF-FILE-OK
002670             GO TO 1100-EXIT
002680         END-IF.
002690         PERFORM 1150-LOAD-ONE-LINK THRU 1150-EXIT
002700             UNTIL ODS-AXR-AT-END
002710                 OR ODS-AXR-COUNT = 2000.
002720         CLOSE ACCOUNT-XREF-FILE.
002730 1100-EXIT.
002740         EXIT.
002750 1150-LOAD-ONE-LINK.
002760         READ ACCOUNT-XREF-FILE
002770             AT END
002780                 MOVE "Y" TO ODS-AXR-EOF-SWITCH
002790             NOT AT END
002800                 ADD 1 TO ODS-AXR-COUNT
002810                 MOVE AXR-ACCOUNT-NO
002820                     TO ODS-AXR-ACCOUNT(ODS-AXR-COUNT)
002830                 MOVE AXR-CUSTOMER-NO
002840                     TO ODS-AXR-CUSTOMER(ODS-AXR-COUNT)
002850                 MOVE AXR-OD-PROTECT
002860                     TO ODS-AXR-PROTECT(ODS-AXR-COUNT)
002870         END-READ.
002880 1150-EXIT.
002890         EXIT.
002900*---------------------------------------------------------------
002910*  2000-SCAN-ONE-BALANCE.  ONE PASS OF ACCTBAL SORTS EVERY
002920*  LINKED ACCOUNT INTO THE OVERDRAWN TABLE OR, WHEN IT IS OPTED
002930*  IN AND HAS MONEY AVAILABLE, THE FUNDER TABLE.  AN OVERDRAWN
002940*  ACCOUNT WITH NO CUSTOMER IS STILL CARRIED -- IT REPORTS AS
002950*  UNCOVERED.
002960*---------------------------------------------------------------
002970 2000-SCAN-ONE-BALANCE.
002980         ADD 1 TO ODS-ACCOUNTS-READ.
002990         COMPUTE ODS-AVAILABLE =
003000             ABL-AVAILABLE-BALANCE + ABL-MEMO-BALANCE.
003010         MOVE SPACES TO ODS-CUSTOMER.
003020         MOVE SPACES TO ODS-PROTECT.
003030         IF ODS-AXR-COUNT > ZERO
003040             SET ODS-AXR-IDX TO 1
003050             SEARCH ODS-AXR-ENTRY
003060                 AT END
003070                     CONTINUE
003080                 WHEN ODS-AXR-ACCOUNT(ODS-AXR-IDX)
003090                         = ABL-ACCOUNT-NO
003100                     MOVE ODS-AXR-CUSTOMER(ODS-AXR-IDX)
003110                         TO ODS-CUSTOMER
003120                     MOVE ODS-AXR-PROTECT(ODS-AXR-IDX)
003130                         TO ODS-PROTECT
003140             END-SEARCH
003150         END-IF.
003160         IF ODS-AVAILABLE < ZERO
003170             PERFORM 2200-ADD-OVERDRAWN THRU 2200-EXIT
003180         ELSE
003190             IF ODS-AVAILABLE > ZERO
003200                 AND ODS-PROTECT = "Y"
003210                 AND ODS-CUSTOMER NOT = SPACES
003220                 PERFORM 2300-ADD-FUNDER THRU 2300-EXIT
003230             END-IF
003240         END-IF.
003250         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
003260 2000-EXIT.
003270         EXIT.
003280 2100-READ-BALANCE.
003290         READ BALANCE-FILE NEXT RECORD
003300             AT END MOVE "Y" TO ODS-EOF-SWITCH
003310         END-READ.
003320 2100-EXIT.
003330         EXIT.
003340 2200-ADD-OVERDRAWN.
00334A         IF ODS-MASTER-AVAILABLE
00334B             MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO
00334C             READ ACCOUNT-MASTER-FILE
00334D                 INVALID KEY
00334E                     CONTINUE
00334F                 NOT INVALID KEY
00334G                     IF ACM-ACCOUNT-CHARGED-OFF
00334H                         GO TO 2200-EXIT
00334I                     END-IF
00334J             END-READ
00334K         END-IF.
003350         ADD 1 TO ODS-OVERDRAWN-COUNT.
003360         IF ODS-OVD-COUNT = 500
003370             DISPLAY "ODSWEEP: OVERDRAWN TABLE FULL - "
003380                 ABL-ACCOUNT-NO " NOT SWEPT"
003390             GO TO 2200-EXIT
003400         END-IF.
003410         ADD 1 TO ODS-OVD-COUNT.
003420         MOVE ABL-BRANCH-CODE TO ODS-OVD-BRANCH(ODS-OVD-COUNT).
003430         MOVE ABL-ACCOUNT-NO TO ODS-OVD-ACCOUNT(ODS-OVD-COUNT).
003440         MOVE ODS-CUSTOMER TO ODS-OVD-CUSTOMER(ODS-OVD-COUNT).
003450         COMPUTE ODS-OVD-SHORTFALL(ODS-OVD-COUNT) =
003460             ZERO - ODS-AVAILABLE.
003470 2200-EXIT.
003480         EXIT.
003490 2300-ADD-FUNDER.
003500         IF ODS-MASTER-AVAILABLE
003510             MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO
003520             READ ACCOUNT-MASTER-FILE
003530                 INVALID KEY
003540                     GO TO 2300-EXIT
003550             END-READ
003560             IF NOT ACM-ACCOUNT-OPEN
003570                 GO TO 2300-EXIT
003580             END-IF
003590         END-IF.
003600         IF ODS-FND-COUNT = 500
003610             DISPLAY "ODSWEEP: FUNDER TABLE FULL - "
003620                 ABL-ACCOUNT-NO " NOT USED"
003630             GO TO 2300-EXIT
003640         END-IF.
003650         ADD 1 TO ODS-FND-COUNT.
003660         MOVE ABL-BRANCH-CODE TO ODS-FND-BRANCH(ODS-FND-COUNT).
003670         MOVE ABL-ACCOUNT-NO TO ODS-FND-ACCOUNT(ODS-FND-COUNT).
003680         MOVE ODS-CUSTOMER TO ODS-FND-CUSTOMER(ODS-FND-COUNT).
003690         MOVE ODS-AVAILABLE TO ODS-FND-AVAILABLE(ODS-FND-COUNT).
003700 2300-EXIT.
003710         EXIT.
003720*---------------------------------------------------------------
003730*  3000-SWEEP-ONE-ACCOUNT.  THE CUSTOMER'S FUNDING ACCOUNTS ARE
003740*  DRAWN ON IN TURN UNTIL THE SHORTFALL IS MET OR THEY RUN DRY.
003750*  A FUNDER DRAWN FOR ONE ACCOUNT HAS THAT MUCH LESS FOR THE
003760*  NEXT, SO TWO OVERDRAFTS NEVER SPEND THE SAME MONEY.
003770*---------------------------------------------------------------
003780 3000-SWEEP-ONE-ACCOUNT.
003790         MOVE ODS-OVD-SHORTFALL(ODS-OVD-SUB) TO ODS-REMAINING.
003800         MOVE ZERO TO ODS-SWEPT.
003810         IF ODS-OVD-CUSTOMER(ODS-OVD-SUB) NOT = SPACES
003820             AND ODS-FND-COUNT > ZERO
003830             PERFORM 3100-DRAW-ON-ONE-FUNDER THRU 3100-EXIT
003840                 VARYING ODS-FND-SUB FROM 1 BY 1
003850                 UNTIL ODS-FND-SUB > ODS-FND-COUNT
003860                     OR ODS-REMAINING = ZERO
003870         END-IF.
003880         EVALUATE TRUE
003890             WHEN ODS-REMAINING = ZERO
003900                 MOVE "SWEPT IN FULL" TO ODS-RESULT
003910                 ADD 1 TO ODS-FULL-COUNT
003920                 ADD ODS-SWEPT TO ODS-FULL-AMOUNT
003930             WHEN ODS-SWEPT > ZERO
003940                 MOVE "PARTLY COVERED" TO ODS-RESULT
003950                 ADD 1 TO ODS-PARTIAL-COUNT
003960                 ADD ODS-SWEPT TO ODS-PARTIAL-SWEPT
003970                 ADD ODS-REMAINING TO ODS-PARTIAL-LEFT
003980             WHEN OTHER
003990                 MOVE "UNCOVERED" TO ODS-RESULT
004000                 ADD 1 TO ODS-UNCOVERED-COUNT
004010                 ADD ODS-REMAINING TO ODS-UNCOVERED-AMOUNT
004020         END-EVALUATE.
004030         MOVE ODS-OVD-SHORTFALL(ODS-OVD-SUB)
004040             TO ODS-SHORTFALL-EDIT.
004050         MOVE ODS-SWEPT TO ODS-SWEPT-EDIT.
004060         MOVE ODS-REMAINING TO ODS-LEFT-EDIT.
004070         MOVE SPACES TO REPORT-RECORD.
004080         STRING ODS-OVD-BRANCH(ODS-OVD-SUB) "     "
004090             ODS-OVD-ACCOUNT(ODS-OVD-SUB) "  "
004100             ODS-OVD-CUSTOMER(ODS-OVD-SUB) "  "
004110             ODS-SHORTFALL-EDIT "  " ODS-SWEPT-EDIT "  "
004120             ODS-LEFT-EDIT "  " ODS-RESULT
004130             DELIMITED BY SIZE INTO REPORT-RECORD.
004140         WRITE REPORT-RECORD.
004150 3000-EXIT.
004160         EXIT.
004170 3100-DRAW-ON-ONE-FUNDER.
004180         IF ODS-FND-CUSTOMER(ODS-FND-SUB)
004190             NOT = ODS-OVD-CUSTOMER(ODS-OVD-SUB)
004200             GO TO 3100-EXIT
004210         END-IF.
004220         IF ODS-FND-AVAILABLE(ODS-FND-SUB) NOT > ZERO
004230             GO TO 3100-EXIT
004240         END-IF.
004250         IF ODS-FND-AVAILABLE(ODS-FND-SUB) < ODS-REMAINING
004260             MOVE ODS-FND-AVAILABLE(ODS-FND-SUB) TO ODS-TRANSFER
004270         ELSE
004280             MOVE ODS-REMAINING TO ODS-TRANSFER
004290         END-IF.
004300         SUBTRACT ODS-TRANSFER
004310             FROM ODS-FND-AVAILABLE(ODS-FND-SUB).
004320         SUBTRACT ODS-TRANSFER FROM ODS-REMAINING.
004330         ADD ODS-TRANSFER TO ODS-SWEPT.
004340         MOVE SPACES TO GENERATED-RECORD.
004350         MOVE ODS-FND-BRANCH(ODS-FND-SUB) TO GEN-BRANCH-CODE.
004360         MOVE ODS-FND-ACCOUNT(ODS-FND-SUB) TO GEN-ACCOUNT-NO.
004370         MOVE "09" TO GEN-RECORD-TYPE.
004380         MOVE ODS-RUN-DATE TO GEN-TRANS-DATE.
004390         MOVE ODS-TRANSFER TO GEN-AMOUNT.
004400         MOVE "C" TO GEN-DC-INDICATOR.
004410         WRITE GENERATED-RECORD.
004420         ADD 1 TO ODS-GENERATED-COUNT.
004430         MOVE SPACES TO GENERATED-RECORD.
004440         MOVE ODS-OVD-BRANCH(ODS-OVD-SUB) TO GEN-BRANCH-CODE.
004450         MOVE ODS-OVD-ACCOUNT(ODS-OVD-SUB) TO GEN-ACCOUNT-NO.
004460         MOVE "09" TO GEN-RECORD-TYPE.
004470         MOVE ODS-RUN-DATE TO GEN-TRANS-DATE.
004480         MOVE ODS-TRANSFER TO GEN-AMOUNT.
004490         MOVE SPACE TO GEN-DC-INDICATOR.
004500         WRITE GENERATED-RECORD.
004510         ADD 1 TO ODS-GENERATED-COUNT.
004520         IF ODS-MEMO-MODE
004530             MOVE ODS-FND-BRANCH(ODS-FND-SUB) TO ODS-MEMO-BRANCH
004540             MOVE ODS-FND-ACCOUNT(ODS-FND-SUB) TO ODS-MEMO-ACCOUNT
004550             COMPUTE ODS-MEMO-AMOUNT = ZERO - ODS-TRANSFER
004560             PERFORM 3200-APPLY-MEMO THRU 3200-EXIT
004570             MOVE ODS-OVD-BRANCH(ODS-OVD-SUB) TO ODS-MEMO-BRANCH
004580             MOVE ODS-OVD-ACCOUNT(ODS-OVD-SUB) TO ODS-MEMO-ACCOUNT
004590             MOVE ODS-TRANSFER TO ODS-MEMO-AMOUNT
004600             PERFORM 3200-APPLY-MEMO THRU 3200-EXIT
004610         END-IF.
004620         MOVE ODS-TRANSFER TO ODS-SWEPT-EDIT.
004630         MOVE SPACES TO REPORT-RECORD.
004640         STRING "        FROM " ODS-FND-BRANCH(ODS-FND-SUB) " "
004650             ODS-FND-ACCOUNT(ODS-FND-SUB) "           "
004660             ODS-SWEPT-EDIT
004670             DELIMITED BY SIZE INTO REPORT-RECORD.
004680         WRITE REPORT-RECORD.
004690 3100-EXIT.
004700         EXIT.
004710 3200-APPLY-MEMO.
004720         MOVE ODS-MEMO-BRANCH TO ABL-BRANCH-CODE.
004730         MOVE ODS-MEMO-ACCOUNT TO ABL-ACCOUNT-NO.
004740         READ BALANCE-FILE
004750             INVALID KEY
004760                 DISPLAY "ODSWEEP: MEMO READ FAILED FOR "
004770                     ODS-MEMO-ACCOUNT ", STATUS = "
004780                     ODS-BALANCE-FILE-STATUS
004790                 GO TO 3200-EXIT
004800         END-READ.
004810         ADD ODS-MEMO-AMOUNT TO ABL-MEMO-BALANCE.
004820         REWRITE BALANCE-RECORD
004830             INVALID KEY
004840                 DISPLAY "ODSWEEP: MEMO REWRITE FAILED FOR "
004850                     ODS-MEMO-ACCOUNT ", STATUS = "
004860                     ODS-BALANCE-FILE-STATUS
004870         END-REWRITE.
004880 3200-EXIT.
004890         EXIT.
004900*  THE TRAILER GOES OUT EVEN WHEN NOTHING WAS SWEPT -- ODSWPTRN
004910*  RIDES THE NEXT RUN'S TRANLIST AND MUST ALWAYS RECONCILE.
004920 4000-WRITE-TRAILER.
004930         MOVE SPACES TO GENERATED-RECORD.
004940         MOVE "0" TO GTL-KEY.
004950         MOVE "99" TO GTL-RECORD-TYPE.
004960         MOVE ODS-RUN-DATE TO GTL-RUN-DATE.
004970         MOVE ODS-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
004980         WRITE GENERATED-RECORD.
004990 4000-EXIT.
005000         EXIT.
005010 5000-PRINT-TOTALS.
005020         MOVE SPACES TO REPORT-RECORD.
005030         WRITE REPORT-RECORD.
005040         MOVE ODS-FULL-COUNT TO ODS-COUNT-EDIT.
005050         MOVE ODS-FULL-AMOUNT TO ODS-SWEPT-EDIT.
005060         MOVE SPACES TO REPORT-RECORD.
005070         STRING "SWEPT IN FULL     " ODS-COUNT-EDIT
005080             " ACCOUNT(S)  SWEPT " ODS-SWEPT-EDIT
005090             DELIMITED BY SIZE INTO REPORT-RECORD.
005100         WRITE REPORT-RECORD.
005110         MOVE ODS-PARTIAL-COUNT TO ODS-COUNT-EDIT.
005120         MOVE ODS-PARTIAL-SWEPT TO ODS-SWEPT-EDIT.
005130         MOVE ODS-PARTIAL-LEFT TO ODS-LEFT-EDIT.
005140         MOVE SPACES TO REPORT-RECORD.
005150         STRING "PARTLY COVERED    " ODS-COUNT-EDIT
005160             " ACCOUNT(S)  SWEPT " ODS-SWEPT-EDIT
005170             "  UNCOVERED " ODS-LEFT-EDIT
005180             DELIMITED BY SIZE INTO REPORT-RECORD.
005190         WRITE REPORT-RECORD.
005200         MOVE ODS-UNCOVERED-COUNT TO ODS-COUNT-EDIT.
005210         MOVE ODS-UNCOVERED-AMOUNT TO ODS-LEFT-EDIT.
005220         MOVE SPACES TO REPORT-RECORD.
005230         STRING "UNCOVERED         " ODS-COUNT-EDIT
005240             " ACCOUNT(S)                      "
005250             "  UNCOVERED " ODS-LEFT-EDIT
005260             DELIMITED BY SIZE INTO REPORT-RECORD.
005270         WRITE REPORT-RECORD.
005280 5000-EXIT.
005290         EXIT.
005300 8000-TERMINATE.
005310         IF ODS-BALANCE-OPEN
005320             CLOSE BALANCE-FILE
005330         END-IF.
005340         IF ODS-MASTER-AVAILABLE
005350             CLOSE ACCOUNT-MASTER-FILE
005360         END-IF.
005370         IF ODS-GENERATED-OPEN
005380             CLOSE GENERATED-FILE
005390         END-IF.
005400         IF ODS-REPORT-FILE-OK
005410             CLOSE REPORT-FILE
005420         END-IF.
005430         DISPLAY "----------------------------------------------".
005440         DISPLAY "ACCOUNTS READ      = " ODS-ACCOUNTS-READ.
005450         DISPLAY "OVERDRAWN          = " ODS-OVERDRAWN-COUNT.
005460         DISPLAY "SWEPT IN FULL      = " ODS-FULL-COUNT.
005470         DISPLAY "PARTLY COVERED     = " ODS-PARTIAL-COUNT.
005480         DISPLAY "UNCOVERED          = " ODS-UNCOVERED-COUNT.
005490         DISPLAY "ITEMS GENERATED    = " ODS-GENERATED-COUNT.
005500         DISPLAY "ODSWEEP: JOB COMPLETE".
005510 8000-EXIT.
005520         EXIT.
