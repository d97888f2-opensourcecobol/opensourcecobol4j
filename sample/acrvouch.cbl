000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 ACRVOUCH.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  DAILY INTEREST ACCRUAL GL
000220*                  VOUCHER.  INTACCR BUILDS INTEREST UP ON
000230*                  INTACCRU EVERY NIGHT, BUT NOTHING REACHED THE
000240*                  GENERAL LEDGER UNTIL INTCAP CAPITALIZED IT AT
000250*                  MONTH END, SO THE GL MISSTATED INTEREST
000260*                  EXPENSE EVERY DAY OF THE MONTH.  RUN AFTER
000270*                  INTACCR AND ACCTCLOS, THIS STEP TAKES EVERY
000280*                  MOVEMENT WAITING ON INTACMOV (INTMOVRC) --
000290*                  INTACCR'S DAY OF INTEREST AND THE REVERSAL OF
000300*                  EACH ACCRUAL INTCAP OR ACCTCLOS HAS SWEPT --
000310*                  NETS THE LOCAL EQUIVALENTS PER RUN DATE,
000320*                  BRANCH AND SIDE, AND WRITES ONE BALANCED PAIR
000330*                  OF LINES PER NET ON ACVOUCHR IN GLEXTR'S
000340*                  GLVOUCHER LAYOUT: ACCRUED INTEREST PAYABLE
000350*                  AGAINST INTEREST EXPENSE FOR CREDIT BALANCES,
000360*                  ACCRUED INTEREST RECEIVABLE AGAINST INTEREST
000370*                  INCOME FOR DEBIT BALANCES.  A REVERSAL NETS
000380*                  THE OTHER WAY AGAINST THE SAME TWO ACCOUNTS,
000390*                  SO THE ACCRUAL ACCOUNTS CLEAR WHEN INTEREST
000400*                  IS CAPITALIZED.  A FOREIGN MOVEMENT CURRATES
000410*                  COULD NOT PRICE IS LEFT OUT AND NAMED, RC 4.
000420*                  RC 16 WHEN ACVOUCHR CANNOT BE WRITTEN OR THE
000430*                  NETTING TABLE OVERFLOWS; INTACMOV IS THEN
000440*                  LEFT FOR THE RERUN.
00044A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00044B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00044C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000450*---------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.
000490         LINUX.
000500 OBJECT-COMPUTER.
000510         LINUX.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540         SELECT MOVEMENT-FILE ASSIGN TO "INTACMOV"
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS ACV-MOVEMENT-FILE-STATUS.
000570         SELECT VOUCHER-FILE ASSIGN TO "ACVOUCHR"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS ACV-VOUCHER-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MOVEMENT-FILE.
000630     COPY INTMOVRC.
000640 FD  VOUCHER-FILE.
000650 01  VOUCHER-RECORD.
000660         05  GLV-LINE-TYPE           PIC X(01).
000670         05  GLV-GL-ACCOUNT          PIC X(08).
000680         05  GLV-DR-CR               PIC X(02).
000690         05  GLV-AMOUNT              PIC 9(09)V99.
000700         05  GLV-BRANCH-CODE         PIC X(03).
000710         05  GLV-RECORD-TYPE         PIC X(02).
000720         05  GLV-RUN-DATE            PIC 9(08).
000730 01  VOUCHER-TRAILER REDEFINES VOUCHER-RECORD.
000740         05  GLT-LINE-TYPE           PIC X(01).
000750         05  GLT-LINE-COUNT          PIC 9(07).
000760         05  GLT-DEBIT-TOTAL         PIC 9(11)V99.
000770         05  GLT-CREDIT-TOTAL        PIC 9(11)V99.
000780         05  FILLER                  PIC X(04).
000790 WORKING-STORAGE SECTION.
000800 01  ACV-FILE-STATUS-VALUES.
000810         05  ACV-MOVEMENT-FILE-STATUS PIC X(02).
000820             88  ACV-MOVEMENT-FILE-OK    VALUE "00".
000830         05  ACV-VOUCHER-FILE-STATUS PIC X(02).
000840             88  ACV-VOUCHER-FILE-OK     VALUE "00".
000850 01  ACV-SWITCHES.
000860         05  ACV-EOF-SWITCH          PIC X(01) VALUE "N".
000870             88  ACV-AT-END              VALUE "Y".
000880         05  ACV-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
000890             88  ACV-TABLE-OVERFLOW      VALUE "Y".
000900 01  ACV-RUN-DATE                PIC 9(08) VALUE ZERO.
000910*  THE ACCRUAL IS BOOKED BETWEEN THE BALANCE-SHEET ACCRUAL
000920*  ACCOUNT AND THE PROFIT-AND-LOSS ACCOUNT FOR ITS SIDE.
000930 01  ACV-GL-ACCOUNTS.
000940         05  ACV-PAYABLE-GL          PIC X(08) VALUE "02700100".
000950         05  ACV-EXPENSE-GL          PIC X(08) VALUE "05200100".
000960         05  ACV-RECEIVABLE-GL       PIC X(08) VALUE "01300100".
000970         05  ACV-INCOME-GL           PIC X(08) VALUE "04400100".
000980 01  ACV-COUNTERS.
000990         05  ACV-MOVEMENTS-READ      PIC 9(07) VALUE ZERO.
001000         05  ACV-ACCRUALS-READ       PIC 9(07) VALUE ZERO.
001010         05  ACV-REVERSALS-READ      PIC 9(07) VALUE ZERO.
001020         05  ACV-UNPRICED-COUNT      PIC 9(07) VALUE ZERO.
001030         05  ACV-LINE-COUNT          PIC 9(07) VALUE ZERO.
001040 01  ACV-NET-TABLE.
001050         05  ACV-NET-COUNT           PIC 9(04) COMP VALUE ZERO.
001060         05  ACV-NET-ENTRY OCCURS 500 TIMES.
001070             10  ACV-NET-DATE        PIC 9(08).
001080             10  ACV-NET-BRANCH      PIC X(03).
001090             10  ACV-NET-SIDE        PIC X(01).
001100             10  ACV-NET-AMOUNT      PIC S9(11)V99 COMP-3.
001110 01  ACV-WORK-FIELDS.
001120         05  ACV-NET-SUB             PIC 9(04) COMP VALUE ZERO.
001130         05  ACV-NET-TEST-SUB        PIC 9(04) COMP VALUE ZERO.
001140         05  ACV-NET-ABS             PIC 9(09)V99 VALUE ZERO.
001150         05  ACV-DR-TOTAL            PIC 9(11)V99 VALUE ZERO.
001160         05  ACV-CR-TOTAL            PIC 9(11)V99 VALUE ZERO.
001170         05  ACV-SHEET-GL            PIC X(08) VALUE SPACES.
001180         05  ACV-RESULT-GL           PIC X(08) VALUE SPACES.
001190         05  ACV-SHEET-DR-CR         PIC X(02) VALUE SPACES.
001200         05  ACV-RESULT-DR-CR        PIC X(02) VALUE SPACES.
001210         05  ACV-AMOUNT-EDIT         PIC -(11)9.99.
001220         05  ACV-TOTAL-EDIT          PIC Z(10)9.99.
00122A     COPY RUNDATEC.
001230 PROCEDURE DIVISION.
001240 0000-MAINLINE.
001250         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260         IF RETURN-CODE < 16
001270             PERFORM 3000-WRITE-VOUCHER THRU 3000-EXIT
001280         END-IF.
001290         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001300         STOP RUN.
001310 1000-INITIALIZE.
001320         DISPLAY "ACRVOUCH: JOB STARTING".
001330         MOVE ZERO TO RETURN-CODE.
001340         CALL "RUNDATE" USING RUN-DATE-AREA.
00134A         MOVE RDT-RUN-DATE TO ACV-RUN-DATE.
001350         PERFORM 1100-LOAD-MOVEMENTS THRU 1100-EXIT.
001360         IF ACV-TABLE-OVERFLOW
001370             DISPLAY "ACRVOUCH: MORE THAN 500 DATE/BRANCH/SIDE "
001380                 "NETS - NO VOUCHER WRITTEN"
001390             MOVE 16 TO RETURN-CODE
001400         END-IF.
001410 1000-EXIT.
001420         EXIT.
001430*---------------------------------------------------------------
001440*  1100-LOAD-MOVEMENTS.  NO INTACMOV MEANS NOTHING HAS MOVED
001450*  SINCE THE LAST VOUCHER; AN EMPTY VOUCHER IS STILL WRITTEN.
001460*---------------------------------------------------------------
001470 1100-LOAD-MOVEMENTS.
001480         OPEN INPUT MOVEMENT-FILE.
001490         IF NOT ACV-MOVEMENT-FILE-OK
001500             DISPLAY "ACRVOUCH: NO INTACMOV FILE - NO ACCRUAL "
001510                 "MOVEMENT TO VOUCHER"
001520             GO TO 1100-EXIT
001530         END-IF.
001540         MOVE "N" TO ACV-EOF-SWITCH.
001550         PERFORM 1150-NET-ONE-MOVEMENT THRU 1150-EXIT
001560             UNTIL ACV-AT-END.
001570         CLOSE MOVEMENT-FILE.
001580 1100-EXIT.
001590         EXIT.
001600 1150-NET-ONE-MOVEMENT.
001610         READ MOVEMENT-FILE
001620             AT END
001630                 MOVE "Y" TO ACV-EOF-SWITCH
001640                 GO TO 1150-EXIT
001650         END-READ.
001660         ADD 1 TO ACV-MOVEMENTS-READ.
001670         IF IMV-IS-REVERSAL
001680             ADD 1 TO ACV-REVERSALS-READ
001690         ELSE
001700             ADD 1 TO ACV-ACCRUALS-READ
001710         END-IF.
001720         IF IMV-NO-RATE
001730             ADD 1 TO ACV-UNPRICED-COUNT
001740             MOVE IMV-AMOUNT TO ACV-AMOUNT-EDIT
001750             DISPLAY "ACRVOUCH: NO RATE FOR " IMV-CURRENCY-CODE
001760                 " - ACCOUNT " IMV-BRANCH-CODE "-" IMV-ACCOUNT-NO
001770                 " " ACV-AMOUNT-EDIT " LEFT OUT"
001780             GO TO 1150-EXIT
001790         END-IF.
001800         PERFORM 1900-FIND-NET THRU 1900-EXIT.
001810         IF ACV-NET-SUB = ZERO
001820             GO TO 1150-EXIT
001830         END-IF.
001840         ADD IMV-LOCAL-AMOUNT TO ACV-NET-AMOUNT(ACV-NET-SUB).
001850 1150-EXIT.
001860         EXIT.
001870*---------------------------------------------------------------
001880*  1900-FIND-NET.  ACV-NET-SUB COMES BACK POINTING AT THE
001890*  MOVEMENT'S DATE/BRANCH/SIDE ROW, ADDED EMPTY IF NEW; ZERO
001900*  WHEN THE TABLE IS FULL.
001910*---------------------------------------------------------------
001920 1900-FIND-NET.
001930         MOVE ZERO TO ACV-NET-SUB.
001940         PERFORM 1950-TEST-ONE-NET THRU 1950-EXIT
001950             VARYING ACV-NET-TEST-SUB FROM 1 BY 1
001960             UNTIL ACV-NET-TEST-SUB > ACV-NET-COUNT
001970                 OR ACV-NET-SUB > ZERO.
001980         IF ACV-NET-SUB > ZERO
001990             GO TO 1900-EXIT
002000         END-IF.
002010         IF ACV-NET-COUNT = 500
002020             MOVE "Y" TO ACV-OVERFLOW-SWITCH
002030             GO TO 1900-EXIT
002040         END-IF.
002050         ADD 1 TO ACV-NET-COUNT.
002060         MOVE ACV-NET-COUNT TO ACV-NET-SUB.
002070         MOVE IMV-RUN-DATE TO ACV-NET-DATE(ACV-NET-SUB).
002080         MOVE IMV-BRANCH-CODE TO ACV-NET-BRANCH(ACV-NET-SUB).
002090         MOVE IMV-SIDE TO ACV-NET-SIDE(ACV-NET-SUB).
002100         MOVE ZERO TO ACV-NET-AMOUNT(ACV-NET-SUB).
002110 1900-EXIT.
002120         EXIT.
002130 1950-TEST-ONE-NET.
002140         IF ACV-NET-DATE(ACV-NET-TEST-SUB) = IMV-RUN-DATE
002150             AND ACV-NET-BRANCH(ACV-NET-TEST-SUB)
002160                 = IMV-BRANCH-CODE
002170             AND ACV-NET-SIDE(ACV-NET-TEST-SUB) = IMV-SIDE
002180             MOVE ACV-NET-TEST-SUB TO ACV-NET-SUB
002190         END-IF.
002200 1950-EXIT.
002210         EXIT.
002220*---------------------------------------------------------------
002230*  3000-WRITE-VOUCHER.  ONE PAIR OF LINES PER NONZERO NET,
002240*  DATED THE DAY THE MOVEMENT HAPPENED.  A NIL VOUCHER STILL
002250*  WRITES THE TRAILER SO THE VOUCHER ON FILE IS TODAY'S.
002260*---------------------------------------------------------------
002270 3000-WRITE-VOUCHER.
002280         OPEN OUTPUT VOUCHER-FILE.
002290         IF NOT ACV-VOUCHER-FILE-OK
002300             DISPLAY "ACRVOUCH: CANNOT OPEN ACVOUCHR, STATUS = "
002310                 ACV-VOUCHER-FILE-STATUS
002320             MOVE 16 TO RETURN-CODE
002330             GO TO 3000-EXIT
002340         END-IF.
002350         PERFORM 3100-WRITE-ONE-NET THRU 3100-EXIT
002360             VARYING ACV-NET-SUB FROM 1 BY 1
002370             UNTIL ACV-NET-SUB > ACV-NET-COUNT.
002380         MOVE SPACES TO VOUCHER-RECORD.
002390         MOVE "T" TO GLT-LINE-TYPE.
002400         MOVE ACV-LINE-COUNT TO GLT-LINE-COUNT.
002410         MOVE ACV-DR-TOTAL TO GLT-DEBIT-TOTAL.
002420         MOVE ACV-CR-TOTAL TO GLT-CREDIT-TOTAL.
002430         WRITE VOUCHER-RECORD.
002440         CLOSE VOUCHER-FILE.
002450 3000-EXIT.
002460         EXIT.
002470*---------------------------------------------------------------
002480*  3100-WRITE-ONE-NET.  A NET THAT ADDS TO THE ACCRUAL ACCOUNT'S
002490*  DEBIT BALANCE (MORE RECEIVABLE, LESS PAYABLE) DEBITS IT AND
002500*  CREDITS THE INCOME OR EXPENSE ACCOUNT; THE OTHER WAY ROUND
002510*  FOR A NET BELOW ZERO.
002520*---------------------------------------------------------------
002530 3100-WRITE-ONE-NET.
002540         IF ACV-NET-AMOUNT(ACV-NET-SUB) = ZERO
002550             GO TO 3100-EXIT
002560         END-IF.
002570         IF ACV-NET-SIDE(ACV-NET-SUB) = "P"
002580             MOVE ACV-PAYABLE-GL TO ACV-SHEET-GL
002590             MOVE ACV-EXPENSE-GL TO ACV-RESULT-GL
002600         ELSE
002610             MOVE ACV-RECEIVABLE-GL TO ACV-SHEET-GL
002620             MOVE ACV-INCOME-GL TO ACV-RESULT-GL
002630         END-IF.
002640         IF ACV-NET-AMOUNT(ACV-NET-SUB) > ZERO
002650             MOVE ACV-NET-AMOUNT(ACV-NET-SUB) TO ACV-NET-ABS
002660             MOVE "DR" TO ACV-SHEET-DR-CR
002670             MOVE "CR" TO ACV-RESULT-DR-CR
002680         ELSE
002690             COMPUTE ACV-NET-ABS =
002700                 ZERO - ACV-NET-AMOUNT(ACV-NET-SUB)
002710             MOVE "CR" TO ACV-SHEET-DR-CR
002720             MOVE "DR" TO ACV-RESULT-DR-CR
002730         END-IF.
002740         MOVE SPACES TO VOUCHER-RECORD.
002750         MOVE "V" TO GLV-LINE-TYPE.
002760         MOVE ACV-SHEET-GL TO GLV-GL-ACCOUNT.
002770         MOVE ACV-SHEET-DR-CR TO GLV-DR-CR.
002780         MOVE ACV-NET-ABS TO GLV-AMOUNT.
002790         MOVE ACV-NET-BRANCH(ACV-NET-SUB) TO GLV-BRANCH-CODE.
002800         MOVE "IA" TO GLV-RECORD-TYPE.
002810         MOVE ACV-NET-DATE(ACV-NET-SUB) TO GLV-RUN-DATE.
002820         WRITE VOUCHER-RECORD.
002830         PERFORM 3200-ADD-TO-TOTALS THRU 3200-EXIT.
002840         MOVE SPACES TO VOUCHER-RECORD.
002850         MOVE "V" TO GLV-LINE-TYPE.
002860         MOVE ACV-RESULT-GL TO GLV-GL-ACCOUNT.
002870         MOVE ACV-RESULT-DR-CR TO GLV-DR-CR.
002880         MOVE ACV-NET-ABS TO GLV-AMOUNT.
002890         MOVE ACV-NET-BRANCH(ACV-NET-SUB) TO GLV-BRANCH-CODE.
002900         MOVE "IA" TO GLV-RECORD-TYPE.
002910         MOVE ACV-NET-DATE(ACV-NET-SUB) TO GLV-RUN-DATE.
002920         WRITE VOUCHER-RECORD.
002930         PERFORM 3200-ADD-TO-TOTALS THRU 3200-EXIT.
002940         MOVE ACV-NET-AMOUNT(ACV-NET-SUB) TO ACV-AMOUNT-EDIT.
002950         DISPLAY "ACRVOUCH: " ACV-NET-DATE(ACV-NET-SUB)
002960             " BRANCH " ACV-NET-BRANCH(ACV-NET-SUB)
002970             " SIDE " ACV-NET-SIDE(ACV-NET-SUB)
002980             " NET " ACV-AMOUNT-EDIT.
002990 3100-EXIT.
003000         EXIT.
003010 3200-ADD-TO-TOTALS.
003020         ADD 1 TO ACV-LINE-COUNT.
003030         IF GLV-DR-CR = "DR"
003040             ADD GLV-AMOUNT TO ACV-DR-TOTAL
003050         ELSE
003060             ADD GLV-AMOUNT TO ACV-CR-TOTAL
003070         END-IF.
003080 3200-EXIT.
003090         EXIT.
003100 8000-TERMINATE.
003110         IF RETURN-CODE < 16
003120             IF ACV-UNPRICED-COUNT > ZERO
003130                 MOVE 4 TO RETURN-CODE
003140             END-IF
003150         END-IF.
003160         DISPLAY "----------------------------------------------".
003170         DISPLAY "MOVEMENTS READ         = " ACV-MOVEMENTS-READ.
003180         DISPLAY "  DAILY ACCRUALS       = " ACV-ACCRUALS-READ.
003190         DISPLAY "  REVERSALS            = " ACV-REVERSALS-READ.
003200         DISPLAY "UNPRICED, LEFT OUT     = " ACV-UNPRICED-COUNT.
003210         DISPLAY "VOUCHER LINES WRITTEN  = " ACV-LINE-COUNT.
003220         MOVE ACV-DR-TOTAL TO ACV-TOTAL-EDIT.
003230         DISPLAY "VOUCHER DEBITS         = " ACV-TOTAL-EDIT.
003240         MOVE ACV-CR-TOTAL TO ACV-TOTAL-EDIT.
003250         DISPLAY "VOUCHER CREDITS        = " ACV-TOTAL-EDIT.
003260         DISPLAY "ACRVOUCH: JOB ENDED, RETURN CODE = "
003270             RETURN-CODE.
003280 8000-EXIT.
003290         EXIT.
