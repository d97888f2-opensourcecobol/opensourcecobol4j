000350*                  BILLRPT (BRANCH NAMES FROM BRNCHMST) PLUS A
000360*                  BILLING EXTRACT, BILLEXT, FOR ACCOUNTS
000370*                  RECEIVABLE, WITH A GRAND-TOTAL TRAILER LINE.
00037A*  10/15/2026 DCG  THE MONTH'S "K" BREAKDOWN CONTINUATIONS OF
00037B*                  ORIGINALS AND REVERSALS NOW ADD THEIR ROWS
00037C*                  TOO, SO BRANCHES PAST THE TWENTIETH ARE
00037D*                  BILLED.  THE VOLUME AND BRANCH-NAME TABLES ARE
00037E*                  WIDENED TO 200; A BRANCH THAT STILL WILL NOT
00037F*                  FIT IS NAMED ON THE CONSOLE AND THE RUN ENDS
00037G*                  RC 16 INSTEAD OF LEAVING IT UNBILLED.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001020             88  BIL-BRANCH-AT-END       VALUE "Y".
001030         05  BIL-FOUND-SWITCH        PIC X(01) VALUE "N".
001040             88  BIL-ENTRY-FOUND         VALUE "Y".
00104A         05  BIL-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
00104B             88  BIL-TABLE-OVERFLOW      VALUE "Y".
001050 01  BIL-PARAMETER-FIELDS.
001060         05  BIL-PARM-STRING         PIC X(06) VALUE SPACES.
001070         05  BIL-BILL-MONTH          PIC 9(06) VALUE ZERO.
001120         05  BIL-BRK-SUB             PIC 9(03) COMP VALUE ZERO.
001130 01  BIL-VOLUME-TABLE.
001140         05  BIL-VOL-COUNT           PIC 9(03) COMP VALUE ZERO.
001150         05  BIL-VOL-ENTRY OCCURS 200 TIMES
001160                 INDEXED BY BIL-VOL-IDX.
001170             10  BIL-VOL-BRANCH      PIC X(03).
001180             10  BIL-VOL-ITEMS       PIC S9(09).
001240             10  BIL-TRF-RATE        PIC 9(03)V9(04).
001250 01  BIL-BRANCH-NAME-TABLE.
001260         05  BIL-BRM-COUNT           PIC 9(03) COMP VALUE ZERO.
001270         05  BIL-BRM-ENTRY OCCURS 200 TIMES
001280                 INDEXED BY BIL-BRM-IDX.
001290             10  BIL-BRM-CODE        PIC X(03).
001300             10  BIL-BRM-NAME        PIC X(20).
002120         END-IF.
002130         PERFORM 1250-LOAD-ONE-BRANCH THRU 1250-EXIT
002140             UNTIL BIL-BRANCH-AT-END
002150                 OR BIL-BRM-COUNT = 200.
002160         CLOSE BRANCH-MASTER-FILE.
002170 1200-EXIT.
002180         EXIT.
002322*  REVERSALS COUNT TOO -- THEIR BREAKDOWN ROWS ARE ALREADY
002324*  NEGATED, SO A BACKED-OUT DAY NETS OUT OF THE BILLED
002326*  VOLUMES INSTEAD OF BEING INVOICED AT FULL STRENGTH.
00233A         IF CTL-RUN-DATE(1:6) = BIL-BILL-MONTH
00233B             AND (CTL-ENTRY-ORIGINAL OR CTL-ENTRY-REVERSAL
00233C                  OR (CTL-ENTRY-CONTINUATION
00233D                      AND (CTL-CONTINUES-ORIGINAL
00233E                           OR CTL-CONTINUES-REVERSAL)))
002350             PERFORM 2200-ADD-ONE-BREAKDOWN THRU 2200-EXIT
002360                 VARYING BIL-BRK-SUB FROM 1 BY 1
002370                 UNTIL BIL-BRK-SUB > 20
002680                     TO BIL-VOL-BRANCH(BIL-VOL-IDX)
002690                 MOVE ZERO TO BIL-VOL-ITEMS(BIL-VOL-IDX)
002700             ELSE
00271A                 DISPLAY "BRBILL: BRANCH "
00271B                     CTL-BRANCH-CODE(BIL-BRK-SUB)
00271C                     " DOES NOT FIT THE VOLUME TABLE - NOT BILLED"
00271D                 SET BIL-TABLE-OVERFLOW TO TRUE
00271E                 GO TO 2200-EXIT
002720             END-IF
002730         END-IF.
002740         ADD CTL-BRANCH-RECORD-COUNT(BIL-BRK-SUB)
003880             " BRANCH INVOICE(S) PRODUCED, TOTAL FEES "
003890             BIL-TOTAL-FEES.
003900         DISPLAY "BRBILL: JOB COMPLETE".
00390A         IF BIL-TABLE-OVERFLOW
00390B             DISPLAY "BRBILL: VOLUME TABLE OVERFLOW - "
00390C                 "RETURN CODE 16"
00390D             MOVE 16 TO RETURN-CODE
00390E         END-IF.
003910 8000-EXIT.
003920         EXIT.
