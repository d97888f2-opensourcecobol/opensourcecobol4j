000190*  AS A RUNDAILY STEP AHEAD OF MONTHEND, NOW CHECKS:
000200*    - EVERY "R" REVERSAL PAIRS WITH AN "O" ORIGINAL FOR THE
000210*      SAME RUN DATE AND RUN ID (ERROR WHEN ORPHANED);
00022A*    - EACH "O" ENTRY'S CTL-BRANCH-BREAKDOWN, TOGETHER WITH THE
00022B*      ROWS OF ITS "K" CONTINUATION ENTRIES, SUMS TO ITS
00022C*      CTL-RECORD-COUNT (ERROR; DOWNGRADED TO A WARNING WHEN
00022D*      ALL 20 SLOTS ARE FULL AND NO CONTINUATION FOLLOWS -- AN
00022E*      ENTRY POSTED BEFORE CONTINUATIONS EXISTED LEGITIMATELY
00022F*      UNDERSTATES);
00022G*    - EVERY "K" CONTINUATION HAS ITS PARENT ENTRY UNDER THE
00022H*      SAME RUN DATE/TIME/RUN ID (ERROR WHEN ORPHANED);
00022I*    - NO TWO ENTRIES SHARE RUN DATE/TIME/RUN ID/ENTRY TYPE
00022J*      (AND, FOR A CONTINUATION, CONTINUED TYPE AND SEQUENCE)
00022K*      (ERROR -- THAT IS THE LEDGER MASTER'S KEY);
000280*    - THE SIGNED DISPLAY FIELDS CARRY A VALID TRAILING "+"
000290*      OR "-" AND DIGITS (ERROR).
000300*  FINDINGS GO TO THE LEDGAUDR REPORT AND THE CONSOLE, ERRORS
000370*  DATE       BY   DESCRIPTION
000380*  ---------- ---- --------------------------------------------
000390*  08/22/2026 DCG  ORIGINAL PROGRAM.
00039A*  10/15/2026 DCG  "K" BREAKDOWN CONTINUATIONS.  A FULL 20-ROW
00039B*                  "O" BREAKDOWN IS NOW CHECKED IN THE CROSS-
00039C*                  ENTRY PASS WITH ITS CONTINUATIONS' ROWS ADDED
00039D*                  IN; ONLY A FULL BREAKDOWN WITH NO CONTINUATION
00039E*                  KEEPS THE OLD WARNING.  AN ORPHANED
00039F*                  CONTINUATION IS AN ERROR, AND CONTINUATIONS
00039G*                  OF ONE ENTRY NO LONGER READ AS DUPLICATE KEYS.
000400*---------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000780             10  AUD-ENT-TIME        PIC 9(08).
000790             10  AUD-ENT-RUN-ID      PIC X(08).
000800             10  AUD-ENT-TYPE        PIC X(01).
00080A             10  AUD-ENT-CONT-TYPE   PIC X(01).
00080B             10  AUD-ENT-CONT-SEQ    PIC X(01).
00080C             10  AUD-ENT-RECORD-COUNT PIC S9(09) COMP.
00080D             10  AUD-ENT-BRK-SUM     PIC S9(09) COMP.
00080E             10  AUD-ENT-BRK-SLOTS   PIC 9(02) COMP.
000810 01  AUD-WORK-FIELDS.
000820         05  AUD-ENTRY-SUB           PIC 9(05) COMP VALUE ZERO.
000830         05  AUD-SCAN-SUB            PIC 9(05) COMP VALUE ZERO.
000840         05  AUD-BREAKDOWN-SUM       PIC S9(09) COMP VALUE ZERO.
000850         05  AUD-BREAKDOWN-SLOTS     PIC 9(02) COMP VALUE ZERO.
00085A         05  AUD-CURRENT-SUB         PIC 9(05) COMP VALUE ZERO.
00085B         05  AUD-CONTINUATION-COUNT  PIC 9(02) COMP VALUE ZERO.
000860         05  AUD-SIGN-BYTE           PIC X(01) VALUE SPACE.
000870             88  AUD-SIGN-VALID          VALUES "+" "-".
000880 01  AUD-FINDING-COUNTS.
001300 2000-AUDIT-ONE-ENTRY.
001310         PERFORM 2200-RECORD-ENTRY-KEY THRU 2200-EXIT.
001320         PERFORM 2300-CHECK-SIGNS THRU 2300-EXIT.
00133A         IF CTL-ENTRY-ORIGINAL OR CTL-ENTRY-CONTINUATION
00133B             PERFORM 2400-CHECK-BREAKDOWN THRU 2400-EXIT
00133C         END-IF.
001360         PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
001370 2000-EXIT.
001380         EXIT.
001430 2100-EXIT.
001440         EXIT.
001450 2200-RECORD-ENTRY-KEY.
00146A         MOVE ZERO TO AUD-CURRENT-SUB.
00146B         IF AUD-ENTRY-COUNT < 500
00146C             ADD 1 TO AUD-ENTRY-COUNT
00146D             MOVE AUD-ENTRY-COUNT TO AUD-CURRENT-SUB
00146E             MOVE CTL-RUN-DATE TO AUD-ENT-DATE(AUD-ENTRY-COUNT)
00146F             MOVE CTL-RUN-TIME TO AUD-ENT-TIME(AUD-ENTRY-COUNT)
00146G             MOVE CTL-RUN-ID TO AUD-ENT-RUN-ID(AUD-ENTRY-COUNT)
00146H             MOVE CTL-ENTRY-TYPE
00146I                 TO AUD-ENT-TYPE(AUD-ENTRY-COUNT)
00146J             MOVE SPACES TO AUD-ENT-CONT-TYPE(AUD-ENTRY-COUNT)
00146K             MOVE SPACES TO AUD-ENT-CONT-SEQ(AUD-ENTRY-COUNT)
00146L             IF CTL-ENTRY-CONTINUATION
00146M                 MOVE CTL-CONTINUED-TYPE
00146N                     TO AUD-ENT-CONT-TYPE(AUD-ENTRY-COUNT)
00146O                 MOVE CTL-CONTINUATION-SEQ
00146P                     TO AUD-ENT-CONT-SEQ(AUD-ENTRY-COUNT)
00146Q             END-IF
00146R             MOVE CTL-RECORD-COUNT
00146S                 TO AUD-ENT-RECORD-COUNT(AUD-ENTRY-COUNT)
00146T             MOVE ZERO TO AUD-ENT-BRK-SUM(AUD-ENTRY-COUNT)
00146U             MOVE ZERO TO AUD-ENT-BRK-SLOTS(AUD-ENTRY-COUNT)
00146V         END-IF.
001540 2200-EXIT.
001550         EXIT.
001560*---------------------------------------------------------------
001940         PERFORM 2450-SUM-ONE-BREAKDOWN THRU 2450-EXIT
001950             VARYING CTL-BRANCH-IDX FROM 1 BY 1
001960             UNTIL CTL-BRANCH-IDX > 20.
00197A         IF AUD-CURRENT-SUB > ZERO
00197B             MOVE AUD-BREAKDOWN-SUM
00197C                 TO AUD-ENT-BRK-SUM(AUD-CURRENT-SUB)
00197D             MOVE AUD-BREAKDOWN-SLOTS
00197E                 TO AUD-ENT-BRK-SLOTS(AUD-CURRENT-SUB)
00197F         END-IF.
00197G         IF CTL-ENTRY-CONTINUATION
00197H             GO TO 2400-EXIT
00197I         END-IF.
00197J         IF AUD-BREAKDOWN-SLOTS = ZERO
00197K             GO TO 2400-EXIT
00197L         END-IF.
00197M*  A FULL BREAKDOWN MAY RUN ON INTO "K" CONTINUATIONS, WHICH
00197N*  FOLLOW IT ON THE LEDGER -- 3400 CHECKS IT ONCE THEY ARE IN.
00197O         IF AUD-BREAKDOWN-SLOTS = 20
00197P             AND AUD-CURRENT-SUB > ZERO
00197Q             GO TO 2400-EXIT
00197R         END-IF.
00197S         IF AUD-BREAKDOWN-SUM = CTL-RECORD-COUNT
00197T             GO TO 2400-EXIT
00197U         END-IF.
002030         MOVE SPACES TO AUD-FINDING-LINE.
002040         STRING "ENTRY " CTL-RUN-DATE "/" CTL-RUN-TIME "/"
002050             CTL-RUN-ID " BRANCH BREAKDOWN DOES NOT SUM TO "
002210 2450-EXIT.
002220         EXIT.
002230*---------------------------------------------------------------
00224A*  3000-CROSS-ENTRY-CHECKS.  THE WHOLE-LEDGER CHECKS: EVERY
00224B*  "R" MUST PAIR WITH AN "O" FOR ITS DATE AND RUN ID, A FULL
00224C*  "O" BREAKDOWN IS SUMMED WITH ITS "K" CONTINUATIONS, EVERY
00224D*  "K" MUST HAVE ITS PARENT, AND NO TWO ENTRIES MAY SHARE THE
00224E*  FULL DATE/TIME/RUN ID/TYPE KEY.
002270*---------------------------------------------------------------
002280 3000-CROSS-ENTRY-CHECKS.
002290         IF AUD-ENTRY-COUNT = ZERO
002390         IF AUD-ENT-TYPE(AUD-ENTRY-SUB) = "R"
002400             PERFORM 3200-CHECK-REVERSAL-PAIR THRU 3200-EXIT
002410         END-IF.
00241A         IF AUD-ENT-TYPE(AUD-ENTRY-SUB) = "O"
00241B             AND AUD-ENT-BRK-SLOTS(AUD-ENTRY-SUB) = 20
00241C             PERFORM 3400-CHECK-FULL-BREAKDOWN THRU 3400-EXIT
00241D         END-IF.
00241E         IF AUD-ENT-TYPE(AUD-ENTRY-SUB) = "K"
00241F             PERFORM 3500-CHECK-CONTINUATION-PARENT THRU 3500-EXIT
00241G         END-IF.
002420         PERFORM 3300-CHECK-DUPLICATE-KEY THRU 3300-EXIT.
002430 3100-EXIT.
002440         EXIT.
002810                 = AUD-ENT-TIME(AUD-ENTRY-SUB)
002820             AND AUD-ENT-RUN-ID(AUD-SCAN-SUB)
002830                 = AUD-ENT-RUN-ID(AUD-ENTRY-SUB)
00284A             AND AUD-ENT-TYPE(AUD-SCAN-SUB)
00284B                 = AUD-ENT-TYPE(AUD-ENTRY-SUB)
00284C             AND AUD-ENT-CONT-TYPE(AUD-SCAN-SUB)
00284D                 = AUD-ENT-CONT-TYPE(AUD-ENTRY-SUB)
00284E             AND AUD-ENT-CONT-SEQ(AUD-SCAN-SUB)
00284F                 = AUD-ENT-CONT-SEQ(AUD-ENTRY-SUB)
002860             MOVE SPACES TO AUD-FINDING-LINE
002870             STRING "ENTRIES SHARE KEY "
002880                 AUD-ENT-DATE(AUD-ENTRY-SUB) "/"
002950         END-IF.
002960 3350-EXIT.
002970         EXIT.
002981*---------------------------------------------------------------
002982*  3400-CHECK-FULL-BREAKDOWN.  AN "O" ENTRY WHOSE 20 BREAKDOWN
002983*  ROWS ARE ALL FULL, SUMMED WITH THE ROWS OF EVERY "K" ENTRY
002984*  CONTINUING IT.  NO CONTINUATION AT ALL IS THE PRE-
002985*  CONTINUATION LEDGER'S LEGITIMATE UNDERSTATEMENT -- A WARNING.
002986*---------------------------------------------------------------
002987 3400-CHECK-FULL-BREAKDOWN.
002988         MOVE AUD-ENT-BRK-SUM(AUD-ENTRY-SUB) TO AUD-BREAKDOWN-SUM.
002989         MOVE ZERO TO AUD-CONTINUATION-COUNT.
00298A         MOVE ZERO TO AUD-SCAN-SUB.
00298B         PERFORM 3450-ADD-ONE-CONTINUATION THRU 3450-EXIT
00298C             UNTIL AUD-SCAN-SUB >= AUD-ENTRY-COUNT.
00298D         IF AUD-BREAKDOWN-SUM
00298E                 = AUD-ENT-RECORD-COUNT(AUD-ENTRY-SUB)
00298F             GO TO 3400-EXIT
00298G         END-IF.
00298H         MOVE SPACES TO AUD-FINDING-LINE.
00298I         STRING "ENTRY " AUD-ENT-DATE(AUD-ENTRY-SUB) "/"
00298J             AUD-ENT-TIME(AUD-ENTRY-SUB) "/"
00298K             AUD-ENT-RUN-ID(AUD-ENTRY-SUB)
00298L             " BRANCH BREAKDOWN DOES NOT SUM TO "
00298M             "ITS RECORD COUNT"
00298N             DELIMITED BY SIZE INTO AUD-FINDING-LINE.
00298O         IF AUD-CONTINUATION-COUNT = ZERO
00298P             PERFORM 7100-ADD-WARNING-FINDING THRU 7100-EXIT
00298Q         ELSE
00298R             PERFORM 7000-ADD-ERROR-FINDING THRU 7000-EXIT
00298S         END-IF.
00298T 3400-EXIT.
00298U         EXIT.
00298V 3450-ADD-ONE-CONTINUATION.
00298W         ADD 1 TO AUD-SCAN-SUB.
00298X         IF AUD-ENT-TYPE(AUD-SCAN-SUB) = "K"
00298Y             AND AUD-ENT-CONT-TYPE(AUD-SCAN-SUB) = "O"
00298Z             AND AUD-ENT-DATE(AUD-SCAN-SUB)
002991                 = AUD-ENT-DATE(AUD-ENTRY-SUB)
002992             AND AUD-ENT-TIME(AUD-SCAN-SUB)
002993                 = AUD-ENT-TIME(AUD-ENTRY-SUB)
002994             AND AUD-ENT-RUN-ID(AUD-SCAN-SUB)
002995                 = AUD-ENT-RUN-ID(AUD-ENTRY-SUB)
002996             ADD 1 TO AUD-CONTINUATION-COUNT
002997             ADD AUD-ENT-BRK-SUM(AUD-SCAN-SUB)
002998                 TO AUD-BREAKDOWN-SUM
002999         END-IF.
00299A 3450-EXIT.
00299B         EXIT.
00299C 3500-CHECK-CONTINUATION-PARENT.
00299D         MOVE "N" TO AUD-PAIR-FOUND-SWITCH.
00299E         MOVE ZERO TO AUD-SCAN-SUB.
00299F         PERFORM 3550-SCAN-FOR-PARENT THRU 3550-EXIT
00299G             UNTIL AUD-PAIR-FOUND
00299H                 OR AUD-SCAN-SUB >= AUD-ENTRY-COUNT.
00299I         IF NOT AUD-PAIR-FOUND
00299J             MOVE SPACES TO AUD-FINDING-LINE
00299K             STRING "CONTINUATION " AUD-ENT-DATE(AUD-ENTRY-SUB)
00299L                 "/" AUD-ENT-TIME(AUD-ENTRY-SUB)
00299M                 "/" AUD-ENT-RUN-ID(AUD-ENTRY-SUB)
00299N                 " HAS NO PARENT ENTRY"
00299O                 DELIMITED BY SIZE INTO AUD-FINDING-LINE
00299P             PERFORM 7000-ADD-ERROR-FINDING THRU 7000-EXIT
00299Q         END-IF.
00299R 3500-EXIT.
00299S         EXIT.
00299T 3550-SCAN-FOR-PARENT.
00299U         ADD 1 TO AUD-SCAN-SUB.
00299V         IF AUD-ENT-TYPE(AUD-SCAN-SUB)
00299W                 = AUD-ENT-CONT-TYPE(AUD-ENTRY-SUB)
00299X             AND AUD-ENT-DATE(AUD-SCAN-SUB)
00299Y                 = AUD-ENT-DATE(AUD-ENTRY-SUB)
00299Z             AND AUD-ENT-TIME(AUD-SCAN-SUB)
0029A1                 = AUD-ENT-TIME(AUD-ENTRY-SUB)
0029A2             AND AUD-ENT-RUN-ID(AUD-SCAN-SUB)
0029A3                 = AUD-ENT-RUN-ID(AUD-ENTRY-SUB)
0029A4             SET AUD-PAIR-FOUND TO TRUE
0029A5         END-IF.
0029A6 3550-EXIT.
0029A7         EXIT.
002980 7000-ADD-ERROR-FINDING.
002990         ADD 1 TO AUD-ERROR-COUNT.
003000         IF AUD-FINDING-COUNT < 200
