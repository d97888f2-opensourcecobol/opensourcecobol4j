000300*                  (CODE 18). A MISSING ACCTMST PASSES EVERY
000310*                  ACCOUNT, THE SAME WAY A MISSING CODETABLE
000320*                  HAS ALWAYS SKIPPED THE PREFIX CHECK.
00032A*  10/15/2026 DCG  A CHARGED-OFF ACCOUNT (ACM-ACCOUNT-CHARGED-OFF)
00032B*                  IS NOT OPEN BUT STILL TAKES MONEY IN -- ANY
00032C*                  NON-CREDIT ITEM, THE CHARGE-OFF ITEM AMONG
00032D*                  THEM, PLUS THE TYPE "15" SWEEP CHGOFF USES TO
00032E*                  MOVE WHAT ARRIVES TO RECOVERIES.  ANY OTHER
00032F*                  CREDIT IS STILL REJECTED CODE 18.
000330*---------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000840             INVALID KEY
000850                 MOVE 16 TO VAC-RETURN-CODE
000860             NOT INVALID KEY
00087A                 IF NOT ACM-ACCOUNT-OPEN
00087B                     PERFORM 1200-CHECK-NOT-OPEN THRU 1200-EXIT
00087C                 END-IF
000900         END-READ.
000910 1100-EXIT.
000920         EXIT.
00092A 1200-CHECK-NOT-OPEN.
00092B         IF ACM-ACCOUNT-CHARGED-OFF
00092C             IF NOT TDL-IS-CREDIT
00092D                 OR TDL-RECORD-TYPE = "15"
00092E                 GO TO 1200-EXIT
00092F             END-IF
00092G         END-IF.
00092H         MOVE 18 TO VAC-RETURN-CODE.
00092I 1200-EXIT.
00092J         EXIT.
