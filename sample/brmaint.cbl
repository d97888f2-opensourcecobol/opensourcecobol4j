000290*                  O OR C) AND WRITES THE WHOLE TABLE BACK ON
000300*                  SAVE. NOTHING TOUCHES THE FILE UNTIL THE
000310*                  OPERATOR ASKS FOR THE SAVE.
00031A*  10/15/2026 DCG  CARRY BRM-COMPANY-CODE AND THE NEW
00031B*                  BRM-SUCCESSOR-BRANCH THROUGH THE TABLE SO A
00031C*                  SAVE NO LONGER BLANKS THEM; THE LIST SHOWS
00031D*                  WHICH BRANCH A MERGED BRANCH FOLDED INTO.
00031E*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00031F*                  SIGN-ON AND BEFORE THE SAVE; A SAVE REFUSED
00031G*                  WHILE RUNDAILY.SH HOLDS THE WINDOW KEEPS THE
00031H*                  CHANGES AND STAYS IN THE MENU.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000760             10  BRM-TABLE-NAME      PIC X(20).
000770             10  BRM-TABLE-REGION    PIC X(03).
000780             10  BRM-TABLE-STATUS    PIC X(01).
00078A             10  BRM-TABLE-COMPANY   PIC X(02).
00078B             10  BRM-TABLE-SUCCESSOR PIC X(03).
000790 01  BRM-DELETE-FIELDS.
000800         05  BRM-DELETE-SUB          PIC 9(03) COMP VALUE ZERO.
00080A     COPY BATCHWNC.
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000830         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110         ACCEPT BRM-SESSION-SIGNON-TIME FROM TIME.
001120         DISPLAY "BRMAINT: SIGNED ON AS " BRM-SESSION-USER-ID
001130             " AT " BRM-SESSION-SIGNON-TIME.
00113A         INITIALIZE BATCH-WINDOW-AREA.
00113B         MOVE "BRMAINT" TO BWN-PROGRAM.
00113C         MOVE BRM-SESSION-USER-ID TO BWN-USER-ID.
00113D         MOVE "S" TO BWN-FUNCTION.
00113E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001140 1050-EXIT.
001150         EXIT.
001160 1100-LOAD-ONE-BRANCH.
001270                     TO BRM-TABLE-REGION(BRM-TABLE-COUNT)
001280                 MOVE BRM-STATUS
001290                     TO BRM-TABLE-STATUS(BRM-TABLE-COUNT)
00129A                 MOVE BRM-COMPANY-CODE
00129B                     TO BRM-TABLE-COMPANY(BRM-TABLE-COUNT)
00129C                 MOVE BRM-SUCCESSOR-BRANCH
00129D                     TO BRM-TABLE-SUCCESSOR(BRM-TABLE-COUNT)
001300         END-READ.
001310 1100-EXIT.
001320         EXIT.
001440                 PERFORM 6000-DELETE-BRANCH THRU 6000-EXIT
001450             WHEN "5"
001460                 PERFORM 7000-SAVE-TABLE THRU 7000-EXIT
001470                 IF BWN-UPDATE-REFUSED
00147A                     DISPLAY "BRMAINT: CHANGES KEPT - SAVE AGAIN"
00147B                         " ONCE THE BATCH WINDOW REOPENS"
00147C                 ELSE
00147D                     SET BRM-DONE TO TRUE
00147E                 END-IF
001480             WHEN "6"
001490                 IF BRM-TABLE-CHANGED
001500                     DISPLAY "BRMAINT: UNSAVED CHANGES DISCARDED"
001900             DISPLAY "BRMAINT: NO BRANCHES ON FILE"
001910             GO TO 3000-EXIT
001920         END-IF.
00193A         DISPLAY "CODE NAME                 REGION STATUS"
00193B             "  MERGED INTO".
001940         PERFORM 3100-LIST-ONE-BRANCH THRU 3100-EXIT
001950             VARYING BRM-TABLE-IDX FROM 1 BY 1
001960             UNTIL BRM-TABLE-IDX > BRM-TABLE-COUNT.
001970 3000-EXIT.
001980         EXIT.
001990 3100-LIST-ONE-BRANCH.
00200A         DISPLAY BRM-TABLE-CODE(BRM-TABLE-IDX) "  "
00200B             BRM-TABLE-NAME(BRM-TABLE-IDX) " "
00200C             BRM-TABLE-REGION(BRM-TABLE-IDX) "    "
00200D             BRM-TABLE-STATUS(BRM-TABLE-IDX) "  "
00200E             BRM-TABLE-SUCCESSOR(BRM-TABLE-IDX).
002040 3100-EXIT.
002050         EXIT.
002060 4000-ADD-BRANCH.
002250             TO BRM-TABLE-REGION(BRM-TABLE-COUNT).
002260         MOVE BRM-WORK-STATUS
002270             TO BRM-TABLE-STATUS(BRM-TABLE-COUNT).
00227A         MOVE SPACES TO BRM-TABLE-COMPANY(BRM-TABLE-COUNT).
00227B         MOVE SPACES TO BRM-TABLE-SUCCESSOR(BRM-TABLE-COUNT).
002280         SET BRM-TABLE-CHANGED TO TRUE.
002290         DISPLAY "BRMAINT: BRANCH " BRM-WORK-CODE " ADDED".
002300 4000-EXIT.
003170 6100-EXIT.
003180         EXIT.
003190 7000-SAVE-TABLE.
00319A         MOVE "U" TO BWN-FUNCTION.
00319B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00319C         IF BWN-UPDATE-REFUSED
00319D             GO TO 7000-EXIT
00319E         END-IF.
003200         OPEN OUTPUT BRANCH-MASTER-FILE.
003210         IF NOT BRM-MASTER-FILE-OK
003220             DISPLAY "BRMAINT: CANNOT OPEN BRNCHMST FOR OUTPUT,"
003390         MOVE BRM-TABLE-REGION(BRM-TABLE-IDX)
003400             TO BRM-REGION-CODE.
003410         MOVE BRM-TABLE-STATUS(BRM-TABLE-IDX) TO BRM-STATUS.
00341A         MOVE BRM-TABLE-COMPANY(BRM-TABLE-IDX)
00341B             TO BRM-COMPANY-CODE.
00341C         MOVE BRM-TABLE-SUCCESSOR(BRM-TABLE-IDX)
00341D             TO BRM-SUCCESSOR-BRANCH.
003420         WRITE BRANCH-MASTER-RECORD.
003430 7100-EXIT.
003440         EXIT.
