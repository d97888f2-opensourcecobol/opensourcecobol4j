000350*                  AUDIT TRAILS STAY THE SYSTEM OF RECORD.
000360*                  NOTHING TOUCHES THE SUSPENSE FILE ON DISK
000370*                  UNTIL THE OPERATOR ASKS FOR THE SAVE.
00037A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00037B*                  SIGN-ON AND BEFORE THE SAVE; A SAVE REFUSED
00037C*                  WHILE RUNDAILY.SH HOLDS THE WINDOW KEEPS THE
00037D*                  REPAIRS AND STAYS IN THE MENU.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000730         05  AUD-RUN-TIME            PIC 9(08).
000740 WORKING-STORAGE SECTION.
00074A     COPY OPAUTHC.
00074B     COPY BATCHWNC.
000750     COPY REASONTBL.
000760 01  SFX-FILE-STATUS-VALUES.
000770         05  SFX-SUSPENSE-FILE-STATUS PIC X(02).
00167H                 SFX-SESSION-USER-ID " - SESSION ENDED"
00167I             MOVE "Y" TO SFX-DONE-SWITCH
00167J         END-IF.
00167K         IF OPA-GRANTED
00167L             INITIALIZE BATCH-WINDOW-AREA
00167M             MOVE "SUSPFIX" TO BWN-PROGRAM
00167N             MOVE SFX-SESSION-USER-ID TO BWN-USER-ID
00167O             MOVE "S" TO BWN-FUNCTION
00167P             CALL "BATCHWIN" USING BATCH-WINDOW-AREA
00167Q         END-IF.
001680 1050-EXIT.
001690         EXIT.
001700 1100-LOAD-ONE-ITEM.
002050                 PERFORM 6000-WRITEOFF-ITEM THRU 6000-EXIT
002060             WHEN "5"
002070                 PERFORM 7000-SAVE-TABLE THRU 7000-EXIT
002080                 IF BWN-UPDATE-REFUSED
00208A                     DISPLAY "SUSPFIX: CHANGES KEPT - SAVE AGAIN"
00208B                         " ONCE THE BATCH WINDOW REOPENS"
00208C                 ELSE
00208D                     SET SFX-DONE TO TRUE
00208E                 END-IF
002090             WHEN "6"
002100                 IF SFX-TABLE-CHANGED
002110                     DISPLAY "SUSPFIX: UNSAVED CHANGES DISCARDED"
004270 6100-EXIT.
004280         EXIT.
004290 7000-SAVE-TABLE.
00429A         MOVE "U" TO BWN-FUNCTION.
00429B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00429C         IF BWN-UPDATE-REFUSED
00429D             GO TO 7000-EXIT
00429E         END-IF.
004300         OPEN OUTPUT SUSPENSE-FILE.
004310         IF NOT SFX-SUSPENSE-FILE-OK
004320             DISPLAY "SUSPFIX: CANNOT REWRITE SUSPENSE, "
