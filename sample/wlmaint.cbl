000280*                  LOADED WHOLE AND REWRITTEN ON EXIT, THE
000290*                  LOAD-AND-REWRITE WAY BRMAINT MAINTAINS
000300*                  BRNCHMST.
00030A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00030B*                  SIGN-ON AND AT EXIT; WHILE RUNDAILY.SH HOLDS
00030C*                  THE WINDOW THE FILE IS NOT REWRITTEN AND THE
00030D*                  SESSION STAYS IN THE MENU WITH ITS CHANGES.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000610         05  WLA-AFTER-IMAGE         PIC X(41).
000620 WORKING-STORAGE SECTION.
000001     COPY OPAUTHC.
00000I     COPY BATCHWNC.
000630 01  WLM-FILE-STATUS-VALUES.
000640         05  WLM-LIST-FILE-STATUS    PIC X(02).
000650             88  WLM-LIST-FILE-OK        VALUE "00".
00000A             MOVE "Y" TO WLM-DONE-SWITCH
00000B             GO TO 1000-EXIT
00000C         END-IF.
00000D         INITIALIZE BATCH-WINDOW-AREA.
00000E         MOVE "WLMAINT" TO BWN-PROGRAM.
00000F         MOVE WLM-USER-ID TO BWN-USER-ID.
00000G         MOVE "S" TO BWN-FUNCTION.
00000H         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001140         OPEN INPUT WATCHLIST-FILE.
001150         IF WLM-LIST-FILE-OK
001160             PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
001520                 PERFORM 2300-LIST-ENTRIES THRU 2300-EXIT
001530             WHEN "X"
001540             WHEN "x"
001550                 IF WLM-LIST-CHANGED
00155A                     MOVE "U" TO BWN-FUNCTION
00155B                     CALL "BATCHWIN" USING BATCH-WINDOW-AREA
00155C                 END-IF
00155D                 IF WLM-LIST-CHANGED AND BWN-UPDATE-REFUSED
00155E                     DISPLAY "WLMAINT: NOTHING SAVED - EXIT AGAIN"
00155F                         " ONCE THE BATCH WINDOW REOPENS"
00155G                 ELSE
00155H                     MOVE "Y" TO WLM-DONE-SWITCH
00155I                 END-IF
001560             WHEN OTHER
001570                 DISPLAY "WLMAINT: UNKNOWN CHOICE"
001580         END-EVALUATE.
