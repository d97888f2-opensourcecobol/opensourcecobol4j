000280*  DATE       BY   DESCRIPTION
000290*  ---------- ---- --------------------------------------------
000300*  08/22/2026 DCG  ORIGINAL PROGRAM.
00030A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00030B*                  SIGN-ON AND BEFORE THE SAVE, SO THE QUEUE IS
00030C*                  NOT REWRITTEN UNDER STEPS STILL ADDING TO IT;
00030D*                  A SAVE REFUSED KEEPS THE CHANGES.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000460     COPY WORKQREC.
000470 WORKING-STORAGE SECTION.
00047A     COPY OPAUTHC.
00047B     COPY BATCHWNC.
000480 01  WQM-QUEUE-FILE-STATUS       PIC X(02).
000490         88  WQM-QUEUE-FILE-OK       VALUE "00".
000500 01  WQM-SWITCHES.
00093I             MOVE "Y" TO WQM-DONE-SWITCH
00093J             GO TO 1000-EXIT
00093K         END-IF.
00093L         INITIALIZE BATCH-WINDOW-AREA.
00093M         MOVE "WORKQMNT" TO BWN-PROGRAM.
00093N         MOVE WQM-SESSION-USER-ID TO BWN-USER-ID.
00093O         MOVE "S" TO BWN-FUNCTION.
00093P         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
000940         PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT.
000950 1000-EXIT.
000960         EXIT.
001490                 PERFORM 6000-CLOSE-ITEM THRU 6000-EXIT
001500             WHEN "6"
001510                 PERFORM 7000-SAVE-QUEUE THRU 7000-EXIT
001520                 IF BWN-UPDATE-REFUSED
00152A                     DISPLAY "WORKQMNT: CHANGES KEPT - SAVE AGAIN"
00152B                         " ONCE THE BATCH WINDOW REOPENS"
00152C                 ELSE
00152D                     SET WQM-DONE TO TRUE
00152E                 END-IF
001530             WHEN "7"
001540                 IF WQM-QUEUE-CHANGED
001550                     DISPLAY "WORKQMNT: UNSAVED CHANGES "
002840 6000-EXIT.
002850         EXIT.
002860 7000-SAVE-QUEUE.
00286A         MOVE "U" TO BWN-FUNCTION.
00286B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00286C         IF BWN-UPDATE-REFUSED
00286D             GO TO 7000-EXIT
00286E         END-IF.
002870         OPEN OUTPUT WORK-QUEUE-FILE.
002880         MOVE ZERO TO WQM-WORK-SUB.
002890         PERFORM 7100-SAVE-ONE-ITEM THRU 7100-EXIT
