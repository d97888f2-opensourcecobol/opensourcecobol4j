000340*  DATE       BY   DESCRIPTION
000350*  ---------- ---- --------------------------------------------
000360*  09/02/2026 DCG  ORIGINAL PROGRAM.
00036A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00036B*                  SIGN-ON AND BEFORE A VERDICT IS RECORDED, SO
00036C*                  NO DAY IS SIGNED OFF WHILE IT IS STILL RUNNING.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000700 WORKING-STORAGE SECTION.
000710     COPY CTLTOTAL.
000720     COPY OPAUTHC.
00072A     COPY BATCHWNC.
000730 01  DCR-FILE-STATUS-VALUES.
000740         05  DCR-LEDGER-FILE-STATUS  PIC X(02).
000750             88  DCR-LEDGER-FILE-OK      VALUE "00".
001360             MOVE "Y" TO DCR-DONE-SWITCH
001370             GO TO 1000-EXIT
001380         END-IF.
00138A         INITIALIZE BATCH-WINDOW-AREA.
00138B         MOVE "DAYCERT" TO BWN-PROGRAM.
00138C         MOVE DCR-SESSION-USER-ID TO BWN-USER-ID.
00138D         MOVE "S" TO BWN-FUNCTION.
00138E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001390 1000-EXIT.
001400         EXIT.
001410 2000-REVIEW-ONE-DATE.
002500                 " LEFT AS IT STANDS"
002510             GO TO 4000-EXIT
002520         END-IF.
00252A         MOVE "U" TO BWN-FUNCTION.
00252B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00252C         IF BWN-UPDATE-REFUSED
00252D             GO TO 4000-EXIT
00252E         END-IF.
002530         DISPLAY "COMMENT (OPTIONAL): " WITH NO ADVANCING.
002540         MOVE SPACES TO DCR-COMMENT.
002550         ACCEPT DCR-COMMENT FROM CONSOLE.
