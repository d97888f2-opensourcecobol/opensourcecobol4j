000330*                  STAGED AND NOT YET CONSUMED BLOCKS FURTHER
000340*                  RELEASES SO TWO BATCHES NEVER OVERWRITE
000350*                  EACH OTHER.
00035A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00035B*                  SIGN-ON AND BEFORE A BATCH IS RELEASED OR
00035C*                  REJECTED, SO NOTHING IS STAGED ON KEYEDTRN
00035D*                  UNDER A RUNNING STREAM.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000710         05  FILLER                  PIC X(142).
000720 WORKING-STORAGE SECTION.
000730     COPY OPAUTHC.
00073A     COPY BATCHWNC.
000732     COPY ITEMTRKC.
000740 01  KRL-FILE-STATUS-VALUES.
000750         05  KRL-BATREG-FILE-STATUS  PIC X(02).
001430             MOVE "Y" TO KRL-DONE-SWITCH
001440             GO TO 1000-EXIT
001450         END-IF.
00145A         INITIALIZE BATCH-WINDOW-AREA.
00145B         MOVE "KEYREL" TO BWN-PROGRAM.
00145C         MOVE KRL-USER-ID TO BWN-USER-ID.
00145D         MOVE "S" TO BWN-FUNCTION.
00145E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001460         PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
001470         DISPLAY "KEYREL: " KRL-REG-COUNT
001480             " BATCH(ES) ON THE REGISTRY".
002410                 "KEYEDTRN - RUN THE STREAM FIRST"
002420             GO TO 4000-EXIT
002430         END-IF.
00243A         MOVE "U" TO BWN-FUNCTION.
00243B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00243C         IF BWN-UPDATE-REFUSED
00243D             GO TO 4000-EXIT
00243E         END-IF.
002440         PERFORM 4700-WRITE-RELEASE-FILE THRU 4700-EXIT.
002450         MOVE "R" TO KRW-STATUS.
002460         MOVE KRL-USER-ID TO KRW-ACTIONED-BY.
003600         IF NOT KRL-BATCH-FOUND
003610             GO TO 5000-EXIT
003620         END-IF.
00362A         MOVE "U" TO BWN-FUNCTION.
00362B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00362C         IF BWN-UPDATE-REFUSED
00362D             GO TO 5000-EXIT
00362E         END-IF.
003630         MOVE "X" TO KRW-STATUS.
003640         MOVE KRL-USER-ID TO KRW-ACTIONED-BY.
003650         MOVE KRL-TODAY-DATE TO KRW-ACTION-DATE.
