000340*  DATE       BY   DESCRIPTION
000350*  ---------- ---- --------------------------------------------
000360*  08/22/2026 DCG  ORIGINAL PROGRAM.
00036A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00036B*                  SIGN-ON AND BEFORE THE SAVE, SO NO TABLE
00036C*                  CHANGES UNDER A RUNNING RUNDAILY.SH; A SAVE
00036D*                  REFUSED KEEPS THE CHANGES AND STAYS IN THE
00036E*                  MENU.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000880         05  TBA-STATUS              PIC X(01).
000890 WORKING-STORAGE SECTION.
00089A     COPY OPAUTHC.
00089B     COPY BATCHWNC.
000900 01  TBM-FILE-STATUS-VALUES.
000910         05  TBM-CODE-FILE-STATUS    PIC X(02).
000920             88  TBM-CODE-FILE-OK        VALUE "00".
00195H                 TBM-SESSION-USER-ID " - SESSION ENDED"
00195I             MOVE "Y" TO TBM-DONE-SWITCH
00195J         END-IF.
00195K         IF OPA-GRANTED
00195L             INITIALIZE BATCH-WINDOW-AREA
00195M             MOVE "TBLMAINT" TO BWN-PROGRAM
00195N             MOVE TBM-SESSION-USER-ID TO BWN-USER-ID
00195O             MOVE "S" TO BWN-FUNCTION
00195P             CALL "BATCHWIN" USING BATCH-WINDOW-AREA
00195Q         END-IF.
001960 1050-EXIT.
001970         EXIT.
001980 1100-LOAD-CODE-TABLE.
003940                 PERFORM 7500-LIST-PENDING THRU 7500-EXIT
003950             WHEN "5"
003960                 PERFORM 7000-SAVE-TABLES THRU 7000-EXIT
003970                 IF BWN-UPDATE-REFUSED
00397A                     DISPLAY "TBLMAINT: CHANGES KEPT - SAVE AGAIN"
00397B                         " ONCE THE BATCH WINDOW REOPENS"
00397C                 ELSE
00397D                     SET TBM-DONE TO TRUE
00397E                 END-IF
003980             WHEN "6"
003990                 IF TBM-TABLES-CHANGED
004000                     DISPLAY "TBLMAINT: UNSAVED CHANGES "
008200 6900-EXIT.
008210         EXIT.
008220 7000-SAVE-TABLES.
00822A         MOVE "U" TO BWN-FUNCTION.
00822B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00822C         IF BWN-UPDATE-REFUSED
00822D             GO TO 7000-EXIT
00822E         END-IF.
008230         OPEN OUTPUT CODE-TABLE-FILE.
008240         MOVE ZERO TO TBM-WORK-SUB.
008250         PERFORM 7100-SAVE-ONE-CODE THRU 7100-EXIT
