000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 LTRMAINT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  INTERACTIVE MAINTENANCE
000220*                  FOR THE LETTRTBL LETTER TEMPLATES LTRGEN
000230*                  MERGES CUSTOMER NOTICES WITH -- ADD OR
000240*                  REPLACE A LINE, DELETE A LINE, AND LIST ONE
000250*                  LETTER OR ALL OF THEM, WITH THE OPERATOR'S
000260*                  SIGN-ON TAKEN AT STARTUP AND EVERY CHANGE
000270*                  WRITTEN TO THE LTRAUDIT TRAIL IN THE SAME
000280*                  WHO/WHEN/BEFORE/AFTER SHAPE WLMAINT WRITES
000290*                  TO WLAUDIT.  THE TABLE IS LOADED WHOLE AND
000300*                  REWRITTEN ON EXIT, THE WLMAINT WAY.
00030A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00030B*                  SIGN-ON AND AT EXIT; WHILE RUNDAILY.SH HOLDS
00030C*                  THE WINDOW THE FILE IS NOT REWRITTEN AND THE
00030D*                  SESSION STAYS IN THE MENU WITH ITS CHANGES.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.
000350         LINUX.
000360 OBJECT-COMPUTER.
000370         LINUX.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400         SELECT TEMPLATE-FILE ASSIGN TO "LETTRTBL"
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS LTM-TABLE-FILE-STATUS.
000430         SELECT AUDIT-TRAIL-FILE ASSIGN TO "LTRAUDIT"
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS LTM-AUDIT-FILE-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TEMPLATE-FILE.
000490     COPY LTRTPLRC.
000500 FD  AUDIT-TRAIL-FILE.
000510 01  AUDIT-TRAIL-REC.
000520         05  LTA-DATE                PIC 9(08).
000530         05  LTA-TIME                PIC 9(08).
000540         05  LTA-USER-ID             PIC X(08).
000550         05  LTA-TABLE-NAME          PIC X(09).
000560         05  LTA-ACTION              PIC X(01).
000570         05  LTA-BEFORE-IMAGE        PIC X(76).
000580         05  LTA-AFTER-IMAGE         PIC X(76).
000590 WORKING-STORAGE SECTION.
000600     COPY OPAUTHC.
00060A     COPY BATCHWNC.
000610 01  LTM-FILE-STATUS-VALUES.
000620         05  LTM-TABLE-FILE-STATUS   PIC X(02).
000630             88  LTM-TABLE-FILE-OK       VALUE "00".
000640         05  LTM-AUDIT-FILE-STATUS   PIC X(02).
000650             88  LTM-AUDIT-FILE-OK       VALUE "00".
000660 01  LTM-SWITCHES.
000670         05  LTM-DONE-SWITCH         PIC X(01) VALUE "N".
000680             88  LTM-DONE                VALUE "Y".
000690         05  LTM-EOF-SWITCH          PIC X(01) VALUE "N".
000700             88  LTM-AT-END              VALUE "Y".
000710         05  LTM-CHANGED-SWITCH      PIC X(01) VALUE "N".
000720             88  LTM-TABLE-CHANGED       VALUE "Y".
000730         05  LTM-FOUND-SWITCH        PIC X(01) VALUE "N".
000740             88  LTM-LINE-FOUND          VALUE "Y".
000750         05  LTM-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
000760             88  LTM-AUDIT-OPEN          VALUE "Y".
000770 01  LTM-SESSION-FIELDS.
000780         05  LTM-USER-ID             PIC X(08) VALUE SPACES.
000790         05  LTM-TODAY-DATE          PIC 9(08) VALUE ZERO.
000800         05  LTM-MENU-CHOICE         PIC X(01) VALUE SPACE.
000810 01  LTM-WORK-FIELDS.
000820         05  LTM-WORK-CODE           PIC X(04) VALUE SPACES.
000830         05  LTM-WORK-LINE-X         PIC X(02) VALUE SPACES.
000840         05  LTM-WORK-LINE           PIC 9(02) VALUE ZERO.
000850         05  LTM-WORK-TEXT           PIC X(70) VALUE SPACES.
000860         05  LTM-BEFORE-IMAGE        PIC X(76) VALUE SPACES.
000870         05  LTM-AFTER-IMAGE         PIC X(76) VALUE SPACES.
000880         05  LTM-LIST-COUNT          PIC 9(03) COMP VALUE ZERO.
000890 01  LTM-TEMPLATE-TABLE.
000900         05  LTM-TPL-COUNT           PIC 9(03) COMP VALUE ZERO.
000910         05  LTM-TPL-SUB             PIC 9(03) COMP VALUE ZERO.
000920         05  LTM-TPL-ENTRY OCCURS 500 TIMES
000930                 INDEXED BY LTM-TPL-IDX.
000940             10  LTM-TPL-CODE        PIC X(04).
000950             10  LTM-TPL-LINE        PIC 9(02).
000960             10  LTM-TPL-TEXT        PIC X(70).
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000         PERFORM 2000-ONE-MENU-PASS THRU 2000-EXIT
001010             UNTIL LTM-DONE.
001020         PERFORM 3000-REWRITE-TEMPLATES THRU 3000-EXIT.
001030         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001040         STOP RUN.
001050 1000-INITIALIZE.
001060         DISPLAY "LTRMAINT: LETTER TEMPLATE MAINTENANCE".
001070         ACCEPT LTM-TODAY-DATE FROM DATE YYYYMMDD.
001080         DISPLAY "LTRMAINT: ENTER YOUR SIGN-ON".
001090         ACCEPT LTM-USER-ID FROM CONSOLE.
001100         IF LTM-USER-ID = SPACES
001110             MOVE "OPER" TO LTM-USER-ID
001120         END-IF.
001130*  THE SHARED OPERATOR MASTER DECIDES WHO GETS IN --
001140*  SEE OPERAUTH; A MISSING OPERMST STILL GRANTS ALL.
001150         MOVE LTM-USER-ID TO OPA-USER-ID.
001160         MOVE "T" TO OPA-FUNCTION.
001170         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001180         IF NOT OPA-GRANTED
001190             DISPLAY "LTRMAINT: ACCESS DENIED FOR "
001200                 LTM-USER-ID " - SESSION ENDED"
001210             MOVE "Y" TO LTM-DONE-SWITCH
001220             GO TO 1000-EXIT
001230         END-IF.
00123A         INITIALIZE BATCH-WINDOW-AREA.
00123B         MOVE "LTRMAINT" TO BWN-PROGRAM.
00123C         MOVE LTM-USER-ID TO BWN-USER-ID.
00123D         MOVE "S" TO BWN-FUNCTION.
00123E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001240         OPEN INPUT TEMPLATE-FILE.
001250         IF LTM-TABLE-FILE-OK
001260             PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
001270                 UNTIL LTM-AT-END
001280                     OR LTM-TPL-COUNT = 500
001290             CLOSE TEMPLATE-FILE
001300         END-IF.
001310         DISPLAY "LTRMAINT: " LTM-TPL-COUNT
001320             " TEMPLATE LINE(S) ON FILE".
001330 1000-EXIT.
001340         EXIT.
001350 1100-LOAD-ONE-LINE.
001360         READ TEMPLATE-FILE
001370             AT END
001380                 MOVE "Y" TO LTM-EOF-SWITCH
001390             NOT AT END
001400                 ADD 1 TO LTM-TPL-COUNT
001410                 MOVE LTT-LETTER-CODE
001420                     TO LTM-TPL-CODE(LTM-TPL-COUNT)
001430                 MOVE LTT-LINE-NO
001440                     TO LTM-TPL-LINE(LTM-TPL-COUNT)
001450                 MOVE LTT-TEXT
001460                     TO LTM-TPL-TEXT(LTM-TPL-COUNT)
001470         END-READ.
001480 1100-EXIT.
001490         EXIT.
001500 2000-ONE-MENU-PASS.
001510         DISPLAY "LTRMAINT: A=ADD/REPLACE LINE  D=DELETE LINE  "
001520             "L=LIST  X=EXIT".
001530         ACCEPT LTM-MENU-CHOICE FROM CONSOLE.
001540         EVALUATE LTM-MENU-CHOICE
001550             WHEN "A"
001560             WHEN "a"
001570                 PERFORM 2100-ADD-LINE THRU 2100-EXIT
001580             WHEN "D"
001590             WHEN "d"
001600                 PERFORM 2200-DELETE-LINE THRU 2200-EXIT
001610             WHEN "L"
001620             WHEN "l"
001630                 PERFORM 2300-LIST-LINES THRU 2300-EXIT
001640             WHEN "X"
001650             WHEN "x"
001660                 IF LTM-TABLE-CHANGED
00166A                     MOVE "U" TO BWN-FUNCTION
00166B                     CALL "BATCHWIN" USING BATCH-WINDOW-AREA
00166C                 END-IF
00166D                 IF LTM-TABLE-CHANGED AND BWN-UPDATE-REFUSED
00166E                     DISPLAY "LTRMAINT: NOT SAVED - EXIT AGAIN"
00166F                         " ONCE THE BATCH WINDOW REOPENS"
00166G                 ELSE
00166H                     MOVE "Y" TO LTM-DONE-SWITCH
00166I                 END-IF
001670             WHEN OTHER
001680                 DISPLAY "LTRMAINT: UNKNOWN CHOICE"
001690         END-EVALUATE.
001700 2000-EXIT.
001710         EXIT.
001720*---------------------------------------------------------------
001730*  2050-GET-KEY.  LETTER CODE AND LINE NUMBER, BOTH REQUIRED;
001740*  THE LINE NUMBER MUST BE 01-99.
001750*---------------------------------------------------------------
001760 2050-GET-KEY.
001770         MOVE "N" TO LTM-FOUND-SWITCH.
001780         MOVE ZERO TO LTM-WORK-LINE.
001790         DISPLAY "LTRMAINT: LETTER CODE".
001800         ACCEPT LTM-WORK-CODE FROM CONSOLE.
001810         IF LTM-WORK-CODE = SPACES
001820             DISPLAY "LTRMAINT: BLANK LETTER CODE"
001830             GO TO 2050-EXIT
001840         END-IF.
001850         DISPLAY "LTRMAINT: LINE NUMBER (01-99)".
001860         ACCEPT LTM-WORK-LINE-X FROM CONSOLE.
001870         IF LTM-WORK-LINE-X NOT NUMERIC
001880             OR LTM-WORK-LINE-X = "00"
001890             DISPLAY "LTRMAINT: LINE NUMBER MUST BE 01-99"
001900             GO TO 2050-EXIT
001910         END-IF.
001920         MOVE LTM-WORK-LINE-X TO LTM-WORK-LINE.
001930 2050-EXIT.
001940         EXIT.
001950 2100-ADD-LINE.
001960         PERFORM 2050-GET-KEY THRU 2050-EXIT.
001970         IF LTM-WORK-LINE = ZERO
001980             DISPLAY "LTRMAINT: NOT ADDED"
001990             GO TO 2100-EXIT
002000         END-IF.
002010         DISPLAY "LTRMAINT: LINE TEXT (&NAME &ACCT &AMNT &DATE "
002020             "&REFR &TODY)".
002030         MOVE SPACES TO LTM-WORK-TEXT.
002040         ACCEPT LTM-WORK-TEXT FROM CONSOLE.
002050         PERFORM 2500-FIND-LINE THRU 2500-EXIT.
002060         IF LTM-LINE-FOUND
002070             MOVE LTM-TPL-ENTRY(LTM-TPL-SUB)
002080                 TO LTM-BEFORE-IMAGE
002090             MOVE LTM-WORK-TEXT TO LTM-TPL-TEXT(LTM-TPL-SUB)
002100             MOVE LTM-TPL-ENTRY(LTM-TPL-SUB)
002110                 TO LTM-AFTER-IMAGE
002120             PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
002130             SET LTM-TABLE-CHANGED TO TRUE
002140             DISPLAY "LTRMAINT: LINE REPLACED"
002150             GO TO 2100-EXIT
002160         END-IF.
002170         IF LTM-TPL-COUNT = 500
002180             DISPLAY "LTRMAINT: TABLE FULL - NOT ADDED"
002190             GO TO 2100-EXIT
002200         END-IF.
002210         ADD 1 TO LTM-TPL-COUNT.
002220         MOVE LTM-TPL-COUNT TO LTM-TPL-SUB.
002230         MOVE LTM-WORK-CODE TO LTM-TPL-CODE(LTM-TPL-SUB).
002240         MOVE LTM-WORK-LINE TO LTM-TPL-LINE(LTM-TPL-SUB).
002250         MOVE LTM-WORK-TEXT TO LTM-TPL-TEXT(LTM-TPL-SUB).
002260         MOVE SPACES TO LTM-BEFORE-IMAGE.
002270         MOVE LTM-TPL-ENTRY(LTM-TPL-SUB) TO LTM-AFTER-IMAGE.
002280         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
002290         SET LTM-TABLE-CHANGED TO TRUE.
002300         DISPLAY "LTRMAINT: LINE ADDED".
002310 2100-EXIT.
002320         EXIT.
002330 2200-DELETE-LINE.
002340         PERFORM 2050-GET-KEY THRU 2050-EXIT.
002350         IF LTM-WORK-LINE = ZERO
002360             GO TO 2200-EXIT
002370         END-IF.
002380         PERFORM 2500-FIND-LINE THRU 2500-EXIT.
002390         IF NOT LTM-LINE-FOUND
002400             DISPLAY "LTRMAINT: NO SUCH LINE"
002410             GO TO 2200-EXIT
002420         END-IF.
002430         MOVE LTM-TPL-ENTRY(LTM-TPL-SUB) TO LTM-BEFORE-IMAGE.
002440         MOVE SPACES TO LTM-AFTER-IMAGE.
002450*  CLOSE THE GAP BY PULLING THE LAST ENTRY INTO THE HOLE --
002460*  LTRGEN PRINTS BY LINE NUMBER, NOT BY TABLE ORDER.
002470         MOVE LTM-TPL-ENTRY(LTM-TPL-COUNT)
002480             TO LTM-TPL-ENTRY(LTM-TPL-SUB).
002490         SUBTRACT 1 FROM LTM-TPL-COUNT.
002500         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
002510         SET LTM-TABLE-CHANGED TO TRUE.
002520         DISPLAY "LTRMAINT: LINE DELETED".
002530 2200-EXIT.
002540         EXIT.
002550*  A BLANK LETTER CODE LISTS EVERY LETTER.
002560 2300-LIST-LINES.
002570         DISPLAY "LTRMAINT: LETTER CODE (BLANK = ALL)".
002580         MOVE SPACES TO LTM-WORK-CODE.
002590         ACCEPT LTM-WORK-CODE FROM CONSOLE.
002600         MOVE ZERO TO LTM-LIST-COUNT.
002610         PERFORM 2350-LIST-ONE-LINE THRU 2350-EXIT
002620             VARYING LTM-TPL-SUB FROM 1 BY 1
002630             UNTIL LTM-TPL-SUB > LTM-TPL-COUNT.
002640         IF LTM-LIST-COUNT = ZERO
002650             DISPLAY "LTRMAINT: NO TEMPLATE LINES"
002660         END-IF.
002670 2300-EXIT.
002680         EXIT.
002690 2350-LIST-ONE-LINE.
002700         IF LTM-WORK-CODE NOT = SPACES
002710             AND LTM-TPL-CODE(LTM-TPL-SUB) NOT = LTM-WORK-CODE
002720             GO TO 2350-EXIT
002730         END-IF.
002740         ADD 1 TO LTM-LIST-COUNT.
002750         DISPLAY "  " LTM-TPL-CODE(LTM-TPL-SUB) " "
002760             LTM-TPL-LINE(LTM-TPL-SUB) " "
002770             LTM-TPL-TEXT(LTM-TPL-SUB).
002780 2350-EXIT.
002790         EXIT.
002800 2500-FIND-LINE.
002810         MOVE "N" TO LTM-FOUND-SWITCH.
002820         MOVE ZERO TO LTM-TPL-SUB.
002830         IF LTM-TPL-COUNT = ZERO
002840             GO TO 2500-EXIT
002850         END-IF.
002860         SET LTM-TPL-IDX TO 1.
002870         SEARCH LTM-TPL-ENTRY
002880             AT END
002890                 CONTINUE
002900             WHEN LTM-TPL-CODE(LTM-TPL-IDX) = LTM-WORK-CODE
002910                 AND LTM-TPL-LINE(LTM-TPL-IDX) = LTM-WORK-LINE
002920                 SET LTM-LINE-FOUND TO TRUE
002930                 SET LTM-TPL-SUB TO LTM-TPL-IDX
002940         END-SEARCH.
002950         IF LTM-TPL-SUB > LTM-TPL-COUNT
002960             MOVE "N" TO LTM-FOUND-SWITCH
002970         END-IF.
002980 2500-EXIT.
002990         EXIT.
003000 2600-WRITE-AUDIT.
003010         IF NOT LTM-AUDIT-OPEN
003020             OPEN EXTEND AUDIT-TRAIL-FILE
003030             IF NOT LTM-AUDIT-FILE-OK
003040                 OPEN OUTPUT AUDIT-TRAIL-FILE
003050             END-IF
003060             IF LTM-AUDIT-FILE-OK
003070                 SET LTM-AUDIT-OPEN TO TRUE
003080             ELSE
003090                 DISPLAY "LTRMAINT: LTRAUDIT UNAVAILABLE, "
003100                     "STATUS = " LTM-AUDIT-FILE-STATUS
003110                 GO TO 2600-EXIT
003120             END-IF
003130         END-IF.
003140         MOVE SPACES TO AUDIT-TRAIL-REC.
003150         MOVE LTM-TODAY-DATE TO LTA-DATE.
003160         ACCEPT LTA-TIME FROM TIME.
003170         MOVE LTM-USER-ID TO LTA-USER-ID.
003180         MOVE "LETTRTBL" TO LTA-TABLE-NAME.
003190         MOVE LTM-MENU-CHOICE TO LTA-ACTION.
003200         MOVE LTM-BEFORE-IMAGE TO LTA-BEFORE-IMAGE.
003210         MOVE LTM-AFTER-IMAGE TO LTA-AFTER-IMAGE.
003220         WRITE AUDIT-TRAIL-REC.
003230 2600-EXIT.
003240         EXIT.
003250 3000-REWRITE-TEMPLATES.
003260         IF NOT LTM-TABLE-CHANGED
003270             GO TO 3000-EXIT
003280         END-IF.
003290         OPEN OUTPUT TEMPLATE-FILE.
003300         IF NOT LTM-TABLE-FILE-OK
003310             DISPLAY "LTRMAINT: CANNOT REWRITE LETTRTBL, "
003320                 "STATUS = " LTM-TABLE-FILE-STATUS
003330             GO TO 3000-EXIT
003340         END-IF.
003350         PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
003360             VARYING LTM-TPL-SUB FROM 1 BY 1
003370             UNTIL LTM-TPL-SUB > LTM-TPL-COUNT.
003380         CLOSE TEMPLATE-FILE.
003390         DISPLAY "LTRMAINT: LETTRTBL REWRITTEN WITH "
003400             LTM-TPL-COUNT " LINE(S)".
003410 3000-EXIT.
003420         EXIT.
003430 3100-WRITE-ONE-LINE.
003440         MOVE SPACES TO LETTER-TEMPLATE-RECORD.
003450         MOVE LTM-TPL-CODE(LTM-TPL-SUB) TO LTT-LETTER-CODE.
003460         MOVE LTM-TPL-LINE(LTM-TPL-SUB) TO LTT-LINE-NO.
003470         MOVE LTM-TPL-TEXT(LTM-TPL-SUB) TO LTT-TEXT.
003480         WRITE LETTER-TEMPLATE-RECORD.
003490 3100-EXIT.
003500         EXIT.
003510 8000-TERMINATE.
003520         IF LTM-AUDIT-OPEN
003530             CLOSE AUDIT-TRAIL-FILE
003540         END-IF.
003550         DISPLAY "LTRMAINT: SESSION COMPLETE".
003560 8000-EXIT.
003570         EXIT.
