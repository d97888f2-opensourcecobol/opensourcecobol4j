000360*                  APPENDED TO THE HISTORY (ONCE -- A RERUN
000370*                  NEVER DOUBLES A DAY).  RC 4 WHEN ANY
000380*                  BRANCH IS OUT OF PATTERN.
00038A*  10/15/2026 DCG  TODAY'S BREAKDOWN NOW ALSO TAKES THE ROWS OF
00038B*                  THE ORIGINAL'S "K" CONTINUATION ENTRIES, SO
00038C*                  BRANCHES PAST THE TWENTIETH ARE JUDGED TOO.
00038D*                  THE BRANCH TABLE IS WIDENED TO 250, AND A
00038E*                  BRANCH THAT WILL NOT FIT IS LOGGED AND ENDS
00038F*                  THE RUN RC 16 RATHER THAN GOING UNJUDGED.
00038G*  10/15/2026 DCG  MERGED BRANCHES ARE JUDGED AS ONE.  ONCE A
00038H*                  BRMRGREQ MERGER IS DONE AND ITS EFFECTIVE DATE
00038I*                  REACHED, THE CLOSING BRANCH'S COUNTS -- TODAY'S
00038J*                  AND EVERY BRVOLHIS ROW -- ARE BANKED UNDER THE
00038K*                  SURVIVOR, SO THE SURVIVOR'S BASELINE IS THE
00038L*                  COMBINED VOLUME IT NOW CARRIES.  A HISTORY DAY
00038M*                  IS COUNTED ONCE PER DATE, NOT ONCE PER ROW, SO
00038N*                  BOTH BRANCHES' ROWS FOR A DATE MAKE ONE DAY.
00038O*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00038P*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00038Q*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000540         SELECT HISTORY-OUT-FILE ASSIGN TO "BRVOLHIS"
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS BVM-HISTOUT-FILE-STATUS.
00056A         SELECT MERGER-FILE ASSIGN TO "BRMRGREQ"
00056B             ORGANIZATION IS LINE SEQUENTIAL
00056C             FILE STATUS IS BVM-MERGER-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  LEDGER-FILE.
000700         05  BVO-BRANCH-CODE         PIC X(03).
000710         05  BVO-RECORD-COUNT        PIC S9(09)
000720                 SIGN IS TRAILING SEPARATE CHARACTER.
00072A FD  MERGER-FILE.
00072B     COPY BRMERGRC.
000730 WORKING-STORAGE SECTION.
000740     COPY CTLTOTAL.
000750 01  BVM-FILE-STATUS-VALUES.
000790             88  BVM-HISTIN-FILE-OK      VALUE "00".
000800         05  BVM-HISTOUT-FILE-STATUS PIC X(02).
000810             88  BVM-HISTOUT-FILE-OK     VALUE "00".
00081A         05  BVM-MERGER-FILE-STATUS  PIC X(02).
00081B             88  BVM-MERGER-FILE-OK      VALUE "00".
000820 01  BVM-SWITCHES.
000830         05  BVM-LEDGER-EOF-SWITCH   PIC X(01) VALUE "N".
000840             88  BVM-LEDGER-AT-END       VALUE "Y".
000880             88  BVM-TODAY-ON-LEDGER     VALUE "Y".
000890         05  BVM-TODAY-LOGGED-SWITCH PIC X(01) VALUE "N".
000900             88  BVM-TODAY-ON-HISTORY    VALUE "Y".
00090A         05  BVM-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
00090B             88  BVM-TABLE-OVERFLOW      VALUE "Y".
00090C         05  BVM-MRG-EOF-SWITCH      PIC X(01) VALUE "N".
00090D             88  BVM-MERGERS-AT-END      VALUE "Y".
00090E         05  BVM-MAPPED-SWITCH       PIC X(01) VALUE "N".
00090F             88  BVM-BRANCH-MAPPED       VALUE "Y".
000910 01  BVM-RUN-DATE                PIC 9(08) VALUE ZERO.
000920 01  BVM-COUNTERS.
000930         05  BVM-FLAGGED-COUNT       PIC 9(03) VALUE ZERO.
000960*  ONE ROW PER BRANCH SEEN TODAY OR IN THE HISTORY.
000970 01  BVM-BRANCH-TABLE.
000980         05  BVM-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
000990         05  BVM-BRN-ENTRY OCCURS 250 TIMES
001000                 INDEXED BY BVM-BRN-IDX.
001010             10  BVM-BRN-CODE        PIC X(03).
001020             10  BVM-BRN-TODAY       PIC S9(09) COMP.
001030             10  BVM-BRN-HIST-TOTAL  PIC S9(11) COMP.
001040             10  BVM-BRN-HIST-DAYS   PIC S9(05) COMP.
00104A             10  BVM-BRN-LAST-DATE   PIC 9(08).
001050 01  BVM-BRN-SUB                 PIC 9(03) COMP VALUE ZERO.
00105A*  COMPLETED MERGERS IN FORCE ON THE RUN DATE -- A CLOSING
00105B*  BRANCH'S COUNTS ARE BANKED UNDER ITS SURVIVOR.
00105C 01  BVM-MERGER-TABLE.
00105D         05  BVM-MRG-COUNT           PIC 9(03) COMP VALUE ZERO.
00105E         05  BVM-MRG-PASSES          PIC 9(02) COMP VALUE ZERO.
00105F         05  BVM-MRG-ENTRY OCCURS 100 TIMES
00105G                 INDEXED BY BVM-MRG-IDX.
00105H             10  BVM-MRG-CLOSING     PIC X(03).
00105I             10  BVM-MRG-SURVIVOR    PIC X(03).
001060 01  BVM-WORK-FIELDS.
001070         05  BVM-WORK-BRANCH         PIC X(03) VALUE SPACES.
001080         05  BVM-WORK-COUNT          PIC S9(09) COMP VALUE ZERO.
001150 01  BVM-WORK-QUEUE-FIELDS.
001160         05  BVM-WQ-SOURCE           PIC X(08) VALUE "BRVOLMON".
001170         05  BVM-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
00117A     COPY RUNDATEC.
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE.
001200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260         STOP RUN.
001270 1000-INITIALIZE.
001280         DISPLAY "BRVOLMON: JOB STARTING".
001290         CALL "RUNDATE" USING RUN-DATE-AREA.
00129B         MOVE RDT-RUN-DATE TO BVM-RUN-DATE.
00129A         PERFORM 1100-LOAD-MERGERS THRU 1100-EXIT.
001300 1000-EXIT.
001310         EXIT.
001311 1100-LOAD-MERGERS.
001312         OPEN INPUT MERGER-FILE.
001313         IF NOT BVM-MERGER-FILE-OK
001314             GO TO 1100-EXIT
001315         END-IF.
001316         PERFORM 1150-LOAD-ONE-MERGER THRU 1150-EXIT
001317             UNTIL BVM-MERGERS-AT-END
001318                 OR BVM-MRG-COUNT = 100.
001319         CLOSE MERGER-FILE.
00131A 1100-EXIT.
00131B         EXIT.
00131C 1150-LOAD-ONE-MERGER.
00131D         READ MERGER-FILE
00131E             AT END
00131F                 MOVE "Y" TO BVM-MRG-EOF-SWITCH
00131G                 GO TO 1150-EXIT
00131H         END-READ.
00131I         IF NOT BMR-MERGED
00131J             OR BMR-EFFECTIVE-DATE > BVM-RUN-DATE
00131K             GO TO 1150-EXIT
00131L         END-IF.
00131M         ADD 1 TO BVM-MRG-COUNT.
00131N         MOVE BMR-CLOSING-BRANCH
00131O             TO BVM-MRG-CLOSING(BVM-MRG-COUNT).
00131P         MOVE BMR-SURVIVING-BRANCH
00131Q             TO BVM-MRG-SURVIVOR(BVM-MRG-COUNT).
00131R 1150-EXIT.
00131S         EXIT.
001320 2000-READ-TODAYS-BREAKDOWN.
001330         OPEN INPUT LEDGER-FILE.
001340         IF NOT BVM-LEDGER-FILE-OK
001520                 GO TO 2100-EXIT
001530         END-READ.
001540         MOVE LEDGER-RECORD TO CTL-TOTAL-RECORD.
00155A         IF CTL-RUN-DATE NOT = BVM-RUN-DATE
00155B             GO TO 2100-EXIT
00155C         END-IF.
00155D         IF NOT CTL-ENTRY-ORIGINAL
00155E             AND NOT (CTL-ENTRY-CONTINUATION
00155F                      AND CTL-CONTINUES-ORIGINAL)
00155G             GO TO 2100-EXIT
00155H         END-IF.
001590         SET BVM-TODAY-ON-LEDGER TO TRUE.
001600         PERFORM 2200-BANK-ONE-BREAKDOWN THRU 2200-EXIT
001610             VARYING BVM-BRANCH-SUB FROM 1 BY 1
001680         END-IF.
001690         MOVE CTL-BRANCH-CODE(BVM-BRANCH-SUB)
001700             TO BVM-WORK-BRANCH.
00170A         PERFORM 2600-MAP-MERGED-BRANCH THRU 2600-EXIT.
001710         MOVE CTL-BRANCH-RECORD-COUNT(BVM-BRANCH-SUB)
001720             TO BVM-WORK-COUNT.
001730         PERFORM 2500-FIND-BRANCH-SLOT THRU 2500-EXIT.
001920         IF BVM-BRN-SUB > ZERO
001930             GO TO 2500-EXIT
001940         END-IF.
00195A         IF BVM-BRN-COUNT = 250
00195B             IF NOT BVM-TABLE-OVERFLOW
00195C                 DISPLAY "BRVOLMON: BRANCH " BVM-WORK-BRANCH
00195D                     " DOES NOT FIT THE BRANCH TABLE"
00195E                 SET BVM-TABLE-OVERFLOW TO TRUE
00195F             END-IF
00195G             GO TO 2500-EXIT
00195H         END-IF.
001980         ADD 1 TO BVM-BRN-COUNT.
001990         MOVE BVM-BRN-COUNT TO BVM-BRN-SUB.
002000         MOVE BVM-WORK-BRANCH TO BVM-BRN-CODE(BVM-BRN-SUB).
002010         MOVE ZERO TO BVM-BRN-TODAY(BVM-BRN-SUB).
002020         MOVE ZERO TO BVM-BRN-HIST-TOTAL(BVM-BRN-SUB).
002030         MOVE ZERO TO BVM-BRN-HIST-DAYS(BVM-BRN-SUB).
00203A         MOVE ZERO TO BVM-BRN-LAST-DATE(BVM-BRN-SUB).
002040 2500-EXIT.
002050         EXIT.
002051*---------------------------------------------------------------
002052*  2600-MAP-MERGED-BRANCH.  FOLLOWS BVM-WORK-BRANCH THROUGH THE
002053*  MERGERS IN FORCE TO THE BRANCH THAT NOW CARRIES IT -- A FEW
002054*  PASSES COVER A SURVIVOR THAT WAS ITSELF LATER MERGED.
002055*---------------------------------------------------------------
002056 2600-MAP-MERGED-BRANCH.
002057         IF BVM-MRG-COUNT = ZERO
002058             GO TO 2600-EXIT
002059         END-IF.
00205A         MOVE ZERO TO BVM-MRG-PASSES.
00205B         SET BVM-BRANCH-MAPPED TO TRUE.
00205C         PERFORM 2650-MAP-ONE-PASS THRU 2650-EXIT
00205D             UNTIL NOT BVM-BRANCH-MAPPED
00205E                 OR BVM-MRG-PASSES = 5.
00205F 2600-EXIT.
00205G         EXIT.
00205H 2650-MAP-ONE-PASS.
00205I         ADD 1 TO BVM-MRG-PASSES.
00205J         MOVE "N" TO BVM-MAPPED-SWITCH.
00205K         SET BVM-MRG-IDX TO 1.
00205L         SEARCH BVM-MRG-ENTRY
00205M             AT END
00205N                 CONTINUE
00205Q             WHEN BVM-MRG-CLOSING(BVM-MRG-IDX) = BVM-WORK-BRANCH
00205R                 MOVE BVM-MRG-SURVIVOR(BVM-MRG-IDX)
00205S                     TO BVM-WORK-BRANCH
00205T                 SET BVM-BRANCH-MAPPED TO TRUE
00205U         END-SEARCH.
00205V 2650-EXIT.
00205W         EXIT.
002060 3000-LOAD-HISTORY.
002070         OPEN INPUT HISTORY-IN-FILE.
002080         IF NOT BVM-HISTIN-FILE-OK
002240             GO TO 3100-EXIT
002250         END-IF.
002260         MOVE BVH-BRANCH-CODE TO BVM-WORK-BRANCH.
00226A         PERFORM 2600-MAP-MERGED-BRANCH THRU 2600-EXIT.
002270         PERFORM 2500-FIND-BRANCH-SLOT THRU 2500-EXIT.
002280         IF BVM-BRN-SUB > ZERO
002290             ADD BVH-RECORD-COUNT
002300                 TO BVM-BRN-HIST-TOTAL(BVM-BRN-SUB)
00231A             IF BVM-BRN-LAST-DATE(BVM-BRN-SUB) NOT = BVH-RUN-DATE
00231B                 ADD 1 TO BVM-BRN-HIST-DAYS(BVM-BRN-SUB)
00231C                 MOVE BVH-RUN-DATE
00231D                     TO BVM-BRN-LAST-DATE(BVM-BRN-SUB)
00231E             END-IF
002320         END-IF.
002330 3100-EXIT.
002340         EXIT.
003220         ELSE
003230             MOVE ZERO TO RETURN-CODE
003240         END-IF.
00324A         IF BVM-TABLE-OVERFLOW
00324B             MOVE "E" TO BVM-EVL-SEVERITY
00324C             MOVE "BVTO" TO BVM-EVL-CODE
00324D             MOVE "BRANCH TABLE OVERFLOW - BRANCHES NOT JUDGED"
00324E                 TO BVM-EVL-TEXT
00324F             CALL "EVLOG" USING BVM-EVL-PROGRAM BVM-EVL-SEVERITY
00324G                 BVM-EVL-CODE BVM-EVL-TEXT
00324H             MOVE 16 TO RETURN-CODE
00324I         END-IF.
003250         DISPLAY "----------------------------------------------".
003260         DISPLAY "BRANCHES TRACKED    = " BVM-BRN-COUNT.
003270         DISPLAY "BRANCHES FLAGGED    = " BVM-FLAGGED-COUNT.
