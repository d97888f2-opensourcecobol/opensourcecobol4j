000334*                  EXPLICIT OPERATOR OVERRIDE LEDGPOST DEMANDS
000336*                  BEFORE IT WILL POST A SECOND UNREVERSED
000338*                  ORIGINAL ENTRY FOR A RUN DATE.
00033A*  10/15/2026 DCG  ADDED THE BRMERGE ACTION TYPE -- A BRANCH
00033B*                  MERGER FOR BRMERGE.  THE TARGET IS THE
00033C*                  EFFECTIVE DATE AND THE CLOSING AND SURVIVING
00033D*                  BRANCHES ARE ASKED FOR AND CARRIED AHEAD OF
00033E*                  THE REASON.
00033F*  10/15/2026 DCG  ADDED THE HISTPURG ACTION TYPE -- HISTARCH
00033G*                  DELETING TXNHIST ARCHIVES.  THE TARGET IS THE
00033H*                  PURGE-THROUGH POSTING DATE.
00033I*  10/15/2026 DCG  ADDED THE RATEREL ACTION TYPE -- RELEASE OF
00033J*                  A RATE FEED RATELOAD HELD ON ITS TOLERANCE
00033K*                  EDIT.  THE TARGET IS THE FEED DATE NAMED ON
00033L*                  RATEXCPT.
00033M*  10/15/2026 DCG  ADDED THE CUSMERGE ACTION TYPE -- MERGING A
00033N*                  DUPLICATE CUSTOMER INTO ITS SURVIVOR FOR
00033O*                  CUSMERGE.  THE TARGET IS THE EFFECTIVE DATE
00033P*                  AND THE MERGED AND SURVIVING CUSTOMERS ARE
00033Q*                  ASKED FOR AND CARRIED AHEAD OF THE REASON.
00033R*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00033S*                  SIGN-ON AND BEFORE THE SAVE, SO NO ACTION IS
00033T*                  APPROVED UNDER THE STEP THAT ACTS ON IT; A
00033U*                  SAVE REFUSED KEEPS THE CHANGES.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000490     COPY APPRVREC.
000500 WORKING-STORAGE SECTION.
00050A     COPY OPAUTHC.
00050B     COPY BATCHWNC.
000510 01  APM-APPROVAL-FILE-STATUS    PIC X(02).
000520         88  APM-APPROVAL-FILE-OK    VALUE "00".
000530 01  APM-SWITCHES.
000700         05  APM-WORK-TARGET-X       PIC X(08) VALUE SPACES.
000710         05  APM-WORK-TARGET         PIC 9(08) VALUE ZERO.
000720         05  APM-WORK-REASON         PIC X(40) VALUE SPACES.
00072A         05  APM-WORK-CLOSING        PIC X(03) VALUE SPACES.
00072B         05  APM-WORK-SURVIVING      PIC X(03) VALUE SPACES.
00072C         05  APM-WORK-MERGED-CUST    PIC X(10) VALUE SPACES.
00072D         05  APM-WORK-SURVIVING-CUST PIC X(10) VALUE SPACES.
000730         05  APM-WORK-VERDICT        PIC X(01) VALUE SPACES.
000740         05  APM-WORK-SUB            PIC 9(03) COMP VALUE ZERO.
000750         05  APM-NEXT-ID             PIC 9(05) VALUE ZERO.
00100I             MOVE "Y" TO APM-DONE-SWITCH
00100J             GO TO 1000-EXIT
00100K         END-IF.
00100L         INITIALIZE BATCH-WINDOW-AREA.
00100M         MOVE "APPRMNT" TO BWN-PROGRAM.
00100N         MOVE APM-SESSION-USER-ID TO BWN-USER-ID.
00100O         MOVE "S" TO BWN-FUNCTION.
00100P         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001010         PERFORM 1100-LOAD-ACTIONS THRU 1100-EXIT.
001020 1000-EXIT.
001030         EXIT.
001510                 PERFORM 5000-REVIEW-ACTION THRU 5000-EXIT
001520             WHEN "4"
001530                 PERFORM 7000-SAVE-ACTIONS THRU 7000-EXIT
001540                 IF BWN-UPDATE-REFUSED
00154A                     DISPLAY "APPRMNT: CHANGES KEPT - SAVE AGAIN"
00154B                         " ONCE THE BATCH WINDOW REOPENS"
00154C                 ELSE
00154D                     SET APM-DONE TO TRUE
00154E                 END-IF
001550             WHEN "5"
001560                 IF APM-FILE-CHANGED
001570                     DISPLAY "APPRMNT: UNSAVED CHANGES "
001860 3100-EXIT.
001870         EXIT.
001880 4000-REQUEST-ACTION.
00189A         DISPLAY "ACTION TYPE (BACKOUT/GENPURGE/LEDGOVRD/"
00189B             "BRMERGE/HISTPURG/RATEREL/CUSMERGE): "
0018A1             WITH NO ADVANCING.
00189C         ACCEPT APM-WORK-TYPE FROM CONSOLE.
00189D         IF APM-WORK-TYPE NOT = "BACKOUT"
00189E             AND APM-WORK-TYPE NOT = "GENPURGE"
00189F             AND APM-WORK-TYPE NOT = "LEDGOVRD"
00189G             AND APM-WORK-TYPE NOT = "BRMERGE"
00189H             AND APM-WORK-TYPE NOT = "HISTPURG"
00189I             AND APM-WORK-TYPE NOT = "RATEREL"
0018A2             AND APM-WORK-TYPE NOT = "CUSMERGE"
00189J             DISPLAY "APPRMNT: TYPE MUST BE BACKOUT, GENPURGE, "
00189K                 "LEDGOVRD, BRMERGE, HISTPURG, RATEREL OR "
00189L                 "CUSMERGE"
001950             GO TO 4000-EXIT
001960         END-IF.
00197A         DISPLAY "TARGET (RUN/EFFECTIVE/PURGE-THROUGH/FEED "
00197B             "DATE YYYYMMDD, OR GENERATION): " WITH NO ADVANCING.
001990         ACCEPT APM-WORK-TARGET-X FROM CONSOLE.
002000         MOVE APM-WORK-TARGET-X TO APM-WORK-TARGET.
002010         IF APM-WORK-TARGET NOT NUMERIC
002030             DISPLAY "APPRMNT: TARGET MUST BE NUMERIC"
002040             GO TO 4000-EXIT
002050         END-IF.
00205A         MOVE SPACES TO APM-WORK-CLOSING.
00205B         MOVE SPACES TO APM-WORK-SURVIVING.
00205C         IF APM-WORK-TYPE = "BRMERGE"
00205D             DISPLAY "CLOSING BRANCH: " WITH NO ADVANCING
00205E             ACCEPT APM-WORK-CLOSING FROM CONSOLE
00205F             DISPLAY "SURVIVING BRANCH: " WITH NO ADVANCING
00205G             ACCEPT APM-WORK-SURVIVING FROM CONSOLE
00205H             IF APM-WORK-CLOSING = SPACES
00205I                 OR APM-WORK-SURVIVING = SPACES
00205J                 OR APM-WORK-CLOSING = APM-WORK-SURVIVING
00205K                 DISPLAY "APPRMNT: TWO DIFFERENT BRANCHES ARE "
00205L                     "REQUIRED"
00205M                 GO TO 4000-EXIT
00205N             END-IF
00205O         END-IF.
0020A1         MOVE SPACES TO APM-WORK-MERGED-CUST.
0020A2         MOVE SPACES TO APM-WORK-SURVIVING-CUST.
0020A3         IF APM-WORK-TYPE = "CUSMERGE"
0020A4             DISPLAY "CUSTOMER TO MERGE AWAY: " WITH NO ADVANCING
0020A5             ACCEPT APM-WORK-MERGED-CUST FROM CONSOLE
0020A6             DISPLAY "SURVIVING CUSTOMER: " WITH NO ADVANCING
0020A7             ACCEPT APM-WORK-SURVIVING-CUST FROM CONSOLE
0020A8             IF APM-WORK-MERGED-CUST = SPACES
0020A9                 OR APM-WORK-SURVIVING-CUST = SPACES
0020AA                 OR APM-WORK-MERGED-CUST = APM-WORK-SURVIVING-CUST
0020AB                 DISPLAY "APPRMNT: TWO DIFFERENT CUSTOMERS ARE "
0020AC                     "REQUIRED"
0020AD                 GO TO 4000-EXIT
0020AE             END-IF
0020AF         END-IF.
002060         DISPLAY "REASON: " WITH NO ADVANCING.
002070         ACCEPT APM-WORK-REASON FROM CONSOLE.
002080         IF APM-WORK-REASON = SPACES
002200             TO APR-ACTION-TYPE OF APM-VIEW-RECORD.
002210         MOVE APM-WORK-TARGET TO APR-TARGET OF APM-VIEW-RECORD.
002220         MOVE APM-WORK-REASON TO APR-REASON OF APM-VIEW-RECORD.
00222A         IF APM-WORK-TYPE = "BRMERGE"
00222B             MOVE APM-WORK-CLOSING
00222C                 TO APR-BMG-CLOSING-BRANCH OF APM-VIEW-RECORD
00222D             MOVE APM-WORK-SURVIVING
00222E                 TO APR-BMG-SURVIVING-BRANCH OF APM-VIEW-RECORD
00222F             MOVE APM-WORK-REASON
00222G                 TO APR-BMG-NOTE OF APM-VIEW-RECORD
00222H         END-IF.
00222I         IF APM-WORK-TYPE = "CUSMERGE"
00222J             MOVE APM-WORK-MERGED-CUST
00222K                 TO APR-CMG-MERGED-CUSTOMER OF APM-VIEW-RECORD
00222L             MOVE APM-WORK-SURVIVING-CUST
00222M                 TO APR-CMG-SURVIVING-CUSTOMER OF APM-VIEW-RECORD
00222N             MOVE APM-WORK-REASON
00222O                 TO APR-CMG-NOTE OF APM-VIEW-RECORD
00222P         END-IF.
002230         MOVE APM-SESSION-USER-ID
002240             TO APR-REQUESTED-BY OF APM-VIEW-RECORD.
002250         ACCEPT APR-REQUEST-DATE OF APM-VIEW-RECORD
003070 5100-EXIT.
003080         EXIT.
003090 7000-SAVE-ACTIONS.
00309A         MOVE "U" TO BWN-FUNCTION.
00309B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00309C         IF BWN-UPDATE-REFUSED
00309D             GO TO 7000-EXIT
00309E         END-IF.
003100         OPEN OUTPUT APPROVAL-FILE.
003110         MOVE ZERO TO APM-WORK-SUB.
003120         PERFORM 7100-SAVE-ONE-ACTION THRU 7100-EXIT
