000340*  DATE       BY   DESCRIPTION
000350*  ---------- ---- --------------------------------------------
000360*  08/22/2026 DCG  ORIGINAL PROGRAM.
00036A*  10/15/2026 DCG  A STREAM'S "K" BREAKDOWN CONTINUATIONS NOW
00036B*                  COUNT TOWARD BRANCH COVERAGE, AND A
00036C*                  CONSOLIDATED ENTRY WITH MORE THAN 20 BRANCHES
00036D*                  GOES OUT WITH ITS OWN "K" CONTINUATIONS.  THE
00036E*                  COVERAGE TABLE IS WIDENED TO 200; A BRANCH
00036F*                  THAT WILL NOT FIT SUPPRESSES THE CONSOLIDATED
00036G*                  ENTRY AND ENDS RC 16.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000840             88  SCN-SLOT-FOUND          VALUE "Y".
000842         05  SCN-DONE-SWITCH         PIC X(01) VALUE "N".
000844             88  SCN-ALREADY-CONSOLIDATED VALUE "Y".
00084A         05  SCN-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
00084B             88  SCN-COVERAGE-OVERFLOW   VALUE "Y".
000850 01  SCN-PARM-FIELDS.
000860         05  SCN-PARM-STRING         PIC X(08) VALUE SPACES.
000870         05  SCN-RUN-DATE            PIC 9(08) VALUE ZERO.
001000             88  SCN-TRAILER-FOUND       VALUE "Y".
001010 01  SCN-COVERAGE-TABLE.
001020         05  SCN-COV-COUNT           PIC 9(03) COMP VALUE ZERO.
001030         05  SCN-COV-ENTRY OCCURS 200 TIMES
001040                 INDEXED BY SCN-COV-IDX.
001050             10  SCN-COV-BRANCH      PIC X(03).
001060             10  SCN-COV-STREAM      PIC X(08).
001110         05  SCN-LEDGPOST-RC         PIC 9(02) VALUE ZERO.
001112         05  SCN-VERDICT-CODE        PIC 9(02) VALUE ZERO.
001120         05  SCN-COV-SUB             PIC 9(03) COMP VALUE ZERO.
00112A         05  SCN-CONTINUATION-SEQ    PIC 9(01) VALUE ZERO.
001130 01  SCN-EVENT-LOG-FIELDS.
001140         05  SCN-EVL-PROGRAM         PIC X(08) VALUE "STRMCONS".
001150         05  SCN-EVL-SEVERITY        PIC X(01) VALUE "I".
001643             AND CTL-RUN-ID = "SAMPLE"
001644             SET SCN-ALREADY-CONSOLIDATED TO TRUE
001645         END-IF.
00164A         IF CTL-RUN-DATE = SCN-RUN-DATE
00164B             AND CTL-ENTRY-CONTINUATION
00164C             AND CTL-CONTINUES-STREAM-PART
00164D             MOVE CTL-RUN-ID TO SCN-STREAM-RUN-ID
00164E             PERFORM 2200-MERGE-BREAKDOWN THRU 2200-EXIT
00164F                 VARYING CTL-BRANCH-IDX FROM 1 BY 1
00164G                 UNTIL CTL-BRANCH-IDX > 20
00164H             GO TO 2100-EXIT
00164I         END-IF.
001650         IF CTL-RUN-DATE NOT = SCN-RUN-DATE
001660             OR NOT CTL-ENTRY-STREAM-PART
001670             GO TO 2100-EXIT
002040                 " - COVERAGE OVERLAP"
002050             GO TO 2200-EXIT
002060         END-IF.
002070         IF SCN-COV-COUNT < 200
002080             ADD 1 TO SCN-COV-COUNT
002090             SET SCN-COV-IDX TO SCN-COV-COUNT
002100             MOVE CTL-BRANCH-CODE(CTL-BRANCH-IDX)
002150                 TO SCN-COV-REC-COUNT(SCN-COV-IDX)
002160             MOVE CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
002170                 TO SCN-COV-AMOUNT(SCN-COV-IDX)
00217A         ELSE
00217B             DISPLAY "STRMCONS: BRANCH "
00217C                 CTL-BRANCH-CODE(CTL-BRANCH-IDX)
00217D                 " DOES NOT FIT THE COVERAGE TABLE"
00217E             SET SCN-COVERAGE-OVERFLOW TO TRUE
002180         END-IF.
002190 2200-EXIT.
002200         EXIT.
002590             MOVE 8 TO SCN-VERDICT-CODE
002600             GO TO 4000-EXIT
002610         END-IF.
00261A         IF SCN-COVERAGE-OVERFLOW
00261B             DISPLAY "STRMCONS: BRANCH COVERAGE TABLE OVERFLOW - "
00261C                 "CONSOLIDATED ENTRY SUPPRESSED"
00261D             MOVE "E" TO SCN-EVL-SEVERITY
00261E             MOVE "SCVO" TO SCN-EVL-CODE
00261F             MOVE "COVERAGE TABLE OVERFLOW - NOT POSTED"
00261G                 TO SCN-EVL-TEXT
00261H             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
00261I             MOVE 16 TO SCN-VERDICT-CODE
00261J             GO TO 4000-EXIT
00261K         END-IF.
002620         INITIALIZE CTL-TOTAL-RECORD.
002630         MOVE SCN-RUN-DATE TO CTL-RUN-DATE.
002640         ACCEPT CTL-RUN-TIME FROM TIME.
002980             SCN-LEDGPOST-RC.
002990         DISPLAY "STRMCONS: CONSOLIDATED ENTRY POSTED, "
003000             "STATUS " CTL-RECONCILE-STATUS.
00300A         IF SCN-LEDGPOST-RC NOT = 08
00300B             MOVE ZERO TO SCN-CONTINUATION-SEQ
00300C             PERFORM 4200-POST-CONTINUATION THRU 4200-EXIT
00300D                 UNTIL SCN-COV-SUB >= SCN-COV-COUNT
00300E         END-IF.
003010         MOVE "I" TO SCN-EVL-SEVERITY.
003020         MOVE "ENDC" TO SCN-EVL-CODE.
003030         MOVE "STREAM CONSOLIDATION COMPLETE" TO SCN-EVL-TEXT.
003230             TO CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX).
003240 4150-EXIT.
003250         EXIT.
003251*---------------------------------------------------------------
003252*  4200-POST-CONTINUATION.  COVERED BRANCHES BEYOND THE
003253*  CONSOLIDATED ENTRY'S OWN 20 ROWS GO OUT 20 AT A TIME AS "K"
003254*  CONTINUATIONS OF IT, UNDER THE SAME RUN DATE/TIME/RUN ID,
003255*  WITH ZERO TOTALS.
003256*---------------------------------------------------------------
003257 4200-POST-CONTINUATION.
003258         ADD 1 TO SCN-CONTINUATION-SEQ.
003259         MOVE "K" TO CTL-ENTRY-TYPE.
00325A         MOVE "O" TO CTL-CONTINUED-TYPE.
00325B         MOVE SCN-CONTINUATION-SEQ TO CTL-CONTINUATION-SEQ.
00325C         MOVE ZERO TO CTL-RECORD-COUNT.
00325D         MOVE ZERO TO CTL-AMOUNT-TOTAL.
00325E         MOVE ZERO TO CTL-DEBIT-TOTAL.
00325F         MOVE ZERO TO CTL-CREDIT-TOTAL.
00325G         MOVE ZERO TO CTL-EXCEPTION-COUNT.
00325H         PERFORM 4250-FILL-CONTINUATION-SLOT THRU 4250-EXIT
00325I             VARYING CTL-BRANCH-IDX FROM 1 BY 1
00325J             UNTIL CTL-BRANCH-IDX > 20.
00325K         CALL "LEDGPOST" USING CTL-TOTAL-RECORD
00325L             SCN-LEDGPOST-RC.
00325M         DISPLAY "STRMCONS: BREAKDOWN CONTINUATION "
00325N             SCN-CONTINUATION-SEQ " POSTED".
00325O 4200-EXIT.
00325P         EXIT.
00325Q 4250-FILL-CONTINUATION-SLOT.
00325R         IF SCN-COV-SUB < SCN-COV-COUNT
00325S             ADD 1 TO SCN-COV-SUB
00325T             MOVE SCN-COV-BRANCH(SCN-COV-SUB)
00325U                 TO CTL-BRANCH-CODE(CTL-BRANCH-IDX)
00325V             MOVE SCN-COV-REC-COUNT(SCN-COV-SUB)
00325W                 TO CTL-BRANCH-RECORD-COUNT(CTL-BRANCH-IDX)
00325X             MOVE SCN-COV-AMOUNT(SCN-COV-SUB)
00325Y                 TO CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
00325Z         ELSE
00325a             MOVE SPACES TO CTL-BRANCH-CODE(CTL-BRANCH-IDX)
00325b             MOVE ZERO TO CTL-BRANCH-RECORD-COUNT(CTL-BRANCH-IDX)
00325c             MOVE ZERO TO CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
00325d         END-IF.
00325e 4250-EXIT.
00325f         EXIT.
003260 9000-LOG-EVENT.
003270         CALL "EVLOG" USING SCN-EVL-PROGRAM SCN-EVL-SEVERITY
003280             SCN-EVL-CODE SCN-EVL-TEXT.
