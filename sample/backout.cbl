00037I*                  DATE/TIME, AND REQUESTER/APPROVER GO TO THE
00037J*                  EVENT LOG AND CONSOLE -- THE APPROVAL ROW
00037K*                  KEYS TO THE LEDGER ENTRY IT PRODUCED.
00037L*  10/15/2026 DCG  AN ORIGINAL WHOSE BRANCH BREAKDOWN RUNS ON
00037M*                  INTO "K" CONTINUATION ENTRIES IS NOW BACKED
00037N*                  OUT WHOLE -- EACH CONTINUATION UNDER THE RUN
00037O*                  KEY IS COLLECTED ALONGSIDE THE ORIGINAL AND
00037P*                  POSTED BACK NEGATED AS A CONTINUATION OF THE
00037Q*                  REVERSAL, SO THE BRANCH ROLLUPS NET TO ZERO
00037R*                  FOR BRANCHES PAST THE TWENTIETH AS WELL.  A
00037S*                  CONTINUATION IS NEVER TAKEN FOR THE ORIGINAL.
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.
000850         05  BAK-ORIG-RECONCILE-STATUS PIC X(01) VALUE SPACES.
000855         05  BAK-ORIGINAL-RUN-ID       PIC X(08) VALUE SPACES.
000857 01  BAK-SAVED-ORIGINAL-ENTRY    PIC X(581) VALUE SPACES.
00085A 01  BAK-CONTINUATION-TABLE.
00085B         05  BAK-CONT-COUNT          PIC 9(01) VALUE ZERO.
00085C         05  BAK-CONT-SUB            PIC 9(02) COMP VALUE ZERO.
00085D         05  BAK-CONT-ENTRY OCCURS 9 TIMES
00085E                                     PIC X(581) VALUE SPACES.
000860 01  BAK-LEDGER-POST-FIELDS.
000870         05  BAK-LEDGPOST-RC         PIC 9(02) VALUE ZERO.
000912 01  BAK-EVENT-LOG-FIELDS.
001450             OR CTL-RUN-TIME NOT = BAK-PARM-RUN-TIME
001460             GO TO 1160-EXIT
001470         END-IF.
00147A         IF CTL-ENTRY-CONTINUATION
00147B             IF NOT CTL-CONTINUES-REVERSAL
00147C                 AND CTL-CONTINUATION-SEQ > ZERO
00147D                 MOVE CTL-TOTAL-RECORD
00147E                     TO BAK-CONT-ENTRY(CTL-CONTINUATION-SEQ)
00147F                 IF CTL-CONTINUATION-SEQ > BAK-CONT-COUNT
00147G                     MOVE CTL-CONTINUATION-SEQ TO BAK-CONT-COUNT
00147H                 END-IF
00147I             END-IF
00147J             GO TO 1160-EXIT
00147K         END-IF.
001480         IF CTL-ENTRY-REVERSAL
001490             SET BAK-ALREADY-REVERSED TO TRUE
001500             GO TO 1160-EXIT
001769             "/" BAK-PARM-RUN-TIME
00176A             DELIMITED BY SIZE INTO BAK-EVL-TEXT.
00176B         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
00176D         PERFORM 3200-REVERSE-ONE-CONTINUATION THRU 3200-EXIT
00176E             VARYING BAK-CONT-SUB FROM 1 BY 1
00176F             UNTIL BAK-CONT-SUB > BAK-CONT-COUNT.
00176C         PERFORM 1090-MARK-APPROVAL-EXECUTED THRU 1090-EXIT.
001770 3000-EXIT.
001780         EXIT.
0017A8             0 - CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX).
0017A9 3100-EXIT.
0017AA         EXIT.
0017AC*---------------------------------------------------------------
0017AD*  3200-REVERSE-ONE-CONTINUATION.  A "K" BREAKDOWN CONTINUATION
0017AE*  OF THE ORIGINAL GOES BACK OUT NEGATED UNDER THE SAME RUN KEY
0017AF*  AND SEQUENCE, NOW MARKED AS CONTINUING THE REVERSAL.  ITS
0017AG*  COUNT AND AMOUNT TOTALS ARE ALREADY ZERO.
0017AH*---------------------------------------------------------------
0017AI 3200-REVERSE-ONE-CONTINUATION.
0017AJ         IF BAK-CONT-ENTRY(BAK-CONT-SUB) = SPACES
0017AK             GO TO 3200-EXIT
0017AL         END-IF.
0017AM         MOVE BAK-CONT-ENTRY(BAK-CONT-SUB) TO CTL-TOTAL-RECORD.
0017AN         PERFORM 3100-NEGATE-ONE-BREAKDOWN THRU 3100-EXIT
0017AO             VARYING CTL-BRANCH-IDX FROM 1 BY 1
0017AP             UNTIL CTL-BRANCH-IDX > 20.
0017AQ         MOVE "R" TO CTL-CONTINUED-TYPE.
0017AR         CALL "LEDGPOST" USING CTL-TOTAL-RECORD
0017AS             BAK-LEDGPOST-RC.
0017AT         IF BAK-LEDGPOST-RC NOT = ZERO
0017AU             DISPLAY "BACKOUT: CONTINUATION " CTL-CONTINUATION-SEQ
0017AV                 " MASTER NOT POSTED - SEE LEDGPOST"
0017AW         END-IF.
0017AX         DISPLAY "BACKOUT: BREAKDOWN CONTINUATION "
0017AY             CTL-CONTINUATION-SEQ " REVERSED".
0017AZ 3200-EXIT.
0017B0         EXIT.
002150 8000-TERMINATE.
002160         DISPLAY "BACKOUT: JOB COMPLETE".
002170 8000-EXIT.
