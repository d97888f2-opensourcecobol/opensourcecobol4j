000330*  DATE       BY   DESCRIPTION
000340*  ---------- ---- --------------------------------------------
000350*  08/22/2026 DCG  ORIGINAL PROGRAM.
00035A*  10/15/2026 DCG  BRANCH SUBTOTALS NOW HELD IN A 200-ROW TABLE;
00035B*                  BRANCHES BEYOND THE ENTRY'S OWN 20 SLOTS POST
00035C*                  AS "K" CONTINUATIONS OF THE "A" ENTRY.  A FULL
00035D*                  TABLE SUPPRESSES THE POSTING AND ENDS RC 16.
00035E*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00035F*                  CATCH-UP RUN OF A MISSED BUSINESS DAY IS
00035G*                  STAMPED WITH THAT DAY (BUSDATE) AND NOT TODAY.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000900         05  ADJ-BRANCH-COUNT        PIC S9(09) COMP VALUE ZERO.
000905         05  ADJ-BRANCH-NET          PIC S9(09)V99 COMP-3
000906                                         VALUE ZERO.
00091A         05  ADJ-BRANCH-ENTRY-COUNT  PIC 9(03) COMP VALUE ZERO.
00091B         05  ADJ-LBR-SUB             PIC 9(03) COMP VALUE ZERO.
00091C         05  ADJ-CONTINUATION-SEQ    PIC 9(01) VALUE ZERO.
00091D         05  ADJ-BREAKDOWN-SWITCH    PIC X(01) VALUE "N".
00091E             88  ADJ-BREAKDOWN-OVERFLOW  VALUE "Y".
00091F 01  ADJ-LEDGER-BRANCH-TABLE.
00091G         05  ADJ-LBR-ENTRY OCCURS 200 TIMES.
00091H             10  ADJ-LBR-CODE        PIC X(03).
00091I             10  ADJ-LBR-REC-COUNT   PIC S9(09) COMP.
00091J             10  ADJ-LBR-AMOUNT      PIC S9(09)V99 COMP-3.
000920 01  ADJ-RUN-STAMP-FIELDS.
000930         05  ADJ-RUN-DATE            PIC 9(08) VALUE ZERO.
000940         05  ADJ-RUN-TIME            PIC 9(08) VALUE ZERO.
001060         05  ADJ-EVL-SEVERITY        PIC X(01) VALUE "I".
001070         05  ADJ-EVL-CODE            PIC X(04) VALUE SPACES.
001080         05  ADJ-EVL-TEXT            PIC X(60) VALUE SPACES.
00108A     COPY RUNDATEC.
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200         MOVE "STRT" TO ADJ-EVL-CODE.
001210         MOVE "ADJUSTMENT POSTING STARTING" TO ADJ-EVL-TEXT.
001220         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
001230         CALL "RUNDATE" USING RUN-DATE-AREA.
00123A         MOVE RDT-RUN-DATE TO ADJ-RUN-DATE.
001240         ACCEPT ADJ-RUN-TIME FROM TIME.
001250         OPEN INPUT ADJUSTMENT-FEED.
001260         IF NOT ADJ-FEED-FILE-OK
001910         END-IF.
001920         DISPLAY "SUBTOTAL BRANCH " ADJ-CURRENT-BRANCH
001930             " ADJUSTMENTS = " ADJ-BRANCH-COUNT.
00194A         IF ADJ-BRANCH-ENTRY-COUNT < 200
00194B             ADD 1 TO ADJ-BRANCH-ENTRY-COUNT
00194C             MOVE ADJ-CURRENT-BRANCH
00194D                 TO ADJ-LBR-CODE(ADJ-BRANCH-ENTRY-COUNT)
00194E             MOVE ADJ-BRANCH-COUNT
00194F                 TO ADJ-LBR-REC-COUNT(ADJ-BRANCH-ENTRY-COUNT)
00194G             MOVE ADJ-BRANCH-NET
00194H                 TO ADJ-LBR-AMOUNT(ADJ-BRANCH-ENTRY-COUNT)
00194I         ELSE
00194J             DISPLAY "ADJPOST: BRANCH " ADJ-CURRENT-BRANCH
00194K                 " DOES NOT FIT THE LEDGER BREAKDOWN TABLE"
00194L             IF NOT ADJ-BREAKDOWN-OVERFLOW
00194M                 SET ADJ-BREAKDOWN-OVERFLOW TO TRUE
00194N                 MOVE "E" TO ADJ-EVL-SEVERITY
00194O                 MOVE "BRKO" TO ADJ-EVL-CODE
00194P                 MOVE "BRANCH BREAKDOWN TABLE FULL - NOT POSTED"
00194Q                     TO ADJ-EVL-TEXT
00194R                 PERFORM 9000-LOG-EVENT THRU 9000-EXIT
00194S             END-IF
00194T         END-IF.
002020         MOVE ZERO TO ADJ-BRANCH-COUNT.
002025         MOVE ZERO TO ADJ-BRANCH-NET.
002030 3000-EXIT.
002630         MOVE "A" TO CTL-ENTRY-TYPE.
002640         MOVE ADJ-REJECT-COUNT TO CTL-EXCEPTION-COUNT.
002650         MOVE ADJ-DEBIT-TOTAL TO CTL-DEBIT-TOTAL.
00266A         MOVE ADJ-CREDIT-TOTAL TO CTL-CREDIT-TOTAL.
00266B         MOVE ZERO TO ADJ-LBR-SUB.
00266C         PERFORM 8250-FILL-ONE-SLOT THRU 8250-EXIT
00266D             VARYING CTL-BRANCH-IDX FROM 1 BY 1
00266E             UNTIL CTL-BRANCH-IDX > 20.
00266F         IF ADJ-BREAKDOWN-OVERFLOW
00266G             DISPLAY "ADJPOST: BRANCH BREAKDOWN OVERFLOW - "
00266H                 "LEDGER ENTRY NOT POSTED"
00266I             GO TO 8200-EXIT
00266J         END-IF.
00266K         CALL "LEDGPOST" USING CTL-TOTAL-RECORD
00266L             ADJ-LEDGPOST-RC.
00266M         IF ADJ-LEDGPOST-RC NOT = ZERO
00266N             DISPLAY "ADJPOST: LEDGER MASTER NOT POSTED, "
00266O                 "JOURNAL ENTRY WRITTEN - SEE LEDGPOST"
00266P         END-IF.
00266Q         IF ADJ-LEDGPOST-RC NOT = 08
00266R             MOVE ZERO TO ADJ-CONTINUATION-SEQ
00266S             PERFORM 8400-POST-CONTINUATION THRU 8400-EXIT
00266T                 UNTIL ADJ-LBR-SUB >= ADJ-BRANCH-ENTRY-COUNT
00266U         END-IF.
002730 8200-EXIT.
002740         EXIT.
002741 8250-FILL-ONE-SLOT.
002742         IF ADJ-LBR-SUB < ADJ-BRANCH-ENTRY-COUNT
002743             ADD 1 TO ADJ-LBR-SUB
002744             MOVE ADJ-LBR-CODE(ADJ-LBR-SUB)
002745                 TO CTL-BRANCH-CODE(CTL-BRANCH-IDX)
002746             MOVE ADJ-LBR-REC-COUNT(ADJ-LBR-SUB)
002747                 TO CTL-BRANCH-RECORD-COUNT(CTL-BRANCH-IDX)
002748             MOVE ADJ-LBR-AMOUNT(ADJ-LBR-SUB)
002749                 TO CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
00274A         ELSE
00274B             MOVE SPACES TO CTL-BRANCH-CODE(CTL-BRANCH-IDX)
00274C             MOVE ZERO TO CTL-BRANCH-RECORD-COUNT(CTL-BRANCH-IDX)
00274D             MOVE ZERO TO CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
00274E         END-IF.
00274F 8250-EXIT.
00274G         EXIT.
002750 8300-SET-RETURN-CODE.
002751         IF ADJ-BREAKDOWN-OVERFLOW
002752             MOVE 16 TO RETURN-CODE
002753             GO TO 8300-EXIT
002754         END-IF.
002760         IF CTL-RECONCILE-FAILED
002770             MOVE 8 TO RETURN-CODE
002780             GO TO 8300-EXIT
002840         MOVE ZERO TO RETURN-CODE.
002850 8300-EXIT.
002860         EXIT.
002861*---------------------------------------------------------------
002862*  8400-POST-CONTINUATION.  BRANCHES PAST THE FIRST 20 GO
002863*  OUT AS "K" CONTINUATIONS OF THE "A" ENTRY, ZERO TOTALS.
002864*---------------------------------------------------------------
002865 8400-POST-CONTINUATION.
002866         ADD 1 TO ADJ-CONTINUATION-SEQ.
002867         MOVE "K" TO CTL-ENTRY-TYPE.
002868         MOVE "A" TO CTL-CONTINUED-TYPE.
002869         MOVE ADJ-CONTINUATION-SEQ TO CTL-CONTINUATION-SEQ.
00286A         MOVE ZERO TO CTL-RECORD-COUNT.
00286B         MOVE ZERO TO CTL-AMOUNT-TOTAL.
00286C         MOVE ZERO TO CTL-DEBIT-TOTAL.
00286D         MOVE ZERO TO CTL-CREDIT-TOTAL.
00286E         MOVE ZERO TO CTL-EXCEPTION-COUNT.
00286F         PERFORM 8250-FILL-ONE-SLOT THRU 8250-EXIT
00286G             VARYING CTL-BRANCH-IDX FROM 1 BY 1
00286H             UNTIL CTL-BRANCH-IDX > 20.
00286I         CALL "LEDGPOST" USING CTL-TOTAL-RECORD
00286J             ADJ-LEDGPOST-RC.
00286K         DISPLAY "ADJPOST: BREAKDOWN CONTINUATION "
00286L             ADJ-CONTINUATION-SEQ " POSTED".
00286M 8400-EXIT.
00286N         EXIT.
002870 9000-LOG-EVENT.
002880         CALL "EVLOG" USING ADJ-EVL-PROGRAM ADJ-EVL-SEVERITY
002890             ADJ-EVL-CODE ADJ-EVL-TEXT.
