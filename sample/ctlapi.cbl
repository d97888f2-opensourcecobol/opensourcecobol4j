00035L*                  PARAMETER IS GIVEN.  ENTRY TYPES ARE NOW
00035M*                  NAMED IN FULL IN THE RESPONSES INSTEAD OF
00035N*                  EVERY NON-ORIGINAL READING "REVERSAL".
00035O*  10/15/2026 DCG  EACH ENTRY'S BRANCH BREAKDOWN NOW FOLLOWS IT
00035P*                  AS "BRANCH" RESPONSE LINES CARRYING THE ENTRY'S
00035Q*                  RUN KEY, INCLUDING THE ROWS OF ANY "K"
00035R*                  CONTINUATION ENTRIES, WHICH ARE NOT ANSWERED OR
00035S*                  COUNTED AS ENTRIES IN THEIR OWN RIGHT.  THE
00035T*                  SERVICE VIEW HOLDS THE BREAKDOWN AS WELL.
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.
0008AK         05  API-RENAME-RC            PIC S9(09) COMP-5.
0008AL         05  API-VIEW-SUB             PIC 9(05) COMP VALUE ZERO.
008AL1         05  API-VIEW-SLOT            PIC 9(05) COMP VALUE ZERO.
008ALA         05  API-BRANCH-SUB           PIC 9(02) COMP VALUE ZERO.
0008AM 01  API-LEDGER-VIEW.
0008AN         05  API-VIEW-COUNT           PIC 9(05) COMP VALUE ZERO.
0008AO         05  API-VIEW-ENTRY OCCURS 500 TIMES
0008AU             10  API-VW-AMOUNT        PIC S9(09)V99 COMP-3.
0008AV             10  API-VW-STATUS        PIC X(01).
0008AW             10  API-VW-TYPE          PIC X(01).
0008AX             10  API-VW-BRANCH OCCURS 20 TIMES.
0008AY                 15  API-VW-BR-CODE   PIC X(03).
0008AZ                 15  API-VW-BR-COUNT  PIC S9(09) COMP.
0008B1                 15  API-VW-BR-AMOUNT PIC S9(09)V99 COMP-3.
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000872         ACCEPT API-PARM-STRING FROM COMMAND-LINE.
001490             NOT AT END
001500                 IF API-REQUEST-IS-ALL OR
001510                         CTL-RUN-DATE = API-REQUEST-DATE
00152A                     PERFORM 2240-ANSWER-ENTRY THRU 2240-EXIT
001550                 END-IF
001560         END-READ.
001570 2210-EXIT.
00158O             GO TO 2270-EXIT
00158P         END-IF.
00158Q         MOVE LMR-CTL-DATA TO CTL-TOTAL-RECORD.
00158R         PERFORM 2240-ANSWER-ENTRY THRU 2240-EXIT.
00158T 2270-EXIT.
00158U         EXIT.
001590 2250-WRITE-ENTRY-RESPONSE.
001860         WRITE RESPONSE-RECORD.
001870 2250-EXIT.
001880         EXIT.
00188A*---------------------------------------------------------------
00188B*  2240-ANSWER-ENTRY.  ONE MATCHING LEDGER ENTRY: ITS ENTRY LINE,
00188C*  THEN ONE "BRANCH" LINE PER FILLED BREAKDOWN SLOT.  A "K"
00188D*  CONTINUATION ONLY ADDS BRANCH LINES UNDER ITS PARENT'S RUN
00188E*  KEY; IT IS NOT AN ENTRY OF ITS OWN.
00188F*---------------------------------------------------------------
00188G 2240-ANSWER-ENTRY.
00188H         IF NOT CTL-ENTRY-CONTINUATION
00188I             PERFORM 2250-WRITE-ENTRY-RESPONSE THRU 2250-EXIT
00188J             ADD 1 TO API-MATCH-COUNT
00188K         END-IF.
00188L         PERFORM 2280-WRITE-BRANCH-RESPONSE THRU 2280-EXIT
00188M             VARYING API-BRANCH-SUB FROM 1 BY 1
00188N             UNTIL API-BRANCH-SUB > 20.
00188O 2240-EXIT.
00188P         EXIT.
00188Q 2280-WRITE-BRANCH-RESPONSE.
00188R         IF CTL-BRANCH-CODE(API-BRANCH-SUB) = SPACES
00188S             GO TO 2280-EXIT
00188T         END-IF.
00188U         MOVE CTL-BRANCH-RECORD-COUNT(API-BRANCH-SUB)
00188V             TO API-RECORD-COUNT-EDIT.
00188W         MOVE CTL-BRANCH-AMOUNT(API-BRANCH-SUB)
00188X             TO API-AMOUNT-TOTAL-EDIT.
00188Y         MOVE API-REQUEST-SEQ TO API-REQUEST-SEQ-EDIT.
00188Z         MOVE SPACES TO RESPONSE-RECORD.
018801         STRING '{"REQUEST_SEQ":' DELIMITED BY SIZE
018802             API-REQUEST-SEQ-EDIT DELIMITED BY SIZE
018803             ',"TYPE":"BRANCH","RUN_DATE":"' DELIMITED BY SIZE
018804             CTL-RUN-DATE DELIMITED BY SIZE
018805             '","RUN_TIME":"' DELIMITED BY SIZE
018806             CTL-RUN-TIME DELIMITED BY SIZE
018807             '","RUN_ID":"' DELIMITED BY SIZE
018808             CTL-RUN-ID DELIMITED BY SPACE
018809             '","BRANCH":"' DELIMITED BY SIZE
01880A             CTL-BRANCH-CODE(API-BRANCH-SUB) DELIMITED BY SIZE
01880B             '","RECORD_COUNT":' DELIMITED BY SIZE
01880C             API-RECORD-COUNT-EDIT DELIMITED BY SIZE
01880D             ',"AMOUNT_TOTAL":' DELIMITED BY SIZE
01880E             API-AMOUNT-TOTAL-EDIT DELIMITED BY SIZE
01880F             '}' DELIMITED BY SIZE
01880G             INTO RESPONSE-RECORD.
01880H         WRITE RESPONSE-RECORD.
01880I 2280-EXIT.
01880J         EXIT.
001890 2300-WRITE-SUMMARY-RESPONSE.
001895         MOVE API-REQUEST-SEQ TO API-REQUEST-SEQ-EDIT.
001900         MOVE SPACES TO RESPONSE-RECORD.
0050CH         MOVE CTL-RECONCILE-STATUS
0050CI             TO API-VW-STATUS(API-VIEW-SLOT).
0050CJ         MOVE CTL-ENTRY-TYPE TO API-VW-TYPE(API-VIEW-SLOT).
050CJ1         PERFORM 5460-SAVE-ONE-BRANCH THRU 5460-EXIT
050CJ2             VARYING API-BRANCH-SUB FROM 1 BY 1
050CJ3             UNTIL API-BRANCH-SUB > 20.
0050CK 5450-EXIT.
0050CL         EXIT.
050CL1 5460-SAVE-ONE-BRANCH.
050CL2         MOVE CTL-BRANCH-CODE(API-BRANCH-SUB)
050CL3             TO API-VW-BR-CODE(API-VIEW-SLOT, API-BRANCH-SUB).
050CL4         MOVE CTL-BRANCH-RECORD-COUNT(API-BRANCH-SUB)
050CL5             TO API-VW-BR-COUNT(API-VIEW-SLOT, API-BRANCH-SUB).
050CL6         MOVE CTL-BRANCH-AMOUNT(API-BRANCH-SUB)
050CL7             TO API-VW-BR-AMOUNT(API-VIEW-SLOT, API-BRANCH-SUB).
050CL8 5460-EXIT.
050CL9         EXIT.
0050CM 5300-ANSWER-REQUEST-BATCH.
0050CN         MOVE ZERO TO API-REQUEST-SEQ.
0050CO         MOVE "N" TO API-REQUEST-EOF-SWITCH.
0050E1         MOVE API-VW-STATUS(API-VIEW-SUB)
0050E2             TO CTL-RECONCILE-STATUS.
0050E3         MOVE API-VW-TYPE(API-VIEW-SUB) TO CTL-ENTRY-TYPE.
0050EA         PERFORM 5650-RESTORE-ONE-BRANCH THRU 5650-EXIT
0050EB             VARYING API-BRANCH-SUB FROM 1 BY 1
0050EC             UNTIL API-BRANCH-SUB > 20.
0050ED         PERFORM 2240-ANSWER-ENTRY THRU 2240-EXIT.
0050E6 5600-EXIT.
0050E7         EXIT.
0050EE 5650-RESTORE-ONE-BRANCH.
0050EF         MOVE API-VW-BR-CODE(API-VIEW-SUB, API-BRANCH-SUB)
0050EG             TO CTL-BRANCH-CODE(API-BRANCH-SUB).
0050EH         MOVE API-VW-BR-COUNT(API-VIEW-SUB, API-BRANCH-SUB)
0050EI             TO CTL-BRANCH-RECORD-COUNT(API-BRANCH-SUB).
0050EJ         MOVE API-VW-BR-AMOUNT(API-VIEW-SUB, API-BRANCH-SUB)
0050EK             TO CTL-BRANCH-AMOUNT(API-BRANCH-SUB).
0050EL 5650-EXIT.
0050EM         EXIT.
002130 8000-TERMINATE.
002140         IF API-REQUEST-FILE-OK OR API-REQUEST-EOF-SWITCH = "Y"
002150             CLOSE REQUEST-FILE
