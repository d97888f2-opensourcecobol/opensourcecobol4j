0004YA*                  THE SAME WAY A MISSING OPERMST GRANTS ALL --
0004YB*                  HISTORY FROM BEFORE THE SIGN-OFF EXISTED
0004YC*                  STILL ROLLS.
0004YG*  10/15/2026 DCG  "K" BREAKDOWN CONTINUATION ENTRIES NOW ADD
0004YH*                  THEIR BRANCH ROWS TO THE MONTH'S BRANCH TABLE
0004YI*                  (NO RUN COUNT, NO TOTALS -- THE PARENT ENTRY
0004YJ*                  CARRIES THOSE), SO BRANCHES PAST THE
0004YK*                  TWENTIETH REACH BRRLFILE AND RGRLFILE.  THE
0004YL*                  BRANCH, REGION AND BRANCH-TO-REGION TABLES
0004YM*                  ARE WIDENED TO 200, AND A BRANCH OR REGION
0004YN*                  THAT STILL WILL NOT FIT IS LOGGED AND ENDS
0004YO*                  THE RUN RC 16 INSTEAD OF BEING DROPPED.
0004YP*  10/15/2026 DCG  MERGED BRANCHES ROLL UP AS ONE.  A LEDGER
0004YQ*                  ENTRY DATED ON OR AFTER A COMPLETED BRMRGREQ
0004YR*                  MERGER'S EFFECTIVE DATE BANKS THE CLOSING
0004YS*                  BRANCH'S BREAKDOWN ROW UNDER THE SURVIVOR, SO
0004YT*                  BRRLFILE (AND RGRLFILE THROUGH IT) CARRY ONE
0004YU*                  BRANCH FROM THAT DATE FORWARD.  EARLIER ENTRIES
0004YV*                  STILL ROLL UNDER THE BRANCH THAT SENT THEM.
0004YW*  10/15/2026 DCG  ONLY "K" ENTRIES CONTINUING AN "O", "R" OR "A"
0004YX*                  ENTRY ADD THEIR BRANCH ROWS.  A CONTINUATION
0004YY*                  OF A SKIPPED INTRADAY OR STREAM PARTIAL WAS
0004YZ*                  COUNTING THAT ACTIVITY A SECOND TIME, AND THE
0004Z1*                  MONTH'S BRANCH TABLE NOW FILLS AT ITS FULL 200.
0004Z2*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0004Z3*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
0004Z4*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
0004Z5*  10/15/2026 DCG  A BRMRGREQ MERGER THAT DOES NOT FIT THE
0004Z6*                  100-ENTRY MERGER TABLE IS NO LONGER DROPPED
0004Z7*                  UNSEEN: IT IS DISPLAYED, LOGGED TO EVLOG AS A
0004Z8*                  TABLE OVERFLOW AND THE RUN ENDS RC 16, AS FOR
0004Z9*                  THE BRANCH AND REGION TABLES.
000448*---------------------------------------------------------------
000449 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
00057G         SELECT CERT-FILE ASSIGN TO "CERTFILE"
00057H             ORGANIZATION IS LINE SEQUENTIAL
00057I             FILE STATUS IS SPL-CERT-FILE-STATUS.
00057J         SELECT MERGER-FILE ASSIGN TO "BRMRGREQ"
00057K             ORGANIZATION IS LINE SEQUENTIAL
00057L             FILE STATUS IS SPL-MERGER-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  LEDGER-FILE.
00063C     COPY BRNCHREC.
00063E FD  CERT-FILE.
00063G     COPY DAYCRTRC.
00063H FD  MERGER-FILE.
00063I     COPY BRMERGRC.
000710 WORKING-STORAGE SECTION.
000720     COPY CTLTOTAL.
000730 01  SPL-FILE-STATUS-VALUES.
0007A5         05  SPL-CERT-FILE-STATUS    PIC X(02).
0007A6             88  SPL-CERT-FILE-OK        VALUE "00".
000774             88  SPL-BRROLL-FILE-OK      VALUE "00".
00077A         05  SPL-MERGER-FILE-STATUS  PIC X(02).
00077B             88  SPL-MERGER-FILE-OK      VALUE "00".
000780 01  SPL-SWITCHES.
000790         05  SPL-EOF-SWITCH           PIC X(01) VALUE "N".
000800             88  SPL-END-OF-FILE          VALUE "Y".
000912         05  SPL-GRAND-EXCEPT-COUNT PIC 9(05) COMP VALUE ZERO.
000908 01  SPL-MONTH-BRANCH-TABLE.
000909         05  SPL-MBR-COUNT            PIC 9(03) COMP VALUE ZERO.
00090A         05  SPL-MBR-ENTRY OCCURS 200 TIMES
00090B                 INDEXED BY SPL-MBR-IDX.
00090C             10  SPL-MBR-BRANCH       PIC X(03).
00090D             10  SPL-MBR-REC-COUNT    PIC S9(09) COMP.
00090F         05  SPL-MBR-FOUND-SWITCH    PIC X(01) VALUE "N".
00090G             88  SPL-MBR-FOUND            VALUE "Y".
00090H         05  SPL-MBR-SUB             PIC 9(03) COMP VALUE ZERO.
00090I         05  SPL-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
00090J             88  SPL-TABLE-OVERFLOW       VALUE "Y".
0009A1 01  SPL-BRANCH-REGION-MAP.
0009A2         05  SPL-BRM-EOF-SWITCH      PIC X(01) VALUE "N".
0009A3             88  SPL-BRM-AT-END           VALUE "Y".
0009A4         05  SPL-MAP-COUNT           PIC 9(03) COMP VALUE ZERO.
0009A5         05  SPL-MAP-ENTRY OCCURS 200 TIMES
0009A6                 INDEXED BY SPL-MAP-IDX.
0009A7             10  SPL-MAP-BRANCH      PIC X(03).
0009A8             10  SPL-MAP-REGION      PIC X(03).
0009A9 01  SPL-REGION-ROLLUP-TABLE.
0009AA         05  SPL-MRG-COUNT           PIC 9(03) COMP VALUE ZERO.
0009AB         05  SPL-MRG-ENTRY OCCURS 200 TIMES
0009AC                 INDEXED BY SPL-MRG-IDX.
0009AD             10  SPL-MRG-REGION      PIC X(03).
0009AE             10  SPL-MRG-REC-COUNT   PIC S9(09) COMP.
0009AF             10  SPL-MRG-AMOUNT      PIC S9(09)V99 COMP-3.
0009AG         05  SPL-MRG-SUB             PIC 9(03) COMP VALUE ZERO.
0009AH         05  SPL-MAP-REGION-WORK     PIC X(03) VALUE SPACES.
0009AI*  COMPLETED BRANCH MERGERS -- A CLOSING BRANCH'S ROWS DATED ON
0009AJ*  OR AFTER THE EFFECTIVE DATE ROLL UNDER THE SURVIVOR.
0009AK 01  SPL-MERGER-TABLE.
0009AL         05  SPL-MRQ-EOF-SWITCH      PIC X(01) VALUE "N".
0009AM             88  SPL-MRQ-AT-END           VALUE "Y".
0009AN         05  SPL-MRQ-MAPPED-SWITCH   PIC X(01) VALUE "N".
0009AO             88  SPL-MRQ-MAPPED           VALUE "Y".
0009AP         05  SPL-MRQ-COUNT           PIC 9(03) COMP VALUE ZERO.
0009AQ         05  SPL-MRQ-PASSES          PIC 9(02) COMP VALUE ZERO.
0009AR         05  SPL-MRQ-ENTRY OCCURS 100 TIMES
0009AS                 INDEXED BY SPL-MRQ-IDX.
0009AT             10  SPL-MRQ-CLOSING     PIC X(03).
0009AU             10  SPL-MRQ-SURVIVOR    PIC X(03).
0009AV             10  SPL-MRQ-EFFECTIVE   PIC 9(08).
0009AW         05  SPL-MRQ-WORK-BRANCH     PIC X(03) VALUE SPACES.
0009B1 01  SPL-CERTIFICATION-TABLE.
0009B2         05  SPL-CRT-EOF-SWITCH      PIC X(01) VALUE "N".
0009B3             88  SPL-CRT-AT-END           VALUE "Y".
000916         05  SPL-EVL-SEVERITY         PIC X(01) VALUE "I".
000917         05  SPL-EVL-CODE             PIC X(04) VALUE SPACES.
000918         05  SPL-EVL-TEXT             PIC X(60) VALUE SPACES.
00091A     COPY RUNDATEC.
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001093         OPEN OUTPUT REGION-ROLLUP-FILE.
001094         PERFORM 1700-LOAD-BRANCH-REGIONS THRU 1700-EXIT.
001096         PERFORM 1800-LOAD-CERTIFICATIONS THRU 1800-EXIT.
00109A         PERFORM 1900-LOAD-MERGERS THRU 1900-EXIT.
001100         PERFORM 2100-READ-LEDGER-FILE THRU 2100-EXIT.
001110         IF NOT SPL-END-OF-FILE
001120             MOVE CTL-RUN-DATE(1:6) TO SPL-CURRENT-MONTH
001156*  THE MONTH CLOSES ON.
001157*---------------------------------------------------------------
00115A 1500-NOTE-MONTH-END-DAY.
00115B         CALL "RUNDATE" USING RUN-DATE-AREA.
00115C         MOVE RDT-RUN-DATE TO SPL-TODAY-DATE.
00115D         MOVE "N" TO DSV-FUNCTION.
00115E         MOVE SPL-TODAY-DATE TO DSV-DATE-1.
00115F         CALL "DATESRV" USING DATE-SERVICE-AREA.
00115G         IF NOT DSV-SUCCESSFUL
00115H             GO TO 1500-EXIT
00115I         END-IF.
00115J         MOVE DSV-RESULT-DATE TO SPL-NEXT-BUSINESS-DATE.
00115K         IF SPL-NEXT-BUSINESS-DATE(1:6)
00115L             NOT = SPL-TODAY-DATE(1:6)
00115M             DISPLAY "MONTHEND: TODAY (" SPL-TODAY-DATE
00115N                 ") IS THE LAST BUSINESS DAY OF THE MONTH"
00115O         END-IF.
00115P 1500-EXIT.
00115Q         EXIT.
0017A1 1700-LOAD-BRANCH-REGIONS.
0017A2         OPEN INPUT BRANCH-MASTER-FILE.
0017A3         IF NOT SPL-BRANCH-MASTER-OK
0017A7         END-IF.
0017A8         PERFORM 1750-LOAD-ONE-REGION THRU 1750-EXIT
0017A9             UNTIL SPL-BRM-AT-END
0017AA                 OR SPL-MAP-COUNT = 200.
0017AB         CLOSE BRANCH-MASTER-FILE.
0017AC 1700-EXIT.
0017AD         EXIT.
0018B8         END-IF.
0018B9 1850-EXIT.
0018BA         EXIT.
0018BB 1900-LOAD-MERGERS.
0018BC         OPEN INPUT MERGER-FILE.
0018BD         IF NOT SPL-MERGER-FILE-OK
0018BE             GO TO 1900-EXIT
0018BF         END-IF.
0018BG         PERFORM 1950-LOAD-ONE-MERGER THRU 1950-EXIT
0018BH             UNTIL SPL-MRQ-AT-END.
0018BI         CLOSE MERGER-FILE.
0018BJ 1900-EXIT.
0018BK         EXIT.
0018BL 1950-LOAD-ONE-MERGER.
0018BM         READ MERGER-FILE
0018BN             AT END
0018BO                 MOVE "Y" TO SPL-MRQ-EOF-SWITCH
0018BP                 GO TO 1950-EXIT
0018BQ         END-READ.
0018BR         IF NOT BMR-MERGED
0018BS             GO TO 1950-EXIT
0018BT         END-IF.
0018BU         IF SPL-MRQ-COUNT NOT < 100
0018BV             DISPLAY "MONTHEND: MERGER OF " BMR-CLOSING-BRANCH
0018BW                 " INTO " BMR-SURVIVING-BRANCH
0018BX                 " DOES NOT FIT THE MERGER TABLE"
0018BY             PERFORM 2080-FLAG-TABLE-OVERFLOW THRU 2080-EXIT
0018BZ             MOVE "Y" TO SPL-MRQ-EOF-SWITCH
0018C1             GO TO 1950-EXIT
0018C2         END-IF.
0018C3         ADD 1 TO SPL-MRQ-COUNT.
0018C4         MOVE BMR-CLOSING-BRANCH
0018C5             TO SPL-MRQ-CLOSING(SPL-MRQ-COUNT).
0018C6         MOVE BMR-SURVIVING-BRANCH
0018C7             TO SPL-MRQ-SURVIVOR(SPL-MRQ-COUNT).
0018C8         MOVE BMR-EFFECTIVE-DATE
0018C9             TO SPL-MRQ-EFFECTIVE(SPL-MRQ-COUNT).
0018CA 1950-EXIT.
0018CB         EXIT.
001160 2000-PROCESS-RECORD.
001161         IF CTL-ENTRY-COMPANY-PART OR CTL-ENTRY-INTRADAY
00116A             OR CTL-ENTRY-STREAM-PART OR CTL-ENTRY-CLOSE-CERT
001162             PERFORM 2100-READ-LEDGER-FILE THRU 2100-EXIT
001163             GO TO 2000-EXIT
001164         END-IF.
00116B         IF CTL-ENTRY-CONTINUATION
00116C             IF CTL-CONTINUES-ORIGINAL OR CTL-CONTINUES-REVERSAL
00116D                 OR CTL-CONTINUES-ADJUSTMENT
00116E                 PERFORM 2060-ADD-BRANCH-BREAKDOWN THRU 2060-EXIT
00116F             END-IF
00116G             PERFORM 2100-READ-LEDGER-FILE THRU 2100-EXIT
00116H             GO TO 2000-EXIT
00116I         END-IF.
00116J         IF CTL-RUN-DATE NOT = SPL-CURRENT-DATE
00116K             PERFORM 2050-DAY-BREAK THRU 2050-EXIT
00116L         END-IF.
001170         IF CTL-RUN-DATE(1:6) NOT = SPL-CURRENT-MONTH
001180             PERFORM 3000-MONTH-BREAK THRU 3000-EXIT
001190             MOVE CTL-RUN-DATE(1:6) TO SPL-CURRENT-MONTH
0012AD         IF CTL-BRANCH-CODE(CTL-BRANCH-IDX) = SPACES
0012AE             GO TO 2070-EXIT
0012AF         END-IF.
0012AG         MOVE CTL-BRANCH-CODE(CTL-BRANCH-IDX)
0012AH             TO SPL-MRQ-WORK-BRANCH.
0012AI         PERFORM 2075-MAP-MERGED-BRANCH THRU 2075-EXIT.
0012AJ         MOVE "N" TO SPL-MBR-FOUND-SWITCH.
0012AK         IF SPL-MBR-COUNT > ZERO
0012AL             SET SPL-MBR-IDX TO 1
0012AM             SEARCH SPL-MBR-ENTRY
0012AN                 AT END
0012AO                     CONTINUE
0012AP                 WHEN SPL-MBR-BRANCH(SPL-MBR-IDX)
0012AQ                     = SPL-MRQ-WORK-BRANCH
0012AR                     SET SPL-MBR-FOUND TO TRUE
0012AS             END-SEARCH
0012AT         END-IF.
0012AU         IF NOT SPL-MBR-FOUND
0012AV             IF SPL-MBR-COUNT < 200
0012AW                 ADD 1 TO SPL-MBR-COUNT
0012AX                 SET SPL-MBR-IDX TO SPL-MBR-COUNT
0012AY                 MOVE SPL-MRQ-WORK-BRANCH
0012AZ                     TO SPL-MBR-BRANCH(SPL-MBR-IDX)
0012B1                 MOVE ZERO TO SPL-MBR-REC-COUNT(SPL-MBR-IDX)
0012B2                 MOVE ZERO TO SPL-MBR-AMOUNT(SPL-MBR-IDX)
0012B3             ELSE
0012B4                 DISPLAY "MONTHEND: BRANCH "
0012B5                     SPL-MRQ-WORK-BRANCH
0012B6                     " DOES NOT FIT THE MONTH'S BRANCH TABLE"
0012B7                 PERFORM 2080-FLAG-TABLE-OVERFLOW THRU 2080-EXIT
0012B8                 GO TO 2070-EXIT
0012B9             END-IF
0012BA         END-IF.
0012BB         ADD CTL-BRANCH-RECORD-COUNT(CTL-BRANCH-IDX)
0012BC             TO SPL-MBR-REC-COUNT(SPL-MBR-IDX).
0012BD         ADD CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
0012BE             TO SPL-MBR-AMOUNT(SPL-MBR-IDX).
0012BF 2070-EXIT.
0012BG         EXIT.
0012BH*---------------------------------------------------------------
0012BI*  2075-MAP-MERGED-BRANCH.  FOLLOWS SPL-MRQ-WORK-BRANCH THROUGH
0012BJ*  THE MERGERS IN FORCE ON THIS ENTRY'S RUN DATE -- A FEW PASSES
0012BK*  COVER A SURVIVOR THAT WAS ITSELF LATER MERGED.
0012BL*---------------------------------------------------------------
0012BM 2075-MAP-MERGED-BRANCH.
0012BN         IF SPL-MRQ-COUNT = ZERO
0012BO             GO TO 2075-EXIT
0012BP         END-IF.
0012BQ         MOVE ZERO TO SPL-MRQ-PASSES.
0012BR         SET SPL-MRQ-MAPPED TO TRUE.
0012BS         PERFORM 2078-MAP-ONE-PASS THRU 2078-EXIT
0012BT             UNTIL NOT SPL-MRQ-MAPPED
0012BU                 OR SPL-MRQ-PASSES = 5.
0012BV 2075-EXIT.
0012BW         EXIT.
0012BX 2078-MAP-ONE-PASS.
0012BY         ADD 1 TO SPL-MRQ-PASSES.
0012BZ         MOVE "N" TO SPL-MRQ-MAPPED-SWITCH.
0012C1         SET SPL-MRQ-IDX TO 1.
0012C2         SEARCH SPL-MRQ-ENTRY
0012C3             AT END
0012C4                 CONTINUE
0012C5             WHEN SPL-MRQ-CLOSING(SPL-MRQ-IDX)
0012C6                     = SPL-MRQ-WORK-BRANCH
0012C7                 AND SPL-MRQ-EFFECTIVE(SPL-MRQ-IDX)
0012C8                     NOT > CTL-RUN-DATE
0012C9                 MOVE SPL-MRQ-SURVIVOR(SPL-MRQ-IDX)
0012CA                     TO SPL-MRQ-WORK-BRANCH
0012CB                 SET SPL-MRQ-MAPPED TO TRUE
0012CC         END-SEARCH.
0012CD 2078-EXIT.
0012CE         EXIT.
0012CF*---------------------------------------------------------------
0012CG*  2080-FLAG-TABLE-OVERFLOW.  A BRANCH, REGION OR MERGER THE
0012CH*  TABLES CANNOT HOLD WOULD LEAVE BRRLFILE/RGRLFILE WRONG,
0012CI*  SO IT IS LOGGED (ONCE) AND THE RUN ENDS RC 16 IN 8000.
0012CJ*---------------------------------------------------------------
0012CK 2080-FLAG-TABLE-OVERFLOW.
0012CL         IF SPL-TABLE-OVERFLOW
0012CM             GO TO 2080-EXIT
0012CN         END-IF.
0012CO         SET SPL-TABLE-OVERFLOW TO TRUE.
0012CP         MOVE "E" TO SPL-EVL-SEVERITY.
0012CQ         MOVE "TBLO" TO SPL-EVL-CODE.
0012CR         MOVE "ROLLUP TABLE OVERFLOW - BRRLFILE/RGRLFILE WRONG"
0012CS             TO SPL-EVL-TEXT.
0012CT         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
0012CU         MOVE "I" TO SPL-EVL-SEVERITY.
0012CV 2080-EXIT.
0012CW         EXIT.
0029A1*---------------------------------------------------------------
0029A2*  2900-CHECK-MONTH-CERTIFIED.  WALKS THE CLOSING MONTH'S
0029A3*  BUSINESS DAYS THROUGH DATESRV (SHOP CALENDAR, FUTURE DAYS
0013AP*  KEY WOULD CORRUPT THE NEXT MONTH'S ROLLUPS.
0013AQ             PERFORM 3510-CLEAR-ONE-BRANCH-SLOT THRU 3510-EXIT
0013AR                 VARYING SPL-MBR-SUB FROM 1 BY 1
0013AS                 UNTIL SPL-MBR-SUB > 200
0013AL             GO TO 3000-EXIT
0013AM         END-IF.
001370         DISPLAY "MONTHLY ROLLUP " SPL-CURRENT-MONTH
0014A8         MOVE ZERO TO SPL-MBR-COUNT.
0014B5         PERFORM 3510-CLEAR-ONE-BRANCH-SLOT THRU 3510-EXIT
0014B6             VARYING SPL-MBR-SUB FROM 1 BY 1
0014B7             UNTIL SPL-MBR-SUB > 200.
0014A9 3500-EXIT.
0014AA         EXIT.
0014B8 3510-CLEAR-ONE-BRANCH-SLOT.
0014E3*  PRIOR MONTH WOULD MATCH WITHOUT EVER RAISING THE COUNT.
0014E4         PERFORM 3640-CLEAR-ONE-REGION-SLOT THRU 3640-EXIT
0014E5             VARYING SPL-MRG-SUB FROM 1 BY 1
0014E6             UNTIL SPL-MRG-SUB > 200.
0014C9         PERFORM 3650-MAP-ONE-BRANCH THRU 3650-EXIT
0014CA             VARYING SPL-MBR-SUB FROM 1 BY 1
0014CB             UNTIL SPL-MBR-SUB > SPL-MBR-COUNT.
0014CX         SET SPL-MRG-IDX TO 1.
0014CY         SEARCH SPL-MRG-ENTRY
0014CZ             AT END
0014F1                 IF SPL-MRG-COUNT < 200
0014F2                     ADD 1 TO SPL-MRG-COUNT
0014F3                     SET SPL-MRG-IDX TO SPL-MRG-COUNT
0014F4                     MOVE SPL-MAP-REGION-WORK
0014F5                         TO SPL-MRG-REGION(SPL-MRG-IDX)
0014F6                     MOVE ZERO TO SPL-MRG-REC-COUNT(SPL-MRG-IDX)
0014F7                     MOVE ZERO TO SPL-MRG-AMOUNT(SPL-MRG-IDX)
0014F8                 ELSE
0014F9                     DISPLAY "MONTHEND: REGION "
0014FA                         SPL-MAP-REGION-WORK
0014FB                         " DOES NOT FIT THE REGION TABLE"
0014FC                     PERFORM 2080-FLAG-TABLE-OVERFLOW
0014FD                         THRU 2080-EXIT
0014FE                     GO TO 3650-EXIT
0014FF                 END-IF
0014DB             WHEN SPL-MRG-REGION(SPL-MRG-IDX)
0014DC                 = SPL-MAP-REGION-WORK
0014DD                 CONTINUE
001672         MOVE "ENDC" TO SPL-EVL-CODE.
001674         MOVE "MONTHLY ROLLUP COMPLETE" TO SPL-EVL-TEXT.
001676         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
00167A         IF SPL-TABLE-OVERFLOW
00167B             DISPLAY "MONTHEND: ROLLUP TABLE OVERFLOW - "
00167C                 "RETURN CODE 16"
00167D             MOVE 16 TO RETURN-CODE
00167E         END-IF.
001680 8000-EXIT.
001690         EXIT.
001700 9000-LOG-EVENT.
