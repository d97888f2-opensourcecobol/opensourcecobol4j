000290*                  COUNTED AND SKIPPED; THE WHOLE FILE IS
000300*                  REPLACED ON EACH LOAD SO YESTERDAY'S RATES
000310*                  NEVER LINGER BEHIND A PARTIAL FEED.
000311*  10/15/2026 DCG  DAY-OVER-DAY RATE MOVEMENT EDIT.  THE FEED IS
000312*                  NOW TAKEN IN WHOLE BEFORE ANYTHING IS WRITTEN
000313*                  AND EACH RATE IS COMPARED WITH THE LATEST
000314*                  EARLIER RATEHIST RATE FOR ITS CURRENCY AGAINST
000315*                  THE RATETOL PERCENTAGE FOR THAT CURRENCY (THE
000316*                  "***" ROW FOR ANY OTHER, 5.00 WITHOUT ONE).
000317*                  A SINGLE BREACH HOLDS THE WHOLE FEED: CURRATES
000318*                  AND RATEHIST ARE LEFT AS THEY WERE, THE
000319*                  RATEXCPT EXCEPTION REPORT LISTS THE OFFENDING
00031A*                  RATES, THE HOLD IS LOGGED THROUGH EVLOG AND THE
00031B*                  RUN ENDS RC 8.  AN APPROVED RATEREL ROW ON
00031C*                  THE APPROVAL FILE WHOSE TARGET IS THE FEED
00031D*                  DATE (THE LATEST RATE DATE ON THE FEED)
00031E*                  RELEASES IT: THE FEED LOADS AS RECEIVED, THE
00031F*                  ROW IS MARKED EXECUTED, THE RELEASE IS LOGGED
00031G*                  AND THE RUN ENDS RC 4.
00031H*                  A FEED OF MORE THAN 200 LINES OR A CURRATES
00031I*                  THAT WILL NOT OPEN ENDS RC 16 WITH NOTHING
00031J*                  REPLACED.
00031K*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00031L*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00031M*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
00046A         SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
00046B             ORGANIZATION IS LINE SEQUENTIAL
00046C             FILE STATUS IS RTL-HIST-FILE-STATUS.
00046D         SELECT RATE-TOLERANCE-FILE ASSIGN TO "RATETOL"
00046E             ORGANIZATION IS LINE SEQUENTIAL
00046F             FILE STATUS IS RTL-TOL-FILE-STATUS.
00046G         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
00046H             ORGANIZATION IS LINE SEQUENTIAL
00046I             FILE STATUS IS RTL-APPROVAL-FILE-STATUS.
00046J         SELECT REPORT-FILE ASSIGN TO "RATEXCPT"
00046K             ORGANIZATION IS LINE SEQUENTIAL
00046L             FILE STATUS IS RTL-REPORT-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  RATE-FEED-FILE.
00060C         05  RTH-CURRENCY-CODE       PIC X(03).
00060D         05  RTH-RATE                PIC 9(04)V9(06).
00060E         05  RTH-RATE-DATE           PIC 9(08).
00060F FD  RATE-TOLERANCE-FILE.
00060G     COPY RATETLRC.
00060H FD  APPROVAL-FILE.
00060I     COPY APPRVREC.
00060J FD  REPORT-FILE.
00060K 01  REPORT-RECORD               PIC X(132).
000610 WORKING-STORAGE SECTION.
000620 01  RTL-FILE-STATUS-VALUES.
000630         05  RTL-FEED-FILE-STATUS    PIC X(02).
000660             88  RTL-RATE-FILE-OK        VALUE "00".
00066A         05  RTL-HIST-FILE-STATUS    PIC X(02).
00066B             88  RTL-HIST-FILE-OK        VALUE "00".
00066C         05  RTL-TOL-FILE-STATUS     PIC X(02).
00066D             88  RTL-TOL-FILE-OK         VALUE "00".
00066E         05  RTL-APPROVAL-FILE-STATUS PIC X(02).
00066F             88  RTL-APPROVAL-FILE-OK    VALUE "00".
00066G         05  RTL-REPORT-FILE-STATUS  PIC X(02).
00066H             88  RTL-REPORT-FILE-OK      VALUE "00".
000670 01  RTL-SWITCHES.
000680         05  RTL-EOF-SWITCH          PIC X(01) VALUE "N".
000690             88  RTL-END-OF-FILE         VALUE "Y".
000691         05  RTL-TOL-EOF-SWITCH      PIC X(01) VALUE "N".
000692             88  RTL-TOL-AT-END          VALUE "Y".
000693         05  RTL-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
000694             88  RTL-HIST-AT-END         VALUE "Y".
000695         05  RTL-APPR-EOF-SWITCH     PIC X(01) VALUE "N".
000696             88  RTL-APPR-AT-END         VALUE "Y".
000697         05  RTL-FOUND-SWITCH        PIC X(01) VALUE "N".
000698             88  RTL-ITEM-FOUND          VALUE "Y".
000699         05  RTL-REPORT-SWITCH       PIC X(01) VALUE "N".
00069A             88  RTL-REPORT-OPEN         VALUE "Y".
00069B         05  RTL-FEED-STATE          PIC X(01) VALUE "L".
00069C             88  RTL-FEED-LOADABLE       VALUE "L".
00069D             88  RTL-FEED-HELD           VALUE "H".
00069E             88  RTL-FEED-RELEASED       VALUE "R".
00069F             88  RTL-FEED-FATAL          VALUE "F".
000700 01  RTL-COUNTERS.
000710         05  RTL-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
000720         05  RTL-LOADED-COUNT        PIC 9(05) COMP VALUE ZERO.
000730         05  RTL-SKIPPED-COUNT       PIC 9(05) COMP VALUE ZERO.
0007A1         05  RTL-BREACH-COUNT        PIC 9(05) COMP VALUE ZERO.
0007A2         05  RTL-NO-PRIOR-COUNT      PIC 9(05) COMP VALUE ZERO.
0007A3 01  RTL-RUN-DATE                PIC 9(08) VALUE ZERO.
0007A4 01  RTL-RUN-TIME                PIC 9(08) VALUE ZERO.
0007A5 01  RTL-FEED-DATE               PIC 9(08) VALUE ZERO.
0007A6 01  RTL-DEFAULT-TOLERANCE       PIC 9(03)V99 VALUE 5.00.
0007A7*---------------------------------------------------------------
0007A8*  RATETOL, ONE PERCENTAGE PER CURRENCY.  THE "***" ROW GOES TO
0007A9*  RTL-DEFAULT-TOLERANCE RATHER THAN THE TABLE.
0007AA*---------------------------------------------------------------
0007AB 01  RTL-TOLERANCE-TABLE.
0007AC         05  RTL-TOL-COUNT           PIC 9(03) COMP VALUE ZERO.
0007AD         05  RTL-TOL-SUB             PIC 9(03) COMP VALUE ZERO.
0007AE         05  RTL-TOL-ENTRY OCCURS 100 TIMES.
0007AF             10  RTL-TOL-CURRENCY    PIC X(03).
0007AG             10  RTL-TOL-PCT         PIC 9(03)V99.
0007AH*---------------------------------------------------------------
0007AI*  THE WHOLE FEED, HELD HERE UNTIL EVERY RATE HAS PASSED THE
0007AJ*  EDIT, WITH THE RATEHIST RATE EACH LINE IS MEASURED AGAINST.
0007AK*---------------------------------------------------------------
0007AL 01  RTL-FEED-TABLE.
0007AM         05  RTL-FED-COUNT           PIC 9(03) COMP VALUE ZERO.
0007AN         05  RTL-FED-SUB             PIC 9(03) COMP VALUE ZERO.
0007AO         05  RTL-FED-TEST-SUB        PIC 9(03) COMP VALUE ZERO.
0007AP         05  RTL-FED-ENTRY OCCURS 200 TIMES.
0007AQ             10  RTL-FED-CURRENCY    PIC X(03).
0007AR             10  RTL-FED-RATE        PIC 9(04)V9(06).
0007AS             10  RTL-FED-DATE        PIC 9(08).
0007AT             10  RTL-FED-PRIOR-RATE  PIC 9(04)V9(06).
0007AU             10  RTL-FED-PRIOR-DATE  PIC 9(08).
0007AV             10  RTL-FED-TOLERANCE   PIC 9(03)V99.
0007AW             10  RTL-FED-MOVEMENT    PIC 9(05)V99.
0007AX             10  RTL-FED-BREACH-SWITCH PIC X(01).
0007AY                 88  RTL-FED-BREACH      VALUE "Y".
0007AZ 01  RTL-WORK-FIELDS.
0007B1         05  RTL-RATE-DIFFERENCE     PIC 9(04)V9(06) VALUE ZERO.
0007B2         05  RTL-LOOKUP-CURRENCY     PIC X(03) VALUE SPACES.
0007B3         05  RTL-LOOKUP-PCT          PIC 9(03)V99 VALUE ZERO.
0007B4 01  RTL-APPROVAL-TABLE.
0007B5         05  RTL-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
0007B6         05  RTL-APPR-SUB            PIC 9(03) COMP VALUE ZERO.
0007B7         05  RTL-APPR-HIT-SUB        PIC 9(03) COMP VALUE ZERO.
0007B8         05  RTL-APPR-ENTRY OCCURS 100 TIMES
0007B9                                     PIC X(130).
0007BA     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
0007BB         ==RTL-VIEW-RECORD==.
0007BC 01  RTL-EVENT-LOG-FIELDS.
0007BD         05  RTL-EVL-PROGRAM         PIC X(08) VALUE "RATELOAD".
0007BE         05  RTL-EVL-SEVERITY        PIC X(01) VALUE "I".
0007BF         05  RTL-EVL-CODE            PIC X(04) VALUE "RTOL".
0007BG         05  RTL-EVL-TEXT            PIC X(60) VALUE SPACES.
0007BH 01  RTL-PRINT-LINE              PIC X(132) VALUE SPACES.
0007BI 01  RTL-PRINT-LINE-FIELDS.
0007BJ         05  RTL-RATE-EDIT           PIC ZZZ9.999999.
0007BK         05  RTL-PRIOR-EDIT          PIC ZZZ9.999999.
0007BL         05  RTL-MOVEMENT-EDIT       PIC ZZZZ9.99.
0007BM         05  RTL-TOLERANCE-EDIT      PIC ZZ9.99.
0007BN         05  RTL-COUNT-EDIT          PIC ZZZZ9.
0007BO     COPY RUNDATEC.
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770         PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
000780             UNTIL RTL-END-OF-FILE.
000781         IF NOT RTL-FEED-FATAL
000782             PERFORM 3000-LOAD-PRIOR-RATES THRU 3000-EXIT
000783             PERFORM 4000-CHECK-ONE-RATE THRU 4000-EXIT
000784                 VARYING RTL-FED-SUB FROM 1 BY 1
000785                 UNTIL RTL-FED-SUB > RTL-FED-COUNT
000786             PERFORM 5000-REPORT-EXCEPTIONS THRU 5000-EXIT
000787         END-IF.
000788         IF RTL-FEED-LOADABLE OR RTL-FEED-RELEASED
000789             PERFORM 6000-WRITE-RATES THRU 6000-EXIT
00078A         END-IF.
00078B         IF RTL-FEED-RELEASED
00078C             PERFORM 5500-MARK-RELEASED THRU 5500-EXIT
00078D         END-IF.
000790         PERFORM 8000-TERMINATE THRU 8000-EXIT.
000800         STOP RUN.
000810 1000-INITIALIZE.
000820         DISPLAY "RATELOAD: JOB STARTING".
000821         CALL "RUNDATE" USING RUN-DATE-AREA.
00082A         MOVE RDT-RUN-DATE TO RTL-RUN-DATE.
000822         ACCEPT RTL-RUN-TIME FROM TIME.
000830         OPEN INPUT RATE-FEED-FILE.
000840         IF NOT RTL-FEED-FILE-OK
000850             DISPLAY "RATELOAD: CANNOT OPEN RATEFEED, STATUS = "
000860                 RTL-FEED-FILE-STATUS
000870             MOVE "Y" TO RTL-EOF-SWITCH
000871             SET RTL-FEED-FATAL TO TRUE
000880             GO TO 1000-EXIT
000890         END-IF.
000891         PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT.
000970         PERFORM 2100-READ-FEED THRU 2100-EXIT.
000980 1000-EXIT.
000990         EXIT.
0009A1 1100-LOAD-TOLERANCES.
0009A2         OPEN INPUT RATE-TOLERANCE-FILE.
0009A3         IF NOT RTL-TOL-FILE-OK
0009A4             MOVE RTL-DEFAULT-TOLERANCE TO RTL-TOLERANCE-EDIT
0009A5             DISPLAY "RATELOAD: NO RATETOL - EVERY CURRENCY HELD "
0009A6                 "TO " RTL-TOLERANCE-EDIT " PERCENT"
0009A7             GO TO 1100-EXIT
0009A8         END-IF.
0009A9         PERFORM 1150-LOAD-ONE-TOLERANCE THRU 1150-EXIT
0009AA             UNTIL RTL-TOL-AT-END.
0009AB         CLOSE RATE-TOLERANCE-FILE.
0009AC 1100-EXIT.
0009AD         EXIT.
0009AE 1150-LOAD-ONE-TOLERANCE.
0009AF         READ RATE-TOLERANCE-FILE
0009AG             AT END
0009AH                 MOVE "Y" TO RTL-TOL-EOF-SWITCH
0009AI                 GO TO 1150-EXIT
0009AJ         END-READ.
0009AK         IF RTT-TOLERANCE-PCT NOT NUMERIC
0009AL             DISPLAY "RATELOAD: RATETOL ROW FOR "
0009AM                 RTT-CURRENCY-CODE
0009AN                 " IGNORED - PERCENTAGE NOT NUMERIC"
0009AO             GO TO 1150-EXIT
0009AP         END-IF.
0009AQ         IF RTT-DEFAULT-ROW
0009AR             MOVE RTT-TOLERANCE-PCT TO RTL-DEFAULT-TOLERANCE
0009AS             GO TO 1150-EXIT
0009AT         END-IF.
0009AU         IF RTL-TOL-COUNT = 100
0009AV             DISPLAY "RATELOAD: RATETOL ROW FOR "
0009AW                 RTT-CURRENCY-CODE
0009AX                 " IGNORED - TABLE FULL"
0009AY             GO TO 1150-EXIT
0009AZ         END-IF.
0009B1         ADD 1 TO RTL-TOL-COUNT.
0009B2         MOVE RTT-CURRENCY-CODE
0009B3             TO RTL-TOL-CURRENCY(RTL-TOL-COUNT).
0009B4         MOVE RTT-TOLERANCE-PCT TO RTL-TOL-PCT(RTL-TOL-COUNT).
0009B5 1150-EXIT.
0009B6         EXIT.
0009B7*---------------------------------------------------------------
0009B8*  2000-LOAD-RECORD.  A GOOD LINE GOES TO THE FEED TABLE ONLY;
0009B9*  NOTHING IS WRITTEN UNTIL THE WHOLE FEED HAS BEEN EDITED.  THE
0009BA*  LATEST RATE DATE ON THE FEED IS THE FEED DATE A RATEREL
0009BB*  RELEASE IS REQUESTED AGAINST.
0009BC*---------------------------------------------------------------
001000 2000-LOAD-RECORD.
001010         ADD 1 TO RTL-READ-COUNT.
001020         IF RTF-CURRENCY-CODE = SPACES
001070                 " - BAD CURRENCY OR RATE"
001080             GO TO 2000-NEXT
001090         END-IF.
001091         IF RTL-FED-COUNT = 200
001092             DISPLAY "RATELOAD: MORE THAN 200 RATE LINES - FEED "
001093                 "NOT LOADED"
001094             SET RTL-FEED-FATAL TO TRUE
001095             MOVE "Y" TO RTL-EOF-SWITCH
001096             GO TO 2000-EXIT
001097         END-IF.
001098         ADD 1 TO RTL-FED-COUNT.
001099         MOVE RTF-CURRENCY-CODE
00109A             TO RTL-FED-CURRENCY(RTL-FED-COUNT).
00109B         MOVE RTF-RATE TO RTL-FED-RATE(RTL-FED-COUNT).
00109C         MOVE RTF-RATE-DATE TO RTL-FED-DATE(RTL-FED-COUNT).
00109D         MOVE ZERO TO RTL-FED-PRIOR-RATE(RTL-FED-COUNT).
00109E         MOVE ZERO TO RTL-FED-PRIOR-DATE(RTL-FED-COUNT).
00109F         MOVE ZERO TO RTL-FED-TOLERANCE(RTL-FED-COUNT).
00109G         MOVE ZERO TO RTL-FED-MOVEMENT(RTL-FED-COUNT).
00109H         MOVE "N" TO RTL-FED-BREACH-SWITCH(RTL-FED-COUNT).
00109I         IF RTF-RATE-DATE > RTL-FEED-DATE
00109J             MOVE RTF-RATE-DATE TO RTL-FEED-DATE
00109K         END-IF.
001160 2000-NEXT.
001170         PERFORM 2100-READ-FEED THRU 2100-EXIT.
001180 2000-EXIT.
001230         END-READ.
001240 2100-EXIT.
001250         EXIT.
0012A1*---------------------------------------------------------------
0012A2*  3000-LOAD-PRIOR-RATES.  ONE PASS OF RATEHIST.  EACH FEED LINE
0012A3*  KEEPS THE LAST RATE FOR ITS CURRENCY DATED BEFORE ITS OWN RATE
0012A4*  DATE -- RATEHIST IS APPENDED IN DATE ORDER, SO THE LATER OF
0012A5*  TWO ROWS FOR ONE DATE WINS.
0012A6*---------------------------------------------------------------
0012A7 3000-LOAD-PRIOR-RATES.
0012A8         IF RTL-FED-COUNT = ZERO
0012A9             GO TO 3000-EXIT
0012AA         END-IF.
0012AB         OPEN INPUT RATE-HISTORY-FILE.
0012AC         IF NOT RTL-HIST-FILE-OK
0012AD             DISPLAY "RATELOAD: NO RATEHIST - NO EARLIER RATES "
0012AE                 "TO EDIT AGAINST"
0012AF             GO TO 3000-EXIT
0012AG         END-IF.
0012AH         PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
0012AI             UNTIL RTL-HIST-AT-END.
0012AJ         CLOSE RATE-HISTORY-FILE.
0012AK 3000-EXIT.
0012AL         EXIT.
0012AM 3100-READ-ONE-HISTORY.
0012AN         READ RATE-HISTORY-FILE
0012AO             AT END
0012AP                 MOVE "Y" TO RTL-HIST-EOF-SWITCH
0012AQ                 GO TO 3100-EXIT
0012AR         END-READ.
0012AS         IF RTH-RATE NOT NUMERIC
0012AT             OR RTH-RATE = ZERO
0012AU             GO TO 3100-EXIT
0012AV         END-IF.
0012AW         PERFORM 3200-MATCH-ONE-FEED-LINE THRU 3200-EXIT
0012AX             VARYING RTL-FED-TEST-SUB FROM 1 BY 1
0012AY             UNTIL RTL-FED-TEST-SUB > RTL-FED-COUNT.
0012AZ 3100-EXIT.
0012B1         EXIT.
0012B2 3200-MATCH-ONE-FEED-LINE.
0012B3         IF RTH-CURRENCY-CODE = RTL-FED-CURRENCY(RTL-FED-TEST-SUB)
0012B4             AND RTH-RATE-DATE < RTL-FED-DATE(RTL-FED-TEST-SUB)
0012B5             AND RTH-RATE-DATE
0012B6                 NOT < RTL-FED-PRIOR-DATE(RTL-FED-TEST-SUB)
0012B7             MOVE RTH-RATE TO RTL-FED-PRIOR-RATE(RTL-FED-TEST-SUB)
0012B8             MOVE RTH-RATE-DATE
0012B9                 TO RTL-FED-PRIOR-DATE(RTL-FED-TEST-SUB)
0012BA         END-IF.
0012BB 3200-EXIT.
0012BC         EXIT.
0012BD*---------------------------------------------------------------
0012BE*  4000-CHECK-ONE-RATE.  THE MOVE IS THE CHANGE FROM THE EARLIER
0012BF*  RATE AS A PERCENTAGE OF IT, EITHER DIRECTION.  A CURRENCY
0012BG*  WITH NO EARLIER RATE HAS NOTHING TO BE MEASURED AGAINST AND
0012BH*  PASSES, NAMED ON THE REPORT.
0012BI*---------------------------------------------------------------
0012BJ 4000-CHECK-ONE-RATE.
0012BK         MOVE RTL-FED-CURRENCY(RTL-FED-SUB)
0012BL             TO RTL-LOOKUP-CURRENCY.
0012BM         PERFORM 4100-FIND-TOLERANCE THRU 4100-EXIT.
0012BN         MOVE RTL-LOOKUP-PCT TO RTL-FED-TOLERANCE(RTL-FED-SUB).
0012BO         IF RTL-FED-PRIOR-RATE(RTL-FED-SUB) = ZERO
0012BP             ADD 1 TO RTL-NO-PRIOR-COUNT
0012BQ             GO TO 4000-EXIT
0012BR         END-IF.
0012BS         IF RTL-FED-RATE(RTL-FED-SUB)
0012BT             > RTL-FED-PRIOR-RATE(RTL-FED-SUB)
0012BU             COMPUTE RTL-RATE-DIFFERENCE =
0012BV                 RTL-FED-RATE(RTL-FED-SUB)
0012BW                 - RTL-FED-PRIOR-RATE(RTL-FED-SUB)
0012BX         ELSE
0012BY             COMPUTE RTL-RATE-DIFFERENCE =
0012BZ                 RTL-FED-PRIOR-RATE(RTL-FED-SUB)
0012C1                 - RTL-FED-RATE(RTL-FED-SUB)
0012C2         END-IF.
0012C3         COMPUTE RTL-FED-MOVEMENT(RTL-FED-SUB) ROUNDED =
0012C4             RTL-RATE-DIFFERENCE * 100
0012C5             / RTL-FED-PRIOR-RATE(RTL-FED-SUB)
0012C6             ON SIZE ERROR
0012C7                 MOVE 99999.99 TO RTL-FED-MOVEMENT(RTL-FED-SUB)
0012C8         END-COMPUTE.
0012C9         IF RTL-FED-MOVEMENT(RTL-FED-SUB)
0012CA             > RTL-FED-TOLERANCE(RTL-FED-SUB)
0012CB             MOVE "Y" TO RTL-FED-BREACH-SWITCH(RTL-FED-SUB)
0012CC             ADD 1 TO RTL-BREACH-COUNT
0012CD         END-IF.
0012CE 4000-EXIT.
0012CF         EXIT.
0012CG 4100-FIND-TOLERANCE.
0012CH         MOVE RTL-DEFAULT-TOLERANCE TO RTL-LOOKUP-PCT.
0012CI         MOVE "N" TO RTL-FOUND-SWITCH.
0012CJ         PERFORM 4150-TEST-ONE-TOLERANCE THRU 4150-EXIT
0012CK             VARYING RTL-TOL-SUB FROM 1 BY 1
0012CL             UNTIL RTL-TOL-SUB > RTL-TOL-COUNT
0012CM                 OR RTL-ITEM-FOUND.
0012CN 4100-EXIT.
0012CO         EXIT.
0012CP 4150-TEST-ONE-TOLERANCE.
0012CQ         IF RTL-TOL-CURRENCY(RTL-TOL-SUB) = RTL-LOOKUP-CURRENCY
0012CR             MOVE RTL-TOL-PCT(RTL-TOL-SUB) TO RTL-LOOKUP-PCT
0012CS             SET RTL-ITEM-FOUND TO TRUE
0012CT         END-IF.
0012CU 4150-EXIT.
0012CV         EXIT.
0012CW*---------------------------------------------------------------
0012CX*  5000-REPORT-EXCEPTIONS.  RATEXCPT IS WRITTEN ON EVERY RUN SO
0012CY*  THE OPERATOR ALWAYS HAS THE LATEST EDIT IN FRONT OF THEM.  ANY
0012CZ*  BREACH HOLDS THE FEED UNLESS A RATEREL RELEASE FOR THE FEED
0012D1*  DATE HAS BEEN REQUESTED AND APPROVED THROUGH APPRMNT.
0012D2*---------------------------------------------------------------
0012D3 5000-REPORT-EXCEPTIONS.
0012D4         OPEN OUTPUT REPORT-FILE.
0012D5         IF RTL-REPORT-FILE-OK
0012D6             SET RTL-REPORT-OPEN TO TRUE
0012D7         ELSE
0012D8             DISPLAY "RATELOAD: CANNOT OPEN RATEXCPT, STATUS = "
0012D9                 RTL-REPORT-FILE-STATUS " - REPORT NOT WRITTEN"
0012DA         END-IF.
0012DB         MOVE SPACES TO RTL-PRINT-LINE.
0012DC         STRING "RATE FEED TOLERANCE EXCEPTIONS"
0012DD             "    FEED DATE: " RTL-FEED-DATE
0012DE             "   RUN DATE: " RTL-RUN-DATE
0012DF             DELIMITED BY SIZE INTO RTL-PRINT-LINE.
0012DG         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
0012DH         MOVE SPACES TO RTL-PRINT-LINE.
0012DI         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
0012DJ         MOVE SPACES TO RTL-PRINT-LINE.
0012DK         STRING "CCY  RATE DATE    NEW RATE  PRIOR DATE"
0012DL             " PRIOR RATE   MOVE PCT  TOL PCT"
0012DM             DELIMITED BY SIZE INTO RTL-PRINT-LINE.
0012DN         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
0012DO         PERFORM 5100-LIST-ONE-RATE THRU 5100-EXIT
0012DP             VARYING RTL-FED-SUB FROM 1 BY 1
0012DQ             UNTIL RTL-FED-SUB > RTL-FED-COUNT.
0012DR         IF RTL-BREACH-COUNT = ZERO
0012DS             GO TO 5000-EXIT
0012DT         END-IF.
0012DU         PERFORM 5200-CHECK-APPROVAL THRU 5200-EXIT.
0012DV         IF RTL-FEED-RELEASED
0012DW             GO TO 5000-EXIT
0012DX         END-IF.
0012DY         SET RTL-FEED-HELD TO TRUE.
0012DZ         MOVE RTL-BREACH-COUNT TO RTL-COUNT-EDIT.
0012E1         DISPLAY "RATELOAD: FEED HELD - " RTL-COUNT-EDIT
0012E2             " RATE(S) OUTSIDE TOLERANCE, SEE RATEXCPT".
0012E3         DISPLAY "RATELOAD: CORRECT RATEFEED, OR REQUEST AND "
0012E4             "APPROVE A RATEREL FOR " RTL-FEED-DATE
0012E5             " THROUGH APPRMNT".
0012E6         MOVE "E" TO RTL-EVL-SEVERITY.
0012E7         MOVE SPACES TO RTL-EVL-TEXT.
0012E8         STRING "RATE FEED " RTL-FEED-DATE " HELD - "
0012E9             RTL-COUNT-EDIT " RATE(S) OUTSIDE TOLERANCE"
0012EA             DELIMITED BY SIZE INTO RTL-EVL-TEXT.
0012EB         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
0012EC 5000-EXIT.
0012ED         EXIT.
0012EE 5100-LIST-ONE-RATE.
0012EF         IF RTL-FED-PRIOR-RATE(RTL-FED-SUB) NOT = ZERO
0012EG             AND NOT RTL-FED-BREACH(RTL-FED-SUB)
0012EH             GO TO 5100-EXIT
0012EI         END-IF.
0012EJ         MOVE RTL-FED-RATE(RTL-FED-SUB) TO RTL-RATE-EDIT.
0012EK         MOVE SPACES TO RTL-PRINT-LINE.
0012EL         IF RTL-FED-PRIOR-RATE(RTL-FED-SUB) = ZERO
0012EM             STRING RTL-FED-CURRENCY(RTL-FED-SUB) "  "
0012EN                 RTL-FED-DATE(RTL-FED-SUB) "  " RTL-RATE-EDIT
0012EO                 "  NO EARLIER RATEHIST RATE - NOT EDITED"
0012EP                 DELIMITED BY SIZE INTO RTL-PRINT-LINE
0012EQ             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
0012ER             GO TO 5100-EXIT
0012ES         END-IF.
0012ET         MOVE RTL-FED-PRIOR-RATE(RTL-FED-SUB) TO RTL-PRIOR-EDIT.
0012EU         MOVE RTL-FED-MOVEMENT(RTL-FED-SUB) TO RTL-MOVEMENT-EDIT.
0012EV         MOVE RTL-FED-TOLERANCE(RTL-FED-SUB)
0012EW             TO RTL-TOLERANCE-EDIT.
0012EX         STRING RTL-FED-CURRENCY(RTL-FED-SUB) "  "
0012EY             RTL-FED-DATE(RTL-FED-SUB) "  " RTL-RATE-EDIT "  "
0012EZ             RTL-FED-PRIOR-DATE(RTL-FED-SUB) "  " RTL-PRIOR-EDIT
0012F1             "   " RTL-MOVEMENT-EDIT "   " RTL-TOLERANCE-EDIT
0012F2             "  *** OUTSIDE TOLERANCE"
0012F3             DELIMITED BY SIZE INTO RTL-PRINT-LINE.
0012F4         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
0012F5 5100-EXIT.
0012F6         EXIT.
0012F7*---------------------------------------------------------------
0012F8*  5200-CHECK-APPROVAL.  THE WHOLE APPROVAL FILE IS LOADED SO
0012F9*  THE MATCHED ROW CAN BE MARKED EXECUTED AND THE FILE REWRITTEN
0012FA*  ONCE THE RELEASED FEED HAS LOADED.
0012FB*---------------------------------------------------------------
0012FC 5200-CHECK-APPROVAL.
0012FD         OPEN INPUT APPROVAL-FILE.
0012FE         IF NOT RTL-APPROVAL-FILE-OK
0012FF             GO TO 5200-EXIT
0012FG         END-IF.
0012FH         PERFORM 5250-LOAD-ONE-APPROVAL THRU 5250-EXIT
0012FI             UNTIL RTL-APPR-AT-END
0012FJ                 OR RTL-APPR-COUNT = 100.
0012FK         CLOSE APPROVAL-FILE.
0012FL         MOVE ZERO TO RTL-APPR-SUB.
0012FM         PERFORM 5300-MATCH-ONE-APPROVAL THRU 5300-EXIT
0012FN             UNTIL RTL-FEED-RELEASED
0012FO                 OR RTL-APPR-SUB >= RTL-APPR-COUNT.
0012FP         IF RTL-FEED-RELEASED
0012FQ             DISPLAY "RATELOAD: FEED RELEASED BY APPROVED "
0012FR                 "ACTION #"
0012FS                 APR-ACTION-ID OF RTL-VIEW-RECORD
0012FT                 " - REQUESTED BY "
0012FU                 APR-REQUESTED-BY OF RTL-VIEW-RECORD
0012FV                 ", APPROVED BY "
0012FW                 APR-APPROVED-BY OF RTL-VIEW-RECORD
0012FX         END-IF.
0012FY 5200-EXIT.
0012FZ         EXIT.
0012G1 5250-LOAD-ONE-APPROVAL.
0012G2         READ APPROVAL-FILE
0012G3             AT END
0012G4                 MOVE "Y" TO RTL-APPR-EOF-SWITCH
0012G5             NOT AT END
0012G6                 ADD 1 TO RTL-APPR-COUNT
0012G7                 MOVE APPROVAL-RECORD
0012G8                     TO RTL-APPR-ENTRY(RTL-APPR-COUNT)
0012G9         END-READ.
0012GA 5250-EXIT.
0012GB         EXIT.
0012GC 5300-MATCH-ONE-APPROVAL.
0012GD         ADD 1 TO RTL-APPR-SUB.
0012GE         MOVE RTL-APPR-ENTRY(RTL-APPR-SUB) TO RTL-VIEW-RECORD.
0012GF         IF APR-TYPE-RATEREL OF RTL-VIEW-RECORD
0012GG             AND APR-STATUS-APPROVED OF RTL-VIEW-RECORD
0012GH             AND APR-TARGET OF RTL-VIEW-RECORD = RTL-FEED-DATE
0012GI             SET RTL-FEED-RELEASED TO TRUE
0012GJ             MOVE RTL-APPR-SUB TO RTL-APPR-HIT-SUB
0012GK         END-IF.
0012GL 5300-EXIT.
0012GM         EXIT.
0012GN*---------------------------------------------------------------
0012GO*  5500-MARK-RELEASED.  ONLY ONCE THE RELEASED FEED IS ON
0012GP*  CURRATES IS THE ROW STAMPED "X" WITH THE RUN DATE AND TIME
0012GQ*  AND THE RELEASE LOGGED, REQUESTER AND APPROVER BOTH NAMED.
0012GR*---------------------------------------------------------------
0012GS 5500-MARK-RELEASED.
0012GT         IF RTL-FEED-FATAL
0012GU             GO TO 5500-EXIT
0012GV         END-IF.
0012GW         MOVE RTL-APPR-ENTRY(RTL-APPR-HIT-SUB) TO RTL-VIEW-RECORD.
0012GX         MOVE "X" TO APR-STATUS OF RTL-VIEW-RECORD.
0012GY         MOVE RTL-RUN-DATE
0012GZ             TO APR-EXECUTED-DATE OF RTL-VIEW-RECORD.
0012H1         MOVE RTL-RUN-TIME
0012H2             TO APR-EXECUTED-TIME OF RTL-VIEW-RECORD.
0012H3         MOVE RTL-VIEW-RECORD TO RTL-APPR-ENTRY(RTL-APPR-HIT-SUB).
0012H4         OPEN OUTPUT APPROVAL-FILE.
0012H5         MOVE ZERO TO RTL-APPR-SUB.
0012H6         PERFORM 5550-REWRITE-ONE-APPROVAL THRU 5550-EXIT
0012H7             UNTIL RTL-APPR-SUB >= RTL-APPR-COUNT.
0012H8         CLOSE APPROVAL-FILE.
0012H9         MOVE "W" TO RTL-EVL-SEVERITY.
0012HA         MOVE SPACES TO RTL-EVL-TEXT.
0012HB         STRING "RATE FEED " RTL-FEED-DATE " RELEASED - REQ "
0012HC             APR-REQUESTED-BY OF RTL-VIEW-RECORD
0012HD             " APPR " APR-APPROVED-BY OF RTL-VIEW-RECORD
0012HE             DELIMITED BY SIZE INTO RTL-EVL-TEXT.
0012HF         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
0012HG 5500-EXIT.
0012HH         EXIT.
0012HI 5550-REWRITE-ONE-APPROVAL.
0012HJ         ADD 1 TO RTL-APPR-SUB.
0012HK         MOVE RTL-APPR-ENTRY(RTL-APPR-SUB) TO APPROVAL-RECORD.
0012HL         WRITE APPROVAL-RECORD.
0012HM 5550-EXIT.
0012HN         EXIT.
0012HO*---------------------------------------------------------------
0012HP*  6000-WRITE-RATES.  CURRATES IS REPLACED AND RATEHIST EXTENDED
0012HQ*  FROM THE FEED TABLE, ONLY ONCE THE FEED HAS CLEARED THE EDIT
0012HR*  OR BEEN RELEASED.
0012HS*---------------------------------------------------------------
0012HT 6000-WRITE-RATES.
000900         OPEN OUTPUT RATE-FILE.
000910         IF NOT RTL-RATE-FILE-OK
000920             DISPLAY "RATELOAD: CANNOT OPEN CURRATES, STATUS = "
000930                 RTL-RATE-FILE-STATUS
000931             SET RTL-FEED-FATAL TO TRUE
000932             GO TO 6000-EXIT
000933         END-IF.
000934         OPEN EXTEND RATE-HISTORY-FILE.
000935         IF NOT RTL-HIST-FILE-OK
000936             OPEN OUTPUT RATE-HISTORY-FILE
000937         END-IF.
000938         IF NOT RTL-HIST-FILE-OK
000939             DISPLAY "RATELOAD: RATEHIST UNAVAILABLE - HISTORY "
00093A                 "NOT KEPT, STATUS = " RTL-HIST-FILE-STATUS
00093B         END-IF.
00093C         PERFORM 6100-WRITE-ONE-RATE THRU 6100-EXIT
00093D             VARYING RTL-FED-SUB FROM 1 BY 1
00093E             UNTIL RTL-FED-SUB > RTL-FED-COUNT.
00093F         CLOSE RATE-FILE.
00093G         IF RTL-HIST-FILE-OK
00093H             CLOSE RATE-HISTORY-FILE
00093I         END-IF.
00093J 6000-EXIT.
00093K         EXIT.
00093L 6100-WRITE-ONE-RATE.
001100         MOVE SPACES TO RATE-RECORD.
001101         MOVE RTL-FED-CURRENCY(RTL-FED-SUB) TO RTE-CURRENCY-CODE.
001102         MOVE RTL-FED-RATE(RTL-FED-SUB) TO RTE-RATE.
001103         MOVE RTL-FED-DATE(RTL-FED-SUB) TO RTE-RATE-DATE.
001140         WRITE RATE-RECORD.
00114A         IF RTL-HIST-FILE-OK
00114B             MOVE SPACES TO RATE-HISTORY-RECORD
0011A1             MOVE RTL-FED-CURRENCY(RTL-FED-SUB)
0011A2                 TO RTH-CURRENCY-CODE
0011A3             MOVE RTL-FED-RATE(RTL-FED-SUB) TO RTH-RATE
0011A4             MOVE RTL-FED-DATE(RTL-FED-SUB) TO RTH-RATE-DATE
00114F             WRITE RATE-HISTORY-RECORD
00114G         END-IF.
001150         ADD 1 TO RTL-LOADED-COUNT.
0011A5 6100-EXIT.
0011A6         EXIT.
0011A7 7000-WRITE-REPORT-LINE.
0011A8         IF RTL-REPORT-OPEN
0011A9             WRITE REPORT-RECORD FROM RTL-PRINT-LINE
0011AA         END-IF.
0011AB 7000-EXIT.
0011AC         EXIT.
0011AD*---------------------------------------------------------------
0011AE*  7500-WRITE-SUMMARY.  THE LAST LINE OF RATEXCPT SAYS WHAT
0011AF*  BECAME OF THE FEED.
0011AG*---------------------------------------------------------------
0011AH 7500-WRITE-SUMMARY.
0011AI         MOVE SPACES TO RTL-PRINT-LINE.
0011AJ         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
0011AK         MOVE SPACES TO RTL-PRINT-LINE.
0011AL         MOVE RTL-BREACH-COUNT TO RTL-COUNT-EDIT.
0011AM         EVALUATE TRUE
0011AN             WHEN RTL-FEED-FATAL
0011AO                 MOVE "FEED NOT LOADED - SEE THE CONSOLE LOG"
0011AP                     TO RTL-PRINT-LINE
0011AQ             WHEN RTL-FEED-HELD
0011AR                 STRING "FEED HELD - " RTL-COUNT-EDIT
0011AS                     " RATE(S) OUTSIDE TOLERANCE.  CURRATES AND "
0011AT                     "RATEHIST NOT UPDATED."
0011AU                     DELIMITED BY SIZE INTO RTL-PRINT-LINE
0011AV             WHEN RTL-FEED-RELEASED
0011AW                 STRING "FEED RELEASED WITH " RTL-COUNT-EDIT
0011AX                     " RATE(S) OUTSIDE TOLERANCE UNDER APPROVED "
0011AY                     "ACTION #" APR-ACTION-ID OF RTL-VIEW-RECORD
0011AZ                     " - REQUESTED BY "
0011B1                     APR-REQUESTED-BY OF RTL-VIEW-RECORD
0011B2                     ", APPROVED BY "
0011B3                     APR-APPROVED-BY OF RTL-VIEW-RECORD
0011B4                     DELIMITED BY SIZE INTO RTL-PRINT-LINE
0011B5             WHEN OTHER
0011B6                 MOVE "NO RATE OUTSIDE TOLERANCE - FEED LOADED"
0011B7                     TO RTL-PRINT-LINE
0011B8         END-EVALUATE.
0011B9         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
0011BA 7500-EXIT.
0011BB         EXIT.
001260 8000-TERMINATE.
001270         IF RTL-FEED-FILE-OK OR RTL-EOF-SWITCH = "Y"
001280             CLOSE RATE-FEED-FILE
001290         END-IF.
001291         IF RTL-REPORT-OPEN
001292             PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT
001293             CLOSE REPORT-FILE
001294         END-IF.
001330         DISPLAY "----------------------------------------------".
001340         DISPLAY "RATE LINES READ    = " RTL-READ-COUNT.
001350         DISPLAY "RATES LOADED       = " RTL-LOADED-COUNT.
001360         DISPLAY "RATE LINES SKIPPED = " RTL-SKIPPED-COUNT.
001361         DISPLAY "RATES NOT EDITED   = " RTL-NO-PRIOR-COUNT.
001362         DISPLAY "OUTSIDE TOLERANCE  = " RTL-BREACH-COUNT.
001363         EVALUATE TRUE
001364             WHEN RTL-FEED-FATAL
001365                 MOVE 16 TO RETURN-CODE
001366             WHEN RTL-FEED-HELD
001367                 MOVE 8 TO RETURN-CODE
001368             WHEN RTL-FEED-RELEASED
001369                 MOVE 4 TO RETURN-CODE
00136A             WHEN OTHER
00136B                 MOVE ZERO TO RETURN-CODE
00136C         END-EVALUATE.
001370         DISPLAY "RATELOAD: JOB COMPLETE".
001380 8000-EXIT.
001390         EXIT.
001391 9000-LOG-EVENT.
001392         CALL "EVLOG" USING RTL-EVL-PROGRAM RTL-EVL-SEVERITY
001393             RTL-EVL-CODE RTL-EVL-TEXT.
001394 9000-EXIT.
001395         EXIT.
