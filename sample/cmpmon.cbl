00036M*                  COMPLIANCE OFFICER SEES THE PATTERN AND NOT
00036N*                  JUST THE FLAG.  NO CMPVELTB ON FILE MEANS
00036O*                  NO VELOCITY PASS, EXACTLY AS BEFORE.
00036P*  10/15/2026 DCG  CMPMTD ROWS NOW ALSO CARRY THE MONTH'S COUNT OF
00036Q*                  VELOCITY FLAGS ON THE ACCOUNT (MTD-VEL-FLAGS),
00036R*                  SO THE MONTHLY CUSTOMER RISK RATING (RISKRATE)
00036S*                  SEES THE PATTERN ALERTS AS WELL AS THE AMOUNT
00036T*                  HITS.  A ROW WRITTEN BEFORE THE COLUMN EXISTED
00036U*                  READS AS NO FLAGS.
00036V*  10/15/2026 DCG  EVERY SINGLE, AGGREGATE AND VELOCITY HIT IS NOW
00036W*                  ALSO APPENDED TO CMPALERT (CMPALTRC), WHERE THE
00036X*                  NIGHTLY CASEOPEN RUN FILES IT AGAINST THE
00036Y*                  CUSTOMER'S COMPLIANCE CASE.  CMPRPT IS
00036Z*                  UNCHANGED.
0003AA*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0003AB*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
0003AC*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000580         SELECT MONITOR-REPORT-FILE ASSIGN TO "CMPRPT"
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS CMP-REPORT-FILE-STATUS.
000601         SELECT ALERT-FILE ASSIGN TO "CMPALERT"
000602             ORGANIZATION IS LINE SEQUENTIAL
000603             FILE STATUS IS CMP-ALERT-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  EXTRACT-FILE.
000870         05  MTD-ACCOUNT-NO          PIC X(10).
000880         05  MTD-CUM-AMOUNT          PIC 9(11)V99.
000890         05  MTD-HIT-COUNT           PIC 9(05).
000891         05  MTD-VEL-FLAGS           PIC 9(05).
000900 FD  MONITOR-REPORT-FILE.
000910 01  MONITOR-REPORT-RECORD       PIC X(132).
000911 FD  ALERT-FILE.
000912     COPY CMPALTRC.
000920 WORKING-STORAGE SECTION.
000930 01  CMP-FILE-STATUS-VALUES.
000940         05  CMP-EXTRACT-FILE-STATUS PIC X(02).
001010             88  CMP-MTD-FILE-OK         VALUE "00".
001020         05  CMP-REPORT-FILE-STATUS  PIC X(02).
001030             88  CMP-REPORT-FILE-OK      VALUE "00".
001031         05  CMP-ALERT-FILE-STATUS   PIC X(02).
001032             88  CMP-ALERT-FILE-OK       VALUE "00".
001040 01  CMP-SWITCHES.
001050         05  CMP-EOF-SWITCH          PIC X(01) VALUE "N".
001060             88  CMP-END-OF-FILE         VALUE "Y".
001070         05  CMP-FOUND-SWITCH        PIC X(01) VALUE "N".
001080             88  CMP-SLOT-FOUND          VALUE "Y".
001081         05  CMP-ALERT-OPEN-SWITCH   PIC X(01) VALUE "N".
001082             88  CMP-ALERT-OPEN          VALUE "Y".
001090 01  CMP-EXTRACT-FILENAME        PIC X(30) VALUE SPACES.
001091 01  CMP-GENERATION-LIST.
001092         05  CMP-GEN-COUNT           PIC 9(02) COMP VALUE ZERO.
001100 01  CMP-RUN-FIELDS.
001110         05  CMP-RUN-DATE            PIC 9(08) VALUE ZERO.
001120         05  CMP-RUN-MONTH           PIC 9(06) VALUE ZERO.
001121         05  CMP-RUN-TIME            PIC 9(08) VALUE ZERO.
001130 01  CMP-THRESHOLD-TABLE.
001140         05  CMP-THR-COUNT           PIC 9(03) COMP VALUE ZERO.
001150         05  CMP-THR-ENTRY OCCURS 50 TIMES
001400             10  CMP-MTD-ACCOUNT     PIC X(10).
001410             10  CMP-MTD-AMOUNT      PIC 9(11)V99.
001420             10  CMP-MTD-HITS        PIC 9(05).
001421             10  CMP-MTD-VELS        PIC 9(05).
001430 01  CMP-COUNTERS.
001440         05  CMP-SINGLE-HIT-COUNT    PIC 9(05) VALUE ZERO.
001450         05  CMP-AGG-HIT-COUNT       PIC 9(05) VALUE ZERO.
001490 01  CMP-EDIT-FIELDS.
001500         05  CMP-AMOUNT-EDIT         PIC -(10)9.99.
001510         05  CMP-LIMIT-EDIT          PIC -(8)9.99.
00151A     COPY RUNDATEC.
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630         STOP RUN.
001640 1000-INITIALIZE.
001650         DISPLAY "CMPMON: JOB STARTING".
001660         CALL "RUNDATE" USING RUN-DATE-AREA.
00166A         MOVE RDT-RUN-DATE TO CMP-RUN-DATE.
001670         MOVE CMP-RUN-DATE(1:6) TO CMP-RUN-MONTH.
001680         PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
001682         PERFORM 1170-LOAD-VELOCITY-RULES THRU 1170-EXIT.
001980             CMP-RUN-DATE
001990             DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD.
002000         WRITE MONITOR-REPORT-RECORD.
002001         ACCEPT CMP-RUN-TIME FROM TIME.
002002         OPEN EXTEND ALERT-FILE.
002003         IF NOT CMP-ALERT-FILE-OK
002004             OPEN OUTPUT ALERT-FILE
002005         END-IF.
002006         IF CMP-ALERT-FILE-OK
002007             SET CMP-ALERT-OPEN TO TRUE
002008         ELSE
002009             DISPLAY "CMPMON: CMPALERT UNAVAILABLE, STATUS = "
00200A                 CMP-ALERT-FILE-STATUS " - NO CASES FROM THIS RUN"
00200B         END-IF.
002010 1000-EXIT.
002020         EXIT.
002030 1100-LOAD-THRESHOLDS.
002580                         TO CMP-MTD-AMOUNT(CMP-MTD-COUNT)
002590                     MOVE MTD-HIT-COUNT
002600                         TO CMP-MTD-HITS(CMP-MTD-COUNT)
002601                     IF MTD-VEL-FLAGS NUMERIC
002602                         MOVE MTD-VEL-FLAGS
002603                             TO CMP-MTD-VELS(CMP-MTD-COUNT)
002604                     ELSE
002605                         MOVE ZERO TO CMP-MTD-VELS(CMP-MTD-COUNT)
002606                     END-IF
002610                 END-IF
002620         END-READ.
002630 1250-EXIT.
003360             DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD.
003370         WRITE MONITOR-REPORT-RECORD.
003380         DISPLAY "CMPMON: " MONITOR-REPORT-RECORD(1:80).
003381         MOVE SPACES TO COMPLIANCE-ALERT-RECORD.
003382         MOVE "SI" TO CAL-ALERT-TYPE.
003383         MOVE EXT-BRANCH-CODE TO CAL-BRANCH-CODE.
003384         MOVE EXT-ACCOUNT-NO TO CAL-ACCOUNT-NO.
003385         MOVE EXT-RECORD-TYPE TO CAL-RECORD-TYPE.
003386         MOVE EXT-TRANS-DATE TO CAL-TRANS-DATE.
003387         MOVE EXT-AMOUNT TO CAL-AMOUNT.
003388         MOVE 1 TO CAL-ITEM-COUNT.
003389         STRING "OVER THRESHOLD " CMP-LIMIT-EDIT
00338A             DELIMITED BY SIZE INTO CAL-DETAIL.
00338B         PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
003390 2200-EXIT.
003400         EXIT.
003410 2300-ADD-TO-AGGREGATE.
004250             DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD.
004260         WRITE MONITOR-REPORT-RECORD.
004270         DISPLAY "CMPMON: " MONITOR-REPORT-RECORD(1:90).
004271         MOVE SPACES TO COMPLIANCE-ALERT-RECORD.
004272         MOVE "AG" TO CAL-ALERT-TYPE.
004273         MOVE CMP-AGG-BRANCH(CMP-AGG-SUB) TO CAL-BRANCH-CODE.
004274         MOVE CMP-AGG-ACCOUNT(CMP-AGG-SUB) TO CAL-ACCOUNT-NO.
004275         MOVE CMP-AGG-TYPE(CMP-AGG-SUB) TO CAL-RECORD-TYPE.
004276         MOVE CMP-RUN-DATE TO CAL-TRANS-DATE.
004277         MOVE CMP-AGG-AMOUNT(CMP-AGG-SUB) TO CAL-AMOUNT.
004278         MOVE CMP-AGG-PIECES(CMP-AGG-SUB) TO CAL-ITEM-COUNT.
004279         STRING "OVER THRESHOLD " CMP-LIMIT-EDIT
00427A             DELIMITED BY SIZE INTO CAL-DETAIL.
00427B         PERFORM 7000-WRITE-ALERT THRU 7000-EXIT.
004280         MOVE CMP-AGG-BRANCH(CMP-AGG-SUB) TO EXT-BRANCH-CODE.
004290         MOVE CMP-AGG-ACCOUNT(CMP-AGG-SUB) TO EXT-ACCOUNT-NO.
004300         MOVE CMP-AGG-AMOUNT(CMP-AGG-SUB) TO EXT-AMOUNT.
004570                     TO CMP-MTD-ACCOUNT(CMP-MTD-IDX)
004580                 MOVE ZERO TO CMP-MTD-AMOUNT(CMP-MTD-IDX)
004590                 MOVE ZERO TO CMP-MTD-HITS(CMP-MTD-IDX)
004591                 MOVE ZERO TO CMP-MTD-VELS(CMP-MTD-IDX)
004600             ELSE
004610                 GO TO 2400-EXIT
004620             END-IF
004810         MOVE CMP-MTD-ACCOUNT(CMP-MTD-SUB) TO MTD-ACCOUNT-NO.
004820         MOVE CMP-MTD-AMOUNT(CMP-MTD-SUB) TO MTD-CUM-AMOUNT.
004830         MOVE CMP-MTD-HITS(CMP-MTD-SUB) TO MTD-HIT-COUNT.
004831         MOVE CMP-MTD-VELS(CMP-MTD-SUB) TO MTD-VEL-FLAGS.
004840         WRITE MTD-REC.
004850 4100-EXIT.
004860         EXIT.
005040             CMP-MASKED-ACCOUNT " HITS "
005050             CMP-MTD-HITS(CMP-MTD-SUB)
005060             " CUMULATIVE " CMP-AMOUNT-EDIT
005061             " VELOCITY FLAGS " CMP-MTD-VELS(CMP-MTD-SUB)
005070             DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD.
005080         WRITE MONITOR-REPORT-RECORD.
005090 5100-EXIT.
0035JV                 DELIMITED BY SIZE INTO MONITOR-REPORT-RECORD
0035JW             WRITE MONITOR-REPORT-RECORD
0035JX             DISPLAY "CMPMON: " MONITOR-REPORT-RECORD(1:80)
0035DP             MOVE SPACES TO COMPLIANCE-ALERT-RECORD
0035DQ             MOVE "VL" TO CAL-ALERT-TYPE
0035DR             MOVE CMP-VAC-BRANCH(CMP-VAC-SUB) TO CAL-BRANCH-CODE
0035DS             MOVE CMP-VAC-ACCOUNT(CMP-VAC-SUB) TO CAL-ACCOUNT-NO
0035DT             MOVE CMP-VAC-TYPE(CMP-VAC-SUB) TO CAL-RECORD-TYPE
0035DU             MOVE CMP-RUN-DATE TO CAL-TRANS-DATE
0035DV             MOVE ZERO TO CAL-AMOUNT
0035DW             MOVE CMP-VAC-WIN-ITEMS(CMP-VAC-SUB) TO CAL-ITEM-COUNT
0035DX             MOVE "OVER PATTERN THRESHOLD" TO CAL-DETAIL
0035DY             PERFORM 7000-WRITE-ALERT THRU 7000-EXIT
0035AW             PERFORM 3750-ADD-VEL-TO-MTD THRU 3750-EXIT
0035JY         END-IF.
0035JZ 3700-EXIT.
0035K1         EXIT.
0035AX*---------------------------------------------------------------
0035AY*  3750-ADD-VEL-TO-MTD.  A VELOCITY FLAG COUNTS AGAINST THE
0035AZ*  ACCOUNT'S MONTH-TO-DATE ROW, OPENING ONE IF THE ACCOUNT HAS
0035BC*  NO AMOUNT HITS THIS MONTH.
0035BD*---------------------------------------------------------------
0035BE 3750-ADD-VEL-TO-MTD.
0035BF         MOVE "N" TO CMP-FOUND-SWITCH.
0035BG         IF CMP-MTD-COUNT > ZERO
0035BH             SET CMP-MTD-IDX TO 1
0035BI             SEARCH CMP-MTD-ENTRY
0035BJ                 AT END
0035BK                     CONTINUE
0035BL                 WHEN CMP-MTD-BRANCH(CMP-MTD-IDX)
0035BM                     = CMP-VAC-BRANCH(CMP-VAC-SUB)
0035BN                     AND CMP-MTD-ACCOUNT(CMP-MTD-IDX)
0035BO                     = CMP-VAC-ACCOUNT(CMP-VAC-SUB)
0035BP                     SET CMP-SLOT-FOUND TO TRUE
0035BQ             END-SEARCH
0035BR         END-IF.
0035BS         IF NOT CMP-SLOT-FOUND
0035BT             IF CMP-MTD-COUNT < 300
0035BU                 ADD 1 TO CMP-MTD-COUNT
0035BV                 SET CMP-MTD-IDX TO CMP-MTD-COUNT
0035BW                 MOVE CMP-RUN-MONTH
0035BX                     TO CMP-MTD-MONTH(CMP-MTD-IDX)
0035BY                 MOVE CMP-VAC-BRANCH(CMP-VAC-SUB)
0035BZ                     TO CMP-MTD-BRANCH(CMP-MTD-IDX)
0035DD                 MOVE CMP-VAC-ACCOUNT(CMP-VAC-SUB)
0035DE                     TO CMP-MTD-ACCOUNT(CMP-MTD-IDX)
0035DF                 MOVE ZERO TO CMP-MTD-AMOUNT(CMP-MTD-IDX)
0035DG                 MOVE ZERO TO CMP-MTD-HITS(CMP-MTD-IDX)
0035DH                 MOVE ZERO TO CMP-MTD-VELS(CMP-MTD-IDX)
0035DI             ELSE
0035DJ                 GO TO 3750-EXIT
0035DK             END-IF
0035DL         END-IF.
0035DM         ADD 1 TO CMP-MTD-VELS(CMP-MTD-IDX).
0035DN 3750-EXIT.
0035DO         EXIT.
0035L1 3800-DETAIL-ONE-GENERATION.
0035L2         IF CMP-VGN-STATUS(CMP-VGN-SUB) = "P"
0035L3             GO TO 3800-EXIT
0035N3         WRITE MONITOR-REPORT-RECORD.
0035N4 3850-EXIT.
0035N5         EXIT.
0035N6*---------------------------------------------------------------
0035N7*  7000-WRITE-ALERT.  THE CALLER HAS FILLED THE HIT'S OWN
0035N8*  FIELDS; THE RUN STAMP AND SOURCE ARE ADDED HERE.
0035N9*---------------------------------------------------------------
0035NA 7000-WRITE-ALERT.
0035NB         IF NOT CMP-ALERT-OPEN
0035NC             GO TO 7000-EXIT
0035ND         END-IF.
0035NE         MOVE CMP-RUN-DATE TO CAL-ALERT-DATE.
0035NF         MOVE CMP-RUN-TIME(1:6) TO CAL-ALERT-TIME.
0035NG         MOVE "CMPMON" TO CAL-SOURCE-PROGRAM.
0035NH         WRITE COMPLIANCE-ALERT-RECORD.
0035NI 7000-EXIT.
0035NJ         EXIT.
005110 8000-TERMINATE.
005120         IF CMP-REPORT-FILE-OK
005130             CLOSE MONITOR-REPORT-FILE
005140         END-IF.
005141         IF CMP-ALERT-OPEN
005142             CLOSE ALERT-FILE
005143         END-IF.
005150         DISPLAY "CMPMON: " CMP-SINGLE-HIT-COUNT
005160             " SINGLE HIT(S), " CMP-AGG-HIT-COUNT
005170             " AGGREGATE HIT(S)".
