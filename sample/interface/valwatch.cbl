000350*  DATE       BY   DESCRIPTION
000360*  ---------- ---- --------------------------------------------
000370*  09/02/2026 DCG  ORIGINAL PROGRAM.
000371*  10/15/2026 DCG  EVERY MATCH, REJECT OR POST-AND-REPORT, IS NOW
000372*                  ALSO APPENDED TO CMPALERT (CMPALTRC) SO THE
000373*                  NIGHTLY CASEOPEN RUN FILES IT AGAINST THE
000374*                  CUSTOMER'S COMPLIANCE CASE.
00037A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00037B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY
00037C*                  STAMPS ITS REPORT LINES AND ALERTS WITH THAT
00037D*                  DAY (BUSDATE) AND NOT WITH TODAY.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000450         SELECT SCREEN-REPORT-FILE ASSIGN TO "WTCHRPT"
000460             ORGANIZATION IS LINE SEQUENTIAL
000470             FILE STATUS IS VWL-REPORT-FILE-STATUS.
000471         SELECT ALERT-FILE ASSIGN TO "CMPALERT"
000472             ORGANIZATION IS LINE SEQUENTIAL
000473             FILE STATUS IS VWL-ALERT-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  WATCHLIST-FILE.
000540         05  WLS-REASON              PIC X(30).
000550 FD  SCREEN-REPORT-FILE.
000560 01  SCREEN-REPORT-RECORD        PIC X(132).
000561 FD  ALERT-FILE.
000562     COPY CMPALTRC.
000570 WORKING-STORAGE SECTION.
000580 01  VWL-LIST-FILE-STATUS        PIC X(02).
000590         88  VWL-LIST-FILE-OK        VALUE "00".
000600 01  VWL-REPORT-FILE-STATUS      PIC X(02).
000610         88  VWL-REPORT-FILE-OK      VALUE "00".
000611 01  VWL-ALERT-FILE-STATUS       PIC X(02).
000612         88  VWL-ALERT-FILE-OK       VALUE "00".
000620 01  VWL-SWITCHES.
000630         05  VWL-LOADED-SWITCH       PIC X(01) VALUE "N".
000640             88  VWL-LIST-LOADED         VALUE "Y".
000660             88  VWL-AT-END              VALUE "Y".
000670         05  VWL-REPORT-OPEN-SWITCH  PIC X(01) VALUE "N".
000680             88  VWL-REPORT-OPEN         VALUE "Y".
000681         05  VWL-ALERT-OPEN-SWITCH   PIC X(01) VALUE "N".
000682             88  VWL-ALERT-OPEN          VALUE "Y".
000683             88  VWL-ALERT-UNAVAILABLE   VALUE "X".
000690 01  VWL-RUN-DATE                PIC 9(08) VALUE ZERO.
000691 01  VWL-RUN-TIME                PIC 9(08) VALUE ZERO.
000692 01  VWL-ALERT-TYPE              PIC X(02) VALUE SPACES.
000700 01  VWL-WATCH-TABLE.
000710         05  VWL-WTC-COUNT           PIC 9(03) COMP VALUE ZERO.
000720         05  VWL-WTC-ENTRY OCCURS 200 TIMES
000800         05  VWL-EVL-SEVERITY        PIC X(01) VALUE "W".
000810         05  VWL-EVL-CODE            PIC X(04) VALUE "WTCH".
000820         05  VWL-EVL-TEXT            PIC X(60) VALUE SPACES.
00082A     COPY RUNDATEC.
000830 LINKAGE SECTION.
000840     COPY TRANDETL.
000850 01  VWL-RETURN-CODE             PIC 9(02).
001070             DISPLAY "VALWATCH: REJECT - WATCHLISTED ACCOUNT, "
001080                 "BRANCH " TDL-BRANCH-CODE " REASON "
001090                 VWL-WTC-REASON(VWL-WTC-IDX)
001091             MOVE "WR" TO VWL-ALERT-TYPE
001092             PERFORM 0600-WRITE-ALERT THRU 0600-EXIT
001100             GO TO 0000-EXIT
001110         END-IF.
001120         PERFORM 0500-REPORT-MATCH THRU 0500-EXIT.
001121         MOVE "WP" TO VWL-ALERT-TYPE.
001122         PERFORM 0600-WRITE-ALERT THRU 0600-EXIT.
001130 0000-EXIT.
001140         GOBACK.
001150 0100-LOAD-WATCHLIST.
001160         MOVE "Y" TO VWL-LOADED-SWITCH.
001170         CALL "RUNDATE" USING RUN-DATE-AREA.
00117A         MOVE RDT-RUN-DATE TO VWL-RUN-DATE.
001180         OPEN INPUT WATCHLIST-FILE.
001190         IF NOT VWL-LIST-FILE-OK
001200             DISPLAY "VALWATCH: NO WATCHLST ON FILE - "
001830             VWL-EVL-SEVERITY VWL-EVL-CODE VWL-EVL-TEXT.
001840 0500-EXIT.
001850         EXIT.
0018A1*---------------------------------------------------------------
0018A2*  0600-WRITE-ALERT.  THE MATCH GOES TO CMPALERT FOR CASEOPEN,
0018A3*  TYPED BY THE CALLER (WR REJECT, WP POST-AND-REPORT).  THE
0018A4*  FILE IS OPENED ON THE FIRST MATCH AND HELD OPEN FOR THE
0018A5*  RUN, THE SAME AS WTCHRPT; ONE THAT WILL NOT OPEN IS NOT
0018A6*  TRIED AGAIN.
0018A7*---------------------------------------------------------------
0018A8 0600-WRITE-ALERT.
0018A9         IF VWL-ALERT-UNAVAILABLE
0018AA             GO TO 0600-EXIT
0018AB         END-IF.
0018AC         IF NOT VWL-ALERT-OPEN
0018AD             OPEN EXTEND ALERT-FILE
0018AE             IF NOT VWL-ALERT-FILE-OK
0018AF                 OPEN OUTPUT ALERT-FILE
0018AG             END-IF
0018AH             IF VWL-ALERT-FILE-OK
0018AI                 SET VWL-ALERT-OPEN TO TRUE
0018AJ             ELSE
0018AK                 SET VWL-ALERT-UNAVAILABLE TO TRUE
0018AL                 DISPLAY "VALWATCH: CMPALERT UNAVAILABLE, "
0018AM                     "STATUS = " VWL-ALERT-FILE-STATUS
0018AN                 GO TO 0600-EXIT
0018AO             END-IF
0018AP         END-IF.
0018AQ         ACCEPT VWL-RUN-TIME FROM TIME.
0018AR         MOVE SPACES TO COMPLIANCE-ALERT-RECORD.
0018AS         MOVE VWL-RUN-DATE TO CAL-ALERT-DATE.
0018AT         MOVE VWL-RUN-TIME(1:6) TO CAL-ALERT-TIME.
0018AU         MOVE "VALWATCH" TO CAL-SOURCE-PROGRAM.
0018AV         MOVE VWL-ALERT-TYPE TO CAL-ALERT-TYPE.
0018AW         MOVE TDL-BRANCH-CODE TO CAL-BRANCH-CODE.
0018AX         MOVE TDL-ACCOUNT-NO TO CAL-ACCOUNT-NO.
0018AY         MOVE TDL-RECORD-TYPE TO CAL-RECORD-TYPE.
0018AZ         MOVE TDL-TRANS-DATE TO CAL-TRANS-DATE.
0018B1         MOVE TDL-AMOUNT TO CAL-AMOUNT.
0018B2         MOVE 1 TO CAL-ITEM-COUNT.
0018B3         MOVE VWL-WTC-REASON(VWL-WTC-IDX) TO CAL-DETAIL.
0018B4         WRITE COMPLIANCE-ALERT-RECORD.
0018B5 0600-EXIT.
0018B6         EXIT.
