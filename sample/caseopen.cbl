000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CASEOPEN.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  COMPLIANCE CASE INTAKE.  CMPMON AND VALWATCH PRINT THEIR
000180*  HITS ON CMPRPT AND WTCHRPT, AND UNTIL NOW THAT WAS WHERE
000190*  THE SYSTEM LET GO -- THE INVESTIGATION ITSELF LIVED IN A
000200*  SPREADSHEET.  BOTH NOW ALSO APPEND EVERY HIT TO CMPALERT,
000210*  AND THIS NIGHTLY RUN FILES EACH ONE AGAINST A CASE ON
000220*  CMPCASE: THE ALERT'S ACCOUNT IS RESOLVED TO ITS CUSTOMER
000230*  THROUGH ACCTXREF (AN ACCOUNT WITH NO LINK STANDS AS ITS
000240*  OWN SUBJECT), AND THE CUSTOMER'S CASE STILL OPEN OR UNDER
000250*  INVESTIGATION TAKES THE HIT.  A CUSTOMER WITH NO ACTIVE
000260*  CASE GETS A NEW ONE, NUMBERED FROM CASENBR, OPEN, WITH ITS
000270*  FILING-DECISION DEADLINE SET THE STANDARD THIRTY CALENDAR
000280*  DAYS OUT (DATESRV).  EVERY HIT IS KEPT ON CMPHIT AGAINST
000290*  ITS CASE.  CASEMNT IS WHERE THE CASES ARE WORKED.
000300*
000310*  CASERPT LISTS EVERY CASE OPENED OR JOINED TONIGHT, THEN
000320*  EVERY ACTIVE CASE PAST ITS DEADLINE.  RC 4 WHEN A DEADLINE
000330*  HAS PASSED OR AN ALERT HAD TO BE PASSED OVER; RC 16, AND
000340*  CMPCASE LEFT AS IT WAS, WHEN CMPHIT CANNOT BE WRITTEN OR
000350*  THE CASE TABLE IS FULL -- THE STREAM THEN KEEPS CMPALERT
000360*  FOR THE RERUN.
000370*  ------------------------------------------------------------
000380*  MODIFICATION HISTORY
000390*  ------------------------------------------------------------
000400*  DATE       BY   DESCRIPTION
000410*  ---------- ---- --------------------------------------------
000420*  10/15/2026 DCG  ORIGINAL PROGRAM.
00042A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00042B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00042C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000430*---------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.
000470         LINUX.
000480 OBJECT-COMPUTER.
000490         LINUX.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT ALERT-FILE ASSIGN TO "CMPALERT"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS COP-ALERT-FILE-STATUS.
000550         SELECT CASE-FILE ASSIGN TO "CMPCASE"
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS COP-CASE-FILE-STATUS.
000580         SELECT HIT-FILE ASSIGN TO "CMPHIT"
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS COP-HIT-FILE-STATUS.
000610         SELECT CASE-NUMBER-FILE ASSIGN TO "CASENBR"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS COP-NUMBER-FILE-STATUS.
000640         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000650             ORGANIZATION IS INDEXED
000660             ACCESS MODE IS RANDOM
000670             RECORD KEY IS AXR-ACCOUNT-NO
000680             FILE STATUS IS COP-XREF-FILE-STATUS.
000690         SELECT REPORT-FILE ASSIGN TO "CASERPT"
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS COP-REPORT-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ALERT-FILE.
000750     COPY CMPALTRC.
000760 FD  CASE-FILE.
000770 01  CASE-FILE-RECORD            PIC X(150).
000780 FD  HIT-FILE.
000790     COPY CMPHITRC.
000800 FD  CASE-NUMBER-FILE.
000810 01  CASE-NUMBER-RECORD.
000820         05  CSN-LAST-NUMBER         PIC 9(07).
000830 FD  ACCOUNT-XREF-FILE.
000840     COPY CUSXREFC.
000850 FD  REPORT-FILE.
000860 01  REPORT-RECORD               PIC X(132).
000870 WORKING-STORAGE SECTION.
000880 01  COP-FILE-STATUS-VALUES.
000890         05  COP-ALERT-FILE-STATUS   PIC X(02).
000900             88  COP-ALERT-FILE-OK       VALUE "00".
000910         05  COP-CASE-FILE-STATUS    PIC X(02).
000920             88  COP-CASE-FILE-OK        VALUE "00".
000930         05  COP-HIT-FILE-STATUS     PIC X(02).
000940             88  COP-HIT-FILE-OK         VALUE "00".
000950         05  COP-NUMBER-FILE-STATUS  PIC X(02).
000960             88  COP-NUMBER-FILE-OK      VALUE "00".
000970         05  COP-XREF-FILE-STATUS    PIC X(02).
000980             88  COP-XREF-FILE-OK        VALUE "00".
000990         05  COP-REPORT-FILE-STATUS  PIC X(02).
001000             88  COP-REPORT-FILE-OK      VALUE "00".
001010 01  COP-SWITCHES.
001020         05  COP-EOF-SWITCH          PIC X(01) VALUE "N".
001030             88  COP-AT-END              VALUE "Y".
001040         05  COP-FOUND-SWITCH        PIC X(01) VALUE "N".
001050             88  COP-CASE-FOUND          VALUE "Y".
001060         05  COP-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
001070             88  COP-XREF-OPEN           VALUE "Y".
001080         05  COP-HIT-OPEN-SWITCH     PIC X(01) VALUE "N".
001090             88  COP-HIT-OPEN            VALUE "Y".
001100         05  COP-ALERT-OPEN-SWITCH   PIC X(01) VALUE "N".
001110             88  COP-ALERT-OPEN          VALUE "Y".
001120         05  COP-REPORT-OPEN-SWITCH  PIC X(01) VALUE "N".
001130             88  COP-REPORT-OPEN         VALUE "Y".
001140 01  COP-RUN-DATE                PIC 9(08) VALUE ZERO.
001150*  CALENDAR DAYS FROM THE DAY A CASE OPENS TO THE DAY THE
001160*  FILE-OR-CLOSE DECISION IS DUE.
001170 01  COP-DEADLINE-DAYS           PIC S9(05) VALUE 30.
001180 01  COP-LAST-CASE-NO            PIC 9(07) VALUE ZERO.
001190*---------------------------------------------------------------
001200*  EVERY CASE ON CMPCASE, HELD IN FILE ORDER.  THE LEADING
001210*  FIELDS SIT WHERE CMPCASRC PUTS THEM SO THE SUBJECT AND
001220*  STATUS CAN BE SEARCHED WITHOUT UNPACKING THE ROW.
001230*---------------------------------------------------------------
001240 01  COP-CASE-TABLE.
001250         05  COP-CAS-COUNT           PIC 9(04) COMP VALUE ZERO.
001260         05  COP-CAS-SUB             PIC 9(04) COMP VALUE ZERO.
001270         05  COP-CAS-ENTRY OCCURS 3000 TIMES
001280                 INDEXED BY COP-CAS-IDX.
001290             10  COP-CAS-CASE-NO     PIC 9(07).
001300             10  COP-CAS-SUBJECT     PIC X(11).
001310             10  COP-CAS-BRANCH      PIC X(03).
001320             10  COP-CAS-STATUS      PIC X(01).
001330             10  FILLER              PIC X(128).
001340     COPY CMPCASRC.
001350 01  COP-WORK-FIELDS.
001360         05  COP-WANT-SUBJECT.
001370             10  COP-WANT-TYPE       PIC X(01).
001380             10  COP-WANT-ID         PIC X(10).
001390         05  COP-HIT-DATE            PIC 9(08) VALUE ZERO.
001400         05  COP-ACTION-WORD         PIC X(06) VALUE SPACES.
001410 01  COP-MASKED-ACCOUNT          PIC X(10) VALUE SPACES.
001420 01  COP-COUNTERS.
001430         05  COP-ALERTS-READ         PIC 9(07) VALUE ZERO.
001440         05  COP-ALERTS-FILED        PIC 9(07) VALUE ZERO.
001450         05  COP-ALERTS-SKIPPED      PIC 9(07) VALUE ZERO.
001460         05  COP-CASES-OPENED        PIC 9(07) VALUE ZERO.
001470         05  COP-CASES-JOINED        PIC 9(07) VALUE ZERO.
001480         05  COP-CASES-ACTIVE        PIC 9(07) VALUE ZERO.
001490         05  COP-CASES-OVERDUE       PIC 9(07) VALUE ZERO.
001500 01  COP-EDIT-FIELDS.
001510         05  COP-AMOUNT-EDIT         PIC Z(10)9.99.
001520         05  COP-COUNT-EDIT          PIC Z(06)9.
001530 COPY DATESRVC.
00153A     COPY RUNDATEC.
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570         IF RETURN-CODE < 16
001580             PERFORM 2000-FILE-ONE-ALERT THRU 2000-EXIT
001590                 UNTIL COP-AT-END
001600                     OR RETURN-CODE = 16
001610         END-IF.
001620         IF RETURN-CODE < 16
001630             PERFORM 3000-LIST-OVERDUE THRU 3000-EXIT
001640             PERFORM 4000-SAVE-CASES THRU 4000-EXIT
001650         END-IF.
001660         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001670         STOP RUN.
001680 1000-INITIALIZE.
001690         DISPLAY "CASEOPEN: JOB STARTING".
001700         MOVE ZERO TO RETURN-CODE.
001710         CALL "RUNDATE" USING RUN-DATE-AREA.
00171A         MOVE RDT-RUN-DATE TO COP-RUN-DATE.
001720         PERFORM 1100-LOAD-CASES THRU 1100-EXIT.
001730         IF RETURN-CODE = 16
001740             GO TO 1000-EXIT
001750         END-IF.
001760         PERFORM 1200-READ-CASE-NUMBER THRU 1200-EXIT.
001770         OPEN INPUT ALERT-FILE.
001780         IF NOT COP-ALERT-FILE-OK
001790             DISPLAY "CASEOPEN: NO CMPALERT ON FILE - NO NEW HITS"
001800             MOVE "Y" TO COP-EOF-SWITCH
001810         ELSE
001820             SET COP-ALERT-OPEN TO TRUE
001830         END-IF.
001840         OPEN EXTEND HIT-FILE.
001850         IF NOT COP-HIT-FILE-OK
001860             OPEN OUTPUT HIT-FILE
001870         END-IF.
001880         IF NOT COP-HIT-FILE-OK
001890             DISPLAY "CASEOPEN: CANNOT OPEN CMPHIT, STATUS = "
001900                 COP-HIT-FILE-STATUS
001910             MOVE 16 TO RETURN-CODE
001920             GO TO 1000-EXIT
001930         END-IF.
001940         SET COP-HIT-OPEN TO TRUE.
001950         OPEN INPUT ACCOUNT-XREF-FILE.
001960         IF COP-XREF-FILE-OK
001970             SET COP-XREF-OPEN TO TRUE
001980         ELSE
001990             DISPLAY "CASEOPEN: NO ACCTXREF ON FILE - EVERY "
002000                 "ACCOUNT IS ITS OWN SUBJECT"
002010         END-IF.
002020         OPEN OUTPUT REPORT-FILE.
002030         SET COP-REPORT-OPEN TO TRUE.
002040         MOVE SPACES TO REPORT-RECORD.
002050         STRING "COMPLIANCE CASE INTAKE   RUN DATE: "
002060             COP-RUN-DATE
002070             DELIMITED BY SIZE INTO REPORT-RECORD.
002080         WRITE REPORT-RECORD.
002090         MOVE SPACES TO REPORT-RECORD.
002100         WRITE REPORT-RECORD.
002110         MOVE SPACES TO REPORT-RECORD.
002120         STRING "ACTION CASE NO S SUBJECT    BRN ALERT SOURCE   "
002130             " ACCOUNT            AMOUNT DEADLINE"
002140             DELIMITED BY SIZE INTO REPORT-RECORD.
002150         WRITE REPORT-RECORD.
002160 1000-EXIT.
002170         EXIT.
002180 1100-LOAD-CASES.
002190         OPEN INPUT CASE-FILE.
002200         IF NOT COP-CASE-FILE-OK
002210             DISPLAY "CASEOPEN: NO CMPCASE ON FILE - STARTING "
002220                 "WITH NO CASES"
002230             GO TO 1100-EXIT
002240         END-IF.
002250         PERFORM 1150-LOAD-ONE-CASE THRU 1150-EXIT
002260             UNTIL COP-AT-END
002270                 OR RETURN-CODE = 16.
002280         CLOSE CASE-FILE.
002290         MOVE "N" TO COP-EOF-SWITCH.
002300         DISPLAY "CASEOPEN: " COP-CAS-COUNT " CASE(S) ON FILE".
002310 1100-EXIT.
002320         EXIT.
002330 1150-LOAD-ONE-CASE.
002340         READ CASE-FILE
002350             AT END
002360                 MOVE "Y" TO COP-EOF-SWITCH
002370                 GO TO 1150-EXIT
002380         END-READ.
002390         IF COP-CAS-COUNT = 3000
002400             DISPLAY "CASEOPEN: CMPCASE HOLDS MORE THAN 3000 "
002410                 "CASES - NOTHING FILED"
002420             MOVE 16 TO RETURN-CODE
002430             GO TO 1150-EXIT
002440         END-IF.
002450         ADD 1 TO COP-CAS-COUNT.
002460         MOVE CASE-FILE-RECORD TO COP-CAS-ENTRY(COP-CAS-COUNT).
002470 1150-EXIT.
002480         EXIT.
002490*---------------------------------------------------------------
002500*  1200-READ-CASE-NUMBER.  CASENBR HOLDS THE LAST CASE NUMBER
002510*  GIVEN OUT, THE WAY WORKQNBR DOES FOR WQOPEN.  NEVER LOWER
002520*  THAN THE HIGHEST NUMBER ALREADY ON CMPCASE.
002530*---------------------------------------------------------------
002540 1200-READ-CASE-NUMBER.
002550         MOVE ZERO TO CSN-LAST-NUMBER.
002560         OPEN INPUT CASE-NUMBER-FILE.
002570         IF COP-NUMBER-FILE-OK
002580             READ CASE-NUMBER-FILE
002590                 AT END MOVE ZERO TO CSN-LAST-NUMBER
002600             END-READ
002610             CLOSE CASE-NUMBER-FILE
002620         END-IF.
002630         IF CSN-LAST-NUMBER NOT NUMERIC
002640             MOVE ZERO TO CSN-LAST-NUMBER
002650         END-IF.
002660         MOVE CSN-LAST-NUMBER TO COP-LAST-CASE-NO.
002670         PERFORM 1250-CHECK-ONE-NUMBER THRU 1250-EXIT
002680             VARYING COP-CAS-SUB FROM 1 BY 1
002690             UNTIL COP-CAS-SUB > COP-CAS-COUNT.
002700 1200-EXIT.
002710         EXIT.
002720 1250-CHECK-ONE-NUMBER.
002730         IF COP-CAS-CASE-NO(COP-CAS-SUB) > COP-LAST-CASE-NO
002740             MOVE COP-CAS-CASE-NO(COP-CAS-SUB) TO COP-LAST-CASE-NO
002750         END-IF.
002760 1250-EXIT.
002770         EXIT.
002780*---------------------------------------------------------------
002790*  2000-FILE-ONE-ALERT.  RESOLVE THE SUBJECT, FIND OR OPEN ITS
002800*  ACTIVE CASE, ROLL THE HIT INTO THE CASE AND KEEP THE HIT.
002810*---------------------------------------------------------------
002820 2000-FILE-ONE-ALERT.
002830         READ ALERT-FILE
002840             AT END
002850                 MOVE "Y" TO COP-EOF-SWITCH
002860                 GO TO 2000-EXIT
002870         END-READ.
002880         ADD 1 TO COP-ALERTS-READ.
002890         IF CAL-ACCOUNT-NO = SPACES
002900             OR CAL-AMOUNT NOT NUMERIC
002910             DISPLAY "CASEOPEN: UNUSABLE CMPALERT ROW "
002920                 COP-ALERTS-READ " FROM " CAL-SOURCE-PROGRAM
002930                 " - PASSED OVER"
002940             ADD 1 TO COP-ALERTS-SKIPPED
002950             IF RETURN-CODE < 4
002960                 MOVE 4 TO RETURN-CODE
002970             END-IF
002980             GO TO 2000-EXIT
002990         END-IF.
003000         IF CAL-TRANS-DATE NUMERIC
003010             AND CAL-TRANS-DATE > ZERO
003020             MOVE CAL-TRANS-DATE TO COP-HIT-DATE
003030         ELSE
003040             MOVE CAL-ALERT-DATE TO COP-HIT-DATE
003050         END-IF.
003060         PERFORM 2100-RESOLVE-SUBJECT THRU 2100-EXIT.
003070         PERFORM 2200-FIND-ACTIVE-CASE THRU 2200-EXIT.
003080         IF COP-CASE-FOUND
003090             MOVE COP-CAS-ENTRY(COP-CAS-SUB)
003100                 TO COMPLIANCE-CASE-RECORD
003110             MOVE "JOINED" TO COP-ACTION-WORD
003120             ADD 1 TO COP-CASES-JOINED
003130         ELSE
003140             PERFORM 2300-OPEN-NEW-CASE THRU 2300-EXIT
003150             IF RETURN-CODE = 16
003160                 GO TO 2000-EXIT
003170             END-IF
003180         END-IF.
003190         ADD 1 TO CSE-HIT-COUNT.
003200         ADD CAL-AMOUNT TO CSE-HIT-AMOUNT.
003210         IF CSE-FIRST-HIT-DATE = ZERO
003220             OR COP-HIT-DATE < CSE-FIRST-HIT-DATE
003230             MOVE COP-HIT-DATE TO CSE-FIRST-HIT-DATE
003240         END-IF.
003250         IF COP-HIT-DATE > CSE-LAST-HIT-DATE
003260             MOVE COP-HIT-DATE TO CSE-LAST-HIT-DATE
003270         END-IF.
003280         MOVE CAL-ALERT-TYPE TO CSE-LAST-ALERT-TYPE.
003290         MOVE COMPLIANCE-CASE-RECORD
003300             TO COP-CAS-ENTRY(COP-CAS-SUB).
003310         PERFORM 2400-WRITE-HIT THRU 2400-EXIT.
003320         PERFORM 2500-PRINT-INTAKE-LINE THRU 2500-EXIT.
003330         ADD 1 TO COP-ALERTS-FILED.
003340 2000-EXIT.
003350         EXIT.
003360 2100-RESOLVE-SUBJECT.
003370         MOVE "A" TO COP-WANT-TYPE.
003380         MOVE CAL-ACCOUNT-NO TO COP-WANT-ID.
003390         IF NOT COP-XREF-OPEN
003400             GO TO 2100-EXIT
003410         END-IF.
003420         MOVE CAL-ACCOUNT-NO TO AXR-ACCOUNT-NO.
003430         READ ACCOUNT-XREF-FILE
003440             INVALID KEY
003450                 GO TO 2100-EXIT
003460         END-READ.
003470         IF AXR-CUSTOMER-NO NOT = SPACES
003480             MOVE "C" TO COP-WANT-TYPE
003490             MOVE AXR-CUSTOMER-NO TO COP-WANT-ID
003500         END-IF.
003510 2100-EXIT.
003520         EXIT.
003530*  THE NEWEST MATCHING ROW WINS, SO THE SEARCH RUNS FROM THE
003540*  BOTTOM OF THE TABLE UP.
003550 2200-FIND-ACTIVE-CASE.
003560         MOVE "N" TO COP-FOUND-SWITCH.
003570         MOVE COP-CAS-COUNT TO COP-CAS-SUB.
003580         PERFORM 2250-CHECK-ONE-CASE THRU 2250-EXIT
003590             UNTIL COP-CASE-FOUND
003600                 OR COP-CAS-SUB = ZERO.
003610 2200-EXIT.
003620         EXIT.
003630 2250-CHECK-ONE-CASE.
003640         IF COP-CAS-SUBJECT(COP-CAS-SUB) = COP-WANT-SUBJECT
003650             AND (COP-CAS-STATUS(COP-CAS-SUB) = "O"
003660                 OR COP-CAS-STATUS(COP-CAS-SUB) = "I")
003670             SET COP-CASE-FOUND TO TRUE
003680             GO TO 2250-EXIT
003690         END-IF.
003700         SUBTRACT 1 FROM COP-CAS-SUB.
003710 2250-EXIT.
003720         EXIT.
003730 2300-OPEN-NEW-CASE.
003740         IF COP-CAS-COUNT = 3000
003750             DISPLAY "CASEOPEN: CASE TABLE FULL AT 3000 - "
003760                 "CMPCASE NOT UPDATED"
003770             MOVE 16 TO RETURN-CODE
003780             GO TO 2300-EXIT
003790         END-IF.
003800         ADD 1 TO COP-LAST-CASE-NO.
003810         ADD 1 TO COP-CAS-COUNT.
003820         MOVE COP-CAS-COUNT TO COP-CAS-SUB.
003830         MOVE SPACES TO COMPLIANCE-CASE-RECORD.
003840         MOVE COP-LAST-CASE-NO TO CSE-CASE-NO.
003850         MOVE COP-WANT-TYPE TO CSE-SUBJECT-TYPE.
003860         MOVE COP-WANT-ID TO CSE-SUBJECT-ID.
003870         MOVE CAL-BRANCH-CODE TO CSE-BRANCH-CODE.
003880         MOVE "O" TO CSE-STATUS.
003890         MOVE COP-RUN-DATE TO CSE-OPEN-DATE.
003900         MOVE "A" TO DSV-FUNCTION.
003910         MOVE COP-RUN-DATE TO DSV-DATE-1.
003920         MOVE ZERO TO DSV-DATE-2.
003930         MOVE COP-DEADLINE-DAYS TO DSV-DAYS-BETWEEN.
003940         MOVE SPACES TO DSV-REGION-CODE.
003950         CALL "DATESRV" USING DATE-SERVICE-AREA.
003960         MOVE DSV-RESULT-DATE TO CSE-DEADLINE-DATE.
003970         MOVE ZERO TO CSE-HIT-COUNT.
003980         MOVE ZERO TO CSE-HIT-AMOUNT.
003990         MOVE ZERO TO CSE-FIRST-HIT-DATE.
004000         MOVE ZERO TO CSE-LAST-HIT-DATE.
004010         MOVE COP-RUN-DATE TO CSE-STATUS-DATE.
004020         MOVE "CASEOPEN" TO CSE-STATUS-BY.
004030         MOVE ZERO TO CSE-EXTRACT-DATE.
004040         MOVE ZERO TO CSE-NOTE-COUNT.
004050         MOVE "OPENED" TO COP-ACTION-WORD.
004060         ADD 1 TO COP-CASES-OPENED.
004070 2300-EXIT.
004080         EXIT.
004090 2400-WRITE-HIT.
004100         MOVE SPACES TO CASE-HIT-RECORD.
004110         MOVE CSE-CASE-NO TO CHT-CASE-NO.
004120         MOVE CAL-ALERT-DATE TO CHT-ALERT-DATE.
004130         MOVE CAL-ALERT-TIME TO CHT-ALERT-TIME.
004140         MOVE CAL-SOURCE-PROGRAM TO CHT-SOURCE-PROGRAM.
004150         MOVE CAL-ALERT-TYPE TO CHT-ALERT-TYPE.
004160         MOVE CAL-BRANCH-CODE TO CHT-BRANCH-CODE.
004170         MOVE CAL-ACCOUNT-NO TO CHT-ACCOUNT-NO.
004180         MOVE CAL-RECORD-TYPE TO CHT-RECORD-TYPE.
004190         MOVE COP-HIT-DATE TO CHT-TRANS-DATE.
004200         MOVE CAL-AMOUNT TO CHT-AMOUNT.
004210         MOVE CAL-ITEM-COUNT TO CHT-ITEM-COUNT.
004220         MOVE CAL-DETAIL TO CHT-DETAIL.
004230         WRITE CASE-HIT-RECORD.
004240 2400-EXIT.
004250         EXIT.
004260 2500-PRINT-INTAKE-LINE.
004270         CALL "MASKACCT" USING CAL-ACCOUNT-NO
004280             COP-MASKED-ACCOUNT.
004290         MOVE CAL-AMOUNT TO COP-AMOUNT-EDIT.
004300         MOVE SPACES TO REPORT-RECORD.
004310         STRING COP-ACTION-WORD " " CSE-CASE-NO " "
004320             CSE-SUBJECT-TYPE " " CSE-SUBJECT-ID " "
004330             CAL-BRANCH-CODE " " CAL-ALERT-TYPE "    "
004340             CAL-SOURCE-PROGRAM " " COP-MASKED-ACCOUNT " "
004350             COP-AMOUNT-EDIT " " CSE-DEADLINE-DATE
004360             DELIMITED BY SIZE INTO REPORT-RECORD.
004370         WRITE REPORT-RECORD.
004380 2500-EXIT.
004390         EXIT.
004400*---------------------------------------------------------------
004410*  3000-LIST-OVERDUE.  AN ACTIVE CASE WHOSE DEADLINE HAS COME
004420*  WITHOUT A FILE-OR-CLOSE DECISION IS LISTED EVERY NIGHT
004430*  UNTIL CASEMNT RECORDS ONE.
004440*---------------------------------------------------------------
004450 3000-LIST-OVERDUE.
004460         MOVE SPACES TO REPORT-RECORD.
004470         WRITE REPORT-RECORD.
004480         MOVE SPACES TO REPORT-RECORD.
004490         STRING "ACTIVE CASES AT OR PAST THEIR FILING-DECISION "
004500             "DEADLINE"
004510             DELIMITED BY SIZE INTO REPORT-RECORD.
004520         WRITE REPORT-RECORD.
004530         PERFORM 3100-CHECK-ONE-DEADLINE THRU 3100-EXIT
004540             VARYING COP-CAS-SUB FROM 1 BY 1
004550             UNTIL COP-CAS-SUB > COP-CAS-COUNT.
004560         IF COP-CASES-OVERDUE = ZERO
004570             MOVE "  NONE" TO REPORT-RECORD
004580             WRITE REPORT-RECORD
004590         ELSE
004600             IF RETURN-CODE < 4
004610                 MOVE 4 TO RETURN-CODE
004620             END-IF
004630         END-IF.
004640 3000-EXIT.
004650         EXIT.
004660 3100-CHECK-ONE-DEADLINE.
004670         IF COP-CAS-STATUS(COP-CAS-SUB) NOT = "O"
004680             AND COP-CAS-STATUS(COP-CAS-SUB) NOT = "I"
004690             GO TO 3100-EXIT
004700         END-IF.
004710         ADD 1 TO COP-CASES-ACTIVE.
004720         MOVE COP-CAS-ENTRY(COP-CAS-SUB)
004730             TO COMPLIANCE-CASE-RECORD.
004740         IF CSE-DEADLINE-DATE > COP-RUN-DATE
004750             GO TO 3100-EXIT
004760         END-IF.
004770         ADD 1 TO COP-CASES-OVERDUE.
004780         MOVE CSE-HIT-AMOUNT TO COP-AMOUNT-EDIT.
004790         MOVE SPACES TO REPORT-RECORD.
004800         STRING "  CASE " CSE-CASE-NO " " CSE-SUBJECT-TYPE " "
004810             CSE-SUBJECT-ID " BRANCH " CSE-BRANCH-CODE
004820             " STATUS " CSE-STATUS " INVESTIGATOR "
004830             CSE-INVESTIGATOR " DEADLINE " CSE-DEADLINE-DATE
004840             " HITS " CSE-HIT-COUNT " " COP-AMOUNT-EDIT
004850             DELIMITED BY SIZE INTO REPORT-RECORD.
004860         WRITE REPORT-RECORD.
004870 3100-EXIT.
004880         EXIT.
004890 4000-SAVE-CASES.
004900         OPEN OUTPUT CASE-FILE.
004910         IF NOT COP-CASE-FILE-OK
004920             DISPLAY "CASEOPEN: CANNOT REWRITE CMPCASE, STATUS = "
004930                 COP-CASE-FILE-STATUS
004940             MOVE 16 TO RETURN-CODE
004950             GO TO 4000-EXIT
004960         END-IF.
004970         PERFORM 4100-SAVE-ONE-CASE THRU 4100-EXIT
004980             VARYING COP-CAS-SUB FROM 1 BY 1
004990             UNTIL COP-CAS-SUB > COP-CAS-COUNT.
005000         CLOSE CASE-FILE.
005010         MOVE COP-LAST-CASE-NO TO CSN-LAST-NUMBER.
005020         OPEN OUTPUT CASE-NUMBER-FILE.
005030         WRITE CASE-NUMBER-RECORD.
005040         CLOSE CASE-NUMBER-FILE.
005050 4000-EXIT.
005060         EXIT.
005070 4100-SAVE-ONE-CASE.
005080         MOVE COP-CAS-ENTRY(COP-CAS-SUB) TO CASE-FILE-RECORD.
005090         WRITE CASE-FILE-RECORD.
005100 4100-EXIT.
005110         EXIT.
005120 8000-TERMINATE.
005130         IF COP-ALERT-OPEN
005140             CLOSE ALERT-FILE
005150         END-IF.
005160         IF COP-HIT-OPEN
005170             CLOSE HIT-FILE
005180         END-IF.
005190         IF COP-XREF-OPEN
005200             CLOSE ACCOUNT-XREF-FILE
005210         END-IF.
005220         IF COP-REPORT-OPEN
005230             MOVE SPACES TO REPORT-RECORD
005240             WRITE REPORT-RECORD
005250             MOVE COP-ALERTS-READ TO COP-COUNT-EDIT
005260             MOVE SPACES TO REPORT-RECORD
005270             STRING "ALERTS READ " COP-COUNT-EDIT
005280                 DELIMITED BY SIZE INTO REPORT-RECORD
005290             WRITE REPORT-RECORD
005300             MOVE COP-CASES-OPENED TO COP-COUNT-EDIT
005310             MOVE SPACES TO REPORT-RECORD
005320             STRING "CASES OPENED " COP-COUNT-EDIT
005330                 DELIMITED BY SIZE INTO REPORT-RECORD
005340             WRITE REPORT-RECORD
005350             MOVE COP-CASES-OVERDUE TO COP-COUNT-EDIT
005360             MOVE SPACES TO REPORT-RECORD
005370             STRING "DECISIONS OVERDUE " COP-COUNT-EDIT
005380                 DELIMITED BY SIZE INTO REPORT-RECORD
005390             WRITE REPORT-RECORD
005400             CLOSE REPORT-FILE
005410         END-IF.
005420         DISPLAY "----------------------------------------------".
005430         DISPLAY "CMPALERT ROWS READ     = " COP-ALERTS-READ.
005440         DISPLAY "  FILED TO A CASE      = " COP-ALERTS-FILED.
005450         DISPLAY "  PASSED OVER          = " COP-ALERTS-SKIPPED.
005460         DISPLAY "CASES OPENED           = " COP-CASES-OPENED.
005470         DISPLAY "HITS ON EXISTING CASES = " COP-CASES-JOINED.
005480         DISPLAY "ACTIVE CASES           = " COP-CASES-ACTIVE.
005490         DISPLAY "  PAST DEADLINE        = " COP-CASES-OVERDUE.
005500         DISPLAY "CASEOPEN: JOB ENDED, RETURN CODE = "
005510             RETURN-CODE.
005520 8000-EXIT.
005530         EXIT.
