000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CASEFILE.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  REGULATORY FILING EXTRACT.  EVERY CASE CASEMNT HAS MOVED TO
000180*  FILED ("F") AND THAT HAS NOT YET GONE OUT IS WRITTEN TO
000190*  REGFILEX IN THE FIXED REGFILRC FORMAT: THE CASE HEADER WITH
000200*  THE SUBJECT'S NAME FROM CUSTMST, EVERY TXNHIST ROW ON EACH
000210*  ACCOUNT THE CASE'S HITS NAMED FROM THE LOOK-BACK DAYS BEFORE
000220*  THE FIRST HIT THROUGH THE LAST HIT, THE CASE'S NARRATIVE AND
000230*  AUDIT NOTES FROM CMPNOTE, AND A CASE TRAILER.  EACH CASE
000240*  EXTRACTED IS STAMPED WITH THE RUN DATE ON CMPCASE SO IT IS
000250*  NEVER SENT TWICE.  REGFILEX IS EXTENDED, NOT REPLACED, SO A
000260*  FILE NOT YET COLLECTED IS NEVER OVERWRITTEN; EACH RUN ADDS
000270*  ITS OWN HEADER/TRAILER GROUP.  NOTHING FILED -- NO OUTPUT.
000280*  ------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------------
000310*  DATE       BY   DESCRIPTION
000320*  ---------- ---- --------------------------------------------
000330*  10/15/2026 DCG  ORIGINAL PROGRAM.
00033A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00033B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00033C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
00033D*  10/15/2026 DCG  THE INSTITUTION NAME ON THE FILE HEADER NOW
00033E*                  COMES FROM INSTCTL; RC 16 AND NOTHING FILED
00033F*                  WHEN INSTCTL IS MISSING OR THE NAME IS BLANK.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.
000380         LINUX.
000390 OBJECT-COMPUTER.
000400         LINUX.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT CASE-FILE ASSIGN TO "CMPCASE"
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS CFL-CASE-FILE-STATUS.
000460         SELECT HIT-FILE ASSIGN TO "CMPHIT"
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS CFL-HIT-FILE-STATUS.
000490         SELECT NOTE-FILE ASSIGN TO "CMPNOTE"
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS CFL-NOTE-FILE-STATUS.
000520         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS DYNAMIC
000550             RECORD KEY IS THR-KEY
000560             FILE STATUS IS CFL-HISTORY-FILE-STATUS.
000570         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS RANDOM
000600             RECORD KEY IS CUS-CUSTOMER-NO
000610             FILE STATUS IS CFL-CUSTOMER-FILE-STATUS.
000620         SELECT FILING-FILE ASSIGN TO "REGFILEX"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS CFL-FILING-FILE-STATUS.
00064A         SELECT INSTITUTION-CONTROL-FILE ASSIGN TO "INSTCTL"
00064B             ORGANIZATION IS LINE SEQUENTIAL
00064C             FILE STATUS IS CFL-INSTCTL-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CASE-FILE.
000680 01  CASE-FILE-RECORD            PIC X(150).
000690 FD  HIT-FILE.
000700     COPY CMPHITRC.
000710 FD  NOTE-FILE.
000720     COPY CMPNOTRC.
000730 FD  HISTORY-FILE.
000740     COPY TXNHISTC.
000750 FD  CUSTOMER-MASTER-FILE.
000760     COPY CUSTREC.
000770 FD  FILING-FILE.
000780     COPY REGFILRC.
00078A FD  INSTITUTION-CONTROL-FILE.
00078B     COPY INSTCTLC.
000790 WORKING-STORAGE SECTION.
000800 01  CFL-FILE-STATUS-VALUES.
000810         05  CFL-CASE-FILE-STATUS    PIC X(02).
000820             88  CFL-CASE-FILE-OK        VALUE "00".
000830         05  CFL-HIT-FILE-STATUS     PIC X(02).
000840             88  CFL-HIT-FILE-OK         VALUE "00".
000850         05  CFL-NOTE-FILE-STATUS    PIC X(02).
000860             88  CFL-NOTE-FILE-OK        VALUE "00".
000870         05  CFL-HISTORY-FILE-STATUS PIC X(02).
000880             88  CFL-HISTORY-FILE-OK     VALUE "00".
000890         05  CFL-CUSTOMER-FILE-STATUS PIC X(02).
000900             88  CFL-CUSTOMER-FILE-OK    VALUE "00".
000910         05  CFL-FILING-FILE-STATUS  PIC X(02).
000920             88  CFL-FILING-FILE-OK      VALUE "00".
00092A         05  CFL-INSTCTL-FILE-STATUS PIC X(02).
00092B             88  CFL-INSTCTL-FILE-OK     VALUE "00".
000930 01  CFL-SWITCHES.
000940         05  CFL-EOF-SWITCH          PIC X(01) VALUE "N".
000950             88  CFL-AT-END              VALUE "Y".
000960         05  CFL-BROWSE-SWITCH       PIC X(01) VALUE "N".
000970             88  CFL-BROWSE-ENDED        VALUE "Y".
000980         05  CFL-FOUND-SWITCH        PIC X(01) VALUE "N".
000990             88  CFL-ACCOUNT-FOUND       VALUE "Y".
001000         05  CFL-HISTORY-OPEN-SWITCH PIC X(01) VALUE "N".
001010             88  CFL-HISTORY-OPEN        VALUE "Y".
001020         05  CFL-CUSTOMER-OPEN-SWITCH PIC X(01) VALUE "N".
001030             88  CFL-CUSTOMER-OPEN       VALUE "Y".
001040         05  CFL-FILING-OPEN-SWITCH  PIC X(01) VALUE "N".
001050             88  CFL-FILING-OPEN         VALUE "Y".
001060 01  CFL-RUN-DATE                PIC 9(08) VALUE ZERO.
001070 01  CFL-RUN-TIME                PIC 9(08) VALUE ZERO.
001080*  NAME THE REGULATOR KNOWS THE FILER BY, ON EVERY FILE HEADER,
00108A*  TAKEN FROM INSTCTL.
001090 01  CFL-INSTITUTION-NAME        PIC X(30) VALUE SPACES.
001110*  CALENDAR DAYS OF HISTORY BEFORE THE FIRST HIT THAT GO OUT
001120*  WITH THE CASE AS SUPPORTING ACTIVITY.
001130 01  CFL-LOOKBACK-DAYS           PIC S9(05) VALUE 30.
001140*---------------------------------------------------------------
001150*  EVERY CASE ON CMPCASE, HELD IN FILE ORDER AND REWRITTEN WITH
001160*  THE EXTRACT DATES STAMPED.
001170*---------------------------------------------------------------
001180 01  CFL-CASE-TABLE.
001190         05  CFL-CAS-COUNT           PIC 9(04) COMP VALUE ZERO.
001200         05  CFL-CAS-SUB             PIC 9(04) COMP VALUE ZERO.
001210         05  CFL-CAS-ENTRY OCCURS 3000 TIMES
001220                                     PIC X(150).
001230     COPY CMPCASRC.
001240*  THE DISTINCT ACCOUNTS THE CURRENT CASE'S HITS NAMED.
001250 01  CFL-ACCOUNT-TABLE.
001260         05  CFL-ACT-COUNT           PIC 9(03) COMP VALUE ZERO.
001270         05  CFL-ACT-SUB             PIC 9(03) COMP VALUE ZERO.
001280         05  CFL-ACT-ENTRY OCCURS 100 TIMES
001290                                     PIC X(10).
001300 01  CFL-WORK-FIELDS.
001310         05  CFL-FROM-DATE           PIC 9(08) VALUE ZERO.
001320         05  CFL-TO-DATE             PIC 9(08) VALUE ZERO.
001330         05  CFL-CASE-TXN-COUNT      PIC 9(07) VALUE ZERO.
001340         05  CFL-CASE-TXN-AMOUNT     PIC 9(13)V99 VALUE ZERO.
001350         05  CFL-CASE-NOTE-COUNT     PIC 9(05) VALUE ZERO.
001360 01  CFL-COUNTERS.
001370         05  CFL-CASES-ON-FILE       PIC 9(07) VALUE ZERO.
001380         05  CFL-CASES-EXTRACTED     PIC 9(07) VALUE ZERO.
001390         05  CFL-RECORDS-WRITTEN     PIC 9(09) VALUE ZERO.
001400         05  CFL-TXNS-WRITTEN        PIC 9(09) VALUE ZERO.
001410         05  CFL-NOTES-WRITTEN       PIC 9(09) VALUE ZERO.
001420 COPY DATESRVC.
00142A     COPY RUNDATEC.
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460         IF RETURN-CODE < 16
001470             AND CFL-FILING-OPEN
001480             PERFORM 2000-EXTRACT-ONE-CASE THRU 2000-EXIT
001490                 VARYING CFL-CAS-SUB FROM 1 BY 1
001500                 UNTIL CFL-CAS-SUB > CFL-CAS-COUNT
001510             PERFORM 4000-FINISH-EXTRACT THRU 4000-EXIT
001520         END-IF.
001530         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001540         STOP RUN.
001550 1000-INITIALIZE.
001560         DISPLAY "CASEFILE: JOB STARTING".
001570         MOVE ZERO TO RETURN-CODE.
001580         CALL "RUNDATE" USING RUN-DATE-AREA.
00158A         MOVE RDT-RUN-DATE TO CFL-RUN-DATE.
001590         ACCEPT CFL-RUN-TIME FROM TIME.
001600         OPEN INPUT CASE-FILE.
001610         IF NOT CFL-CASE-FILE-OK
001620             DISPLAY "CASEFILE: NO CMPCASE ON FILE - NOTHING "
001630                 "TO FILE"
001640             GO TO 1000-EXIT
001650         END-IF.
001660         PERFORM 1100-LOAD-ONE-CASE THRU 1100-EXIT
001670             UNTIL CFL-AT-END
001680                 OR RETURN-CODE = 16.
001690         CLOSE CASE-FILE.
001700         IF RETURN-CODE = 16
001710             GO TO 1000-EXIT
001720         END-IF.
001730         IF CFL-CASES-ON-FILE = ZERO
001740             DISPLAY "CASEFILE: NO FILED CASES AWAITING "
001750                 "EXTRACT"
001760             GO TO 1000-EXIT
001770         END-IF.
00177A         OPEN INPUT INSTITUTION-CONTROL-FILE.
00177B         IF NOT CFL-INSTCTL-FILE-OK
00177C             DISPLAY "CASEFILE: CANNOT OPEN INSTCTL, STATUS = "
00177D                 CFL-INSTCTL-FILE-STATUS " - NOTHING FILED"
00177E             MOVE 16 TO RETURN-CODE
00177F             GO TO 1000-EXIT
00177G         END-IF.
00177H         READ INSTITUTION-CONTROL-FILE
00177I             AT END
00177J                 MOVE SPACES TO INSTITUTION-CONTROL-RECORD
00177K         END-READ.
00177L         CLOSE INSTITUTION-CONTROL-FILE.
00177M         IF ICT-INSTITUTION-NAME = SPACES
00177N             DISPLAY "CASEFILE: NO INSTITUTION NAME ON INSTCTL - "
00177O                 "NOTHING FILED"
00177P             MOVE 16 TO RETURN-CODE
00177Q             GO TO 1000-EXIT
00177R         END-IF.
00177S         MOVE ICT-INSTITUTION-NAME TO CFL-INSTITUTION-NAME.
001780         OPEN INPUT HISTORY-FILE.
001790         IF CFL-HISTORY-FILE-OK
001800             SET CFL-HISTORY-OPEN TO TRUE
001810         ELSE
001820             DISPLAY "CASEFILE: NO TXNHIST ON FILE, STATUS = "
001830                 CFL-HISTORY-FILE-STATUS
001840                 " - CASES GO OUT WITHOUT ACTIVITY"
001850             MOVE 4 TO RETURN-CODE
001860         END-IF.
001870         OPEN INPUT CUSTOMER-MASTER-FILE.
001880         IF CFL-CUSTOMER-FILE-OK
001890             SET CFL-CUSTOMER-OPEN TO TRUE
001900         ELSE
001910             DISPLAY "CASEFILE: NO CUSTMST ON FILE - SUBJECT "
001920                 "NAMES LEFT BLANK"
001930             MOVE 4 TO RETURN-CODE
001940         END-IF.
001950         OPEN EXTEND FILING-FILE.
001960         IF NOT CFL-FILING-FILE-OK
001970             OPEN OUTPUT FILING-FILE
001980         END-IF.
001990         IF NOT CFL-FILING-FILE-OK
002000             DISPLAY "CASEFILE: CANNOT OPEN REGFILEX, STATUS = "
002010                 CFL-FILING-FILE-STATUS
002020             MOVE 16 TO RETURN-CODE
002030             GO TO 1000-EXIT
002040         END-IF.
002050         SET CFL-FILING-OPEN TO TRUE.
002060         MOVE SPACES TO REG-FILING-RECORD.
002070         MOVE "FH" TO RGF-RECORD-TYPE.
002080         MOVE ZERO TO RGF-CASE-NO.
002090         MOVE CFL-RUN-DATE TO RGF-FH-RUN-DATE.
002100         MOVE CFL-RUN-TIME(1:6) TO RGF-FH-RUN-TIME.
002110         MOVE "CASEFILE" TO RGF-FH-SOURCE.
002120         MOVE CFL-INSTITUTION-NAME TO RGF-FH-INSTITUTION.
002130         PERFORM 7000-WRITE-FILING THRU 7000-EXIT.
002140 1000-EXIT.
002150         EXIT.
002160 1100-LOAD-ONE-CASE.
002170         READ CASE-FILE
002180             AT END
002190                 MOVE "Y" TO CFL-EOF-SWITCH
002200                 GO TO 1100-EXIT
002210         END-READ.
002220         IF CFL-CAS-COUNT = 3000
002230             DISPLAY "CASEFILE: CMPCASE HOLDS MORE THAN 3000 "
002240                 "CASES - NOTHING EXTRACTED"
002250             MOVE 16 TO RETURN-CODE
002260             GO TO 1100-EXIT
002270         END-IF.
002280         ADD 1 TO CFL-CAS-COUNT.
002290         MOVE CASE-FILE-RECORD TO CFL-CAS-ENTRY(CFL-CAS-COUNT).
002300         MOVE CASE-FILE-RECORD TO COMPLIANCE-CASE-RECORD.
002310         IF CSE-FILED
002320             AND CSE-EXTRACT-DATE = ZERO
002330             ADD 1 TO CFL-CASES-ON-FILE
002340         END-IF.
002350 1100-EXIT.
002360         EXIT.
002370*---------------------------------------------------------------
002380*  2000-EXTRACT-ONE-CASE.  ONE FILED CASE NOT YET SENT: HEADER,
002390*  SUPPORTING ACTIVITY, NARRATIVE, TRAILER, THEN THE STAMP.
002400*---------------------------------------------------------------
002410 2000-EXTRACT-ONE-CASE.
002420         MOVE CFL-CAS-ENTRY(CFL-CAS-SUB)
002430             TO COMPLIANCE-CASE-RECORD.
002440         IF NOT CSE-FILED
002450             OR CSE-EXTRACT-DATE NOT = ZERO
002460             GO TO 2000-EXIT
002470         END-IF.
002480         MOVE ZERO TO CFL-CASE-TXN-COUNT.
002490         MOVE ZERO TO CFL-CASE-TXN-AMOUNT.
002500         MOVE ZERO TO CFL-CASE-NOTE-COUNT.
002510         PERFORM 2100-WRITE-CASE-HEADER THRU 2100-EXIT.
002520         PERFORM 2200-COLLECT-ACCOUNTS THRU 2200-EXIT.
002530         IF CFL-HISTORY-OPEN
002540             PERFORM 2400-SET-WINDOW THRU 2400-EXIT
002550             PERFORM 2500-EXTRACT-ACCOUNT THRU 2500-EXIT
002560                 VARYING CFL-ACT-SUB FROM 1 BY 1
002570                 UNTIL CFL-ACT-SUB > CFL-ACT-COUNT
002580         END-IF.
002590         PERFORM 2700-EXTRACT-NOTES THRU 2700-EXIT.
002600         MOVE SPACES TO REG-FILING-RECORD.
002610         MOVE "CT" TO RGF-RECORD-TYPE.
002620         MOVE CSE-CASE-NO TO RGF-CASE-NO.
002630         MOVE CFL-CASE-TXN-COUNT TO RGF-CT-TXN-COUNT.
002640         MOVE CFL-CASE-TXN-AMOUNT TO RGF-CT-TXN-AMOUNT.
002650         MOVE CFL-CASE-NOTE-COUNT TO RGF-CT-NOTE-COUNT.
002660         PERFORM 7000-WRITE-FILING THRU 7000-EXIT.
002670         MOVE CFL-RUN-DATE TO CSE-EXTRACT-DATE.
002680         MOVE COMPLIANCE-CASE-RECORD
002690             TO CFL-CAS-ENTRY(CFL-CAS-SUB).
002700         ADD 1 TO CFL-CASES-EXTRACTED.
002710         DISPLAY "CASEFILE: CASE " CSE-CASE-NO " EXTRACTED, "
002720             CFL-CASE-TXN-COUNT " TRANSACTION(S), "
002730             CFL-CASE-NOTE-COUNT " NOTE(S)".
002740 2000-EXIT.
002750         EXIT.
002760 2100-WRITE-CASE-HEADER.
002770         MOVE SPACES TO REG-FILING-RECORD.
002780         MOVE "CH" TO RGF-RECORD-TYPE.
002790         MOVE CSE-CASE-NO TO RGF-CASE-NO.
002800         MOVE CSE-SUBJECT-TYPE TO RGF-CH-SUBJECT-TYPE.
002810         MOVE CSE-SUBJECT-ID TO RGF-CH-SUBJECT-ID.
002820         IF CSE-SUBJECT-CUSTOMER
002830             AND CFL-CUSTOMER-OPEN
002840             MOVE CSE-SUBJECT-ID TO CUS-CUSTOMER-NO
002850             READ CUSTOMER-MASTER-FILE
002860                 INVALID KEY
002870                     MOVE SPACES TO CUS-CUSTOMER-NAME
002880             END-READ
002890             MOVE CUS-CUSTOMER-NAME TO RGF-CH-SUBJECT-NAME
002900         END-IF.
002910         MOVE CSE-BRANCH-CODE TO RGF-CH-BRANCH-CODE.
002920         MOVE CSE-OPEN-DATE TO RGF-CH-OPEN-DATE.
002930         MOVE CSE-STATUS-DATE TO RGF-CH-FILED-DATE.
002940         MOVE CSE-STATUS-BY TO RGF-CH-FILED-BY.
002950         MOVE CSE-INVESTIGATOR TO RGF-CH-INVESTIGATOR.
002960         MOVE CSE-HIT-COUNT TO RGF-CH-HIT-COUNT.
002970         MOVE CSE-HIT-AMOUNT TO RGF-CH-HIT-AMOUNT.
002980         MOVE CSE-FIRST-HIT-DATE TO RGF-CH-FIRST-HIT-DATE.
002990         MOVE CSE-LAST-HIT-DATE TO RGF-CH-LAST-HIT-DATE.
003000         PERFORM 7000-WRITE-FILING THRU 7000-EXIT.
003010 2100-EXIT.
003020         EXIT.
003030*---------------------------------------------------------------
003040*  2200-COLLECT-ACCOUNTS.  EVERY DISTINCT ACCOUNT ON THE CASE'S
003050*  CMPHIT ROWS -- A CUSTOMER CASE CAN SPAN SEVERAL.
003060*---------------------------------------------------------------
003070 2200-COLLECT-ACCOUNTS.
003080         MOVE ZERO TO CFL-ACT-COUNT.
003090         OPEN INPUT HIT-FILE.
003100         IF NOT CFL-HIT-FILE-OK
003110             GO TO 2200-EXIT
003120         END-IF.
003130         MOVE "N" TO CFL-EOF-SWITCH.
003140         PERFORM 2300-CHECK-ONE-HIT THRU 2300-EXIT
003150             UNTIL CFL-AT-END.
003160         CLOSE HIT-FILE.
003170 2200-EXIT.
003180         EXIT.
003190 2300-CHECK-ONE-HIT.
003200         READ HIT-FILE
003210             AT END
003220                 MOVE "Y" TO CFL-EOF-SWITCH
003230                 GO TO 2300-EXIT
003240         END-READ.
003250         IF CHT-CASE-NO NOT = CSE-CASE-NO
003260             GO TO 2300-EXIT
003270         END-IF.
003280         MOVE "N" TO CFL-FOUND-SWITCH.
003290         PERFORM 2350-CHECK-ONE-ACCOUNT THRU 2350-EXIT
003300             VARYING CFL-ACT-SUB FROM 1 BY 1
003310             UNTIL CFL-ACT-SUB > CFL-ACT-COUNT
003320                 OR CFL-ACCOUNT-FOUND.
003330         IF NOT CFL-ACCOUNT-FOUND
003340             AND CFL-ACT-COUNT < 100
003350             ADD 1 TO CFL-ACT-COUNT
003360             MOVE CHT-ACCOUNT-NO TO CFL-ACT-ENTRY(CFL-ACT-COUNT)
003370         END-IF.
003380 2300-EXIT.
003390         EXIT.
003400 2350-CHECK-ONE-ACCOUNT.
003410         IF CFL-ACT-ENTRY(CFL-ACT-SUB) = CHT-ACCOUNT-NO
003420             SET CFL-ACCOUNT-FOUND TO TRUE
003430         END-IF.
003440 2350-EXIT.
003450         EXIT.
003460 2400-SET-WINDOW.
003470         MOVE "A" TO DSV-FUNCTION.
003480         MOVE CSE-FIRST-HIT-DATE TO DSV-DATE-1.
003490         MOVE ZERO TO DSV-DATE-2.
003500         COMPUTE DSV-DAYS-BETWEEN = 0 - CFL-LOOKBACK-DAYS.
003510         MOVE SPACES TO DSV-REGION-CODE.
003520         CALL "DATESRV" USING DATE-SERVICE-AREA.
003530         IF DSV-SUCCESSFUL
003540             MOVE DSV-RESULT-DATE TO CFL-FROM-DATE
003550         ELSE
003560             MOVE CSE-FIRST-HIT-DATE TO CFL-FROM-DATE
003570         END-IF.
003580         MOVE CSE-LAST-HIT-DATE TO CFL-TO-DATE.
003590 2400-EXIT.
003600         EXIT.
003610 2500-EXTRACT-ACCOUNT.
003620         MOVE CFL-ACT-ENTRY(CFL-ACT-SUB) TO THR-ACCOUNT-NO.
003630         MOVE CFL-FROM-DATE TO THR-POST-DATE.
003640         MOVE ZERO TO THR-SEQUENCE.
003650         MOVE "N" TO CFL-BROWSE-SWITCH.
003660         START HISTORY-FILE KEY NOT < THR-KEY
003670             INVALID KEY
003680                 MOVE "Y" TO CFL-BROWSE-SWITCH
003690         END-START.
003700         PERFORM 2600-EXTRACT-ONE-TXN THRU 2600-EXIT
003710             UNTIL CFL-BROWSE-ENDED.
003720 2500-EXIT.
003730         EXIT.
003740 2600-EXTRACT-ONE-TXN.
003750         READ HISTORY-FILE NEXT RECORD
003760             AT END
003770                 MOVE "Y" TO CFL-BROWSE-SWITCH
003780                 GO TO 2600-EXIT
003790         END-READ.
003800         IF THR-ACCOUNT-NO NOT = CFL-ACT-ENTRY(CFL-ACT-SUB)
003810             OR THR-POST-DATE > CFL-TO-DATE
003820             MOVE "Y" TO CFL-BROWSE-SWITCH
003830             GO TO 2600-EXIT
003840         END-IF.
003850         MOVE SPACES TO REG-FILING-RECORD.
003860         MOVE "TX" TO RGF-RECORD-TYPE.
003870         MOVE CSE-CASE-NO TO RGF-CASE-NO.
003880         MOVE THR-ACCOUNT-NO TO RGF-TX-ACCOUNT-NO.
003890         MOVE THR-POST-DATE TO RGF-TX-POST-DATE.
003900         MOVE THR-SEQUENCE TO RGF-TX-SEQUENCE.
003910         MOVE THR-BRANCH-CODE TO RGF-TX-BRANCH-CODE.
003920         MOVE THR-RECORD-TYPE TO RGF-TX-RECORD-TYPE.
003930         MOVE THR-TRANS-DATE TO RGF-TX-TRANS-DATE.
003940         MOVE THR-AMOUNT TO RGF-TX-AMOUNT.
003950         MOVE THR-DC-INDICATOR TO RGF-TX-DC-INDICATOR.
003960         MOVE THR-CURRENCY-CODE TO RGF-TX-CURRENCY-CODE.
003970         PERFORM 7000-WRITE-FILING THRU 7000-EXIT.
003980         ADD 1 TO CFL-CASE-TXN-COUNT.
003990         ADD THR-AMOUNT TO CFL-CASE-TXN-AMOUNT.
004000         ADD 1 TO CFL-TXNS-WRITTEN.
004010 2600-EXIT.
004020         EXIT.
004030*---------------------------------------------------------------
004040*  2700-EXTRACT-NOTES.  THE WHOLE CMPNOTE TRAIL FOR THE CASE --
004050*  NARRATIVE, ASSIGNMENTS AND STATUS CHANGES -- IN THE ORDER
004060*  THE NOTES WERE SAVED.
004070*---------------------------------------------------------------
004080 2700-EXTRACT-NOTES.
004090         OPEN INPUT NOTE-FILE.
004100         IF NOT CFL-NOTE-FILE-OK
004110             GO TO 2700-EXIT
004120         END-IF.
004130         MOVE "N" TO CFL-EOF-SWITCH.
004140         PERFORM 2800-EXTRACT-ONE-NOTE THRU 2800-EXIT
004150             UNTIL CFL-AT-END.
004160         CLOSE NOTE-FILE.
004170 2700-EXIT.
004180         EXIT.
004190 2800-EXTRACT-ONE-NOTE.
004200         READ NOTE-FILE
004210             AT END
004220                 MOVE "Y" TO CFL-EOF-SWITCH
004230                 GO TO 2800-EXIT
004240         END-READ.
004250         IF CNT-CASE-NO NOT = CSE-CASE-NO
004260             GO TO 2800-EXIT
004270         END-IF.
004280         MOVE SPACES TO REG-FILING-RECORD.
004290         MOVE "NR" TO RGF-RECORD-TYPE.
004300         MOVE CSE-CASE-NO TO RGF-CASE-NO.
004310         MOVE CNT-NOTE-DATE TO RGF-NR-NOTE-DATE.
004320         MOVE CNT-USER-ID TO RGF-NR-USER-ID.
004330         MOVE CNT-NOTE-TYPE TO RGF-NR-NOTE-TYPE.
004340         MOVE CNT-TEXT TO RGF-NR-TEXT.
004350         PERFORM 7000-WRITE-FILING THRU 7000-EXIT.
004360         ADD 1 TO CFL-CASE-NOTE-COUNT.
004370         ADD 1 TO CFL-NOTES-WRITTEN.
004380 2800-EXIT.
004390         EXIT.
004400*---------------------------------------------------------------
004410*  4000-FINISH-EXTRACT.  CLOSE THE RUN'S GROUP ON REGFILEX,
004420*  THEN STAMP THE CASES SENT.  IF CMPCASE CANNOT BE REWRITTEN
004430*  THE SAME CASES GO OUT AGAIN NEXT RUN, SO THE RUN FAILS.
004440*---------------------------------------------------------------
004450 4000-FINISH-EXTRACT.
004460         MOVE SPACES TO REG-FILING-RECORD.
004470         MOVE "FT" TO RGF-RECORD-TYPE.
004480         MOVE ZERO TO RGF-CASE-NO.
004490         MOVE CFL-CASES-EXTRACTED TO RGF-FT-CASE-COUNT.
004500         ADD 1 TO CFL-RECORDS-WRITTEN.
004510         MOVE CFL-RECORDS-WRITTEN TO RGF-FT-RECORD-COUNT.
004520         WRITE REG-FILING-RECORD.
004530         CLOSE FILING-FILE.
004540         MOVE "N" TO CFL-FILING-OPEN-SWITCH.
004550         OPEN OUTPUT CASE-FILE.
004560         IF NOT CFL-CASE-FILE-OK
004570             DISPLAY "CASEFILE: CANNOT REWRITE CMPCASE, STATUS = "
004580                 CFL-CASE-FILE-STATUS
004590                 " - CASES NOT STAMPED, WILL EXTRACT AGAIN"
004600             MOVE 16 TO RETURN-CODE
004610             GO TO 4000-EXIT
004620         END-IF.
004630         PERFORM 4100-SAVE-ONE-CASE THRU 4100-EXIT
004640             VARYING CFL-CAS-SUB FROM 1 BY 1
004650             UNTIL CFL-CAS-SUB > CFL-CAS-COUNT.
004660         CLOSE CASE-FILE.
004670 4000-EXIT.
004680         EXIT.
004690 4100-SAVE-ONE-CASE.
004700         MOVE CFL-CAS-ENTRY(CFL-CAS-SUB) TO CASE-FILE-RECORD.
004710         WRITE CASE-FILE-RECORD.
004720 4100-EXIT.
004730         EXIT.
004740 7000-WRITE-FILING.
004750         WRITE REG-FILING-RECORD.
004760         ADD 1 TO CFL-RECORDS-WRITTEN.
004770 7000-EXIT.
004780         EXIT.
004790 8000-TERMINATE.
004800         IF CFL-FILING-OPEN
004810             CLOSE FILING-FILE
004820         END-IF.
004830         IF CFL-HISTORY-OPEN
004840             CLOSE HISTORY-FILE
004850         END-IF.
004860         IF CFL-CUSTOMER-OPEN
004870             CLOSE CUSTOMER-MASTER-FILE
004880         END-IF.
004890         DISPLAY "----------------------------------------------".
004900         DISPLAY "FILED CASES AWAITING   = " CFL-CASES-ON-FILE.
004910         DISPLAY "CASES EXTRACTED        = " CFL-CASES-EXTRACTED.
004920         DISPLAY "TRANSACTION ROWS       = " CFL-TXNS-WRITTEN.
004930         DISPLAY "NOTE ROWS              = " CFL-NOTES-WRITTEN.
004940         DISPLAY "REGFILEX ROWS WRITTEN  = " CFL-RECORDS-WRITTEN.
004950         DISPLAY "CASEFILE: JOB ENDED, RETURN CODE = "
004960             RETURN-CODE.
004970 8000-EXIT.
004980         EXIT.
