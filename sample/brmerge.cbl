000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 BRMERGE.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  BRANCH MERGER.  WHEN TWO
000220*                  BRANCHES MERGE EVERY ACCTBAL KEY, INTACCRU
000230*                  KEY AND TXNHIST BRANCH CODE STILL POINTS AT
000240*                  THE CLOSED BRANCH, AND THE FILES USED TO BE
000250*                  HAND-EDITED OVER A WEEKEND.  EACH BRMRGREQ
000260*                  ROW (BRMERGRC) THAT IS DUE -- EFFECTIVE DATE
000270*                  REACHED -- AND HAS AN APPROVED BRMERGE ACTION
000280*                  ON THE APPROVAL FILE NAMING THE SAME TWO
000290*                  BRANCHES AND DATE IS WORKED HERE: BOTH
000300*                  BRANCHES MUST BE OPEN ON BRNCHMST AND NONE OF
000310*                  THE CLOSING BRANCH'S ACCOUNTS MAY ALREADY BE
000320*                  ON FILE UNDER THE SURVIVOR.  THE ACCTBAL AND
000330*                  INTACCRU RECORDS ARE THEN REKEYED TO THE
000340*                  SURVIVOR, THE ACCOUNTS' TXNHIST ROWS AND THE
000350*                  STORDERS, TERMDEP AND CLOSREQ ROWS CARRYING
000360*                  THE CLOSING BRANCH ARE REPOINTED, AND THE
000370*                  CLOSING BRANCH IS MARKED CLOSED ON BRNCHMST
000380*                  WITH BRM-SUCCESSOR-BRANCH SET.  THE SURVIVOR
000390*                  IS SCANNED BEFORE AND AFTER THE MOVE: WHAT IT
000400*                  RECEIVED MUST EQUAL WHAT LEFT THE CLOSING
000410*                  BRANCH, COUNT AND AMOUNT, FOR BOTH BALANCES
000420*                  AND ACCRUALS, AND NOTHING MAY BE LEFT BEHIND.
000430*                  BRMRGRPT CARRIES THE PROOF.  RC 4 WHEN A
000440*                  MERGER IS REFUSED OR STILL AWAITS APPROVAL,
000450*                  RC 12 WHEN A MERGER IS OUT OF PROOF, RC 16 WHEN
000460*                  A FILE CANNOT BE OPENED.
00046A*  10/15/2026 DCG  THE CLOSING BRANCH'S CHGOFF AGING AND
00046B*                  RECOVERY RECORDS ARE NOW REKEYED TO THE
00046C*                  SURVIVOR WITH ITS ACCOUNTS, AND LGLORDER
00046D*                  LEGAL ORDERS AND OFCHQREG OFFICIAL CHEQUES
00046E*                  CARRYING THE CLOSING BRANCH ARE REPOINTED, SO
00046F*                  LGLREMIT STILL COLLECTS THE ORDER, CHGOFF
00046G*                  KEEPS ITS AGING AND A VOIDED CHEQUE CREDITS
00046H*                  THE ACCOUNT WHERE IT NOW LIVES.  THE COUNTS
00046I*                  ARE ON THE BRMRGRPT PROOF; A CHGOFF REKEY
00046J*                  THAT FAILS PUTS THE MERGER OUT OF PROOF.
000470*---------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.
000510         LINUX.
000520 OBJECT-COMPUTER.
000530         LINUX.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560         SELECT REQUEST-FILE ASSIGN TO "BRMRGREQ"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS BMG-REQUEST-FILE-STATUS.
000590         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS BMG-APPROVAL-FILE-STATUS.
000620         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS BMG-BRANCH-FILE-STATUS.
000650         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS DYNAMIC
000680             RECORD KEY IS ABL-KEY
000690             FILE STATUS IS BMG-BALANCE-FILE-STATUS.
000700         SELECT ACCRUAL-FILE ASSIGN TO "INTACCRU"
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS DYNAMIC
000730             RECORD KEY IS INA-KEY
000740             FILE STATUS IS BMG-ACCRUAL-FILE-STATUS.
000750         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000760             ORGANIZATION IS INDEXED
000770             ACCESS MODE IS DYNAMIC
000780             RECORD KEY IS THR-KEY
000790             FILE STATUS IS BMG-HISTORY-FILE-STATUS.
00079A         SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
00079B             ORGANIZATION IS INDEXED
00079C             ACCESS MODE IS RANDOM
00079D             RECORD KEY IS CHO-KEY
00079E             FILE STATUS IS BMG-CHGOFF-FILE-STATUS.
00079F         SELECT LEGAL-ORDER-FILE ASSIGN TO "LGLORDER"
00079G             ORGANIZATION IS INDEXED
00079H             ACCESS MODE IS SEQUENTIAL
00079I             RECORD KEY IS LGO-ORDER-NO
00079J             FILE STATUS IS BMG-ORDER-FILE-STATUS.
00079K         SELECT CHEQUE-REGISTER-FILE ASSIGN TO "OFCHQREG"
00079L             ORGANIZATION IS INDEXED
00079M             ACCESS MODE IS SEQUENTIAL
00079N             RECORD KEY IS OCQ-CHEQUE-NO
00079O             FILE STATUS IS BMG-REGISTER-FILE-STATUS.
000800         SELECT SIDE-FILE ASSIGN DYNAMIC BMG-SIDE-FILENAME
000810             ORGANIZATION IS LINE SEQUENTIAL
000820             FILE STATUS IS BMG-SIDE-FILE-STATUS.
000830         SELECT REPORT-FILE ASSIGN TO "BRMRGRPT"
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS BMG-REPORT-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  REQUEST-FILE.
000890 01  REQUEST-LINE                PIC X(80).
000900 FD  APPROVAL-FILE.
000910     COPY APPRVREC.
000920 FD  BRANCH-MASTER-FILE.
000930     COPY BRNCHREC.
000940 FD  BALANCE-FILE.
000950     COPY BALREC.
000960 FD  ACCRUAL-FILE.
000970     COPY INTACCRC.
000980 FD  HISTORY-FILE.
000990     COPY TXNHISTC.
00099A FD  CHARGE-OFF-FILE.
00099B     COPY CHGOFFRC.
00099C FD  LEGAL-ORDER-FILE.
00099D     COPY LGLORDRC.
00099E FD  CHEQUE-REGISTER-FILE.
00099F     COPY OFCHQRC.
001000 FD  SIDE-FILE.
001010 01  SIDE-LINE                   PIC X(80).
001020 FD  REPORT-FILE.
001030 01  REPORT-RECORD               PIC X(132).
001040 WORKING-STORAGE SECTION.
001050 01  BMG-FILE-STATUS-VALUES.
001060         05  BMG-REQUEST-FILE-STATUS PIC X(02).
001070             88  BMG-REQUEST-FILE-OK     VALUE "00".
001080         05  BMG-APPROVAL-FILE-STATUS PIC X(02).
001090             88  BMG-APPROVAL-FILE-OK    VALUE "00".
001100         05  BMG-BRANCH-FILE-STATUS  PIC X(02).
001110             88  BMG-BRANCH-FILE-OK      VALUE "00".
001120         05  BMG-BALANCE-FILE-STATUS PIC X(02).
001130             88  BMG-BALANCE-FILE-OK     VALUE "00".
001140         05  BMG-ACCRUAL-FILE-STATUS PIC X(02).
001150             88  BMG-ACCRUAL-FILE-OK     VALUE "00".
001160         05  BMG-HISTORY-FILE-STATUS PIC X(02).
001170             88  BMG-HISTORY-FILE-OK     VALUE "00".
00117A         05  BMG-CHGOFF-FILE-STATUS  PIC X(02).
00117B             88  BMG-CHGOFF-FILE-OK      VALUE "00".
00117C         05  BMG-ORDER-FILE-STATUS   PIC X(02).
00117D             88  BMG-ORDER-FILE-OK       VALUE "00".
00117E         05  BMG-REGISTER-FILE-STATUS PIC X(02).
00117F             88  BMG-REGISTER-FILE-OK    VALUE "00".
001180         05  BMG-SIDE-FILE-STATUS    PIC X(02).
001190             88  BMG-SIDE-FILE-OK        VALUE "00".
001200         05  BMG-REPORT-FILE-STATUS  PIC X(02).
001210             88  BMG-REPORT-FILE-OK      VALUE "00".
001220 01  BMG-SWITCHES.
001230         05  BMG-REQ-EOF-SWITCH      PIC X(01) VALUE "N".
001240             88  BMG-REQUESTS-AT-END     VALUE "Y".
001250         05  BMG-LOAD-EOF-SWITCH     PIC X(01) VALUE "N".
001260             88  BMG-LOAD-AT-END         VALUE "Y".
001270         05  BMG-SCAN-END-SWITCH     PIC X(01) VALUE "N".
001280             88  BMG-SCAN-ENDED          VALUE "Y".
001290         05  BMG-ABORT-SWITCH        PIC X(01) VALUE "N".
001300             88  BMG-ABORTED             VALUE "Y".
001310         05  BMG-ACCRUAL-AVAIL-SW    PIC X(01) VALUE "N".
001320             88  BMG-ACCRUAL-AVAILABLE   VALUE "Y".
001330         05  BMG-APPROVED-SWITCH     PIC X(01) VALUE "N".
001340             88  BMG-APPROVED-FOUND      VALUE "Y".
001350         05  BMG-FOUND-SWITCH        PIC X(01) VALUE "N".
001360             88  BMG-ENTRY-FOUND         VALUE "Y".
001370         05  BMG-MOVE-FAILED-SWITCH  PIC X(01) VALUE "N".
001380             88  BMG-MOVE-FAILED         VALUE "Y".
001390         05  BMG-SIDE-CHANGED-SWITCH PIC X(01) VALUE "N".
001400             88  BMG-SIDE-CHANGED        VALUE "Y".
001410         05  BMG-PROOF-SWITCH        PIC X(01) VALUE "Y".
001420             88  BMG-IN-PROOF            VALUE "Y".
001430 01  BMG-RUN-DATE                PIC 9(08) VALUE ZERO.
001440 01  BMG-RUN-TIME                PIC 9(08) VALUE ZERO.
001450 01  BMG-RETURN-CODE             PIC 9(02) VALUE ZERO.
001460 01  BMG-SIDE-FILENAME           PIC X(30) VALUE SPACES.
001470 01  BMG-COUNTERS.
001480         05  BMG-MERGED-COUNT        PIC 9(05) VALUE ZERO.
001490         05  BMG-WAITING-COUNT       PIC 9(05) VALUE ZERO.
001500         05  BMG-REFUSED-COUNT       PIC 9(05) VALUE ZERO.
001510         05  BMG-BAL-MOVED-COUNT     PIC 9(07) VALUE ZERO.
001520         05  BMG-INA-MOVED-COUNT     PIC 9(07) VALUE ZERO.
001530         05  BMG-HIST-REKEYED        PIC 9(09) VALUE ZERO.
001540         05  BMG-SIDE-REKEYED        PIC 9(07) VALUE ZERO.
00154A         05  BMG-CHO-REKEYED         PIC 9(07) VALUE ZERO.
00154B         05  BMG-LGO-REPOINTED       PIC 9(07) VALUE ZERO.
00154C         05  BMG-OCQ-REPOINTED       PIC 9(07) VALUE ZERO.
001550         05  BMG-COLLISION-COUNT     PIC 9(07) VALUE ZERO.
001560         05  BMG-SCAN-COUNT          PIC 9(07) VALUE ZERO.
001570*  THE SURVIVOR'S POSITION BEFORE AND AFTER THE MOVE AND WHAT
001580*  LEFT THE CLOSING BRANCH -- THE PROOF IS
001590*  AFTER - BEFORE = MOVED, FOR COUNT AND AMOUNT, WITH NOTHING
001600*  LEFT UNDER THE CLOSING BRANCH.
001610 01  BMG-PROOF-FIELDS.
001620         05  BMG-SCAN-AMOUNT         PIC S9(15)V99 COMP-3
001630                                         VALUE ZERO.
001640         05  BMG-BAL-MOVED           PIC S9(15)V99 COMP-3
001650                                         VALUE ZERO.
001660         05  BMG-BAL-BEFORE          PIC S9(15)V99 COMP-3
001670                                         VALUE ZERO.
001680         05  BMG-BAL-RECEIVED        PIC S9(15)V99 COMP-3
001690                                         VALUE ZERO.
001700         05  BMG-BAL-BEFORE-COUNT    PIC 9(07) VALUE ZERO.
001710         05  BMG-BAL-RECVD-COUNT     PIC 9(07) VALUE ZERO.
001720         05  BMG-BAL-LEFT-COUNT      PIC 9(07) VALUE ZERO.
001730         05  BMG-INA-MOVED           PIC S9(15)V99 COMP-3
001740                                         VALUE ZERO.
001750         05  BMG-INA-BEFORE          PIC S9(15)V99 COMP-3
001760                                         VALUE ZERO.
001770         05  BMG-INA-RECEIVED        PIC S9(15)V99 COMP-3
001780                                         VALUE ZERO.
001790         05  BMG-INA-BEFORE-COUNT    PIC 9(07) VALUE ZERO.
001800         05  BMG-INA-RECVD-COUNT     PIC 9(07) VALUE ZERO.
001810         05  BMG-INA-LEFT-COUNT      PIC 9(07) VALUE ZERO.
001820 01  BMG-REQUEST-TABLE.
001830         05  BMG-REQ-COUNT           PIC 9(03) COMP VALUE ZERO.
001840         05  BMG-REQ-SUB             PIC 9(03) COMP VALUE ZERO.
001850         05  BMG-REQ-ENTRY OCCURS 100 TIMES
001860                 PIC X(80).
001870 01  BMG-APPROVAL-TABLE.
001880         05  BMG-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
001890         05  BMG-APPR-SUB            PIC 9(03) COMP VALUE ZERO.
001900         05  BMG-HIT-SUB             PIC 9(03) COMP VALUE ZERO.
001910         05  BMG-APPR-ENTRY OCCURS 100 TIMES
001920                 PIC X(130).
001930     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
001940         ==BMG-VIEW-RECORD==.
001950 01  BMG-BRANCH-TABLE.
001960         05  BMG-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
001970         05  BMG-BRN-SUB             PIC 9(03) COMP VALUE ZERO.
001980         05  BMG-BRN-ENTRY OCCURS 250 TIMES
001990                 INDEXED BY BMG-BRN-IDX.
002000             10  BMG-BRN-CODE        PIC X(03).
002010             10  BMG-BRN-RECORD      PIC X(32).
002020 01  BMG-CLOSING-SUB             PIC 9(03) COMP VALUE ZERO.
002030 01  BMG-SURVIVING-SUB           PIC 9(03) COMP VALUE ZERO.
002040*  THE CLOSING BRANCH'S ACCOUNTS, GATHERED FROM ACCTBAL AND
002050*  INTACCRU BEFORE ANYTHING MOVES, SO THE MOVE ITSELF IS ALL
002060*  RANDOM READS AND NEVER DISTURBS A BROWSE.
002070 01  BMG-ACCOUNT-TABLE.
002080         05  BMG-ACCT-COUNT          PIC 9(05) COMP VALUE ZERO.
002090         05  BMG-ACCT-SUB            PIC 9(05) COMP VALUE ZERO.
002100         05  BMG-ACCT-ENTRY OCCURS 5000 TIMES
002110                 INDEXED BY BMG-ACCT-IDX.
002120             10  BMG-ACCT-NO         PIC X(10).
002130             10  BMG-ACCT-ON-BAL     PIC X(01).
002140             10  BMG-ACCT-ON-INA     PIC X(01).
002150 01  BMG-SIDE-TABLE.
002160         05  BMG-SIDE-COUNT          PIC 9(04) COMP VALUE ZERO.
002170         05  BMG-SIDE-SUB            PIC 9(04) COMP VALUE ZERO.
002180         05  BMG-SIDE-ENTRY OCCURS 2000 TIMES
002190                 PIC X(80).
002200 01  BMG-ORDER-VIEW.
002210         05  BMG-ORD-BRANCH-CODE     PIC X(03).
002220         05  FILLER                  PIC X(77).
002230*  REFUSAL REASONS, BY BMR-REFUSAL-CODE.
002240 01  BMG-REASON-VALUES.
002250         05  FILLER PIC X(32)
002260                 VALUE "01CLOSING BRANCH NOT ON FILE".
002270         05  FILLER PIC X(32)
002280                 VALUE "02SURVIVOR NOT ON FILE".
002290         05  FILLER PIC X(32)
002300                 VALUE "03SAME BRANCH BOTH SIDES".
002310         05  FILLER PIC X(32)
002320                 VALUE "04CLOSING BRANCH NOT OPEN".
002330         05  FILLER PIC X(32)
002340                 VALUE "05SURVIVOR NOT OPEN".
002350         05  FILLER PIC X(32)
002360                 VALUE "06ACCOUNT ALREADY AT SURVIVOR".
002370         05  FILLER PIC X(32)
002380                 VALUE "07TOO MANY ACCOUNTS TO MOVE".
002390 01  BMG-REASON-TABLE REDEFINES BMG-REASON-VALUES.
002400         05  BMG-RSN-ENTRY OCCURS 7 TIMES
002410                 INDEXED BY BMG-RSN-IDX.
002420             10  BMG-RSN-CODE        PIC X(02).
002430             10  BMG-RSN-TEXT        PIC X(30).
002440 01  BMG-WORK-FIELDS.
002450         05  BMG-WORK-BRANCH         PIC X(03) VALUE SPACES.
002460         05  BMG-OUTCOME             PIC X(30) VALUE SPACES.
002470         05  BMG-LINE-LABEL          PIC X(36) VALUE SPACES.
002480         05  BMG-LINE-COUNT          PIC 9(09) VALUE ZERO.
002490         05  BMG-LINE-AMOUNT         PIC S9(15)V99 COMP-3
002500                                         VALUE ZERO.
002510         05  BMG-WORK-AMOUNT         PIC S9(15)V99 COMP-3
002520                                         VALUE ZERO.
002530 01  BMG-PRINT-FIELDS.
002540         05  BMG-COUNT-EDIT          PIC Z(8)9.
002550         05  BMG-AMOUNT-EDIT         PIC -(15)9.99.
002560     COPY BRMERGRC.
002570     COPY TERMDPRC.
002580     COPY CLOSREQC.
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620         IF NOT BMG-ABORTED
002630             PERFORM 2000-WORK-ONE-REQUEST THRU 2000-EXIT
002640                 VARYING BMG-REQ-SUB FROM 1 BY 1
002650                 UNTIL BMG-REQ-SUB > BMG-REQ-COUNT
002660             PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT
002670         END-IF.
002680         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002690         STOP RUN.
002700 1000-INITIALIZE.
002710         DISPLAY "BRMERGE: JOB STARTING".
002720         ACCEPT BMG-RUN-DATE FROM DATE YYYYMMDD.
002730         ACCEPT BMG-RUN-TIME FROM TIME.
002740         PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
002750         IF BMG-REQ-COUNT = ZERO
002760             DISPLAY "BRMERGE: NO BRANCH MERGERS ON FILE"
002770             SET BMG-ABORTED TO TRUE
002780             GO TO 1000-EXIT
002790         END-IF.
002800         PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
002810         IF BMG-BRN-COUNT = ZERO
002820             DISPLAY "BRMERGE: NO BRNCHMST ON FILE - NOTHING CAN "
002830                 "BE MERGED"
002840             MOVE 16 TO BMG-RETURN-CODE
002850             SET BMG-ABORTED TO TRUE
002860             GO TO 1000-EXIT
002870         END-IF.
002880         PERFORM 1300-LOAD-APPROVALS THRU 1300-EXIT.
002890         OPEN OUTPUT REPORT-FILE.
002900         MOVE SPACES TO REPORT-RECORD.
002910         STRING "BRANCH MERGER REPORT    RUN DATE: " BMG-RUN-DATE
002920             DELIMITED BY SIZE INTO REPORT-RECORD.
002930         WRITE REPORT-RECORD.
002940 1000-EXIT.
002950         EXIT.
002960 1100-LOAD-REQUESTS.
002970         OPEN INPUT REQUEST-FILE.
002980         IF NOT BMG-REQUEST-FILE-OK
002990             GO TO 1100-EXIT
003000         END-IF.
003010         PERFORM 1150-LOAD-ONE-REQUEST THRU 1150-EXIT
003020             UNTIL BMG-REQUESTS-AT-END
003030                 OR BMG-REQ-COUNT = 100.
003040         CLOSE REQUEST-FILE.
003050 1100-EXIT.
003060         EXIT.
003070 1150-LOAD-ONE-REQUEST.
003080         READ REQUEST-FILE
003090             AT END
003100                 MOVE "Y" TO BMG-REQ-EOF-SWITCH
003110             NOT AT END
003120                 ADD 1 TO BMG-REQ-COUNT
003130                 MOVE REQUEST-LINE TO BMG-REQ-ENTRY(BMG-REQ-COUNT)
003140         END-READ.
003150 1150-EXIT.
003160         EXIT.
003170 1200-LOAD-BRANCHES.
003180         OPEN INPUT BRANCH-MASTER-FILE.
003190         IF NOT BMG-BRANCH-FILE-OK
003200             GO TO 1200-EXIT
003210         END-IF.
003220         MOVE "N" TO BMG-LOAD-EOF-SWITCH.
003230         PERFORM 1250-LOAD-ONE-BRANCH THRU 1250-EXIT
003240             UNTIL BMG-LOAD-AT-END
003250                 OR BMG-BRN-COUNT = 250.
003260         CLOSE BRANCH-MASTER-FILE.
003270 1200-EXIT.
003280         EXIT.
003290 1250-LOAD-ONE-BRANCH.
003300         READ BRANCH-MASTER-FILE
003310             AT END
003320                 MOVE "Y" TO BMG-LOAD-EOF-SWITCH
003330             NOT AT END
003340                 ADD 1 TO BMG-BRN-COUNT
003350                 MOVE BRM-BRANCH-CODE
003360                     TO BMG-BRN-CODE(BMG-BRN-COUNT)
003370                 MOVE BRANCH-MASTER-RECORD
003380                     TO BMG-BRN-RECORD(BMG-BRN-COUNT)
003390         END-READ.
003400 1250-EXIT.
003410         EXIT.
003420 1300-LOAD-APPROVALS.
003430         OPEN INPUT APPROVAL-FILE.
003440         IF NOT BMG-APPROVAL-FILE-OK
003450             GO TO 1300-EXIT
003460         END-IF.
003470         MOVE "N" TO BMG-LOAD-EOF-SWITCH.
003480         PERFORM 1350-LOAD-ONE-APPROVAL THRU 1350-EXIT
003490             UNTIL BMG-LOAD-AT-END
003500                 OR BMG-APPR-COUNT = 100.
003510         CLOSE APPROVAL-FILE.
003520 1300-EXIT.
003530         EXIT.
003540 1350-LOAD-ONE-APPROVAL.
003550         READ APPROVAL-FILE
003560             AT END
003570                 MOVE "Y" TO BMG-LOAD-EOF-SWITCH
003580             NOT AT END
003590                 ADD 1 TO BMG-APPR-COUNT
003600                 MOVE APPROVAL-RECORD
003610                     TO BMG-APPR-ENTRY(BMG-APPR-COUNT)
003620         END-READ.
003630 1350-EXIT.
003640         EXIT.
003650 2000-WORK-ONE-REQUEST.
003660         MOVE BMG-REQ-ENTRY(BMG-REQ-SUB) TO BRANCH-MERGER-RECORD.
003670         IF NOT BMR-REQUESTED
003680             GO TO 2000-EXIT
003690         END-IF.
003700         PERFORM 2100-DECIDE-ONE-REQUEST THRU 2100-EXIT.
003710         MOVE BRANCH-MERGER-RECORD TO BMG-REQ-ENTRY(BMG-REQ-SUB).
003720 2000-EXIT.
003730         EXIT.
003740*---------------------------------------------------------------
003750*  2100-DECIDE-ONE-REQUEST.  NOT YET DUE AND NOT YET APPROVED
003760*  BOTH LEAVE THE ROW AS IT IS FOR A LATER RUN; A MERGER THE
003770*  BRANCH MASTER CANNOT SUPPORT IS REFUSED OUTRIGHT.
003780*---------------------------------------------------------------
003790 2100-DECIDE-ONE-REQUEST.
003800         IF BMR-EFFECTIVE-DATE > BMG-RUN-DATE
003810             MOVE "NOT YET DUE" TO BMG-OUTCOME
003820             PERFORM 6000-WRITE-HEADING-LINE THRU 6000-EXIT
003830             GO TO 2100-EXIT
003840         END-IF.
003850         PERFORM 2200-VALIDATE-BRANCHES THRU 2200-EXIT.
003860         IF BMR-REFUSAL-CODE NOT = SPACES
003870             PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
003880             GO TO 2100-EXIT
003890         END-IF.
003900         PERFORM 2300-FIND-APPROVAL THRU 2300-EXIT.
003910         IF NOT BMG-APPROVED-FOUND
003920             ADD 1 TO BMG-WAITING-COUNT
003930             MOVE "AWAITING APPROVAL IN APPRMNT" TO BMG-OUTCOME
003940             PERFORM 6000-WRITE-HEADING-LINE THRU 6000-EXIT
003950             IF BMG-RETURN-CODE < 4
003960                 MOVE 4 TO BMG-RETURN-CODE
003970             END-IF
003980             GO TO 2100-EXIT
003990         END-IF.
004000         PERFORM 3000-MERGE-BRANCH THRU 3000-EXIT.
004010 2100-EXIT.
004020         EXIT.
004030 2200-VALIDATE-BRANCHES.
004040         MOVE SPACES TO BMR-REFUSAL-CODE.
004050         MOVE BMR-CLOSING-BRANCH TO BMG-WORK-BRANCH.
004060         PERFORM 2250-FIND-BRANCH THRU 2250-EXIT.
004070         IF NOT BMG-ENTRY-FOUND
004080             MOVE "01" TO BMR-REFUSAL-CODE
004090             GO TO 2200-EXIT
004100         END-IF.
004110         MOVE BMG-BRN-SUB TO BMG-CLOSING-SUB.
004120         MOVE BMR-SURVIVING-BRANCH TO BMG-WORK-BRANCH.
004130         PERFORM 2250-FIND-BRANCH THRU 2250-EXIT.
004140         IF NOT BMG-ENTRY-FOUND
004150             MOVE "02" TO BMR-REFUSAL-CODE
004160             GO TO 2200-EXIT
004170         END-IF.
004180         MOVE BMG-BRN-SUB TO BMG-SURVIVING-SUB.
004190         IF BMR-CLOSING-BRANCH = BMR-SURVIVING-BRANCH
004200             MOVE "03" TO BMR-REFUSAL-CODE
004210             GO TO 2200-EXIT
004220         END-IF.
004230         MOVE BMG-BRN-RECORD(BMG-CLOSING-SUB)
004240             TO BRANCH-MASTER-RECORD.
004250         IF NOT BRM-BRANCH-OPEN
004260             MOVE "04" TO BMR-REFUSAL-CODE
004270             GO TO 2200-EXIT
004280         END-IF.
004290         MOVE BMG-BRN-RECORD(BMG-SURVIVING-SUB)
004300             TO BRANCH-MASTER-RECORD.
004310         IF NOT BRM-BRANCH-OPEN
004320             MOVE "05" TO BMR-REFUSAL-CODE
004330         END-IF.
004340 2200-EXIT.
004350         EXIT.
004360 2250-FIND-BRANCH.
004370         MOVE "N" TO BMG-FOUND-SWITCH.
004380         MOVE ZERO TO BMG-BRN-SUB.
004390         SET BMG-BRN-IDX TO 1.
004400         SEARCH BMG-BRN-ENTRY
004410             AT END
004420                 CONTINUE
004430             WHEN BMG-BRN-CODE(BMG-BRN-IDX) = BMG-WORK-BRANCH
004440                 SET BMG-ENTRY-FOUND TO TRUE
004450                 SET BMG-BRN-SUB TO BMG-BRN-IDX
004460         END-SEARCH.
004470 2250-EXIT.
004480         EXIT.
004490*---------------------------------------------------------------
004500*  2300-FIND-APPROVAL.  THE APPROVED BRMERGE ROW MUST NAME THE
004510*  SAME CLOSING AND SURVIVING BRANCHES, WITH THE EFFECTIVE DATE
004520*  AS ITS TARGET.  APPRMNT HAS ALREADY MADE SURE THE APPROVER
004530*  IS NOT THE REQUESTER.
004540*---------------------------------------------------------------
004550 2300-FIND-APPROVAL.
004560         MOVE "N" TO BMG-APPROVED-SWITCH.
004570         MOVE ZERO TO BMG-APPR-SUB.
004580         PERFORM 2350-MATCH-ONE-APPROVAL THRU 2350-EXIT
004590             UNTIL BMG-APPROVED-FOUND
004600                 OR BMG-APPR-SUB >= BMG-APPR-COUNT.
004610 2300-EXIT.
004620         EXIT.
004630 2350-MATCH-ONE-APPROVAL.
004640         ADD 1 TO BMG-APPR-SUB.
004650         MOVE BMG-APPR-ENTRY(BMG-APPR-SUB) TO BMG-VIEW-RECORD.
004660         IF APR-TYPE-BRMERGE OF BMG-VIEW-RECORD
004670             AND APR-STATUS-APPROVED OF BMG-VIEW-RECORD
004680             AND APR-TARGET OF BMG-VIEW-RECORD
004690                 = BMR-EFFECTIVE-DATE
004700             AND APR-BMG-CLOSING-BRANCH OF BMG-VIEW-RECORD
004710                 = BMR-CLOSING-BRANCH
004720             AND APR-BMG-SURVIVING-BRANCH OF BMG-VIEW-RECORD
004730                 = BMR-SURVIVING-BRANCH
004740             SET BMG-APPROVED-FOUND TO TRUE
004750             MOVE BMG-APPR-SUB TO BMG-HIT-SUB
004760         END-IF.
004770 2350-EXIT.
004780         EXIT.
004790 2900-REFUSE-REQUEST.
004800         MOVE "X" TO BMR-STATUS.
004810         MOVE BMG-RUN-DATE TO BMR-ACTION-DATE.
004820         ADD 1 TO BMG-REFUSED-COUNT.
004830         MOVE SPACES TO BMG-OUTCOME.
004840         SET BMG-RSN-IDX TO 1.
004850         SEARCH BMG-RSN-ENTRY
004860             AT END
004870                 MOVE "REFUSED" TO BMG-OUTCOME
004880             WHEN BMG-RSN-CODE(BMG-RSN-IDX) = BMR-REFUSAL-CODE
004890                 MOVE BMG-RSN-TEXT(BMG-RSN-IDX) TO BMG-OUTCOME
004900         END-SEARCH.
004910         PERFORM 6000-WRITE-HEADING-LINE THRU 6000-EXIT.
004920         IF BMG-RETURN-CODE < 4
004930             MOVE 4 TO BMG-RETURN-CODE
004940         END-IF.
004950 2900-EXIT.
004960         EXIT.
004970*---------------------------------------------------------------
004980*  3000-MERGE-BRANCH.  GATHER, CHECK, COUNT THE SURVIVOR, MOVE,
004990*  COUNT AGAIN AND PROVE.  NOTHING IS WRITTEN UNTIL EVERY
005000*  ACCOUNT IS KNOWN TO FIT UNDER THE SURVIVOR.
005010*---------------------------------------------------------------
005020 3000-MERGE-BRANCH.
005030         OPEN I-O BALANCE-FILE.
005040         IF NOT BMG-BALANCE-FILE-OK
005050             DISPLAY "BRMERGE: CANNOT OPEN ACCTBAL, STATUS = "
005060                 BMG-BALANCE-FILE-STATUS
005070             MOVE "ACCTBAL UNAVAILABLE - NOT MERGED"
005080                 TO BMG-OUTCOME
005090             PERFORM 6000-WRITE-HEADING-LINE THRU 6000-EXIT
005100             MOVE 16 TO BMG-RETURN-CODE
005110             GO TO 3000-EXIT
005120         END-IF.
005130*  NO INTACCRU MEANS NOTHING HAS EVER ACCRUED -- THERE IS
005140*  NOTHING TO MOVE ON THAT SIDE.
005150         MOVE "N" TO BMG-ACCRUAL-AVAIL-SW.
005160         OPEN I-O ACCRUAL-FILE.
005170         IF BMG-ACCRUAL-FILE-OK
005180             SET BMG-ACCRUAL-AVAILABLE TO TRUE
005190         END-IF.
005200         PERFORM 3100-GATHER-ACCOUNTS THRU 3100-EXIT.
005210         IF BMR-REFUSAL-CODE = SPACES
005220             PERFORM 3200-CHECK-COLLISIONS THRU 3200-EXIT
005230         END-IF.
005240         IF BMR-REFUSAL-CODE NOT = SPACES
005250             PERFORM 3990-CLOSE-KEYED-FILES THRU 3990-EXIT
005260             PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
005270             GO TO 3000-EXIT
005280         END-IF.
005290         MOVE ZERO TO BMG-BAL-MOVED-COUNT.
005300         MOVE ZERO TO BMG-INA-MOVED-COUNT.
005310         MOVE ZERO TO BMG-BAL-MOVED.
005320         MOVE ZERO TO BMG-INA-MOVED.
005330         MOVE "N" TO BMG-MOVE-FAILED-SWITCH.
005340         MOVE BMR-SURVIVING-BRANCH TO BMG-WORK-BRANCH.
005350         PERFORM 3500-SCAN-BALANCES THRU 3500-EXIT.
005360         MOVE BMG-SCAN-AMOUNT TO BMG-BAL-BEFORE.
005370         MOVE BMG-SCAN-COUNT TO BMG-BAL-BEFORE-COUNT.
005380         PERFORM 3600-SCAN-ACCRUALS THRU 3600-EXIT.
005390         MOVE BMG-SCAN-AMOUNT TO BMG-INA-BEFORE.
005400         MOVE BMG-SCAN-COUNT TO BMG-INA-BEFORE-COUNT.
005410         PERFORM 3300-MOVE-ONE-ACCOUNT THRU 3300-EXIT
005420             VARYING BMG-ACCT-SUB FROM 1 BY 1
005430             UNTIL BMG-ACCT-SUB > BMG-ACCT-COUNT.
005440         MOVE BMR-SURVIVING-BRANCH TO BMG-WORK-BRANCH.
005450         PERFORM 3500-SCAN-BALANCES THRU 3500-EXIT.
005460         COMPUTE BMG-BAL-RECEIVED = BMG-SCAN-AMOUNT
005470             - BMG-BAL-BEFORE.
005480         COMPUTE BMG-BAL-RECVD-COUNT = BMG-SCAN-COUNT
005490             - BMG-BAL-BEFORE-COUNT.
005500         PERFORM 3600-SCAN-ACCRUALS THRU 3600-EXIT.
005510         COMPUTE BMG-INA-RECEIVED = BMG-SCAN-AMOUNT
005520             - BMG-INA-BEFORE.
005530         COMPUTE BMG-INA-RECVD-COUNT = BMG-SCAN-COUNT
005540             - BMG-INA-BEFORE-COUNT.
005550         MOVE BMR-CLOSING-BRANCH TO BMG-WORK-BRANCH.
005560         PERFORM 3500-SCAN-BALANCES THRU 3500-EXIT.
005570         MOVE BMG-SCAN-COUNT TO BMG-BAL-LEFT-COUNT.
005580         PERFORM 3600-SCAN-ACCRUALS THRU 3600-EXIT.
005590         MOVE BMG-SCAN-COUNT TO BMG-INA-LEFT-COUNT.
005600         PERFORM 3990-CLOSE-KEYED-FILES THRU 3990-EXIT.
005610         MOVE "Y" TO BMG-PROOF-SWITCH.
005620         IF BMG-MOVE-FAILED
005630             OR BMG-BAL-RECEIVED NOT = BMG-BAL-MOVED
005640             OR BMG-BAL-RECVD-COUNT NOT = BMG-BAL-MOVED-COUNT
005650             OR BMG-INA-RECEIVED NOT = BMG-INA-MOVED
005660             OR BMG-INA-RECVD-COUNT NOT = BMG-INA-MOVED-COUNT
005670             OR BMG-BAL-LEFT-COUNT NOT = ZERO
005680             OR BMG-INA-LEFT-COUNT NOT = ZERO
005690             MOVE "N" TO BMG-PROOF-SWITCH
005700         END-IF.
005710         PERFORM 4000-REKEY-HISTORY THRU 4000-EXIT.
005720         MOVE ZERO TO BMG-SIDE-REKEYED.
005730         MOVE "STORDERS" TO BMG-SIDE-FILENAME.
005740         PERFORM 4500-REKEY-SIDE-FILE THRU 4500-EXIT.
005750         MOVE "TERMDEP" TO BMG-SIDE-FILENAME.
005760         PERFORM 4500-REKEY-SIDE-FILE THRU 4500-EXIT.
005770         MOVE "CLOSREQ" TO BMG-SIDE-FILENAME.
005780         PERFORM 4500-REKEY-SIDE-FILE THRU 4500-EXIT.
00578A         PERFORM 4200-REKEY-CHARGE-OFFS THRU 4200-EXIT.
00578B         PERFORM 4800-REPOINT-LEGAL-ORDERS THRU 4800-EXIT.
00578C         PERFORM 4900-REPOINT-CHEQUES THRU 4900-EXIT.
00578D         IF BMG-MOVE-FAILED
00578E             MOVE "N" TO BMG-PROOF-SWITCH
00578F         END-IF.
005790         PERFORM 5000-CLOSE-THE-BRANCH THRU 5000-EXIT.
005800         PERFORM 5500-MARK-EXECUTED THRU 5500-EXIT.
005810         MOVE "M" TO BMR-STATUS.
005820         MOVE BMG-RUN-DATE TO BMR-ACTION-DATE.
005830         MOVE APR-ACTION-ID OF BMG-VIEW-RECORD TO BMR-APPROVAL-ID.
005840         MOVE BMG-BAL-MOVED-COUNT TO BMR-ACCOUNTS-MOVED.
005850         MOVE BMG-BAL-MOVED TO BMR-BALANCE-MOVED.
005860         ADD 1 TO BMG-MERGED-COUNT.
005870         IF BMG-IN-PROOF
005880             MOVE "MERGED - IN PROOF" TO BMG-OUTCOME
005890         ELSE
005900             MOVE "MERGED - OUT OF PROOF" TO BMG-OUTCOME
005910             DISPLAY "BRMERGE: BRANCH " BMR-CLOSING-BRANCH
005920                 " INTO " BMR-SURVIVING-BRANCH " IS OUT OF PROOF"
005930             IF BMG-RETURN-CODE < 12
005940                 MOVE 12 TO BMG-RETURN-CODE
005950             END-IF
005960         END-IF.
005970         PERFORM 6000-WRITE-HEADING-LINE THRU 6000-EXIT.
005980         PERFORM 6500-WRITE-PROOF-LINES THRU 6500-EXIT.
005990 3000-EXIT.
006000         EXIT.
006010*---------------------------------------------------------------
006020*  3100-GATHER-ACCOUNTS.  BROWSES THE CLOSING BRANCH'S RUN OF
006030*  KEYS ON ACCTBAL, THEN ON INTACCRU, INTO ONE ACCOUNT LIST.
006040*---------------------------------------------------------------
006050 3100-GATHER-ACCOUNTS.
006060         MOVE ZERO TO BMG-ACCT-COUNT.
006070         MOVE "N" TO BMG-SCAN-END-SWITCH.
006080         MOVE BMR-CLOSING-BRANCH TO ABL-BRANCH-CODE.
006090         MOVE LOW-VALUES TO ABL-ACCOUNT-NO.
006100         START BALANCE-FILE KEY NOT < ABL-KEY
006110             INVALID KEY
006120                 MOVE "Y" TO BMG-SCAN-END-SWITCH
006130         END-START.
006140         PERFORM 3110-GATHER-ONE-BALANCE THRU 3110-EXIT
006150             UNTIL BMG-SCAN-ENDED.
006160         IF NOT BMG-ACCRUAL-AVAILABLE
006170             GO TO 3100-EXIT
006180         END-IF.
006190         MOVE "N" TO BMG-SCAN-END-SWITCH.
006200         MOVE BMR-CLOSING-BRANCH TO INA-BRANCH-CODE.
006210         MOVE LOW-VALUES TO INA-ACCOUNT-NO.
006220         START ACCRUAL-FILE KEY NOT < INA-KEY
006230             INVALID KEY
006240                 MOVE "Y" TO BMG-SCAN-END-SWITCH
006250         END-START.
006260         PERFORM 3120-GATHER-ONE-ACCRUAL THRU 3120-EXIT
006270             UNTIL BMG-SCAN-ENDED.
006280 3100-EXIT.
006290         EXIT.
006300 3110-GATHER-ONE-BALANCE.
006310         READ BALANCE-FILE NEXT RECORD
006320             AT END
006330                 MOVE "Y" TO BMG-SCAN-END-SWITCH
006340                 GO TO 3110-EXIT
006350         END-READ.
006360         IF ABL-BRANCH-CODE NOT = BMR-CLOSING-BRANCH
006370             MOVE "Y" TO BMG-SCAN-END-SWITCH
006380             GO TO 3110-EXIT
006390         END-IF.
006400         IF BMG-ACCT-COUNT = 5000
006410             MOVE "07" TO BMR-REFUSAL-CODE
006420             MOVE "Y" TO BMG-SCAN-END-SWITCH
006430             GO TO 3110-EXIT
006440         END-IF.
006450         ADD 1 TO BMG-ACCT-COUNT.
006460         MOVE ABL-ACCOUNT-NO TO BMG-ACCT-NO(BMG-ACCT-COUNT).
006470         MOVE "Y" TO BMG-ACCT-ON-BAL(BMG-ACCT-COUNT).
006480         MOVE "N" TO BMG-ACCT-ON-INA(BMG-ACCT-COUNT).
006490 3110-EXIT.
006500         EXIT.
006510 3120-GATHER-ONE-ACCRUAL.
006520         READ ACCRUAL-FILE NEXT RECORD
006530             AT END
006540                 MOVE "Y" TO BMG-SCAN-END-SWITCH
006550                 GO TO 3120-EXIT
006560         END-READ.
006570         IF INA-BRANCH-CODE NOT = BMR-CLOSING-BRANCH
006580             MOVE "Y" TO BMG-SCAN-END-SWITCH
006590             GO TO 3120-EXIT
006600         END-IF.
006610         MOVE "N" TO BMG-FOUND-SWITCH.
006620         IF BMG-ACCT-COUNT > ZERO
006630             SET BMG-ACCT-IDX TO 1
006640             SEARCH BMG-ACCT-ENTRY
006650                 AT END
006660                     CONTINUE
006670                 WHEN BMG-ACCT-NO(BMG-ACCT-IDX) = INA-ACCOUNT-NO
006680                     SET BMG-ENTRY-FOUND TO TRUE
006690                     MOVE "Y" TO BMG-ACCT-ON-INA(BMG-ACCT-IDX)
006700             END-SEARCH
006710         END-IF.
006720         IF BMG-ENTRY-FOUND
006730             GO TO 3120-EXIT
006740         END-IF.
006750         IF BMG-ACCT-COUNT = 5000
006760             MOVE "07" TO BMR-REFUSAL-CODE
006770             MOVE "Y" TO BMG-SCAN-END-SWITCH
006780             GO TO 3120-EXIT
006790         END-IF.
006800         ADD 1 TO BMG-ACCT-COUNT.
006810         MOVE INA-ACCOUNT-NO TO BMG-ACCT-NO(BMG-ACCT-COUNT).
006820         MOVE "N" TO BMG-ACCT-ON-BAL(BMG-ACCT-COUNT).
006830         MOVE "Y" TO BMG-ACCT-ON-INA(BMG-ACCT-COUNT).
006840 3120-EXIT.
006850         EXIT.
006860*---------------------------------------------------------------
006870*  3200-CHECK-COLLISIONS.  AN ACCOUNT ALREADY KEYED UNDER THE
006880*  SURVIVOR WOULD BE OVERWRITTEN OR LEFT BEHIND, SO ONE
006890*  COLLISION REFUSES THE WHOLE MERGER BEFORE ANYTHING MOVES.
006900*---------------------------------------------------------------
006910 3200-CHECK-COLLISIONS.
006920         MOVE ZERO TO BMG-COLLISION-COUNT.
006930         PERFORM 3250-CHECK-ONE-ACCOUNT THRU 3250-EXIT
006940             VARYING BMG-ACCT-SUB FROM 1 BY 1
006950             UNTIL BMG-ACCT-SUB > BMG-ACCT-COUNT.
006960         IF BMG-COLLISION-COUNT > ZERO
006970             MOVE "06" TO BMR-REFUSAL-CODE
006980         END-IF.
006990 3200-EXIT.
007000         EXIT.
007010 3250-CHECK-ONE-ACCOUNT.
007020         IF BMG-ACCT-ON-BAL(BMG-ACCT-SUB) = "Y"
007030             MOVE BMR-SURVIVING-BRANCH TO ABL-BRANCH-CODE
007040             MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO ABL-ACCOUNT-NO
007050             READ BALANCE-FILE
007060                 INVALID KEY
007070                     CONTINUE
007080                 NOT INVALID KEY
007090                     ADD 1 TO BMG-COLLISION-COUNT
007100                     DISPLAY "BRMERGE: " ABL-ACCOUNT-NO
007110                         " IS ALREADY ON ACCTBAL UNDER "
007120                         BMR-SURVIVING-BRANCH
007130             END-READ
007140         END-IF.
007150         IF BMG-ACCT-ON-INA(BMG-ACCT-SUB) = "Y"
007160             MOVE BMR-SURVIVING-BRANCH TO INA-BRANCH-CODE
007170             MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO INA-ACCOUNT-NO
007180             READ ACCRUAL-FILE
007190                 INVALID KEY
007200                     CONTINUE
007210                 NOT INVALID KEY
007220                     ADD 1 TO BMG-COLLISION-COUNT
007230                     DISPLAY "BRMERGE: " INA-ACCOUNT-NO
007240                         " IS ALREADY ON INTACCRU UNDER "
007250                         BMR-SURVIVING-BRANCH
007260             END-READ
007270         END-IF.
007280 3250-EXIT.
007290         EXIT.
007300*---------------------------------------------------------------
007310*  3300-MOVE-ONE-ACCOUNT.  WRITE UNDER THE SURVIVOR FIRST, THEN
007320*  DELETE THE CLOSING BRANCH'S RECORD -- A FAILURE BETWEEN THE
007330*  TWO LEAVES A DUPLICATE THE PROOF CATCHES, NEVER A LOSS.
007340*---------------------------------------------------------------
007350 3300-MOVE-ONE-ACCOUNT.
007360         IF BMG-ACCT-ON-BAL(BMG-ACCT-SUB) = "Y"
007370             PERFORM 3310-MOVE-ONE-BALANCE THRU 3310-EXIT
007380         END-IF.
007390         IF BMG-ACCT-ON-INA(BMG-ACCT-SUB) = "Y"
007400             PERFORM 3320-MOVE-ONE-ACCRUAL THRU 3320-EXIT
007410         END-IF.
007420 3300-EXIT.
007430         EXIT.
007440 3310-MOVE-ONE-BALANCE.
007450         MOVE BMR-CLOSING-BRANCH TO ABL-BRANCH-CODE.
007460         MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO ABL-ACCOUNT-NO.
007470         READ BALANCE-FILE
007480             INVALID KEY
007490                 SET BMG-MOVE-FAILED TO TRUE
007500                 GO TO 3310-EXIT
007510         END-READ.
007520         MOVE ABL-CURRENT-BALANCE TO BMG-WORK-AMOUNT.
007530         MOVE BMR-SURVIVING-BRANCH TO ABL-BRANCH-CODE.
007540         WRITE BALANCE-RECORD
007550             INVALID KEY
007560                 DISPLAY "BRMERGE: ACCTBAL WRITE FAILED FOR "
007570                     BMG-ACCT-NO(BMG-ACCT-SUB) ", STATUS = "
007580                     BMG-BALANCE-FILE-STATUS
007590                 SET BMG-MOVE-FAILED TO TRUE
007600                 GO TO 3310-EXIT
007610         END-WRITE.
007620         ADD 1 TO BMG-BAL-MOVED-COUNT.
007630         ADD BMG-WORK-AMOUNT TO BMG-BAL-MOVED.
007640         MOVE BMR-CLOSING-BRANCH TO ABL-BRANCH-CODE.
007650         MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO ABL-ACCOUNT-NO.
007660         DELETE BALANCE-FILE RECORD
007670             INVALID KEY
007680                 DISPLAY "BRMERGE: ACCTBAL DELETE FAILED FOR "
007690                     BMG-ACCT-NO(BMG-ACCT-SUB) ", STATUS = "
007700                     BMG-BALANCE-FILE-STATUS
007710                 SET BMG-MOVE-FAILED TO TRUE
007720         END-DELETE.
007730 3310-EXIT.
007740         EXIT.
007750 3320-MOVE-ONE-ACCRUAL.
007760         MOVE BMR-CLOSING-BRANCH TO INA-BRANCH-CODE.
007770         MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO INA-ACCOUNT-NO.
007780         READ ACCRUAL-FILE
007790             INVALID KEY
007800                 SET BMG-MOVE-FAILED TO TRUE
007810                 GO TO 3320-EXIT
007820         END-READ.
007830         MOVE INA-ACCRUED-AMOUNT TO BMG-WORK-AMOUNT.
007840         MOVE BMR-SURVIVING-BRANCH TO INA-BRANCH-CODE.
007850         WRITE INTEREST-ACCRUAL-RECORD
007860             INVALID KEY
007870                 DISPLAY "BRMERGE: INTACCRU WRITE FAILED FOR "
007880                     BMG-ACCT-NO(BMG-ACCT-SUB) ", STATUS = "
007890                     BMG-ACCRUAL-FILE-STATUS
007900                 SET BMG-MOVE-FAILED TO TRUE
007910                 GO TO 3320-EXIT
007920         END-WRITE.
007930         ADD 1 TO BMG-INA-MOVED-COUNT.
007940         ADD BMG-WORK-AMOUNT TO BMG-INA-MOVED.
007950         MOVE BMR-CLOSING-BRANCH TO INA-BRANCH-CODE.
007960         MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO INA-ACCOUNT-NO.
007970         DELETE ACCRUAL-FILE RECORD
007980             INVALID KEY
007990                 DISPLAY "BRMERGE: INTACCRU DELETE FAILED FOR "
008000                     BMG-ACCT-NO(BMG-ACCT-SUB) ", STATUS = "
008010                     BMG-ACCRUAL-FILE-STATUS
008020                 SET BMG-MOVE-FAILED TO TRUE
008030         END-DELETE.
008040 3320-EXIT.
008050         EXIT.
008060*---------------------------------------------------------------
008070*  3500/3600.  COUNT AND TOTAL ONE BRANCH'S RUN OF KEYS --
008080*  BMG-WORK-BRANCH -- ON ACCTBAL AND ON INTACCRU.
008090*---------------------------------------------------------------
008100 3500-SCAN-BALANCES.
008110         MOVE ZERO TO BMG-SCAN-COUNT.
008120         MOVE ZERO TO BMG-SCAN-AMOUNT.
008130         MOVE "N" TO BMG-SCAN-END-SWITCH.
008140         MOVE BMG-WORK-BRANCH TO ABL-BRANCH-CODE.
008150         MOVE LOW-VALUES TO ABL-ACCOUNT-NO.
008160         START BALANCE-FILE KEY NOT < ABL-KEY
008170             INVALID KEY
008180                 MOVE "Y" TO BMG-SCAN-END-SWITCH
008190         END-START.
008200         PERFORM 3550-SCAN-ONE-BALANCE THRU 3550-EXIT
008210             UNTIL BMG-SCAN-ENDED.
008220 3500-EXIT.
008230         EXIT.
008240 3550-SCAN-ONE-BALANCE.
008250         READ BALANCE-FILE NEXT RECORD
008260             AT END
008270                 MOVE "Y" TO BMG-SCAN-END-SWITCH
008280                 GO TO 3550-EXIT
008290         END-READ.
008300         IF ABL-BRANCH-CODE NOT = BMG-WORK-BRANCH
008310             MOVE "Y" TO BMG-SCAN-END-SWITCH
008320             GO TO 3550-EXIT
008330         END-IF.
008340         ADD 1 TO BMG-SCAN-COUNT.
008350         ADD ABL-CURRENT-BALANCE TO BMG-SCAN-AMOUNT.
008360 3550-EXIT.
008370         EXIT.
008380 3600-SCAN-ACCRUALS.
008390         MOVE ZERO TO BMG-SCAN-COUNT.
008400         MOVE ZERO TO BMG-SCAN-AMOUNT.
008410         IF NOT BMG-ACCRUAL-AVAILABLE
008420             GO TO 3600-EXIT
008430         END-IF.
008440         MOVE "N" TO BMG-SCAN-END-SWITCH.
008450         MOVE BMG-WORK-BRANCH TO INA-BRANCH-CODE.
008460         MOVE LOW-VALUES TO INA-ACCOUNT-NO.
008470         START ACCRUAL-FILE KEY NOT < INA-KEY
008480             INVALID KEY
008490                 MOVE "Y" TO BMG-SCAN-END-SWITCH
008500         END-START.
008510         PERFORM 3650-SCAN-ONE-ACCRUAL THRU 3650-EXIT
008520             UNTIL BMG-SCAN-ENDED.
008530 3600-EXIT.
008540         EXIT.
008550 3650-SCAN-ONE-ACCRUAL.
008560         READ ACCRUAL-FILE NEXT RECORD
008570             AT END
008580                 MOVE "Y" TO BMG-SCAN-END-SWITCH
008590                 GO TO 3650-EXIT
008600         END-READ.
008610         IF INA-BRANCH-CODE NOT = BMG-WORK-BRANCH
008620             MOVE "Y" TO BMG-SCAN-END-SWITCH
008630             GO TO 3650-EXIT
008640         END-IF.
008650         ADD 1 TO BMG-SCAN-COUNT.
008660         ADD INA-ACCRUED-AMOUNT TO BMG-SCAN-AMOUNT.
008670 3650-EXIT.
008680         EXIT.
008690 3990-CLOSE-KEYED-FILES.
008700         CLOSE BALANCE-FILE.
008710         IF BMG-ACCRUAL-AVAILABLE
008720             CLOSE ACCRUAL-FILE
008730         END-IF.
008740 3990-EXIT.
008750         EXIT.
008760*---------------------------------------------------------------
008770*  4000-REKEY-HISTORY.  TXNHIST IS KEYED BY ACCOUNT, SO EACH
008780*  MOVED ACCOUNT'S ROWS ARE BROWSED AND THE ONES STILL
008790*  CARRYING THE CLOSING BRANCH ARE REWRITTEN UNDER THE
008800*  SURVIVOR -- ACCTHINQ FINDS THE BALANCE THROUGH THAT CODE.
008810*---------------------------------------------------------------
008820 4000-REKEY-HISTORY.
008830         MOVE ZERO TO BMG-HIST-REKEYED.
008840         OPEN I-O HISTORY-FILE.
008850         IF NOT BMG-HISTORY-FILE-OK
008860             DISPLAY "BRMERGE: NO TXNHIST ON FILE, STATUS = "
008870                 BMG-HISTORY-FILE-STATUS
008880             GO TO 4000-EXIT
008890         END-IF.
008900         PERFORM 4100-REKEY-ONE-ACCOUNT THRU 4100-EXIT
008910             VARYING BMG-ACCT-SUB FROM 1 BY 1
008920             UNTIL BMG-ACCT-SUB > BMG-ACCT-COUNT.
008930         CLOSE HISTORY-FILE.
008940 4000-EXIT.
008950         EXIT.
008960 4100-REKEY-ONE-ACCOUNT.
008970         MOVE "N" TO BMG-SCAN-END-SWITCH.
008980         MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO THR-ACCOUNT-NO.
008990         MOVE ZERO TO THR-POST-DATE.
009000         MOVE ZERO TO THR-SEQUENCE.
009010         START HISTORY-FILE KEY NOT < THR-KEY
009020             INVALID KEY
009030                 MOVE "Y" TO BMG-SCAN-END-SWITCH
009040         END-START.
009050         PERFORM 4150-REKEY-ONE-ROW THRU 4150-EXIT
009060             UNTIL BMG-SCAN-ENDED.
009070 4100-EXIT.
009080         EXIT.
009090 4150-REKEY-ONE-ROW.
009100         READ HISTORY-FILE NEXT RECORD
009110             AT END
009120                 MOVE "Y" TO BMG-SCAN-END-SWITCH
009130                 GO TO 4150-EXIT
009140         END-READ.
009150         IF THR-ACCOUNT-NO NOT = BMG-ACCT-NO(BMG-ACCT-SUB)
009160             MOVE "Y" TO BMG-SCAN-END-SWITCH
009170             GO TO 4150-EXIT
009180         END-IF.
009190         IF THR-BRANCH-CODE NOT = BMR-CLOSING-BRANCH
009200             GO TO 4150-EXIT
009210         END-IF.
009220         MOVE BMR-SURVIVING-BRANCH TO THR-BRANCH-CODE.
009230         REWRITE TXN-HISTORY-RECORD
009240             INVALID KEY
009250                 DISPLAY "BRMERGE: TXNHIST REWRITE FAILED FOR "
009260                     THR-ACCOUNT-NO ", STATUS = "
009270                     BMG-HISTORY-FILE-STATUS
009280                 GO TO 4150-EXIT
009290         END-REWRITE.
009300         ADD 1 TO BMG-HIST-REKEYED.
009310 4150-EXIT.
009320         EXIT.
0093AA*---------------------------------------------------------------
0093AB*  4200-REKEY-CHARGE-OFFS.  CHGOFF IS KEYED BRANCH/ACCOUNT LIKE
0093AC*  ACCTBAL, SO EACH MOVED ACCOUNT'S AGING OR RECOVERY RECORD IS
0093AD*  WRITTEN UNDER THE SURVIVOR AND THE OLD KEY DELETED.  NO
0093AE*  CHGOFF MEANS NOTHING HAS EVER AGED -- NOTHING TO MOVE.
0093AF*---------------------------------------------------------------
0093AG 4200-REKEY-CHARGE-OFFS.
0093AH         MOVE ZERO TO BMG-CHO-REKEYED.
0093AI         OPEN I-O CHARGE-OFF-FILE.
0093AJ         IF NOT BMG-CHGOFF-FILE-OK
0093AK             GO TO 4200-EXIT
0093AL         END-IF.
0093AM         PERFORM 4250-REKEY-ONE-CHARGE-OFF THRU 4250-EXIT
0093AN             VARYING BMG-ACCT-SUB FROM 1 BY 1
0093AO             UNTIL BMG-ACCT-SUB > BMG-ACCT-COUNT.
0093AP         CLOSE CHARGE-OFF-FILE.
0093AQ 4200-EXIT.
0093AR         EXIT.
0093AS 4250-REKEY-ONE-CHARGE-OFF.
0093AT         MOVE BMR-CLOSING-BRANCH TO CHO-BRANCH-CODE.
0093AU         MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO CHO-ACCOUNT-NO.
0093AV         READ CHARGE-OFF-FILE
0093AW             INVALID KEY
0093AX                 GO TO 4250-EXIT
0093AY         END-READ.
0093AZ         MOVE BMR-SURVIVING-BRANCH TO CHO-BRANCH-CODE.
0093BA         WRITE CHARGE-OFF-RECORD
0093BB             INVALID KEY
0093BC                 DISPLAY "BRMERGE: CHGOFF WRITE FAILED FOR "
0093BD                     BMG-ACCT-NO(BMG-ACCT-SUB) ", STATUS = "
0093BE                     BMG-CHGOFF-FILE-STATUS
0093BF                 SET BMG-MOVE-FAILED TO TRUE
0093BG                 GO TO 4250-EXIT
0093BH         END-WRITE.
0093BI         ADD 1 TO BMG-CHO-REKEYED.
0093BJ         MOVE BMR-CLOSING-BRANCH TO CHO-BRANCH-CODE.
0093BK         MOVE BMG-ACCT-NO(BMG-ACCT-SUB) TO CHO-ACCOUNT-NO.
0093BL         DELETE CHARGE-OFF-FILE RECORD
0093BM             INVALID KEY
0093BN                 DISPLAY "BRMERGE: CHGOFF DELETE FAILED FOR "
0093BO                     BMG-ACCT-NO(BMG-ACCT-SUB) ", STATUS = "
0093BP                     BMG-CHGOFF-FILE-STATUS
0093BQ                 SET BMG-MOVE-FAILED TO TRUE
0093BR         END-DELETE.
0093BS 4250-EXIT.
0093BT         EXIT.
009330*---------------------------------------------------------------
009340*  4500-REKEY-SIDE-FILE.  THE LINE-SEQUENTIAL FILES THAT CARRY
009350*  A BRANCH BESIDE AN ACCOUNT -- STANDING ORDERS, TERM DEPOSITS
009360*  (AND THEIR PAYOUT BRANCH), PENDING CLOSURES (AND THEIRS) --
009370*  ARE READ WHOLE, REPOINTED AND WRITTEN BACK.  A FILE TOO BIG
009380*  FOR THE TABLE IS LEFT ALONE RATHER THAN TRUNCATED.
009390*---------------------------------------------------------------
009400 4500-REKEY-SIDE-FILE.
009410         MOVE ZERO TO BMG-SIDE-COUNT.
009420         MOVE "N" TO BMG-SIDE-CHANGED-SWITCH.
009430         MOVE "N" TO BMG-LOAD-EOF-SWITCH.
009440         OPEN INPUT SIDE-FILE.
009450         IF NOT BMG-SIDE-FILE-OK
009460             GO TO 4500-EXIT
009470         END-IF.
009480         PERFORM 4550-LOAD-ONE-SIDE-ROW THRU 4550-EXIT
009490             UNTIL BMG-LOAD-AT-END
009500                 OR BMG-SIDE-COUNT = 2000.
009510         CLOSE SIDE-FILE.
009520         IF NOT BMG-LOAD-AT-END
009530             DISPLAY "BRMERGE: " BMG-SIDE-FILENAME
009540                 " TOO LARGE TO REKEY - LEFT UNCHANGED"
009550             IF BMG-RETURN-CODE < 12
009560                 MOVE 12 TO BMG-RETURN-CODE
009570             END-IF
009580             GO TO 4500-EXIT
009590         END-IF.
009600         PERFORM 4600-REPOINT-ONE-SIDE-ROW THRU 4600-EXIT
009610             VARYING BMG-SIDE-SUB FROM 1 BY 1
009620             UNTIL BMG-SIDE-SUB > BMG-SIDE-COUNT.
009630         IF NOT BMG-SIDE-CHANGED
009640             GO TO 4500-EXIT
009650         END-IF.
009660         OPEN OUTPUT SIDE-FILE.
009670         PERFORM 4700-WRITE-ONE-SIDE-ROW THRU 4700-EXIT
009680             VARYING BMG-SIDE-SUB FROM 1 BY 1
009690             UNTIL BMG-SIDE-SUB > BMG-SIDE-COUNT.
009700         CLOSE SIDE-FILE.
009710 4500-EXIT.
009720         EXIT.
009730 4550-LOAD-ONE-SIDE-ROW.
009740         READ SIDE-FILE
009750             AT END
009760                 MOVE "Y" TO BMG-LOAD-EOF-SWITCH
009770             NOT AT END
009780                 ADD 1 TO BMG-SIDE-COUNT
009790                 MOVE SIDE-LINE TO BMG-SIDE-ENTRY(BMG-SIDE-COUNT)
009800         END-READ.
009810 4550-EXIT.
009820         EXIT.
009830 4600-REPOINT-ONE-SIDE-ROW.
009840         EVALUATE BMG-SIDE-FILENAME
009850             WHEN "STORDERS"
009860                 MOVE BMG-SIDE-ENTRY(BMG-SIDE-SUB)
009870                     TO BMG-ORDER-VIEW
009880                 IF BMG-ORD-BRANCH-CODE = BMR-CLOSING-BRANCH
009890                     MOVE BMR-SURVIVING-BRANCH
009900                         TO BMG-ORD-BRANCH-CODE
009910                     ADD 1 TO BMG-SIDE-REKEYED
009920                     SET BMG-SIDE-CHANGED TO TRUE
009930                 END-IF
009940                 MOVE BMG-ORDER-VIEW
009950                     TO BMG-SIDE-ENTRY(BMG-SIDE-SUB)
009960             WHEN "TERMDEP"
009970                 MOVE BMG-SIDE-ENTRY(BMG-SIDE-SUB)
009980                     TO TERM-DEPOSIT-RECORD
009990                 IF TDP-BRANCH-CODE = BMR-CLOSING-BRANCH
010000                     MOVE BMR-SURVIVING-BRANCH TO TDP-BRANCH-CODE
010010                     ADD 1 TO BMG-SIDE-REKEYED
010020                     SET BMG-SIDE-CHANGED TO TRUE
010030                 END-IF
010040                 IF TDP-PAYOUT-BRANCH = BMR-CLOSING-BRANCH
010050                     MOVE BMR-SURVIVING-BRANCH
010060                         TO TDP-PAYOUT-BRANCH
010070                     SET BMG-SIDE-CHANGED TO TRUE
010080                 END-IF
010090                 MOVE TERM-DEPOSIT-RECORD
010100                     TO BMG-SIDE-ENTRY(BMG-SIDE-SUB)
010110             WHEN "CLOSREQ"
010120                 MOVE BMG-SIDE-ENTRY(BMG-SIDE-SUB)
010130                     TO CLOSURE-REQUEST-RECORD
010140                 IF CLR-BRANCH-CODE = BMR-CLOSING-BRANCH
010150                     MOVE BMR-SURVIVING-BRANCH TO CLR-BRANCH-CODE
010160                     ADD 1 TO BMG-SIDE-REKEYED
010170                     SET BMG-SIDE-CHANGED TO TRUE
010180                 END-IF
010190                 IF CLR-PAYOUT-BRANCH = BMR-CLOSING-BRANCH
010200                     MOVE BMR-SURVIVING-BRANCH
010210                         TO CLR-PAYOUT-BRANCH
010220                     SET BMG-SIDE-CHANGED TO TRUE
010230                 END-IF
010240                 MOVE CLOSURE-REQUEST-RECORD
010250                     TO BMG-SIDE-ENTRY(BMG-SIDE-SUB)
010260         END-EVALUATE.
010270 4600-EXIT.
010280         EXIT.
010290 4700-WRITE-ONE-SIDE-ROW.
010300         MOVE BMG-SIDE-ENTRY(BMG-SIDE-SUB) TO SIDE-LINE.
010310         WRITE SIDE-LINE.
010320 4700-EXIT.
010330         EXIT.
0103AA*---------------------------------------------------------------
0103AB*  4800/4900.  LGLORDER AND OFCHQREG ARE KEYED BY ORDER AND
0103AC*  CHEQUE NUMBER WITH THE BRANCH AS A PLAIN FIELD, SO EACH IS
0103AD*  READ THROUGH AND EVERY RECORD CARRYING THE CLOSING BRANCH
0103AE*  IS REWRITTEN UNDER THE SURVIVOR.  A FILE NOT ON DISK HAS
0103AF*  NOTHING TO REPOINT.
0103AG*---------------------------------------------------------------
0103AH 4800-REPOINT-LEGAL-ORDERS.
0103AI         MOVE ZERO TO BMG-LGO-REPOINTED.
0103AJ         OPEN I-O LEGAL-ORDER-FILE.
0103AK         IF NOT BMG-ORDER-FILE-OK
0103AL             GO TO 4800-EXIT
0103AM         END-IF.
0103AN         MOVE "N" TO BMG-SCAN-END-SWITCH.
0103AO         PERFORM 4850-REPOINT-ONE-ORDER THRU 4850-EXIT
0103AP             UNTIL BMG-SCAN-ENDED.
0103AQ         CLOSE LEGAL-ORDER-FILE.
0103AR 4800-EXIT.
0103AS         EXIT.
0103AT 4850-REPOINT-ONE-ORDER.
0103AU         READ LEGAL-ORDER-FILE NEXT RECORD
0103AV             AT END
0103AW                 MOVE "Y" TO BMG-SCAN-END-SWITCH
0103AX                 GO TO 4850-EXIT
0103AY         END-READ.
0103AZ         IF LGO-BRANCH-CODE NOT = BMR-CLOSING-BRANCH
0103BA             GO TO 4850-EXIT
0103BB         END-IF.
0103BC         MOVE BMR-SURVIVING-BRANCH TO LGO-BRANCH-CODE.
0103BD         REWRITE LEGAL-ORDER-RECORD
0103BE             INVALID KEY
0103BF                 DISPLAY "BRMERGE: LGLORDER REWRITE FAILED FOR "
0103BG                     LGO-ORDER-NO ", STATUS = "
0103BH                     BMG-ORDER-FILE-STATUS
0103BI                 GO TO 4850-EXIT
0103BJ         END-REWRITE.
0103BK         ADD 1 TO BMG-LGO-REPOINTED.
0103BL 4850-EXIT.
0103BM         EXIT.
0103BN 4900-REPOINT-CHEQUES.
0103BO         MOVE ZERO TO BMG-OCQ-REPOINTED.
0103BP         OPEN I-O CHEQUE-REGISTER-FILE.
0103BQ         IF NOT BMG-REGISTER-FILE-OK
0103BR             GO TO 4900-EXIT
0103BS         END-IF.
0103BT         MOVE "N" TO BMG-SCAN-END-SWITCH.
0103BU         PERFORM 4950-REPOINT-ONE-CHEQUE THRU 4950-EXIT
0103BV             UNTIL BMG-SCAN-ENDED.
0103BW         CLOSE CHEQUE-REGISTER-FILE.
0103BX 4900-EXIT.
0103BY         EXIT.
0103BZ 4950-REPOINT-ONE-CHEQUE.
0103CA         READ CHEQUE-REGISTER-FILE NEXT RECORD
0103CB             AT END
0103CC                 MOVE "Y" TO BMG-SCAN-END-SWITCH
0103CD                 GO TO 4950-EXIT
0103CE         END-READ.
0103CF         IF OCQ-BRANCH-CODE NOT = BMR-CLOSING-BRANCH
0103CG             GO TO 4950-EXIT
0103CH         END-IF.
0103CI         MOVE BMR-SURVIVING-BRANCH TO OCQ-BRANCH-CODE.
0103CJ         REWRITE OFFICIAL-CHEQUE-RECORD
0103CK             INVALID KEY
0103CL                 DISPLAY "BRMERGE: OFCHQREG REWRITE FAILED FOR "
0103CM                     OCQ-CHEQUE-NO ", STATUS = "
0103CN                     BMG-REGISTER-FILE-STATUS
0103CO                 GO TO 4950-EXIT
0103CP         END-REWRITE.
0103CQ         ADD 1 TO BMG-OCQ-REPOINTED.
0103CR 4950-EXIT.
0103CS         EXIT.
010340*---------------------------------------------------------------
010350*  5000-CLOSE-THE-BRANCH.  THE CLOSING BRANCH STAYS ON BRNCHMST
010360*  -- ITS NAME STILL PRINTS ON OLD REPORTS -- BUT CLOSED, WITH
010370*  A POINTER TO THE BRANCH THAT NOW HOLDS ITS ACCOUNTS.
010380*---------------------------------------------------------------
010390 5000-CLOSE-THE-BRANCH.
010400         MOVE BMG-BRN-RECORD(BMG-CLOSING-SUB)
010410             TO BRANCH-MASTER-RECORD.
010420         MOVE "C" TO BRM-STATUS.
010430         MOVE BMR-SURVIVING-BRANCH TO BRM-SUCCESSOR-BRANCH.
010440         MOVE BRANCH-MASTER-RECORD
010450             TO BMG-BRN-RECORD(BMG-CLOSING-SUB).
010460         OPEN OUTPUT BRANCH-MASTER-FILE.
010470         IF NOT BMG-BRANCH-FILE-OK
010480             DISPLAY "BRMERGE: CANNOT OPEN BRNCHMST FOR OUTPUT, "
010490                 "STATUS = " BMG-BRANCH-FILE-STATUS
010500             MOVE 16 TO BMG-RETURN-CODE
010510             GO TO 5000-EXIT
010520         END-IF.
010530         PERFORM 5100-WRITE-ONE-BRANCH THRU 5100-EXIT
010540             VARYING BMG-BRN-SUB FROM 1 BY 1
010550             UNTIL BMG-BRN-SUB > BMG-BRN-COUNT.
010560         CLOSE BRANCH-MASTER-FILE.
010570 5000-EXIT.
010580         EXIT.
010590 5100-WRITE-ONE-BRANCH.
010600         MOVE BMG-BRN-RECORD(BMG-BRN-SUB) TO BRANCH-MASTER-RECORD.
010610         WRITE BRANCH-MASTER-RECORD.
010620 5100-EXIT.
010630         EXIT.
010640 5500-MARK-EXECUTED.
010650         MOVE BMG-APPR-ENTRY(BMG-HIT-SUB) TO BMG-VIEW-RECORD.
010660         MOVE "X" TO APR-STATUS OF BMG-VIEW-RECORD.
010670         MOVE BMG-RUN-DATE
010680             TO APR-EXECUTED-DATE OF BMG-VIEW-RECORD.
010690         MOVE BMG-RUN-TIME
010700             TO APR-EXECUTED-TIME OF BMG-VIEW-RECORD.
010710         MOVE BMG-VIEW-RECORD TO BMG-APPR-ENTRY(BMG-HIT-SUB).
010720         OPEN OUTPUT APPROVAL-FILE.
010730         MOVE ZERO TO BMG-APPR-SUB.
010740         PERFORM 5550-REWRITE-ONE-APPROVAL THRU 5550-EXIT
010750             UNTIL BMG-APPR-SUB >= BMG-APPR-COUNT.
010760         CLOSE APPROVAL-FILE.
010770 5500-EXIT.
010780         EXIT.
010790 5550-REWRITE-ONE-APPROVAL.
010800         ADD 1 TO BMG-APPR-SUB.
010810         MOVE BMG-APPR-ENTRY(BMG-APPR-SUB) TO APPROVAL-RECORD.
010820         WRITE APPROVAL-RECORD.
010830 5550-EXIT.
010840         EXIT.
010850 6000-WRITE-HEADING-LINE.
010860         MOVE SPACES TO REPORT-RECORD.
010870         STRING "BRANCH " BMR-CLOSING-BRANCH
010880             " INTO " BMR-SURVIVING-BRANCH
010890             "  EFFECTIVE " BMR-EFFECTIVE-DATE
010900             "  " BMG-OUTCOME
010910             DELIMITED BY SIZE INTO REPORT-RECORD.
010920         WRITE REPORT-RECORD.
010930         DISPLAY "BRMERGE: " REPORT-RECORD(1:80).
010940 6000-EXIT.
010950         EXIT.
010960 6500-WRITE-PROOF-LINES.
010970         MOVE "ACCOUNTS MOVED OFF CLOSING BRANCH"
010980             TO BMG-LINE-LABEL.
010990         MOVE BMG-BAL-MOVED-COUNT TO BMG-LINE-COUNT.
011000         MOVE BMG-BAL-MOVED TO BMG-LINE-AMOUNT.
011010         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
011020         MOVE "ACCOUNTS RECEIVED BY SURVIVOR"
011030             TO BMG-LINE-LABEL.
011040         MOVE BMG-BAL-RECVD-COUNT TO BMG-LINE-COUNT.
011050         MOVE BMG-BAL-RECEIVED TO BMG-LINE-AMOUNT.
011060         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
011070         MOVE "ACCRUALS MOVED OFF CLOSING BRANCH"
011080             TO BMG-LINE-LABEL.
011090         MOVE BMG-INA-MOVED-COUNT TO BMG-LINE-COUNT.
011100         MOVE BMG-INA-MOVED TO BMG-LINE-AMOUNT.
011110         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
011120         MOVE "ACCRUALS RECEIVED BY SURVIVOR"
011130             TO BMG-LINE-LABEL.
011140         MOVE BMG-INA-RECVD-COUNT TO BMG-LINE-COUNT.
011150         MOVE BMG-INA-RECEIVED TO BMG-LINE-AMOUNT.
011160         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
011170         MOVE ZERO TO BMG-LINE-AMOUNT.
011180         MOVE "RECORDS LEFT UNDER CLOSING BRANCH"
011190             TO BMG-LINE-LABEL.
011200         COMPUTE BMG-LINE-COUNT = BMG-BAL-LEFT-COUNT
011210             + BMG-INA-LEFT-COUNT.
011220         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
011230         MOVE "TXNHIST ROWS REPOINTED" TO BMG-LINE-LABEL.
011240         MOVE BMG-HIST-REKEYED TO BMG-LINE-COUNT.
011250         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
011260         MOVE "ORDERS/DEPOSITS/CLOSURES REPOINTED"
011270             TO BMG-LINE-LABEL.
011280         MOVE BMG-SIDE-REKEYED TO BMG-LINE-COUNT.
011290         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
01129A         MOVE "CHGOFF RECORDS REKEYED" TO BMG-LINE-LABEL.
01129B         MOVE BMG-CHO-REKEYED TO BMG-LINE-COUNT.
01129C         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
01129D         MOVE "LEGAL ORDERS REPOINTED" TO BMG-LINE-LABEL.
01129E         MOVE BMG-LGO-REPOINTED TO BMG-LINE-COUNT.
01129F         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
01129G         MOVE "OFFICIAL CHEQUES REPOINTED" TO BMG-LINE-LABEL.
01129H         MOVE BMG-OCQ-REPOINTED TO BMG-LINE-COUNT.
01129I         PERFORM 6600-WRITE-ONE-PROOF-LINE THRU 6600-EXIT.
011300 6500-EXIT.
011310         EXIT.
011320 6600-WRITE-ONE-PROOF-LINE.
011330         MOVE BMG-LINE-COUNT TO BMG-COUNT-EDIT.
011340         MOVE BMG-LINE-AMOUNT TO BMG-AMOUNT-EDIT.
011350         MOVE SPACES TO REPORT-RECORD.
011360         STRING "    " BMG-LINE-LABEL " " BMG-COUNT-EDIT
011370             "  " BMG-AMOUNT-EDIT
011380             DELIMITED BY SIZE INTO REPORT-RECORD.
011390         WRITE REPORT-RECORD.
011400 6600-EXIT.
011410         EXIT.
011420 7000-REWRITE-REQUESTS.
011430         OPEN OUTPUT REQUEST-FILE.
011440         IF NOT BMG-REQUEST-FILE-OK
011450             DISPLAY "BRMERGE: CANNOT REWRITE BRMRGREQ, STATUS = "
011460                 BMG-REQUEST-FILE-STATUS
011470             MOVE 16 TO BMG-RETURN-CODE
011480             GO TO 7000-EXIT
011490         END-IF.
011500         PERFORM 7100-WRITE-ONE-REQUEST THRU 7100-EXIT
011510             VARYING BMG-REQ-SUB FROM 1 BY 1
011520             UNTIL BMG-REQ-SUB > BMG-REQ-COUNT.
011530         CLOSE REQUEST-FILE.
011540 7000-EXIT.
011550         EXIT.
011560 7100-WRITE-ONE-REQUEST.
011570         MOVE BMG-REQ-ENTRY(BMG-REQ-SUB) TO REQUEST-LINE.
011580         WRITE REQUEST-LINE.
011590 7100-EXIT.
011600         EXIT.
011610 8000-TERMINATE.
011620         IF NOT BMG-ABORTED
011630             CLOSE REPORT-FILE
011640         END-IF.
011650         MOVE BMG-RETURN-CODE TO RETURN-CODE.
011660         DISPLAY "----------------------------------------------".
011670         DISPLAY "BRANCHES MERGED     = " BMG-MERGED-COUNT.
011680         DISPLAY "AWAITING APPROVAL   = " BMG-WAITING-COUNT.
011690         DISPLAY "MERGERS REFUSED     = " BMG-REFUSED-COUNT.
011700         DISPLAY "BRMERGE: JOB COMPLETE, RETURN CODE "
011710             RETURN-CODE.
011720 8000-EXIT.
011730         EXIT.
