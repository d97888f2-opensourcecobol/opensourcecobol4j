000360*                  BRMAINT MAINTAINS BRNCHMST. AN ORDER WITH AN
000370*                  UNKNOWN FREQUENCY OR A ZERO DUE DATE IS
000380*                  REPORTED AND LEFT UNTOUCHED, NEVER GENERATED.
00038A*  10/15/2026 DCG  FUNDS CHECK BEFORE EACH PAYMENT.  AN ORDER
00038B*                  WHOSE ITEM TAKES MONEY OUT (ITS TXNTYPTB TYPE
00038C*                  IS ALWAYS "C") IS GENERATED ONLY WHEN THE
00038D*                  PAYING ACCOUNT'S ACCTBAL AVAILABLE PLUS MEMO
00038E*                  BALANCE, LESS WHAT THIS RUN HAS ALREADY TAKEN
00038F*                  FROM IT, COVERS THE AMOUNT.  ONE THAT CANNOT
00038G*                  IS HELD (ITEM STATUS "H"), ITS DUE DATE LEFT
00038H*                  WHERE IT IS, AND RETRIED ON EACH FOLLOWING
00038I*                  BUSINESS DAY (DATESRV) UP TO THE RETRY LIMIT
00038J*                  -- THE RUN PARAMETER, DEFAULT 3.  THE LAST
00038K*                  RETRY FAILING MARKS THE ITEM FAILED ("F"),
00038L*                  QUEUES AN SOFL NOTICE TO THE CUSTOMER THROUGH
00038M*                  NOTICEQ AND MOVES THE ORDER ON TO ITS NEXT
00038N*                  DUE DATE; THE ORDER ITSELF STAYS IN FORCE.
00038O*                  STORDERS CARRIES THE ITEM STATUS, ATTEMPTS,
00038P*                  RETRY DATE AND LAST FAILED DATE AFTER THE
00038Q*                  OLD RECORD (BLANK ON AN OLD ROW READS AS
00038R*                  NOTHING HELD).  STORDFRP, THE MORNING'S
00038S*                  FAILED AND HELD ITEMS BY BRANCH, A NEW PAGE
00038T*                  PER BRANCH, GOES TO THE BRANCHES.  ITEMS
00038U*                  PAYING IN ARE NEVER HELD, AND A MISSING
00038V*                  ACCTBAL BYPASSES THE CHECK.  RC 4 WHEN AN
00038W*                  ITEM FAILED.
00038X*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00038Y*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00038Z*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
0003AA*  10/15/2026 DCG  A TXNTYPTB WITH MORE THAN THE 50 TYPES THE
0003AB*                  TABLE HOLDS STOPS THE RUN WITH RETURN CODE
0003AC*                  16 -- A TYPE PAST THE LIMIT WOULD SKIP ITS
0003AD*                  FUNDS CHECK.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000510         SELECT GENERATED-FILE ASSIGN TO "STORDTRN"
000520             ORGANIZATION IS LINE SEQUENTIAL
000530             FILE STATUS IS STO-GENERATED-FILE-STATUS.
00053A         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
00053B             ORGANIZATION IS INDEXED
00053C             ACCESS MODE IS RANDOM
00053D             RECORD KEY IS ABL-KEY
00053E             FILE STATUS IS STO-BALANCE-FILE-STATUS.
00053F         SELECT TXN-TYPE-FILE ASSIGN TO "TXNTYPTB"
00053G             ORGANIZATION IS LINE SEQUENTIAL
00053H             FILE STATUS IS STO-TTM-FILE-STATUS.
00053I         SELECT REPORT-FILE ASSIGN TO "STORDFRP"
00053J             ORGANIZATION IS LINE SEQUENTIAL
00053K             FILE STATUS IS STO-REPORT-FILE-STATUS.
00053L         SELECT SORT-WORK-FILE ASSIGN TO "STORDSRT".
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ORDER-FILE.
000650             88  ORD-FREQ-MONTHLY        VALUE "M".
000660             88  ORD-FREQ-VALID          VALUES "D" "W" "M".
000670         05  ORD-NEXT-DUE-DATE       PIC 9(08).
00067A         05  ORD-ITEM-STATUS         PIC X(01).
00067B             88  ORD-ITEM-HELD           VALUE "H".
00067C             88  ORD-ITEM-FAILED         VALUE "F".
00067D         05  ORD-ATTEMPT-COUNT       PIC 9(02).
00067E         05  ORD-RETRY-DATE          PIC 9(08).
00067F         05  ORD-LAST-FAILED-DATE    PIC 9(08).
000680 FD  GENERATED-FILE.
000690 01  GENERATED-RECORD            PIC X(54).
000700 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
000800         05  GTL-RUN-DATE            PIC 9(08).
000810         05  GTL-EXPECTED-COUNT      PIC 9(09).
000820         05  FILLER                  PIC X(22).
00082A FD  BALANCE-FILE.
00082B     COPY BALREC.
00082C FD  TXN-TYPE-FILE.
00082D     COPY TXNTYPRC.
00082E FD  REPORT-FILE.
00082F 01  REPORT-RECORD               PIC X(132).
00082G SD  SORT-WORK-FILE.
00082H 01  SORT-WORK-RECORD.
00082I         05  SRT-BRANCH-CODE         PIC X(03).
00082J         05  SRT-ACCOUNT-NO          PIC X(10).
00082K         05  SRT-DUE-DATE            PIC 9(08).
00082L         05  SRT-RECORD-TYPE         PIC X(02).
00082M         05  SRT-AMOUNT              PIC 9(09)V99.
00082N         05  SRT-AVAILABLE           PIC S9(11)V99.
00082O         05  SRT-STATUS              PIC X(01).
00082P         05  SRT-ATTEMPTS            PIC 9(02).
00082Q         05  SRT-RETRY-DATE          PIC 9(08).
000830 WORKING-STORAGE SECTION.
000840 01  STO-FILE-STATUS-VALUES.
000850         05  STO-ORDER-FILE-STATUS   PIC X(02).
000860             88  STO-ORDER-FILE-OK       VALUE "00".
000870         05  STO-GENERATED-FILE-STATUS PIC X(02).
000880             88  STO-GENERATED-FILE-OK   VALUE "00".
00088A         05  STO-BALANCE-FILE-STATUS PIC X(02).
00088B             88  STO-BALANCE-FILE-OK     VALUE "00".
00088C         05  STO-TTM-FILE-STATUS     PIC X(02).
00088D             88  STO-TTM-FILE-OK         VALUE "00".
00088E         05  STO-REPORT-FILE-STATUS  PIC X(02).
00088F             88  STO-REPORT-FILE-OK      VALUE "00".
000890 01  STO-SWITCHES.
000900         05  STO-EOF-SWITCH          PIC X(01) VALUE "N".
000910             88  STO-END-OF-FILE         VALUE "Y".
00147A         05  STO-GENERATED-OPEN-SW   PIC X(01) VALUE "N".
00147B             88  STO-GENERATED-OPEN      VALUE "Y".
00147C         05  STO-BALANCE-OPEN-SW     PIC X(01) VALUE "N".
00147D             88  STO-BALANCE-OPEN        VALUE "Y".
00147E         05  STO-REPORT-OPEN-SW      PIC X(01) VALUE "N".
00147F             88  STO-REPORT-OPEN         VALUE "Y".
00147G         05  STO-TTM-EOF-SWITCH      PIC X(01) VALUE "N".
00147H             88  STO-TTM-AT-END          VALUE "Y".
00147I         05  STO-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
00147J             88  STO-SORT-AT-END         VALUE "Y".
00147K         05  STO-FUNDS-OUTCOME       PIC X(01) VALUE "C".
00147L             88  STO-FUNDS-COVER         VALUE "C".
00147M             88  STO-FUNDS-HOLD          VALUE "H".
00147N             88  STO-FUNDS-FAIL          VALUE "F".
00147O 01  STO-PARM-STRING             PIC X(20) VALUE SPACES.
00147P 01  STO-PARM-RETRIES            PIC 9(02) VALUE ZERO.
00147Q 01  STO-RETRY-LIMIT             PIC 9(02) VALUE 3.
000920 01  STO-RUN-DATE                PIC 9(08) VALUE ZERO.
000930 01  STO-COUNTERS.
000940         05  STO-ORDER-COUNT         PIC 9(05) COMP VALUE ZERO.
000950         05  STO-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
000960         05  STO-BAD-ORDER-COUNT     PIC 9(05) COMP VALUE ZERO.
000970         05  STO-LOOP-GUARD          PIC 9(03) COMP VALUE ZERO.
00097A         05  STO-HELD-COUNT          PIC 9(05) COMP VALUE ZERO.
00097B         05  STO-FAILED-COUNT        PIC 9(05) COMP VALUE ZERO.
00097C         05  STO-RETRIED-COUNT       PIC 9(05) COMP VALUE ZERO.
00097D         05  STO-NOTICE-COUNT        PIC 9(05) COMP VALUE ZERO.
00097E         05  STO-UNLISTED-COUNT      PIC 9(05) COMP VALUE ZERO.
000980 01  STO-ORDER-TABLE.
000990         05  STO-TABLE-COUNT         PIC 9(03) COMP VALUE ZERO.
001000         05  STO-TABLE-SUB           PIC 9(03) COMP VALUE ZERO.
001050             10  STO-TBL-AMOUNT      PIC 9(09)V99.
001060             10  STO-TBL-FREQUENCY   PIC X(01).
001070             10  STO-TBL-NEXT-DUE    PIC 9(08).
0010AA             10  STO-TBL-STATUS      PIC X(01).
0010AB             10  STO-TBL-ATTEMPTS    PIC 9(02).
0010AC             10  STO-TBL-RETRY-DATE  PIC 9(08).
0010AD             10  STO-TBL-FAILED-DATE PIC 9(08).
0010AE*  TXNTYPTB D/C SIDES -- ONLY AN ALWAYS-"C" TYPE TAKES MONEY OUT.
0010AF 01  STO-TTM-TABLE.
0010AG         05  STO-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
0010AH         05  STO-TTM-ENTRY OCCURS 50 TIMES
0010AI                 INDEXED BY STO-TTM-IDX.
0010AJ             10  STO-TTM-TYPE        PIC X(02).
0010AK             10  STO-TTM-DC          PIC X(01).
0010AL*  EACH PAYING ACCOUNT'S FUNDS AS THIS RUN HAS LEFT THEM.
0010AM 01  STO-FUNDS-TABLE.
0010AN         05  STO-FND-COUNT           PIC 9(03) COMP VALUE ZERO.
0010AO         05  STO-FND-ENTRY OCCURS 200 TIMES
0010AP                 INDEXED BY STO-FND-IDX.
0010AQ             10  STO-FND-BRANCH      PIC X(03).
0010AR             10  STO-FND-ACCOUNT     PIC X(10).
0010AS             10  STO-FND-AVAILABLE   PIC S9(11)V99 COMP-3.
0010AT*  TODAY'S HELD AND FAILED ITEMS, FOR STORDFRP.
0010AU 01  STO-EXCEPTION-TABLE.
0010AV         05  STO-EXC-COUNT           PIC 9(03) COMP VALUE ZERO.
0010AW         05  STO-EXC-SUB             PIC 9(03) COMP VALUE ZERO.
0010AX         05  STO-EXC-ENTRY OCCURS 500 TIMES.
0010AY             10  STO-EXC-BRANCH      PIC X(03).
0010AZ             10  STO-EXC-ACCOUNT     PIC X(10).
0010BA             10  STO-EXC-DUE-DATE    PIC 9(08).
0010BB             10  STO-EXC-TYPE        PIC X(02).
0010BC             10  STO-EXC-AMOUNT      PIC 9(09)V99.
0010BD             10  STO-EXC-AVAILABLE   PIC S9(11)V99.
0010BE             10  STO-EXC-STATUS      PIC X(01).
0010BF             10  STO-EXC-ATTEMPTS    PIC 9(02).
0010BG             10  STO-EXC-RETRY-DATE  PIC 9(08).
0010BH 01  STO-REPORT-FIELDS.
0010BI         05  STO-LAST-BRANCH         PIC X(03) VALUE SPACES.
0010BJ         05  STO-PAGE-COUNT          PIC 9(05) VALUE ZERO.
0010BK         05  STO-PAGE-NO-EDIT        PIC ZZZZ9.
0010BL         05  STO-BR-FAILED-COUNT     PIC 9(05) VALUE ZERO.
0010BM         05  STO-BR-FAILED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
0010BN         05  STO-BR-HELD-COUNT       PIC 9(05) VALUE ZERO.
0010BO         05  STO-BR-HELD-AMOUNT      PIC 9(11)V99 VALUE ZERO.
0010BP         05  STO-TOT-FAILED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
0010BQ         05  STO-TOT-HELD-AMOUNT     PIC 9(11)V99 VALUE ZERO.
0010BR         05  STO-COUNT-EDIT          PIC ZZ,ZZ9.
0010BS         05  STO-AMOUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
0010BT         05  STO-TOTAL-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
0010BU         05  STO-AVAILABLE-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
0010BV         05  STO-STATUS-WORDS        PIC X(30) VALUE SPACES.
0010BW         05  STO-ATTEMPT-EDIT        PIC Z9.
0010BX         05  STO-LIMIT-EDIT          PIC Z9.
0010BY     COPY DATESRVC.
0010BZ     COPY NOTICEQC.
001080 01  STO-DATE-WORK-FIELDS.
001090         05  STO-WORK-DATE.
001100             10  STO-WORK-YEAR       PIC 9(04).
001220         STO-DAYS-IN-MONTH-VALUES.
001230         05  STO-DAYS-IN-MONTH OCCURS 12 TIMES
001240                                     PIC 9(02).
00124A     COPY RUNDATEC.
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280         PERFORM 2000-PROCESS-ORDERS THRU 2000-EXIT.
001290         PERFORM 3000-REWRITE-ORDERS THRU 3000-EXIT.
00129A         PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
001300         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001310         STOP RUN.
001320 1000-INITIALIZE.
001330         DISPLAY "STORDGEN: JOB STARTING".
001340         CALL "RUNDATE" USING RUN-DATE-AREA.
00134N         MOVE RDT-RUN-DATE TO STO-RUN-DATE.
00134A         ACCEPT STO-PARM-STRING FROM COMMAND-LINE.
00134B         IF STO-PARM-STRING NOT = SPACES
00134C             UNSTRING STO-PARM-STRING DELIMITED BY "," OR SPACE
00134D                 INTO STO-PARM-RETRIES
00134E             END-UNSTRING
00134F         END-IF.
00134G         IF STO-PARM-RETRIES NUMERIC
00134H             AND STO-PARM-RETRIES > ZERO
00134I             MOVE STO-PARM-RETRIES TO STO-RETRY-LIMIT
00134J         END-IF.
00134K         MOVE SPACES TO DSV-REGION-CODE.
00134L         DISPLAY "STORDGEN: UNCOVERED ITEMS ARE RETRIED ON UP TO "
00134M             STO-RETRY-LIMIT " BUSINESS DAYS"
001350         OPEN INPUT ORDER-FILE.
001360         IF NOT STO-ORDER-FILE-OK
001370             DISPLAY "STORDGEN: NO STORDERS ON FILE - "
001440                 OR STO-TABLE-COUNT = 200.
001450         CLOSE ORDER-FILE.
001460         MOVE STO-TABLE-COUNT TO STO-ORDER-COUNT.
00146A         PERFORM 1200-LOAD-TXN-TYPES THRU 1200-EXIT.
00146B         OPEN INPUT BALANCE-FILE.
00146C         IF STO-BALANCE-FILE-OK
00146D             SET STO-BALANCE-OPEN TO TRUE
00146E         ELSE
00146F             DISPLAY "STORDGEN: ACCTBAL UNAVAILABLE, STATUS = "
00146G                 STO-BALANCE-FILE-STATUS " - FUNDS CHECK BYPASSED"
00146H         END-IF.
001470         OPEN OUTPUT GENERATED-FILE.
001475         SET STO-GENERATED-OPEN TO TRUE.
00147R         OPEN OUTPUT REPORT-FILE.
00147S         IF STO-REPORT-FILE-OK
00147T             SET STO-REPORT-OPEN TO TRUE
00147U         ELSE
00147V             DISPLAY "STORDGEN: CANNOT OPEN STORDFRP, STATUS = "
00147W                 STO-REPORT-FILE-STATUS
00147X         END-IF.
001480 1000-EXIT.
001490         EXIT.
001500 1100-LOAD-ONE-ORDER.
001650                     TO STO-TBL-FREQUENCY(STO-TABLE-COUNT)
001660                 MOVE ORD-NEXT-DUE-DATE
001670                     TO STO-TBL-NEXT-DUE(STO-TABLE-COUNT)
00167A                 PERFORM 1150-LOAD-HOLD-FIELDS THRU 1150-EXIT
001680         END-READ.
001690 1100-EXIT.
001700         EXIT.
0017AA*  A ROW WRITTEN BEFORE THE FUNDS CHECK HAS NOTHING HERE, WHICH
0017AB*  READS AS NOTHING HELD.
0017AC 1150-LOAD-HOLD-FIELDS.
0017AD         MOVE SPACE TO STO-TBL-STATUS(STO-TABLE-COUNT).
0017AE         IF ORD-ITEM-HELD OR ORD-ITEM-FAILED
0017AF             MOVE ORD-ITEM-STATUS
0017AG                 TO STO-TBL-STATUS(STO-TABLE-COUNT)
0017AH         END-IF.
0017AI         MOVE ZERO TO STO-TBL-ATTEMPTS(STO-TABLE-COUNT).
0017AJ         IF ORD-ATTEMPT-COUNT NUMERIC
0017AK             MOVE ORD-ATTEMPT-COUNT
0017AL                 TO STO-TBL-ATTEMPTS(STO-TABLE-COUNT)
0017AM         END-IF.
0017AN         MOVE ZERO TO STO-TBL-RETRY-DATE(STO-TABLE-COUNT).
0017AO         IF ORD-RETRY-DATE NUMERIC
0017AP             MOVE ORD-RETRY-DATE
0017AQ                 TO STO-TBL-RETRY-DATE(STO-TABLE-COUNT)
0017AR         END-IF.
0017AS         MOVE ZERO TO STO-TBL-FAILED-DATE(STO-TABLE-COUNT).
0017AT         IF ORD-LAST-FAILED-DATE NUMERIC
0017AU             MOVE ORD-LAST-FAILED-DATE
0017AV                 TO STO-TBL-FAILED-DATE(STO-TABLE-COUNT)
0017AW         END-IF.
0017AX 1150-EXIT.
0017AY         EXIT.
0017AZ*  A MISSING TXNTYPTB LEAVES EVERY TYPE UNCHECKED -- NOTHING IS
0017BA*  KNOWN TO TAKE MONEY OUT.
0017BB 1200-LOAD-TXN-TYPES.
0017BC         OPEN INPUT TXN-TYPE-FILE.
0017BD         IF NOT STO-TTM-FILE-OK
0017BE             DISPLAY "STORDGEN: NO TXNTYPTB ON FILE - "
0017BF                 "FUNDS CHECK BYPASSED"
0017BG             GO TO 1200-EXIT
0017BH         END-IF.
0017BI         PERFORM 1250-LOAD-ONE-TYPE THRU 1250-EXIT
0017BJ             UNTIL STO-TTM-AT-END
0017BK                 OR STO-TTM-COUNT = 50.
0017CB         IF NOT STO-TTM-AT-END
0017CC             READ TXN-TYPE-FILE
0017CD                 AT END
0017CE                     MOVE "Y" TO STO-TTM-EOF-SWITCH
0017CF             END-READ
0017CG         END-IF.
0017BL         CLOSE TXN-TYPE-FILE.
0017CH         IF NOT STO-TTM-AT-END
0017CI             DISPLAY "STORDGEN: TXNTYPTB HOLDS MORE THAN 50 "
0017CJ                 "TYPES - RUN STOPPED"
0017CK             MOVE 16 TO RETURN-CODE
0017CL             STOP RUN
0017CM         END-IF.
0017BM 1200-EXIT.
0017BN         EXIT.
0017BO 1250-LOAD-ONE-TYPE.
0017BP         READ TXN-TYPE-FILE
0017BQ             AT END
0017BR                 MOVE "Y" TO STO-TTM-EOF-SWITCH
0017BS             NOT AT END
0017BT                 ADD 1 TO STO-TTM-COUNT
0017BU                 MOVE TTM-RECORD-TYPE
0017BV                     TO STO-TTM-TYPE(STO-TTM-COUNT)
0017BW                 MOVE TTM-DC-BEHAVIOR
0017BX                     TO STO-TTM-DC(STO-TTM-COUNT)
0017BY         END-READ.
0017BZ 1250-EXIT.
0017CA         EXIT.
001710 2000-PROCESS-ORDERS.
001715         IF NOT STO-GENERATED-OPEN
001720             GO TO 2000-EXIT
001920             GO TO 2100-EXIT
001930         END-IF.
001940         MOVE ZERO TO STO-LOOP-GUARD.
00194A         IF STO-TBL-STATUS(STO-TABLE-SUB) = "H"
00194B             AND STO-TBL-RETRY-DATE(STO-TABLE-SUB) > STO-RUN-DATE
00194C             GO TO 2100-EXIT
00194D         END-IF.
00194E         MOVE "C" TO STO-FUNDS-OUTCOME.
001950         PERFORM 2200-GENERATE-IF-DUE THRU 2200-EXIT
001960             UNTIL STO-TBL-NEXT-DUE(STO-TABLE-SUB) > STO-RUN-DATE
001970                 OR STO-LOOP-GUARD >= 100
00197A                 OR STO-FUNDS-HOLD.
001980 2100-EXIT.
001990         EXIT.
002000 2200-GENERATE-IF-DUE.
002010         ADD 1 TO STO-LOOP-GUARD.
00201A         PERFORM 2600-CHECK-FUNDS THRU 2600-EXIT.
00201B         IF STO-FUNDS-HOLD
00201C             GO TO 2200-EXIT
00201D         END-IF.
00201E         IF STO-FUNDS-FAIL
00201F             PERFORM 2300-ADVANCE-DUE-DATE THRU 2300-EXIT
00201G             GO TO 2200-EXIT
00201H         END-IF.
00201I         IF STO-TBL-STATUS(STO-TABLE-SUB) = "H"
00201J             ADD 1 TO STO-RETRIED-COUNT
00201K         END-IF.
00201L         MOVE SPACE TO STO-TBL-STATUS(STO-TABLE-SUB).
00201M         MOVE ZERO TO STO-TBL-ATTEMPTS(STO-TABLE-SUB).
00201N         MOVE ZERO TO STO-TBL-RETRY-DATE(STO-TABLE-SUB).
002020         MOVE SPACES TO GENERATED-RECORD.
002030         MOVE STO-TBL-BRANCH(STO-TABLE-SUB) TO GEN-BRANCH-CODE.
002040         MOVE STO-TBL-ACCOUNT(STO-TABLE-SUB) TO GEN-ACCOUNT-NO.
002750         WRITE GENERATED-RECORD.
002760 2500-EXIT.
002770         EXIT.
0027AA*---------------------------------------------------------------
0027AB*  2600-CHECK-FUNDS.  ONLY AN ITEM THAT TAKES MONEY OUT IS
0027AC*  CHECKED.  IT IS COVERED WHEN THE PAYING ACCOUNT'S AVAILABLE
0027AD*  PLUS MEMO BALANCE, LESS EVERYTHING THIS RUN HAS ALREADY
0027AE*  GENERATED AGAINST IT, IS AT LEAST THE AMOUNT.  NO BALANCE
0027AF*  RECORD MEANS NOTHING AVAILABLE.  AN UNCOVERED ITEM IS HELD
0027AG*  FOR THE NEXT BUSINESS DAY UNTIL THE RETRIES ARE USED UP,
0027AH*  THEN FAILED.
0027AI*---------------------------------------------------------------
0027AJ 2600-CHECK-FUNDS.
0027AK         MOVE "C" TO STO-FUNDS-OUTCOME.
0027AL         IF NOT STO-BALANCE-OPEN
0027AM             GO TO 2600-EXIT
0027AN         END-IF.
0027AO         SET STO-TTM-IDX TO 1.
0027AP         SEARCH STO-TTM-ENTRY
0027AQ             AT END
0027AR                 GO TO 2600-EXIT
0027AS             WHEN STO-TTM-IDX > STO-TTM-COUNT
0027AT                 GO TO 2600-EXIT
0027AU             WHEN STO-TTM-TYPE(STO-TTM-IDX) =
0027AV                 STO-TBL-TYPE(STO-TABLE-SUB)
0027AW                 CONTINUE
0027AX         END-SEARCH.
0027AY         IF STO-TTM-DC(STO-TTM-IDX) NOT = "C"
0027AZ             GO TO 2600-EXIT
0027BA         END-IF.
0027BB         PERFORM 2700-FIND-FUNDS THRU 2700-EXIT.
0027BC         IF STO-FND-AVAILABLE(STO-FND-IDX) NOT <
0027BD             STO-TBL-AMOUNT(STO-TABLE-SUB)
0027BE             SUBTRACT STO-TBL-AMOUNT(STO-TABLE-SUB)
0027BF                 FROM STO-FND-AVAILABLE(STO-FND-IDX)
0027BG             GO TO 2600-EXIT
0027BH         END-IF.
0027BI         ADD 1 TO STO-TBL-ATTEMPTS(STO-TABLE-SUB).
0027BJ         IF STO-TBL-ATTEMPTS(STO-TABLE-SUB) > STO-RETRY-LIMIT
0027BK             PERFORM 2800-FAIL-ITEM THRU 2800-EXIT
0027BL         ELSE
0027BM             PERFORM 2750-HOLD-ITEM THRU 2750-EXIT
0027BN         END-IF.
0027BO 2600-EXIT.
0027BP         EXIT.
0027BQ 2700-FIND-FUNDS.
0027BR         SET STO-FND-IDX TO 1.
0027BS         SEARCH STO-FND-ENTRY
0027BT             AT END
0027BU                 CONTINUE
0027BV             WHEN STO-FND-IDX > STO-FND-COUNT
0027BW                 CONTINUE
0027BX             WHEN STO-FND-BRANCH(STO-FND-IDX) =
0027BY                 STO-TBL-BRANCH(STO-TABLE-SUB)
0027BZ                 AND STO-FND-ACCOUNT(STO-FND-IDX) =
0027CA                 STO-TBL-ACCOUNT(STO-TABLE-SUB)
0027CB                 GO TO 2700-EXIT
0027CC         END-SEARCH.
0027CD         ADD 1 TO STO-FND-COUNT.
0027CE         SET STO-FND-IDX TO STO-FND-COUNT.
0027CF         MOVE STO-TBL-BRANCH(STO-TABLE-SUB)
0027CG             TO STO-FND-BRANCH(STO-FND-IDX).
0027CH         MOVE STO-TBL-ACCOUNT(STO-TABLE-SUB)
0027CI             TO STO-FND-ACCOUNT(STO-FND-IDX).
0027CJ         MOVE ZERO TO STO-FND-AVAILABLE(STO-FND-IDX).
0027CK         MOVE STO-TBL-BRANCH(STO-TABLE-SUB) TO ABL-BRANCH-CODE.
0027CL         MOVE STO-TBL-ACCOUNT(STO-TABLE-SUB) TO ABL-ACCOUNT-NO.
0027CM         READ BALANCE-FILE
0027CN             INVALID KEY
0027CO                 GO TO 2700-EXIT
0027CP         END-READ.
0027CQ         COMPUTE STO-FND-AVAILABLE(STO-FND-IDX) =
0027CR             ABL-AVAILABLE-BALANCE + ABL-MEMO-BALANCE.
0027CS 2700-EXIT.
0027CT         EXIT.
0027CU 2750-HOLD-ITEM.
0027CV         MOVE "H" TO STO-FUNDS-OUTCOME.
0027CW         MOVE "H" TO STO-TBL-STATUS(STO-TABLE-SUB).
0027CX         MOVE "N" TO DSV-FUNCTION.
0027CY         MOVE STO-RUN-DATE TO DSV-DATE-1.
0027CZ         CALL "DATESRV" USING DATE-SERVICE-AREA.
0027DA         IF DSV-SUCCESSFUL
0027DB             MOVE DSV-RESULT-DATE
0027DC                 TO STO-TBL-RETRY-DATE(STO-TABLE-SUB)
0027DD         ELSE
0027DE             MOVE ZERO TO STO-TBL-RETRY-DATE(STO-TABLE-SUB)
0027DF         END-IF.
0027DG         ADD 1 TO STO-HELD-COUNT.
0027DH         PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT.
0027DI 2750-EXIT.
0027DJ         EXIT.
0027DK*  THE ITEM IS NOT PAID.  THE CUSTOMER IS WRITTEN TO AND THE
0027DL*  ORDER MOVES ON TO ITS NEXT DUE DATE.
0027DM 2800-FAIL-ITEM.
0027DN         MOVE "F" TO STO-FUNDS-OUTCOME.
0027DO         MOVE "F" TO STO-TBL-STATUS(STO-TABLE-SUB).
0027DP         MOVE STO-RUN-DATE TO STO-TBL-FAILED-DATE(STO-TABLE-SUB).
0027DQ         MOVE ZERO TO STO-TBL-RETRY-DATE(STO-TABLE-SUB).
0027DR         ADD 1 TO STO-FAILED-COUNT.
0027DS         PERFORM 2900-NOTE-EXCEPTION THRU 2900-EXIT.
0027DT         MOVE ZERO TO STO-TBL-ATTEMPTS(STO-TABLE-SUB).
0027DU         MOVE "Q" TO NTQ-FUNCTION.
0027DV         MOVE "STORDGEN" TO NTQ-PROGRAM-ID.
0027DW         MOVE "SOFL" TO NTQ-LETTER-CODE.
0027DX         MOVE STO-TBL-ACCOUNT(STO-TABLE-SUB) TO NTQ-ACCOUNT-NO.
0027DY         MOVE STO-TBL-BRANCH(STO-TABLE-SUB) TO NTQ-BRANCH-CODE.
0027DZ         MOVE STO-TBL-AMOUNT(STO-TABLE-SUB) TO NTQ-AMOUNT.
0027EA         MOVE STO-TBL-NEXT-DUE(STO-TABLE-SUB) TO NTQ-EVENT-DATE.
0027EB         MOVE "STANDING ORDER" TO NTQ-REFERENCE.
0027EC         CALL "NOTICEQ" USING NOTICE-QUEUE-AREA.
0027ED         IF NTQ-QUEUED
0027EE             ADD 1 TO STO-NOTICE-COUNT
0027EF         ELSE
0027EG             DISPLAY "STORDGEN: NOTICREQ UNAVAILABLE - NO NOTICE "
0027EH                 "FOR " STO-TBL-ACCOUNT(STO-TABLE-SUB)
0027EI         END-IF.
0027EJ 2800-EXIT.
0027EK         EXIT.
0027EL 2900-NOTE-EXCEPTION.
0027EM         IF STO-EXC-COUNT = 500
0027EN             ADD 1 TO STO-UNLISTED-COUNT
0027EO             GO TO 2900-EXIT
0027EP         END-IF.
0027EQ         ADD 1 TO STO-EXC-COUNT.
0027ER         MOVE STO-TBL-BRANCH(STO-TABLE-SUB)
0027ES             TO STO-EXC-BRANCH(STO-EXC-COUNT).
0027ET         MOVE STO-TBL-ACCOUNT(STO-TABLE-SUB)
0027EU             TO STO-EXC-ACCOUNT(STO-EXC-COUNT).
0027EV         MOVE STO-TBL-NEXT-DUE(STO-TABLE-SUB)
0027EW             TO STO-EXC-DUE-DATE(STO-EXC-COUNT).
0027EX         MOVE STO-TBL-TYPE(STO-TABLE-SUB)
0027EY             TO STO-EXC-TYPE(STO-EXC-COUNT).
0027EZ         MOVE STO-TBL-AMOUNT(STO-TABLE-SUB)
0027FA             TO STO-EXC-AMOUNT(STO-EXC-COUNT).
0027FB         MOVE STO-FND-AVAILABLE(STO-FND-IDX)
0027FC             TO STO-EXC-AVAILABLE(STO-EXC-COUNT).
0027FD         MOVE STO-TBL-STATUS(STO-TABLE-SUB)
0027FE             TO STO-EXC-STATUS(STO-EXC-COUNT).
0027FF         MOVE STO-TBL-ATTEMPTS(STO-TABLE-SUB)
0027FG             TO STO-EXC-ATTEMPTS(STO-EXC-COUNT).
0027FH         MOVE STO-TBL-RETRY-DATE(STO-TABLE-SUB)
0027FI             TO STO-EXC-RETRY-DATE(STO-EXC-COUNT).
0027FJ 2900-EXIT.
0027FK         EXIT.
002780 3000-REWRITE-ORDERS.
002790         IF STO-TABLE-COUNT = ZERO
002800             GO TO 3000-EXIT
003010             TO ORD-FREQUENCY.
003020         MOVE STO-TBL-NEXT-DUE(STO-TABLE-SUB)
003030             TO ORD-NEXT-DUE-DATE.
00303A         MOVE STO-TBL-STATUS(STO-TABLE-SUB) TO ORD-ITEM-STATUS.
00303B         MOVE STO-TBL-ATTEMPTS(STO-TABLE-SUB)
00303C             TO ORD-ATTEMPT-COUNT.
00303D         MOVE STO-TBL-RETRY-DATE(STO-TABLE-SUB) TO ORD-RETRY-DATE.
00303E         MOVE STO-TBL-FAILED-DATE(STO-TABLE-SUB)
00303F             TO ORD-LAST-FAILED-DATE.
003040         WRITE ORDER-RECORD.
003050 3100-EXIT.
003060         EXIT.
0030AA*---------------------------------------------------------------
0030AB*  4000-PRINT-EXCEPTIONS.  STORDFRP: THE MORNING'S FAILED AND
0030AC*  HELD ITEMS, BRANCH BY BRANCH, EACH BRANCH ON ITS OWN PAGE
0030AD*  WITH ITS OWN TOTALS, SO EACH CAN BE SENT TO ITS BRANCH.
0030AE*---------------------------------------------------------------
0030AF 4000-PRINT-EXCEPTIONS.
0030AG         IF NOT STO-REPORT-OPEN
0030AH             GO TO 4000-EXIT
0030AI         END-IF.
0030AJ         IF STO-EXC-COUNT = ZERO
0030AK             PERFORM 4500-WRITE-PAGE-HEADER THRU 4500-EXIT
0030AL             MOVE SPACES TO REPORT-RECORD
0030AM             MOVE "NO STANDING ORDER ITEMS FAILED OR HELD TODAY"
0030AN                 TO REPORT-RECORD
0030AO             WRITE REPORT-RECORD
0030AP             GO TO 4000-EXIT
0030AQ         END-IF.
0030AR         SORT SORT-WORK-FILE
0030AS             ON ASCENDING KEY SRT-BRANCH-CODE
0030AT             ON ASCENDING KEY SRT-ACCOUNT-NO
0030AU             ON ASCENDING KEY SRT-DUE-DATE
0030AV             INPUT PROCEDURE IS 4100-RELEASE-EXCEPTIONS
0030AW                 THRU 4100-EXIT
0030AX             OUTPUT PROCEDURE IS 4200-PRINT-BY-BRANCH
0030AY                 THRU 4200-EXIT.
0030AZ 4000-EXIT.
0030BA         EXIT.
0030BB 4100-RELEASE-EXCEPTIONS.
0030BC         PERFORM 4150-RELEASE-ONE-EXCEPTION THRU 4150-EXIT
0030BD             VARYING STO-EXC-SUB FROM 1 BY 1
0030BE             UNTIL STO-EXC-SUB > STO-EXC-COUNT.
0030BF 4100-EXIT.
0030BG         EXIT.
0030BH 4150-RELEASE-ONE-EXCEPTION.
0030BI         MOVE STO-EXC-BRANCH(STO-EXC-SUB) TO SRT-BRANCH-CODE.
0030BJ         MOVE STO-EXC-ACCOUNT(STO-EXC-SUB) TO SRT-ACCOUNT-NO.
0030BK         MOVE STO-EXC-DUE-DATE(STO-EXC-SUB) TO SRT-DUE-DATE.
0030BL         MOVE STO-EXC-TYPE(STO-EXC-SUB) TO SRT-RECORD-TYPE.
0030BM         MOVE STO-EXC-AMOUNT(STO-EXC-SUB) TO SRT-AMOUNT.
0030BN         MOVE STO-EXC-AVAILABLE(STO-EXC-SUB) TO SRT-AVAILABLE.
0030BO         MOVE STO-EXC-STATUS(STO-EXC-SUB) TO SRT-STATUS.
0030BP         MOVE STO-EXC-ATTEMPTS(STO-EXC-SUB) TO SRT-ATTEMPTS.
0030BQ         MOVE STO-EXC-RETRY-DATE(STO-EXC-SUB) TO SRT-RETRY-DATE.
0030BR         RELEASE SORT-WORK-RECORD.
0030BS 4150-EXIT.
0030BT         EXIT.
0030BU 4200-PRINT-BY-BRANCH.
0030BV         PERFORM 4300-PRINT-ONE-ITEM THRU 4300-EXIT
0030BW             UNTIL STO-SORT-AT-END.
0030BX         IF STO-LAST-BRANCH NOT = SPACES
0030BY             PERFORM 4400-BRANCH-TOTALS THRU 4400-EXIT
0030BZ         END-IF.
0030CA         MOVE SPACES TO REPORT-RECORD.
0030CB         WRITE REPORT-RECORD.
0030CC         MOVE STO-FAILED-COUNT TO STO-COUNT-EDIT.
0030CD         MOVE STO-TOT-FAILED-AMOUNT TO STO-TOTAL-EDIT.
0030CE         MOVE SPACES TO REPORT-RECORD.
0030CF         STRING "ALL BRANCHES    FAILED " STO-COUNT-EDIT
0030CG             "  " STO-TOTAL-EDIT
0030CH             DELIMITED BY SIZE INTO REPORT-RECORD.
0030CI         WRITE REPORT-RECORD.
0030CJ         MOVE STO-HELD-COUNT TO STO-COUNT-EDIT.
0030CK         MOVE STO-TOT-HELD-AMOUNT TO STO-TOTAL-EDIT.
0030CL         MOVE SPACES TO REPORT-RECORD.
0030CM         STRING "                HELD   " STO-COUNT-EDIT
0030CN             "  " STO-TOTAL-EDIT
0030CO             DELIMITED BY SIZE INTO REPORT-RECORD.
0030CP         WRITE REPORT-RECORD.
0030CQ         IF STO-UNLISTED-COUNT > ZERO
0030CR             MOVE STO-UNLISTED-COUNT TO STO-COUNT-EDIT
0030CS             MOVE SPACES TO REPORT-RECORD
0030CT             STRING "** " STO-COUNT-EDIT
0030CU                 " MORE ITEMS NOT LISTED - TABLE FULL **"
0030CV                 DELIMITED BY SIZE INTO REPORT-RECORD
0030CW             WRITE REPORT-RECORD
0030CX         END-IF.
0030CY 4200-EXIT.
0030CZ         EXIT.
0030DA 4300-PRINT-ONE-ITEM.
0030DB         RETURN SORT-WORK-FILE
0030DC             AT END
0030DD                 MOVE "Y" TO STO-SORT-EOF-SWITCH
0030DE                 GO TO 4300-EXIT
0030DF         END-RETURN.
0030DG         IF SRT-BRANCH-CODE NOT = STO-LAST-BRANCH
0030DH             IF STO-LAST-BRANCH NOT = SPACES
0030DI                 PERFORM 4400-BRANCH-TOTALS THRU 4400-EXIT
0030DJ             END-IF
0030DK             MOVE SRT-BRANCH-CODE TO STO-LAST-BRANCH
0030DL             PERFORM 4500-WRITE-PAGE-HEADER THRU 4500-EXIT
0030DM         END-IF.
0030DN         MOVE SPACES TO STO-STATUS-WORDS.
0030DO         IF SRT-STATUS = "F"
0030DP             MOVE "FAILED - CUSTOMER NOTIFIED" TO STO-STATUS-WORDS
0030DQ             ADD 1 TO STO-BR-FAILED-COUNT
0030DR             ADD SRT-AMOUNT TO STO-BR-FAILED-AMOUNT
0030DS         ELSE
0030DT             MOVE SRT-ATTEMPTS TO STO-ATTEMPT-EDIT
0030DU             MOVE STO-RETRY-LIMIT TO STO-LIMIT-EDIT
0030DV             STRING "HELD " STO-ATTEMPT-EDIT " OF " STO-LIMIT-EDIT
0030DW                 ", RETRY " SRT-RETRY-DATE
0030DX                 DELIMITED BY SIZE INTO STO-STATUS-WORDS
0030DY             ADD 1 TO STO-BR-HELD-COUNT
0030DZ             ADD SRT-AMOUNT TO STO-BR-HELD-AMOUNT
0030EA         END-IF.
0030EB         MOVE SRT-AMOUNT TO STO-AMOUNT-EDIT.
0030EC         MOVE SRT-AVAILABLE TO STO-AVAILABLE-EDIT.
0030ED         MOVE SPACES TO REPORT-RECORD.
0030EE         STRING SRT-ACCOUNT-NO "  " SRT-RECORD-TYPE "    "
0030EF             SRT-DUE-DATE "  " STO-AMOUNT-EDIT "  "
0030EG             STO-AVAILABLE-EDIT "  " STO-STATUS-WORDS
0030EH             DELIMITED BY SIZE INTO REPORT-RECORD.
0030EI         WRITE REPORT-RECORD.
0030EJ 4300-EXIT.
0030EK         EXIT.
0030EL 4400-BRANCH-TOTALS.
0030EM         MOVE SPACES TO REPORT-RECORD.
0030EN         WRITE REPORT-RECORD.
0030EO         MOVE STO-BR-FAILED-COUNT TO STO-COUNT-EDIT.
0030EP         MOVE STO-BR-FAILED-AMOUNT TO STO-TOTAL-EDIT.
0030EQ         MOVE SPACES TO REPORT-RECORD.
0030ER         STRING "BRANCH " STO-LAST-BRANCH "      FAILED "
0030ES             STO-COUNT-EDIT "  " STO-TOTAL-EDIT
0030ET             DELIMITED BY SIZE INTO REPORT-RECORD.
0030EU         WRITE REPORT-RECORD.
0030EV         MOVE STO-BR-HELD-COUNT TO STO-COUNT-EDIT.
0030EW         MOVE STO-BR-HELD-AMOUNT TO STO-TOTAL-EDIT.
0030EX         MOVE SPACES TO REPORT-RECORD.
0030EY         STRING "                HELD   " STO-COUNT-EDIT
0030EZ             "  " STO-TOTAL-EDIT
0030FA             DELIMITED BY SIZE INTO REPORT-RECORD.
0030FB         WRITE REPORT-RECORD.
0030FC         ADD STO-BR-FAILED-AMOUNT TO STO-TOT-FAILED-AMOUNT.
0030FD         ADD STO-BR-HELD-AMOUNT TO STO-TOT-HELD-AMOUNT.
0030FE         MOVE ZERO TO STO-BR-FAILED-COUNT.
0030FF         MOVE ZERO TO STO-BR-FAILED-AMOUNT.
0030FG         MOVE ZERO TO STO-BR-HELD-COUNT.
0030FH         MOVE ZERO TO STO-BR-HELD-AMOUNT.
0030FI 4400-EXIT.
0030FJ         EXIT.
0030FK 4500-WRITE-PAGE-HEADER.
0030FL         ADD 1 TO STO-PAGE-COUNT.
0030GQ         IF STO-PAGE-COUNT > 1
0030GR             MOVE SPACES TO REPORT-RECORD
0030GS             WRITE REPORT-RECORD
0030GT         END-IF.
0030FM         MOVE STO-PAGE-COUNT TO STO-PAGE-NO-EDIT.
0030FN         MOVE SPACES TO REPORT-RECORD.
0030FO         IF STO-LAST-BRANCH = SPACES
0030FP             STRING "STANDING ORDER FAILURES - ALL BRANCHES"
0030FQ                 "   RUN DATE: " STO-RUN-DATE
0030FR                 "   PAGE: " STO-PAGE-NO-EDIT
0030FS                 DELIMITED BY SIZE INTO REPORT-RECORD
0030FT         ELSE
0030FU             STRING "STANDING ORDER FAILURES - BRANCH "
0030FV                 STO-LAST-BRANCH
0030FW                 "   RUN DATE: " STO-RUN-DATE
0030FX                 "   PAGE: " STO-PAGE-NO-EDIT
0030FY                 DELIMITED BY SIZE INTO REPORT-RECORD
0030FZ         END-IF.
0030GA         WRITE REPORT-RECORD.
0030GB         MOVE STO-RETRY-LIMIT TO STO-LIMIT-EDIT.
0030GC         MOVE SPACES TO REPORT-RECORD.
0030GD         STRING "ITEMS THE PAYING ACCOUNT CANNOT COVER ARE "
0030GE             "RETRIED ON UP TO " STO-LIMIT-EDIT " BUSINESS DAYS"
0030GF             DELIMITED BY SIZE INTO REPORT-RECORD.
0030GG         WRITE REPORT-RECORD.
0030GH         MOVE SPACES TO REPORT-RECORD.
0030GI         WRITE REPORT-RECORD.
0030GJ         MOVE SPACES TO REPORT-RECORD.
0030GK         STRING "ACCOUNT     TYPE  DUE DATE          AMOUNT"
0030GL             "        AVAILABLE  STATUS"
0030GM             DELIMITED BY SIZE INTO REPORT-RECORD.
0030GN         WRITE REPORT-RECORD.
0030GO 4500-EXIT.
0030GP         EXIT.
003070 8000-TERMINATE.
003080         IF STO-GENERATED-FILE-OK
003090             CLOSE GENERATED-FILE
003100         END-IF.
00310A         IF STO-BALANCE-OPEN
00310B             CLOSE BALANCE-FILE
00310C         END-IF.
00310D         IF STO-REPORT-OPEN
00310E             CLOSE REPORT-FILE
00310F         END-IF.
00310G         IF STO-NOTICE-COUNT > ZERO
00310H             MOVE "E" TO NTQ-FUNCTION
00310I             CALL "NOTICEQ" USING NOTICE-QUEUE-AREA
00310J         END-IF.
003110         DISPLAY "----------------------------------------------".
003120         DISPLAY "ORDERS ON FILE     = " STO-ORDER-COUNT.
003130         DISPLAY "ITEMS GENERATED    = " STO-GENERATED-COUNT.
003140         DISPLAY "ORDERS SKIPPED     = " STO-BAD-ORDER-COUNT.
00314A         DISPLAY "ITEMS HELD         = " STO-HELD-COUNT.
00314B         DISPLAY "HELD ITEMS PAID    = " STO-RETRIED-COUNT.
00314C         DISPLAY "ITEMS FAILED       = " STO-FAILED-COUNT.
00314D         DISPLAY "FAILURE NOTICES    = " STO-NOTICE-COUNT.
00314E         IF STO-FAILED-COUNT > ZERO
00314F             MOVE 4 TO RETURN-CODE
00314G         ELSE
00314H             MOVE ZERO TO RETURN-CODE
00314I         END-IF.
003150         DISPLAY "STORDGEN: JOB COMPLETE".
003160 8000-EXIT.
003170         EXIT.
