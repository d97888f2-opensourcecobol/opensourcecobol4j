000350*                  THROUGH THE SHARED WQOPEN, AND THE JOB ENDS
000360*                  RC 4 SO OPERATIONS SEES IT ON THE CONSOLE
000370*                  TOO.
00037A*  10/15/2026 DCG  AN ACCOUNT THAT WENT NEGATIVE TODAY (BALANCE
00037B*                  LESS THE DAY'S NET MOVEMENT WAS NOT NEGATIVE)
00037C*                  NOW ALSO GETS AN "OVDR" CUSTOMER NOTICE
00037D*                  QUEUED THROUGH THE SHARED NOTICEQ ROUTINE FOR
00037E*                  LTRGEN TO PRINT.  AN ACCOUNT ALREADY NEGATIVE
00037F*                  YESTERDAY IS NOT WRITTEN TO AGAIN.
00037G*  10/15/2026 DCG  FOREIGN-CURRENCY ACCOUNTS.  EACH LINE NOW
00037H*                  SHOWS THE BALANCE AND THE DAY'S MOVEMENT IN
00037I*                  THE ACCOUNT'S OWN CURRENCY (THE MOVEMENT
00037J*                  TABLE IS KEPT PER ITEM CURRENCY AND EXPRESSED
00037K*                  THROUGH FXCONV THE WAY BALPOST POSTED IT),
00037L*                  THE CURRENCY, AND THE BALANCE'S LOCAL
00037M*                  EQUIVALENT.  BRANCH AND TOTAL EXPOSURE AND
00037N*                  THE OPERATOR THRESHOLD ARE NOW LOCAL
00037O*                  EQUIVALENTS; A BALANCE CURRATES CANNOT PRICE
00037P*                  IS LISTED BUT LEFT OUT OF THEM.
00037Q*  10/15/2026 DCG  EXPOSURE IS NOW MEASURED ON AVAILABLE FUNDS:
00037R*                  AN ACCOUNT IS LISTED WHEN ABL-AVAILABLE-
00037S*                  BALANCE IS NEGATIVE, AND THAT FIGURE IS THE
00037T*                  BALANCE SHOWN, TOTALED, AND NOTIFIED -- A
00037U*                  LEDGER BALANCE PROPPED UP BY UNCOLLECTED
00037V*                  ITEMS NO LONGER HIDES AN OVERDRAWN ACCOUNT.
00037W*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00037X*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00037Y*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001030         05  OVD-ACCOUNTS-READ       PIC 9(07) VALUE ZERO.
001040         05  OVD-NEGATIVE-COUNT      PIC 9(07) VALUE ZERO.
001050         05  OVD-BRANCH-NEG-COUNT    PIC 9(05) VALUE ZERO.
001052         05  OVD-UNPRICED-COUNT      PIC 9(07) VALUE ZERO.
001060 01  OVD-BRANCH-MASTER-TABLE.
001070         05  OVD-BRM-COUNT           PIC 9(03) COMP VALUE ZERO.
001080         05  OVD-BRM-ENTRY OCCURS 100 TIMES
001270         05  OVD-MOV-ENTRY OCCURS 2000 TIMES
001280                 INDEXED BY OVD-MOV-IDX.
001290             10  OVD-MOV-KEY         PIC X(13).
001292             10  OVD-MOV-CURRENCY    PIC X(03).
001300             10  OVD-MOV-AMOUNT      PIC S9(09)V99 COMP-3.
001302             10  OVD-MOV-LOCAL       PIC S9(09)V99 COMP-3.
001304         05  OVD-MOV-SUB             PIC 9(04) COMP VALUE ZERO.
001310 01  OVD-MOVEMENT-WORK.
001320         05  OVD-LOOKUP-KEY          PIC X(13) VALUE SPACES.
001322         05  OVD-LOOKUP-CURRENCY     PIC X(03) VALUE SPACES.
001324         05  OVD-ITEM-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001326         05  OVD-LOCAL-BALANCE       PIC S9(11)V99 COMP-3
001328                                         VALUE ZERO.
00132A         05  OVD-PRICED-SWITCH       PIC X(01) VALUE "Y".
00132B             88  OVD-BALANCE-PRICED      VALUE "Y".
001330         05  OVD-DAY-MOVEMENT        PIC S9(09)V99 COMP-3
001340                                         VALUE ZERO.
001350 01  OVD-BREAK-FIELDS.
001440         05  OVD-BALANCE-EDIT        PIC -(11)9.99.
001450         05  OVD-MOVEMENT-EDIT       PIC -(9)9.99.
001460         05  OVD-COUNT-EDIT          PIC ZZZZ9.
001462         05  OVD-LOCAL-EDIT          PIC -(11)9.99.
001470 01  OVD-WORK-QUEUE-FIELDS.
001480         05  OVD-WQ-SOURCE           PIC X(08) VALUE "OVDRPT".
001490         05  OVD-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
00149A     COPY NOTICEQC.
00149B 01  OVD-PRIOR-BALANCE           PIC S9(11)V99 COMP-3 VALUE ZERO.
00149C 01  OVD-NOTICE-COUNT            PIC 9(07) VALUE ZERO.
00149D     COPY FXCONVC.
00149E     COPY RUNDATEC.
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570         STOP RUN.
001580 1000-INITIALIZE.
001590         DISPLAY "OVDRPT: JOB STARTING".
001600         CALL "RUNDATE" USING RUN-DATE-AREA.
00160A         MOVE RDT-RUN-DATE TO OVD-RUN-DATE.
001610         ACCEPT OVD-PARM-STRING FROM COMMAND-LINE.
001620         IF OVD-PARM-STRING NOT = SPACES
001630             UNSTRING OVD-PARM-STRING DELIMITED BY ","
001850             DELIMITED BY SIZE INTO REPORT-RECORD.
001860         WRITE REPORT-RECORD.
001870         MOVE SPACES TO REPORT-RECORD.
001880         STRING "BRANCH  ACCOUNT          AVAILABLE"
001890             "      DAY MOVEMENT  CCY  LOCAL EQUIVALENT"
001900             DELIMITED BY SIZE INTO REPORT-RECORD.
001910         WRITE REPORT-RECORD.
001920         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
003030         MOVE SPACES TO OVD-LOOKUP-KEY.
003040         STRING EXT-BRANCH-CODE EXT-ACCOUNT-NO
003050             DELIMITED BY SIZE INTO OVD-LOOKUP-KEY.
003052*  THE ACCOUNT'S CURRENCY IS NOT KNOWN UNTIL THE BALANCE PASS,
003054*  SO EACH ITEM CURRENCY IS KEPT APART IN ITS OWN UNITS.  A
003056*  RECORD FROM BEFORE EXTRREC CARRIED AN ORIGINAL AMOUNT IS A
003058*  LOCAL ITEM, THE WAY BALPOST TAKES IT.
00305A         IF EXT-ORIG-AMOUNT NUMERIC
00305B             MOVE EXT-CURRENCY-CODE TO OVD-LOOKUP-CURRENCY
00305C             MOVE EXT-ORIG-AMOUNT TO OVD-ITEM-AMOUNT
00305D         ELSE
00305E             MOVE SPACES TO OVD-LOOKUP-CURRENCY
00305F             MOVE EXT-AMOUNT TO OVD-ITEM-AMOUNT
00305G         END-IF.
003060         SET OVD-MOV-IDX TO 1.
003070         SEARCH OVD-MOV-ENTRY
003080             AT END
003090                 PERFORM 1380-ADD-MOVEMENT-ENTRY THRU 1380-EXIT
003100             WHEN OVD-MOV-KEY(OVD-MOV-IDX) = OVD-LOOKUP-KEY
003105                 AND OVD-MOV-CURRENCY(OVD-MOV-IDX)
003107                     = OVD-LOOKUP-CURRENCY
003110                 CONTINUE
003120         END-SEARCH.
003130         IF OVD-MOV-IDX > OVD-MOV-COUNT
003140             GO TO 1350-EXIT
003150         END-IF.
003160         IF EXT-IS-CREDIT
003170             SUBTRACT OVD-ITEM-AMOUNT
003180                 FROM OVD-MOV-AMOUNT(OVD-MOV-IDX)
003185             SUBTRACT EXT-AMOUNT
003187                 FROM OVD-MOV-LOCAL(OVD-MOV-IDX)
003190         ELSE
003200             ADD OVD-ITEM-AMOUNT TO OVD-MOV-AMOUNT(OVD-MOV-IDX)
003205             ADD EXT-AMOUNT TO OVD-MOV-LOCAL(OVD-MOV-IDX)
003210         END-IF.
003220 1350-EXIT.
003230         EXIT.
003290         ADD 1 TO OVD-MOV-COUNT.
003300         SET OVD-MOV-IDX TO OVD-MOV-COUNT.
003310         MOVE OVD-LOOKUP-KEY TO OVD-MOV-KEY(OVD-MOV-IDX).
003315         MOVE OVD-LOOKUP-CURRENCY
003317             TO OVD-MOV-CURRENCY(OVD-MOV-IDX).
003320         MOVE ZERO TO OVD-MOV-AMOUNT(OVD-MOV-IDX).
003325         MOVE ZERO TO OVD-MOV-LOCAL(OVD-MOV-IDX).
003330 1380-EXIT.
003340         EXIT.
003350 2000-REPORT-ONE-ACCOUNT.
003360         ADD 1 TO OVD-ACCOUNTS-READ.
003370         IF ABL-AVAILABLE-BALANCE NOT < ZERO
003380             GO TO 2000-NEXT
003390         END-IF.
003400         IF ABL-BRANCH-CODE NOT = OVD-CURRENT-BRANCH
003450         END-IF.
003460         ADD 1 TO OVD-NEGATIVE-COUNT.
003470         ADD 1 TO OVD-BRANCH-NEG-COUNT.
003475         PERFORM 2400-SET-LOCAL-BALANCE THRU 2400-EXIT.
003480         ADD OVD-LOCAL-BALANCE TO OVD-BRANCH-EXPOSURE.
003490         ADD OVD-LOCAL-BALANCE TO OVD-TOTAL-EXPOSURE.
003500         PERFORM 2200-FIND-DAY-MOVEMENT THRU 2200-EXIT.
003510         MOVE ABL-AVAILABLE-BALANCE TO OVD-BALANCE-EDIT.
003520         MOVE OVD-DAY-MOVEMENT TO OVD-MOVEMENT-EDIT.
003525         MOVE OVD-LOCAL-BALANCE TO OVD-LOCAL-EDIT.
003530         MOVE SPACES TO REPORT-RECORD.
003540         STRING ABL-BRANCH-CODE "     " ABL-ACCOUNT-NO "  "
003550             OVD-BALANCE-EDIT "  " OVD-MOVEMENT-EDIT
003552             "    " ABL-CURRENCY-CODE "  " OVD-LOCAL-EDIT
003560             DELIMITED BY SIZE INTO REPORT-RECORD.
003562         IF NOT OVD-BALANCE-PRICED
003564             MOVE "        NO RATE" TO REPORT-RECORD(60:15)
003566         END-IF.
003570         WRITE REPORT-RECORD.
00357A         PERFORM 2300-QUEUE-NOTICE THRU 2300-EXIT.
003580 2000-NEXT.
003590         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
003600 2000-EXIT.
003730         MOVE SPACES TO OVD-LOOKUP-KEY.
003740         STRING ABL-BRANCH-CODE ABL-ACCOUNT-NO
003750             DELIMITED BY SIZE INTO OVD-LOOKUP-KEY.
003760         PERFORM 2250-ADD-ONE-MOVEMENT THRU 2250-EXIT
003770             VARYING OVD-MOV-SUB FROM 1 BY 1
003780             UNTIL OVD-MOV-SUB > OVD-MOV-COUNT.
003840 2200-EXIT.
003850         EXIT.
003852*---------------------------------------------------------------
003853*  2250-ADD-ONE-MOVEMENT.  ONE ITEM-CURRENCY GROUP OF THE
003854*  ACCOUNT'S DAY, IN THE ACCOUNT'S CURRENCY AS BALPOST POSTED
003855*  IT.  A GROUP WITH NO RATE NEVER REACHED THE BALANCE.
003856*---------------------------------------------------------------
003857 2250-ADD-ONE-MOVEMENT.
003858         IF OVD-MOV-KEY(OVD-MOV-SUB) NOT = OVD-LOOKUP-KEY
003859             GO TO 2250-EXIT
00384A         END-IF.
00384B         MOVE "A" TO FXC-FUNCTION.
00384C         MOVE OVD-MOV-CURRENCY(OVD-MOV-SUB) TO FXC-FROM-CURRENCY.
00384D         MOVE OVD-MOV-AMOUNT(OVD-MOV-SUB) TO FXC-FROM-AMOUNT.
00384E         MOVE OVD-MOV-LOCAL(OVD-MOV-SUB) TO FXC-LOCAL-AMOUNT.
00384F         MOVE ABL-CURRENCY-CODE TO FXC-TO-CURRENCY.
00384G         CALL "FXCONV" USING FX-CONVERT-AREA.
00384H         IF FXC-SUCCESSFUL
00384I             ADD FXC-RESULT-AMOUNT TO OVD-DAY-MOVEMENT
00384J         END-IF.
00384K 2250-EXIT.
00384L         EXIT.
00384M*---------------------------------------------------------------
00384N*  2400-SET-LOCAL-BALANCE.  THE BALANCE'S LOCAL EQUIVALENT AT
00384O*  THE CURRATES RATE, FOR THE EXPOSURE FIGURES.
00384P*---------------------------------------------------------------
00384Q 2400-SET-LOCAL-BALANCE.
00384R         SET OVD-BALANCE-PRICED TO TRUE.
00384S         MOVE ABL-AVAILABLE-BALANCE TO OVD-LOCAL-BALANCE.
00384T         IF ABL-LOCAL-CURRENCY
00384U             GO TO 2400-EXIT
00384V         END-IF.
00384W         MOVE "C" TO FXC-FUNCTION.
00384X         MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY.
00384Y         MOVE SPACES TO FXC-TO-CURRENCY.
00384Z         MOVE ABL-AVAILABLE-BALANCE TO FXC-FROM-AMOUNT.
00385Z         CALL "FXCONV" USING FX-CONVERT-AREA.
0038L1         IF FXC-SUCCESSFUL
0038L2             MOVE FXC-RESULT-AMOUNT TO OVD-LOCAL-BALANCE
0038L3         ELSE
0038L4             MOVE "N" TO OVD-PRICED-SWITCH
0038L5             MOVE ZERO TO OVD-LOCAL-BALANCE
0038L6             ADD 1 TO OVD-UNPRICED-COUNT
0038L7         END-IF.
0038L8 2400-EXIT.
0038L9         EXIT.
00385A*---------------------------------------------------------------
00385B*  2300-QUEUE-NOTICE.  ONLY THE DAY AN ACCOUNT CROSSES INTO
00385C*  THE RED GETS A LETTER -- YESTERDAY'S BALANCE IS TODAY'S
00385D*  LESS THE DAY'S NET MOVEMENT.
00385E*---------------------------------------------------------------
00385F 2300-QUEUE-NOTICE.
00385G         COMPUTE OVD-PRIOR-BALANCE =
00385H             ABL-AVAILABLE-BALANCE - OVD-DAY-MOVEMENT.
00385I         IF OVD-PRIOR-BALANCE < ZERO
00385J             GO TO 2300-EXIT
00385K         END-IF.
00385L         MOVE SPACES TO NOTICE-QUEUE-AREA.
00385M         MOVE "Q" TO NTQ-FUNCTION.
00385N         MOVE "OVDRPT" TO NTQ-PROGRAM-ID.
00385O         MOVE "OVDR" TO NTQ-LETTER-CODE.
00385P         MOVE ABL-ACCOUNT-NO TO NTQ-ACCOUNT-NO.
00385Q         MOVE ABL-BRANCH-CODE TO NTQ-BRANCH-CODE.
00385R         MOVE ABL-AVAILABLE-BALANCE TO NTQ-AMOUNT.
00385S         MOVE OVD-RUN-DATE TO NTQ-EVENT-DATE.
00385T         CALL "NOTICEQ" USING NOTICE-QUEUE-AREA.
00385U         IF NTQ-QUEUED
00385V             ADD 1 TO OVD-NOTICE-COUNT
00385W         END-IF.
00385X 2300-EXIT.
00385Y         EXIT.
003860 2500-BRANCH-BREAK.
003870         MOVE SPACES TO OVD-BRANCH-NAME.
003880         IF OVD-BRM-COUNT > ZERO
004520         IF OVD-REPORT-FILE-OK
004530             CLOSE REPORT-FILE
004540         END-IF.
00454A         MOVE "E" TO NTQ-FUNCTION.
00454B         CALL "NOTICEQ" USING NOTICE-QUEUE-AREA.
004550         DISPLAY "----------------------------------------------".
004560         DISPLAY "ACCOUNTS READ       = " OVD-ACCOUNTS-READ.
004570         DISPLAY "NEGATIVE ACCOUNTS   = " OVD-NEGATIVE-COUNT.
00457A         DISPLAY "OVERDRAWN NOTICES   = " OVD-NOTICE-COUNT.
00457B         IF OVD-UNPRICED-COUNT > ZERO
00457C             DISPLAY "UNPRICED (NO RATE)  = " OVD-UNPRICED-COUNT
00457D         END-IF.
004580         DISPLAY "OVDRPT: JOB COMPLETE, RETURN CODE "
004590             RETURN-CODE.
004600 8000-EXIT.
