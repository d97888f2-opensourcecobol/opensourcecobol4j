000360*                  IS ZEROED AND STAMPED WITH THE CAPITALIZED
000370*                  DATE, SO A REPEATED REQUEST FINDS NOTHING
000380*                  LEFT TO SWEEP.
00038A*  10/15/2026 DCG  INTEREST WITHHOLDING TAX.  AN INTEREST CREDIT
00038B*                  CAPITALIZED FOR A CUSTOMER WHOSE CUS-WHT-CODE
00038C*                  (FOUND THROUGH ACCTXREF AND CUSTMST) NAMES A
00038D*                  WHTAXTB CATEGORY NOW HAS THAT CATEGORY'S RATE
00038E*                  WITHHELD AS A SEPARATE TYPE "12" DEBIT ITEM ON
00038F*                  INTCAPTRN, WHICH JOURNALS TO ITS OWN GL LINE.
00038G*                  A CODE WITH NO WHTAXTB ROW WITHHOLDS NOTHING,
00038H*                  IS NAMED ON THE CONSOLE AND ENDS THE RUN RC 4.
00038I*                  NO ACCTXREF, CUSTMST OR WHTAXTB MEANS NOTHING
00038J*                  IS WITHHELD, EXACTLY AS BEFORE.
00038K*  10/15/2026 DCG  THE "03" AND "12" ITEMS NOW CARRY THE
00038L*                  ACCRUAL'S INA-CURRENCY-CODE IN THE TRANS-
00038M*                  RECORD CURRENCY POSITION, SO A FOREIGN
00038N*                  ACCOUNT'S INTEREST POSTS BACK IN ITS OWN
00038O*                  CURRENCY UNCONVERTED.
00038P*  10/15/2026 DCG  EACH ACCRUAL SWEPT IS ALSO APPENDED TO THE
00038Q*                  INTACMOV MOVEMENT FILE (INTMOVRC) AS AN "R"
00038R*                  REVERSAL OF THE WHOLE ACCRUED AMOUNT, WITH
00038S*                  ITS CURRATES LOCAL EQUIVALENT, SO ACRVOUCH
00038T*                  REVERSES THE ACCRUED INTEREST OUT OF THE GL
00038U*                  AGAINST THE SAME ACCOUNTS IT WAS BUILT UP IN.
00038V*  10/15/2026 DCG  THE SWEEP ALSO ZEROES INA-BACKVALUE-AMOUNT,
00038W*                  THE BACK-VALUE PART OF THE ACCRUAL JUST
00038X*                  CAPITALIZED.
0003AA*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0003AB*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
0003AC*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000530         SELECT GENERATED-FILE ASSIGN TO "INTCAPTRN"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS ICP-GENERATED-FILE-STATUS.
00055N         SELECT MOVEMENT-FILE ASSIGN TO "INTACMOV"
00055O             ORGANIZATION IS LINE SEQUENTIAL
00055P             FILE STATUS IS ICP-MOVEMENT-FILE-STATUS.
00055A         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
00055B             ORGANIZATION IS INDEXED
00055C             ACCESS MODE IS RANDOM
00055D             RECORD KEY IS AXR-ACCOUNT-NO
00055E             FILE STATUS IS ICP-XREF-FILE-STATUS.
00055F         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
00055G             ORGANIZATION IS INDEXED
00055H             ACCESS MODE IS RANDOM
00055I             RECORD KEY IS CUS-CUSTOMER-NO
00055J             FILE STATUS IS ICP-MASTER-FILE-STATUS.
00055K         SELECT WHT-RATE-FILE ASSIGN TO "WHTAXTB"
00055L             ORGANIZATION IS LINE SEQUENTIAL
00055M             FILE STATUS IS ICP-RATE-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ACCRUAL-FILE.
000660         05  GEN-TRANS-DATE          PIC 9(08).
000670         05  GEN-AMOUNT              PIC 9(09)V99.
000680         05  GEN-DC-INDICATOR        PIC X(01).
000685         05  GEN-CURRENCY-CODE       PIC X(03).
000690         05  FILLER                  PIC X(16).
000700 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
000710         05  GTL-KEY                 PIC X(13).
000720         05  GTL-RECORD-TYPE         PIC X(02).
000730         05  GTL-RUN-DATE            PIC 9(08).
000740         05  GTL-EXPECTED-COUNT      PIC 9(09).
000750         05  FILLER                  PIC X(22).
00075A FD  ACCOUNT-XREF-FILE.
00075B     COPY CUSXREFC.
00075C FD  CUSTOMER-MASTER-FILE.
00075D     COPY CUSTREC.
00075E FD  WHT-RATE-FILE.
00075F     COPY WHTAXRC.
00075G FD  MOVEMENT-FILE.
00075H     COPY INTMOVRC.
000760 WORKING-STORAGE SECTION.
000770 01  ICP-FILE-STATUS-VALUES.
000780         05  ICP-ACCRUAL-FILE-STATUS PIC X(02).
000790             88  ICP-ACCRUAL-FILE-OK     VALUE "00".
000800         05  ICP-GENERATED-FILE-STATUS PIC X(02).
000810             88  ICP-GENERATED-FILE-OK   VALUE "00".
00081A         05  ICP-XREF-FILE-STATUS    PIC X(02).
00081B             88  ICP-XREF-FILE-OK        VALUE "00".
00081C         05  ICP-MASTER-FILE-STATUS  PIC X(02).
00081D             88  ICP-MASTER-FILE-OK      VALUE "00".
00081E         05  ICP-RATE-FILE-STATUS    PIC X(02).
00081F             88  ICP-RATE-FILE-OK        VALUE "00".
00081G         05  ICP-MOVEMENT-FILE-STATUS PIC X(02).
00081H             88  ICP-MOVEMENT-FILE-OK    VALUE "00".
000820 01  ICP-SWITCHES.
000830         05  ICP-EOF-SWITCH          PIC X(01) VALUE "N".
000840             88  ICP-END-OF-FILE         VALUE "Y".
00084A         05  ICP-RATE-EOF-SWITCH     PIC X(01) VALUE "N".
00084B             88  ICP-RATE-AT-END         VALUE "Y".
00084C         05  ICP-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
00084D             88  ICP-XREF-OPEN           VALUE "Y".
00084E         05  ICP-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
00084F             88  ICP-MASTER-OPEN         VALUE "Y".
000850 01  ICP-RUN-DATE                PIC 9(08) VALUE ZERO.
000860 01  ICP-COUNTERS.
000870         05  ICP-ACCOUNTS-READ       PIC 9(07) VALUE ZERO.
000880         05  ICP-ITEMS-GENERATED     PIC 9(09) VALUE ZERO.
000890         05  ICP-NOTHING-ACCRUED     PIC 9(07) VALUE ZERO.
00089A         05  ICP-TAX-ITEMS           PIC 9(07) VALUE ZERO.
00089B         05  ICP-UNRATED-COUNT       PIC 9(07) VALUE ZERO.
00089C         05  ICP-REVERSALS-WRITTEN   PIC 9(07) VALUE ZERO.
000900 01  ICP-WORK-FIELDS.
000910         05  ICP-CAPITALIZED-TOTAL   PIC S9(11)V99 COMP-3
000920                                         VALUE ZERO.
00092A         05  ICP-INTEREST-PAID       PIC S9(09)V99 COMP-3
00092B                                         VALUE ZERO.
00092C         05  ICP-TAX-AMOUNT          PIC S9(09)V99 COMP-3
00092D                                         VALUE ZERO.
00092E         05  ICP-WITHHELD-TOTAL      PIC S9(11)V99 COMP-3
00092F                                         VALUE ZERO.
00092G*  WHTAXTB IS A HANDFUL OF ROWS, LOADED ONCE AT START.
00092H 01  ICP-RATE-TABLE.
00092I         05  ICP-RATE-COUNT          PIC 9(02) COMP VALUE ZERO.
00092J         05  ICP-RATE-ENTRY OCCURS 20 TIMES
00092K                 INDEXED BY ICP-RATE-IDX.
00092L             10  ICP-RATE-CODE       PIC X(02).
00092M             10  ICP-RATE-PERCENT    PIC 9(02)V9(04).
000930         05  ICP-TOTAL-EDIT          PIC -(11)9.99.
000935     COPY FXCONVC.
00093A     COPY RUNDATEC.
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001010         STOP RUN.
001020 1000-INITIALIZE.
001030         DISPLAY "INTCAP: JOB STARTING".
001040         CALL "RUNDATE" USING RUN-DATE-AREA.
00104A         MOVE RDT-RUN-DATE TO ICP-RUN-DATE.
001050         OPEN I-O ACCRUAL-FILE.
001060         IF NOT ICP-ACCRUAL-FILE-OK
001070             DISPLAY "INTCAP: NO INTACCRU ON FILE - "
001160             MOVE "Y" TO ICP-EOF-SWITCH
001170             GO TO 1000-EXIT
001180         END-IF.
00118A         OPEN EXTEND MOVEMENT-FILE.
00118B         IF NOT ICP-MOVEMENT-FILE-OK
00118C             OPEN OUTPUT MOVEMENT-FILE
00118D         END-IF.
00118E         IF NOT ICP-MOVEMENT-FILE-OK
00118F             DISPLAY "INTCAP: CANNOT OPEN INTACMOV, STATUS = "
00118G                 ICP-MOVEMENT-FILE-STATUS
00118H             MOVE "Y" TO ICP-EOF-SWITCH
00118I             GO TO 1000-EXIT
00118J         END-IF.
00119A         PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
001190         PERFORM 2100-READ-ACCRUAL THRU 2100-EXIT.
001200 1000-EXIT.
001210         EXIT.
0012A1*---------------------------------------------------------------
0012A2*  1100-LOAD-RATES.  WITHHOLDING NEEDS ALL THREE FILES -- THE
0012A3*  RATES, AND ACCTXREF/CUSTMST TO FIND THE ACCOUNT'S CUSTOMER
0012A4*  AND ITS CATEGORY.  ANY ONE MISSING TURNS WITHHOLDING OFF.
0012A5*---------------------------------------------------------------
0012A6 1100-LOAD-RATES.
0012A7         OPEN INPUT WHT-RATE-FILE.
0012A8         IF NOT ICP-RATE-FILE-OK
0012A9             DISPLAY "INTCAP: NO WHTAXTB ON FILE - NO TAX "
0012AA                 "WITHHELD"
0012AB             GO TO 1100-EXIT
0012AC         END-IF.
0012AD         PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
0012AE             UNTIL ICP-RATE-AT-END
0012AF                 OR ICP-RATE-COUNT = 20.
0012AG         CLOSE WHT-RATE-FILE.
0012AH         OPEN INPUT ACCOUNT-XREF-FILE.
0012AI         IF ICP-XREF-FILE-OK
0012AJ             SET ICP-XREF-OPEN TO TRUE
0012AK         END-IF.
0012AL         OPEN INPUT CUSTOMER-MASTER-FILE.
0012AM         IF ICP-MASTER-FILE-OK
0012AN             SET ICP-MASTER-OPEN TO TRUE
0012AO         END-IF.
0012AP         IF NOT ICP-XREF-OPEN OR NOT ICP-MASTER-OPEN
0012AQ             DISPLAY "INTCAP: ACCTXREF OR CUSTMST NOT ON FILE - "
0012AR                 "NO TAX WITHHELD"
0012AS         END-IF.
0012AT 1100-EXIT.
0012AU         EXIT.
0012AV 1150-LOAD-ONE-RATE.
0012AW         READ WHT-RATE-FILE
0012AX             AT END
0012AY                 MOVE "Y" TO ICP-RATE-EOF-SWITCH
0012AZ             NOT AT END
0012B1                 ADD 1 TO ICP-RATE-COUNT
0012B2                 MOVE WHT-CODE TO ICP-RATE-CODE(ICP-RATE-COUNT)
0012B3                 MOVE WHT-RATE
0012B4                     TO ICP-RATE-PERCENT(ICP-RATE-COUNT)
0012B5         END-READ.
0012B6 1150-EXIT.
0012B7         EXIT.
001220 2000-SWEEP-ONE-ACCOUNT.
001230         ADD 1 TO ICP-ACCOUNTS-READ.
001240         IF INA-ACCRUED-AMOUNT = ZERO
001260             GO TO 2000-NEXT
001270         END-IF.
001280         PERFORM 2200-GENERATE-ITEM THRU 2200-EXIT.
00128A         IF INA-ACCRUED-AMOUNT < ZERO
00128B             PERFORM 2300-WITHHOLD-TAX THRU 2300-EXIT
00128C         END-IF.
00128D         PERFORM 2400-WRITE-REVERSAL THRU 2400-EXIT.
001290         ADD INA-ACCRUED-AMOUNT TO ICP-CAPITALIZED-TOTAL.
001300         MOVE ZERO TO INA-ACCRUED-AMOUNT.
001301         MOVE ZERO TO INA-BACKVALUE-AMOUNT.
001310         MOVE ICP-RUN-DATE TO INA-LAST-CAPITAL-DATE.
001320         REWRITE INTEREST-ACCRUAL-RECORD
001330             INVALID KEY
001580             MOVE INA-ACCRUED-AMOUNT TO GEN-AMOUNT
001590             MOVE SPACE TO GEN-DC-INDICATOR
001600         END-IF.
001605         MOVE INA-CURRENCY-CODE TO GEN-CURRENCY-CODE.
001610         WRITE GENERATED-RECORD.
001620         ADD 1 TO ICP-ITEMS-GENERATED.
001630 2200-EXIT.
001640         EXIT.
0016A1*---------------------------------------------------------------
0016A2*  2300-WITHHOLD-TAX.  ONLY INTEREST PAID TO THE CUSTOMER (A
0016A3*  CREDIT) IS TAXED.  THE TAX GOES OUT AS ITS OWN TYPE "12"
0016A4*  DEBIT, SAME BRANCH, ACCOUNT AND DATE AS THE INTEREST ITEM,
0016A5*  SO THE STATEMENT SHOWS THE GROSS INTEREST AND THE TAX
0016A6*  TAKEN FROM IT AS TWO LINES.
0016A7*---------------------------------------------------------------
0016A8 2300-WITHHOLD-TAX.
0016A9         IF ICP-RATE-COUNT = ZERO
0016AA             OR NOT ICP-XREF-OPEN
0016AB             OR NOT ICP-MASTER-OPEN
0016AC             GO TO 2300-EXIT
0016AD         END-IF.
0016AE         MOVE INA-ACCOUNT-NO TO AXR-ACCOUNT-NO.
0016AF         READ ACCOUNT-XREF-FILE
0016AG             INVALID KEY
0016AH                 GO TO 2300-EXIT
0016AI         END-READ.
0016AJ         MOVE AXR-CUSTOMER-NO TO CUS-CUSTOMER-NO.
0016AK         READ CUSTOMER-MASTER-FILE
0016AL             INVALID KEY
0016AM                 GO TO 2300-EXIT
0016AN         END-READ.
0016AO         IF CUS-NO-WITHHOLDING
0016AP             GO TO 2300-EXIT
0016AQ         END-IF.
0016AR         SET ICP-RATE-IDX TO 1.
0016AS         SEARCH ICP-RATE-ENTRY
0016AT             AT END
0016AU                 ADD 1 TO ICP-UNRATED-COUNT
0016AV                 DISPLAY "INTCAP: CUSTOMER " CUS-CUSTOMER-NO
0016AW                     " WITHHOLDING CODE " CUS-WHT-CODE
0016AX                     " NOT ON WHTAXTB - NOTHING WITHHELD"
0016AY                 GO TO 2300-EXIT
0016AZ             WHEN ICP-RATE-CODE(ICP-RATE-IDX) = CUS-WHT-CODE
0016B1                 CONTINUE
0016B2         END-SEARCH.
0016B3         COMPUTE ICP-INTEREST-PAID = ZERO - INA-ACCRUED-AMOUNT.
0016B4         COMPUTE ICP-TAX-AMOUNT ROUNDED =
0016B5             ICP-INTEREST-PAID * ICP-RATE-PERCENT(ICP-RATE-IDX)
0016B6                 / 100.
0016B7         IF ICP-TAX-AMOUNT NOT > ZERO
0016B8             GO TO 2300-EXIT
0016B9         END-IF.
0016BA         MOVE SPACES TO GENERATED-RECORD.
0016BB         MOVE INA-BRANCH-CODE TO GEN-BRANCH-CODE.
0016BC         MOVE INA-ACCOUNT-NO TO GEN-ACCOUNT-NO.
0016BD         MOVE "12" TO GEN-RECORD-TYPE.
0016BE         MOVE ICP-RUN-DATE TO GEN-TRANS-DATE.
0016BF         MOVE ICP-TAX-AMOUNT TO GEN-AMOUNT.
0016BG         MOVE SPACE TO GEN-DC-INDICATOR.
0016BZ         MOVE INA-CURRENCY-CODE TO GEN-CURRENCY-CODE.
0016BH         WRITE GENERATED-RECORD.
0016BI         ADD 1 TO ICP-ITEMS-GENERATED.
0016BJ         ADD 1 TO ICP-TAX-ITEMS.
0016BK         ADD ICP-TAX-AMOUNT TO ICP-WITHHELD-TOTAL.
0016BL 2300-EXIT.
0016BM         EXIT.
0016C1*---------------------------------------------------------------
0016C2*  2400-WRITE-REVERSAL.  THE WHOLE ACCRUAL COMES OFF THE GL
0016C3*  ACCRUAL ACCOUNTS ON THE SIDE IT WAS BUILT UP ON.
0016C4*---------------------------------------------------------------
0016C5 2400-WRITE-REVERSAL.
0016C6         MOVE SPACES TO INTEREST-MOVEMENT-RECORD.
0016C7         MOVE ICP-RUN-DATE TO IMV-RUN-DATE.
0016C8         MOVE INA-BRANCH-CODE TO IMV-BRANCH-CODE.
0016C9         MOVE INA-ACCOUNT-NO TO IMV-ACCOUNT-NO.
0016CA         MOVE "R" TO IMV-MOVE-TYPE.
0016CB         IF INA-ACCRUED-AMOUNT < ZERO
0016CC             MOVE "P" TO IMV-SIDE
0016CD         ELSE
0016CE             MOVE "R" TO IMV-SIDE
0016CF         END-IF.
0016CG         MOVE INA-CURRENCY-CODE TO IMV-CURRENCY-CODE.
0016CH         COMPUTE IMV-AMOUNT = ZERO - INA-ACCRUED-AMOUNT.
0016CI         IF INA-LOCAL-CURRENCY
0016CJ             MOVE IMV-AMOUNT TO IMV-LOCAL-AMOUNT
0016CK         ELSE
0016CL             MOVE "C" TO FXC-FUNCTION
0016CM             MOVE INA-CURRENCY-CODE TO FXC-FROM-CURRENCY
0016CN             MOVE SPACES TO FXC-TO-CURRENCY
0016CO             MOVE IMV-AMOUNT TO FXC-FROM-AMOUNT
0016CP             CALL "FXCONV" USING FX-CONVERT-AREA
0016CQ             IF FXC-SUCCESSFUL
0016CR                 MOVE FXC-RESULT-AMOUNT TO IMV-LOCAL-AMOUNT
0016CS             ELSE
0016CT                 MOVE ZERO TO IMV-LOCAL-AMOUNT
0016CU                 MOVE "N" TO IMV-RATE-SWITCH
0016CV             END-IF
0016CW         END-IF.
0016CX         WRITE INTEREST-MOVEMENT-RECORD.
0016CY         ADD 1 TO ICP-REVERSALS-WRITTEN.
0016CZ 2400-EXIT.
0016D0         EXIT.
001650*---------------------------------------------------------------
001660*  3000-WRITE-TRAILER.  THE TRAILER GOES OUT EVEN WHEN NOTHING
001670*  ACCRUED -- A TRAILERLESS INTCAPTRN ON TRANLIST WOULD FLUSH
001870         IF ICP-GENERATED-FILE-OK
001880             CLOSE GENERATED-FILE
001890         END-IF.
00189A         IF ICP-XREF-OPEN
00189B             CLOSE ACCOUNT-XREF-FILE
00189C         END-IF.
00189D         IF ICP-MASTER-OPEN
00189E             CLOSE CUSTOMER-MASTER-FILE
00189F         END-IF.
00189G         IF ICP-MOVEMENT-FILE-OK
00189H             CLOSE MOVEMENT-FILE
00189I         END-IF.
001900         MOVE ICP-CAPITALIZED-TOTAL TO ICP-TOTAL-EDIT.
001910         DISPLAY "----------------------------------------------".
001920         DISPLAY "ACCRUAL RECORDS READ   = " ICP-ACCOUNTS-READ.
001930         DISPLAY "ITEMS GENERATED        = " ICP-ITEMS-GENERATED.
001940         DISPLAY "NOTHING TO SWEEP       = " ICP-NOTHING-ACCRUED.
001950         DISPLAY "NET INTEREST SWEPT     = " ICP-TOTAL-EDIT.
001951         DISPLAY "REVERSALS FOR THE GL   = "
001952             ICP-REVERSALS-WRITTEN.
00195A         DISPLAY "TAX ITEMS GENERATED    = " ICP-TAX-ITEMS.
00195B         MOVE ICP-WITHHELD-TOTAL TO ICP-TOTAL-EDIT.
00195C         DISPLAY "TAX WITHHELD           = " ICP-TOTAL-EDIT.
00195D         IF ICP-UNRATED-COUNT > ZERO
00195E             DISPLAY "UNRATED WHT CODES      = " ICP-UNRATED-COUNT
00195F             MOVE 4 TO RETURN-CODE
00195G         END-IF.
001960         DISPLAY "INTCAP: JOB COMPLETE".
001970 8000-EXIT.
001980         EXIT.
