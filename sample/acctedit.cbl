000394*                  EDITED TOO: "E", "P" OR SPACES PASS,
000396*                  ANYTHING ELSE REJECTS THE ROW -- STMTGEN
000398*                  SPLITS ITS OUTPUT ON THIS CODE.
00039A*  10/15/2026 DCG  THE PRODUCT CODE IN COLS 15-16 IS NOW EDITED
00039B*                  AGAINST THE PRODMST PRODUCT MASTER: SPACES
00039C*                  (NO PRODUCT) OR A CODE ON PRODMST PASSES,
00039D*                  ANYTHING ELSE REJECTS THE ROW.  WITH NO
00039E*                  PRODMST ON FILE EVERY CODE PASSES, THE SAME
00039F*                  WAY A MISSING STMTCYCL DOES.
00039G*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00039H*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00039I*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
00039J*  10/15/2026 DCG  THE ACCOUNT CURRENCY IN COLS 17-19 IS NOW
00039K*                  EDITED AGAINST CURRATES: SPACES (LOCAL) OR A
00039L*                  CODE ON CURRATES PASSES, ANYTHING ELSE
00039M*                  REJECTS THE ROW, SO BALPOST IS NEVER HANDED
00039N*                  A BALANCE IN A CURRENCY IT CANNOT PRICE.
00039O*                  WITH NO CURRATES ON FILE EVERY FOREIGN CODE
00039P*                  REJECTS, AS IT DOES IN SAMPLE.
000400*---------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000630         SELECT CYCLE-CALENDAR-FILE ASSIGN TO "STMTCYCL"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS AED-CYCCAL-FILE-STATUS.
00065A         SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMST"
00065B             ORGANIZATION IS LINE SEQUENTIAL
00065C             FILE STATUS IS AED-PRODMST-FILE-STATUS.
00065D         SELECT RATE-FILE ASSIGN TO "CURRATES"
00065E             ORGANIZATION IS LINE SEQUENTIAL
00065F             FILE STATUS IS AED-RATE-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ACCOUNT-FEED-FILE.
000750         05  ACF-CYCLE-CODE          PIC X(02).
000752         05  ACF-DELIVERY-CODE       PIC X(01).
000754             88  ACF-DELIVERY-VALID      VALUES "E" "P" SPACE.
000760         05  ACF-PRODUCT-CODE        PIC X(02).
00076A         05  ACF-CURRENCY-CODE       PIC X(03).
00076B             88  ACF-LOCAL-CURRENCY      VALUE SPACES.
000761         05  FILLER                  PIC X(01).
000770 01  ACCOUNT-FEED-TRAILER REDEFINES ACCOUNT-FEED-RECORD.
000780         05  FILLER                  PIC X(10).
000790         05  ACT-EXPECTED-COUNT      PIC 9(09).
000880 01  CYCLE-CALENDAR-RECORD.
000890         05  CYC-CYCLE-CODE          PIC X(02).
000900         05  CYC-CUT-DAY             PIC 9(02).
00090A FD  PRODUCT-MASTER-FILE.
00090B     COPY PRODREC.
00090C FD  RATE-FILE.
00090D 01  RATE-RECORD.
00090E         05  RTE-CURRENCY-CODE       PIC X(03).
00090F         05  RTE-RATE                PIC 9(04)V9(06).
00090G         05  RTE-RATE-DATE           PIC 9(08).
000910 WORKING-STORAGE SECTION.
000920 01  AED-FILE-STATUS-VALUES.
000930         05  AED-FEED-FILE-STATUS    PIC X(02).
001000             88  AED-MASTER-FILE-OK      VALUE "00".
001010         05  AED-CYCCAL-FILE-STATUS  PIC X(02).
001020             88  AED-CYCCAL-FILE-OK      VALUE "00".
00102A         05  AED-PRODMST-FILE-STATUS PIC X(02).
00102B             88  AED-PRODMST-FILE-OK     VALUE "00".
00102C         05  AED-RATE-FILE-STATUS    PIC X(02).
00102D             88  AED-RATE-FILE-OK        VALUE "00".
001030 01  AED-SWITCHES.
001040         05  AED-EOF-SWITCH          PIC X(01) VALUE "N".
001050             88  AED-END-OF-FILE         VALUE "Y".
001110             88  AED-TRAILER-SEEN        VALUE "Y".
001120         05  AED-CYCLE-OK-SWITCH     PIC X(01) VALUE "N".
001130             88  AED-CYCLE-KNOWN         VALUE "Y".
00113A         05  AED-PRD-EOF-SWITCH      PIC X(01) VALUE "N".
00113B             88  AED-PRODUCTS-AT-END     VALUE "Y".
00113C         05  AED-PRODUCT-OK-SWITCH   PIC X(01) VALUE "N".
00113D             88  AED-PRODUCT-KNOWN       VALUE "Y".
00113E         05  AED-RTE-EOF-SWITCH      PIC X(01) VALUE "N".
00113F             88  AED-RATES-AT-END        VALUE "Y".
00113G         05  AED-CURRENCY-OK-SWITCH  PIC X(01) VALUE "N".
00113H             88  AED-CURRENCY-KNOWN      VALUE "Y".
001140 01  AED-RUN-DATE                PIC 9(08) VALUE ZERO.
001150 01  AED-PARM-STRING             PIC X(05) VALUE SPACES.
001160 01  AED-PARM-CLOSE-PCT          PIC 9(03) VALUE 020.
001270         05  AED-CYC-ENTRY OCCURS 20 TIMES
001280                 INDEXED BY AED-CYC-IDX.
001290             10  AED-CYC-CODE        PIC X(02).
00129A 01  AED-PRODUCT-TABLE.
00129B         05  AED-PRD-COUNT           PIC 9(02) COMP VALUE ZERO.
00129C         05  AED-PRD-ENTRY OCCURS 50 TIMES
00129D                 INDEXED BY AED-PRD-IDX.
00129E             10  AED-PRD-CODE        PIC X(02).
00129F*  THE CURRENCIES CURRATES CARRIES A RATE FOR.
00129G 01  AED-CURRENCY-TABLE.
00129H         05  AED-CCY-COUNT           PIC 9(02) COMP VALUE ZERO.
00129I         05  AED-CCY-ENTRY OCCURS 20 TIMES
00129J                 INDEXED BY AED-CCY-IDX.
00129K             10  AED-CCY-CODE        PIC X(03).
001300 01  AED-VERDICT-CODE            PIC 9(02) VALUE ZERO.
00130A     COPY RUNDATEC.
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390         STOP RUN.
001400 1000-INITIALIZE.
001410         DISPLAY "ACCTEDIT: JOB STARTING".
001420         CALL "RUNDATE" USING RUN-DATE-AREA.
00142A         MOVE RDT-RUN-DATE TO AED-RUN-DATE.
001430         ACCEPT AED-PARM-STRING FROM COMMAND-LINE.
001440         IF AED-PARM-STRING NOT = SPACES
001450             UNSTRING AED-PARM-STRING DELIMITED BY ","
001580             GO TO 1000-EXIT
001590         END-IF.
001600         PERFORM 1100-LOAD-CYCLE-CODES THRU 1100-EXIT.
00160A         PERFORM 1160-LOAD-PRODUCT-CODES THRU 1160-EXIT.
00160B         PERFORM 1180-LOAD-CURRENCY-CODES THRU 1180-EXIT.
00160C         IF AED-VERDICT-CODE = 16
00160D             MOVE "Y" TO AED-EOF-SWITCH
00160E             GO TO 1000-EXIT
00160F         END-IF.
001610         PERFORM 1200-COUNT-OPEN-ACCOUNTS THRU 1200-EXIT.
001620         OPEN OUTPUT CLEAN-FEED-FILE.
001630         OPEN OUTPUT REJECT-REPORT-FILE.
001910         END-READ.
001920 1150-EXIT.
001930         EXIT.
001931*---------------------------------------------------------------
001932*  1160-LOAD-PRODUCT-CODES.  THE PRODMST PRODUCT CODES, FOR THE
001933*  2250 EDIT.  NO PRODMST MEANS AN EMPTY TABLE AND EVERY CODE
001934*  PASSES.
001935*---------------------------------------------------------------
001936 1160-LOAD-PRODUCT-CODES.
001937         OPEN INPUT PRODUCT-MASTER-FILE.
001938         IF NOT AED-PRODMST-FILE-OK
001939             GO TO 1160-EXIT
00193A         END-IF.
00193B         PERFORM 1170-LOAD-ONE-PRODUCT THRU 1170-EXIT
00193C             UNTIL AED-PRODUCTS-AT-END
00193D                 OR AED-PRD-COUNT = 50.
00193E         CLOSE PRODUCT-MASTER-FILE.
00193F 1160-EXIT.
00193G         EXIT.
00193H 1170-LOAD-ONE-PRODUCT.
00193I         READ PRODUCT-MASTER-FILE
00193J             AT END
00193K                 MOVE "Y" TO AED-PRD-EOF-SWITCH
00193L             NOT AT END
00193M                 ADD 1 TO AED-PRD-COUNT
00193N                 MOVE PRD-PRODUCT-CODE
00193O                     TO AED-PRD-CODE(AED-PRD-COUNT)
00193P         END-READ.
00193Q 1170-EXIT.
00193R         EXIT.
0019AA*---------------------------------------------------------------
0019AB*  1180-LOAD-CURRENCY-CODES.  THE CURRATES CURRENCY CODES, FOR
0019AC*  THE 2260 EDIT.  NO CURRATES MEANS AN EMPTY TABLE AND EVERY
0019AD*  FOREIGN CODE REJECTS; MORE CODES THAN THE TABLE HOLDS STOPS
0019AE*  THE EDIT RC 16 RATHER THAN REJECT GOOD ROWS.
0019AF*---------------------------------------------------------------
0019AG 1180-LOAD-CURRENCY-CODES.
0019AH         OPEN INPUT RATE-FILE.
0019AI         IF NOT AED-RATE-FILE-OK
0019AJ             DISPLAY "ACCTEDIT: NO CURRATES ON FILE - FOREIGN "
0019AK                 "CURRENCY ROWS WILL REJECT"
0019AL             GO TO 1180-EXIT
0019AM         END-IF.
0019AN         PERFORM 1190-LOAD-ONE-CURRENCY THRU 1190-EXIT
0019AO             UNTIL AED-RATES-AT-END
0019AP                 OR AED-CCY-COUNT = 20.
0019AQ         IF NOT AED-RATES-AT-END
0019AR             READ RATE-FILE
0019AS                 AT END
0019AT                     MOVE "Y" TO AED-RTE-EOF-SWITCH
0019AU             END-READ
0019AV         END-IF.
0019AW         CLOSE RATE-FILE.
0019AX         IF NOT AED-RATES-AT-END
0019AY             DISPLAY "ACCTEDIT: CURRATES HOLDS MORE THAN 20 "
0019AZ                 "CURRENCIES - FEED NOT EDITED"
0019BA             MOVE 16 TO AED-VERDICT-CODE
0019BB         END-IF.
0019BC 1180-EXIT.
0019BD         EXIT.
0019BE 1190-LOAD-ONE-CURRENCY.
0019BF         READ RATE-FILE
0019BG             AT END
0019BH                 MOVE "Y" TO AED-RTE-EOF-SWITCH
0019BI             NOT AT END
0019BJ                 ADD 1 TO AED-CCY-COUNT
0019BK                 MOVE RTE-CURRENCY-CODE
0019BL                     TO AED-CCY-CODE(AED-CCY-COUNT)
0019BM         END-READ.
0019BN 1190-EXIT.
0019BO         EXIT.
001940 1200-COUNT-OPEN-ACCOUNTS.
001950         OPEN INPUT ACCOUNT-MASTER-FILE.
001960         IF NOT AED-MASTER-FILE-OK
002344             PERFORM 2300-REJECT-ROW THRU 2300-EXIT
002346             GO TO 2000-NEXT
002348         END-IF.
00234A         PERFORM 2250-CHECK-PRODUCT-CODE THRU 2250-EXIT.
00234B         IF NOT AED-PRODUCT-KNOWN
00234C             PERFORM 2300-REJECT-ROW THRU 2300-EXIT
00234D             GO TO 2000-NEXT
00234E         END-IF.
00234F         PERFORM 2260-CHECK-CURRENCY-CODE THRU 2260-EXIT.
00234G         IF NOT AED-CURRENCY-KNOWN
00234H             PERFORM 2300-REJECT-ROW THRU 2300-EXIT
00234I             GO TO 2000-NEXT
00234J         END-IF.
002350         IF ACF-STATUS-CLOSING
002360             ADD 1 TO AED-CLOSING-COUNT
002370         END-IF.
002700         END-SEARCH.
002710 2200-EXIT.
002720         EXIT.
00272A*---------------------------------------------------------------
00272B*  2250-CHECK-PRODUCT-CODE.  SPACES IS NO PRODUCT AND ALWAYS
00272C*  PASSES; A NAMED PRODUCT MUST BE ON PRODMST.  WITH NO PRODUCT
00272D*  MASTER ON FILE EVERY CODE PASSES.
00272E*---------------------------------------------------------------
00272F 2250-CHECK-PRODUCT-CODE.
00272G         MOVE "Y" TO AED-PRODUCT-OK-SWITCH.
00272H         IF ACF-PRODUCT-CODE = SPACES
00272I             OR AED-PRD-COUNT = ZERO
00272J             GO TO 2250-EXIT
00272K         END-IF.
00272L         MOVE "N" TO AED-PRODUCT-OK-SWITCH.
00272M         SET AED-PRD-IDX TO 1.
00272N         SEARCH AED-PRD-ENTRY
00272O             AT END
00272P                 CONTINUE
00272Q             WHEN AED-PRD-CODE(AED-PRD-IDX) = ACF-PRODUCT-CODE
00272R                 MOVE "Y" TO AED-PRODUCT-OK-SWITCH
00272S         END-SEARCH.
00272T 2250-EXIT.
00272U         EXIT.
0027AA*---------------------------------------------------------------
0027AB*  2260-CHECK-CURRENCY-CODE.  SPACES IS THE LOCAL CURRENCY AND
0027AC*  ALWAYS PASSES; ANY OTHER CODE MUST HAVE A RATE ON CURRATES.
0027AD*---------------------------------------------------------------
0027AE 2260-CHECK-CURRENCY-CODE.
0027AF         MOVE "Y" TO AED-CURRENCY-OK-SWITCH.
0027AG         IF ACF-LOCAL-CURRENCY
0027AH             GO TO 2260-EXIT
0027AI         END-IF.
0027AJ         MOVE "N" TO AED-CURRENCY-OK-SWITCH.
0027AK         IF AED-CCY-COUNT = ZERO
0027AL             GO TO 2260-EXIT
0027AM         END-IF.
0027AN         SET AED-CCY-IDX TO 1.
0027AO         SEARCH AED-CCY-ENTRY
0027AP             AT END
0027AQ                 CONTINUE
0027AR             WHEN AED-CCY-CODE(AED-CCY-IDX) = ACF-CURRENCY-CODE
0027AS                 MOVE "Y" TO AED-CURRENCY-OK-SWITCH
0027AT         END-SEARCH.
0027AU 2260-EXIT.
0027AV         EXIT.
002730 2300-REJECT-ROW.
002740         ADD 1 TO AED-REJECT-COUNT.
002750         MOVE SPACES TO REJECT-REPORT-RECORD.
002760         STRING "LINE " AED-ROWS-READ " REJECTED: "
002770             ACCOUNT-FEED-RECORD(1:19)
002780             " - BAD ACCOUNT, STATUS, CYCLE, PRODUCT OR CURRENCY"
002790             DELIMITED BY SIZE INTO REJECT-REPORT-RECORD.
002800         WRITE REJECT-REPORT-RECORD.
002810 2300-EXIT.
