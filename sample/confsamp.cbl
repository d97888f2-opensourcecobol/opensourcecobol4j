000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.                 CONFSAMP.
000030 AUTHOR.                     DATA CONTROL GROUP.
000040 INSTALLATION.               DAILY BATCH PROCESSING.
000050 DATE-WRITTEN.               10/15/2026.
000060 DATE-COMPILED.              10/15/2026.
000070*---------------------------------------------------------------
000080*  EXTERNAL AUDIT BALANCE CONFIRMATION SAMPLING.  DRAWS THE
000090*  AUDITORS' SAMPLE OF ACCOUNTS FROM THE BALSNAP SNAPSHOT OF A
000100*  GIVEN DATE (SNAPCATL, ACTIVE, THE LATEST GENERATION OF THE
000110*  DATE), PRINTS A CONFIRMATION LETTER FOR EACH ACCOUNT DRAWN
000120*  ON CONFLTR AND RECORDS IT ON AUDCONF (CONFRECC) FOR THE
000130*  REPLIES TO BE KEYED AGAINST THROUGH CONFMNT.  RUN BY
000140*  OPERATIONS WHEN THE AUDITORS ASK; NOT PART OF THE NIGHTLY
000150*  STREAM.
000160*
000170*  PARAMETER (COMMAND LINE):
000180*      SNAPDATE,METHOD,SIZE[,SEED[,L]]
000190*    SNAPDATE  YYYYMMDD OF THE SNAPSHOT TO SAMPLE.
000200*    METHOD    "M" MONETARY-UNIT: EVERY UNIT OF CURRENCY HAS
000210*              THE SAME CHANCE, SO AN ACCOUNT IS DRAWN IN
000220*              PROPORTION TO ITS BALANCE -- A SYSTEMATIC WALK
000230*              OF SIZE POINTS, ONE INTERVAL APART FROM A
000240*              RANDOM START, OVER THE CUMULATIVE BALANCES.
000250*              "S" STRATIFIED: THE ACCOUNTS ARE BANDED BY
000260*              BALANCE (CFS-STRATUM-VALUES BELOW); EVERY
000270*              ACCOUNT IN THE TOP BAND IS TAKEN AND THE REST
000280*              OF THE SAMPLE IS SHARED AMONG THE OTHER BANDS
000290*              BY THEIR VALUE, DRAWN AT RANDOM WITHIN EACH.
000300*    SIZE      THE NUMBER OF SELECTIONS WANTED.
000310*    SEED      THE STARTING SEED (1-2147483646).  BLANK TAKES
000320*              ONE FROM THE CLOCK.  THE SEED IS PRINTED, LOGGED
000330*              ON CONFLOG AND CARRIED ON EVERY AUDCONF RECORD:
000340*              THE SAME SNAPSHOT, METHOD, SIZE AND SEED ALWAYS
000350*              DRAW THE SAME ACCOUNTS.
000360*    L         LIST ONLY -- REPRODUCE THE SELECTION ON CONFLIST
000370*              WITHOUT PRINTING LETTERS OR TOUCHING AUDCONF.
000380*  A BALANCE IS WEIGHED AT ITS FXCONV LOCAL EQUIVALENT, SIGN
000390*  IGNORED (AN OVERDRAWN ACCOUNT IS CONFIRMED LIKE ANY OTHER);
000400*  ZERO BALANCES ARE NOT IN THE POPULATION.  THE RANDOM NUMBERS
000410*  ARE THE MINIMAL-STANDARD MULTIPLICATIVE GENERATOR (SEED TIMES
000420*  16807 MODULO 2**31 - 1), SO THE AUDITORS CAN RE-PERFORM IT.
000430*  THE LETTER IS ADDRESSED THROUGH MAILCHK; A CUSTOMER WHOSE
000440*  MAIL IS HELD, OR WHO HAS NO ADDRESS ON FILE, GETS NO LETTER
000450*  AND THE CONFIRMATION IS RECORDED "H" FOR ALTERNATIVE
000460*  PROCEDURES.  A SNAPSHOT DATE ALREADY SAMPLED ON AUDCONF IS
000470*  REFUSED -- USE "L" TO REPRODUCE IT.
000480*  RC 4 WHEN A BALANCE CANNOT BE CONVERTED OR A LETTER IS
000490*  HELD; RC 8 ON A BAD PARAMETER, NO SNAPSHOT OR A DATE
000500*  ALREADY SAMPLED; RC 16 WHEN A FILE CANNOT BE OPENED.
000510*  ------------------------------------------------------------
000520*  MODIFICATION HISTORY
000530*  ------------------------------------------------------------
000540*  DATE       BY   DESCRIPTION
000550*  ---------- ---- --------------------------------------------
000560*  10/15/2026 DCG  ORIGINAL PROGRAM.
00056A*  10/15/2026 DCG  THE BALSNAP SNAPSHOT RECORD IS NOW THE BALREC
00056B*                  COPYBOOK, NOT A HAND-CODED IMAGE, SO IT
00056C*                  FOLLOWS EVERY CHANGE TO THE ACCTBAL LAYOUT.
000570*---------------------------------------------------------------
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.
000610         LINUX.
000620 OBJECT-COMPUTER.
000630         LINUX.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660         SELECT SNAP-CATALOG-FILE ASSIGN TO "SNAPCATL"
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS CFS-CATALOG-FILE-STATUS.
000690         SELECT SNAPSHOT-FILE ASSIGN DYNAMIC CFS-SNAPSHOT-FILENAME
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS CFS-SNAPSHOT-FILE-STATUS.
000720         SELECT CONFIRMATION-FILE ASSIGN TO "AUDCONF"
000730             ORGANIZATION IS INDEXED
000740             ACCESS MODE IS DYNAMIC
000750             RECORD KEY IS CNF-KEY
000760             FILE STATUS IS CFS-CONFIRM-FILE-STATUS.
000770         SELECT LETTER-FILE ASSIGN TO "CONFLTR"
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS CFS-LETTER-FILE-STATUS.
000800         SELECT LISTING-FILE ASSIGN TO "CONFLIST"
000810             ORGANIZATION IS LINE SEQUENTIAL
000820             FILE STATUS IS CFS-LISTING-FILE-STATUS.
000830         SELECT SAMPLE-LOG-FILE ASSIGN TO "CONFLOG"
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS CFS-LOG-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  SNAP-CATALOG-FILE.
000890 01  SNAP-CATALOG-RECORD.
000900         05  SNC-SNAP-DATE           PIC 9(08).
000910         05  SNC-GENERATION          PIC 9(07).
000920         05  SNC-FILENAME            PIC X(30).
000930         05  SNC-RECORD-COUNT        PIC 9(09).
000940         05  SNC-STATUS              PIC X(01).
000950         05  FILLER                  PIC X(05).
000960*  A BALSNAP GENERATION IS AN ACCTBAL RECORD IMAGE.
000980 FD  SNAPSHOT-FILE.
000990     COPY BALREC.
001080 FD  CONFIRMATION-FILE.
001090     COPY CONFRECC.
001100 FD  LETTER-FILE.
001110 01  LETTER-LINE                 PIC X(80).
001120 FD  LISTING-FILE.
001130 01  LISTING-RECORD              PIC X(132).
001140*  ONE ROW PER SAMPLE DRAWN (OR REPRODUCED), APPENDED.
001150 FD  SAMPLE-LOG-FILE.
001160 01  SAMPLE-LOG-RECORD.
001170         05  CFL-RUN-DATE            PIC 9(08).
001180         05  CFL-RUN-TIME            PIC 9(08).
001190         05  CFL-SNAP-DATE           PIC 9(08).
001200         05  CFL-SNAP-GENERATION     PIC 9(07).
001210         05  CFL-METHOD              PIC X(01).
001220         05  CFL-MODE                PIC X(01).
001230         05  CFL-SAMPLE-SIZE         PIC 9(05).
001240         05  CFL-SEED                PIC 9(09).
001250         05  CFL-POPULATION-COUNT    PIC 9(09).
001260         05  CFL-POPULATION-VALUE    PIC 9(15)V99.
001270         05  CFL-INTERVAL            PIC 9(13)V99.
001280         05  CFL-SELECTED-COUNT      PIC 9(05).
001290         05  CFL-SELECTED-VALUE      PIC 9(15)V99.
001300         05  CFL-HELD-COUNT          PIC 9(05).
001310 WORKING-STORAGE SECTION.
001320     COPY FXCONVC.
001330     COPY MAILCHKC.
001340 01  CFS-FILE-STATUS-VALUES.
001350         05  CFS-CATALOG-FILE-STATUS PIC X(02).
001360             88  CFS-CATALOG-FILE-OK     VALUE "00".
001370         05  CFS-SNAPSHOT-FILE-STATUS PIC X(02).
001380             88  CFS-SNAPSHOT-FILE-OK    VALUE "00".
001390         05  CFS-CONFIRM-FILE-STATUS PIC X(02).
001400             88  CFS-CONFIRM-FILE-OK     VALUE "00".
001410             88  CFS-CONFIRM-NOT-FOUND   VALUE "35".
001420         05  CFS-LETTER-FILE-STATUS  PIC X(02).
001430             88  CFS-LETTER-FILE-OK      VALUE "00".
001440         05  CFS-LISTING-FILE-STATUS PIC X(02).
001450             88  CFS-LISTING-FILE-OK     VALUE "00".
001460         05  CFS-LOG-FILE-STATUS     PIC X(02).
001470             88  CFS-LOG-FILE-OK         VALUE "00".
001480 01  CFS-SWITCHES.
001490         05  CFS-EOF-SWITCH          PIC X(01) VALUE "N".
001500             88  CFS-AT-END              VALUE "Y".
001510         05  CFS-READY-SWITCH        PIC X(01) VALUE "N".
001520             88  CFS-READY               VALUE "Y".
001530         05  CFS-CONFIRM-OPEN-SWITCH PIC X(01) VALUE "N".
001540             88  CFS-CONFIRM-OPEN        VALUE "Y".
001550         05  CFS-LETTER-OPEN-SWITCH  PIC X(01) VALUE "N".
001560             88  CFS-LETTER-OPEN         VALUE "Y".
001570         05  CFS-LISTING-OPEN-SWITCH PIC X(01) VALUE "N".
001580             88  CFS-LISTING-OPEN        VALUE "Y".
001590         05  CFS-IN-POPULATION-SWITCH PIC X(01) VALUE "N".
001600             88  CFS-IN-POPULATION       VALUE "Y".
001610         05  CFS-SELECTED-SWITCH     PIC X(01) VALUE "N".
001620             88  CFS-SELECTED            VALUE "Y".
001630 01  CFS-RUN-DATE                PIC 9(08) VALUE ZERO.
001640 01  CFS-RUN-TIME                PIC 9(08) VALUE ZERO.
001650 01  CFS-PARM-STRING             PIC X(40) VALUE SPACES.
001660*  THE PARAMETER AS KEYED.
001670 01  CFS-PARAMETERS.
001680         05  CFS-PARM-DATE           PIC X(08) VALUE SPACES.
001690         05  CFS-PARM-METHOD         PIC X(01) VALUE SPACES.
001700             88  CFS-METHOD-MONETARY     VALUE "M".
001710             88  CFS-METHOD-STRATIFIED   VALUE "S".
001720         05  CFS-PARM-SIZE           PIC 9(05) VALUE ZERO.
001730         05  CFS-PARM-SEED           PIC 9(10) VALUE ZERO.
001740         05  CFS-PARM-MODE           PIC X(01) VALUE SPACES.
001750             88  CFS-LIST-ONLY           VALUE "L".
001760 01  CFS-SNAP-DATE               PIC 9(08) VALUE ZERO.
001770 01  CFS-SNAP-DATE-PARTS REDEFINES CFS-SNAP-DATE.
001780         05  CFS-SNAP-YYYY           PIC 9(04).
001790         05  CFS-SNAP-MM             PIC 9(02).
001800         05  CFS-SNAP-DD             PIC 9(02).
001810 01  CFS-SNAPSHOT-FILENAME       PIC X(30) VALUE SPACES.
001820 01  CFS-SNAP-GENERATION         PIC 9(07) VALUE ZERO.
001830 01  CFS-SNAP-RECORD-COUNT       PIC 9(09) VALUE ZERO.
001840*  THE GENERATOR.  THE SEED IS ALWAYS 1 THROUGH 2**31 - 2.
001850 01  CFS-RANDOM-FIELDS.
001860         05  CFS-START-SEED          PIC 9(09) VALUE ZERO.
001870         05  CFS-SEED                PIC 9(10) VALUE ZERO.
001880         05  CFS-MODULUS             PIC 9(10) VALUE 2147483647.
001890         05  CFS-MULTIPLIER          PIC 9(05) VALUE 16807.
001900         05  CFS-PRODUCT             PIC 9(15) COMP-3 VALUE ZERO.
001910         05  CFS-QUOTIENT            PIC 9(15) COMP-3 VALUE ZERO.
001920         05  CFS-RANDOM              PIC V9(09) VALUE ZERO.
001930*  BALANCE BANDS FOR THE STRATIFIED METHOD, ON THE LOCAL
001940*  EQUIVALENT WITH THE SIGN IGNORED.  AN ACCOUNT FALLS IN THE
001950*  HIGHEST BAND WHOSE FLOOR IT REACHES; THE TOP BAND IS TAKEN
001960*  WHOLE.
001970 01  CFS-STRATUM-VALUES.
001980         05  FILLER                  PIC 9(09)V99 VALUE ZERO.
001990         05  FILLER                  PIC X(22) VALUE
002000             "0.01 - 9,999.99".
002010         05  FILLER                  PIC 9(09)V99 VALUE 10000.
002020         05  FILLER                  PIC X(22) VALUE
002030             "10,000.00 - 99,999.99".
002040         05  FILLER                  PIC 9(09)V99 VALUE 100000.
002050         05  FILLER                  PIC X(22) VALUE
002060             "100,000.00-999,999.99".
002070         05  FILLER                  PIC 9(09)V99 VALUE 1000000.
002080         05  FILLER                  PIC X(22) VALUE
002090             "1,000,000.00 AND OVER".
002100 01  CFS-STRATUM-TABLE REDEFINES CFS-STRATUM-VALUES.
002110         05  CFS-STRATUM-ENTRY OCCURS 4 TIMES.
002120             10  CFS-STRATUM-FLOOR   PIC 9(09)V99.
002130             10  CFS-STRATUM-LABEL   PIC X(22).
002140 01  CFS-STRATUM-FIGURES.
002150         05  CFS-STR-ENTRY OCCURS 4 TIMES.
002160             10  CFS-STR-COUNT       PIC 9(09) COMP.
002170             10  CFS-STR-VALUE       PIC S9(15)V99 COMP-3.
002180             10  CFS-STR-ALLOCATED   PIC 9(09) COMP.
002190             10  CFS-STR-WANTED      PIC 9(09) COMP.
002200             10  CFS-STR-REMAINING   PIC 9(09) COMP.
002210             10  CFS-STR-SELECTED    PIC 9(09) COMP.
002220 01  CFS-TOP-STRATUM             PIC 9(01) COMP VALUE 4.
002230 01  CFS-STR-SUB                 PIC 9(01) COMP VALUE ZERO.
002240 01  CFS-STRATUM                 PIC 9(01) COMP VALUE ZERO.
002250 01  CFS-WORK-FIELDS.
002260         05  CFS-LOCAL-BALANCE       PIC S9(11)V99 COMP-3
002270                                         VALUE ZERO.
002280         05  CFS-WEIGHT              PIC S9(11)V99 COMP-3
002290                                         VALUE ZERO.
002300         05  CFS-SHARED-SIZE         PIC 9(09) COMP VALUE ZERO.
002310         05  CFS-SHARED-VALUE        PIC S9(15)V99 COMP-3
002320                                         VALUE ZERO.
002330         05  CFS-LEFTOVER            PIC 9(09) COMP VALUE ZERO.
002340         05  CFS-LEFTOVER-BEFORE     PIC 9(09) COMP VALUE ZERO.
002350         05  CFS-INTERVAL            PIC S9(13)V99 COMP-3
002360                                         VALUE ZERO.
002370         05  CFS-NEXT-POINT          PIC S9(15)V99 COMP-3
002380                                         VALUE ZERO.
002390         05  CFS-CUMULATIVE          PIC S9(15)V99 COMP-3
002400                                         VALUE ZERO.
002410         05  CFS-POINTS-TAKEN        PIC 9(05) COMP VALUE ZERO.
002420         05  CFS-HITS                PIC 9(03) COMP VALUE ZERO.
002430         05  CFS-DRAW-TEST           PIC S9(09)V9(09) COMP-3
002440                                         VALUE ZERO.
002450         05  CFS-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
002460         05  CFS-REFERENCE           PIC X(14) VALUE SPACES.
002470         05  CFS-LETTER-RESULT       PIC X(12) VALUE SPACES.
002480         05  CFS-CITY-LINE           PIC X(60) VALUE SPACES.
002490         05  CFS-CURRENCY-TEXT       PIC X(05) VALUE SPACES.
002500         05  CFS-SIDE-TEXT           PIC X(11) VALUE SPACES.
002510 01  CFS-DATE-IN                 PIC 9(08) VALUE ZERO.
002520 01  CFS-DATE-IN-PARTS REDEFINES CFS-DATE-IN.
002530         05  CFS-DATE-IN-YYYY        PIC 9(04).
002540         05  CFS-DATE-IN-MM          PIC 9(02).
002550         05  CFS-DATE-IN-DD          PIC 9(02).
002560 01  CFS-DATE-EDIT.
002570         05  CFS-DATE-EDIT-MM        PIC 9(02).
002580         05  FILLER                  PIC X(01) VALUE "/".
002590         05  CFS-DATE-EDIT-DD        PIC 9(02).
002600         05  FILLER                  PIC X(01) VALUE "/".
002610         05  CFS-DATE-EDIT-YYYY      PIC 9(04).
002620 01  CFS-TODAY-EDIT              PIC X(10) VALUE SPACES.
002630 01  CFS-SNAP-DATE-EDIT          PIC X(10) VALUE SPACES.
002640 01  CFS-CONTROL-TOTALS.
002650         05  CFS-RECORDS-READ        PIC 9(09) VALUE ZERO.
002660         05  CFS-ZERO-BALANCES       PIC 9(09) VALUE ZERO.
002670         05  CFS-NOT-CONVERTED       PIC 9(07) VALUE ZERO.
002680         05  CFS-POPULATION-COUNT    PIC 9(09) VALUE ZERO.
002690         05  CFS-POPULATION-VALUE    PIC S9(15)V99 COMP-3
002700                                         VALUE ZERO.
002710         05  CFS-SELECTED-COUNT      PIC 9(05) VALUE ZERO.
002720         05  CFS-SELECTED-VALUE      PIC S9(15)V99 COMP-3
002730                                         VALUE ZERO.
002740         05  CFS-LETTER-COUNT        PIC 9(05) VALUE ZERO.
002750         05  CFS-HELD-COUNT          PIC 9(05) VALUE ZERO.
002760 01  CFS-EDIT-FIELDS.
002770         05  CFS-SEQ-EDIT            PIC ZZZZ9.
002780         05  CFS-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
002790         05  CFS-AMOUNT-EDIT         PIC -,---,---,---,--9.99.
002800         05  CFS-VALUE-EDIT          PIC ---,---,---,---,--9.99.
002810         05  CFS-LETTER-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002820         05  CFS-HITS-EDIT           PIC ZZ9.
002830         05  CFS-BAND-EDIT           PIC 9(01).
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870         IF CFS-READY
002880             PERFORM 2000-MEASURE-POPULATION THRU 2000-EXIT
002890             PERFORM 2500-PLAN-SAMPLE THRU 2500-EXIT
002900             PERFORM 3000-DRAW-SAMPLE THRU 3000-EXIT
002910             PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
002920         END-IF.
002930         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002940         STOP RUN.
002950 1000-INITIALIZE.
002960         DISPLAY "CONFSAMP: JOB STARTING".
002970         MOVE ZERO TO RETURN-CODE.
002980         ACCEPT CFS-RUN-DATE FROM DATE YYYYMMDD.
002990         ACCEPT CFS-RUN-TIME FROM TIME.
003000         ACCEPT CFS-PARM-STRING FROM COMMAND-LINE.
003010         UNSTRING CFS-PARM-STRING DELIMITED BY ","
003020             INTO CFS-PARM-DATE CFS-PARM-METHOD CFS-PARM-SIZE
003030                  CFS-PARM-SEED CFS-PARM-MODE
003040         END-UNSTRING.
003050         IF CFS-PARM-DATE NOT NUMERIC
003060             DISPLAY "CONFSAMP: PARAMETER IS SNAPDATE,METHOD,"
003070                 "SIZE[,SEED[,L]] - SNAPSHOT DATE MISSING"
003080             MOVE 8 TO RETURN-CODE
003090             GO TO 1000-EXIT
003100         END-IF.
003110         MOVE CFS-PARM-DATE TO CFS-SNAP-DATE.
003120         IF NOT CFS-METHOD-MONETARY AND NOT CFS-METHOD-STRATIFIED
003130             DISPLAY "CONFSAMP: METHOD MUST BE M (MONETARY-UNIT)"
003140                 " OR S (STRATIFIED)"
003150             MOVE 8 TO RETURN-CODE
003160             GO TO 1000-EXIT
003170         END-IF.
003180         IF CFS-PARM-SIZE = ZERO
003190             DISPLAY "CONFSAMP: SAMPLE SIZE MUST BE 1-99999"
003200             MOVE 8 TO RETURN-CODE
003210             GO TO 1000-EXIT
003220         END-IF.
003230         IF CFS-PARM-MODE NOT = SPACES AND NOT CFS-LIST-ONLY
003240             DISPLAY "CONFSAMP: UNKNOWN MODE " CFS-PARM-MODE
003250                 " - ONLY L (LIST ONLY) IS ALLOWED"
003260             MOVE 8 TO RETURN-CODE
003270             GO TO 1000-EXIT
003280         END-IF.
003290*  A SEED FROM THE CLOCK WHEN NONE IS GIVEN; EITHER WAY IT IS
003300*  KEPT IN THE GENERATOR'S RANGE AND PRINTED.
003310         IF CFS-PARM-SEED = ZERO
003320             MOVE CFS-RUN-TIME TO CFS-PARM-SEED
003330             IF CFS-PARM-SEED = ZERO
003340                 MOVE 1 TO CFS-PARM-SEED
003350             END-IF
003360         END-IF.
003370         IF CFS-PARM-SEED NOT < CFS-MODULUS
003380             DISPLAY "CONFSAMP: SEED MUST BE 1-2147483646"
003390             MOVE 8 TO RETURN-CODE
003400             GO TO 1000-EXIT
003410         END-IF.
003420         MOVE CFS-PARM-SEED TO CFS-START-SEED.
003430         MOVE CFS-PARM-SEED TO CFS-SEED.
003440         DISPLAY "CONFSAMP: SNAPSHOT " CFS-SNAP-DATE
003450             " METHOD " CFS-PARM-METHOD " SIZE " CFS-PARM-SIZE
003460             " SEED " CFS-START-SEED.
003470         PERFORM 1100-FIND-SNAPSHOT THRU 1100-EXIT.
003480         IF CFS-SNAPSHOT-FILENAME = SPACES
003490             DISPLAY "CONFSAMP: NO ACTIVE BALSNAP SNAPSHOT FOR "
003500                 CFS-SNAP-DATE
003510             MOVE 8 TO RETURN-CODE
003520             GO TO 1000-EXIT
003530         END-IF.
003540         MOVE CFS-RUN-DATE TO CFS-DATE-IN.
003550         PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
003560         MOVE CFS-DATE-EDIT TO CFS-TODAY-EDIT.
003570         MOVE CFS-SNAP-DATE TO CFS-DATE-IN.
003580         PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
003590         MOVE CFS-DATE-EDIT TO CFS-SNAP-DATE-EDIT.
003600         IF NOT CFS-LIST-ONLY
003610             PERFORM 1200-OPEN-CONFIRMATIONS THRU 1200-EXIT
003620             IF NOT CFS-CONFIRM-OPEN
003630                 GO TO 1000-EXIT
003640             END-IF
003650             OPEN OUTPUT LETTER-FILE
003660             IF NOT CFS-LETTER-FILE-OK
003670                 DISPLAY "CONFSAMP: CANNOT OPEN CONFLTR, STATUS "
003680                     CFS-LETTER-FILE-STATUS
003690                 MOVE 16 TO RETURN-CODE
003700                 GO TO 1000-EXIT
003710             END-IF
003720             SET CFS-LETTER-OPEN TO TRUE
003730         END-IF.
003740         OPEN OUTPUT LISTING-FILE.
003750         IF NOT CFS-LISTING-FILE-OK
003760             DISPLAY "CONFSAMP: CANNOT OPEN CONFLIST, STATUS = "
003770                 CFS-LISTING-FILE-STATUS
003780             MOVE 16 TO RETURN-CODE
003790             GO TO 1000-EXIT
003800         END-IF.
003810         SET CFS-LISTING-OPEN TO TRUE.
003820         SET CFS-READY TO TRUE.
003830 1000-EXIT.
003840         EXIT.
003850*---------------------------------------------------------------
003860*  1100-FIND-SNAPSHOT.  THE LATEST ACTIVE GENERATION CATALOGED
003870*  FOR THE DATE.
003880*---------------------------------------------------------------
003890 1100-FIND-SNAPSHOT.
003900         OPEN INPUT SNAP-CATALOG-FILE.
003910         IF NOT CFS-CATALOG-FILE-OK
003920             DISPLAY "CONFSAMP: CANNOT OPEN SNAPCATL, STATUS = "
003930                 CFS-CATALOG-FILE-STATUS
003940             GO TO 1100-EXIT
003950         END-IF.
003960         MOVE "N" TO CFS-EOF-SWITCH.
003970         PERFORM 1150-SCAN-ONE-SNAPSHOT THRU 1150-EXIT
003980             UNTIL CFS-AT-END.
003990         CLOSE SNAP-CATALOG-FILE.
004000 1100-EXIT.
004010         EXIT.
004020 1150-SCAN-ONE-SNAPSHOT.
004030         READ SNAP-CATALOG-FILE
004040             AT END
004050                 MOVE "Y" TO CFS-EOF-SWITCH
004060                 GO TO 1150-EXIT
004070         END-READ.
004080         IF SNC-STATUS NOT = "A"
004090             OR SNC-SNAP-DATE NOT = CFS-SNAP-DATE
004100             GO TO 1150-EXIT
004110         END-IF.
004120         IF SNC-GENERATION > CFS-SNAP-GENERATION
004130             MOVE SNC-GENERATION TO CFS-SNAP-GENERATION
004140             MOVE SNC-FILENAME TO CFS-SNAPSHOT-FILENAME
004150             MOVE SNC-RECORD-COUNT TO CFS-SNAP-RECORD-COUNT
004160         END-IF.
004170 1150-EXIT.
004180         EXIT.
004190*---------------------------------------------------------------
004200*  1200-OPEN-CONFIRMATIONS.  AUDCONF IS CREATED ON FIRST USE.
004210*  A SNAPSHOT DATE WITH CONFIRMATIONS ALREADY ON FILE HAS BEEN
004220*  SAMPLED -- DRAWING AGAIN WOULD SEND A SECOND SET OF LETTERS.
004230*---------------------------------------------------------------
004240 1200-OPEN-CONFIRMATIONS.
004250         OPEN I-O CONFIRMATION-FILE.
004260         IF CFS-CONFIRM-NOT-FOUND
004270             OPEN OUTPUT CONFIRMATION-FILE
004280             CLOSE CONFIRMATION-FILE
004290             OPEN I-O CONFIRMATION-FILE
004300         END-IF.
004310         IF NOT CFS-CONFIRM-FILE-OK
004320             DISPLAY "CONFSAMP: CANNOT OPEN AUDCONF, STATUS = "
004330                 CFS-CONFIRM-FILE-STATUS
004340             MOVE 16 TO RETURN-CODE
004350             GO TO 1200-EXIT
004360         END-IF.
004370         SET CFS-CONFIRM-OPEN TO TRUE.
004380         MOVE CFS-SNAP-DATE TO CNF-SNAP-DATE.
004390         MOVE LOW-VALUES TO CNF-ACCOUNT-NO.
004400         START CONFIRMATION-FILE KEY IS NOT LESS THAN CNF-KEY
004410             INVALID KEY
004420                 GO TO 1200-EXIT
004430         END-START.
004440         READ CONFIRMATION-FILE NEXT RECORD
004450             AT END
004460                 GO TO 1200-EXIT
004470         END-READ.
004480         IF CNF-SNAP-DATE = CFS-SNAP-DATE
004490             DISPLAY "CONFSAMP: SNAPSHOT " CFS-SNAP-DATE
004500                 " HAS ALREADY BEEN SAMPLED (SEED " CNF-SEED
004510                 ") - RUN WITH L TO REPRODUCE IT"
004520             CLOSE CONFIRMATION-FILE
004530             MOVE "N" TO CFS-CONFIRM-OPEN-SWITCH
004540             MOVE 8 TO RETURN-CODE
004550         END-IF.
004560 1200-EXIT.
004570         EXIT.
004580*---------------------------------------------------------------
004590*  2000-MEASURE-POPULATION.  FIRST PASS: HOW MANY ACCOUNTS, AND
004600*  HOW MUCH, IN TOTAL AND IN EACH BAND.
004610*---------------------------------------------------------------
004620 2000-MEASURE-POPULATION.
004630         INITIALIZE CFS-STRATUM-FIGURES.
004640         PERFORM 2900-OPEN-SNAPSHOT THRU 2900-EXIT.
004650         IF NOT CFS-READY
004660             GO TO 2000-EXIT
004670         END-IF.
004680         PERFORM 2100-MEASURE-ONE THRU 2100-EXIT
004690             UNTIL CFS-AT-END.
004700         CLOSE SNAPSHOT-FILE.
004710         IF CFS-RECORDS-READ NOT = CFS-SNAP-RECORD-COUNT
004720             DISPLAY "CONFSAMP: SNAPSHOT HOLDS " CFS-RECORDS-READ
004730                 " RECORDS, CATALOG SAYS " CFS-SNAP-RECORD-COUNT
004740             MOVE 4 TO RETURN-CODE
004750         END-IF.
004760         IF CFS-POPULATION-COUNT = ZERO
004770             DISPLAY "CONFSAMP: NO ACCOUNT ON THE SNAPSHOT HAS A "
004780                 "BALANCE - NOTHING TO SAMPLE"
004790             MOVE 8 TO RETURN-CODE
004800             MOVE "N" TO CFS-READY-SWITCH
004810         END-IF.
004820 2000-EXIT.
004830         EXIT.
004840 2100-MEASURE-ONE.
004850         READ SNAPSHOT-FILE
004860             AT END
004870                 MOVE "Y" TO CFS-EOF-SWITCH
004880                 GO TO 2100-EXIT
004890         END-READ.
004900         ADD 1 TO CFS-RECORDS-READ.
004910         PERFORM 2800-WEIGH-BALANCE THRU 2800-EXIT.
004920         IF NOT CFS-IN-POPULATION
004930             GO TO 2100-EXIT
004940         END-IF.
004950         ADD 1 TO CFS-POPULATION-COUNT.
004960         ADD CFS-WEIGHT TO CFS-POPULATION-VALUE.
004970         ADD 1 TO CFS-STR-COUNT(CFS-STRATUM).
004980         ADD CFS-WEIGHT TO CFS-STR-VALUE(CFS-STRATUM).
004990 2100-EXIT.
005000         EXIT.
005010*---------------------------------------------------------------
005020*  2500-PLAN-SAMPLE.  MONETARY-UNIT: THE INTERVAL IS THE
005030*  POPULATION VALUE OVER THE SIZE, THE FIRST POINT A RANDOM
005040*  FRACTION OF ONE INTERVAL IN.  STRATIFIED: THE TOP BAND IS
005050*  TAKEN WHOLE AND THE REST OF THE SIZE IS SHARED BY VALUE,
005060*  ANY ROUNDING REMAINDER GIVEN ONE AT A TIME FROM THE HIGHEST
005070*  BAND DOWN TO A BAND WITH ACCOUNTS LEFT TO GIVE.
005080*---------------------------------------------------------------
005090 2500-PLAN-SAMPLE.
005100         IF CFS-METHOD-MONETARY
005110             COMPUTE CFS-INTERVAL =
005120                 CFS-POPULATION-VALUE / CFS-PARM-SIZE
005130             IF CFS-INTERVAL < 0.01
005140                 MOVE 0.01 TO CFS-INTERVAL
005150             END-IF
005160             PERFORM 5000-NEXT-RANDOM THRU 5000-EXIT
005170             COMPUTE CFS-NEXT-POINT ROUNDED =
005180                 CFS-INTERVAL * CFS-RANDOM
005190             IF CFS-NEXT-POINT < 0.01
005200                 MOVE 0.01 TO CFS-NEXT-POINT
005210             END-IF
005220             GO TO 2500-EXIT
005230         END-IF.
005240         MOVE CFS-STR-COUNT(CFS-TOP-STRATUM)
005250             TO CFS-STR-WANTED(CFS-TOP-STRATUM).
005260         IF CFS-STR-COUNT(CFS-TOP-STRATUM) NOT < CFS-PARM-SIZE
005270             DISPLAY "CONFSAMP: THE TOP BAND ALONE HOLDS "
005280                 CFS-STR-COUNT(CFS-TOP-STRATUM) " ACCOUNTS - "
005290                 "ALL ARE TAKEN, NONE FROM THE OTHER BANDS"
005300             MOVE 4 TO RETURN-CODE
005310             MOVE ZERO TO CFS-SHARED-SIZE
005320         ELSE
005330             COMPUTE CFS-SHARED-SIZE =
005340                 CFS-PARM-SIZE - CFS-STR-COUNT(CFS-TOP-STRATUM)
005350         END-IF.
005360         COMPUTE CFS-SHARED-VALUE = CFS-POPULATION-VALUE
005370             - CFS-STR-VALUE(CFS-TOP-STRATUM).
005380         MOVE CFS-SHARED-SIZE TO CFS-LEFTOVER.
005390         IF CFS-SHARED-VALUE > ZERO
005400             PERFORM 2600-ALLOCATE-STRATUM THRU 2600-EXIT
005410                 VARYING CFS-STR-SUB FROM 1 BY 1
005420                 UNTIL CFS-STR-SUB = CFS-TOP-STRATUM
005430         END-IF.
005440         MOVE ZERO TO CFS-LEFTOVER-BEFORE.
005450         PERFORM 2700-SHARE-LEFTOVER THRU 2700-EXIT
005460             UNTIL CFS-LEFTOVER = ZERO
005470             OR CFS-LEFTOVER = CFS-LEFTOVER-BEFORE.
005480         IF CFS-LEFTOVER > ZERO
005490             DISPLAY "CONFSAMP: THE POPULATION HAS FEWER "
005500                 "ACCOUNTS THAN THE SAMPLE SIZE - "
005510                 CFS-LEFTOVER " SELECTION(S) SHORT"
005520             MOVE 4 TO RETURN-CODE
005530         END-IF.
005540         PERFORM 2650-SET-REMAINING THRU 2650-EXIT
005550             VARYING CFS-STR-SUB FROM 1 BY 1
005560             UNTIL CFS-STR-SUB > CFS-TOP-STRATUM.
005570 2500-EXIT.
005580         EXIT.
005590 2600-ALLOCATE-STRATUM.
005600         COMPUTE CFS-STR-ALLOCATED(CFS-STR-SUB) =
005610             CFS-SHARED-SIZE * CFS-STR-VALUE(CFS-STR-SUB)
005620             / CFS-SHARED-VALUE.
005630         IF CFS-STR-ALLOCATED(CFS-STR-SUB)
005640             > CFS-STR-COUNT(CFS-STR-SUB)
005650             MOVE CFS-STR-COUNT(CFS-STR-SUB)
005660                 TO CFS-STR-ALLOCATED(CFS-STR-SUB)
005670         END-IF.
005680         MOVE CFS-STR-ALLOCATED(CFS-STR-SUB)
005690             TO CFS-STR-WANTED(CFS-STR-SUB).
005700         SUBTRACT CFS-STR-ALLOCATED(CFS-STR-SUB)
005710             FROM CFS-LEFTOVER.
005720 2600-EXIT.
005730         EXIT.
005740 2650-SET-REMAINING.
005750         MOVE CFS-STR-COUNT(CFS-STR-SUB)
005760             TO CFS-STR-REMAINING(CFS-STR-SUB).
005770 2650-EXIT.
005780         EXIT.
005790*  ONE PASS DOWN THE SHARED BANDS, ONE EXTRA SELECTION TO EACH
005800*  BAND THAT STILL HAS ACCOUNTS NOT WANTED.  A PASS THAT GIVES
005810*  NOTHING AWAY ENDS THE LOOP.
005820 2700-SHARE-LEFTOVER.
005830         MOVE CFS-LEFTOVER TO CFS-LEFTOVER-BEFORE.
005840         MOVE CFS-TOP-STRATUM TO CFS-STR-SUB.
005850         PERFORM 2750-GIVE-ONE THRU 2750-EXIT
005860             UNTIL CFS-STR-SUB = 1 OR CFS-LEFTOVER = ZERO.
005870 2700-EXIT.
005880         EXIT.
005890 2750-GIVE-ONE.
005900         SUBTRACT 1 FROM CFS-STR-SUB.
005910         IF CFS-STR-WANTED(CFS-STR-SUB)
005920             < CFS-STR-COUNT(CFS-STR-SUB)
005930             ADD 1 TO CFS-STR-WANTED(CFS-STR-SUB)
005940             SUBTRACT 1 FROM CFS-LEFTOVER
005950         END-IF.
005960 2750-EXIT.
005970         EXIT.
005980*---------------------------------------------------------------
005990*  2800-WEIGH-BALANCE.  THE SNAPSHOT BALANCE AT ITS LOCAL
006000*  EQUIVALENT, SIGN IGNORED, AND THE BAND IT FALLS IN.  A ZERO
006010*  OR UNCONVERTIBLE BALANCE IS LEFT OUT OF THE POPULATION.
006020*---------------------------------------------------------------
006030 2800-WEIGH-BALANCE.
006040         MOVE "N" TO CFS-IN-POPULATION-SWITCH.
006050         IF ABL-CURRENT-BALANCE = ZERO
006060             ADD 1 TO CFS-ZERO-BALANCES
006070             GO TO 2800-EXIT
006080         END-IF.
006090         IF ABL-LOCAL-CURRENCY
006100             MOVE ABL-CURRENT-BALANCE TO CFS-LOCAL-BALANCE
006110         ELSE
006120             MOVE "C" TO FXC-FUNCTION
006130             MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY
006140             MOVE SPACES TO FXC-TO-CURRENCY
006150             MOVE ABL-CURRENT-BALANCE TO FXC-FROM-AMOUNT
006160             CALL "FXCONV" USING FX-CONVERT-AREA
006170             IF NOT FXC-SUCCESSFUL
006180                 ADD 1 TO CFS-NOT-CONVERTED
006190                 MOVE 4 TO RETURN-CODE
006200                 GO TO 2800-EXIT
006210             END-IF
006220             MOVE FXC-RESULT-AMOUNT TO CFS-LOCAL-BALANCE
006230         END-IF.
006240         IF CFS-LOCAL-BALANCE < ZERO
006250             COMPUTE CFS-WEIGHT = ZERO - CFS-LOCAL-BALANCE
006260         ELSE
006270             MOVE CFS-LOCAL-BALANCE TO CFS-WEIGHT
006280         END-IF.
006290         IF CFS-WEIGHT = ZERO
006300             ADD 1 TO CFS-ZERO-BALANCES
006310             GO TO 2800-EXIT
006320         END-IF.
006330         MOVE 1 TO CFS-STRATUM.
006340         PERFORM 2850-TEST-STRATUM THRU 2850-EXIT
006350             VARYING CFS-STR-SUB FROM 2 BY 1
006360             UNTIL CFS-STR-SUB > CFS-TOP-STRATUM.
006370         SET CFS-IN-POPULATION TO TRUE.
006380 2800-EXIT.
006390         EXIT.
006400 2850-TEST-STRATUM.
006410         IF CFS-WEIGHT NOT < CFS-STRATUM-FLOOR(CFS-STR-SUB)
006420             MOVE CFS-STR-SUB TO CFS-STRATUM
006430         END-IF.
006440 2850-EXIT.
006450         EXIT.
006460 2900-OPEN-SNAPSHOT.
006470         MOVE "N" TO CFS-EOF-SWITCH.
006480         OPEN INPUT SNAPSHOT-FILE.
006490         IF NOT CFS-SNAPSHOT-FILE-OK
006500             DISPLAY "CONFSAMP: CANNOT OPEN "
006510                 CFS-SNAPSHOT-FILENAME
006520                 ", STATUS = " CFS-SNAPSHOT-FILE-STATUS
006530             MOVE 16 TO RETURN-CODE
006540             MOVE "N" TO CFS-READY-SWITCH
006550         END-IF.
006560 2900-EXIT.
006570         EXIT.
006580*---------------------------------------------------------------
006590*  3000-DRAW-SAMPLE.  SECOND PASS, IN SNAPSHOT (BRANCH/ACCOUNT)
006600*  ORDER, THE SAME ORDER EVERY TIME.
006610*---------------------------------------------------------------
006620 3000-DRAW-SAMPLE.
006630         IF NOT CFS-READY
006640             GO TO 3000-EXIT
006650         END-IF.
006660         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
006670         PERFORM 2900-OPEN-SNAPSHOT THRU 2900-EXIT.
006680         IF NOT CFS-READY
006690             GO TO 3000-EXIT
006700         END-IF.
006710         MOVE ZERO TO CFS-CUMULATIVE.
006720         PERFORM 3100-DRAW-ONE THRU 3100-EXIT
006730             UNTIL CFS-AT-END.
006740         CLOSE SNAPSHOT-FILE.
006750 3000-EXIT.
006760         EXIT.
006770 3100-DRAW-ONE.
006780         READ SNAPSHOT-FILE
006790             AT END
006800                 MOVE "Y" TO CFS-EOF-SWITCH
006810                 GO TO 3100-EXIT
006820         END-READ.
006830         PERFORM 2800-WEIGH-BALANCE THRU 2800-EXIT.
006840         IF NOT CFS-IN-POPULATION
006850             GO TO 3100-EXIT
006860         END-IF.
006870         MOVE "N" TO CFS-SELECTED-SWITCH.
006880         MOVE ZERO TO CFS-HITS.
006890         IF CFS-METHOD-MONETARY
006900             ADD CFS-WEIGHT TO CFS-CUMULATIVE
006910             PERFORM 3200-COUNT-HIT THRU 3200-EXIT
006920                 UNTIL CFS-NEXT-POINT > CFS-CUMULATIVE
006930                 OR CFS-POINTS-TAKEN NOT < CFS-PARM-SIZE
006940         ELSE
006950             PERFORM 3300-RANDOM-DRAW THRU 3300-EXIT
006960         END-IF.
006970         IF CFS-HITS > ZERO
006980             SET CFS-SELECTED TO TRUE
006990         END-IF.
007000         IF CFS-SELECTED
007010             PERFORM 3500-CONFIRM-ACCOUNT THRU 3500-EXIT
007020         END-IF.
007030 3100-EXIT.
007040         EXIT.
007050*  A MONETARY-UNIT POINT FALLING INSIDE THIS ACCOUNT'S SLICE
007060*  OF THE CUMULATIVE BALANCE.  A BALANCE WIDER THAN THE
007070*  INTERVAL CAN TAKE MORE THAN ONE.
007080 3200-COUNT-HIT.
007090         ADD 1 TO CFS-HITS.
007100         ADD 1 TO CFS-POINTS-TAKEN.
007110         ADD CFS-INTERVAL TO CFS-NEXT-POINT.
007120 3200-EXIT.
007130         EXIT.
007140*  SELECTION SAMPLING WITHIN THE BAND: AN ACCOUNT IS TAKEN WHEN
007150*  A RANDOM FRACTION OF THE ACCOUNTS STILL TO COME IS BELOW THE
007160*  NUMBER STILL WANTED, WHICH DRAWS EXACTLY THE NUMBER WANTED
007170*  WITH EVERY ACCOUNT EQUALLY LIKELY.  THE TOP BAND IS ALL
007180*  WANTED AND SO ALWAYS TAKEN.
007190 3300-RANDOM-DRAW.
007200         IF CFS-STR-WANTED(CFS-STRATUM) = ZERO
007210             SUBTRACT 1 FROM CFS-STR-REMAINING(CFS-STRATUM)
007220             GO TO 3300-EXIT
007230         END-IF.
007240         PERFORM 5000-NEXT-RANDOM THRU 5000-EXIT.
007250         COMPUTE CFS-DRAW-TEST =
007260             CFS-RANDOM * CFS-STR-REMAINING(CFS-STRATUM).
007270         IF CFS-DRAW-TEST < CFS-STR-WANTED(CFS-STRATUM)
007280             MOVE 1 TO CFS-HITS
007290             SUBTRACT 1 FROM CFS-STR-WANTED(CFS-STRATUM)
007300             ADD 1 TO CFS-STR-SELECTED(CFS-STRATUM)
007310         END-IF.
007320         SUBTRACT 1 FROM CFS-STR-REMAINING(CFS-STRATUM).
007330 3300-EXIT.
007340         EXIT.
007350*---------------------------------------------------------------
007360*  3500-CONFIRM-ACCOUNT.  RECORD THE CONFIRMATION, PRINT ITS
007370*  LETTER AND LIST IT.  IN LIST-ONLY MODE ONLY THE LISTING.
007380*---------------------------------------------------------------
007390 3500-CONFIRM-ACCOUNT.
007400         ADD 1 TO CFS-SELECTED-COUNT.
007410         ADD CFS-WEIGHT TO CFS-SELECTED-VALUE.
007420         CALL "MASKACCT" USING ABL-ACCOUNT-NO CFS-MASKED-ACCOUNT.
007430         MOVE SPACES TO CFS-REFERENCE.
007440         MOVE CFS-SELECTED-COUNT TO CFS-SEQ-EDIT.
007450         STRING CFS-SNAP-DATE "-" CFS-SELECTED-COUNT(1:5)
007460             DELIMITED BY SIZE INTO CFS-REFERENCE.
007470         IF ABL-LOCAL-CURRENCY
007480             MOVE "LOCAL" TO CFS-CURRENCY-TEXT
007490         ELSE
007500             MOVE ABL-CURRENCY-CODE TO CFS-CURRENCY-TEXT
007510         END-IF.
007520         IF CFS-LIST-ONLY
007530             MOVE "LIST ONLY" TO CFS-LETTER-RESULT
007540             PERFORM 4100-PRINT-SELECTION THRU 4100-EXIT
007550             GO TO 3500-EXIT
007560         END-IF.
007570         MOVE SPACES TO MAIL-CHECK-AREA.
007580         MOVE "C" TO MCK-FUNCTION.
007590         MOVE ABL-ACCOUNT-NO TO MCK-ACCOUNT-NO.
007600         MOVE "CONFSAMP" TO MCK-PROGRAM.
007610         STRING "AUDIT CONFIRMATION " CFS-SNAP-DATE
007620             DELIMITED BY SIZE INTO MCK-ITEM-DESC.
007630         CALL "MAILCHK" USING MAIL-CHECK-AREA.
007640         MOVE SPACES TO CONFIRMATION-RECORD.
007650         MOVE CFS-SNAP-DATE TO CNF-SNAP-DATE.
007660         MOVE ABL-ACCOUNT-NO TO CNF-ACCOUNT-NO.
007670         MOVE ABL-BRANCH-CODE TO CNF-BRANCH-CODE.
007680         MOVE MCK-CUSTOMER-NO TO CNF-CUSTOMER-NO.
007690         MOVE CFS-PARM-METHOD TO CNF-METHOD.
007700         MOVE CFS-START-SEED TO CNF-SEED.
007710         MOVE CFS-STRATUM TO CNF-STRATUM.
007720         MOVE CFS-SELECTED-COUNT TO CNF-SELECT-SEQ.
007730         MOVE CFS-HITS TO CNF-HIT-COUNT.
007740         MOVE ABL-CURRENCY-CODE TO CNF-CURRENCY-CODE.
007750         MOVE ABL-CURRENT-BALANCE TO CNF-SNAP-BALANCE.
007760         MOVE CFS-LOCAL-BALANCE TO CNF-LOCAL-BALANCE.
007770         MOVE CFS-RUN-DATE TO CNF-SELECTED-DATE.
007780         MOVE ZERO TO CNF-REPLY-DATE.
007790         MOVE ZERO TO CNF-REPLY-AMOUNT.
007800         MOVE ZERO TO CNF-RECORDED-DATE.
007810         IF MCK-SEND
007820             SET CNF-STATUS-SENT TO TRUE
007830             MOVE "LETTER SENT" TO CFS-LETTER-RESULT
007840             PERFORM 3600-PRINT-LETTER THRU 3600-EXIT
007850             ADD 1 TO CFS-LETTER-COUNT
007860         ELSE
007870             SET CNF-STATUS-HELD TO TRUE
007880             ADD 1 TO CFS-HELD-COUNT
007890             MOVE 4 TO RETURN-CODE
007900             IF MCK-HELD
007910                 MOVE "MAIL HELD" TO CFS-LETTER-RESULT
007920                 MOVE "RETURNED MAIL - NOT SENT" TO CNF-REPLY-NOTE
007930             ELSE
007940                 MOVE "NO ADDRESS" TO CFS-LETTER-RESULT
007950                 MOVE "NO ADDRESS ON FILE - NOT SENT"
007960                     TO CNF-REPLY-NOTE
007970             END-IF
007980         END-IF.
007990         WRITE CONFIRMATION-RECORD
008000             INVALID KEY
008010                 DISPLAY "CONFSAMP: ACCOUNT " ABL-ACCOUNT-NO
008020                     " IS ON THE SNAPSHOT TWICE - SECOND NOT "
008030                     "RECORDED"
008040                 MOVE 4 TO RETURN-CODE
008050         END-WRITE.
008060         PERFORM 4100-PRINT-SELECTION THRU 4100-EXIT.
008070 3500-EXIT.
008080         EXIT.
008090*---------------------------------------------------------------
008100*  3600-PRINT-LETTER.  ONE LETTER PER PAGE IN THE LTRGEN
008110*  LAYOUT -- DATE, NAME AND ADDRESS FOR A WINDOW ENVELOPE, THE
008120*  MASKED ACCOUNT AND REFERENCE -- THEN THE REQUEST AND A REPLY
008130*  SLIP FOR THE CUSTOMER TO RETURN TO THE AUDITORS.
008140*---------------------------------------------------------------
008150 3600-PRINT-LETTER.
008160         IF ABL-CURRENT-BALANCE < ZERO
008170             COMPUTE CFS-LETTER-AMOUNT =
008180                 ZERO - ABL-CURRENT-BALANCE
008190             MOVE "OVERDRAWN" TO CFS-SIDE-TEXT
008200         ELSE
008210             MOVE ABL-CURRENT-BALANCE TO CFS-LETTER-AMOUNT
008220             MOVE "IN CREDIT" TO CFS-SIDE-TEXT
008230         END-IF.
008240         MOVE SPACES TO LETTER-LINE.
008250         MOVE CFS-TODAY-EDIT TO LETTER-LINE(61:10).
008260         WRITE LETTER-LINE AFTER ADVANCING PAGE.
008270         MOVE SPACES TO LETTER-LINE.
008280         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008290         MOVE MCK-CUSTOMER-NAME TO LETTER-LINE.
008300         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008310         PERFORM 3700-PRINT-ADDRESS THRU 3700-EXIT.
008320         MOVE SPACES TO LETTER-LINE.
008330         STRING "ACCOUNT " CFS-MASKED-ACCOUNT
008340             "     REFERENCE " CFS-REFERENCE
008350             DELIMITED BY SIZE INTO LETTER-LINE.
008360         WRITE LETTER-LINE AFTER ADVANCING 3 LINES.
008370         MOVE "DEAR CUSTOMER," TO LETTER-LINE.
008380         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008390         MOVE "AS PART OF THE ANNUAL AUDIT OF OUR ACCOUNTS, OUR "
008400             TO LETTER-LINE.
008410         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008420         MOVE "EXTERNAL AUDITORS ASK YOU TO CONFIRM THE BALANCE "
008430             TO LETTER-LINE.
008440         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008450         MOVE SPACES TO LETTER-LINE.
008460         STRING "OF THE ACCOUNT ABOVE AT THE CLOSE OF BUSINESS "
008470             "ON "
008480             CFS-SNAP-DATE-EDIT ","
008490             DELIMITED BY SIZE INTO LETTER-LINE.
008500         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008510         MOVE "WHICH OUR RECORDS SHOW AS:" TO LETTER-LINE.
008520         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008530         MOVE SPACES TO LETTER-LINE.
008540         STRING "     " CFS-CURRENCY-TEXT " " CFS-LETTER-AMOUNT
008550             "  " CFS-SIDE-TEXT
008560             DELIMITED BY SIZE INTO LETTER-LINE.
008570         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008580         MOVE "PLEASE COMPLETE THE SLIP BELOW AND RETURN IT "
008590             TO LETTER-LINE.
008600         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008610         MOVE "DIRECTLY TO THE AUDITORS IN THE ENCLOSED ENVELOPE,"
008620             TO LETTER-LINE.
008630         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008640         MOVE "WHETHER OR NOT YOU AGREE WITH THE BALANCE. THIS IS"
008650             TO LETTER-LINE.
008660         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008670         MOVE "NOT A REQUEST FOR PAYMENT." TO LETTER-LINE.
008680         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008690         MOVE ALL "- " TO LETTER-LINE.
008700         WRITE LETTER-LINE AFTER ADVANCING 3 LINES.
008710         MOVE SPACES TO LETTER-LINE.
008720         STRING "BALANCE CONFIRMATION   REFERENCE " CFS-REFERENCE
008730             "   ACCOUNT " CFS-MASKED-ACCOUNT
008740             DELIMITED BY SIZE INTO LETTER-LINE.
008750         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008760         MOVE SPACES TO LETTER-LINE.
008770         STRING "[ ] I AGREE THE BALANCE AT " CFS-SNAP-DATE-EDIT
008780             " OF " CFS-CURRENCY-TEXT " " CFS-LETTER-AMOUNT
008790             DELIMITED BY SIZE INTO LETTER-LINE.
008800         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008810         MOVE SPACES TO LETTER-LINE.
008820         STRING "    " CFS-SIDE-TEXT
008830             DELIMITED BY SIZE INTO LETTER-LINE.
008840         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008850         MOVE "[ ] I DO NOT AGREE.  MY RECORDS SHOW A BALANCE OF "
008860             TO LETTER-LINE.
008870         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
008880         MOVE "    ____________________  IN CREDIT / OVERDRAWN"
008890             TO LETTER-LINE.
008900         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008910         MOVE "SIGNED ______________________   DATE __________"
008920             TO LETTER-LINE.
008930         WRITE LETTER-LINE AFTER ADVANCING 3 LINES.
008940 3600-EXIT.
008950         EXIT.
008960 3700-PRINT-ADDRESS.
008970         MOVE MCK-ADDRESS-LINE-1 TO LETTER-LINE.
008980         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
008990         IF MCK-ADDRESS-LINE-2 NOT = SPACES
009000             MOVE MCK-ADDRESS-LINE-2 TO LETTER-LINE
009010             WRITE LETTER-LINE AFTER ADVANCING 1 LINE
009020         END-IF.
009030         MOVE SPACES TO CFS-CITY-LINE.
009040         STRING MCK-CITY DELIMITED BY "  "
009050             " " MCK-REGION DELIMITED BY SIZE
009060             " " MCK-POSTAL-CODE DELIMITED BY SIZE
009070             INTO CFS-CITY-LINE.
009080         MOVE CFS-CITY-LINE TO LETTER-LINE.
009090         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
009100         IF MCK-COUNTRY NOT = SPACES
009110             MOVE MCK-COUNTRY TO LETTER-LINE
009120             WRITE LETTER-LINE AFTER ADVANCING 1 LINE
009130         END-IF.
009140 3700-EXIT.
009150         EXIT.
009160*---------------------------------------------------------------
009170*  4000-PRINT-HEADINGS.  THE PARAMETERS THE AUDITORS NEED TO
009180*  RE-PERFORM THE SELECTION, THEN THE COLUMN HEADINGS.
009190*---------------------------------------------------------------
009200 4000-PRINT-HEADINGS.
009210         MOVE SPACES TO LISTING-RECORD.
009220         STRING "CONFSAMP  AUDIT BALANCE CONFIRMATION SAMPLE"
009230             "     RUN DATE: " CFS-RUN-DATE
009240             DELIMITED BY SIZE INTO LISTING-RECORD.
009250         WRITE LISTING-RECORD.
009260         MOVE SPACES TO LISTING-RECORD.
009270         IF CFS-METHOD-MONETARY
009280             MOVE "MONETARY-UNIT" TO LISTING-RECORD(40:20)
009290         ELSE
009300             MOVE "STRATIFIED RANDOM" TO LISTING-RECORD(40:20)
009310         END-IF.
009320         MOVE "SNAPSHOT DATE:" TO LISTING-RECORD(1:14).
009330         MOVE CFS-SNAP-DATE TO LISTING-RECORD(16:8).
009340         MOVE "METHOD:" TO LISTING-RECORD(31:7).
009350         WRITE LISTING-RECORD.
009360         MOVE SPACES TO LISTING-RECORD.
009370         STRING "SNAPSHOT FILE: " CFS-SNAPSHOT-FILENAME
009380             " GENERATION " CFS-SNAP-GENERATION
009390             DELIMITED BY SIZE INTO LISTING-RECORD.
009400         WRITE LISTING-RECORD.
009410         MOVE SPACES TO LISTING-RECORD.
009420         STRING "SAMPLE SIZE:   " CFS-PARM-SIZE
009430             "     SEED: " CFS-START-SEED
009440             "     GENERATOR: SEED * 16807 MOD 2147483647"
009450             DELIMITED BY SIZE INTO LISTING-RECORD.
009460         WRITE LISTING-RECORD.
009470         MOVE CFS-POPULATION-COUNT TO CFS-COUNT-EDIT.
009480         MOVE CFS-POPULATION-VALUE TO CFS-VALUE-EDIT.
009490         MOVE SPACES TO LISTING-RECORD.
009500         STRING "POPULATION:  " CFS-COUNT-EDIT " ACCOUNTS, VALUE "
009510             CFS-VALUE-EDIT " (LOCAL EQUIVALENT, SIGN IGNORED)"
009520             DELIMITED BY SIZE INTO LISTING-RECORD.
009530         WRITE LISTING-RECORD.
009540         IF CFS-METHOD-MONETARY
009550             MOVE CFS-INTERVAL TO CFS-VALUE-EDIT
009560             MOVE SPACES TO LISTING-RECORD
009570             STRING "SAMPLING INTERVAL:    " CFS-VALUE-EDIT
009580                 DELIMITED BY SIZE INTO LISTING-RECORD
009590             WRITE LISTING-RECORD
009600             MOVE CFS-NEXT-POINT TO CFS-VALUE-EDIT
009610             MOVE SPACES TO LISTING-RECORD
009620             STRING "RANDOM START:         " CFS-VALUE-EDIT
009630                 DELIMITED BY SIZE INTO LISTING-RECORD
009640             WRITE LISTING-RECORD
009650         ELSE
009660             PERFORM 4050-PRINT-STRATUM-PLAN THRU 4050-EXIT
009670                 VARYING CFS-STR-SUB FROM 1 BY 1
009680                 UNTIL CFS-STR-SUB > CFS-TOP-STRATUM
009690         END-IF.
009700         MOVE SPACES TO LISTING-RECORD.
009710         WRITE LISTING-RECORD.
009720         MOVE SPACES TO LISTING-RECORD.
009730         STRING "  SEQ STR BRN ACCOUNT    CCY  "
009740             "     SNAPSHOT BALANCE       LOCAL EQUIVALENT HITS"
009750             "  LETTER"
009760             DELIMITED BY SIZE INTO LISTING-RECORD.
009770         WRITE LISTING-RECORD.
009780 4000-EXIT.
009790         EXIT.
009800 4050-PRINT-STRATUM-PLAN.
009810         MOVE SPACES TO LISTING-RECORD.
009820         MOVE CFS-STR-COUNT(CFS-STR-SUB) TO CFS-COUNT-EDIT.
009830         MOVE CFS-STR-VALUE(CFS-STR-SUB) TO CFS-VALUE-EDIT.
009840         MOVE CFS-STR-WANTED(CFS-STR-SUB) TO CFS-SEQ-EDIT.
009850         MOVE CFS-STR-SUB TO CFS-BAND-EDIT.
009860         STRING "BAND " CFS-BAND-EDIT " "
009870             CFS-STRATUM-LABEL(CFS-STR-SUB)
009880             " ACCOUNTS " CFS-COUNT-EDIT " VALUE " CFS-VALUE-EDIT
009890             " TO DRAW " CFS-SEQ-EDIT
009900             DELIMITED BY SIZE INTO LISTING-RECORD.
009910         WRITE LISTING-RECORD.
009920 4050-EXIT.
009930         EXIT.
009940 4100-PRINT-SELECTION.
009950         MOVE SPACES TO LISTING-RECORD.
009960         MOVE CFS-SELECTED-COUNT TO CFS-SEQ-EDIT.
009970         MOVE CFS-SEQ-EDIT TO LISTING-RECORD(1:5).
009980         MOVE CFS-STRATUM TO LISTING-RECORD(8:1).
009990         MOVE ABL-BRANCH-CODE TO LISTING-RECORD(11:3).
010000         MOVE CFS-MASKED-ACCOUNT TO LISTING-RECORD(15:10).
010010         MOVE CFS-CURRENCY-TEXT TO LISTING-RECORD(26:5).
010020         MOVE ABL-CURRENT-BALANCE TO CFS-AMOUNT-EDIT.
010030         MOVE CFS-AMOUNT-EDIT TO LISTING-RECORD(31:20).
010040         MOVE CFS-LOCAL-BALANCE TO CFS-AMOUNT-EDIT.
010050         MOVE CFS-AMOUNT-EDIT TO LISTING-RECORD(54:20).
010060         MOVE CFS-HITS TO CFS-HITS-EDIT.
010070         MOVE CFS-HITS-EDIT TO LISTING-RECORD(76:3).
010080         MOVE CFS-LETTER-RESULT TO LISTING-RECORD(81:12).
010090         WRITE LISTING-RECORD.
010100 4100-EXIT.
010110         EXIT.
010120*---------------------------------------------------------------
010130*  5000-NEXT-RANDOM.  SEED = SEED x 16807 MOD (2**31 - 1); THE
010140*  FRACTION IS THE NEW SEED OVER THE MODULUS, STRICTLY BETWEEN
010150*  ZERO AND ONE.
010160*---------------------------------------------------------------
010170 5000-NEXT-RANDOM.
010180         COMPUTE CFS-PRODUCT = CFS-SEED * CFS-MULTIPLIER.
010190         DIVIDE CFS-PRODUCT BY CFS-MODULUS
010200             GIVING CFS-QUOTIENT REMAINDER CFS-SEED.
010210         COMPUTE CFS-RANDOM = CFS-SEED / CFS-MODULUS.
010220 5000-EXIT.
010230         EXIT.
010240*---------------------------------------------------------------
010250*  6000-PRINT-TOTALS.  THE CONTROL TOTALS AND THE CONFLOG ROW
010260*  THAT RECORDS HOW THE SAMPLE WAS DRAWN.
010270*---------------------------------------------------------------
010280 6000-PRINT-TOTALS.
010290         IF NOT CFS-READY
010300             GO TO 6000-EXIT
010310         END-IF.
010320         MOVE SPACES TO LISTING-RECORD.
010330         WRITE LISTING-RECORD.
010340         MOVE CFS-RECORDS-READ TO CFS-COUNT-EDIT.
010350         MOVE SPACES TO LISTING-RECORD.
010360         STRING "SNAPSHOT RECORDS READ      " CFS-COUNT-EDIT
010370             DELIMITED BY SIZE INTO LISTING-RECORD.
010380         WRITE LISTING-RECORD.
010390         MOVE CFS-ZERO-BALANCES TO CFS-COUNT-EDIT.
010400         MOVE SPACES TO LISTING-RECORD.
010410         STRING "ZERO BALANCES (EXCLUDED)   " CFS-COUNT-EDIT
010420             DELIMITED BY SIZE INTO LISTING-RECORD.
010430         WRITE LISTING-RECORD.
010440         MOVE CFS-NOT-CONVERTED TO CFS-COUNT-EDIT.
010450         MOVE SPACES TO LISTING-RECORD.
010460         STRING "NO RATE (EXCLUDED)         " CFS-COUNT-EDIT
010470             DELIMITED BY SIZE INTO LISTING-RECORD.
010480         WRITE LISTING-RECORD.
010490         MOVE CFS-SELECTED-COUNT TO CFS-COUNT-EDIT.
010500         MOVE CFS-SELECTED-VALUE TO CFS-VALUE-EDIT.
010510         MOVE SPACES TO LISTING-RECORD.
010520         STRING "ACCOUNTS SELECTED          " CFS-COUNT-EDIT
010530             "   VALUE " CFS-VALUE-EDIT
010540             DELIMITED BY SIZE INTO LISTING-RECORD.
010550         WRITE LISTING-RECORD.
010560         IF NOT CFS-LIST-ONLY
010570             MOVE CFS-LETTER-COUNT TO CFS-COUNT-EDIT
010580             MOVE SPACES TO LISTING-RECORD
010590             STRING "LETTERS PRINTED            " CFS-COUNT-EDIT
010600                 DELIMITED BY SIZE INTO LISTING-RECORD
010610             WRITE LISTING-RECORD
010620             MOVE CFS-HELD-COUNT TO CFS-COUNT-EDIT
010630             MOVE SPACES TO LISTING-RECORD
010640             STRING "NOT SENT (HELD/NO ADDRESS) " CFS-COUNT-EDIT
010650                 DELIMITED BY SIZE INTO LISTING-RECORD
010660             WRITE LISTING-RECORD
010670         END-IF.
010680         MOVE SPACES TO SAMPLE-LOG-RECORD.
010690         MOVE CFS-RUN-DATE TO CFL-RUN-DATE.
010700         MOVE CFS-RUN-TIME TO CFL-RUN-TIME.
010710         MOVE CFS-SNAP-DATE TO CFL-SNAP-DATE.
010720         MOVE CFS-SNAP-GENERATION TO CFL-SNAP-GENERATION.
010730         MOVE CFS-PARM-METHOD TO CFL-METHOD.
010740         MOVE CFS-PARM-MODE TO CFL-MODE.
010750         MOVE CFS-PARM-SIZE TO CFL-SAMPLE-SIZE.
010760         MOVE CFS-START-SEED TO CFL-SEED.
010770         MOVE CFS-POPULATION-COUNT TO CFL-POPULATION-COUNT.
010780         MOVE CFS-POPULATION-VALUE TO CFL-POPULATION-VALUE.
010790         MOVE CFS-INTERVAL TO CFL-INTERVAL.
010800         MOVE CFS-SELECTED-COUNT TO CFL-SELECTED-COUNT.
010810         MOVE CFS-SELECTED-VALUE TO CFL-SELECTED-VALUE.
010820         MOVE CFS-HELD-COUNT TO CFL-HELD-COUNT.
010830         OPEN EXTEND SAMPLE-LOG-FILE.
010840         IF NOT CFS-LOG-FILE-OK
010850             OPEN OUTPUT SAMPLE-LOG-FILE
010860         END-IF.
010870         IF CFS-LOG-FILE-OK
010880             WRITE SAMPLE-LOG-RECORD
010890             CLOSE SAMPLE-LOG-FILE
010900         ELSE
010910             DISPLAY "CONFSAMP: CONFLOG UNAVAILABLE, STATUS = "
010920                 CFS-LOG-FILE-STATUS
010930             MOVE 4 TO RETURN-CODE
010940         END-IF.
010950         DISPLAY "CONFSAMP: " CFS-SELECTED-COUNT " ACCOUNTS "
010960             "SELECTED FROM " CFS-POPULATION-COUNT ", "
010970             CFS-LETTER-COUNT " LETTERS, " CFS-HELD-COUNT
010980             " NOT SENT".
010990 6000-EXIT.
011000         EXIT.
011010 7000-FORMAT-DATE.
011020         MOVE CFS-DATE-IN-MM TO CFS-DATE-EDIT-MM.
011030         MOVE CFS-DATE-IN-DD TO CFS-DATE-EDIT-DD.
011040         MOVE CFS-DATE-IN-YYYY TO CFS-DATE-EDIT-YYYY.
011050 7000-EXIT.
011060         EXIT.
011070 8000-TERMINATE.
011080         IF CFS-LETTER-OPEN
011090             MOVE "E" TO MCK-FUNCTION
011100             CALL "MAILCHK" USING MAIL-CHECK-AREA
011110             CLOSE LETTER-FILE
011120         END-IF.
011130         IF CFS-CONFIRM-OPEN
011140             CLOSE CONFIRMATION-FILE
011150         END-IF.
011160         IF CFS-LISTING-OPEN
011170             CLOSE LISTING-FILE
011180         END-IF.
011190         DISPLAY "CONFSAMP: JOB COMPLETE, RETURN CODE "
011200             RETURN-CODE.
011210 8000-EXIT.
011220         EXIT.
