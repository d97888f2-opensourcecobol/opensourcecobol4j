000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 HISTARCH.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  TXNHIST RETENTION.  BALPOST
000220*                  ADDS A ROW PER POSTED ITEM AND NOTHING EVER
000230*                  TOOK ONE AWAY, SO THE MASTER ONLY GREW.  TWO
000240*                  MODES, FROM THE COMMAND LINE:
000250*                  ARCHIVE[,MONTHS] (THE DEFAULT) MOVES EVERY ROW
000260*                  POSTED BEFORE THE FIRST OF THE MONTH MONTHS
000270*                  BACK (DEFAULT 24) TO A DATED ARCHIVE FILE,
000280*                  TXNHIST.AYYYYMMDD.  THE ARCHIVE IS WRITTEN AND
000290*                  RE-COUNTED BEFORE A SINGLE ROW IS DELETED, THE
000300*                  DELETES ARE DRIVEN FROM THE ARCHIVE ITSELF, AND
000310*                  THE ARCHIVE IS CATALOGED ON HISTCATLG THE WAY
000320*                  GENCATLG CATALOGS EXTRACT GENERATIONS.  EACH
000330*                  ACCOUNT'S ARCHIVED DATE RANGE GOES TO HISTAIDX
000340*                  SO ACCTHINQ CAN NAME THE ARCHIVE HOLDING OLDER
000350*                  ACTIVITY.  ONE ARCHIVE PER RUN DATE -- A RERUN
000360*                  THE SAME DAY DOES NOTHING.
000370*                  PURGE DELETES ARCHIVES, AND ONLY AGAINST AN
000380*                  APPROVED HISTPURG ROW ON THE APPROVAL FILE
000390*                  (RECORDED AND APPROVED THROUGH APPRMNT BY TWO
000400*                  SIGN-ONS, AS GENPURGE IS).  THE ROW'S TARGET IS
000410*                  THE PURGE-THROUGH POSTING DATE, WHICH MUST LIE
000420*                  BEFORE THE LEGAL RETENTION PERIOD -- NOTHING
000430*                  INSIDE IT IS EVER PURGED, APPROVED OR NOT.
000440*                  EVERY ACTIVE ARCHIVE WHOSE LAST POSTING DATE IS
000450*                  ON OR BEFORE THE TARGET IS DELETED AND
000460*                  CATALOGED "P".  RC 4 WHEN THERE IS NOTHING TO
000470*                  DO, RC 8 WHEN A PURGE IS NOT APPROVED OR NOT
000480*                  ALLOWED, RC 16 WHEN AN ARCHIVE CANNOT BE
000490*                  WRITTEN OR DOES NOT PROVE.
00049A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00049B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00049C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000500*---------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.
000540         LINUX.
000550 OBJECT-COMPUTER.
000560         LINUX.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS DYNAMIC
000620             RECORD KEY IS THR-KEY
000630             FILE STATUS IS HAR-HISTORY-FILE-STATUS.
000640         SELECT ARCHIVE-FILE ASSIGN DYNAMIC HAR-ARCHIVE-NAME
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS HAR-ARCHIVE-FILE-STATUS.
000670         SELECT CATALOG-FILE ASSIGN TO "HISTCATLG"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS HAR-CATALOG-FILE-STATUS.
000700         SELECT INDEX-FILE ASSIGN TO "HISTAIDX"
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS HAR-INDEX-FILE-STATUS.
000730         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS HAR-APPROVAL-FILE-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  HISTORY-FILE.
000790     COPY TXNHISTC.
000800 FD  ARCHIVE-FILE.
000810 01  ARCHIVE-LINE                PIC X(56).
000820 FD  CATALOG-FILE.
000830     COPY HSTCATRC.
000840 FD  INDEX-FILE.
000850     COPY HSTIDXRC.
000860 FD  APPROVAL-FILE.
000870     COPY APPRVREC.
000880 WORKING-STORAGE SECTION.
000890 01  HAR-FILE-STATUS-VALUES.
000900         05  HAR-HISTORY-FILE-STATUS PIC X(02).
000910             88  HAR-HISTORY-FILE-OK     VALUE "00".
000920         05  HAR-ARCHIVE-FILE-STATUS PIC X(02).
000930             88  HAR-ARCHIVE-FILE-OK     VALUE "00".
000940         05  HAR-CATALOG-FILE-STATUS PIC X(02).
000950             88  HAR-CATALOG-FILE-OK     VALUE "00".
000960         05  HAR-INDEX-FILE-STATUS   PIC X(02).
000970             88  HAR-INDEX-FILE-OK       VALUE "00".
000980         05  HAR-APPROVAL-FILE-STATUS PIC X(02).
000990             88  HAR-APPROVAL-FILE-OK    VALUE "00".
001000 01  HAR-SWITCHES.
001010         05  HAR-EOF-SWITCH          PIC X(01) VALUE "N".
001020             88  HAR-AT-END              VALUE "Y".
001030         05  HAR-DONE-TODAY-SWITCH   PIC X(01) VALUE "N".
001040             88  HAR-ARCHIVED-TODAY      VALUE "Y".
001050         05  HAR-FOUND-SWITCH        PIC X(01) VALUE "N".
001060             88  HAR-APPROVAL-FOUND      VALUE "Y".
001070         05  HAR-ENTRY-SWITCH        PIC X(01) VALUE "N".
001080             88  HAR-ENTRY-FOUND         VALUE "Y".
001090 01  HAR-PARM-STRING             PIC X(20) VALUE SPACES.
001100 01  HAR-PARM-MODE               PIC X(08) VALUE SPACES.
001110         88  HAR-MODE-ARCHIVE        VALUES "ARCHIVE" SPACES.
001120         88  HAR-MODE-PURGE          VALUE "PURGE".
001130 01  HAR-PARM-MONTHS             PIC 9(03) VALUE ZERO.
001140*  THE LEGAL RETENTION PERIOD FOR POSTED-ITEM HISTORY.  A PURGE
001150*  TARGET MUST FALL BEFORE THE FIRST OF THE MONTH THIS MANY
001160*  MONTHS BACK.  NOT A PARAMETER -- THE OPERATOR DOES NOT GET
001170*  TO SHORTEN IT.
001180 01  HAR-LEGAL-MONTHS            PIC 9(03) VALUE 084.
001190 01  HAR-RUN-DATE                PIC 9(08) VALUE ZERO.
001200 01  HAR-RUN-DATE-PARTS REDEFINES HAR-RUN-DATE.
001210         05  HAR-RUN-YEAR            PIC 9(04).
001220         05  HAR-RUN-MONTH           PIC 9(02).
001230         05  HAR-RUN-DAY             PIC 9(02).
001240 01  HAR-RUN-TIME                PIC 9(08) VALUE ZERO.
001250 01  HAR-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001260 01  HAR-CUTOFF-PARTS REDEFINES HAR-CUTOFF-DATE.
001270         05  HAR-CUTOFF-YEAR         PIC 9(04).
001280         05  HAR-CUTOFF-MONTH        PIC 9(02).
001290         05  HAR-CUTOFF-DAY          PIC 9(02).
001300 01  HAR-DATE-WORK.
001310         05  HAR-MONTHS-BACK         PIC 9(03) VALUE ZERO.
001320         05  HAR-MONTH-NUMBER        PIC 9(07) COMP VALUE ZERO.
001330         05  HAR-WORK-YEAR           PIC 9(07) COMP VALUE ZERO.
001340         05  HAR-WORK-MONTH          PIC 9(02) COMP VALUE ZERO.
001350 01  HAR-ARCHIVE-NAME            PIC X(30) VALUE SPACES.
001360 01  HAR-DELETE-RC               PIC S9(09) COMP-5.
001370 01  HAR-COUNTERS.
001380         05  HAR-ROWS-READ           PIC 9(09) VALUE ZERO.
001390         05  HAR-ROWS-ARCHIVED       PIC 9(09) VALUE ZERO.
001400         05  HAR-ROWS-PROVED         PIC 9(09) VALUE ZERO.
001410         05  HAR-ROWS-DELETED        PIC 9(09) VALUE ZERO.
001420         05  HAR-ROWS-MISSING        PIC 9(09) VALUE ZERO.
001430         05  HAR-ACCOUNTS-ARCHIVED   PIC 9(07) VALUE ZERO.
001440         05  HAR-ARCHIVES-PURGED     PIC 9(05) VALUE ZERO.
001450 01  HAR-RANGE-FIELDS.
001460         05  HAR-FIRST-POST-DATE     PIC 9(08) VALUE ZERO.
001470         05  HAR-LAST-POST-DATE      PIC 9(08) VALUE ZERO.
001480*  THE ACCOUNT WHOSE ARCHIVED RANGE IS BEING BUILT -- TXNHIST
001490*  COMES IN ACCOUNT ORDER, SO ONE INDEX ROW IS WRITTEN AT EACH
001500*  ACCOUNT BREAK.
001510 01  HAR-INDEX-BUILD.
001520         05  HAR-IDX-ACCOUNT         PIC X(10) VALUE SPACES.
001530         05  HAR-IDX-FROM-DATE       PIC 9(08) VALUE ZERO.
001540         05  HAR-IDX-TO-DATE         PIC 9(08) VALUE ZERO.
001550         05  HAR-IDX-ROW-COUNT       PIC 9(07) VALUE ZERO.
001560         05  HAR-IDX-BRANCH          PIC X(03) VALUE SPACES.
001570*  THE CATALOG, ONE ENTRY PER ARCHIVE HOLDING ITS LATEST ROW.
001580 01  HAR-CATALOG-TABLE.
001590         05  HAR-CAT-COUNT           PIC 9(03) COMP VALUE ZERO.
001600         05  HAR-CAT-SUB             PIC 9(03) COMP VALUE ZERO.
001610         05  HAR-CAT-ENTRY OCCURS 500 TIMES
001620                 INDEXED BY HAR-CAT-IDX.
001630             10  HAR-CAT-NAME        PIC X(30).
001640             10  HAR-CAT-RECORD      PIC X(100).
001650 01  HAR-APPROVAL-TABLE.
001660         05  HAR-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
001670         05  HAR-APPR-SUB            PIC 9(03) COMP VALUE ZERO.
001680         05  HAR-HIT-SUB             PIC 9(03) COMP VALUE ZERO.
001690         05  HAR-APPR-ENTRY OCCURS 100 TIMES
001700                 PIC X(130).
001710     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
001720         ==HAR-VIEW-RECORD==.
001730 01  HAR-PURGE-FIELDS.
001740         05  HAR-TARGET-DATE         PIC 9(08) VALUE ZERO.
001750         05  HAR-LEGAL-CUTOFF        PIC 9(08) VALUE ZERO.
001760 01  HAR-EVENT-LOG-FIELDS.
001770         05  HAR-EVL-PROGRAM         PIC X(08) VALUE "HISTARCH".
001780         05  HAR-EVL-SEVERITY        PIC X(01) VALUE "I".
001790         05  HAR-EVL-CODE            PIC X(04) VALUE "HARC".
001800         05  HAR-EVL-TEXT            PIC X(60) VALUE SPACES.
00180A     COPY RUNDATEC.
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840         IF HAR-MODE-PURGE
001850             PERFORM 5000-PURGE-ARCHIVES THRU 5000-EXIT
001860         ELSE
001870             PERFORM 2000-ARCHIVE-HISTORY THRU 2000-EXIT
001880         END-IF.
001890         DISPLAY "HISTARCH: JOB COMPLETE, RETURN CODE "
001900             RETURN-CODE.
001910         STOP RUN.
001920 1000-INITIALIZE.
001930         DISPLAY "HISTARCH: JOB STARTING".
001940         MOVE ZERO TO RETURN-CODE.
001950         CALL "RUNDATE" USING RUN-DATE-AREA.
00195A         MOVE RDT-RUN-DATE TO HAR-RUN-DATE.
001960         ACCEPT HAR-RUN-TIME FROM TIME.
001970         ACCEPT HAR-PARM-STRING FROM COMMAND-LINE.
001980         IF HAR-PARM-STRING NOT = SPACES
001990             UNSTRING HAR-PARM-STRING DELIMITED BY ","
002000                 INTO HAR-PARM-MODE HAR-PARM-MONTHS
002010             END-UNSTRING
002020         END-IF.
002030         IF NOT HAR-MODE-ARCHIVE
002040             AND NOT HAR-MODE-PURGE
002050             DISPLAY "HISTARCH: UNKNOWN MODE " HAR-PARM-MODE
002060                 " - ARCHIVE ASSUMED"
002070             MOVE "ARCHIVE" TO HAR-PARM-MODE
002080         END-IF.
002090         IF HAR-PARM-MONTHS = ZERO
002100             MOVE 024 TO HAR-PARM-MONTHS
002110         END-IF.
002120         PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
002130 1000-EXIT.
002140         EXIT.
002150 1100-LOAD-CATALOG.
002160         OPEN INPUT CATALOG-FILE.
002170         IF NOT HAR-CATALOG-FILE-OK
002180             GO TO 1100-EXIT
002190         END-IF.
002200         MOVE "N" TO HAR-EOF-SWITCH.
002210         PERFORM 1150-LOAD-ONE-CATALOG-ROW THRU 1150-EXIT
002220             UNTIL HAR-AT-END.
002230         CLOSE CATALOG-FILE.
002240 1100-EXIT.
002250         EXIT.
002260*  APPEND-ONLY, LATEST ROW WINS: A ROW FOR AN ARCHIVE ALREADY
002270*  IN THE TABLE REPLACES THE ONE BEFORE IT.
002280 1150-LOAD-ONE-CATALOG-ROW.
002290         READ CATALOG-FILE
002300             AT END
002310                 MOVE "Y" TO HAR-EOF-SWITCH
002320                 GO TO 1150-EXIT
002330         END-READ.
002340         IF HCT-STATUS-ACTIVE
002350             AND HCT-RUN-DATE = HAR-RUN-DATE
002360             SET HAR-ARCHIVED-TODAY TO TRUE
002370         END-IF.
002380         PERFORM 1200-FIND-CATALOG-ENTRY THRU 1200-EXIT.
002390         IF NOT HAR-ENTRY-FOUND
002400             IF HAR-CAT-COUNT = 500
002410                 DISPLAY "HISTARCH: HISTCATLG HOLDS MORE THAN "
002420                     "500 ARCHIVES - " HCT-ARCHIVE-NAME
002430                     " NOT LOADED"
002440                 GO TO 1150-EXIT
002450             END-IF
002460             ADD 1 TO HAR-CAT-COUNT
002470             MOVE HAR-CAT-COUNT TO HAR-CAT-SUB
002480         END-IF.
002490         MOVE HCT-ARCHIVE-NAME TO HAR-CAT-NAME(HAR-CAT-SUB).
002500         MOVE HIST-CATALOG-RECORD TO HAR-CAT-RECORD(HAR-CAT-SUB).
002510 1150-EXIT.
002520         EXIT.
002530 1200-FIND-CATALOG-ENTRY.
002540         MOVE "N" TO HAR-ENTRY-SWITCH.
002550         MOVE ZERO TO HAR-CAT-SUB.
002560         IF HAR-CAT-COUNT = ZERO
002570             GO TO 1200-EXIT
002580         END-IF.
002590         SET HAR-CAT-IDX TO 1.
002600         SEARCH HAR-CAT-ENTRY
002610             AT END
002620                 CONTINUE
002630             WHEN HAR-CAT-NAME(HAR-CAT-IDX) = HCT-ARCHIVE-NAME
002640                 SET HAR-ENTRY-FOUND TO TRUE
002650                 SET HAR-CAT-SUB TO HAR-CAT-IDX
002660         END-SEARCH.
002670 1200-EXIT.
002680         EXIT.
002690*---------------------------------------------------------------
002700*  1500-COMPUTE-CUTOFF.  THE FIRST OF THE MONTH HAR-MONTHS-BACK
002710*  MONTHS BEFORE THE RUN MONTH -- WHOLE MONTHS, SO AN ARCHIVE
002720*  NEVER SPLITS A STATEMENT MONTH.
002730*---------------------------------------------------------------
002740 1500-COMPUTE-CUTOFF.
002750         COMPUTE HAR-MONTH-NUMBER =
002760             HAR-RUN-YEAR * 12 + HAR-RUN-MONTH - 1
002770             - HAR-MONTHS-BACK.
002780         DIVIDE HAR-MONTH-NUMBER BY 12
002790             GIVING HAR-WORK-YEAR REMAINDER HAR-WORK-MONTH.
002800         MOVE HAR-WORK-YEAR TO HAR-CUTOFF-YEAR.
002810         COMPUTE HAR-CUTOFF-MONTH = HAR-WORK-MONTH + 1.
002820         MOVE 01 TO HAR-CUTOFF-DAY.
002830 1500-EXIT.
002840         EXIT.
002850*---------------------------------------------------------------
002860*  2000-ARCHIVE-HISTORY.  COPY OUT, PROVE THE COPY, CATALOG IT,
002870*  AND ONLY THEN DELETE -- A FAILURE ANYWHERE BEFORE THE DELETE
002880*  PASS LEAVES TXNHIST EXACTLY AS IT WAS.
002890*---------------------------------------------------------------
002900 2000-ARCHIVE-HISTORY.
002910         IF HAR-ARCHIVED-TODAY
002920             DISPLAY "HISTARCH: TXNHIST ALREADY ARCHIVED FOR "
002930                 HAR-RUN-DATE " - NOTHING DONE"
002940             MOVE 4 TO RETURN-CODE
002950             GO TO 2000-EXIT
002960         END-IF.
002970         MOVE HAR-PARM-MONTHS TO HAR-MONTHS-BACK.
002980         PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT.
002990         DISPLAY "HISTARCH: RETENTION " HAR-PARM-MONTHS
003000             " MONTH(S) - ARCHIVING ROWS POSTED BEFORE "
003010             HAR-CUTOFF-DATE.
003020         MOVE SPACES TO HAR-ARCHIVE-NAME.
003030         STRING "TXNHIST.A" HAR-RUN-DATE
003040             DELIMITED BY SIZE INTO HAR-ARCHIVE-NAME.
003050         OPEN INPUT HISTORY-FILE.
003060         IF NOT HAR-HISTORY-FILE-OK
003070             DISPLAY "HISTARCH: NO TXNHIST ON FILE, STATUS = "
003080                 HAR-HISTORY-FILE-STATUS
003090             MOVE 4 TO RETURN-CODE
003100             GO TO 2000-EXIT
003110         END-IF.
003120         OPEN OUTPUT ARCHIVE-FILE.
003130         IF NOT HAR-ARCHIVE-FILE-OK
003140             DISPLAY "HISTARCH: CANNOT OPEN " HAR-ARCHIVE-NAME
003150                 ", STATUS = " HAR-ARCHIVE-FILE-STATUS
003160             CLOSE HISTORY-FILE
003170             MOVE 16 TO RETURN-CODE
003180             GO TO 2000-EXIT
003190         END-IF.
003200         OPEN EXTEND INDEX-FILE.
003210         IF NOT HAR-INDEX-FILE-OK
003220             OPEN OUTPUT INDEX-FILE
003230         END-IF.
003240         MOVE "N" TO HAR-EOF-SWITCH.
003250         PERFORM 2100-COPY-ONE-ROW THRU 2100-EXIT
003260             UNTIL HAR-AT-END.
003270         PERFORM 2200-WRITE-INDEX-ROW THRU 2200-EXIT.
003280         CLOSE INDEX-FILE.
003290         CLOSE ARCHIVE-FILE.
003300         CLOSE HISTORY-FILE.
003310         IF HAR-ROWS-ARCHIVED = ZERO
003320             DISPLAY "HISTARCH: NOTHING POSTED BEFORE "
003330                 HAR-CUTOFF-DATE " - NO ARCHIVE WRITTEN"
003340             CALL "CBL_DELETE_FILE" USING HAR-ARCHIVE-NAME
003350                 RETURNING HAR-DELETE-RC
003360             MOVE 4 TO RETURN-CODE
003370             GO TO 2000-EXIT
003380         END-IF.
003390         PERFORM 2300-PROVE-ARCHIVE THRU 2300-EXIT.
003400         IF HAR-ROWS-PROVED NOT = HAR-ROWS-ARCHIVED
003410             DISPLAY "HISTARCH: " HAR-ARCHIVE-NAME " HOLDS "
003420                 HAR-ROWS-PROVED " ROW(S), " HAR-ROWS-ARCHIVED
003430                 " WERE WRITTEN - NOTHING DELETED"
003440             MOVE "E" TO HAR-EVL-SEVERITY
003450             MOVE "ARCHIVE DID NOT PROVE - TXNHIST LEFT INTACT"
003460                 TO HAR-EVL-TEXT
003470             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
003480             MOVE 16 TO RETURN-CODE
003490             GO TO 2000-EXIT
003500         END-IF.
003510         PERFORM 2500-CATALOG-ARCHIVE THRU 2500-EXIT.
003520         PERFORM 2600-DELETE-ARCHIVED-ROWS THRU 2600-EXIT.
003530         DISPLAY "HISTARCH: " HAR-ROWS-READ " ROW(S) READ, "
003540             HAR-ROWS-ARCHIVED " ARCHIVED TO " HAR-ARCHIVE-NAME.
003550         DISPLAY "HISTARCH: " HAR-ACCOUNTS-ARCHIVED
003560             " ACCOUNT(S), POSTED " HAR-FIRST-POST-DATE
003570             " THROUGH " HAR-LAST-POST-DATE.
003580         DISPLAY "HISTARCH: " HAR-ROWS-DELETED
003590             " ROW(S) DELETED FROM TXNHIST".
003600         IF HAR-ROWS-MISSING > ZERO
003610             DISPLAY "HISTARCH: " HAR-ROWS-MISSING
003620                 " ARCHIVED ROW(S) WERE ALREADY GONE FROM TXNHIST"
003630             MOVE 4 TO RETURN-CODE
003640         END-IF.
003650         MOVE SPACES TO HAR-EVL-TEXT.
003660         STRING "TXNHIST ARCHIVED TO " HAR-ARCHIVE-NAME
003670             DELIMITED BY SIZE INTO HAR-EVL-TEXT.
003680         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
003690 2000-EXIT.
003700         EXIT.
003710 2100-COPY-ONE-ROW.
003720         READ HISTORY-FILE NEXT RECORD
003730             AT END
003740                 MOVE "Y" TO HAR-EOF-SWITCH
003750                 GO TO 2100-EXIT
003760         END-READ.
003770         ADD 1 TO HAR-ROWS-READ.
003780         IF THR-POST-DATE NOT < HAR-CUTOFF-DATE
003790             GO TO 2100-EXIT
003800         END-IF.
003810         MOVE TXN-HISTORY-RECORD TO ARCHIVE-LINE.
003820         WRITE ARCHIVE-LINE.
003830         ADD 1 TO HAR-ROWS-ARCHIVED.
003840         IF HAR-FIRST-POST-DATE = ZERO
003850             OR THR-POST-DATE < HAR-FIRST-POST-DATE
003860             MOVE THR-POST-DATE TO HAR-FIRST-POST-DATE
003870         END-IF.
003880         IF THR-POST-DATE > HAR-LAST-POST-DATE
003890             MOVE THR-POST-DATE TO HAR-LAST-POST-DATE
003900         END-IF.
003910         IF THR-ACCOUNT-NO NOT = HAR-IDX-ACCOUNT
003920             PERFORM 2200-WRITE-INDEX-ROW THRU 2200-EXIT
003930             MOVE THR-ACCOUNT-NO TO HAR-IDX-ACCOUNT
003940             MOVE THR-POST-DATE TO HAR-IDX-FROM-DATE
003950             MOVE ZERO TO HAR-IDX-ROW-COUNT
003960             ADD 1 TO HAR-ACCOUNTS-ARCHIVED
003970         END-IF.
003980         MOVE THR-POST-DATE TO HAR-IDX-TO-DATE.
003990         MOVE THR-BRANCH-CODE TO HAR-IDX-BRANCH.
004000         ADD 1 TO HAR-IDX-ROW-COUNT.
004010 2100-EXIT.
004020         EXIT.
004030 2200-WRITE-INDEX-ROW.
004040         IF HAR-IDX-ACCOUNT = SPACES
004050             GO TO 2200-EXIT
004060         END-IF.
004070         MOVE SPACES TO HIST-INDEX-RECORD.
004080         MOVE HAR-IDX-ACCOUNT TO HAX-ACCOUNT-NO.
004090         MOVE HAR-IDX-FROM-DATE TO HAX-FROM-DATE.
004100         MOVE HAR-IDX-TO-DATE TO HAX-TO-DATE.
004110         MOVE HAR-IDX-ROW-COUNT TO HAX-ROW-COUNT.
004120         MOVE HAR-IDX-BRANCH TO HAX-BRANCH-CODE.
004130         MOVE HAR-ARCHIVE-NAME TO HAX-ARCHIVE-NAME.
004140         WRITE HIST-INDEX-RECORD.
004150 2200-EXIT.
004160         EXIT.
004170 2300-PROVE-ARCHIVE.
004180         MOVE ZERO TO HAR-ROWS-PROVED.
004190         OPEN INPUT ARCHIVE-FILE.
004200         IF NOT HAR-ARCHIVE-FILE-OK
004210             GO TO 2300-EXIT
004220         END-IF.
004230         MOVE "N" TO HAR-EOF-SWITCH.
004240         PERFORM 2350-COUNT-ONE-ARCHIVE-ROW THRU 2350-EXIT
004250             UNTIL HAR-AT-END.
004260         CLOSE ARCHIVE-FILE.
004270 2300-EXIT.
004280         EXIT.
004290 2350-COUNT-ONE-ARCHIVE-ROW.
004300         READ ARCHIVE-FILE
004310             AT END
004320                 MOVE "Y" TO HAR-EOF-SWITCH
004330             NOT AT END
004340                 ADD 1 TO HAR-ROWS-PROVED
004350         END-READ.
004360 2350-EXIT.
004370         EXIT.
004380 2500-CATALOG-ARCHIVE.
004390         OPEN EXTEND CATALOG-FILE.
004400         IF NOT HAR-CATALOG-FILE-OK
004410             OPEN OUTPUT CATALOG-FILE
004420         END-IF.
004430         IF NOT HAR-CATALOG-FILE-OK
004440             DISPLAY "HISTARCH: HISTCATLG UNAVAILABLE, STATUS = "
004450                 HAR-CATALOG-FILE-STATUS
004460             GO TO 2500-EXIT
004470         END-IF.
004480         MOVE SPACES TO HIST-CATALOG-RECORD.
004490         MOVE HAR-ARCHIVE-NAME TO HCT-ARCHIVE-NAME.
004500         MOVE HAR-RUN-DATE TO HCT-RUN-DATE.
004510         MOVE HAR-RUN-TIME TO HCT-RUN-TIME.
004520         MOVE HAR-CUTOFF-DATE TO HCT-CUTOFF-DATE.
004530         MOVE HAR-FIRST-POST-DATE TO HCT-FIRST-POST-DATE.
004540         MOVE HAR-LAST-POST-DATE TO HCT-LAST-POST-DATE.
004550         MOVE HAR-ROWS-ARCHIVED TO HCT-ROW-COUNT.
004560         MOVE HAR-ACCOUNTS-ARCHIVED TO HCT-ACCOUNT-COUNT.
004570         MOVE "A" TO HCT-STATUS.
004580         MOVE ZERO TO HCT-APPROVAL-ID.
004590         WRITE HIST-CATALOG-RECORD.
004600         CLOSE CATALOG-FILE.
004610 2500-EXIT.
004620         EXIT.
004630*---------------------------------------------------------------
004640*  2600-DELETE-ARCHIVED-ROWS.  DRIVEN FROM THE ARCHIVE, NOT
004650*  FROM THE CUTOFF -- ONLY A ROW KNOWN TO BE IN THE ARCHIVE IS
004660*  EVER DELETED.
004670*---------------------------------------------------------------
004680 2600-DELETE-ARCHIVED-ROWS.
004690         OPEN I-O HISTORY-FILE.
004700         IF NOT HAR-HISTORY-FILE-OK
004710             DISPLAY "HISTARCH: CANNOT OPEN TXNHIST FOR UPDATE, "
004720                 "STATUS = " HAR-HISTORY-FILE-STATUS
004730             MOVE 16 TO RETURN-CODE
004740             GO TO 2600-EXIT
004750         END-IF.
004760         OPEN INPUT ARCHIVE-FILE.
004770         MOVE "N" TO HAR-EOF-SWITCH.
004780         PERFORM 2650-DELETE-ONE-ROW THRU 2650-EXIT
004790             UNTIL HAR-AT-END.
004800         CLOSE ARCHIVE-FILE.
004810         CLOSE HISTORY-FILE.
004820 2600-EXIT.
004830         EXIT.
004840 2650-DELETE-ONE-ROW.
004850         READ ARCHIVE-FILE
004860             AT END
004870                 MOVE "Y" TO HAR-EOF-SWITCH
004880                 GO TO 2650-EXIT
004890         END-READ.
004900         MOVE ARCHIVE-LINE TO TXN-HISTORY-RECORD.
004910         DELETE HISTORY-FILE RECORD
004920             INVALID KEY
004930                 ADD 1 TO HAR-ROWS-MISSING
004940                 GO TO 2650-EXIT
004950         END-DELETE.
004960         ADD 1 TO HAR-ROWS-DELETED.
004970 2650-EXIT.
004980         EXIT.
004990*---------------------------------------------------------------
005000*  5000-PURGE-ARCHIVES.  THE DESTRUCTIVE HALF.  NEEDS AN
005010*  APPROVED HISTPURG ROW, AND ITS TARGET MUST BE OLDER THAN THE
005020*  LEGAL RETENTION PERIOD.
005030*---------------------------------------------------------------
005040 5000-PURGE-ARCHIVES.
005050         MOVE HAR-LEGAL-MONTHS TO HAR-MONTHS-BACK.
005060         PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT.
005070         MOVE HAR-CUTOFF-DATE TO HAR-LEGAL-CUTOFF.
005080         PERFORM 5100-CHECK-APPROVAL THRU 5100-EXIT.
005090         IF NOT HAR-APPROVAL-FOUND
005100             DISPLAY "HISTARCH: NO APPROVED HISTPURG ACTION - "
005110                 "REQUEST AND APPROVE IT THROUGH APPRMNT FIRST"
005120             MOVE 8 TO RETURN-CODE
005130             GO TO 5000-EXIT
005140         END-IF.
005150         IF HAR-TARGET-DATE NOT < HAR-LEGAL-CUTOFF
005160             DISPLAY "HISTARCH: PURGE THROUGH " HAR-TARGET-DATE
005170                 " REACHES INTO THE " HAR-LEGAL-MONTHS
005180                 "-MONTH LEGAL RETENTION PERIOD (FROM "
005190                 HAR-LEGAL-CUTOFF ") - REFUSED"
005200             MOVE "W" TO HAR-EVL-SEVERITY
005210             MOVE "HISTORY PURGE REFUSED - INSIDE LEGAL RETENTION"
005220                 TO HAR-EVL-TEXT
005230             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
005240             MOVE 8 TO RETURN-CODE
005250             GO TO 5000-EXIT
005260         END-IF.
005270         OPEN EXTEND CATALOG-FILE.
005280         IF NOT HAR-CATALOG-FILE-OK
005290             OPEN OUTPUT CATALOG-FILE
005300         END-IF.
005310         PERFORM 5300-PURGE-ONE-ARCHIVE THRU 5300-EXIT
005320             VARYING HAR-CAT-SUB FROM 1 BY 1
005330             UNTIL HAR-CAT-SUB > HAR-CAT-COUNT.
005340         CLOSE CATALOG-FILE.
005350         DISPLAY "HISTARCH: " HAR-ARCHIVES-PURGED
005360             " ARCHIVE(S) PURGED THROUGH " HAR-TARGET-DATE.
005370         IF HAR-ARCHIVES-PURGED = ZERO
005380             MOVE 4 TO RETURN-CODE
005390         END-IF.
005400         PERFORM 5500-MARK-EXECUTED THRU 5500-EXIT.
005410 5000-EXIT.
005420         EXIT.
005430 5100-CHECK-APPROVAL.
005440         OPEN INPUT APPROVAL-FILE.
005450         IF NOT HAR-APPROVAL-FILE-OK
005460             GO TO 5100-EXIT
005470         END-IF.
005480         MOVE "N" TO HAR-EOF-SWITCH.
005490         PERFORM 5150-LOAD-ONE-APPROVAL THRU 5150-EXIT
005500             UNTIL HAR-AT-END
005510                 OR HAR-APPR-COUNT = 100.
005520         CLOSE APPROVAL-FILE.
005530         MOVE ZERO TO HAR-APPR-SUB.
005540         PERFORM 5200-MATCH-ONE-APPROVAL THRU 5200-EXIT
005550             UNTIL HAR-APPROVAL-FOUND
005560                 OR HAR-APPR-SUB >= HAR-APPR-COUNT.
005570         IF HAR-APPROVAL-FOUND
005580             DISPLAY "HISTARCH: APPROVED ACTION #"
005590                 APR-ACTION-ID OF HAR-VIEW-RECORD
005600                 " - PURGE THROUGH " HAR-TARGET-DATE
005610                 " REQUESTED BY "
005620                 APR-REQUESTED-BY OF HAR-VIEW-RECORD
005630                 ", APPROVED BY "
005640                 APR-APPROVED-BY OF HAR-VIEW-RECORD
005650         END-IF.
005660 5100-EXIT.
005670         EXIT.
005680 5150-LOAD-ONE-APPROVAL.
005690         READ APPROVAL-FILE
005700             AT END
005710                 MOVE "Y" TO HAR-EOF-SWITCH
005720             NOT AT END
005730                 ADD 1 TO HAR-APPR-COUNT
005740                 MOVE APPROVAL-RECORD
005750                     TO HAR-APPR-ENTRY(HAR-APPR-COUNT)
005760         END-READ.
005770 5150-EXIT.
005780         EXIT.
005790 5200-MATCH-ONE-APPROVAL.
005800         ADD 1 TO HAR-APPR-SUB.
005810         MOVE HAR-APPR-ENTRY(HAR-APPR-SUB) TO HAR-VIEW-RECORD.
005820         IF APR-TYPE-HISTPURG OF HAR-VIEW-RECORD
005830             AND APR-STATUS-APPROVED OF HAR-VIEW-RECORD
005840             SET HAR-APPROVAL-FOUND TO TRUE
005850             MOVE HAR-APPR-SUB TO HAR-HIT-SUB
005860             MOVE APR-TARGET OF HAR-VIEW-RECORD TO HAR-TARGET-DATE
005870         END-IF.
005880 5200-EXIT.
005890         EXIT.
005900*  THE CATALOG IS APPEND-ONLY AND ITS LATEST ROW PER ARCHIVE
005910*  WINS, SO THE "P" ROW TELLS ACCTHINQ THE ARCHIVE IS GONE ON
005920*  PURPOSE.
005930 5300-PURGE-ONE-ARCHIVE.
005940         MOVE HAR-CAT-RECORD(HAR-CAT-SUB) TO HIST-CATALOG-RECORD.
005950         IF NOT HCT-STATUS-ACTIVE
005960             OR HCT-LAST-POST-DATE > HAR-TARGET-DATE
005970             GO TO 5300-EXIT
005980         END-IF.
005990         CALL "CBL_DELETE_FILE" USING HCT-ARCHIVE-NAME
006000             RETURNING HAR-DELETE-RC.
006010         IF HAR-DELETE-RC NOT = ZERO
006020             DISPLAY "HISTARCH: COULD NOT DELETE "
006030                 HCT-ARCHIVE-NAME " - LEFT ACTIVE"
006040             GO TO 5300-EXIT
006050         END-IF.
006060         ADD 1 TO HAR-ARCHIVES-PURGED.
006070         DISPLAY "HISTARCH: PURGED " HCT-ARCHIVE-NAME
006080             " (" HCT-ROW-COUNT " ROWS POSTED "
006090             HCT-FIRST-POST-DATE " - " HCT-LAST-POST-DATE ")".
006100         MOVE HAR-RUN-DATE TO HCT-RUN-DATE.
006110         MOVE HAR-RUN-TIME TO HCT-RUN-TIME.
006120         MOVE "P" TO HCT-STATUS.
006130         MOVE APR-ACTION-ID OF HAR-VIEW-RECORD TO HCT-APPROVAL-ID.
006140         WRITE HIST-CATALOG-RECORD.
006150 5300-EXIT.
006160         EXIT.
006170 5500-MARK-EXECUTED.
006180         MOVE HAR-APPR-ENTRY(HAR-HIT-SUB) TO HAR-VIEW-RECORD.
006190         MOVE "X" TO APR-STATUS OF HAR-VIEW-RECORD.
006200         MOVE HAR-RUN-DATE
006210             TO APR-EXECUTED-DATE OF HAR-VIEW-RECORD.
006220         MOVE HAR-RUN-TIME
006230             TO APR-EXECUTED-TIME OF HAR-VIEW-RECORD.
006240         MOVE HAR-VIEW-RECORD TO HAR-APPR-ENTRY(HAR-HIT-SUB).
006250         OPEN OUTPUT APPROVAL-FILE.
006260         MOVE ZERO TO HAR-APPR-SUB.
006270         PERFORM 5550-REWRITE-ONE-APPROVAL THRU 5550-EXIT
006280             UNTIL HAR-APPR-SUB >= HAR-APPR-COUNT.
006290         CLOSE APPROVAL-FILE.
006300         MOVE "W" TO HAR-EVL-SEVERITY.
006310         MOVE SPACES TO HAR-EVL-TEXT.
006320         STRING "HISTORY ARCHIVES PURGED - REQ "
006330             APR-REQUESTED-BY OF HAR-VIEW-RECORD
006340             " APPR " APR-APPROVED-BY OF HAR-VIEW-RECORD
006350             DELIMITED BY SIZE INTO HAR-EVL-TEXT.
006360         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
006370 5500-EXIT.
006380         EXIT.
006390 5550-REWRITE-ONE-APPROVAL.
006400         ADD 1 TO HAR-APPR-SUB.
006410         MOVE HAR-APPR-ENTRY(HAR-APPR-SUB) TO APPROVAL-RECORD.
006420         WRITE APPROVAL-RECORD.
006430 5550-EXIT.
006440         EXIT.
006450 9000-LOG-EVENT.
006460         CALL "EVLOG" USING HAR-EVL-PROGRAM HAR-EVL-SEVERITY
006470             HAR-EVL-CODE HAR-EVL-TEXT.
006480 9000-EXIT.
006490         EXIT.
