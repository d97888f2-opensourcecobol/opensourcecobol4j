000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 EXTRFMT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  SUBSCRIBER EXTRACT FORMATTING.  EXTRPUB PUBLISHES ONE FIXED
000180*  EXTRACT-RECORD LAYOUT, AND THE DOWNSTREAMS THAT WANT
000190*  SOMETHING ELSE -- THE WAREHOUSE'S CSV, THE GL SHOP'S
000200*  STRIPPED-DOWN RECORD -- HAD EACH BEEN RESHAPING IT ON THEIR
000210*  OWN SIDE AND BREAKING WHENEVER A FIELD WAS ADDED.  THIS
000220*  PROGRAM TAKES A GENERATION NUMBER AS ITS PARAMETER (DEFAULT
000230*  THE CURRENT ONE FROM GENNBRFILE) AND, ONCE EXTRPUB HAS
000240*  VERIFIED IT AND DROPPED ITS .READY MARKER, WRITES EACH
000250*  ACTIVE SUBSCRIBER NOT TAKING THE STANDARD EXTRFILE ITS OWN
000260*  COPY OF THE GENERATION IN THE FORMAT THE EXTFMT REGISTRY
000270*  GIVES IT (SHARED EXTFMTRC COPYBOOK):
000280*    FIXED      - THE CHOSEN FIELDS AT THEIR EXTRACT WIDTHS,
000290*                 BEHIND THE GENERATION'S OWN HDR RECORD.
000300*    DELIMITED  - A HEADING LINE OF COLUMN NAMES, THEN THE
000310*                 CHOSEN FIELDS SEPARATED BY THE SUBSCRIBER'S
000320*                 DELIMITER, AMOUNTS WITH A DECIMAL POINT.
000330*    JSON LINES - ONE OBJECT PER RECORD, KEYED BY COLUMN NAME.
000340*  THE ACCOUNT NUMBER GOES OUT IN THE CLEAR, MASKED THROUGH
000350*  MASKACCT OR AS ITS TOKNSRV TOKEN, AS THE REGISTRY SAYS.
000360*  THE COPY IS NAMED <SUBSCRIB OUTPUT NAME>.Gnnnnnnn, ENDS IN
000370*  ITS OWN CONTROL TRAILER (RECORD COUNT AND AMOUNT TOTAL) AND
000380*  MUST PROVE TO THE TOTALS ON THE GENERATION'S .READY MARKER
000390*  BEFORE ITS OWN <COPY NAME>.READY MARKER IS DROPPED BESIDE
000400*  IT.  A COPY WHOSE MARKER IS ALREADY ON FILE IS LEFT ALONE,
000410*  SO A RESTARTED STREAM DOES NOT REWRITE IT.  PICKUPS OF THE
000420*  COPIES ARE LOGGED AND CHASED BY DELIVRCN LIKE ANY OTHER.
000430*  RC 0 CLEAN, 4 NOTHING TO FORMAT OR A SUBSCRIBER SKIPPED (NO
000440*  USABLE FORMAT, TOKEN SERVICE UNAVAILABLE), 8 A COPY COULD
000450*  NOT BE WRITTEN OR DID NOT PROVE -- NO MARKER IS DROPPED ON
000460*  IT.
000470*  ------------------------------------------------------------
000480*  MODIFICATION HISTORY
000490*  ------------------------------------------------------------
000500*  DATE       BY   DESCRIPTION
000510*  ---------- ---- --------------------------------------------
000520*  10/15/2026 DCG  ORIGINAL PROGRAM.
000530*---------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.
000570         LINUX.
000580 OBJECT-COMPUTER.
000590         LINUX.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620         SELECT GENERATION-FILE ASSIGN TO "GENNBRFILE"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS XFM-GENERATION-FILE-STATUS.
000650         SELECT GEN-CATALOG-FILE ASSIGN TO "GENCATLG"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS XFM-CATALOG-FILE-STATUS.
000680         SELECT EXTRACT-FILE ASSIGN DYNAMIC XFM-EXTRACT-FILENAME
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS XFM-EXTRACT-FILE-STATUS.
000710         SELECT MARKER-FILE ASSIGN DYNAMIC XFM-MARKER-FILENAME
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS XFM-MARKER-FILE-STATUS.
000740         SELECT FORMAT-FILE ASSIGN TO "EXTFMT"
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS XFM-FORMAT-FILE-STATUS.
000770         SELECT SUBSCRIBER-FILE ASSIGN TO "SUBSCRIB"
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS XFM-SUBSCRIBER-FILE-STATUS.
000800         SELECT COPY-FILE ASSIGN DYNAMIC XFM-COPY-FILENAME
000810             ORGANIZATION IS LINE SEQUENTIAL
000820             FILE STATUS IS XFM-COPY-FILE-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  GENERATION-FILE.
000860 01  GENERATION-RECORD.
000870         05  GEN-LAST-NUMBER         PIC 9(07).
000880 FD  GEN-CATALOG-FILE.
000890     COPY GENCATRC.
000900 FD  EXTRACT-FILE.
000910     COPY EXTRREC.
000920 FD  MARKER-FILE.
000930 01  MARKER-RECORD.
000940         05  MKR-GENERATION          PIC 9(07).
000950         05  FILLER                  PIC X(01).
000960         05  MKR-RUN-DATE            PIC 9(08).
000970         05  FILLER                  PIC X(01).
000980         05  MKR-RECORD-COUNT        PIC 9(09).
000990         05  FILLER                  PIC X(01).
001000         05  MKR-AMOUNT-TOTAL        PIC 9(11)V99.
001010         05  FILLER                  PIC X(11).
001020 FD  FORMAT-FILE.
001030     COPY EXTFMTRC.
001040 FD  SUBSCRIBER-FILE.
001050     COPY SUBSCRRC.
001060 FD  COPY-FILE.
001070 01  COPY-RECORD                 PIC X(800).
001080 WORKING-STORAGE SECTION.
001090 01  XFM-FILE-STATUS-VALUES.
001100         05  XFM-GENERATION-FILE-STATUS PIC X(02).
001110             88  XFM-GENERATION-FILE-OK  VALUE "00".
001120         05  XFM-CATALOG-FILE-STATUS PIC X(02).
001130             88  XFM-CATALOG-FILE-OK     VALUE "00".
001140         05  XFM-EXTRACT-FILE-STATUS PIC X(02).
001150             88  XFM-EXTRACT-FILE-OK     VALUE "00".
001160         05  XFM-MARKER-FILE-STATUS  PIC X(02).
001170             88  XFM-MARKER-FILE-OK      VALUE "00".
001180         05  XFM-FORMAT-FILE-STATUS  PIC X(02).
001190             88  XFM-FORMAT-FILE-OK      VALUE "00".
001200         05  XFM-SUBSCRIBER-FILE-STATUS PIC X(02).
001210             88  XFM-SUBSCRIBER-FILE-OK  VALUE "00".
001220         05  XFM-COPY-FILE-STATUS    PIC X(02).
001230             88  XFM-COPY-FILE-OK        VALUE "00".
001240 01  XFM-SWITCHES.
001250         05  XFM-EOF-SWITCH          PIC X(01) VALUE "N".
001260             88  XFM-END-OF-FILE         VALUE "Y".
001270         05  XFM-SUB-EOF-SWITCH      PIC X(01) VALUE "N".
001280             88  XFM-END-OF-SUBSCRIBERS  VALUE "Y".
001290         05  XFM-FOUND-SWITCH        PIC X(01) VALUE "N".
001300             88  XFM-GENERATION-FOUND    VALUE "Y".
001310         05  XFM-ABANDON-SWITCH      PIC X(01) VALUE "N".
001320             88  XFM-COPY-ABANDONED      VALUE "Y".
001330         05  XFM-FIRST-FIELD-SWITCH  PIC X(01) VALUE "Y".
001340             88  XFM-FIRST-FIELD         VALUE "Y".
001350 01  XFM-PARM-FIELDS.
001360         05  XFM-PARM-STRING         PIC X(07) VALUE SPACES.
001370         05  XFM-GENERATION-NUMBER   PIC 9(07) VALUE ZERO.
001380 01  XFM-FILENAME-FIELDS.
001390         05  XFM-EXTRACT-FILENAME    PIC X(30) VALUE SPACES.
001400         05  XFM-MARKER-FILENAME     PIC X(36) VALUE SPACES.
001410         05  XFM-COPY-FILENAME       PIC X(30) VALUE SPACES.
001420         05  XFM-DELETE-RC           PIC S9(09) COMP-5.
001430 01  XFM-CATALOG-IMAGE.
001440         05  XFM-CAT-RUN-DATE        PIC 9(08) VALUE ZERO.
001450         05  XFM-CAT-STATUS          PIC X(01) VALUE SPACES.
001460*  THE TOTALS EXTRPUB PROVED AND LEFT ON THE GENERATION'S
001470*  .READY MARKER -- EVERY COPY MUST COME BACK TO THEM.
001480 01  XFM-PUBLISHED-TOTALS.
001490         05  XFM-PUB-COUNT           PIC 9(09) VALUE ZERO.
001500         05  XFM-PUB-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001510 01  XFM-COPY-TOTALS.
001520         05  XFM-COPY-COUNT          PIC 9(09) VALUE ZERO.
001530         05  XFM-COPY-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001540 01  XFM-COUNTERS.
001550         05  XFM-COPIES-WRITTEN      PIC 9(03) VALUE ZERO.
001560         05  XFM-COPIES-ON-FILE      PIC 9(03) VALUE ZERO.
001570         05  XFM-SKIPPED-COUNT       PIC 9(03) VALUE ZERO.
001580         05  XFM-FAILED-COUNT        PIC 9(03) VALUE ZERO.
001590 01  XFM-FORMAT-TABLE.
001600         05  XFM-FMT-COUNT           PIC 9(03) COMP VALUE ZERO.
001610         05  XFM-FMT-ENTRY OCCURS 20 TIMES
001620                 INDEXED BY XFM-FMT-IDX.
001630             10  XFM-FMT-SUBSCRIBER  PIC X(08).
001640             10  XFM-FMT-STYLE       PIC X(01).
001650                 88  XFM-FMT-FIXED       VALUE "F".
001660                 88  XFM-FMT-DELIMITED   VALUE "D".
001670                 88  XFM-FMT-JSON        VALUE "J".
001680             10  XFM-FMT-DELIMITER   PIC X(01).
001690             10  XFM-FMT-ERROR       PIC X(30).
001700             10  XFM-FMT-FIELD-COUNT PIC 9(02) COMP.
001710             10  XFM-FMT-FIELD OCCURS 16 TIMES.
001720                 15  XFM-FLD-NAME    PIC X(12).
001730                 15  XFM-FLD-TREATMENT PIC X(01).
001740                 15  XFM-FLD-LABEL   PIC X(16).
001750         05  XFM-FLD-SUB             PIC 9(02) COMP VALUE ZERO.
001760         05  XFM-SEARCH-ID           PIC X(08) VALUE SPACES.
001770 01  XFM-OUTPUT-FIELDS.
001780         05  XFM-OUT-LINE            PIC X(800) VALUE SPACES.
001790         05  XFM-OUT-PTR             PIC 9(04) COMP VALUE 1.
001800         05  XFM-VALUE               PIC X(20) VALUE SPACES.
001810         05  XFM-TRIM-WORK           PIC X(20) VALUE SPACES.
001820         05  XFM-VALUE-LEN           PIC 9(02) COMP VALUE ZERO.
001830         05  XFM-VALUE-TYPE          PIC X(01) VALUE "T".
001840             88  XFM-VALUE-IS-NUMBER     VALUE "N".
001850             88  XFM-VALUE-IS-TEXT       VALUE "T".
001860         05  XFM-LEAD-SPACES         PIC 9(02) COMP VALUE ZERO.
001870         05  XFM-EDIT-AMOUNT         PIC Z(10)9.99.
001880         05  XFM-EDIT-COUNT          PIC Z(08)9.
001890         05  XFM-EDIT-GENERATION     PIC Z(06)9.
001900         05  XFM-QUOTE               PIC X(01) VALUE QUOTE.
001910         05  XFM-ORIG-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001920         05  XFM-ORIG-AMOUNT-X REDEFINES XFM-ORIG-AMOUNT
001930                                     PIC X(11).
001940 01  XFM-ACCOUNT-FIELDS.
001950         05  XFM-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
001960         05  XFM-TOK-FUNCTION        PIC X(01) VALUE "T".
001970         05  XFM-TOK-ACCOUNT         PIC X(10) VALUE SPACES.
001980         05  XFM-TOK-TOKEN           PIC X(10) VALUE SPACES.
001990         05  XFM-TOK-RETURN-CODE     PIC 9(02) VALUE ZERO.
002000 01  XFM-EVENT-LOG-FIELDS.
002010         05  XFM-EVL-PROGRAM         PIC X(08) VALUE "EXTRFMT".
002020         05  XFM-EVL-SEVERITY        PIC X(01) VALUE "I".
002030         05  XFM-EVL-CODE            PIC X(04) VALUE SPACES.
002040         05  XFM-EVL-TEXT            PIC X(60) VALUE SPACES.
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080         IF RETURN-CODE > ZERO
002090             GO TO 0000-WRAP-UP
002100         END-IF.
002110         PERFORM 2000-FORMAT-SUBSCRIBERS THRU 2000-EXIT.
002120         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002130 0000-WRAP-UP.
002140         DISPLAY "EXTRFMT: JOB COMPLETE, RETURN CODE "
002150             RETURN-CODE.
002160         STOP RUN.
002170 1000-INITIALIZE.
002180         DISPLAY "EXTRFMT: JOB STARTING".
002190         ACCEPT XFM-PARM-STRING FROM COMMAND-LINE.
002200         IF XFM-PARM-STRING = SPACES
002210             PERFORM 1100-READ-CURRENT-GENERATION THRU 1100-EXIT
002220         ELSE
002230             MOVE XFM-PARM-STRING TO XFM-GENERATION-NUMBER
002240         END-IF.
002250         IF RETURN-CODE > ZERO
002260             GO TO 1000-EXIT
002270         END-IF.
002280         PERFORM 1200-FIND-CATALOG-ROW THRU 1200-EXIT.
002290         IF NOT XFM-GENERATION-FOUND
002300             OR XFM-CAT-STATUS NOT = "A"
002310             DISPLAY "EXTRFMT: GENERATION "
002320                 XFM-GENERATION-NUMBER " IS NOT AN ACTIVE "
002330                 "CATALOGED GENERATION - NOTHING TO FORMAT"
002340             MOVE 4 TO RETURN-CODE
002350             GO TO 1000-EXIT
002360         END-IF.
002370         MOVE SPACES TO XFM-MARKER-FILENAME.
002380         STRING XFM-EXTRACT-FILENAME DELIMITED BY SPACE
002390             ".READY" DELIMITED BY SIZE
002400             INTO XFM-MARKER-FILENAME.
002410         OPEN INPUT MARKER-FILE.
002420         IF NOT XFM-MARKER-FILE-OK
002430             DISPLAY "EXTRFMT: GENERATION "
002440                 XFM-GENERATION-NUMBER " HAS NOT BEEN PUBLISHED "
002450                 "- NOTHING TO FORMAT"
002460             MOVE 4 TO RETURN-CODE
002470             GO TO 1000-EXIT
002480         END-IF.
002490         READ MARKER-FILE
002500             AT END MOVE SPACES TO MARKER-RECORD
002510         END-READ.
002520         CLOSE MARKER-FILE.
002530         IF MKR-GENERATION NOT = XFM-GENERATION-NUMBER
002540             DISPLAY "EXTRFMT: " XFM-MARKER-FILENAME
002550                 " DOES NOT CARRY GENERATION "
002560                 XFM-GENERATION-NUMBER " - NOTHING TO FORMAT"
002570             MOVE 4 TO RETURN-CODE
002580             GO TO 1000-EXIT
002590         END-IF.
002600         MOVE MKR-RECORD-COUNT TO XFM-PUB-COUNT.
002610         MOVE MKR-AMOUNT-TOTAL TO XFM-PUB-AMOUNT.
002620         PERFORM 1300-LOAD-FORMATS THRU 1300-EXIT.
002630 1000-EXIT.
002640         EXIT.
002650 1100-READ-CURRENT-GENERATION.
002660         OPEN INPUT GENERATION-FILE.
002670         IF NOT XFM-GENERATION-FILE-OK
002680             DISPLAY "EXTRFMT: NO GENNBRFILE ON FILE - "
002690                 "NOTHING TO FORMAT"
002700             MOVE 4 TO RETURN-CODE
002710             GO TO 1100-EXIT
002720         END-IF.
002730         READ GENERATION-FILE
002740             AT END MOVE ZERO TO GEN-LAST-NUMBER
002750         END-READ.
002760         CLOSE GENERATION-FILE.
002770         MOVE GEN-LAST-NUMBER TO XFM-GENERATION-NUMBER.
002780 1100-EXIT.
002790         EXIT.
002800*---------------------------------------------------------------
002810*  1200-FIND-CATALOG-ROW.  AS IN EXTRPUB, THE LAST GENCATLG
002820*  ROW FOR THE GENERATION CARRIES ITS CURRENT STATUS AND
002830*  FILENAME.
002840*---------------------------------------------------------------
002850 1200-FIND-CATALOG-ROW.
002860         OPEN INPUT GEN-CATALOG-FILE.
002870         IF NOT XFM-CATALOG-FILE-OK
002880             GO TO 1200-EXIT
002890         END-IF.
002900         MOVE "N" TO XFM-EOF-SWITCH.
002910         PERFORM 1250-SCAN-ONE-CATALOG-ROW THRU 1250-EXIT
002920             UNTIL XFM-END-OF-FILE.
002930         CLOSE GEN-CATALOG-FILE.
002940 1200-EXIT.
002950         EXIT.
002960 1250-SCAN-ONE-CATALOG-ROW.
002970         READ GEN-CATALOG-FILE
002980             AT END
002990                 MOVE "Y" TO XFM-EOF-SWITCH
003000                 GO TO 1250-EXIT
003010         END-READ.
003020         IF GCT-GENERATION = XFM-GENERATION-NUMBER
003030             SET XFM-GENERATION-FOUND TO TRUE
003040             MOVE GCT-EXTRACT-FILENAME TO XFM-EXTRACT-FILENAME
003050             MOVE GCT-RUN-DATE TO XFM-CAT-RUN-DATE
003060             MOVE GCT-STATUS TO XFM-CAT-STATUS
003070         END-IF.
003080 1250-EXIT.
003090         EXIT.
003100*---------------------------------------------------------------
003110*  1300-LOAD-FORMATS.  THE EXTFMT REGISTRY IS LOADED IN ANY
003120*  ORDER -- EACH FIELD ROW GOES TO THE SLOT ITS SEQUENCE
003130*  NAMES -- AND EACH SUBSCRIBER'S FORMAT IS THEN CHECKED
003140*  WHOLE.  A FORMAT THAT FAILS THE CHECK KEEPS ITS REASON AND
003150*  THE SUBSCRIBER IS SKIPPED, NOT SENT A HALF-RIGHT FILE.
003160*---------------------------------------------------------------
003170 1300-LOAD-FORMATS.
003180         OPEN INPUT FORMAT-FILE.
003190         IF NOT XFM-FORMAT-FILE-OK
003200             DISPLAY "EXTRFMT: NO EXTFMT REGISTRY ON FILE"
003210             GO TO 1300-EXIT
003220         END-IF.
003230         MOVE "N" TO XFM-EOF-SWITCH.
003240         PERFORM 1350-LOAD-ONE-FORMAT-ROW THRU 1350-EXIT
003250             UNTIL XFM-END-OF-FILE.
003260         CLOSE FORMAT-FILE.
003270         PERFORM 1400-CHECK-ONE-FORMAT THRU 1400-EXIT
003280             VARYING XFM-FMT-IDX FROM 1 BY 1
003290             UNTIL XFM-FMT-IDX > XFM-FMT-COUNT.
003300 1300-EXIT.
003310         EXIT.
003320 1350-LOAD-ONE-FORMAT-ROW.
003330         READ FORMAT-FILE
003340             AT END
003350                 MOVE "Y" TO XFM-EOF-SWITCH
003360                 GO TO 1350-EXIT
003370         END-READ.
003380         IF EFM-SUBSCRIBER-ID = SPACES
003390             GO TO 1350-EXIT
003400         END-IF.
003410         MOVE EFM-SUBSCRIBER-ID TO XFM-SEARCH-ID.
003420         PERFORM 1380-FIND-FORMAT-ENTRY THRU 1380-EXIT.
003430         IF XFM-FMT-IDX > XFM-FMT-COUNT
003440             IF XFM-FMT-COUNT = 20
003450                 DISPLAY "EXTRFMT: FORMAT TABLE FULL - "
003460                     EFM-SUBSCRIBER-ID " IGNORED"
003470                 GO TO 1350-EXIT
003480             END-IF
003490             ADD 1 TO XFM-FMT-COUNT
003500             SET XFM-FMT-IDX TO XFM-FMT-COUNT
003510             MOVE SPACES TO XFM-FMT-ENTRY(XFM-FMT-IDX)
003520             MOVE EFM-SUBSCRIBER-ID
003530                 TO XFM-FMT-SUBSCRIBER(XFM-FMT-IDX)
003540             MOVE ZERO TO XFM-FMT-FIELD-COUNT(XFM-FMT-IDX)
003550         END-IF.
003560         IF EFM-IS-STYLE-ROW
003570             MOVE EFS-OUTPUT-STYLE TO XFM-FMT-STYLE(XFM-FMT-IDX)
003580             MOVE EFS-DELIMITER
003590                 TO XFM-FMT-DELIMITER(XFM-FMT-IDX)
003600             GO TO 1350-EXIT
003610         END-IF.
003620         IF EFM-SEQUENCE NOT NUMERIC
003630             OR EFM-SEQUENCE > 16
003640             MOVE "FIELD SEQUENCE OUT OF RANGE"
003650                 TO XFM-FMT-ERROR(XFM-FMT-IDX)
003660             GO TO 1350-EXIT
003670         END-IF.
003680         MOVE EFM-SEQUENCE TO XFM-FLD-SUB.
003690         MOVE EFF-FIELD-NAME
003700             TO XFM-FLD-NAME(XFM-FMT-IDX, XFM-FLD-SUB).
003710         MOVE EFF-TREATMENT
003720             TO XFM-FLD-TREATMENT(XFM-FMT-IDX, XFM-FLD-SUB).
003730         IF EFF-LABEL = SPACES
003740             MOVE EFF-FIELD-NAME
003750                 TO XFM-FLD-LABEL(XFM-FMT-IDX, XFM-FLD-SUB)
003760         ELSE
003770             MOVE EFF-LABEL
003780                 TO XFM-FLD-LABEL(XFM-FMT-IDX, XFM-FLD-SUB)
003790         END-IF.
003800         IF XFM-FLD-SUB > XFM-FMT-FIELD-COUNT(XFM-FMT-IDX)
003810             MOVE XFM-FLD-SUB TO XFM-FMT-FIELD-COUNT(XFM-FMT-IDX)
003820         END-IF.
003830 1350-EXIT.
003840         EXIT.
003850 1380-FIND-FORMAT-ENTRY.
003860*  LEAVES THE INDEX ON THE SUBSCRIBER'S ENTRY, OR ONE PAST THE
003870*  LAST ENTRY IN USE WHEN IT HAS NONE.
003880         SET XFM-FMT-IDX TO 1.
003890         SEARCH XFM-FMT-ENTRY
003900             AT END
003910                 SET XFM-FMT-IDX TO XFM-FMT-COUNT
003920                 SET XFM-FMT-IDX UP BY 1
003930             WHEN XFM-FMT-IDX > XFM-FMT-COUNT
003940                 CONTINUE
003950             WHEN XFM-FMT-SUBSCRIBER(XFM-FMT-IDX)
003960                 = XFM-SEARCH-ID
003970                 CONTINUE
003980         END-SEARCH.
003990 1380-EXIT.
004000         EXIT.
004010 1400-CHECK-ONE-FORMAT.
004020         IF XFM-FMT-ERROR(XFM-FMT-IDX) NOT = SPACES
004030             GO TO 1400-EXIT
004040         END-IF.
004050         IF NOT XFM-FMT-FIXED(XFM-FMT-IDX)
004060             AND NOT XFM-FMT-DELIMITED(XFM-FMT-IDX)
004070             AND NOT XFM-FMT-JSON(XFM-FMT-IDX)
004080             MOVE "NO VALID STYLE ROW"
004090                 TO XFM-FMT-ERROR(XFM-FMT-IDX)
004100             GO TO 1400-EXIT
004110         END-IF.
004120         IF XFM-FMT-DELIMITED(XFM-FMT-IDX)
004130             AND XFM-FMT-DELIMITER(XFM-FMT-IDX) = SPACE
004140             MOVE "," TO XFM-FMT-DELIMITER(XFM-FMT-IDX)
004150         END-IF.
004160         IF XFM-FMT-FIELD-COUNT(XFM-FMT-IDX) = ZERO
004170             MOVE "NO FIELD ROWS"
004180                 TO XFM-FMT-ERROR(XFM-FMT-IDX)
004190             GO TO 1400-EXIT
004200         END-IF.
004210         PERFORM 1450-CHECK-ONE-FIELD THRU 1450-EXIT
004220             VARYING XFM-FLD-SUB FROM 1 BY 1
004230             UNTIL XFM-FLD-SUB > XFM-FMT-FIELD-COUNT(XFM-FMT-IDX)
004240                 OR XFM-FMT-ERROR(XFM-FMT-IDX) NOT = SPACES.
004250 1400-EXIT.
004260         EXIT.
004270 1450-CHECK-ONE-FIELD.
004280         EVALUATE XFM-FLD-NAME(XFM-FMT-IDX, XFM-FLD-SUB)
004290             WHEN SPACES
004300                 MOVE "GAP IN FIELD SEQUENCE"
004310                     TO XFM-FMT-ERROR(XFM-FMT-IDX)
004320                 GO TO 1450-EXIT
004330             WHEN "ACCOUNT"
004340                 IF XFM-FLD-TREATMENT(XFM-FMT-IDX, XFM-FLD-SUB)
004350                     NOT = "C" AND NOT = " "
004360                     AND NOT = "M" AND NOT = "T"
004370                     MOVE "UNKNOWN TREATMENT ON ACCOUNT"
004380                         TO XFM-FMT-ERROR(XFM-FMT-IDX)
004390                 END-IF
004400                 GO TO 1450-EXIT
004410             WHEN "BRANCH"
004420             WHEN "RECTYPE"
004430             WHEN "TRANDATE"
004440             WHEN "AMOUNT"
004450             WHEN "DCIND"
004460             WHEN "CURRENCY"
004470             WHEN "RUNDATE"
004480             WHEN "RUNTIME"
004490             WHEN "COMPANY"
004500             WHEN "ORIGAMOUNT"
004510                 CONTINUE
004520             WHEN OTHER
004530                 MOVE SPACES TO XFM-FMT-ERROR(XFM-FMT-IDX)
004540                 STRING "UNKNOWN FIELD "
004550                     XFM-FLD-NAME(XFM-FMT-IDX, XFM-FLD-SUB)
004560                     DELIMITED BY SIZE
004570                     INTO XFM-FMT-ERROR(XFM-FMT-IDX)
004580                 GO TO 1450-EXIT
004590         END-EVALUATE.
004600*  ONLY THE ACCOUNT NUMBER IS EVER MASKED OR TOKENIZED.
004610         IF XFM-FLD-TREATMENT(XFM-FMT-IDX, XFM-FLD-SUB)
004620             NOT = "C" AND NOT = " "
004630             MOVE "MASK/TOKEN ON A NON-ACCOUNT FIELD"
004640                 TO XFM-FMT-ERROR(XFM-FMT-IDX)
004650         END-IF.
004660 1450-EXIT.
004670         EXIT.
004680 2000-FORMAT-SUBSCRIBERS.
004690         OPEN INPUT SUBSCRIBER-FILE.
004700         IF NOT XFM-SUBSCRIBER-FILE-OK
004710             DISPLAY "EXTRFMT: NO SUBSCRIB REGISTRY ON FILE"
004720             GO TO 2000-EXIT
004730         END-IF.
004740         MOVE "N" TO XFM-SUB-EOF-SWITCH.
004750         PERFORM 2100-FORMAT-ONE-SUBSCRIBER THRU 2100-EXIT
004760             UNTIL XFM-END-OF-SUBSCRIBERS.
004770         CLOSE SUBSCRIBER-FILE.
004780 2000-EXIT.
004790         EXIT.
004800 2100-FORMAT-ONE-SUBSCRIBER.
004810         READ SUBSCRIBER-FILE
004820             AT END
004830                 MOVE "Y" TO XFM-SUB-EOF-SWITCH
004840                 GO TO 2100-EXIT
004850         END-READ.
004860         IF NOT SBR-SUBSCRIBER-ACTIVE
004870             OR SBR-OUTPUT-NAME = "EXTRFILE"
004880             GO TO 2100-EXIT
004890         END-IF.
004900         MOVE SBR-SUBSCRIBER-ID TO XFM-SEARCH-ID.
004910         PERFORM 1380-FIND-FORMAT-ENTRY THRU 1380-EXIT.
004920         IF XFM-FMT-IDX > XFM-FMT-COUNT
004930             ADD 1 TO XFM-SKIPPED-COUNT
004940             MOVE SPACES TO XFM-EVL-TEXT
004950             STRING SBR-SUBSCRIBER-ID " TAKES " SBR-OUTPUT-NAME
004960                 " BUT HAS NO EXTFMT FORMAT"
004970                 DELIMITED BY SIZE INTO XFM-EVL-TEXT
004980             PERFORM 2900-LOG-SKIP THRU 2900-EXIT
004990             GO TO 2100-EXIT
005000         END-IF.
005010         IF XFM-FMT-ERROR(XFM-FMT-IDX) NOT = SPACES
005020             ADD 1 TO XFM-SKIPPED-COUNT
005030             MOVE SPACES TO XFM-EVL-TEXT
005040             STRING SBR-SUBSCRIBER-ID " FORMAT REJECTED: "
005050                 XFM-FMT-ERROR(XFM-FMT-IDX)
005060                 DELIMITED BY SIZE INTO XFM-EVL-TEXT
005070             PERFORM 2900-LOG-SKIP THRU 2900-EXIT
005080             GO TO 2100-EXIT
005090         END-IF.
005100         MOVE SPACES TO XFM-COPY-FILENAME.
005110         STRING SBR-OUTPUT-NAME DELIMITED BY SPACE
005120             ".G" XFM-GENERATION-NUMBER
005130             DELIMITED BY SIZE INTO XFM-COPY-FILENAME.
005140         MOVE SPACES TO XFM-MARKER-FILENAME.
005150         STRING XFM-COPY-FILENAME DELIMITED BY SPACE
005160             ".READY" DELIMITED BY SIZE
005170             INTO XFM-MARKER-FILENAME.
005180         OPEN INPUT MARKER-FILE.
005190         IF XFM-MARKER-FILE-OK
005200             CLOSE MARKER-FILE
005210             ADD 1 TO XFM-COPIES-ON-FILE
005220             DISPLAY "EXTRFMT: " XFM-MARKER-FILENAME
005230                 " ALREADY ON FILE - " SBR-SUBSCRIBER-ID
005240                 " ALREADY FORMATTED"
005250             GO TO 2100-EXIT
005260         END-IF.
005270         PERFORM 3000-WRITE-COPY THRU 3000-EXIT.
005280 2100-EXIT.
005290         EXIT.
005300 2900-LOG-SKIP.
005310         DISPLAY "EXTRFMT: " XFM-EVL-TEXT.
005320         MOVE "FMTW" TO XFM-EVL-CODE.
005330         MOVE "W" TO XFM-EVL-SEVERITY.
005340         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
005350 2900-EXIT.
005360         EXIT.
005370*---------------------------------------------------------------
005380*  3000-WRITE-COPY.  ONE PASS OF THE GENERATION PER
005390*  SUBSCRIBER.  THE COPY'S TRAILER CARRIES ITS OWN COUNT AND
005400*  AMOUNT; THEY MUST EQUAL THE PUBLISHED TOTALS BEFORE THE
005410*  MARKER IS DROPPED.  AN ABANDONED OR UNPROVED COPY IS
005420*  DELETED SO NOTHING HALF-WRITTEN IS LEFT TO PICK UP.
005430*---------------------------------------------------------------
005440 3000-WRITE-COPY.
005450         MOVE ZERO TO XFM-COPY-COUNT.
005460         MOVE ZERO TO XFM-COPY-AMOUNT.
005470         MOVE "N" TO XFM-ABANDON-SWITCH.
005480         OPEN INPUT EXTRACT-FILE.
005490         IF NOT XFM-EXTRACT-FILE-OK
005500             DISPLAY "EXTRFMT: CANNOT OPEN "
005510                 XFM-EXTRACT-FILENAME ", STATUS = "
005520                 XFM-EXTRACT-FILE-STATUS
005530             ADD 1 TO XFM-FAILED-COUNT
005540             GO TO 3000-EXIT
005550         END-IF.
005560         OPEN OUTPUT COPY-FILE.
005570         IF NOT XFM-COPY-FILE-OK
005580             DISPLAY "EXTRFMT: CANNOT WRITE "
005590                 XFM-COPY-FILENAME ", STATUS = "
005600                 XFM-COPY-FILE-STATUS
005610             CLOSE EXTRACT-FILE
005620             ADD 1 TO XFM-FAILED-COUNT
005630             GO TO 3000-EXIT
005640         END-IF.
005650         IF XFM-FMT-DELIMITED(XFM-FMT-IDX)
005660             PERFORM 3100-WRITE-HEADING-LINE THRU 3100-EXIT
005670         END-IF.
005680         MOVE "N" TO XFM-EOF-SWITCH.
005690         PERFORM 3200-COPY-ONE-RECORD THRU 3200-EXIT
005700             UNTIL XFM-END-OF-FILE
005710                 OR XFM-COPY-ABANDONED.
005720         IF XFM-COPY-ABANDONED
005730             CLOSE EXTRACT-FILE
005740             CLOSE COPY-FILE
005750             ADD 1 TO XFM-SKIPPED-COUNT
005760             MOVE SPACES TO XFM-EVL-TEXT
005770             STRING SBR-SUBSCRIBER-ID " COPY ABANDONED - TOKEN "
005780                 "SERVICE UNAVAILABLE"
005790                 DELIMITED BY SIZE INTO XFM-EVL-TEXT
005800             PERFORM 2900-LOG-SKIP THRU 2900-EXIT
005810             GO TO 3000-DISCARD
005820         END-IF.
005830         PERFORM 3400-WRITE-TRAILER THRU 3400-EXIT.
005840         CLOSE EXTRACT-FILE.
005850         CLOSE COPY-FILE.
005860         IF XFM-COPY-COUNT NOT = XFM-PUB-COUNT
005870             OR XFM-COPY-AMOUNT NOT = XFM-PUB-AMOUNT
005880             DISPLAY "EXTRFMT: " XFM-COPY-FILENAME " COUNT "
005890                 XFM-COPY-COUNT " DOES NOT PROVE TO THE "
005900                 "PUBLISHED " XFM-PUB-COUNT
005910             ADD 1 TO XFM-FAILED-COUNT
005920             MOVE "FMTF" TO XFM-EVL-CODE
005930             MOVE "W" TO XFM-EVL-SEVERITY
005940             MOVE SPACES TO XFM-EVL-TEXT
005950             STRING SBR-SUBSCRIBER-ID " COPY OF GENERATION "
005960                 XFM-GENERATION-NUMBER " DID NOT PROVE"
005970                 DELIMITED BY SIZE INTO XFM-EVL-TEXT
005980             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
005990             GO TO 3000-DISCARD
006000         END-IF.
006010         PERFORM 3500-DROP-MARKER THRU 3500-EXIT.
006020         GO TO 3000-EXIT.
006030 3000-DISCARD.
006040         CALL "CBL_DELETE_FILE" USING XFM-COPY-FILENAME
006050             RETURNING XFM-DELETE-RC.
006060 3000-EXIT.
006070         EXIT.
006080 3100-WRITE-HEADING-LINE.
006090         MOVE SPACES TO XFM-OUT-LINE.
006100         MOVE 1 TO XFM-OUT-PTR.
006110         PERFORM 3150-APPEND-ONE-HEADING THRU 3150-EXIT
006120             VARYING XFM-FLD-SUB FROM 1 BY 1
006130             UNTIL XFM-FLD-SUB > XFM-FMT-FIELD-COUNT(XFM-FMT-IDX).
006140         WRITE COPY-RECORD FROM XFM-OUT-LINE.
006150 3100-EXIT.
006160         EXIT.
006170 3150-APPEND-ONE-HEADING.
006180         IF XFM-FLD-SUB > 1
006190             STRING XFM-FMT-DELIMITER(XFM-FMT-IDX)
006200                 DELIMITED BY SIZE
006210                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
006220         END-IF.
006230         STRING XFM-FLD-LABEL(XFM-FMT-IDX, XFM-FLD-SUB)
006240             DELIMITED BY SPACE
006250             INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR.
006260 3150-EXIT.
006270         EXIT.
006280 3200-COPY-ONE-RECORD.
006290         READ EXTRACT-FILE
006300             AT END
006310                 MOVE "Y" TO XFM-EOF-SWITCH
006320                 GO TO 3200-EXIT
006330         END-READ.
006340         IF EXT-IS-TRAILER-MARK
006350             GO TO 3200-EXIT
006360         END-IF.
006370*  THE FIXED STYLE KEEPS THE GENERATION'S OWN HEADER RECORD.
006380         IF EXT-IS-HEADER-MARK
006390             IF XFM-FMT-FIXED(XFM-FMT-IDX)
006400                 WRITE COPY-RECORD FROM EXTRACT-HEADER-RECORD
006410             END-IF
006420             GO TO 3200-EXIT
006430         END-IF.
006440         MOVE SPACES TO XFM-OUT-LINE.
006450         MOVE 1 TO XFM-OUT-PTR.
006460         MOVE "Y" TO XFM-FIRST-FIELD-SWITCH.
006470         IF XFM-FMT-JSON(XFM-FMT-IDX)
006480             STRING "{" DELIMITED BY SIZE
006490                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
006500         END-IF.
006510         PERFORM 4000-APPEND-ONE-FIELD THRU 4000-EXIT
006520             VARYING XFM-FLD-SUB FROM 1 BY 1
006530             UNTIL XFM-FLD-SUB > XFM-FMT-FIELD-COUNT(XFM-FMT-IDX)
006540                 OR XFM-COPY-ABANDONED.
006550         IF XFM-COPY-ABANDONED
006560             GO TO 3200-EXIT
006570         END-IF.
006580         IF XFM-FMT-JSON(XFM-FMT-IDX)
006590             STRING "}" DELIMITED BY SIZE
006600                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
006610         END-IF.
006620         WRITE COPY-RECORD FROM XFM-OUT-LINE.
006630         ADD 1 TO XFM-COPY-COUNT.
006640         ADD EXT-AMOUNT TO XFM-COPY-AMOUNT.
006650 3200-EXIT.
006660         EXIT.
006670*---------------------------------------------------------------
006680*  3400-WRITE-TRAILER.  THE CONTROL TRAILER IN THE COPY'S OWN
006690*  STYLE: THE STANDARD TRL RECORD FOR FIXED, A TRL LINE FOR
006700*  DELIMITED, A TRAILER OBJECT FOR JSON LINES.
006710*---------------------------------------------------------------
006720 3400-WRITE-TRAILER.
006730         MOVE SPACES TO XFM-OUT-LINE.
006740         MOVE 1 TO XFM-OUT-PTR.
006750         IF XFM-FMT-FIXED(XFM-FMT-IDX)
006760             MOVE SPACES TO EXTRACT-TRAILER-RECORD
006770             MOVE "TRL" TO EXR-MARK
006780             MOVE XFM-COPY-COUNT TO EXR-REC-COUNT
006790             MOVE XFM-COPY-AMOUNT TO EXR-AMOUNT-TOTAL
006800             WRITE COPY-RECORD FROM EXTRACT-TRAILER-RECORD
006810             GO TO 3400-EXIT
006820         END-IF.
006830         MOVE XFM-GENERATION-NUMBER TO XFM-EDIT-GENERATION.
006840         MOVE XFM-COPY-COUNT TO XFM-EDIT-COUNT.
006850         MOVE XFM-COPY-AMOUNT TO XFM-EDIT-AMOUNT.
006860         IF XFM-FMT-DELIMITED(XFM-FMT-IDX)
006870             STRING "TRL" XFM-FMT-DELIMITER(XFM-FMT-IDX)
006880                 DELIMITED BY SIZE
006890                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
006900         ELSE
006910             STRING "{" XFM-QUOTE "TRAILER" XFM-QUOTE ":{"
006920                 XFM-QUOTE "GENERATION" XFM-QUOTE ":"
006930                 DELIMITED BY SIZE
006940                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
006950         END-IF.
006960         MOVE XFM-EDIT-GENERATION TO XFM-VALUE.
006970         MOVE 7 TO XFM-VALUE-LEN.
006980         PERFORM 4700-TRIM-LEADING THRU 4700-EXIT.
006990         PERFORM 4900-APPEND-VALUE THRU 4900-EXIT.
007000         IF XFM-FMT-DELIMITED(XFM-FMT-IDX)
007010             STRING XFM-FMT-DELIMITER(XFM-FMT-IDX)
007020                 DELIMITED BY SIZE
007030                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
007040         ELSE
007050             STRING "," XFM-QUOTE "COUNT" XFM-QUOTE ":"
007060                 DELIMITED BY SIZE
007070                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
007080         END-IF.
007090         MOVE XFM-EDIT-COUNT TO XFM-VALUE.
007100         MOVE 9 TO XFM-VALUE-LEN.
007110         PERFORM 4700-TRIM-LEADING THRU 4700-EXIT.
007120         PERFORM 4900-APPEND-VALUE THRU 4900-EXIT.
007130         IF XFM-FMT-DELIMITED(XFM-FMT-IDX)
007140             STRING XFM-FMT-DELIMITER(XFM-FMT-IDX)
007150                 DELIMITED BY SIZE
007160                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
007170         ELSE
007180             STRING "," XFM-QUOTE "AMOUNT" XFM-QUOTE ":"
007190                 DELIMITED BY SIZE
007200                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
007210         END-IF.
007220         MOVE XFM-EDIT-AMOUNT TO XFM-VALUE.
007230         MOVE 14 TO XFM-VALUE-LEN.
007240         PERFORM 4700-TRIM-LEADING THRU 4700-EXIT.
007250         PERFORM 4900-APPEND-VALUE THRU 4900-EXIT.
007260         IF XFM-FMT-JSON(XFM-FMT-IDX)
007270             STRING "}}" DELIMITED BY SIZE
007280                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
007290         END-IF.
007300         WRITE COPY-RECORD FROM XFM-OUT-LINE.
007310 3400-EXIT.
007320         EXIT.
007330 3500-DROP-MARKER.
007340         OPEN OUTPUT MARKER-FILE.
007350         IF NOT XFM-MARKER-FILE-OK
007360             DISPLAY "EXTRFMT: CANNOT WRITE "
007370                 XFM-MARKER-FILENAME ", STATUS = "
007380                 XFM-MARKER-FILE-STATUS
007390             ADD 1 TO XFM-FAILED-COUNT
007400             GO TO 3500-EXIT
007410         END-IF.
007420         MOVE SPACES TO MARKER-RECORD.
007430         MOVE XFM-GENERATION-NUMBER TO MKR-GENERATION.
007440         MOVE XFM-CAT-RUN-DATE TO MKR-RUN-DATE.
007450         MOVE XFM-COPY-COUNT TO MKR-RECORD-COUNT.
007460         MOVE XFM-COPY-AMOUNT TO MKR-AMOUNT-TOTAL.
007470         WRITE MARKER-RECORD.
007480         CLOSE MARKER-FILE.
007490         ADD 1 TO XFM-COPIES-WRITTEN.
007500         DISPLAY "EXTRFMT: " XFM-COPY-FILENAME " FOR "
007510             SBR-SUBSCRIBER-ID " - " XFM-COPY-COUNT
007520             " RECORD(S), READY".
007530         MOVE "FMTD" TO XFM-EVL-CODE.
007540         MOVE "I" TO XFM-EVL-SEVERITY.
007550         MOVE SPACES TO XFM-EVL-TEXT.
007560         STRING "GENERATION " XFM-GENERATION-NUMBER
007570             " FORMATTED FOR " SBR-SUBSCRIBER-ID
007580             DELIMITED BY SIZE INTO XFM-EVL-TEXT.
007590         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
007600 3500-EXIT.
007610         EXIT.
007620*---------------------------------------------------------------
007630*  4000-APPEND-ONE-FIELD.  FIXED FIELDS GO OUT AT THEIR FULL
007640*  EXTRACT WIDTH; DELIMITED AND JSON VALUES ARE TRIMMED, AND
007650*  JSON QUOTES EVERYTHING BUT THE AMOUNTS.
007660*---------------------------------------------------------------
007670 4000-APPEND-ONE-FIELD.
007680         PERFORM 4100-GET-FIELD-VALUE THRU 4100-EXIT.
007690         IF XFM-COPY-ABANDONED
007700             GO TO 4000-EXIT
007710         END-IF.
007720         IF XFM-FMT-FIXED(XFM-FMT-IDX)
007730             PERFORM 4900-APPEND-VALUE THRU 4900-EXIT
007740             GO TO 4000-EXIT
007750         END-IF.
007760         IF XFM-VALUE-IS-NUMBER
007770             PERFORM 4700-TRIM-LEADING THRU 4700-EXIT
007780         ELSE
007790             PERFORM 4800-TRIM-TRAILING THRU 4800-EXIT
007800         END-IF.
007810         IF NOT XFM-FIRST-FIELD
007820             IF XFM-FMT-DELIMITED(XFM-FMT-IDX)
007830                 STRING XFM-FMT-DELIMITER(XFM-FMT-IDX)
007840                     DELIMITED BY SIZE
007850                     INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
007860             ELSE
007870                 STRING "," DELIMITED BY SIZE
007880                     INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
007890             END-IF
007900         END-IF.
007910         MOVE "N" TO XFM-FIRST-FIELD-SWITCH.
007920         IF XFM-FMT-DELIMITED(XFM-FMT-IDX)
007930             PERFORM 4900-APPEND-VALUE THRU 4900-EXIT
007940             GO TO 4000-EXIT
007950         END-IF.
007960         STRING XFM-QUOTE DELIMITED BY SIZE
007970             XFM-FLD-LABEL(XFM-FMT-IDX, XFM-FLD-SUB)
007980                 DELIMITED BY SPACE
007990             XFM-QUOTE ":" DELIMITED BY SIZE
008000             INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR.
008010         IF XFM-VALUE-IS-NUMBER
008020             PERFORM 4900-APPEND-VALUE THRU 4900-EXIT
008030         ELSE
008040             STRING XFM-QUOTE DELIMITED BY SIZE
008050                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
008060             PERFORM 4900-APPEND-VALUE THRU 4900-EXIT
008070             STRING XFM-QUOTE DELIMITED BY SIZE
008080                 INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR
008090         END-IF.
008100 4000-EXIT.
008110         EXIT.
008120 4100-GET-FIELD-VALUE.
008130         MOVE SPACES TO XFM-VALUE.
008140         SET XFM-VALUE-IS-TEXT TO TRUE.
008150         EVALUATE XFM-FLD-NAME(XFM-FMT-IDX, XFM-FLD-SUB)
008160             WHEN "BRANCH"
008170                 MOVE EXT-BRANCH-CODE TO XFM-VALUE
008180                 MOVE 3 TO XFM-VALUE-LEN
008190             WHEN "ACCOUNT"
008200                 PERFORM 4200-GET-ACCOUNT THRU 4200-EXIT
008210                 MOVE 10 TO XFM-VALUE-LEN
008220             WHEN "RECTYPE"
008230                 MOVE EXT-RECORD-TYPE TO XFM-VALUE
008240                 MOVE 2 TO XFM-VALUE-LEN
008250             WHEN "TRANDATE"
008260                 MOVE EXT-TRANS-DATE TO XFM-VALUE
008270                 MOVE 8 TO XFM-VALUE-LEN
008280             WHEN "AMOUNT"
008290                 MOVE EXT-AMOUNT TO XFM-ORIG-AMOUNT
008300                 PERFORM 4300-GET-AMOUNT THRU 4300-EXIT
008310             WHEN "DCIND"
008320                 MOVE EXT-DC-INDICATOR TO XFM-VALUE
008330                 MOVE 1 TO XFM-VALUE-LEN
008340             WHEN "CURRENCY"
008350                 MOVE EXT-CURRENCY-CODE TO XFM-VALUE
008360                 MOVE 3 TO XFM-VALUE-LEN
008370             WHEN "RUNDATE"
008380                 MOVE EXT-RUN-DATE TO XFM-VALUE
008390                 MOVE 8 TO XFM-VALUE-LEN
008400             WHEN "RUNTIME"
008410                 MOVE EXT-RUN-TIME TO XFM-VALUE
008420                 MOVE 8 TO XFM-VALUE-LEN
008430             WHEN "COMPANY"
008440                 MOVE EXT-COMPANY-CODE TO XFM-VALUE
008450                 MOVE 2 TO XFM-VALUE-LEN
008460             WHEN "ORIGAMOUNT"
008470*  A RECORD WRITTEN BEFORE THE ORIGINAL AMOUNT WAS CARRIED HAS
008480*  SPACES THERE -- EVERYTHING WAS LOCAL THEN.
008490                 IF EXT-ORIG-AMOUNT NUMERIC
008500                     MOVE EXT-ORIG-AMOUNT TO XFM-ORIG-AMOUNT
008510                 ELSE
008520                     MOVE EXT-AMOUNT TO XFM-ORIG-AMOUNT
008530                 END-IF
008540                 PERFORM 4300-GET-AMOUNT THRU 4300-EXIT
008550         END-EVALUATE.
008560 4100-EXIT.
008570         EXIT.
008580 4200-GET-ACCOUNT.
008590         EVALUATE XFM-FLD-TREATMENT(XFM-FMT-IDX, XFM-FLD-SUB)
008600             WHEN "M"
008610                 CALL "MASKACCT" USING EXT-ACCOUNT-NO
008620                     XFM-MASKED-ACCOUNT
008630                 MOVE XFM-MASKED-ACCOUNT TO XFM-VALUE
008640             WHEN "T"
008650                 MOVE "T" TO XFM-TOK-FUNCTION
008660                 MOVE EXT-ACCOUNT-NO TO XFM-TOK-ACCOUNT
008670                 CALL "TOKNSRV" USING XFM-TOK-FUNCTION
008680                     XFM-TOK-ACCOUNT XFM-TOK-TOKEN
008690                     XFM-TOK-RETURN-CODE
008700                 IF XFM-TOK-RETURN-CODE NOT = ZERO
008710                     SET XFM-COPY-ABANDONED TO TRUE
008720                     GO TO 4200-EXIT
008730                 END-IF
008740                 MOVE XFM-TOK-TOKEN TO XFM-VALUE
008750             WHEN OTHER
008760                 MOVE EXT-ACCOUNT-NO TO XFM-VALUE
008770         END-EVALUATE.
008780 4200-EXIT.
008790         EXIT.
008800 4300-GET-AMOUNT.
008810         IF XFM-FMT-FIXED(XFM-FMT-IDX)
008820             MOVE XFM-ORIG-AMOUNT-X TO XFM-VALUE
008830             MOVE 11 TO XFM-VALUE-LEN
008840             GO TO 4300-EXIT
008850         END-IF.
008860         SET XFM-VALUE-IS-NUMBER TO TRUE.
008870         MOVE XFM-ORIG-AMOUNT TO XFM-EDIT-AMOUNT.
008880         MOVE XFM-EDIT-AMOUNT TO XFM-VALUE.
008890         MOVE 14 TO XFM-VALUE-LEN.
008900 4300-EXIT.
008910         EXIT.
008920 4700-TRIM-LEADING.
008930         MOVE ZERO TO XFM-LEAD-SPACES.
008940         INSPECT XFM-VALUE(1:XFM-VALUE-LEN)
008950             TALLYING XFM-LEAD-SPACES FOR LEADING SPACES.
008960         IF XFM-LEAD-SPACES > ZERO
008970             MOVE XFM-VALUE(XFM-LEAD-SPACES + 1:)
008980                 TO XFM-TRIM-WORK
008990             MOVE XFM-TRIM-WORK TO XFM-VALUE
009000             SUBTRACT XFM-LEAD-SPACES FROM XFM-VALUE-LEN
009010         END-IF.
009020 4700-EXIT.
009030         EXIT.
009040 4800-TRIM-TRAILING.
009050         PERFORM 4850-DROP-ONE-SPACE THRU 4850-EXIT
009060             UNTIL XFM-VALUE-LEN = 1
009070                 OR XFM-VALUE(XFM-VALUE-LEN:1) NOT = SPACE.
009080 4800-EXIT.
009090         EXIT.
009100 4850-DROP-ONE-SPACE.
009110         SUBTRACT 1 FROM XFM-VALUE-LEN.
009120 4850-EXIT.
009130         EXIT.
009140 4900-APPEND-VALUE.
009150         STRING XFM-VALUE(1:XFM-VALUE-LEN) DELIMITED BY SIZE
009160             INTO XFM-OUT-LINE WITH POINTER XFM-OUT-PTR.
009170 4900-EXIT.
009180         EXIT.
009190 8000-TERMINATE.
009200         DISPLAY "EXTRFMT: GENERATION " XFM-GENERATION-NUMBER
009210             " - " XFM-COPIES-WRITTEN " COPY(IES) WRITTEN, "
009220             XFM-COPIES-ON-FILE " ALREADY ON FILE, "
009230             XFM-SKIPPED-COUNT " SKIPPED, "
009240             XFM-FAILED-COUNT " FAILED".
009250         IF XFM-FAILED-COUNT > ZERO
009260             MOVE "FMTF" TO XFM-EVL-CODE
009270             MOVE "E" TO XFM-EVL-SEVERITY
009280             MOVE SPACES TO XFM-EVL-TEXT
009290             STRING "GENERATION " XFM-GENERATION-NUMBER " - "
009300                 XFM-FAILED-COUNT " SUBSCRIBER COPY(IES) FAILED"
009310                 DELIMITED BY SIZE INTO XFM-EVL-TEXT
009320             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
009330             MOVE 8 TO RETURN-CODE
009340             GO TO 8000-EXIT
009350         END-IF.
009360         IF XFM-SKIPPED-COUNT > ZERO
009370             MOVE 4 TO RETURN-CODE
009380         ELSE
009390             MOVE ZERO TO RETURN-CODE
009400         END-IF.
009410 8000-EXIT.
009420         EXIT.
009430 9000-LOG-EVENT.
009440         CALL "EVLOG" USING XFM-EVL-PROGRAM XFM-EVL-SEVERITY
009450             XFM-EVL-CODE XFM-EVL-TEXT.
009460 9000-EXIT.
009470         EXIT.
