000350*                  WHEN EVERY SOURCE IS ACCOUNTED FOR, RC 8
000360*                  OTHERWISE -- RUNDAILY HOLDS STEP01 ON RC 8,
000370*                  THE SAME WAY A SHORT MANIFEST HOLDS IT.
00037A*  10/15/2026 DCG  FEEDSRCS NOW ALSO NAMES THE FEED FILE EACH
00037B*                  SOURCE'S ITEMS ARRIVE ON (SPACES MEANS THE
00037C*                  SOURCE ID ITSELF).  A SOURCE ESCALATED PAST
00037D*                  ITS CUTOFF IS ALSO SENT A "NOT RECEIVED"
00037E*                  ACKNOWLEDGMENT ON <SOURCE>.ACK THEN AND
00037F*                  THERE; FEEDACK ACKNOWLEDGES EVERY SOURCE
00037G*                  AGAIN ONCE THE DAY'S EDIT HAS RUN.
00037H*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00037I*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00037J*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000560         SELECT ARRIVAL-LOG-FILE ASSIGN TO "FEEDARRV"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS FRG-ARRIVAL-FILE-STATUS.
00058A         SELECT ACK-FILE ASSIGN DYNAMIC FRG-ACK-FILENAME
00058B             ORGANIZATION IS LINE SEQUENTIAL
00058C             FILE STATUS IS FRG-ACK-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REGISTRY-FILE.
000650         05  SRC-MANIFEST-NAME       PIC X(12).
000660         05  SRC-CODEPAGE            PIC X(01).
000670         05  SRC-CUTOFF-HHMM         PIC 9(04).
00067A         05  SRC-FEED-NAME           PIC X(12).
000680 FD  EXCUSE-FILE.
000690 01  EXCUSE-RECORD.
000700         05  EXU-DATE                PIC 9(08).
000770         05  ARV-TIME                PIC 9(06).
000780         05  ARV-SOURCE-ID           PIC X(08).
000790         05  ARV-STATE               PIC X(08).
00079A FD  ACK-FILE.
00079B     COPY FEEDACKC.
000800 WORKING-STORAGE SECTION.
000810 01  FRG-FILE-STATUS-VALUES.
000820         05  FRG-REGISTRY-FILE-STATUS PIC X(02).
000870             88  FRG-PROBE-FILE-OK       VALUE "00".
000880         05  FRG-ARRIVAL-FILE-STATUS PIC X(02).
000890             88  FRG-ARRIVAL-FILE-OK     VALUE "00".
00089A         05  FRG-ACK-FILE-STATUS     PIC X(02).
00089B             88  FRG-ACK-FILE-OK         VALUE "00".
000900 01  FRG-SWITCHES.
000910         05  FRG-REG-EOF-SWITCH      PIC X(01) VALUE "N".
000920             88  FRG-REGISTRY-AT-END     VALUE "Y".
001050         05  FRG-RUN-MM              PIC 9(02).
001060         05  FILLER                  PIC 9(04).
001070 01  FRG-PROBE-FILENAME          PIC X(30) VALUE SPACES.
00107A 01  FRG-ACK-FILENAME            PIC X(30) VALUE SPACES.
001080 01  FRG-COUNTERS.
001090         05  FRG-SOURCES-READ        PIC 9(03) VALUE ZERO.
001100         05  FRG-SOURCES-LANDED      PIC 9(03) VALUE ZERO.
001230         05  FRG-MINUTES-LATE        PIC 9(05) VALUE ZERO.
001240         05  FRG-LATE-PARM           PIC X(14) VALUE SPACES.
001250         05  FRG-SYSTEM-COMMAND      PIC X(40) VALUE SPACES.
00125A     COPY RUNDATEC.
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320         STOP RUN.
001330 1000-INITIALIZE.
001340         DISPLAY "FEEDREG: FEED SOURCE GATE".
001350         CALL "RUNDATE" USING RUN-DATE-AREA.
00135A         MOVE RDT-RUN-DATE TO FRG-RUN-DATE.
001360         ACCEPT FRG-RUN-TIME FROM TIME.
001370         COMPUTE FRG-NOW-MINUTES =
001380             FRG-RUN-HH * 60 + FRG-RUN-MM.
002570             " " SRC-SOURCE-ID
002580             DELIMITED BY SIZE INTO FRG-SYSTEM-COMMAND.
002590         CALL "SYSTEM" USING FRG-SYSTEM-COMMAND.
00259A         PERFORM 2450-ACK-NOT-RECEIVED THRU 2450-EXIT.
002600 2400-EXIT.
002610         EXIT.
00261A*---------------------------------------------------------------
00261B*  2450-ACK-NOT-RECEIVED.  THE UPSTREAM HEARS AT CUTOFF THAT
00261C*  ITS FILE HAS NOT ARRIVED, RATHER THAN FINDING OUT WHEN IT
00261D*  RINGS IN THE MORNING.  FEEDACK REWRITES THE RECORD AFTER
00261E*  THE EDIT IF THE FILE TURNS UP OR THE SOURCE IS EXCUSED.
00261F*---------------------------------------------------------------
00261G 2450-ACK-NOT-RECEIVED.
00261H         MOVE SPACES TO FRG-ACK-FILENAME.
00261I         STRING SRC-SOURCE-ID DELIMITED BY SPACE
00261J             ".ACK" DELIMITED BY SIZE
00261K             INTO FRG-ACK-FILENAME.
00261L         OPEN OUTPUT ACK-FILE.
00261M         IF NOT FRG-ACK-FILE-OK
00261N             DISPLAY "FEEDREG: " FRG-ACK-FILENAME
00261O                 " UNAVAILABLE, STATUS = " FRG-ACK-FILE-STATUS
00261P             GO TO 2450-EXIT
00261Q         END-IF.
00261R         INITIALIZE FEED-ACK-RECORD.
00261S         MOVE "ACK" TO FAK-RECORD-TYPE.
00261T         MOVE SRC-SOURCE-ID TO FAK-SOURCE-ID.
00261U         MOVE FRG-RUN-DATE TO FAK-RUN-DATE.
00261V         MOVE FRG-RUN-TIME(1:6) TO FAK-ACK-TIME.
00261W         SET FAK-FILE-NOT-RECEIVED TO TRUE.
00261X         IF SRC-FEED-NAME = SPACES
00261Y             MOVE SRC-SOURCE-ID TO FAK-FEED-NAME
00261Z         ELSE
0026A1             MOVE SRC-FEED-NAME TO FAK-FEED-NAME
0026A2         END-IF.
0026A3         MOVE "N" TO FAK-TRAILER-AGREES.
0026A4         STRING "MISSING AT CUTOFF " SRC-CUTOFF-HHMM
0026A5             DELIMITED BY SIZE INTO FAK-REMARK.
0026A6         WRITE FEED-ACK-RECORD.
0026A7         CLOSE ACK-FILE.
0026A8         DISPLAY "FEEDREG: SOURCE " SRC-SOURCE-ID
0026A9             " ACKNOWLEDGED NOT RECEIVED".
0026AA 2450-EXIT.
0026AB         EXIT.
002620 2500-LOG-ARRIVAL-STATE.
002630         IF NOT FRG-ARRIVAL-OPEN
002640             OPEN EXTEND ARRIVAL-LOG-FILE
