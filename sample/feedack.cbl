000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 FEEDACK.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  FEED RECEIPT ACKNOWLEDGMENT.  FEEDREG LOGS EACH SOURCE'S
000180*  ARRIVAL AND SAMPLE SENDS THE REJECTS BACK, BUT NO SOURCE
000190*  WAS EVER TOLD POSITIVELY THAT ITS FILE ARRIVED OR HOW MUCH
000200*  OF IT WE TOOK.  RUN AFTER THE DAY'S EDIT, THIS PROGRAM
000210*  WRITES EVERY FEEDSRCS SOURCE ONE ACKNOWLEDGMENT RECORD ON
000220*  <SOURCE>.ACK (SHARED FEEDACKC COPYBOOK):
000230*    RECEIVED     - THE FILE'S FPFHIST FINGERPRINT FOR TODAY
000240*                   (CHECKSUM, RECORD COUNT, GROSS AMOUNT),
000250*                   THE COUNT ITS OWN TRAILER CLAIMED AND
000260*                   WHETHER THE ITEMS AGREE WITH IT.
000270*    REJECTED     - TODAY'S ITEMS FROM THE FILE THAT FAILED
000280*                   THE EDIT (FRESH ON SUSPENSE TODAY, AND
000290*                   RETURNED ON <FEED>.REJECTS).
000300*    WAREHOUSED   - TODAY'S FUTURE-DATED ITEMS HELD ON
000310*                   FUTRWHSE TO THEIR VALUE DATE.
000320*    ACCEPTED     - THE REST OF THE FILE'S ITEMS.
000330*    SUSPENDED    - THE SOURCE'S ITEMS FROM EARLIER FILES STILL
000340*                   HELD IN SUSPENSE AFTER TODAY'S RUN.
000350*  ITEMS ARE TIED TO THE SOURCE BY THE FEED NAME FEEDEDIT
000360*  STAMPS ON EACH ONE -- FEEDSRCS NAMES IT, OR THE SOURCE ID
000370*  IS THE FEED NAME.  A SOURCE WITH NO FINGERPRINT FOR TODAY
000380*  THAT WAS EXCUSED OR NEVER LOGGED ARRIVED ON FEEDARRV IS
000390*  ACKNOWLEDGED "NOT RECEIVED" (FEEDREG HAS ALREADY SAID SO AT
000400*  CUTOFF); ONE LOGGED ARRIVED WITH NO FINGERPRINT SENT AN
000410*  EMPTY FILE.  THE ACKNOWLEDGMENT IS REWRITTEN WHOLE ON A
000420*  RERUN.  RC 0 EVERY SOURCE RECEIVED AND PROVING, 4 A SOURCE
000430*  NOT RECEIVED, A TRAILER THAT DISAGREES OR ITEMS THAT DO NOT
000440*  ADD UP, 8 NO REGISTRY OR AN ACKNOWLEDGMENT NOT WRITTEN.
000450*  ------------------------------------------------------------
000460*  MODIFICATION HISTORY
000470*  ------------------------------------------------------------
000480*  DATE       BY   DESCRIPTION
000490*  ---------- ---- --------------------------------------------
000500*  10/15/2026 DCG  ORIGINAL PROGRAM.
000510*---------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.
000550         LINUX.
000560 OBJECT-COMPUTER.
000570         LINUX.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600         SELECT REGISTRY-FILE ASSIGN TO "FEEDSRCS"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS FAC-REGISTRY-FILE-STATUS.
000630         SELECT ARRIVAL-LOG-FILE ASSIGN TO "FEEDARRV"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS FAC-ARRIVAL-FILE-STATUS.
000660         SELECT FINGERPRINT-HISTORY-FILE ASSIGN TO "FPFHIST"
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS FAC-FPHIST-FILE-STATUS.
000690         SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS FAC-SUSPENSE-FILE-STATUS.
000720         SELECT WAREHOUSE-FILE ASSIGN TO "FUTRWHSE"
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS FAC-WAREHOUSE-FILE-STATUS.
000750         SELECT ACK-FILE ASSIGN DYNAMIC FAC-ACK-FILENAME
000760             ORGANIZATION IS LINE SEQUENTIAL
000770             FILE STATUS IS FAC-ACK-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  REGISTRY-FILE.
000810 01  REGISTRY-RECORD.
000820         05  SRC-SOURCE-ID           PIC X(08).
000830         05  SRC-MARKER-NAME         PIC X(12).
000840         05  SRC-MANIFEST-NAME       PIC X(12).
000850         05  SRC-CODEPAGE            PIC X(01).
000860         05  SRC-CUTOFF-HHMM         PIC 9(04).
000870         05  SRC-FEED-NAME           PIC X(12).
000880 FD  ARRIVAL-LOG-FILE.
000890 01  ARRIVAL-LOG-RECORD.
000900         05  ARV-DATE                PIC 9(08).
000910         05  ARV-TIME                PIC 9(06).
000920         05  ARV-SOURCE-ID           PIC X(08).
000930         05  ARV-STATE               PIC X(08).
000940 FD  FINGERPRINT-HISTORY-FILE.
000950 01  FINGERPRINT-HISTORY-RECORD.
000960         05  FPH-SEEN-DATE           PIC 9(08).
000970         05  FPH-FILENAME            PIC X(30).
000980         05  FPH-DETAIL-COUNT        PIC 9(09).
000990         05  FPH-GROSS-AMOUNT        PIC 9(13)V99.
001000         05  FPH-CHECKSUM            PIC 9(09).
001010         05  FPH-TRAILER-COUNT       PIC 9(09).
001020         05  FPH-ITEM-COUNT          PIC 9(09).
001030         05  FPH-ITEM-AMOUNT         PIC 9(13)V99.
001040 FD  SUSPENSE-FILE.
001050     COPY SUSPREC.
001060 FD  WAREHOUSE-FILE.
001070     COPY FUTWHSRC.
001080 FD  ACK-FILE.
001090     COPY FEEDACKC.
001100 WORKING-STORAGE SECTION.
001110 01  FAC-FILE-STATUS-VALUES.
001120         05  FAC-REGISTRY-FILE-STATUS PIC X(02).
001130             88  FAC-REGISTRY-FILE-OK    VALUE "00".
001140         05  FAC-ARRIVAL-FILE-STATUS PIC X(02).
001150             88  FAC-ARRIVAL-FILE-OK     VALUE "00".
001160         05  FAC-FPHIST-FILE-STATUS  PIC X(02).
001170             88  FAC-FPHIST-FILE-OK      VALUE "00".
001180         05  FAC-SUSPENSE-FILE-STATUS PIC X(02).
001190             88  FAC-SUSPENSE-FILE-OK    VALUE "00".
001200         05  FAC-WAREHOUSE-FILE-STATUS PIC X(02).
001210             88  FAC-WAREHOUSE-FILE-OK   VALUE "00".
001220         05  FAC-ACK-FILE-STATUS     PIC X(02).
001230             88  FAC-ACK-FILE-OK         VALUE "00".
001240 01  FAC-SWITCHES.
001250         05  FAC-REG-EOF-SWITCH      PIC X(01) VALUE "N".
001260             88  FAC-REGISTRY-AT-END     VALUE "Y".
001270         05  FAC-ARV-EOF-SWITCH      PIC X(01) VALUE "N".
001280             88  FAC-ARRIVALS-AT-END     VALUE "Y".
001290         05  FAC-FPH-EOF-SWITCH      PIC X(01) VALUE "N".
001300             88  FAC-FPHIST-AT-END       VALUE "Y".
001310         05  FAC-SUS-EOF-SWITCH      PIC X(01) VALUE "N".
001320             88  FAC-SUSPENSE-AT-END     VALUE "Y".
001330         05  FAC-FWH-EOF-SWITCH      PIC X(01) VALUE "N".
001340             88  FAC-WAREHOUSE-AT-END    VALUE "Y".
001350     COPY RUNDATEC.
001360 01  FAC-RUN-DATE                PIC 9(08) VALUE ZERO.
001370 01  FAC-RUN-TIME                PIC 9(08) VALUE ZERO.
001380 01  FAC-ACK-FILENAME            PIC X(30) VALUE SPACES.
001390 01  FAC-SEARCH-NAME             PIC X(12) VALUE SPACES.
001400*  THE FEED RECORD IMAGE CARRIED ON SUSPENSE AND FUTRWHSE --
001410*  ONLY THE FIELDS NEEDED TO PLACE AND SIZE AN ITEM.
001420 01  FAC-TRAN-IMAGE              PIC X(174) VALUE SPACES.
001430 01  FAC-TRAN-FIELDS REDEFINES FAC-TRAN-IMAGE.
001440         05  FILLER                  PIC X(23).
001450         05  FAC-TRN-AMOUNT          PIC 9(09)V99.
001460         05  FILLER                  PIC X(04).
001470         05  FAC-TRN-RECYCLE-COUNT   PIC X(02).
001480         05  FAC-TRN-FIRST-REJECT    PIC X(08).
001490         05  FILLER                  PIC X(105).
001500         05  FAC-TRN-SOURCE-ID       PIC X(12).
001510         05  FILLER                  PIC X(09).
001520 01  FAC-SOURCE-TABLE.
001530         05  FAC-SRC-COUNT           PIC 9(03) COMP VALUE ZERO.
001540         05  FAC-SRC-ENTRY OCCURS 50 TIMES
001550                 INDEXED BY FAC-SRC-IDX.
001560             10  FAC-SRC-ID          PIC X(08).
001570             10  FAC-SRC-FEED        PIC X(12).
001580             10  FAC-SRC-STATE       PIC X(08).
001590             10  FAC-SRC-FP-SWITCH   PIC X(01).
001600                 88  FAC-SRC-FINGERPRINTED   VALUE "Y".
001610             10  FAC-SRC-CHECKSUM    PIC 9(09).
001620             10  FAC-SRC-RECORDS     PIC 9(09).
001630             10  FAC-SRC-GROSS       PIC 9(13)V99.
001640             10  FAC-SRC-TRAILER     PIC 9(09).
001650             10  FAC-SRC-ITEMS       PIC 9(09).
001660             10  FAC-SRC-ITEM-AMT    PIC 9(13)V99.
001670             10  FAC-SRC-REJ-COUNT   PIC 9(09).
001680             10  FAC-SRC-REJ-AMT     PIC 9(13)V99.
001690             10  FAC-SRC-SUS-COUNT   PIC 9(09).
001700             10  FAC-SRC-SUS-AMT     PIC 9(13)V99.
001710             10  FAC-SRC-FWH-COUNT   PIC 9(09).
001720             10  FAC-SRC-FWH-AMT     PIC 9(13)V99.
001730 01  FAC-COUNTERS.
001740         05  FAC-ACKS-WRITTEN        PIC 9(03) VALUE ZERO.
001750         05  FAC-NOT-RECEIVED        PIC 9(03) VALUE ZERO.
001760         05  FAC-NOT-PROVING         PIC 9(03) VALUE ZERO.
001770         05  FAC-ACK-FAILURES        PIC 9(03) VALUE ZERO.
001780 01  FAC-WORK-FIELDS.
001790         05  FAC-WORK-COUNT          PIC S9(09) VALUE ZERO.
001800         05  FAC-WORK-AMOUNT         PIC S9(13)V99 VALUE ZERO.
001810 01  FAC-EVENT-LOG-FIELDS.
001820         05  FAC-EVL-PROGRAM         PIC X(08) VALUE "FEEDACK".
001830         05  FAC-EVL-SEVERITY        PIC X(01) VALUE "I".
001840         05  FAC-EVL-CODE            PIC X(04) VALUE SPACES.
001850         05  FAC-EVL-TEXT            PIC X(60) VALUE SPACES.
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890         IF RETURN-CODE > ZERO
001900             GO TO 0000-WRAP-UP
001910         END-IF.
001920         PERFORM 2000-READ-ARRIVALS THRU 2000-EXIT.
001930         PERFORM 3000-READ-FINGERPRINTS THRU 3000-EXIT.
001940         PERFORM 4000-READ-SUSPENSE THRU 4000-EXIT.
001950         PERFORM 5000-READ-WAREHOUSE THRU 5000-EXIT.
001960         PERFORM 6000-WRITE-ACK THRU 6000-EXIT
001970             VARYING FAC-SRC-IDX FROM 1 BY 1
001980             UNTIL FAC-SRC-IDX > FAC-SRC-COUNT.
001990         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002000 0000-WRAP-UP.
002010         DISPLAY "FEEDACK: JOB COMPLETE, RETURN CODE "
002020             RETURN-CODE.
002030         STOP RUN.
002040 1000-INITIALIZE.
002050         DISPLAY "FEEDACK: FEED RECEIPT ACKNOWLEDGMENT".
002060         CALL "RUNDATE" USING RUN-DATE-AREA.
002070         MOVE RDT-RUN-DATE TO FAC-RUN-DATE.
002080         ACCEPT FAC-RUN-TIME FROM TIME.
002090         OPEN INPUT REGISTRY-FILE.
002100         IF NOT FAC-REGISTRY-FILE-OK
002110             DISPLAY "FEEDACK: NO FEEDSRCS REGISTRY, STATUS = "
002120                 FAC-REGISTRY-FILE-STATUS
002130             MOVE 8 TO RETURN-CODE
002140             GO TO 1000-EXIT
002150         END-IF.
002160         PERFORM 1100-LOAD-ONE-SOURCE THRU 1100-EXIT
002170             UNTIL FAC-REGISTRY-AT-END.
002180         CLOSE REGISTRY-FILE.
002190         MOVE ZERO TO RETURN-CODE.
002200 1000-EXIT.
002210         EXIT.
002220 1100-LOAD-ONE-SOURCE.
002230         READ REGISTRY-FILE
002240             AT END
002250                 MOVE "Y" TO FAC-REG-EOF-SWITCH
002260                 GO TO 1100-EXIT
002270         END-READ.
002280         IF SRC-SOURCE-ID = SPACES
002290             GO TO 1100-EXIT
002300         END-IF.
002310         IF FAC-SRC-COUNT = 50
002320             DISPLAY "FEEDACK: MORE THAN 50 SOURCES - "
002330                 SRC-SOURCE-ID " NOT ACKNOWLEDGED"
002340             GO TO 1100-EXIT
002350         END-IF.
002360         ADD 1 TO FAC-SRC-COUNT.
002370         SET FAC-SRC-IDX TO FAC-SRC-COUNT.
002380         INITIALIZE FAC-SRC-ENTRY(FAC-SRC-IDX).
002390         MOVE SRC-SOURCE-ID TO FAC-SRC-ID(FAC-SRC-IDX).
002400         IF SRC-FEED-NAME = SPACES
002410             MOVE SRC-SOURCE-ID TO FAC-SRC-FEED(FAC-SRC-IDX)
002420         ELSE
002430             MOVE SRC-FEED-NAME TO FAC-SRC-FEED(FAC-SRC-IDX)
002440         END-IF.
002450         MOVE "N" TO FAC-SRC-FP-SWITCH(FAC-SRC-IDX).
002460 1100-EXIT.
002470         EXIT.
002480*---------------------------------------------------------------
002490*  1500-FIND-FEED.  LOCATES FAC-SEARCH-NAME AMONG THE
002500*  SOURCES' FEED NAMES; THE INDEX IS LEFT PAST THE LAST
002510*  SOURCE WHEN NO SOURCE TAKES THAT FEED.
002520*---------------------------------------------------------------
002530 1500-FIND-FEED.
002540         SET FAC-SRC-IDX TO 1.
002550         SEARCH FAC-SRC-ENTRY
002560             AT END
002570                 SET FAC-SRC-IDX TO FAC-SRC-COUNT
002580                 SET FAC-SRC-IDX UP BY 1
002590             WHEN FAC-SRC-IDX > FAC-SRC-COUNT
002600                 CONTINUE
002610             WHEN FAC-SRC-FEED(FAC-SRC-IDX) = FAC-SEARCH-NAME
002620                 CONTINUE
002630         END-SEARCH.
002640 1500-EXIT.
002650         EXIT.
002660*---------------------------------------------------------------
002670*  2000-READ-ARRIVALS.  THE LATEST FEEDARRV STATE LOGGED
002680*  TODAY FOR EACH SOURCE.
002690*---------------------------------------------------------------
002700 2000-READ-ARRIVALS.
002710         OPEN INPUT ARRIVAL-LOG-FILE.
002720         IF NOT FAC-ARRIVAL-FILE-OK
002730             DISPLAY "FEEDACK: NO FEEDARRV ARRIVAL LOG"
002740             GO TO 2000-EXIT
002750         END-IF.
002760         PERFORM 2100-READ-ONE-ARRIVAL THRU 2100-EXIT
002770             UNTIL FAC-ARRIVALS-AT-END.
002780         CLOSE ARRIVAL-LOG-FILE.
002790 2000-EXIT.
002800         EXIT.
002810 2100-READ-ONE-ARRIVAL.
002820         READ ARRIVAL-LOG-FILE
002830             AT END
002840                 MOVE "Y" TO FAC-ARV-EOF-SWITCH
002850                 GO TO 2100-EXIT
002860         END-READ.
002870         IF ARV-DATE NOT = FAC-RUN-DATE
002880             GO TO 2100-EXIT
002890         END-IF.
002900         SET FAC-SRC-IDX TO 1.
002910         SEARCH FAC-SRC-ENTRY
002920             AT END
002930                 CONTINUE
002940             WHEN FAC-SRC-IDX > FAC-SRC-COUNT
002950                 CONTINUE
002960             WHEN FAC-SRC-ID(FAC-SRC-IDX) = ARV-SOURCE-ID
002970                 MOVE ARV-STATE TO FAC-SRC-STATE(FAC-SRC-IDX)
002980         END-SEARCH.
002990 2100-EXIT.
003000         EXIT.
003010*---------------------------------------------------------------
003020*  3000-READ-FINGERPRINTS.  TODAY'S FPFHIST ROW FOR EACH
003030*  SOURCE'S FEED.  A RESTARTED EDIT APPENDS THE SAME ROW
003040*  AGAIN, SO THE LAST ONE STANDS.
003050*---------------------------------------------------------------
003060 3000-READ-FINGERPRINTS.
003070         OPEN INPUT FINGERPRINT-HISTORY-FILE.
003080         IF NOT FAC-FPHIST-FILE-OK
003090             DISPLAY "FEEDACK: NO FPFHIST FINGERPRINT HISTORY"
003100             GO TO 3000-EXIT
003110         END-IF.
003120         PERFORM 3100-READ-ONE-FINGERPRINT THRU 3100-EXIT
003130             UNTIL FAC-FPHIST-AT-END.
003140         CLOSE FINGERPRINT-HISTORY-FILE.
003150 3000-EXIT.
003160         EXIT.
003170 3100-READ-ONE-FINGERPRINT.
003180         READ FINGERPRINT-HISTORY-FILE
003190             AT END
003200                 MOVE "Y" TO FAC-FPH-EOF-SWITCH
003210                 GO TO 3100-EXIT
003220         END-READ.
003230         IF FPH-SEEN-DATE NOT = FAC-RUN-DATE
003240             OR FPH-FILENAME(13:18) NOT = SPACES
003250             GO TO 3100-EXIT
003260         END-IF.
003270         MOVE FPH-FILENAME(1:12) TO FAC-SEARCH-NAME.
003280         PERFORM 1500-FIND-FEED THRU 1500-EXIT.
003290         IF FAC-SRC-IDX > FAC-SRC-COUNT
003300             GO TO 3100-EXIT
003310         END-IF.
003320         SET FAC-SRC-FINGERPRINTED(FAC-SRC-IDX) TO TRUE.
003330         MOVE FPH-CHECKSUM TO FAC-SRC-CHECKSUM(FAC-SRC-IDX).
003340         MOVE FPH-DETAIL-COUNT TO FAC-SRC-RECORDS(FAC-SRC-IDX).
003350         MOVE FPH-GROSS-AMOUNT TO FAC-SRC-GROSS(FAC-SRC-IDX).
003360*  A ROW WRITTEN BEFORE THE TRAILER AND ITEM TOTALS WERE
003370*  KEPT CARRIES NONE; ITS RECORD COUNT AND GROSS STAND IN.
003380         IF FPH-ITEM-COUNT IS NUMERIC
003390             AND FPH-ITEM-AMOUNT IS NUMERIC
003400             AND FPH-TRAILER-COUNT IS NUMERIC
003410             MOVE FPH-TRAILER-COUNT
003420                 TO FAC-SRC-TRAILER(FAC-SRC-IDX)
003430             MOVE FPH-ITEM-COUNT TO FAC-SRC-ITEMS(FAC-SRC-IDX)
003440             MOVE FPH-ITEM-AMOUNT
003450                 TO FAC-SRC-ITEM-AMT(FAC-SRC-IDX)
003460         ELSE
003470             MOVE FPH-DETAIL-COUNT
003480                 TO FAC-SRC-TRAILER(FAC-SRC-IDX)
003490             MOVE FPH-DETAIL-COUNT TO FAC-SRC-ITEMS(FAC-SRC-IDX)
003500             MOVE FPH-GROSS-AMOUNT
003510                 TO FAC-SRC-ITEM-AMT(FAC-SRC-IDX)
003520         END-IF.
003530 3100-EXIT.
003540         EXIT.
003550*---------------------------------------------------------------
003560*  4000-READ-SUSPENSE.  AFTER THE EDIT, SUSPENSE HOLDS TODAY'S
003570*  REJECTS (LAST REJECTED TODAY) AND THE ITEMS SUSPRECY HELD
003580*  BACK.  AN ITEM FIRST REJECTED TODAY ON ITS FIRST PASS IS
003590*  FROM TODAY'S FILE; ANY OTHER IS AN EARLIER FILE'S ITEM
003600*  STILL SUSPENDED.
003610*---------------------------------------------------------------
003620 4000-READ-SUSPENSE.
003630         OPEN INPUT SUSPENSE-FILE.
003640         IF NOT FAC-SUSPENSE-FILE-OK
003650             GO TO 4000-EXIT
003660         END-IF.
003670         PERFORM 4100-READ-ONE-SUSPENSE THRU 4100-EXIT
003680             UNTIL FAC-SUSPENSE-AT-END.
003690         CLOSE SUSPENSE-FILE.
003700 4000-EXIT.
003710         EXIT.
003720 4100-READ-ONE-SUSPENSE.
003730         READ SUSPENSE-FILE
003740             AT END
003750                 MOVE "Y" TO FAC-SUS-EOF-SWITCH
003760                 GO TO 4100-EXIT
003770         END-READ.
003780         MOVE SUS-TRAN-DATA TO FAC-TRAN-IMAGE.
003790         MOVE FAC-TRN-SOURCE-ID TO FAC-SEARCH-NAME.
003800         PERFORM 1500-FIND-FEED THRU 1500-EXIT.
003810         IF FAC-SRC-IDX > FAC-SRC-COUNT
003820             GO TO 4100-EXIT
003830         END-IF.
003840         IF FAC-TRN-AMOUNT NOT NUMERIC
003850             MOVE ZERO TO FAC-TRN-AMOUNT
003860         END-IF.
003870         IF SUS-FIRST-REJECT-DATE = FAC-RUN-DATE
003880             AND SUS-LAST-REJECT-DATE = FAC-RUN-DATE
003890             AND SUS-RECYCLE-COUNT = 1
003900             ADD 1 TO FAC-SRC-REJ-COUNT(FAC-SRC-IDX)
003910             ADD FAC-TRN-AMOUNT TO FAC-SRC-REJ-AMT(FAC-SRC-IDX)
003920         ELSE
003930             ADD 1 TO FAC-SRC-SUS-COUNT(FAC-SRC-IDX)
003940             ADD FAC-TRN-AMOUNT TO FAC-SRC-SUS-AMT(FAC-SRC-IDX)
003950         END-IF.
003960 4100-EXIT.
003970         EXIT.
003980*---------------------------------------------------------------
003990*  5000-READ-WAREHOUSE.  ITEMS WAREHOUSED TODAY STRAIGHT FROM
004000*  A FEED.  A SUSPENSE RECYCLE THAT WAREHOUSES CARRIES ITS
004010*  FIRST-REJECT DATE AND BELONGS TO AN EARLIER FILE.
004020*---------------------------------------------------------------
004030 5000-READ-WAREHOUSE.
004040         OPEN INPUT WAREHOUSE-FILE.
004050         IF NOT FAC-WAREHOUSE-FILE-OK
004060             GO TO 5000-EXIT
004070         END-IF.
004080         PERFORM 5100-READ-ONE-WAREHOUSE THRU 5100-EXIT
004090             UNTIL FAC-WAREHOUSE-AT-END.
004100         CLOSE WAREHOUSE-FILE.
004110 5000-EXIT.
004120         EXIT.
004130 5100-READ-ONE-WAREHOUSE.
004140         READ WAREHOUSE-FILE
004150             AT END
004160                 MOVE "Y" TO FAC-FWH-EOF-SWITCH
004170                 GO TO 5100-EXIT
004180         END-READ.
004190         IF FWH-RECEIVED-DATE NOT = FAC-RUN-DATE
004200             GO TO 5100-EXIT
004210         END-IF.
004220         MOVE FWH-TRAN-DATA TO FAC-TRAN-IMAGE.
004230         IF FAC-TRN-FIRST-REJECT IS NUMERIC
004240             AND FAC-TRN-FIRST-REJECT NOT = ZERO
004250             GO TO 5100-EXIT
004260         END-IF.
004270         MOVE FAC-TRN-SOURCE-ID TO FAC-SEARCH-NAME.
004280         PERFORM 1500-FIND-FEED THRU 1500-EXIT.
004290         IF FAC-SRC-IDX > FAC-SRC-COUNT
004300             GO TO 5100-EXIT
004310         END-IF.
004320         IF FAC-TRN-AMOUNT NOT NUMERIC
004330             MOVE ZERO TO FAC-TRN-AMOUNT
004340         END-IF.
004350         ADD 1 TO FAC-SRC-FWH-COUNT(FAC-SRC-IDX).
004360         ADD FAC-TRN-AMOUNT TO FAC-SRC-FWH-AMT(FAC-SRC-IDX).
004370 5100-EXIT.
004380         EXIT.
004390*---------------------------------------------------------------
004400*  6000-WRITE-ACK.  ONE SOURCE'S ACKNOWLEDGMENT, REWRITTEN
004410*  WHOLE.  ACCEPTED IS WHAT IS LEFT OF THE FILE'S ITEMS ONCE
004420*  THE REJECTS AND THE WAREHOUSED ARE TAKEN OUT; WHEN THAT
004430*  WOULD GO BELOW ZERO THE FIGURES DO NOT PROVE AND THE
004440*  RECORD SAYS SO.
004450*---------------------------------------------------------------
004460 6000-WRITE-ACK.
004470         INITIALIZE FEED-ACK-RECORD.
004480         MOVE "ACK" TO FAK-RECORD-TYPE.
004490         MOVE FAC-SRC-ID(FAC-SRC-IDX) TO FAK-SOURCE-ID.
004500         MOVE FAC-RUN-DATE TO FAK-RUN-DATE.
004510         MOVE FAC-RUN-TIME(1:6) TO FAK-ACK-TIME.
004520         MOVE FAC-SRC-FEED(FAC-SRC-IDX) TO FAK-FEED-NAME.
004530         MOVE "N" TO FAK-TRAILER-AGREES.
004540         MOVE FAC-SRC-SUS-COUNT(FAC-SRC-IDX)
004550             TO FAK-SUSPENDED-COUNT.
004560         MOVE FAC-SRC-SUS-AMT(FAC-SRC-IDX)
004570             TO FAK-SUSPENDED-AMOUNT.
004580         IF NOT FAC-SRC-FINGERPRINTED(FAC-SRC-IDX)
004590             AND FAC-SRC-STATE(FAC-SRC-IDX) NOT = "ARRIVED"
004600             SET FAK-FILE-NOT-RECEIVED TO TRUE
004610             ADD 1 TO FAC-NOT-RECEIVED
004620             EVALUATE FAC-SRC-STATE(FAC-SRC-IDX)
004630                 WHEN "EXCUSED"
004640                     MOVE "EXCUSED FOR TODAY" TO FAK-REMARK
004650                 WHEN "MISSING"
004660                     MOVE "MISSING AT CUTOFF" TO FAK-REMARK
004670                 WHEN OTHER
004680                     MOVE "NO ARRIVAL LOGGED TODAY"
004690                         TO FAK-REMARK
004700             END-EVALUATE
004710             GO TO 6000-WRITE
004720         END-IF.
004730         SET FAK-FILE-RECEIVED TO TRUE.
004740         IF NOT FAC-SRC-FINGERPRINTED(FAC-SRC-IDX)
004750             MOVE "Y" TO FAK-TRAILER-AGREES
004760             MOVE "NO ITEMS ON FILE" TO FAK-REMARK
004770             GO TO 6000-WRITE
004780         END-IF.
004790         MOVE FAC-SRC-CHECKSUM(FAC-SRC-IDX) TO FAK-CHECKSUM.
004800         MOVE FAC-SRC-RECORDS(FAC-SRC-IDX) TO FAK-RECORD-COUNT.
004810         MOVE FAC-SRC-GROSS(FAC-SRC-IDX) TO FAK-GROSS-AMOUNT.
004820         MOVE FAC-SRC-TRAILER(FAC-SRC-IDX) TO FAK-TRAILER-COUNT.
004830         MOVE FAC-SRC-ITEMS(FAC-SRC-IDX) TO FAK-RECEIVED-COUNT.
004840         MOVE FAC-SRC-ITEM-AMT(FAC-SRC-IDX)
004850             TO FAK-RECEIVED-AMOUNT.
004860         MOVE FAC-SRC-REJ-COUNT(FAC-SRC-IDX)
004870             TO FAK-REJECTED-COUNT.
004880         MOVE FAC-SRC-REJ-AMT(FAC-SRC-IDX) TO FAK-REJECTED-AMOUNT.
004890         MOVE FAC-SRC-FWH-COUNT(FAC-SRC-IDX)
004900             TO FAK-WAREHOUSED-COUNT.
004910         MOVE FAC-SRC-FWH-AMT(FAC-SRC-IDX)
004920             TO FAK-WAREHOUSED-AMOUNT.
004930         IF FAK-TRAILER-COUNT = FAK-RECEIVED-COUNT
004940             MOVE "Y" TO FAK-TRAILER-AGREES
004950         ELSE
004960             MOVE "TRAILER COUNT DOES NOT AGREE" TO FAK-REMARK
004970         END-IF.
004980         COMPUTE FAC-WORK-COUNT = FAK-RECEIVED-COUNT
004990             - FAK-REJECTED-COUNT - FAK-WAREHOUSED-COUNT.
005000         COMPUTE FAC-WORK-AMOUNT = FAK-RECEIVED-AMOUNT
005010             - FAK-REJECTED-AMOUNT - FAK-WAREHOUSED-AMOUNT.
005020         IF FAC-WORK-COUNT < ZERO
005030             OR FAC-WORK-AMOUNT < ZERO
005040             MOVE ZERO TO FAK-ACCEPTED-COUNT
005050             MOVE ZERO TO FAK-ACCEPTED-AMOUNT
005060             MOVE "ITEM COUNTS DO NOT PROVE" TO FAK-REMARK
005070         ELSE
005080             MOVE FAC-WORK-COUNT TO FAK-ACCEPTED-COUNT
005090             MOVE FAC-WORK-AMOUNT TO FAK-ACCEPTED-AMOUNT
005100         END-IF.
005110         IF FAK-REMARK NOT = SPACES
005120             ADD 1 TO FAC-NOT-PROVING
005130             MOVE "W" TO FAC-EVL-SEVERITY
005140             MOVE "FACK" TO FAC-EVL-CODE
005150             MOVE SPACES TO FAC-EVL-TEXT
005160             STRING FAK-SOURCE-ID " " FAK-REMARK
005170                 DELIMITED BY SIZE INTO FAC-EVL-TEXT
005180             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
005190         END-IF.
005200 6000-WRITE.
005210         MOVE SPACES TO FAC-ACK-FILENAME.
005220         STRING FAK-SOURCE-ID DELIMITED BY SPACE
005230             ".ACK" DELIMITED BY SIZE
005240             INTO FAC-ACK-FILENAME.
005250         OPEN OUTPUT ACK-FILE.
005260         IF NOT FAC-ACK-FILE-OK
005270             ADD 1 TO FAC-ACK-FAILURES
005280             DISPLAY "FEEDACK: " FAC-ACK-FILENAME
005290                 " UNAVAILABLE, STATUS = " FAC-ACK-FILE-STATUS
005300             GO TO 6000-EXIT
005310         END-IF.
005320         WRITE FEED-ACK-RECORD.
005330         CLOSE ACK-FILE.
005340         ADD 1 TO FAC-ACKS-WRITTEN.
005350         DISPLAY "FEEDACK: " FAK-SOURCE-ID " " FAK-STATUS
005360             " RECEIVED " FAK-RECEIVED-COUNT
005370             " ACCEPTED " FAK-ACCEPTED-COUNT
005380             " REJECTED " FAK-REJECTED-COUNT
005390             " WAREHOUSED " FAK-WAREHOUSED-COUNT.
005400 6000-EXIT.
005410         EXIT.
005420 8000-TERMINATE.
005430         DISPLAY "----------------------------------------------".
005440         DISPLAY "SOURCES REGISTERED   = " FAC-SRC-COUNT.
005450         DISPLAY "ACKNOWLEDGMENTS SENT = " FAC-ACKS-WRITTEN.
005460         DISPLAY "NOT RECEIVED         = " FAC-NOT-RECEIVED.
005470         DISPLAY "NOT PROVING          = " FAC-NOT-PROVING.
005480         IF FAC-ACK-FAILURES > ZERO
005490             MOVE "E" TO FAC-EVL-SEVERITY
005500             MOVE "FACF" TO FAC-EVL-CODE
005510             MOVE SPACES TO FAC-EVL-TEXT
005520             STRING FAC-ACK-FAILURES
005530                 " FEED ACKNOWLEDGMENT(S) COULD NOT BE WRITTEN"
005540                 DELIMITED BY SIZE INTO FAC-EVL-TEXT
005550             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
005560             MOVE 8 TO RETURN-CODE
005570             GO TO 8000-EXIT
005580         END-IF.
005590         IF FAC-NOT-RECEIVED > ZERO
005600             OR FAC-NOT-PROVING > ZERO
005610             MOVE 4 TO RETURN-CODE
005620         ELSE
005630             MOVE ZERO TO RETURN-CODE
005640         END-IF.
005650 8000-EXIT.
005660         EXIT.
005670 9000-LOG-EVENT.
005680         CALL "EVLOG" USING FAC-EVL-PROGRAM FAC-EVL-SEVERITY
005690             FAC-EVL-CODE FAC-EVL-TEXT.
005700 9000-EXIT.
005710         EXIT.
