000250*  NOT IN GENCATLG, AND THEN HOLDS THE LOG AGAINST THE
000260*  REGISTRY FOR THE GENERATION GIVEN AS ITS PARAMETER (DEFAULT
000270*  THE CURRENT ONE FROM GENNBRFILE): EVERY ACTIVE SUBSCRIBER
000280*  (ANY OUTPUT) MUST HAVE A LOGGED PICKUP, AND EACH ONE
000290*  STILL WAITING IS NAMED ON THE DELIVRPT REPORT.  RC 0 ALL
000300*  DELIVERED, 4 WARNINGS OR SUBSCRIBERS STILL WAITING.  THE
000310*  JOB STREAM CONSUMES PICKUPS TO PICKUPS.DONE AFTER A CLEAN
000360*  DATE       BY   DESCRIPTION
000370*  ---------- ---- --------------------------------------------
000380*  09/02/2026 DCG  ORIGINAL PROGRAM.
00038A*  10/15/2026 DCG  PICKUPS ARE LOGGED UNDER THE OUTPUT THE
00038B*                  SUBSCRIBER TAKES ON SUBSCRIB (ITS OWN EXTRFMT
00038C*                  COPY OR EXTRFILE), AND EVERY ACTIVE
00038D*                  SUBSCRIBER IS HELD TO A PICKUP, NOT ONLY
00038E*                  THOSE TAKING EXTRFILE.  RC 4 ON WAITING
00038F*                  SUBSCRIBERS NO LONGER LOST TO THE EVLOG CALL.
00038G*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00038H*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00038I*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
001130         05  DRC-PICKUPS-LOGGED      PIC 9(05) VALUE ZERO.
001140         05  DRC-WARNING-COUNT       PIC 9(05) VALUE ZERO.
001150         05  DRC-WAITING-COUNT       PIC 9(05) VALUE ZERO.
00115A         05  DRC-RC-SAVE             PIC S9(04) VALUE ZERO.
001160 01  DRC-SUBSCRIBER-TABLE.
001170         05  DRC-SUB-COUNT           PIC 9(03) COMP VALUE ZERO.
001180         05  DRC-SUB-ENTRY OCCURS 50 TIMES
001220             10  DRC-SUB-STATUS      PIC X(01).
001230             10  DRC-SUB-SEEN        PIC X(01).
001240         05  DRC-SUB-SUB             PIC 9(03) COMP VALUE ZERO.
00124A         05  DRC-PICKUP-OUTPUT       PIC X(12) VALUE SPACES.
001250 01  DRC-CATALOG-GEN-TABLE.
001260         05  DRC-GEN-COUNT           PIC 9(03) COMP VALUE ZERO.
001270         05  DRC-GEN-ENTRY OCCURS 200 TIMES
001330         05  DRC-EVL-SEVERITY        PIC X(01) VALUE "I".
001340         05  DRC-EVL-CODE            PIC X(04) VALUE SPACES.
001350         05  DRC-EVL-TEXT            PIC X(60) VALUE SPACES.
00135A     COPY RUNDATEC.
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420         STOP RUN.
001430 1000-INITIALIZE.
001440         DISPLAY "DELIVRCN: JOB STARTING".
001450         CALL "RUNDATE" USING RUN-DATE-AREA.
00145A         MOVE RDT-RUN-DATE TO DRC-TODAY-DATE.
001460         ACCEPT DRC-TODAY-TIME FROM TIME.
001470         ACCEPT DRC-PARM-STRING FROM COMMAND-LINE.
001480         IF DRC-PARM-STRING = SPACES
002710         EXIT.
002720 2200-CHECK-SUBSCRIBER.
002730         MOVE "N" TO DRC-FOUND-SWITCH.
00273A         MOVE "EXTRFILE" TO DRC-PICKUP-OUTPUT.
002740         IF DRC-SUB-COUNT > ZERO
002750             SET DRC-SUB-IDX TO 1
002760             SEARCH DRC-SUB-ENTRY
002790                 WHEN DRC-SUB-ID(DRC-SUB-IDX)
002800                     = PKP-SUBSCRIBER-ID
002810                     SET DRC-ENTRY-FOUND TO TRUE
00281A                     MOVE DRC-SUB-OUTPUT(DRC-SUB-IDX)
00281B                         TO DRC-PICKUP-OUTPUT
002820             END-SEARCH
002830         END-IF.
002840         IF NOT DRC-ENTRY-FOUND
003300         END-IF.
003310         MOVE SPACES TO DELIVERY-LOG-RECORD.
003320         MOVE PKP-SUBSCRIBER-ID TO DLV-SUBSCRIBER-ID.
003330         MOVE DRC-PICKUP-OUTPUT TO DLV-OUTPUT-NAME.
003340         MOVE PKP-GENERATION TO DLV-GENERATION.
003350         MOVE PKP-PICKUP-DATE TO DLV-PICKUP-DATE.
003360         MOVE PKP-PICKUP-TIME TO DLV-PICKUP-TIME.
003430*---------------------------------------------------------------
003440*  3000-CHECK-COVERAGE.  THE FULL DELIVERY LOG (EARLIER RUNS'
003450*  ROWS INCLUDED) IS SCANNED FOR THE CHECK GENERATION, AND
003460*  EVERY ACTIVE SUBSCRIBER (ANY OUTPUT) MUST APPEAR --
003470*  EACH ONE STILL WAITING IS NAMED ON THE REPORT.
003480*---------------------------------------------------------------
003490 3000-CHECK-COVERAGE.
003850         EXIT.
003860 3200-REPORT-ONE-SUBSCRIBER.
003870         IF DRC-SUB-STATUS(DRC-SUB-SUB) NOT = "A"
003890             GO TO 3200-EXIT
003900         END-IF.
003910         IF DRC-SUB-SEEN(DRC-SUB-SUB) = "Y"
003930             STRING "  " DRC-SUB-ID(DRC-SUB-SUB)
003940                 " PICKED UP GENERATION "
003950                 DRC-CHECK-GENERATION
00395A                 " OF " DRC-SUB-OUTPUT(DRC-SUB-SUB)
003960                 DELIMITED BY SIZE INTO DRC-REPORT-LINE
003970             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003980         ELSE
004010             STRING "  " DRC-SUB-ID(DRC-SUB-SUB)
004020                 " HAS NOT PICKED UP GENERATION "
004030                 DRC-CHECK-GENERATION
00403A                 " OF " DRC-SUB-OUTPUT(DRC-SUB-SUB)
004040                 DELIMITED BY SIZE INTO DRC-REPORT-LINE
004050             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004060         END-IF.
004210             DELIMITED BY SIZE INTO DRC-REPORT-LINE.
004220         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004230         CLOSE REPORT-FILE.
00423A*  THE EVLOG CALL CLEARS RETURN-CODE, SO IT IS HELD ASIDE AND
00423B*  THE WARNING LEVEL SET ON THE SAVED COPY.
00423C         MOVE RETURN-CODE TO DRC-RC-SAVE.
004240         IF DRC-WARNING-COUNT > ZERO
004250             OR DRC-WAITING-COUNT > ZERO
004290             MOVE "WAIT" TO DRC-EVL-CODE
004300             MOVE "W" TO DRC-EVL-SEVERITY
004310             MOVE SPACES TO DRC-EVL-TEXT
004350                 DELIMITED BY SIZE INTO DRC-EVL-TEXT
004360             CALL "EVLOG" USING DRC-EVL-PROGRAM
004370                 DRC-EVL-SEVERITY DRC-EVL-CODE DRC-EVL-TEXT
00437A             IF DRC-RC-SAVE < 4
00437B                 MOVE 4 TO DRC-RC-SAVE
00437C             END-IF
004380         END-IF.
00438A         MOVE DRC-RC-SAVE TO RETURN-CODE.
004390         DISPLAY "DELIVRCN: " DRC-WAITING-COUNT
004400             " SUBSCRIBER(S) STILL WAITING, RETURN CODE "
004410             RETURN-CODE.
