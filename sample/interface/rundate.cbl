000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 RUNDATE.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  SHARED BUSINESS-DATE SERVICE.  THE DAILY STREAM USED TO
000180*  STAMP EVERYTHING WITH THE SYSTEM DATE, SO A BUSINESS DAY
000190*  MISSED IN AN OUTAGE COULD ONLY BE PROCESSED AS "TODAY".
000200*  RUNDAILY.SH'S CATCH-UP MODE NOW WRITES THE BUSINESS DATE
000210*  IT IS PROCESSING TO THE BUSDATE CONTROL FILE (YYYYMMDD IN
000220*  COLUMNS 1-8) BEFORE EACH DAY'S RUN AND REMOVES IT ON A
000230*  NORMAL RUN.  CALLERS PASS THE RUN-DATE-AREA (RUNDATEC) AND
000240*  GET BACK THAT DATE, OR THE SYSTEM DATE WHEN THERE IS NO
000250*  BUSDATE OR IT DOES NOT HOLD A VALID DATE.  A CATCH-UP DATE
000260*  IS ANNOUNCED ON THE CONSOLE SO IT SHOWS IN EVERY STEP'S
000270*  OUTPUT.
000280*  ------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------------
000310*  DATE       BY   DESCRIPTION
000320*  ---------- ---- --------------------------------------------
000330*  10/15/2026 DCG  ORIGINAL PROGRAM.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380         SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
000390             ORGANIZATION IS LINE SEQUENTIAL
000400             FILE STATUS IS RDS-BUSDATE-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  BUSINESS-DATE-FILE.
000440 01  BUSINESS-DATE-RECORD.
000450         05  BDT-BUSINESS-DATE       PIC X(08).
000460         05  FILLER                  PIC X(72).
000470 WORKING-STORAGE SECTION.
000480     COPY DATESRVC.
000490 01  RDS-BUSDATE-FILE-STATUS     PIC X(02).
000500         88  RDS-BUSDATE-FILE-OK     VALUE "00".
000510 01  RDS-SYSTEM-DATE             PIC 9(08) VALUE ZERO.
000520 LINKAGE SECTION.
000530     COPY RUNDATEC.
000540 PROCEDURE DIVISION USING RUN-DATE-AREA.
000550 0000-MAINLINE.
000560         ACCEPT RDS-SYSTEM-DATE FROM DATE YYYYMMDD.
000570         MOVE RDS-SYSTEM-DATE TO RDT-RUN-DATE.
000580         SET RDT-FROM-SYSTEM TO TRUE.
000590         OPEN INPUT BUSINESS-DATE-FILE.
000600         IF NOT RDS-BUSDATE-FILE-OK
000610             GO TO 0000-EXIT
000620         END-IF.
000630         MOVE SPACES TO BUSINESS-DATE-RECORD.
000640         READ BUSINESS-DATE-FILE
000650             AT END
000660                 MOVE SPACES TO BUSINESS-DATE-RECORD
000670         END-READ.
000680         CLOSE BUSINESS-DATE-FILE.
000690         IF BDT-BUSINESS-DATE IS NOT NUMERIC
000700             DISPLAY "RUNDATE: BUSDATE DOES NOT HOLD A DATE - "
000710                 "SYSTEM DATE " RDS-SYSTEM-DATE " USED"
000720             GO TO 0000-EXIT
000730         END-IF.
000740         MOVE SPACES TO DSV-REGION-CODE.
000750         MOVE "B" TO DSV-FUNCTION.
000760         MOVE BDT-BUSINESS-DATE TO DSV-DATE-1.
000770         CALL "DATESRV" USING DATE-SERVICE-AREA.
000780         IF NOT DSV-SUCCESSFUL
000790             DISPLAY "RUNDATE: BUSDATE " BDT-BUSINESS-DATE
000800                 " IS NOT A VALID DATE - SYSTEM DATE "
000810                 RDS-SYSTEM-DATE " USED"
000820             GO TO 0000-EXIT
000830         END-IF.
000840         MOVE BDT-BUSINESS-DATE TO RDT-RUN-DATE.
000850         SET RDT-FROM-BUSDATE TO TRUE.
000860         DISPLAY "RUNDATE: CATCH-UP RUN - BUSINESS DATE "
000870             RDT-RUN-DATE " (SYSTEM DATE " RDS-SYSTEM-DATE ")".
000880 0000-EXIT.
000890         GOBACK.
