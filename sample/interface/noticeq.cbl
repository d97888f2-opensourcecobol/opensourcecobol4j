000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 NOTICEQ.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  SHARED CUSTOMER NOTICE REQUEST WRITER.  OVDRPT, DORMANT AND
000180*  THE STOP-PAYMENT EDIT IN SAMPLE EACH FIND CUSTOMERS WHO MUST
000190*  BE WRITTEN TO; EACH CALLS THIS ROUTINE WITH THE
000200*  NOTICE-QUEUE-AREA (SHARED NOTICEQC COPYBOOK) AND THE REQUEST
000210*  IS APPENDED TO NOTICREQ FOR LTRGEN TO TURN INTO A LETTER.
000220*  THE FILE IS OPENED EXTEND ON THE FIRST CALL AND HELD OPEN
000230*  FOR THE LIFE OF THE RUN, THE SAME WAY EVLOG HOLDS EVENTLOG;
000240*  THE CALLER'S "E" CALL AT END OF RUN CLOSES IT.  A NOTICREQ
000250*  THAT CANNOT BE OPENED IS REPORTED ONCE AND EVERY LATER CALL
000260*  RETURNS 8 -- THE CALLER'S OWN WORK GOES ON.
000270*  ------------------------------------------------------------
000280*  MODIFICATION HISTORY
000290*  ------------------------------------------------------------
000300*  DATE       BY   DESCRIPTION
000310*  ---------- ---- --------------------------------------------
000320*  10/15/2026 DCG  ORIGINAL PROGRAM.
000330*---------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370         SELECT NOTICE-REQUEST-FILE ASSIGN TO "NOTICREQ"
000380             ORGANIZATION IS LINE SEQUENTIAL
000390             FILE STATUS IS NTQ-REQUEST-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  NOTICE-REQUEST-FILE.
000430     COPY NOTICERC.
000440 WORKING-STORAGE SECTION.
000450 01  NTQ-REQUEST-FILE-STATUS     PIC X(02).
000460         88  NTQ-REQUEST-FILE-OK     VALUE "00".
000470 01  NTQ-SWITCHES.
000480         05  NTQ-OPEN-SWITCH         PIC X(01) VALUE "N".
000490             88  NTQ-FILE-OPEN           VALUE "Y".
000500         05  NTQ-DEAD-SWITCH         PIC X(01) VALUE "N".
000510             88  NTQ-FILE-DEAD           VALUE "Y".
000520 01  NTQ-QUEUED-COUNT            PIC 9(07) COMP VALUE ZERO.
000530 LINKAGE SECTION.
000540     COPY NOTICEQC.
000550 PROCEDURE DIVISION USING NOTICE-QUEUE-AREA.
000560 0000-MAINLINE.
000570         MOVE ZERO TO NTQ-RETURN-CODE.
000580         IF NTQ-FUNC-END
000590             PERFORM 9000-CLOSE-FILE THRU 9000-EXIT
000600             GO TO 0000-EXIT
000610         END-IF.
000620         IF NOT NTQ-FILE-OPEN AND NOT NTQ-FILE-DEAD
000630             PERFORM 0100-OPEN-FILE THRU 0100-EXIT
000640         END-IF.
000650         IF NTQ-FILE-DEAD
000660             MOVE 8 TO NTQ-RETURN-CODE
000670             GO TO 0000-EXIT
000680         END-IF.
000690         MOVE SPACES TO NOTICE-REQUEST-RECORD.
000700         MOVE NTQ-LETTER-CODE TO NTC-LETTER-CODE.
000710         MOVE NTQ-ACCOUNT-NO TO NTC-ACCOUNT-NO.
000720         MOVE NTQ-BRANCH-CODE TO NTC-BRANCH-CODE.
000730         ACCEPT NTC-REQUEST-DATE FROM DATE YYYYMMDD.
000740         ACCEPT NTC-REQUEST-TIME FROM TIME.
000750         MOVE NTQ-PROGRAM-ID TO NTC-SOURCE-PROGRAM.
000760         MOVE NTQ-AMOUNT TO NTC-AMOUNT.
000770         MOVE NTQ-EVENT-DATE TO NTC-EVENT-DATE.
000780         MOVE NTQ-REFERENCE TO NTC-REFERENCE.
000790         WRITE NOTICE-REQUEST-RECORD.
000800         ADD 1 TO NTQ-QUEUED-COUNT.
000810 0000-EXIT.
000820         GOBACK.
000830 0100-OPEN-FILE.
000840         OPEN EXTEND NOTICE-REQUEST-FILE.
000850         IF NOT NTQ-REQUEST-FILE-OK
000860             OPEN OUTPUT NOTICE-REQUEST-FILE
000870         END-IF.
000880         IF NTQ-REQUEST-FILE-OK
000890             SET NTQ-FILE-OPEN TO TRUE
000900         ELSE
000910             SET NTQ-FILE-DEAD TO TRUE
000920             DISPLAY "NOTICEQ: NOTICREQ UNAVAILABLE, STATUS = "
000930                 NTQ-REQUEST-FILE-STATUS " - NO NOTICES QUEUED"
000940         END-IF.
000950 0100-EXIT.
000960         EXIT.
000970 9000-CLOSE-FILE.
000980         IF NTQ-FILE-OPEN
000990             CLOSE NOTICE-REQUEST-FILE
001000             DISPLAY "NOTICEQ: " NTQ-QUEUED-COUNT
001010                 " CUSTOMER NOTICE(S) QUEUED TO NOTICREQ"
001020         END-IF.
001030         MOVE "N" TO NTQ-OPEN-SWITCH.
001040         MOVE "N" TO NTQ-DEAD-SWITCH.
001050         MOVE ZERO TO NTQ-QUEUED-COUNT.
001060 9000-EXIT.
001070         EXIT.
