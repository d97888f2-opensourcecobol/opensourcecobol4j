000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.                 BATCHWIN.
000030 AUTHOR.                     DATA CONTROL GROUP.
000040 INSTALLATION.               DAILY BATCH PROCESSING.
000050 DATE-WRITTEN.               10/15/2026.
000060 DATE-COMPILED.              10/15/2026.
000070*---------------------------------------------------------------
000080*  SHARED BATCH-WINDOW CHECK.  WHILE RUNDAILY.SH IS IN ITS
000090*  POSTING-CRITICAL STEPS IT MARKS THE WINDOW CLOSED ON
000100*  SYSSTAT (SYSSTATC); A TABLE, MASTER OR QUEUE CHANGED FROM
000110*  THE CONSOLE THEN WOULD BE SEEN BY HALF THE NIGHT'S WORK AND
000120*  NOT THE OTHER HALF.  EVERY INTERACTIVE MAINTENANCE PROGRAM
000130*  CALLS THIS AT SIGN-ON ("S") AND AGAIN JUST BEFORE IT
000140*  WRITES ANYTHING ("U"), PASSING THE BATCH-WINDOW-AREA
000150*  (BATCHWNC).  WITH THE WINDOW CLOSED AN UPDATE IS REFUSED
000160*  UNLESS A SUPERVISOR -- APPROVE RIGHTS ON OPERAUTH, AND NOT
000170*  THE OPERATOR AT THE CONSOLE -- OVERRIDES IT.  THE OVERRIDE
000180*  IS LOGGED ON WINOVRD (WINOVRC) AND THROUGH EVLOG, AND LASTS
000190*  UNTIL THAT WINDOW CLOSE ENDS.  INQUIRY IS NEVER STOPPED.
000200*  NO SYSSTAT, OR ONE THAT CANNOT BE READ, IS AN OPEN WINDOW --
000210*  THE SAME WAY A MISSING OPERMST GRANTS EVERYTHING.
000220*  ------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  ------------------------------------------------------------
000250*  DATE       BY   DESCRIPTION
000260*  ---------- ---- --------------------------------------------
000270*  10/15/2026 DCG  ORIGINAL PROGRAM.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320         SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT"
000330             ORGANIZATION IS LINE SEQUENTIAL
000340             FILE STATUS IS BWW-STATUS-FILE-STATUS.
000350         SELECT OVERRIDE-LOG-FILE ASSIGN TO "WINOVRD"
000360             ORGANIZATION IS LINE SEQUENTIAL
000370             FILE STATUS IS BWW-LOG-FILE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SYSTEM-STATUS-FILE.
000410     COPY SYSSTATC.
000420 FD  OVERRIDE-LOG-FILE.
000430     COPY WINOVRC.
000440 WORKING-STORAGE SECTION.
000450     COPY OPAUTHC.
000460 01  BWW-FILE-STATUS-VALUES.
000470         05  BWW-STATUS-FILE-STATUS  PIC X(02).
000480             88  BWW-STATUS-FILE-OK      VALUE "00".
000490         05  BWW-LOG-FILE-STATUS     PIC X(02).
000500             88  BWW-LOG-FILE-OK         VALUE "00".
000510 01  BWW-CLOSED-SWITCH           PIC X(01) VALUE "N".
000520         88  BWW-WINDOW-CLOSED       VALUE "Y".
000530 01  BWW-SUPERVISOR-ID           PIC X(08) VALUE SPACES.
000540 01  BWW-EVENT-LOG-FIELDS.
000550         05  BWW-EVL-PROGRAM         PIC X(08) VALUE "BATCHWIN".
000560         05  BWW-EVL-SEVERITY        PIC X(01) VALUE "W".
000570         05  BWW-EVL-CODE            PIC X(04) VALUE "WOVR".
000580         05  BWW-EVL-TEXT            PIC X(60) VALUE SPACES.
000590 LINKAGE SECTION.
000600     COPY BATCHWNC.
000610 PROCEDURE DIVISION USING BATCH-WINDOW-AREA.
000620 0000-MAINLINE.
000630         MOVE ZERO TO BWN-RETURN-CODE.
000640         PERFORM 1000-READ-STATUS THRU 1000-EXIT.
000650         IF NOT BWW-WINDOW-CLOSED
000660             MOVE SPACES TO BWN-WINDOW-STEP
000670             MOVE SPACES TO BWN-OVERRIDE-BY
000680             GO TO 0000-EXIT
000690         END-IF.
000700         MOVE SST-STEP TO BWN-WINDOW-STEP.
000710         IF BWN-OVERRIDE-BY NOT = SPACES
000720             AND BWN-OVERRIDE-CLOSED-DATE = SST-CLOSED-DATE
000730             AND BWN-OVERRIDE-CLOSED-TIME = SST-CLOSED-TIME
000740             MOVE 4 TO BWN-RETURN-CODE
000750             GO TO 0000-EXIT
000760         END-IF.
000770         MOVE SPACES TO BWN-OVERRIDE-BY.
000780         DISPLAY BWN-PROGRAM ": THE BATCH WINDOW IS CLOSED -- "
000790             "THE NIGHTLY RUN FOR " SST-RUN-DATE " IS AT "
000800             SST-STEP.
000810         IF BWN-FUNC-SIGNON
000820             DISPLAY BWN-PROGRAM ": INQUIRY ONLY UNTIL IT "
000830                 "REOPENS; AN UPDATE NEEDS A SUPERVISOR OVERRIDE"
000840             MOVE 8 TO BWN-RETURN-CODE
000850             GO TO 0000-EXIT
000860         END-IF.
000870         PERFORM 2000-REQUEST-OVERRIDE THRU 2000-EXIT.
000880 0000-EXIT.
000890         GOBACK.
000900 1000-READ-STATUS.
000910         MOVE "N" TO BWW-CLOSED-SWITCH.
000920         OPEN INPUT SYSTEM-STATUS-FILE.
000930         IF NOT BWW-STATUS-FILE-OK
000940             GO TO 1000-EXIT
000950         END-IF.
000960         READ SYSTEM-STATUS-FILE
000970             AT END
000980                 MOVE "O" TO SST-WINDOW-STATE
000990         END-READ.
001000         CLOSE SYSTEM-STATUS-FILE.
001010         IF SST-WINDOW-CLOSED
001020             SET BWW-WINDOW-CLOSED TO TRUE
001030         END-IF.
001040 1000-EXIT.
001050         EXIT.
001060*---------------------------------------------------------------
001070*  2000-REQUEST-OVERRIDE.  THE SUPERVISOR KEYS THEIR OWN ID AT
001080*  THE OPERATOR'S CONSOLE.  BLANK WITHDRAWS THE UPDATE.
001090*---------------------------------------------------------------
001100 2000-REQUEST-OVERRIDE.
001110         MOVE 8 TO BWN-RETURN-CODE.
001120         DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK = CANCEL): "
001130             WITH NO ADVANCING.
001140         MOVE SPACES TO BWW-SUPERVISOR-ID.
001150         ACCEPT BWW-SUPERVISOR-ID FROM CONSOLE.
001160         IF BWW-SUPERVISOR-ID = SPACES
001170             DISPLAY BWN-PROGRAM ": UPDATE NOT MADE -- TRY "
001180                 "AGAIN WHEN THE BATCH WINDOW REOPENS"
001190             GO TO 2000-EXIT
001200         END-IF.
001210         IF BWW-SUPERVISOR-ID = BWN-USER-ID
001220             DISPLAY BWN-PROGRAM ": AN OPERATOR MAY NOT "
001230                 "OVERRIDE THEIR OWN SESSION - UPDATE NOT MADE"
001240             GO TO 2000-EXIT
001250         END-IF.
001260         MOVE BWW-SUPERVISOR-ID TO OPA-USER-ID.
001270         MOVE "A" TO OPA-FUNCTION.
001280         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001290         IF NOT OPA-GRANTED
001300             DISPLAY BWN-PROGRAM ": " BWW-SUPERVISOR-ID
001310                 " MAY NOT OVERRIDE - UPDATE NOT MADE"
001320             GO TO 2000-EXIT
001330         END-IF.
001340         MOVE BWW-SUPERVISOR-ID TO BWN-OVERRIDE-BY.
001350         MOVE SST-CLOSED-DATE TO BWN-OVERRIDE-CLOSED-DATE.
001360         MOVE SST-CLOSED-TIME TO BWN-OVERRIDE-CLOSED-TIME.
001370         MOVE 4 TO BWN-RETURN-CODE.
001380         PERFORM 2100-LOG-OVERRIDE THRU 2100-EXIT.
001390         DISPLAY BWN-PROGRAM ": OVERRIDE BY " BWN-OVERRIDE-BY
001400             " LOGGED - UPDATES ALLOWED UNTIL THE WINDOW REOPENS".
001410 2000-EXIT.
001420         EXIT.
001430 2100-LOG-OVERRIDE.
001440         MOVE SPACES TO WINDOW-OVERRIDE-RECORD.
001450         ACCEPT WOV-DATE FROM DATE YYYYMMDD.
001460         ACCEPT WOV-TIME FROM TIME.
001470         MOVE BWN-PROGRAM TO WOV-PROGRAM.
001480         MOVE BWN-USER-ID TO WOV-USER-ID.
001490         MOVE BWN-OVERRIDE-BY TO WOV-SUPERVISOR-ID.
001500         MOVE SST-RUN-DATE TO WOV-RUN-DATE.
001510         MOVE SST-STEP TO WOV-STEP.
001520         MOVE SST-CLOSED-DATE TO WOV-CLOSED-DATE.
001530         MOVE SST-CLOSED-TIME TO WOV-CLOSED-TIME.
001540         OPEN EXTEND OVERRIDE-LOG-FILE.
001550         IF NOT BWW-LOG-FILE-OK
001560             OPEN OUTPUT OVERRIDE-LOG-FILE
001570         END-IF.
001580         IF BWW-LOG-FILE-OK
001590             WRITE WINDOW-OVERRIDE-RECORD
001600             CLOSE OVERRIDE-LOG-FILE
001610         ELSE
001620             DISPLAY "BATCHWIN: WINOVRD UNAVAILABLE, STATUS = "
001630                 BWW-LOG-FILE-STATUS
001640         END-IF.
001650         MOVE SPACES TO BWW-EVL-TEXT.
001660         STRING "WINDOW OVERRIDE " BWN-OVERRIDE-BY " FOR "
001670             BWN-USER-ID " IN " BWN-PROGRAM " AT " SST-STEP
001680             DELIMITED BY SIZE INTO BWW-EVL-TEXT.
001690         CALL "EVLOG" USING BWW-EVL-PROGRAM BWW-EVL-SEVERITY
001700             BWW-EVL-CODE BWW-EVL-TEXT.
001710 2100-EXIT.
001720         EXIT.
