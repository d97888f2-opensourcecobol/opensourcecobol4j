000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 FXCONV.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  SHARED CURRENCY CONVERSION SERVICE.  SAMPLE HAS ALWAYS
000180*  CONVERTED EVERY FOREIGN ITEM TO LOCAL MONEY BEFORE THE
000190*  EXTRACT, SO NOTHING DOWNSTREAM EVER NEEDED A RATE.  WITH
000200*  ACCOUNTS NOW HELD IN USD OR EUR AS WELL AS LOCAL CURRENCY,
000210*  POSTING AND REPORTING MUST MOVE MONEY BETWEEN AN ITEM'S
000220*  CURRENCY, THE ACCOUNT'S CURRENCY AND LOCAL; THIS
000230*  SUBROUTINE IS THE ONE PLACE THAT DOES IT.  THE CALLER
000240*  FILLS THE FX-CONVERT-AREA (SHARED FXCONVC COPYBOOK).
000250*  CURRATES -- THE SAME DAILY RATE FILE SAMPLE CONVERTS
000260*  WITH -- IS LOADED ONCE ON FIRST CALL, THE SAME WAY DATESRV
000270*  LOADS CALFILE.  A MISSING CURRATES LEAVES ONLY LOCAL AND
000280*  SAME-CURRENCY WORK POSSIBLE; EVERYTHING ELSE RETURNS
000290*  FXC-NO-RATE.
000300*  ------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  ------------------------------------------------------------
000330*  DATE       BY   DESCRIPTION
000340*  ---------- ---- --------------------------------------------
000350*  10/15/2026 DCG  ORIGINAL PROGRAM.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400         SELECT RATE-FILE ASSIGN TO "CURRATES"
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS FXS-RATE-FILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  RATE-FILE.
000460 01  RATE-RECORD.
000470         05  RTE-CURRENCY-CODE       PIC X(03).
000480         05  RTE-RATE                PIC 9(04)V9(06).
000490         05  RTE-RATE-DATE           PIC 9(08).
000500 WORKING-STORAGE SECTION.
000510 01  FXS-RATE-FILE-STATUS        PIC X(02).
000520         88  FXS-RATE-FILE-OK        VALUE "00".
000530 01  FXS-SWITCHES.
000540         05  FXS-LOADED-SWITCH       PIC X(01) VALUE "N".
000550             88  FXS-RATES-LOADED        VALUE "Y".
000560         05  FXS-RATE-EOF-SWITCH     PIC X(01) VALUE "N".
000570             88  FXS-RATES-AT-END        VALUE "Y".
000580 01  FXS-RATE-TABLE.
000590         05  FXS-RATE-COUNT          PIC 9(02) COMP VALUE ZERO.
000600         05  FXS-RATE-ENTRY OCCURS 20 TIMES
000610                 INDEXED BY FXS-RATE-IDX.
000620             10  FXS-RATE-CODE       PIC X(03).
000630             10  FXS-RATE-VALUE      PIC 9(04)V9(06).
000640 01  FXS-WORK-FIELDS.
000650         05  FXS-LOOKUP-CODE         PIC X(03) VALUE SPACES.
000660         05  FXS-LOOKUP-RATE         PIC 9(04)V9(06) VALUE ZERO.
000670         05  FXS-FROM-RATE           PIC 9(04)V9(06) VALUE ZERO.
000680         05  FXS-TO-RATE             PIC 9(04)V9(06) VALUE ZERO.
000690 LINKAGE SECTION.
000700     COPY FXCONVC.
000710 PROCEDURE DIVISION USING FX-CONVERT-AREA.
000720 0000-MAINLINE.
000730         IF NOT FXS-RATES-LOADED
000740             PERFORM 0100-LOAD-RATES THRU 0100-EXIT
000750         END-IF.
000760         MOVE ZERO TO FXC-RETURN-CODE.
000770         MOVE ZERO TO FXC-RESULT-AMOUNT.
000780         EVALUATE TRUE
000790             WHEN FXC-FUNC-CONVERT
000800                 PERFORM 1000-CONVERT THRU 1000-EXIT
000810             WHEN FXC-FUNC-ACCOUNT
000820                 PERFORM 2000-ACCOUNT-AMOUNT THRU 2000-EXIT
000830             WHEN OTHER
000840                 MOVE 08 TO FXC-RETURN-CODE
000850         END-EVALUATE.
000860 0000-EXIT.
000870         GOBACK.
000880 0100-LOAD-RATES.
000890         MOVE "Y" TO FXS-LOADED-SWITCH.
000900         OPEN INPUT RATE-FILE.
000910         IF NOT FXS-RATE-FILE-OK
000920             DISPLAY "FXCONV: NO CURRATES ON FILE - ONLY LOCAL "
000930                 "AND SAME-CURRENCY AMOUNTS CAN BE WORKED"
000940             GO TO 0100-EXIT
000950         END-IF.
000960         PERFORM 0150-LOAD-ONE-RATE THRU 0150-EXIT
000970             UNTIL FXS-RATES-AT-END
000980                 OR FXS-RATE-COUNT = 20.
000990         CLOSE RATE-FILE.
001000 0100-EXIT.
001010         EXIT.
001020 0150-LOAD-ONE-RATE.
001030         READ RATE-FILE
001040             AT END
001050                 MOVE "Y" TO FXS-RATE-EOF-SWITCH
001060             NOT AT END
001070                 IF RTE-RATE NUMERIC
001080                     AND RTE-RATE > ZERO
001090                     ADD 1 TO FXS-RATE-COUNT
001100                     MOVE RTE-CURRENCY-CODE
001110                         TO FXS-RATE-CODE(FXS-RATE-COUNT)
001120                     MOVE RTE-RATE
001130                         TO FXS-RATE-VALUE(FXS-RATE-COUNT)
001140                 END-IF
001150         END-READ.
001160 0150-EXIT.
001170         EXIT.
001180*---------------------------------------------------------------
001190*  1000-CONVERT.  FROM-CURRENCY TO TO-CURRENCY.  LOCAL IS RATE
001200*  ONE, SO ONE COMPUTE COVERS FOREIGN-TO-LOCAL, LOCAL-TO-
001210*  FOREIGN AND THE CROSS THROUGH LOCAL.
001220*---------------------------------------------------------------
001230 1000-CONVERT.
001240         IF FXC-FROM-CURRENCY = FXC-TO-CURRENCY
001250             MOVE FXC-FROM-AMOUNT TO FXC-RESULT-AMOUNT
001260             GO TO 1000-EXIT
001270         END-IF.
001280         MOVE FXC-FROM-CURRENCY TO FXS-LOOKUP-CODE.
001290         PERFORM 1100-FIND-RATE THRU 1100-EXIT.
001300         MOVE FXS-LOOKUP-RATE TO FXS-FROM-RATE.
001310         MOVE FXC-TO-CURRENCY TO FXS-LOOKUP-CODE.
001320         PERFORM 1100-FIND-RATE THRU 1100-EXIT.
001330         MOVE FXS-LOOKUP-RATE TO FXS-TO-RATE.
001340         IF FXS-FROM-RATE = ZERO
001350             OR FXS-TO-RATE = ZERO
001360             MOVE 04 TO FXC-RETURN-CODE
001370             GO TO 1000-EXIT
001380         END-IF.
001390         COMPUTE FXC-RESULT-AMOUNT ROUNDED =
001400             FXC-FROM-AMOUNT * FXS-FROM-RATE / FXS-TO-RATE.
001410 1000-EXIT.
001420         EXIT.
001430 1100-FIND-RATE.
001440         IF FXS-LOOKUP-CODE = SPACES
001450             MOVE 1 TO FXS-LOOKUP-RATE
001460             GO TO 1100-EXIT
001470         END-IF.
001480         MOVE ZERO TO FXS-LOOKUP-RATE.
001490         IF FXS-RATE-COUNT = ZERO
001500             GO TO 1100-EXIT
001510         END-IF.
001520         SET FXS-RATE-IDX TO 1.
001530         SEARCH FXS-RATE-ENTRY
001540             AT END
001550                 CONTINUE
001560             WHEN FXS-RATE-CODE(FXS-RATE-IDX) = FXS-LOOKUP-CODE
001570                 MOVE FXS-RATE-VALUE(FXS-RATE-IDX)
001580                     TO FXS-LOOKUP-RATE
001590         END-SEARCH.
001600 1100-EXIT.
001610         EXIT.
001620*---------------------------------------------------------------
001630*  2000-ACCOUNT-AMOUNT.  WHAT AN EXTRACT ITEM POSTS TO AN
001640*  ACCOUNT HELD IN THE TO-CURRENCY.  ONLY AN ITEM IN A THIRD
001650*  CURRENCY NEEDS A RATE AT ALL.
001660*---------------------------------------------------------------
001670 2000-ACCOUNT-AMOUNT.
001680         IF FXC-FROM-CURRENCY = FXC-TO-CURRENCY
001690             MOVE FXC-FROM-AMOUNT TO FXC-RESULT-AMOUNT
001700             GO TO 2000-EXIT
001710         END-IF.
001720         IF FXC-TO-LOCAL
001730             MOVE FXC-LOCAL-AMOUNT TO FXC-RESULT-AMOUNT
001740             GO TO 2000-EXIT
001750         END-IF.
001760         PERFORM 1000-CONVERT THRU 1000-EXIT.
001770 2000-EXIT.
001780         EXIT.
