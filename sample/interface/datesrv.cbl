00031G*                  FALLS BACK TO CALFILE UNCHANGED -- NO
00031H*                  EXISTING CALLER BEHAVES ANY DIFFERENTLY
00031I*                  UNTIL IT ASKS TO.
00031J*  10/15/2026 DCG  ADDED DSV-FUNC-ADD-DAYS ("A"): DSV-DATE-1
00031K*                  PLUS A SIGNED COUNT OF CALENDAR DAYS, THE
00031L*                  INVERSE OF "C", FOR DEADLINES SET IN DAYS.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000776         05  DTS-SERIAL-MONTH        PIC 9(02) COMP.
000778         05  DTS-SERIAL-DAY-1        PIC S9(08) COMP.
000780         05  DTS-SERIAL-DAY-2        PIC S9(08) COMP.
0007A1 01  DTS-INVERSE-FIELDS.
0007A2         05  DTS-INV-PART            PIC S9(09) COMP.
0007A3         05  DTS-INV-A               PIC S9(09) COMP.
0007A4         05  DTS-INV-B               PIC S9(09) COMP.
0007A5         05  DTS-INV-C               PIC S9(09) COMP.
0007A6         05  DTS-INV-D               PIC S9(09) COMP.
0007A7         05  DTS-INV-E               PIC S9(09) COMP.
0007A8         05  DTS-INV-M               PIC S9(09) COMP.
000780 01  DTS-MONTH-DAY-VALUES.
000790         05  FILLER                  PIC X(24) VALUE
000800             "312831303130313130313031".
001122             WHEN DSV-FUNC-CALENDAR
001124                 PERFORM 6000-CALENDAR-DAYS-BETWEEN
001126                     THRU 6000-EXIT
001127             WHEN DSV-FUNC-ADD-DAYS
001128                 PERFORM 6200-ADD-CALENDAR-DAYS THRU 6200-EXIT
001130             WHEN OTHER
001140                 MOVE 08 TO DSV-RETURN-CODE
001150         END-EVALUATE.
003410             - 32045.
003420 6100-EXIT.
003430         EXIT.
0034A1*---------------------------------------------------------------
0034A2*  6200-ADD-CALENDAR-DAYS.  DSV-DATE-1 IS TURNED INTO A JULIAN
0034A3*  DAY NUMBER ONE DIVISION AT A TIME (EACH QUOTIENT TRUNCATED
0034A4*  AS IT IS STORED), DSV-DAYS-BETWEEN IS ADDED, AND THE SUM IS
0034A5*  TURNED BACK INTO A YYYYMMDD DATE THE SAME WAY.
0034A6*---------------------------------------------------------------
0034A7 6200-ADD-CALENDAR-DAYS.
0034A8         COMPUTE DTS-SERIAL-ADJUST =
0034A9             (14 - DTS-WORK-MONTH) / 12.
0034AA         COMPUTE DTS-SERIAL-YEAR = DTS-WORK-YEAR + 4800
0034AB             - DTS-SERIAL-ADJUST.
0034AC         COMPUTE DTS-SERIAL-MONTH = DTS-WORK-MONTH
0034AD             + (12 * DTS-SERIAL-ADJUST) - 3.
0034AE         COMPUTE DTS-INV-PART = (153 * DTS-SERIAL-MONTH + 2) / 5.
0034AF         COMPUTE DTS-INV-A = DTS-WORK-DAY + DTS-INV-PART
0034AG             + (365 * DTS-SERIAL-YEAR) - 32045.
0034AH         COMPUTE DTS-INV-PART = DTS-SERIAL-YEAR / 4.
0034AI         ADD DTS-INV-PART TO DTS-INV-A.
0034AJ         COMPUTE DTS-INV-PART = DTS-SERIAL-YEAR / 100.
0034AK         SUBTRACT DTS-INV-PART FROM DTS-INV-A.
0034AL         COMPUTE DTS-INV-PART = DTS-SERIAL-YEAR / 400.
0034AM         ADD DTS-INV-PART TO DTS-INV-A.
0034AN         ADD DSV-DAYS-BETWEEN TO DTS-INV-A.
0034AO         ADD 32044 TO DTS-INV-A.
0034AP         COMPUTE DTS-INV-B = (4 * DTS-INV-A + 3) / 146097.
0034AQ         COMPUTE DTS-INV-PART = (146097 * DTS-INV-B) / 4.
0034AR         COMPUTE DTS-INV-C = DTS-INV-A - DTS-INV-PART.
0034AS         COMPUTE DTS-INV-D = (4 * DTS-INV-C + 3) / 1461.
0034AT         COMPUTE DTS-INV-PART = (1461 * DTS-INV-D) / 4.
0034AU         COMPUTE DTS-INV-E = DTS-INV-C - DTS-INV-PART.
0034AV         COMPUTE DTS-INV-M = (5 * DTS-INV-E + 2) / 153.
0034AW         COMPUTE DTS-INV-PART = (153 * DTS-INV-M + 2) / 5.
0034AX         COMPUTE DTS-WORK-DAY = DTS-INV-E - DTS-INV-PART + 1.
0034AY         COMPUTE DTS-INV-PART = DTS-INV-M / 10.
0034AZ         COMPUTE DTS-WORK-MONTH = DTS-INV-M + 3
0034B1             - (12 * DTS-INV-PART).
0034B2         COMPUTE DTS-WORK-YEAR = (100 * DTS-INV-B) + DTS-INV-D
0034B3             - 4800 + DTS-INV-PART.
0034B4         MOVE DTS-WORK-DATE TO DSV-RESULT-DATE.
0034B5 6200-EXIT.
0034B6         EXIT.
