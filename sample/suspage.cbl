000350*                  ACCRUAL UNWINDS BY ITSELF AND THE
000360*                  CONTROLLER SEES THE EXPOSURE DAILY INSTEAD
000370*                  OF AT MONTH END.
00037A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00037B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00037C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001460 01  SAG-PRINT-FIELDS.
001470         05  SAG-AMOUNT-EDIT         PIC -(11)9.99.
001480         05  SAG-COUNT-EDIT          PIC ZZZZZZ9.
00148A     COPY RUNDATEC.
001490 PROCEDURE DIVISION.
001500 0000-MAINLINE.
001510         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570         STOP RUN.
001580 1000-INITIALIZE.
001590         DISPLAY "SUSPAGE: JOB STARTING".
001600         CALL "RUNDATE" USING RUN-DATE-AREA.
00160A         MOVE RDT-RUN-DATE TO SAG-RUN-DATE.
001610         PERFORM 1100-ZERO-ONE-BUCKET THRU 1100-EXIT
001620             VARYING SAG-BUCKET-SUB FROM 1 BY 1
001630             UNTIL SAG-BUCKET-SUB > 4.
