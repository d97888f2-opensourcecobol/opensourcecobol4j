000350*                  ACCOUNTS DUEFMxx/DUETOxx -- PLUS THE
000360*                  ICSETRPT DAILY SETTLEMENT REPORT, SO EACH
000370*                  COMPANY'S BOOKS BALANCE STANDALONE.
00037A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00037B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00037C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001400         05  ICS-CR-TOTAL            PIC 9(11)V99 VALUE ZERO.
001410         05  ICS-NET-EDIT            PIC -(9)9.99.
001412         05  ICS-ITEMS-EDIT          PIC ZZZZZZ9.
00141A     COPY RUNDATEC.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520         STOP RUN.
001530 1000-INITIALIZE.
001540         DISPLAY "ICSETTLE: JOB STARTING".
001550         CALL "RUNDATE" USING RUN-DATE-AREA.
00155A         MOVE RDT-RUN-DATE TO ICS-RUN-DATE.
001560         PERFORM 1100-LOAD-BRANCH-COMPANIES THRU 1100-EXIT.
001570         IF ICS-MAP-COUNT = ZERO
001580             DISPLAY "ICSETTLE: NO BRANCH COMPANY CODES ON "
