000364*                  TOKENIZED EXTRACT EVER RESOLVES), SUSPENSE
000366*                  (UNPOSTED MONEY ITEMS), EVENTLOG AND
000368*                  WORKQNBR TO THE CRITICAL-DATASET LIST.
00036A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00036B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00036C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
001450         05  BKP-EVL-SEVERITY        PIC X(01) VALUE "I".
001460         05  BKP-EVL-CODE            PIC X(04) VALUE SPACES.
001470         05  BKP-EVL-TEXT            PIC X(60) VALUE SPACES.
00147A     COPY RUNDATEC.
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600         MOVE "STRT" TO BKP-EVL-CODE.
001610         MOVE "NIGHTLY BACKUP STARTING" TO BKP-EVL-TEXT.
001620         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
001630         CALL "RUNDATE" USING RUN-DATE-AREA.
00163A         MOVE RDT-RUN-DATE TO BKP-TODAY-DATE.
001640         ACCEPT BKP-PARM-STRING FROM COMMAND-LINE.
001650         IF BKP-PARM-STRING NOT = SPACES
001660             MOVE BKP-PARM-STRING TO BKP-RETENTION-SETS
