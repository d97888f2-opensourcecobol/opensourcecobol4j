000310*                  SHOWS WHAT IS STILL WAREHOUSED BY VALUE
000320*                  DATE (COUNT AND GROSS AMOUNT PER DATE) SO
000330*                  OPERATIONS CAN SEE THE PIPELINE.
00033A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00033B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00033C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
001000 01  FRL-PRINT-LINE-FIELDS.
001010         05  FRL-ITEMS-EDIT          PIC ZZZZ9.
001020         05  FRL-AMOUNT-EDIT         PIC -(9)9.99.
00102A     COPY RUNDATEC.
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110         STOP RUN.
001120 1000-INITIALIZE.
001130         DISPLAY "FUTRREL: JOB STARTING".
001140         CALL "RUNDATE" USING RUN-DATE-AREA.
00114A         MOVE RDT-RUN-DATE TO FRL-RUN-DATE.
001150         OPEN INPUT WAREHOUSE-FILE.
001160         IF NOT FRL-WAREHOUSE-FILE-OK
001170             DISPLAY "FUTRREL: NO FUTRWHSE ON FILE - "
