000360*                  BALASOF ANSWERS AS-OF INQUIRIES FROM THE
000370*                  CATALOG.  A SNAPSHOT ALREADY CATALOGED FOR
000380*                  TODAY IS NOT TAKEN TWICE.
000381*  10/15/2026 DCG  SNAPSHOT RECORD WIDENED TO THE 96-BYTE BALANCE
000382*                  RECORD (ABL-AVAILABLE-BALANCE).  AN OLDER
000383*                  82-BYTE SNAPSHOT STILL READS UNDER BALREC --
000384*                  ONLY THE NEW FIELD IS MISSING FROM IT.
00038A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00038B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY IS
00038C*                  STAMPED WITH THAT DAY (BUSDATE) AND NOT TODAY.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000680 FD  BALANCE-FILE.
000690     COPY BALREC.
000700 FD  SNAPSHOT-FILE.
000710 01  SNAPSHOT-RECORD             PIC X(96).
000720 FD  SNAP-NUMBER-FILE.
000730 01  SNAP-NUMBER-RECORD.
000740         05  SNB-LAST-NUMBER         PIC 9(07).
001280         05  SNW-RECORD-COUNT        PIC 9(09).
001290         05  SNW-STATUS              PIC X(01).
001300         05  FILLER                  PIC X(05).
00130A     COPY RUNDATEC.
001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410         STOP RUN.
001420 1000-INITIALIZE.
001430         DISPLAY "BALSNAP: JOB STARTING".
001440         CALL "RUNDATE" USING RUN-DATE-AREA.
00144A         MOVE RDT-RUN-DATE TO SNP-RUN-DATE.
001450         ACCEPT SNP-PARM-STRING FROM COMMAND-LINE.
001460         IF SNP-PARM-STRING NOT = SPACES
001470             UNSTRING SNP-PARM-STRING DELIMITED BY ","
