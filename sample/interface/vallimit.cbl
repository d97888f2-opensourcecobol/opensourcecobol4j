00038X*                  APPROVER FOR THE AUDIT TRAIL.  OVERRIDES
00038Y*                  WHOSE WINDOW HAS PASSED UNUSED ARE DROPPED
00038Z*                  AT LOAD TIME AND AGE OFF ON THE REWRITE.
0003AA*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0003AB*                  CATCH-UP RUN OF A MISSED BUSINESS DAY
0003AC*                  JUDGES OVERRIDE WINDOWS AS OF THAT DAY
0003AD*                  (BUSDATE) AND NOT AS OF TODAY.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000790         05  VLM-EVL-SEVERITY        PIC X(01) VALUE "W".
000800         05  VLM-EVL-CODE            PIC X(04) VALUE "LIMW".
000810         05  VLM-EVL-TEXT            PIC X(60) VALUE SPACES.
00081A     COPY RUNDATEC.
000820 LINKAGE SECTION.
000830     COPY TRANDETL.
000840 01  VLM-RETURN-CODE             PIC 9(02).
0020A4*  OFF ON THE NEXT REWRITE.
0020A5*---------------------------------------------------------------
0020A6 0300-LOAD-OVERRIDES.
0020A7         CALL "RUNDATE" USING RUN-DATE-AREA.
0020BF         MOVE RDT-RUN-DATE TO VLM-TODAY-DATE.
0020A8         OPEN INPUT OVERRIDE-FILE.
0020A9         IF NOT VLM-OVRD-FILE-OK
0020AA             GO TO 0300-EXIT
