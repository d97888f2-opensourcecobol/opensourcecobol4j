000390*  DATE       BY   DESCRIPTION
000400*  ---------- ---- --------------------------------------------
000410*  09/02/2026 DCG  ORIGINAL PROGRAM.
00041A*  10/15/2026 DCG  A DETAIL RECORD IS NOW CARRIED AT THE FULL
00041B*                  EXTRACT LENGTH (67 BYTES, ORIGINAL-CURRENCY
00041C*                  AMOUNT INCLUDED) INSTEAD OF 54, WHICH HAD ALSO
00041D*                  BEEN DROPPING THE COMPANY CODE FROM THE
00041E*                  MERGED GENERATION.
000420*---------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000720 FD  STREAM-EXTRACT-FILE.
000730     COPY EXTRREC.
000740 FD  MERGED-EXTRACT-FILE.
000750 01  MERGED-EXTRACT-RECORD       PIC X(67).
000760 WORKING-STORAGE SECTION.
000770 01  XMG-FILE-STATUS-VALUES.
000780         05  XMG-CATALOG-FILE-STATUS PIC X(02).
001220 01  XMG-DETAIL-TABLE.
001230         05  XMG-DET-COUNT           PIC 9(04) COMP VALUE ZERO.
001240         05  XMG-DET-ENTRY OCCURS 2000 TIMES.
001250             10  XMG-DET-RECORD      PIC X(67).
001260         05  XMG-DET-SUB             PIC 9(04) COMP VALUE ZERO.
001270         05  XMG-DET-SUB-2           PIC 9(04) COMP VALUE ZERO.
001280         05  XMG-DET-HOLD            PIC X(67) VALUE SPACES.
001290 01  XMG-STREAM-TOTALS.
001300         05  XMG-STREAM-GENS         PIC 9(03) VALUE ZERO.
001310         05  XMG-FILE-DETAIL-COUNT   PIC 9(09) VALUE ZERO.
