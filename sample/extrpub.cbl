000310*  IS EXPECTED TO COME AND GET IT -- DELIVRCN HOLDS THEM TO
000320*  THAT.  RC 0 PUBLISHED, 4 NOTHING TO PUBLISH (INCLUDING A
000330*  MARKER ALREADY DROPPED), 8 VERIFY FAILED -- NO MARKER IS
000340*  DROPPED ON AN UNVERIFIED GENERATION.  SUBSCRIBERS TAKING
00034A*  THEIR OWN FORMAT ARE COUNTED SEPARATELY -- EXTRFMT WRITES
00034B*  THEIR COPIES ONCE THIS MARKER IS DOWN.
000350*  ------------------------------------------------------------
000360*  MODIFICATION HISTORY
000370*  ------------------------------------------------------------
000380*  DATE       BY   DESCRIPTION
000390*  ---------- ---- --------------------------------------------
000400*  09/02/2026 DCG  ORIGINAL PROGRAM.
00040A*  10/15/2026 DCG  ACTIVE SUBSCRIBERS TAKING THEIR OWN EXTRFMT
00040B*                  COPY ARE COUNTED ON THE CONSOLE BESIDE THOSE
00040C*                  TAKING EXTRFILE.
000410*---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
001210         05  PUB-TRAILER-COUNT       PIC 9(09) VALUE ZERO.
001220         05  PUB-TRAILER-AMOUNT      PIC 9(11)V99 VALUE ZERO.
001230 01  PUB-SUBSCRIBER-COUNT        PIC 9(03) VALUE ZERO.
00123A 01  PUB-FORMATTED-COUNT         PIC 9(03) VALUE ZERO.
001240 01  PUB-EVENT-LOG-FIELDS.
001250         05  PUB-EVL-PROGRAM         PIC X(08) VALUE "EXTRPUB".
001260         05  PUB-EVL-SEVERITY        PIC X(01) VALUE "I".
003420             DISPLAY "EXTRPUB: READY FOR "
003430                 PUB-SUBSCRIBER-COUNT " SUBSCRIBER(S)"
003440         END-IF.
00344A         IF PUB-FORMATTED-COUNT > ZERO
00344B             DISPLAY "EXTRPUB: " PUB-FORMATTED-COUNT
00344C                 " SUBSCRIBER(S) TAKE THEIR OWN COPY FROM EXTRFMT"
00344D         END-IF.
003450 4000-EXIT.
003460         EXIT.
003470 4100-COUNT-ONE-SUBSCRIBER.
003500                 MOVE "Y" TO PUB-EOF-SWITCH
003510                 GO TO 4100-EXIT
003520         END-READ.
003530         IF NOT SBR-SUBSCRIBER-ACTIVE
00353A             GO TO 4100-EXIT
00353B         END-IF.
003540         IF SBR-OUTPUT-NAME = "EXTRFILE"
003550             ADD 1 TO PUB-SUBSCRIBER-COUNT
00355A         ELSE
00355B             ADD 1 TO PUB-FORMATTED-COUNT
003560         END-IF.
003570 4100-EXIT.
003580         EXIT.
