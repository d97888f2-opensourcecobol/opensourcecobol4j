      *---------------------------------------------------------------
      *  CUSTCTRC.CPY
      *  ------------------------------------------------------------
      *  STANDARD CUSTOMER CONTACT RECORD LAYOUT (CUSTCONT).  AN
      *  INDEXED FILE KEYED BY THE TEN-CHARACTER CUSTOMER NUMBER,
      *  ONE RECORD PER CUSTOMER CARRYING THE MAILING ADDRESS, EMAIL
      *  AND PHONE -- AND THE DATE OF BIRTH AND TAX ID CUSTDUP
      *  MATCHES ON -- THAT CUSTMST HAS NO ROOM FOR.  LOADED BY CUSTLOAD
      *  FROM THE "M" ROWS OF CUSTFEED AND MAINTAINED INTERACTIVELY
      *  THROUGH CUSTMNT; EVERY CHANGE EITHER ONE MAKES IS WRITTEN
      *  TO THE CUSTAUDT TRAIL (SHARED CUSAUDRC COPYBOOK).
      *
      *  CCT-MAIL-STATUS:
      *    SPACE/"D"  DELIVERABLE -- MAIL GOES OUT TO THIS ADDRESS.
      *    "R"        RETURNED -- THE POST OFFICE SENT MAIL BACK.
      *               MAILCHK HOLDS EVERY PIECE OF MAIL FOR THE
      *               CUSTOMER TO THE HELDMAIL LIST UNTIL THE POSTAL
      *               ADDRESS IS CORRECTED, WHICH CLEARS THE FLAG.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *  10/15/2026 DCG  ADDED CCT-BIRTH-DATE AND CCT-TAX-ID, LOADED
      *                  FROM THE "M" ROW, FOR DUPLICATE-CUSTOMER
      *                  MATCHING.  THE RECORD GROWS FROM 220 TO 239
      *                  BYTES -- CUSTCONT IS RELOADED ONCE.  ZERO AND
      *                  SPACES MEAN NOT SUPPLIED.
      *  10/15/2026 DCG  CCT-STATEMENT-OPTION TAKES ONE BYTE OF THE
      *                  TAIL FILLER.  "C" -- THE CUSTOMER HAS OPTED
      *                  FOR ONE COMBINED RELATIONSHIP STATEMENT A
      *                  MONTH FROM RELSTMT, AND STMTGEN LEAVES THEIR
      *                  ACCOUNTS OUT.  SPACE -- ONE STATEMENT PER
      *                  ACCOUNT, AS BEFORE.  SET THROUGH CUSTMNT;
      *                  CUSTLOAD LEAVES IT ALONE.
      *---------------------------------------------------------------
       01  CUSTOMER-CONTACT-RECORD.
           05  CCT-CUSTOMER-NO             PIC X(10).
           05  CCT-POSTAL-ADDRESS.
               10  CCT-ADDRESS-LINE-1      PIC X(35).
               10  CCT-ADDRESS-LINE-2      PIC X(35).
               10  CCT-CITY                PIC X(25).
               10  CCT-REGION              PIC X(03).
               10  CCT-POSTAL-CODE         PIC X(10).
               10  CCT-COUNTRY             PIC X(03).
           05  CCT-EMAIL-ADDRESS           PIC X(50).
           05  CCT-PHONE-NUMBER            PIC X(15).
           05  CCT-MAIL-STATUS             PIC X(01).
               88  CCT-MAIL-DELIVERABLE        VALUES SPACE "D".
               88  CCT-MAIL-RETURNED           VALUE "R".
           05  CCT-RETURNED-DATE           PIC 9(08).
           05  CCT-CHANGE-DATE             PIC 9(08).
           05  CCT-CHANGED-BY              PIC X(08).
           05  CCT-BIRTH-DATE              PIC 9(08).
           05  CCT-TAX-ID                  PIC X(11).
           05  CCT-STATEMENT-OPTION        PIC X(01).
               88  CCT-PER-ACCOUNT-STATEMENTS  VALUE SPACE.
               88  CCT-COMBINED-STATEMENT      VALUE "C".
           05  FILLER                      PIC X(08).
