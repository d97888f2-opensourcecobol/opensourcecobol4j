      *---------------------------------------------------------------
      *  OPCERTRC.CPY
      *  ------------------------------------------------------------
      *  OPERATOR ACCESS CERTIFICATION RECORD (OPERCERT).  ONE
      *  RECORD PER OPERMST SIGN-ON: THE MANAGER WHO ANSWERS FOR
      *  THE OPERATOR'S RIGHTS, AND THE LAST TIME SOMEONE OTHER
      *  THAN THE OPERATOR CERTIFIED THEM -- WHEN, BY WHOM AND
      *  WHICH ROLE FLAGS (IN OPERMST ORDER: KEY, REPAIR, APPROVE,
      *  MAINTAIN, WORKQ, CERTIFY, INVESTIGATE).  OPERMNT'S
      *  RECERTIFY FUNCTION KEEPS IT; OPRCERT READS IT TO LIST
      *  RIGHTS BY MANAGER EACH QUARTER AND TO LAPSE THE RIGHTS OF
      *  ANY OPERATOR NOT CERTIFIED BY THE CYCLE'S DEADLINE.  FORTY
      *  BYTES, SO A RECORD FITS AN OPAUDIT BEFORE/AFTER IMAGE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  OPERATOR-CERT-RECORD.
           05  OPC-USER-ID                 PIC X(08).
           05  OPC-MANAGER-ID              PIC X(08).
           05  OPC-CERTIFIED-DATE          PIC 9(08).
           05  OPC-CERTIFIED-BY            PIC X(08).
           05  OPC-CERTIFIED-RIGHTS        PIC X(07).
           05  FILLER                      PIC X(01).
