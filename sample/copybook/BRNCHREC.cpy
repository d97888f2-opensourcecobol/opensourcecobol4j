      *                  SO ICSETTLE CAN TELL WHICH COMPANY A
      *                  CLEARING BRANCH BELONGS TO WHEN IT CLEARS
      *                  ANOTHER COMPANY'S ITEM.
      *  10/15/2026 DCG  CARVED BRM-SUCCESSOR-BRANCH FROM THE TRAILING
      *                  FILLER.  WHEN BRMERGE FOLDS A BRANCH INTO
      *                  ANOTHER IT CLOSES THE BRANCH HERE AND POINTS
      *                  THIS FIELD AT THE SURVIVOR; SPACES EVERYWHERE
      *                  ELSE, SO EVERY EXISTING RECORD READS AS
      *                  BEFORE.
      *---------------------------------------------------------------
       01  BRANCH-MASTER-RECORD.
           05  BRM-BRANCH-CODE             PIC X(03).
               88  BRM-BRANCH-CLOSED           VALUE "C".
           05  BRM-COMPANY-CODE            PIC X(02).
               88  BRM-LEGACY-COMPANY          VALUE SPACES.
           05  BRM-SUCCESSOR-BRANCH        PIC X(03).
               88  BRM-NO-SUCCESSOR            VALUE SPACES.
