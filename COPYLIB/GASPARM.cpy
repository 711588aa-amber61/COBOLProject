      *                  SUPERSEDED BEFORE A KEYED DATE (AUDITED TO
      *                  GASAUDT), KEEPING THE SET STILL IN EFFECT
      *                  ON THAT DATE AND EVERYTHING LATER.
      * 2026-10-15  DRH  TWO-PERSON APPROVAL.  GASPARMM NOW SAVES A
      *                  NEW SET WITH GP-SET-STATUS "P" (PENDING);
      *                  IT TAKES EFFECT ONLY ONCE A SECOND
      *                  SUPERVISOR APPROVES IT IN GASPARMM, WHICH
      *                  SETS "A" AND STAMPS GP-APPROVED-BY/DATE/
      *                  TIME.  THE RATING PROGRAMS SKIP PENDING
      *                  ROWS.  ROWS WRITTEN BEFORE THIS CHANGE CARRY
      *                  SPACES AND COUNT AS APPROVED.
      *****************************************************************
       01  GP-PARM-RECORD.
           05  GP-EFFECTIVE-DATE       PIC 9(08).
           05  GP-CHANGED-BY           PIC X(06).
           05  GP-CHANGED-DATE         PIC 9(08).
           05  GP-CHANGED-TIME         PIC 9(08).
           05  GP-SET-STATUS           PIC X(01).
               88  GP-SET-PENDING      VALUE "P".
               88  GP-SET-IN-FORCE     VALUE "A" " ".
           05  GP-APPROVED-BY          PIC X(06).
           05  GP-APPROVED-DATE        PIC 9(08).
           05  GP-APPROVED-TIME        PIC 9(08).
           05  FILLER                  PIC X(18).
