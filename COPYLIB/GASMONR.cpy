      *****************************************************************
      * GASMONR.CPY
      * MONTH RESULT RECORD -- ONE FIXED-FORMAT ROW PER MONTH-END
      * CLOSE RUN, WRITTEN BY GASMONCL WITH THE MONTH TOTALS IT
      * CONSOLIDATED FROM THE GASDAYR DAY RESULT ROWS AND THE CLOSE
      * VERDICT, THE SAME WAY GASDAYCL RECORDS EACH DAY.  THE TOTALS
      * ARE THE MONTH AS CLOSED; LATE READINGS POSTED AFTERWARDS ARE
      * CARRIED ON GASADJ, NEVER FOLDED BACK IN HERE.  A FAILED CLOSE
      * WRITES A ROW TOO (VERDICT "O"); ONLY "C" ROWS COUNT AS A
      * CLOSE.  GASRATE2 READS THESE TO RECOGNISE A READING FOR A
      * MONTH ALREADY CLOSED.
      *
      * 2026-10-15  DRH  ORIGINAL.
      * 2026-10-15  DRH  THE REGULATORY FILING (GASREGF) READS THESE
      *                  TOO, AND WILL NOT FILE A MONTH WITHOUT A "C"
      *                  ROW.
      *****************************************************************
       01  MR-MONTH-RESULT-RECORD.
           05  MR-CLOSE-MONTH          PIC 9(06).
           05  MR-CLOSE-VERDICT        PIC X(01).
               88  MR-MONTH-CLOSED     VALUE "C".
               88  MR-MONTH-NOT-CLOSED VALUE "O".
           05  MR-RUN-DATE             PIC 9(08).
           05  MR-TALLY-E              PIC 9(07).
           05  MR-TALLY-G              PIC 9(07).
           05  MR-TALLY-F              PIC 9(07).
           05  MR-TALLY-P              PIC 9(07).
           05  MR-TALLY-U              PIC 9(07).
           05  MR-READ-COUNT           PIC 9(08).
           05  MR-REJECTED-COUNT       PIC 9(07).
           05  MR-DUPLICATE-COUNT      PIC 9(07).
           05  MR-EXCUSED-DAY-COUNT    PIC 9(02).
           05  FILLER                  PIC X(06).
