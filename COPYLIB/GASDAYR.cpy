      * CLOSE.
      *
      * 2026-09-03  DRH  ORIGINAL.
      * 2026-10-15  DRH  ADD DR-EXCUSED-SHIFT-COUNT -- SHIFTS THE
      *                  GASCLDR OPERATING CALENDAR EXCUSED FROM THE
      *                  CLOSE.  ROWS WRITTEN BEFORE THEN HOLD A SPACE.
      *****************************************************************
       01  DR-DAY-RESULT-RECORD.
           05  DR-CLOSE-DATE           PIC 9(08).
           05  DR-CLOSE-VERDICT        PIC X(01).
               88  DR-DAY-CLOSED       VALUE "C".
               88  DR-DAY-NOT-CLOSED   VALUE "O".
           05  DR-EXCUSED-SHIFT-COUNT  PIC 9(01).
           05  FILLER                  PIC X(13).
