      * SHORTER RECORDS ARE SPACE-PADDED.
      *
      * 2026-09-03  DRH  ORIGINAL.
      * 2026-10-15  DRH  GASRERAT NOW WRITES ONE ROW PER RE-RATING
      *                  SWEEP (ACTION RERATE, AFTER IMAGE THE PERIOD
      *                  AND COUNTS), AND GASAUDR REPORTS THE TRAIL.
      *****************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-AUDIT-DATE           PIC 9(08).
