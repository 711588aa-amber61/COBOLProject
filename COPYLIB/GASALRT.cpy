      *              PER-SITE THRESHOLD WITHIN THE RUN (AL-COUNT-1 =
      *              THE SITE'S U COUNT, AL-COUNT-2 = THRESHOLD,
      *              AL-TEXT NAMES THE SITE)
      *   LATERDG  - READINGS DATED IN A DAY OR MONTH ALREADY CLOSED,
      *              POSTED TO GASADJ INSTEAD OF THE SHIFT TALLIES
      *              (AL-COUNT-1 = HOW MANY)
      *   OUTLIER  - ONE SITE'S READINGS ON THE CHECK DATE FAR OUTSIDE
      *              ITS GASBASL BASELINE (WRITTEN BY GASMETR;
      *              AL-COUNT-1 = HOW MANY, AL-COUNT-2 = BASELINE
      *              MEAN, AL-TEXT NAMES THE SITE)
      *   STUCKMTR - A SITE'S METER SENDING THE SAME VALUE READING
      *              AFTER READING (WRITTEN BY GASMETR; AL-COUNT-1 =
      *              READINGS IN A ROW, AL-COUNT-2 = THE VALUE,
      *              AL-TEXT NAMES THE SITE)
      *   REFBREAK - CROSS-FILE REFERENCES BROKEN BETWEEN THE MASTER
      *              AND HISTORY FILES (WRITTEN BY GASREFC; AL-COUNT-1
      *              = BREAKS FOUND, AL-COUNT-2 = CHECKS THAT FOUND
      *              THEM)
      *
      * 2026-08-22  DRH  ORIGINAL.
      * 2026-09-03  DRH  ADD THE NOREAD CODE -- SILENCE FROM A SITE
      *                  HOW A METERING FAULT OR A LEAK ANNOUNCES
      *                  ITSELF, AND IT USED TO DROWN IN THE
      *                  FLEET-WIDE USURGE TOTAL.
      * 2026-10-15  DRH  ADD THE LATERDG CODE -- LATE READINGS FOR
      *                  CLOSED PERIODS ARE POSTED AS ADJUSTMENTS.
      * 2026-10-15  DRH  EACH JOB'S ROWS ARE NOW LOADED ONTO THE GASALRG
      *                  ALERT REGISTER BY A GASALRL STEP, WHICH KEEPS
      *                  THEM FOR ACKNOWLEDGEMENT AND ESCALATION.
      * 2026-10-15  DRH  ADD THE OUTLIER AND STUCKMTR CODES FROM THE
      *                  NIGHTLY GASMETR METER CHECK.
      * 2026-10-15  DRH  ADD THE REFBREAK CODE FROM THE NIGHTLY GASREFC
      *                  REFERENTIAL INTEGRITY SWEEP.
      *****************************************************************
       01  AL-ALERT-RECORD.
           05  AL-ALERT-CODE           PIC X(08).
