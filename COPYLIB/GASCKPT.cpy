      *                  ALERT, AND A RESTART HAS TO RESTORE THOSE
      *                  COUNTS OR A SURGE STRADDLING THE CHECKPOINT
      *                  WOULD GO UNREPORTED.
      * 2026-10-15  DRH  ADD CK-TALLY-LATE.  LATE READINGS FOR CLOSED
      *                  DAYS ARE POSTED AS ADJUSTMENTS AND TAKEN BACK
      *                  OUT OF THE CONSUMED COUNT, SO A RESTART HAS
      *                  TO KNOW HOW MANY THERE WERE BEFORE THE
      *                  CHECKPOINT OR THE RUN WOULD NOT RECONCILE.
      *****************************************************************
       01  CK-CHECKPOINT-RECORD.
           05  CK-LAST-COUNT           PIC 9(08).
                   15  CK-SU-SITE-ID       PIC X(05).
                   15  CK-SU-U-COUNT       PIC 9(06).
           05  CK-SITE-U-STORED            PIC 9(03).
           05  CK-TALLY-LATE               PIC 9(06).
