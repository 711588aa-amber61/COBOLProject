      *****************************************************************
      * GASCALB.CPY
      * METER CALIBRATION MASTER -- ONE ROW PER FIELD SITE, INDEXED BY
      * CB-SITE-ID.  HOLDS THE DATE THE SITE'S METER WAS LAST
      * CALIBRATED, THE DATE THE NEXT CALIBRATION FALLS DUE AND THE
      * CORRECTION FACTOR THE CALIBRATION CERTIFICATE GAVE.  THE
      * BATCH RATING RUN MULTIPLIES GR-GAS-VALUE BY THE FACTOR BEFORE
      * THE READING IS RATED (A METER READING 6% HIGH CARRIES 0.9434)
      * AND SUSPENDS READINGS TAKEN AFTER THE NEXT DUE DATE.  A SITE
      * WITH NO ROW HERE IS RATED AS SENT.  MAINTAINED BY GASCALM.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  CB-CALIBRATION-RECORD.
           05  CB-SITE-ID              PIC X(05).
           05  CB-LAST-CAL-DATE        PIC 9(08).
           05  CB-NEXT-DUE-DATE        PIC 9(08).
           05  CB-CORRECTION-FACTOR    PIC 9(01)V9(04).
           05  CB-CERTIFICATE-REF      PIC X(12).
           05  CB-CHANGED-BY           PIC X(06).
           05  CB-CHANGED-DATE         PIC 9(08).
           05  FILLER                  PIC X(28).
