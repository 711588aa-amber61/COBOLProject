      *                  THE READING TIME, INSTEAD OF SWALLOWING
      *                  MONTH 13 AND TIME 9999 INTO GASHIST AND THE
      *                  FLEET EXTRACT LOOKING OFFICIAL.
      * 2026-10-15  DRH  ADD THE "CO" REASON -- THE READING WAS TAKEN
      *                  AFTER ITS SITE'S GASCALB NEXT-DUE DATE, SO
      *                  THE METER IS NO LONGER TRUSTED AND THE
      *                  READING WAITS HERE UNTIL THE SITE IS
      *                  RECALIBRATED.  SP-GAS-VALUE IS ALWAYS THE
      *                  RAW VALUE AS SENT; THE CORRECTION IS APPLIED
      *                  AGAIN WHEN THE READING IS FED BACK.
      * 2026-10-15  DRH  SP-READING PICKS UP SP-CARRIER-ID TO KEEP
      *                  MIRRORING GASREAD.
      *****************************************************************
       01  SP-SUSPENSE-RECORD.
           05  SP-READING.
               10  SP-READING-DATE     PIC 9(08).
               10  SP-READING-TIME     PIC 9(06).
               10  SP-GAS-VALUE        PIC 9(04).
               10  SP-CARRIER-ID       PIC X(04).
               10  FILLER              PIC X(52).
           05  SP-REJECT-REASON        PIC X(02).
               88  SP-REJECT-GAS-RANGE     VALUE "GR".
               88  SP-REJECT-SITE-UNKNOWN  VALUE "SU".
               88  SP-REJECT-BAD-DATE      VALUE "BD".
               88  SP-REJECT-BAD-TIME      VALUE "BT".
               88  SP-REJECT-BAD-SHIFT     VALUE "BS".
               88  SP-REJECT-CAL-OVERDUE   VALUE "CO".
           05  SP-REJECT-DATE          PIC 9(08).
