      *                  RUN DATE (THE CHECK IS RATED ON THE DAY IT
      *                  IS KEYED).  ROWS CONVERTED AT CUTOVER HAVE
      *                  THE RUN DATE BACKFILLED HERE.
      * 2026-10-15  DRH  ADD GH-RAW-GAS-VALUE.  THE BATCH RUN NOW
      *                  CORRECTS EACH READING BY ITS SITE'S GASCALB
      *                  CALIBRATION FACTOR BEFORE RATING IT, SO
      *                  GH-GAS-VALUE IS THE CORRECTED VALUE THE
      *                  RATING WAS MADE ON AND GH-RAW-GAS-VALUE IS
      *                  WHAT THE FIELD UNIT ACTUALLY SENT.  THE TWO
      *                  ARE EQUAL FOR INTERACTIVE ROWS, FOR SITES
      *                  WITH NO CALIBRATION ON FILE, AND FOR ROWS
      *                  CONVERTED AT CUTOVER.  THE ROW IS NOW 53
      *                  BYTES; THE GASHARC ARCHIVE FOLLOWS IT.
      * 2026-10-15  DRH  ADD GH-CARRIER-ID, CARRIED FROM THE READING
      *                  BY THE BATCH RUN, SO THE MONTH-END CARRIER
      *                  SCORECARD (GASCARS) CAN SAY WHO DELIVERED
      *                  EACH RATED LOAD.  INTERACTIVE ROWS AND ROWS
      *                  CONVERTED AT CUTOVER CARRY SPACES.  THE ROW
      *                  IS NOW 57 BYTES.
      *****************************************************************
       01  GH-HISTORY-RECORD.
           05  GH-HISTORY-KEY.
           05  GH-OPERATOR-ID          PIC X(06).
           05  GH-SHIFT-CODE           PIC X(01).
           05  GH-READING-DATE         PIC 9(08).
           05  GH-RAW-GAS-VALUE        PIC 9(04).
           05  GH-CARRIER-ID           PIC X(04).
