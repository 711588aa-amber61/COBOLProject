      * BATCH JOB RUNS.
      *
      * 2026-08-09  DRH  ORIGINAL.
      * 2026-10-15  DRH  ADD GR-CARRIER-ID OUT OF THE FILLER -- THE
      *                  HAULAGE CARRIER CODE FROM THE DELIVERY
      *                  TICKET, MATCHING CR-CARRIER-ID ON THE GASCARR
      *                  CARRIER MASTER.  SPACES WHEN THE UNIT DID
      *                  NOT CAPTURE ONE.  THE RECORD LENGTH IS
      *                  UNCHANGED.
      * 2026-10-15  DRH  THE FIELD UNITS' UPLOADS NOW FRAME THESE ROWS
      *                  WITH A GASTRAN HEADER AND TRAILER PER
      *                  TRANSMISSION.  GASINTK STRIPS THEM AND PASSES
      *                  ONLY THE READING ROWS OF GOOD TRANSMISSIONS
      *                  ON, SO THE RATING RUN STILL SEES BARE ROWS.
      *****************************************************************
       01  GR-READING-RECORD.
           05  GR-SITE-ID              PIC X(05).
           05  GR-READING-DATE         PIC 9(08).
           05  GR-READING-TIME         PIC 9(06).
           05  GR-GAS-VALUE            PIC 9(04).
           05  GR-CARRIER-ID           PIC X(04).
           05  FILLER                  PIC X(52).
