      *****************************************************************
      * GASADJ.CPY
      * POST-CLOSE ADJUSTMENT RECORD -- ONE FIXED-FORMAT ROW PER LATE
      * READING.  A FIELD UNIT THAT WAS OFFLINE SOMETIMES SENDS A
      * READING FOR A DAY WHOSE GASDAYR ROW IS ALREADY "C", OR FOR A
      * MONTH GASMONCL HAS ALREADY CLOSED.  GASRATE2 STILL RATES IT
      * AND WRITES IT TO GASHIST AND THE FLEET EXTRACT, BUT KEEPS IT
      * OUT OF THE RUN'S SHIFT TALLIES AND GATE RECONCILIATION AND
      * APPENDS ONE OF THESE ROWS INSTEAD, DATED THE DAY IT WAS
      * POSTED AND NAMING THE CLOSED DAY IT BELONGS TO.  THE ORIGINAL
      * CLOSE IS NEVER REWRITTEN.  GASMONCL SHOWS THE ADJUSTMENTS
      * NEXT TO THE CLOSED FIGURES AND LISTS THE ONES POSTED AGAINST
      * EARLIER MONTHS AS PRIOR-PERIOD ADJUSTMENTS.
      *
      * AJ-SITE-ID, AJ-POSTED-DATE AND AJ-SEQUENCE-NO MAKE UP THE
      * GASHIST KEY OF THE RATED READING, IN KEY ORDER GH-SITE-ID,
      * GH-RUN-DATE, GH-SEQUENCE-NO.  (GH-RUN-DATE ALONE IS ALSO THE
      * GASHIST1 ALTERNATE INDEX.)  AJ-CLOSE-LEVEL SAYS WHAT WAS FOUND
      * CLOSED:
      * "D" THE DAY (A "C" GASDAYR ROW), "M" THE MONTH (A "C"
      * GASMONR ROW).
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  AJ-ADJUSTMENT-RECORD.
           05  AJ-POSTED-DATE          PIC 9(08).
           05  AJ-POSTED-TIME          PIC 9(08).
           05  AJ-CLOSE-DATE           PIC 9(08).
           05  AJ-CLOSE-LEVEL          PIC X(01).
               88  AJ-DAY-WAS-CLOSED   VALUE "D".
               88  AJ-MONTH-WAS-CLOSED VALUE "M".
           05  AJ-SITE-ID              PIC X(05).
           05  AJ-SHIFT-CODE           PIC X(01).
           05  AJ-READING-TIME         PIC 9(06).
           05  AJ-GAS-VALUE            PIC 9(04).
           05  AJ-RAW-GAS-VALUE        PIC 9(04).
           05  AJ-RATING-VALUE         PIC X(01).
           05  AJ-CARRIER-ID           PIC X(04).
           05  AJ-SEQUENCE-NO          PIC 9(08).
           05  FILLER                  PIC X(22).
