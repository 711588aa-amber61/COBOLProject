      *****************************************************************
      * GASRFIL.CPY
      * MONTHLY REGULATORY QUALITY FILING, WRITTEN BY GASREGF FOR A
      * MONTH GASMONCL HAS CLOSED.  ONE HEADER, ONE SITE DETAIL PER
      * ACTIVE SITE (AND PER INACTIVE OR UNKNOWN SITE THAT STILL HAD
      * DELIVERIES IN THE MONTH, SO THE DETAILS ADD UP TO THE MONTH),
      * ONE BAND-SET ROW PER GASPARM SET IN EFFECT DURING THE MONTH,
      * AND ONE TRAILER.  THE TRAILER CARRIES THE MONTH'S E/G/F/P/U
      * TOTALS AS CLOSED ON GASDAYR; THE FILE IS ONLY EVER WRITTEN
      * WHEN THE SITE DETAILS ADD UP TO THEM.  RF-RECORD-TYPE SAYS
      * WHICH VIEW APPLIES.
      *
      * RF-D-SITE-STATUS: A = ACTIVE, I = INACTIVE ON THE MASTER,
      * N = NOT ON THE SITE MASTER (RF-D-REGION IS SPACES).
      * RF-B-IN-EFFECT-FROM IS THE FIRST DAY OF THE MONTH THE SET
      * GOVERNED -- THE FIRST OF THE MONTH FOR THE SET CARRIED IN
      * FROM BEFORE, ELSE ITS OWN EFFECTIVE DATE.  RF-B-BAND RUNS IN
      * E/G/F/P/U ORDER.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  RF-FILING-RECORD.
           05  RF-RECORD-TYPE          PIC X(01).
               88  RF-HEADER-RECORD    VALUE "H".
               88  RF-DETAIL-RECORD    VALUE "D".
               88  RF-BAND-SET-RECORD  VALUE "B".
               88  RF-TRAILER-RECORD   VALUE "T".
           05  RF-RECORD-BODY          PIC X(79).
           05  RF-HEADER-BODY REDEFINES RF-RECORD-BODY.
               10  RF-H-PERIOD         PIC 9(06).
               10  RF-H-CREATE-DATE    PIC 9(08).
               10  RF-H-CREATE-TIME    PIC 9(08).
               10  RF-H-SOURCE         PIC X(08).
               10  RF-H-CLOSE-RUN-DATE PIC 9(08).
               10  FILLER              PIC X(41).
           05  RF-DETAIL-BODY REDEFINES RF-RECORD-BODY.
               10  RF-D-SITE-ID        PIC X(05).
               10  RF-D-REGION         PIC X(10).
               10  RF-D-SITE-STATUS    PIC X(01).
               10  RF-D-TALLY-E        PIC 9(07).
               10  RF-D-TALLY-G        PIC 9(07).
               10  RF-D-TALLY-F        PIC 9(07).
               10  RF-D-TALLY-P        PIC 9(07).
               10  RF-D-TALLY-U        PIC 9(07).
               10  RF-D-DELIVERY-COUNT PIC 9(08).
               10  FILLER              PIC X(20).
           05  RF-BAND-SET-BODY REDEFINES RF-RECORD-BODY.
               10  RF-B-EFFECTIVE-DATE PIC 9(08).
               10  RF-B-IN-EFFECT-FROM PIC 9(08).
               10  RF-B-BANDS.
                   15  RF-B-BAND       OCCURS 5 TIMES.
                       20  RF-B-LOW    PIC 9(04).
                       20  RF-B-HIGH   PIC 9(04).
               10  FILLER              PIC X(23).
           05  RF-TRAILER-BODY REDEFINES RF-RECORD-BODY.
               10  RF-T-DETAIL-COUNT   PIC 9(07).
               10  RF-T-BAND-SET-COUNT PIC 9(03).
               10  RF-T-TALLY-E        PIC 9(08).
               10  RF-T-TALLY-G        PIC 9(08).
               10  RF-T-TALLY-F        PIC 9(08).
               10  RF-T-TALLY-P        PIC 9(08).
               10  RF-T-TALLY-U        PIC 9(08).
               10  RF-T-DELIVERY-COUNT PIC 9(09).
               10  FILLER              PIC X(20).
