      *****************************************************************
      * GASTRAN.CPY
      * TRANSMISSION HEADER AND TRAILER FOR A FIELD UNIT'S UPLOAD OF
      * GR-READING-RECORD ROWS.  EVERY TRANSMISSION IS ONE HEADER,
      * ITS READING ROWS, AND ONE TRAILER, ALL 80 BYTES.  THE HEADER
      * AND TRAILER ARE TOLD FROM A READING BY THE TAG IN POSITIONS
      * 1-5, WHERE A READING CARRIES ITS SITE ID -- NO SITE ID EVER
      * CONTAINS AN ASTERISK.  THE TRAILER CARRIES THE COUNT OF
      * READING ROWS AND THE SUM OF THEIR GR-GAS-VALUE AS THE UNIT
      * SENT THEM.  GASINTK CHECKS BOTH BEFORE THE READINGS ARE
      * SORTED FOR RATING, AND HOLDS A TRANSMISSION THAT DOES NOT
      * AGREE.  BOTH VIEWS ARE COPIED UNDER THE SAME FD AS GASREAD.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  GT-HEADER-RECORD.
           05  GT-H-TAG                PIC X(05).
               88  GT-IS-HEADER        VALUE "*HDR*".
           05  GT-H-UNIT-ID            PIC X(06).
           05  GT-H-TRANS-NO           PIC 9(06).
           05  GT-H-CREATE-DATE        PIC 9(08).
           05  GT-H-CREATE-TIME        PIC 9(06).
           05  FILLER                  PIC X(49).
       01  GT-TRAILER-RECORD.
           05  GT-T-TAG                PIC X(05).
               88  GT-IS-TRAILER       VALUE "*TRL*".
           05  GT-T-RECORD-COUNT       PIC 9(07).
           05  GT-T-HASH-TOTAL         PIC 9(10).
           05  FILLER                  PIC X(58).
