      *                  NOW CARRY THE SAME SEQUENCE NUMBER, SO THE
      *                  FLEET-MANAGEMENT SIDE CAN DEDUPE ON IT THE
      *                  SAME WAY GASHIST DEDUPES ON ITS KEY.
      * 2026-10-15  DRH  ADD GX-RAW-GAS-VALUE OUT OF GX-FILLER.
      *                  GX-GAS-VALUE IS NOW THE CALIBRATION-CORRECTED
      *                  VALUE THE RATING WAS MADE ON; THE RAW VALUE
      *                  IS WHAT THE FIELD UNIT SENT.  THE RECORD
      *                  LENGTH IS UNCHANGED.
      *****************************************************************
       01  GX-EXTRACT-RECORD.
           05  GX-SITE-ID              PIC X(05).
           05  GX-GAS-VALUE            PIC 9(04).
           05  GX-RATING-VALUE         PIC X(01).
           05  GX-SEQUENCE-NO          PIC 9(08).
           05  GX-RAW-GAS-VALUE        PIC 9(04).
           05  GX-FILLER               PIC X(50).
