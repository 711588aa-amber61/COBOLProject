      *****************************************************************
      * GASMANF.CPY
      * FLEET DELIVERY MANIFEST RECORD -- ONE ROW PER SCHEDULED
      * DELIVERY, SENT DAILY BY THE FLEET-MANAGEMENT SYSTEM: THE
      * SITE, THE DATE AND SHIFT THE LOAD IS DUE, AND THE VEHICLE
      * CARRYING IT.  GASMANR HOLDS THE DAY'S MANIFEST AGAINST THE
      * GASHIST ROWS THE RATING RUN WROTE FOR THE SAME SITE, DATE
      * AND SHIFT.  THE FLEET SIDE MAKES NO ORDERING PROMISES.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  MF-MANIFEST-RECORD.
           05  MF-SITE-ID              PIC X(05).
           05  MF-DELIVERY-DATE        PIC 9(08).
           05  MF-SHIFT-CODE           PIC X(01).
           05  MF-VEHICLE-ID           PIC X(08).
           05  FILLER                  PIC X(58).
