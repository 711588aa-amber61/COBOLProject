      *****************************************************************
      * GASMOPN.CPY
      * OPEN MANIFEST ITEM -- A SITE/DATE/SHIFT THE DELIVERY MANIFEST
      * AND GASHIST DID NOT AGREE ON, CARRIED FORWARD BY GASMANR FROM
      * ONE RUN TO THE NEXT (GASMOPNI IN, GASMOPNO OUT) THE WAY
      * GASACKR CARRIES GASOUT, UNTIL THE READINGS MATCH THE
      * DELIVERIES OR A SUPERVISOR WRITES THE GROUP OFF THROUGH
      * GASMANW.
      *
      * MO-ITEM-TYPE: D = A SCHEDULED DELIVERY (ONE ROW PER VEHICLE)
      *                   IN A GROUP WITH NO READING OR WITH A
      *                   DIFFERENT NUMBER OF READINGS,
      *               R = A GROUP WITH READINGS BUT NO SCHEDULED
      *                   DELIVERY (MO-VEHICLE-ID IS SPACES).
      * MO-FIRST-DATE IS THE RUN DATE THE ITEM WAS FIRST REPORTED.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  MO-OPEN-ITEM-RECORD.
           05  MO-GROUP-KEY.
               10  MO-SITE-ID          PIC X(05).
               10  MO-DELIVERY-DATE    PIC 9(08).
               10  MO-SHIFT-CODE       PIC X(01).
           05  MO-ITEM-TYPE            PIC X(01).
               88  MO-DELIVERY-ITEM    VALUE "D".
               88  MO-READING-GROUP    VALUE "R".
           05  MO-VEHICLE-ID           PIC X(08).
           05  MO-FIRST-DATE           PIC 9(08).
           05  FILLER                  PIC X(49).
