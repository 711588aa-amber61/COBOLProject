      *****************************************************************
      * GASCARR.CPY
      * CARRIER MASTER -- ONE ROW PER HAULAGE CARRIER, INDEXED BY
      * CR-CARRIER-ID, THE SAME CODE THE FIELD UNIT PUTS IN
      * GR-CARRIER-ID FROM THE DELIVERY TICKET.  HOLDS THE CARRIER'S
      * ACCOUNTS PAYABLE VENDOR NUMBER AND THE CONTRACT PENALTY
      * SCHEDULE: ONE AMOUNT PER DELIVERY FOR EACH RATING TIER, IN
      * E/G/F/P/U ORDER (NORMALLY ZERO FOR E, G AND F).  THE
      * MONTH-END SCORECARD (GASCARS) CHARGES EACH CARRIER ITS TIER
      * COUNTS TIMES THESE AMOUNTS.  MAINTAINED BY GASCARM.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  CR-CARRIER-RECORD.
           05  CR-CARRIER-ID           PIC X(04).
           05  CR-CARRIER-NAME         PIC X(30).
           05  CR-ACTIVE-FLAG          PIC X(01).
               88  CR-CARRIER-ACTIVE   VALUE "A".
               88  CR-CARRIER-INACTIVE VALUE "I".
           05  CR-VENDOR-NO            PIC X(08).
           05  CR-PENALTY-SCHEDULE.
               10  CR-TIER-PENALTY     PIC 9(05)V99 OCCURS 5 TIMES.
           05  CR-PENALTY-BY-TIER REDEFINES CR-PENALTY-SCHEDULE.
               10  CR-PENALTY-E        PIC 9(05)V99.
               10  CR-PENALTY-G        PIC 9(05)V99.
               10  CR-PENALTY-F        PIC 9(05)V99.
               10  CR-PENALTY-P        PIC 9(05)V99.
               10  CR-PENALTY-U        PIC 9(05)V99.
           05  FILLER                  PIC X(02).
