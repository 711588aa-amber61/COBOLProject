      *****************************************************************
      * GASBASL.CPY
      * PER-SITE METER BASELINE -- ONE ROW PER ACTIVE SITE, INDEXED BY
      * SITE, REBUILT EVERY NIGHT BY GASMETR FROM THE SITE'S GASHIST
      * ROWS IN THE ROLLING WINDOW BEFORE THE CHECK DATE.  THE MEAN
      * AND SPREAD (STANDARD DEVIATION) ARE OF WHAT THE FIELD UNIT
      * ACTUALLY SENT (GH-RAW-GAS-VALUE); INTERACTIVE ROWS ARE LEFT
      * OUT.  A SITE WITH TOO FEW READINGS IN THE WINDOW HAS NO
      * BASELINE TO HOLD ITS READINGS AGAINST (BL-TOO-FEW).  THE LAST
      * VALUE AND HOW MANY READINGS IN A ROW HAVE CARRIED IT ARE AS
      * AT THE END OF THE CHECK DATE.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  BL-BASELINE-RECORD.
           05  BL-SITE-ID              PIC X(05).
           05  BL-CHECK-DATE           PIC 9(08).
           05  BL-FROM-DATE            PIC 9(08).
           05  BL-TO-DATE              PIC 9(08).
           05  BL-READING-COUNT        PIC 9(06).
           05  BL-MEAN-VALUE           PIC 9(04)V9(02).
           05  BL-SPREAD               PIC 9(04)V9(02).
           05  BL-LOW-VALUE            PIC 9(04).
           05  BL-HIGH-VALUE           PIC 9(04).
           05  BL-LAST-VALUE           PIC 9(04).
           05  BL-SAME-RUN-LENGTH      PIC 9(05).
           05  BL-BASELINE-STATUS      PIC X(01).
               88  BL-ESTABLISHED      VALUE "E".
               88  BL-TOO-FEW          VALUE "F".
           05  FILLER                  PIC X(15).
