      *****************************************************************
      * GASCLDR.CPY
      * OPERATING CALENDAR -- ONE ROW PER PLANNED GAP IN OPERATIONS,
      * INDEXED BY SITE AND FIRST DATE.  THREE KINDS OF ENTRY:
      *   H  NON-OPERATING DAY(S) FOR EVERY SITE (A PUBLIC HOLIDAY).
      *      OC-SITE-ID AND OC-OPEN-SHIFTS ARE BLANK.
      *   R  REDUCED-SHIFT DAY(S) FOR EVERY SITE.  OC-SITE-ID IS
      *      BLANK AND OC-OPEN-SHIFTS HOLDS THE SHIFT CODES THAT DO
      *      RUN (E.G. "1  "); THE OTHER SHIFTS ARE NOT WORKED.
      *   C  CLOSURE WINDOW FOR ONE SITE (DEPOT WORKS, FLOOD, ...).
      *      OC-SITE-ID NAMES THE SITE; OC-OPEN-SHIFTS IS BLANK.
      * EVERY ENTRY COVERS OC-FROM-DATE THROUGH OC-TO-DATE AND
      * CARRIES THE REASON THE REPORTS PRINT.  A SHIFT THE CALENDAR
      * SAYS IS NOT WORKED IS "EXCUSED": THE COMPLETENESS SWEEP
      * (GASCMPLT), THE DAILY CLOSE (GASDAYCL) AND THE MONTH-END
      * CLOSE (GASMONCL) REPORT IT AS SUCH AND DO NOT HOLD IT
      * AGAINST THE DAY.  THEY ASK THROUGH GASCLDK.  MAINTAINED BY
      * GASCLDM.
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  OC-CALENDAR-RECORD.
           05  OC-CALENDAR-KEY.
               10  OC-SITE-ID          PIC X(05).
               10  OC-FROM-DATE        PIC 9(08).
           05  OC-TO-DATE              PIC 9(08).
           05  OC-ENTRY-TYPE           PIC X(01).
               88  OC-HOLIDAY          VALUE "H".
               88  OC-REDUCED-SHIFTS   VALUE "R".
               88  OC-SITE-CLOSURE     VALUE "C".
           05  OC-OPEN-SHIFTS          PIC X(03).
           05  OC-REASON               PIC X(30).
           05  OC-CHANGED-BY           PIC X(06).
           05  OC-CHANGED-DATE         PIC 9(08).
           05  FILLER                  PIC X(11).
