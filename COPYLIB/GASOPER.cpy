      * BY OPERATIONS FROM THE STAFF LIST.
      *
      * 2026-09-03  DRH  ORIGINAL.
      * 2026-10-15  DRH  MAINTAINED BY GASOPERM (SUPERVISOR ONLY,
      *                  AUDITED TO GASAUDT) INSTEAD OF A HAND LOAD.
      *                  ADD THE SIGN-ON PIN, THE STATUS (ACTIVE,
      *                  LOCKED AFTER TOO MANY BAD PINS, DISABLED),
      *                  THE CONSECUTIVE BAD-PIN COUNT, THE LAST
      *                  ACTIVE DATE GASSIGN AGES DORMANT IDS FROM,
      *                  AND THE FLAG THAT MAKES THE OPERATOR CHOOSE
      *                  A NEW PIN AFTER AN ADD OR A RESET.  A ROW
      *                  WITH NO PIN CANNOT SIGN ON UNTIL A
      *                  SUPERVISOR RESETS IT, SO THE STAFF-LIST
      *                  LOAD MUST ISSUE EACH SUPERVISOR A PIN WITH
      *                  OP-PIN-CHANGE-FLAG = "Y".  THE PIN IS NEVER
      *                  DISPLAYED OR WRITTEN TO THE AUDIT TRAIL.
      * 2026-10-15  DRH  ADD THE OPERATOR'S REGION SCOPE: UP TO THREE
      *                  SM-REGION VALUES, OR OP-ALL-REGIONS-FLAG = "Y"
      *                  FOR HEAD-OFFICE STAFF WHO MAY SEE EVERY
      *                  REGION.  THE INQUIRY, MAINTENANCE AND STATUS
      *                  SCREENS ASK GASRGNK WHETHER A SITE IS IN THE
      *                  SIGNED-ON OPERATOR'S SCOPE.  A ROW WITH NO
      *                  REGION AND NO FLAG SEES NO SITE AT ALL, SO
      *                  THE STAFF-LIST LOAD MUST SET THE FLAG FOR
      *                  HEAD-OFFICE SUPERVISORS, WHO THEN ASSIGN
      *                  EVERYONE ELSE'S REGIONS IN GASOPERM.
      *****************************************************************
       01  OP-OPERATOR-RECORD.
           05  OP-OPERATOR-ID          PIC X(06).
           05  OP-AUTHORITY-LEVEL      PIC X(01).
               88  OP-SUPERVISOR       VALUE "S".
               88  OP-CLERK            VALUE "C".
           05  OP-SIGNON-PIN           PIC X(04).
           05  OP-STATUS-FLAG          PIC X(01).
               88  OP-ID-ACTIVE        VALUE "A" SPACE.
               88  OP-ID-LOCKED        VALUE "L".
               88  OP-ID-DISABLED      VALUE "D".
           05  OP-FAILED-PIN-COUNT     PIC 9(02).
           05  OP-LAST-ACTIVE-DATE     PIC 9(08).
           05  OP-PIN-CHANGE-FLAG      PIC X(01).
               88  OP-PIN-MUST-CHANGE  VALUE "Y".
           05  OP-REGION-SCOPE.
               10  OP-ALL-REGIONS-FLAG PIC X(01).
                   88  OP-ALL-REGIONS  VALUE "Y".
               10  OP-REGION           PIC X(10) OCCURS 3 TIMES.
           05  FILLER                  PIC X(06).
