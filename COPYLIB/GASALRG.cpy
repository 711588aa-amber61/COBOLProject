      *****************************************************************
      * GASALRG.CPY
      * OPERATIONS ALERT REGISTER -- EVERY GASALRT ROW FROM EVERY JOB
      * THAT RAISES ALERTS, KEPT FOR GOOD, INDEXED BY AN ALERT NUMBER
      * GASALRL ASSIGNS IN THE ORDER THE ROWS ARE LOADED.  EACH JOB'S
      * GASALRT IS LOADED BY A GASALRL STEP STRAIGHT AFTER THE STEP
      * THAT WROTE IT.  THE ALERT ITSELF IS CARRIED UNCHANGED IN
      * AR-ALERT, WITH THE JOB THAT RAISED IT, THE BUSINESS DAY IT IS
      * ABOUT AND, FOR THE CODES THAT NAME ONE IN AL-TEXT, THE SITE.
      * GASALRM ACKNOWLEDGES AND RESOLVES ALERTS; GASALRE REPORTS
      * ERRORS NOBODY HAS ACKNOWLEDGED AND ALERTS THAT KEEP COMING
      * BACK.
      *
      * ALERT STATUS:
      *   O - OPEN, NOBODY HAS ACKNOWLEDGED IT
      *   A - ACKNOWLEDGED, BEING DEALT WITH
      *   R - RESOLVED, WITH A NOTE OF WHAT WAS DONE
      *
      * 2026-10-15  DRH  ORIGINAL.
      *****************************************************************
       01  AR-ALERT-REGISTER-RECORD.
           05  AR-ALERT-NO             PIC 9(08).
           05  AR-SOURCE-JOB           PIC X(08).
           05  AR-BUSINESS-DATE        PIC 9(08).
           05  AR-SITE-ID              PIC X(05).
           05  AR-ALERT.
               10  AR-ALERT-CODE       PIC X(08).
               10  AR-SEVERITY         PIC X(01).
                   88  AR-SEV-ERROR    VALUE "E".
                   88  AR-SEV-WARNING  VALUE "W".
               10  AR-RUN-DATE         PIC 9(08).
               10  AR-RUN-TIME         PIC 9(08).
               10  AR-SHIFT-CODE       PIC X(01).
               10  AR-COUNT-1          PIC 9(08).
               10  AR-COUNT-2          PIC 9(08).
               10  AR-TEXT             PIC X(38).
           05  AR-STATUS               PIC X(01).
               88  AR-OPEN             VALUE "O".
               88  AR-ACKNOWLEDGED     VALUE "A".
               88  AR-RESOLVED         VALUE "R".
               88  AR-UNRESOLVED       VALUE "O" "A".
           05  AR-ACK-OPERATOR         PIC X(06).
           05  AR-ACK-DATE             PIC 9(08).
           05  AR-ACK-TIME             PIC 9(08).
           05  AR-RESOLVE-OPERATOR     PIC X(06).
           05  AR-RESOLVE-DATE         PIC 9(08).
           05  AR-RESOLVE-TIME         PIC 9(08).
           05  AR-RESOLVE-NOTE         PIC X(60).
           05  FILLER                  PIC X(26).
