001900*                  STAMPED WITH ITS BUSINESS DATE SO THE RATING
002000*                  RUN CAN REFUSE TO RECONCILE AGAINST THE
002100*                  WRONG DAY.  THE ENTRY IS AUDITED TO GASAUDT.
002110* 2026-10-15  DRH  THE CONTROL RECORD COVERS THE WHOLE OPERATION,
002120*                  SO ENTRY IS NOW FOR HEAD-OFFICE OPERATORS
002130*                  ONLY (GASRGNK).  A REGIONAL OPERATOR IS
002140*                  REFUSED AND THE ATTEMPT LOGGED TO GASSECL.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
005200         88  COUNTS-CROSS-FOOT       VALUE "Y".
005300     05  SIGNON-RESULT               PIC X(01) VALUE "N".
005400         88  OPERATOR-SIGNED-ON      VALUE "Y".
005410     05  SCOPE-RESULT                PIC X(01) VALUE "N".
005420         88  SITE-IN-SCOPE           VALUE "Y".
005500
005600 01  PROGRAM-NAME                    PIC X(08) VALUE "GASCTLE".
005700 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
005800 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
005900 01  TODAY-DATE                      PIC 9(08).
006000 01  TODAY-TIME                      PIC 9(08).
006010 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
006020 01  SCOPE-SITE-ID                   PIC X(05) VALUE SPACES.
006030 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
006100
006200 01  ENTRY-BUSINESS-DATE             PIC X(08) VALUE SPACES.
006300 01  ENTRY-COUNT                     PIC X(08) VALUE SPACES.
008400         DISPLAY "SIGN-ON DENIED - GATE CONTROL ENTRY CLOSED."
008500         STOP RUN
008600     END-IF.
008610     MOVE "C" TO SCOPE-REQUEST.
008620     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
008630         SCOPE-REQUEST SCOPE-SITE-ID SCOPE-REGION SCOPE-RESULT.
008640     IF NOT SITE-IN-SCOPE
008650         DISPLAY "GATE CONTROL ENTRY CLOSED."
008660         STOP RUN
008670     END-IF.
008700     PERFORM 1000-GET-BUSINESS-DATE THRU 1000-EXIT.
008800     IF NOT ENTRY-IS-VALID
008900         STOP RUN
