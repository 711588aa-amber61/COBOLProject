001440*                  WRITE EVERY ADD, DEACTIVATE AND REACTIVATE
001450*                  TO THE GASAUDT AUDIT TRAIL WITH WHO, WHEN,
001460*                  AND THE BEFORE AND AFTER VALUES.
001470* 2026-10-15  DRH  LIMIT EVERY ACTION TO SITES IN THE OPERATOR'S
001475*                  REGIONS THROUGH GASRGNK.  A NEW SITE MUST BE
001480*                  IN ONE OF THEM; AN EXISTING SITE OUTSIDE THEM
001485*                  IS TREATED AS NOT FOUND.  REFUSALS ARE LOGGED
001490*                  TO GASSECL.
001500*****************************************************************
001600
001700 ENVIRONMENT DIVISION.
004020         88  OPERATOR-SIGNED-ON      VALUE "Y".
004030     05  ACTION-OK-SWITCH            PIC X(01) VALUE "N".
004040         88  ACTION-SUCCEEDED        VALUE "Y".
004050     05  SCOPE-RESULT                PIC X(01) VALUE "N".
004060         88  SITE-IN-SCOPE           VALUE "Y".
004100
004200 01  ENTRY-SITE-ID                   PIC X(05) VALUE SPACES.
004300 01  ENTRY-SITE-NAME                 PIC X(30) VALUE SPACES.
004570 01  AUDIT-ACTION                    PIC X(10) VALUE SPACES.
004580 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
004590 01  AUDIT-AFTER-IMAGE               PIC X(80) VALUE SPACES.
004592 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
004594 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
004600
004700 PROCEDURE DIVISION.
004800*****************************************************************
005160         DISPLAY "SIGN-ON DENIED - SITE MAINTENANCE CLOSED."
005170         STOP RUN
005180     END-IF.
005182     MOVE "L" TO SCOPE-REQUEST.
005184     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
005186         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
005200     PERFORM 1000-OPEN-SITE-MASTER THRU 1000-EXIT.
005300     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
005400         UNTIL MENU-DONE.
011700     ACCEPT ENTRY-SITE-NAME.
011800     DISPLAY "ENTER REGION: ".
011900     ACCEPT ENTRY-REGION.
011910     MOVE "R" TO SCOPE-REQUEST.
011920     MOVE ENTRY-REGION TO SCOPE-REGION.
011930     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
011940         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
011950     IF NOT SITE-IN-SCOPE
011960         GO TO 3000-EXIT
011970     END-IF.
012000     DISPLAY "ENTER EXPECTED SHIFT CODES (E.G. 123): ".
012100     ACCEPT ENTRY-SHIFT-CODES.
012200     MOVE SPACES             TO SM-SITE-RECORD.
021400         NOT INVALID KEY
021500             MOVE "Y" TO SITE-FOUND-SWITCH
021600     END-READ.
021605     IF NOT SITE-WAS-FOUND
021610         GO TO 7000-EXIT
021615     END-IF.
021620*    THE MASTER ROW'S OWN REGION DECIDES -- THE SITE FILE IS OPEN
021625*    HERE, SO GASRGNK IS NOT ASKED TO READ IT.
021630     MOVE "R" TO SCOPE-REQUEST.
021635     MOVE SM-REGION TO SCOPE-REGION.
021640     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
021645         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
021650     IF NOT SITE-IN-SCOPE
021655         MOVE "N" TO SITE-FOUND-SWITCH
021660     END-IF.
021700     GO TO 7000-EXIT.
021800 7000-EXIT.
021900     EXIT.
