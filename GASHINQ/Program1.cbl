001710* 2026-08-22  DRH  SHOW GH-OPERATOR-ID ON EACH LINE NOW THAT
001720*                  HISTORY ROWS CARRY IT, SO "WHO RATED THIS"
001730*                  CAN BE ANSWERED FROM THE SAME SCREEN.
001740* 2026-10-15  DRH  REQUIRE AN OPERATOR SIGN-ON (GASSIGN) AND LIMIT
001750*                  THE INQUIRY TO SITES IN THE OPERATOR'S REGIONS
001760*                  THROUGH GASRGNK.  A SITE OUTSIDE THEM IS
001770*                  REFUSED AND THE ATTEMPT LOGGED TO GASSECL.
001800*****************************************************************
001900
002000 ENVIRONMENT DIVISION.
004100         88  INQUIRY-IS-DONE         VALUE "Y".
004200     05  BROWSE-DONE-SWITCH          PIC X(01) VALUE "N".
004300         88  BROWSE-IS-DONE          VALUE "Y".
004310     05  SIGNON-RESULT               PIC X(01) VALUE "N".
004320         88  OPERATOR-SIGNED-ON      VALUE "Y".
004330     05  SCOPE-RESULT                PIC X(01) VALUE "N".
004340         88  SITE-IN-SCOPE           VALUE "Y".
004400
004500 01  SCREEN-LINE-COUNT               PIC 9(02) VALUE ZERO COMP.
004600 01  MATCH-COUNT                     PIC 9(06) VALUE ZERO COMP.
005100 01  INQ-TO-DATE                     PIC X(08) VALUE SPACES.
005200 01  INQ-FROM-DATE-N                 PIC 9(08) VALUE ZERO.
005300 01  INQ-TO-DATE-N                   PIC 9(08) VALUE ZERO.
005310
005320 01  PROGRAM-NAME                    PIC X(08) VALUE "GASHINQ".
005330 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
005340 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
005350 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
005360 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
005400
005500 01  INQ-HEADING-LINE.
005600     05  FILLER              PIC X(11) VALUE "GAS VALUE  ".
007410*    WORKING STORAGE KEEPS ITS LAST-USED STATE ACROSS CALLS FROM
007420*    GASMENU, SO THE DONE SWITCH MUST BE RESET ON EVERY ENTRY.
007430     MOVE "N" TO INQUIRY-DONE-SWITCH.
007440     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
007445         SIGNON-AUTHORITY SIGNON-RESULT.
007450     IF NOT OPERATOR-SIGNED-ON
007455         DISPLAY "SIGN-ON DENIED - HISTORY INQUIRY CLOSED."
007460         GOBACK
007465     END-IF.
007470     MOVE "L" TO SCOPE-REQUEST.
007475     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
007480         SCOPE-REQUEST INQ-SITE-ID SCOPE-REGION SCOPE-RESULT.
007500     OPEN INPUT GAS-HISTORY-FILE.
007600     IF HIST-FILE-STATUS NOT = "00"
007700         DISPLAY "GASHIST NOT AVAILABLE, STATUS "
009500         MOVE "Y" TO INQUIRY-DONE-SWITCH
009600         GO TO 1000-EXIT
009700     END-IF.
009710     MOVE "C" TO SCOPE-REQUEST.
009720     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
009730         SCOPE-REQUEST INQ-SITE-ID SCOPE-REGION SCOPE-RESULT.
009740     IF NOT SITE-IN-SCOPE
009750         GO TO 1000-EXIT
009760     END-IF.
009800     DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
009900     ACCEPT INQ-FROM-DATE.
010000     DISPLAY "ENTER TO DATE (YYYYMMDD): ".
