002550*                  OPEN FAILS ON THE RECORD LENGTH -- AND THOSE
002560*                  OLD GENERATIONS ARE EXACTLY THE DATA THIS
002570*                  INQUIRY EXISTS FOR.
002575* 2026-10-15  DRH  WIDEN THE ARCHIVE RECORD TO 57 BYTES FOR THE
002580*                  NEW GH-RAW-GAS-VALUE AND GH-CARRIER-ID.  EVERY
002585*                  OLDER GENERATION IS CONVERTED TO 57 BYTES AT
002590*                  CUTOVER -- GAS VALUE COPIED INTO THE RAW VALUE,
002595*                  CARRIER ID LEFT AS SPACES -- THE SAME AS THE
002596*                  LIVE GASHIST ROWS, SO A RESTORED ROW IS WHOLE.
002597*                  GASREFC READS THE SAME CONVERTED GENERATIONS.
002600* 2026-10-15  DRH  REQUIRE AN OPERATOR SIGN-ON (GASSIGN) AND LIMIT
002610*                  THE INQUIRY AND RESTORE TO SITES IN THE
002620*                  OPERATOR'S REGIONS THROUGH GASRGNK.  A SITE
002630*                  OUTSIDE THEM IS REFUSED AND LOGGED TO GASSECL.
002650*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  GAS-ARCHIVE-FILE.
004500 01  ARC-HISTORY-RECORD              PIC X(57).
004600
004700 FD  GAS-HISTORY-FILE.
004800     COPY GASHREC.
006000         88  BROWSE-IS-DONE          VALUE "Y".
006100     05  RESTORE-MODE-SWITCH         PIC X(01) VALUE "N".
006200         88  RESTORE-REQUESTED       VALUE "Y".
006210     05  SIGNON-RESULT               PIC X(01) VALUE "N".
006220         88  OPERATOR-SIGNED-ON      VALUE "Y".
006230     05  SCOPE-RESULT                PIC X(01) VALUE "N".
006240         88  SITE-IN-SCOPE           VALUE "Y".
006300
006400 01  SCREEN-LINE-COUNT               PIC 9(02) VALUE ZERO COMP.
006500 01  MATCH-COUNT                     PIC 9(06) VALUE ZERO COMP.
006700 01  COLLISION-COUNT                 PIC 9(06) VALUE ZERO COMP.
006800 01  PAGE-REPLY                      PIC X(01) VALUE SPACE.
006900 01  MODE-REPLY                      PIC X(01) VALUE SPACE.
006910
006920 01  PROGRAM-NAME                    PIC X(08) VALUE "GASHAINQ".
006930 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
006940 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
006950 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
006960 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
007000
007100 01  INQ-SITE-ID                     PIC X(05) VALUE SPACES.
007200 01  INQ-FROM-DATE                   PIC X(08) VALUE SPACES.
010000*    WORKING STORAGE KEEPS ITS LAST-USED STATE ACROSS CALLS FROM
010100*    GASMENU, SO THE DONE SWITCH MUST BE RESET ON EVERY ENTRY.
010200     MOVE "N" TO INQUIRY-DONE-SWITCH.
010210     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
010220         SIGNON-AUTHORITY SIGNON-RESULT.
010230     IF NOT OPERATOR-SIGNED-ON
010240         DISPLAY "SIGN-ON DENIED - ARCHIVE INQUIRY CLOSED."
010250         GOBACK
010260     END-IF.
010270     MOVE "L" TO SCOPE-REQUEST.
010280     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
010290         SCOPE-REQUEST INQ-SITE-ID SCOPE-REGION SCOPE-RESULT.
010300     PERFORM 1000-ONE-INQUIRY THRU 1000-EXIT
010400         UNTIL INQUIRY-IS-DONE.
010500     GOBACK.
011500         MOVE "Y" TO INQUIRY-DONE-SWITCH
011600         GO TO 1000-EXIT
011700     END-IF.
011710     MOVE "C" TO SCOPE-REQUEST.
011720     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
011730         SCOPE-REQUEST INQ-SITE-ID SCOPE-REGION SCOPE-RESULT.
011740     IF NOT SITE-IN-SCOPE
011750         GO TO 1000-EXIT
011760     END-IF.
011800     DISPLAY "ENTER FROM DATE (YYYYMMDD): ".
011900     ACCEPT INQ-FROM-DATE.
012000     DISPLAY "ENTER TO DATE (YYYYMMDD): ".
