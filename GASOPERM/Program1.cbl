000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASOPERM.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  MAINTENANCE FRONT END OVER THE
001100*                  GASOPER OPERATOR MASTER, WHICH UNTIL NOW WAS
001200*                  ONLY EVER LOADED BY HAND FROM THE STAFF LIST.
001300*                  SUPERVISOR ONLY.  ADD AN OPERATOR WITH AN
001400*                  ISSUED PIN, CHANGE AN OPERATOR'S AUTHORITY
001500*                  LEVEL, DISABLE AN OPERATOR, RESET A PIN (WHICH
001600*                  ALSO CLEARS A LOCKOUT AND RESTARTS THE DORMANT
001700*                  CLOCK), AND INQUIRE.  A SUPERVISOR MAY NOT
001800*                  CHANGE, DISABLE OR RESET THEIR OWN ID.  EVERY
001900*                  CHANGE GOES TO THE GASAUDT AUDIT TRAIL WITH
002000*                  THE PIN MASKED, AND EVERY PIN RESET ALSO GOES
002100*                  TO THE GASSECL SECURITY LOG FOR GASSECLR.
002110* 2026-10-15  DRH  REGION SCOPE.  NEW OPTION 6 SETS AN OPERATOR'S
002120*                  REGIONS (UP TO THREE SM-REGION VALUES) OR THE
002130*                  HEAD-OFFICE FLAG, AND AN ADD NOW ASKS FOR THEM.
002140*                  A SUPERVISOR MAY ONLY GIVE OUT REGIONS IN THEIR
002150*                  OWN SCOPE, ONLY HEAD OFFICE MAY GRANT HEAD
002160*                  OFFICE, AND AN OPERATOR WITH A REGION OUTSIDE
002170*                  THE SUPERVISOR'S SCOPE CANNOT BE RE-SCOPED,
002180*                  CHANGED, DISABLED OR HAVE THEIR PIN RESET BY
002190*                  THEM.  REFUSALS ARE LOGGED TO GASSECL.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPERATOR-MASTER-FILE ASSIGN TO "GASOPER"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS OP-OPERATOR-ID
003300         FILE STATUS IS OPER-FILE-STATUS.
003400     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS AUDIT-FILE-STATUS.
003700     SELECT GAS-SECLOG-FILE ASSIGN TO "GASSECL"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS SECLOG-FILE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OPERATOR-MASTER-FILE.
004400     COPY GASOPER.
004500
004600 FD  AUDIT-TRAIL-FILE.
004700     COPY GASAUDT.
004800
004900 FD  GAS-SECLOG-FILE.
005000     COPY GASSECL.
005100
005200 WORKING-STORAGE SECTION.
005300 01  MENU-CHOICE                     PIC 9(01) VALUE ZERO.
005400     88  MENU-DONE                   VALUE 9.
005500 01  OPER-FILE-STATUS                PIC X(02).
005600 01  AUDIT-FILE-STATUS               PIC X(02).
005700 01  SECLOG-FILE-STATUS              PIC X(02).
005800
005900 01  SWITCHES.
006000     05  OPERATOR-FOUND-SWITCH       PIC X(01) VALUE "N".
006100         88  OPERATOR-WAS-FOUND      VALUE "Y".
006200     05  SIGNON-RESULT               PIC X(01) VALUE "N".
006300         88  OPERATOR-SIGNED-ON      VALUE "Y".
006400     05  ACTION-OK-SWITCH            PIC X(01) VALUE "N".
006500         88  ACTION-SUCCEEDED        VALUE "Y".
006510     05  SCOPE-RESULT                PIC X(01) VALUE "N".
006520         88  SITE-IN-SCOPE           VALUE "Y".
006530     05  REGIONS-DONE-SWITCH         PIC X(01) VALUE "N".
006540         88  REGIONS-ARE-DONE        VALUE "Y".
006600
006700 01  ENTRY-OPERATOR-ID               PIC X(06) VALUE SPACES.
006800 01  ENTRY-OPERATOR-NAME             PIC X(20) VALUE SPACES.
006900 01  ENTRY-AUTHORITY                 PIC X(01) VALUE SPACE.
007000     88  ENTRY-AUTHORITY-VALID       VALUE "S" "C".
007100 01  ENTRY-PIN                       PIC X(04) VALUE SPACES.
007200 01  ENTRY-CONFIRM                   PIC X(01) VALUE SPACE.
007300     88  ENTRY-CONFIRMED             VALUE "Y".
007400 01  RESET-REASON                    PIC X(02) VALUE SPACES.
007405
007410*****************************************************************
007415* ENTRY-REGION-SCOPE AND CHECK-REGION-SCOPE ARE LAID OUT AS
007420* OP-REGION-SCOPE ON GASOPER.
007425*****************************************************************
007430 01  ENTRY-REGION-SCOPE.
007435     05  ENTRY-ALL-REGIONS-FLAG      PIC X(01).
007440         88  ENTRY-ALL-REGIONS       VALUE "Y".
007445     05  ENTRY-REGION                PIC X(10) OCCURS 3 TIMES.
007450 01  CHECK-REGION-SCOPE.
007455     05  CHECK-ALL-REGIONS-FLAG      PIC X(01).
007460         88  CHECK-ALL-REGIONS       VALUE "Y".
007465     05  CHECK-REGION                PIC X(10) OCCURS 3 TIMES.
007470 01  REGION-SUB                      PIC 9(01) VALUE ZERO COMP.
007500
007600 01  PROGRAM-NAME                    PIC X(08) VALUE "GASOPERM".
007700 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
007800 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
007900     88  OPERATOR-IS-SUPERVISOR      VALUE "S".
008000 01  TODAY-DATE                      PIC 9(08).
008100 01  TODAY-TIME                      PIC 9(08).
008200 01  AUDIT-ACTION                    PIC X(10) VALUE SPACES.
008300 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
008400 01  AUDIT-AFTER-IMAGE               PIC X(80) VALUE SPACES.
008410 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
008420 01  SCOPE-SITE-ID                   PIC X(05) VALUE SPACES.
008430 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
008500
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800* 0000-MAINLINE - THE WHOLE PROGRAM IS SUPERVISOR ONLY
008900*****************************************************************
009000 0000-MAINLINE.
009100     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
009200     ACCEPT TODAY-TIME FROM TIME.
009300     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
009400         SIGNON-AUTHORITY SIGNON-RESULT.
009500     IF NOT OPERATOR-SIGNED-ON
009600         DISPLAY "SIGN-ON DENIED - OPERATOR MAINTENANCE CLOSED."
009700         STOP RUN
009800     END-IF.
009900     IF NOT OPERATOR-IS-SUPERVISOR
010000         DISPLAY "OPERATOR MAINTENANCE IS SUPERVISOR ONLY - "
010100             "REQUEST DENIED."
010200         STOP RUN
010300     END-IF.
010310     MOVE "L" TO SCOPE-REQUEST.
010320     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
010330         SCOPE-REQUEST SCOPE-SITE-ID SCOPE-REGION SCOPE-RESULT.
010400     PERFORM 1000-OPEN-OPERATOR-MASTER THRU 1000-EXIT.
010500     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
010600         UNTIL MENU-DONE.
010700     CLOSE OPERATOR-MASTER-FILE.
010800     STOP RUN.
010900
011000*****************************************************************
011100* 1000-OPEN-OPERATOR-MASTER - GASSIGN HAS JUST READ THE MASTER TO
011200* SIGN THE SUPERVISOR ON, SO IT IS EXPECTED TO BE THERE.  ANYTHING
011300* BUT A CLEAN OPEN CLOSES THE PROGRAM.
011400*****************************************************************
011500 1000-OPEN-OPERATOR-MASTER.
011600     OPEN I-O OPERATOR-MASTER-FILE.
011700     IF OPER-FILE-STATUS NOT = "00"
011800         DISPLAY "GASOPER OPERATOR MASTER NOT AVAILABLE, STATUS "
011900             OPER-FILE-STATUS " - OPERATOR MAINTENANCE CLOSED."
012000         STOP RUN
012100     END-IF.
012200     GO TO 1000-EXIT.
012300 1000-EXIT.
012400     EXIT.
012500
012600*****************************************************************
012700* 2000-SHOW-MENU
012800*****************************************************************
012900 2000-SHOW-MENU.
013000     DISPLAY "==============================================".
013100     DISPLAY " OPERATOR MASTER MAINTENANCE".
013200     DISPLAY "   1.  ADD AN OPERATOR".
013300     DISPLAY "   2.  CHANGE AN OPERATOR'S AUTHORITY LEVEL".
013400     DISPLAY "   3.  DISABLE AN OPERATOR".
013500     DISPLAY "   4.  RESET AN OPERATOR'S PIN".
013600     DISPLAY "   5.  INQUIRE ON AN OPERATOR".
013610     DISPLAY "   6.  CHANGE AN OPERATOR'S REGIONS".
013700     DISPLAY "   9.  EXIT".
013800     DISPLAY "==============================================".
013900     DISPLAY "ENTER YOUR CHOICE: ".
014000     ACCEPT MENU-CHOICE.
014100     EVALUATE MENU-CHOICE
014200         WHEN 1
014300             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
014400         WHEN 2
014500             PERFORM 4000-CHANGE-AUTHORITY THRU 4000-EXIT
014600         WHEN 3
014700             PERFORM 5000-DISABLE-OPERATOR THRU 5000-EXIT
014800         WHEN 4
014900             PERFORM 5500-RESET-PIN THRU 5500-EXIT
015000         WHEN 5
015100             PERFORM 6000-INQUIRE-OPERATOR THRU 6000-EXIT
015110         WHEN 6
015120             PERFORM 6500-CHANGE-REGIONS THRU 6500-EXIT
015200         WHEN 9
015300             CONTINUE
015400         WHEN OTHER
015500             DISPLAY "INVALID CHOICE - RE-ENTER."
015600     END-EVALUATE.
015700     GO TO 2000-EXIT.
015800 2000-EXIT.
015900     EXIT.
016000
016100*****************************************************************
016200* 3000-ADD-OPERATOR - WRITE A NEW ACTIVE OPERATOR WITH AN ISSUED
016300* PIN.  THE OPERATOR MUST CHANGE IT AT THE FIRST SIGN-ON.
016400*****************************************************************
016500 3000-ADD-OPERATOR.
016600     DISPLAY "ENTER OPERATOR ID (6 CHARACTERS): ".
016700     MOVE SPACES TO ENTRY-OPERATOR-ID.
016800     ACCEPT ENTRY-OPERATOR-ID.
016900     IF ENTRY-OPERATOR-ID = SPACES
017000         DISPLAY "OPERATOR ID MAY NOT BE BLANK - ADD CANCELLED."
017100         GO TO 3000-EXIT
017200     END-IF.
017300     DISPLAY "ENTER OPERATOR NAME: ".
017400     MOVE SPACES TO ENTRY-OPERATOR-NAME.
017500     ACCEPT ENTRY-OPERATOR-NAME.
017600     DISPLAY "ENTER AUTHORITY LEVEL (S = SUPERVISOR, "
017700         "C = CLERK): ".
017800     MOVE SPACE TO ENTRY-AUTHORITY.
017900     ACCEPT ENTRY-AUTHORITY.
018000     IF NOT ENTRY-AUTHORITY-VALID
018100         DISPLAY "AUTHORITY LEVEL MUST BE S OR C - ADD CANCELLED."
018200         GO TO 3000-EXIT
018300     END-IF.
018310     PERFORM 7200-ACCEPT-REGIONS THRU 7200-EXIT.
018320     IF NOT ACTION-SUCCEEDED
018330         DISPLAY "ADD CANCELLED."
018340         GO TO 3000-EXIT
018350     END-IF.
018400     PERFORM 7100-ACCEPT-ISSUED-PIN THRU 7100-EXIT.
018500     IF ENTRY-PIN = SPACES
018600         DISPLAY "ADD CANCELLED."
018700         GO TO 3000-EXIT
018800     END-IF.
018900     MOVE SPACES              TO OP-OPERATOR-RECORD.
019000     MOVE ENTRY-OPERATOR-ID   TO OP-OPERATOR-ID.
019100     MOVE ENTRY-OPERATOR-NAME TO OP-OPERATOR-NAME.
019200     MOVE ENTRY-AUTHORITY     TO OP-AUTHORITY-LEVEL.
019300     MOVE ENTRY-PIN           TO OP-SIGNON-PIN.
019400     MOVE "A"                 TO OP-STATUS-FLAG.
019500     MOVE ZERO                TO OP-FAILED-PIN-COUNT.
019600     MOVE TODAY-DATE          TO OP-LAST-ACTIVE-DATE.
019700     MOVE "Y"                 TO OP-PIN-CHANGE-FLAG.
019710     MOVE ENTRY-REGION-SCOPE  TO OP-REGION-SCOPE.
019800     MOVE "N" TO ACTION-OK-SWITCH.
019900     WRITE OP-OPERATOR-RECORD
020000         INVALID KEY
020100             DISPLAY "OPERATOR " ENTRY-OPERATOR-ID " ALREADY ON "
020200                 "FILE - NOT ADDED."
020300         NOT INVALID KEY
020400             DISPLAY "OPERATOR " ENTRY-OPERATOR-ID " ADDED.  THE "
020500                 "PIN MUST BE CHANGED AT FIRST SIGN-ON."
020600             MOVE "Y" TO ACTION-OK-SWITCH
020700     END-WRITE.
020800     IF ACTION-SUCCEEDED
020900         MOVE "ADD       " TO AUDIT-ACTION
021000         MOVE SPACES TO AUDIT-BEFORE-IMAGE
021100         MOVE OP-OPERATOR-RECORD TO AUDIT-AFTER-IMAGE
021200         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
021300     END-IF.
021400     GO TO 3000-EXIT.
021500 3000-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900* 4000-CHANGE-AUTHORITY - SWAP AN OPERATOR BETWEEN SUPERVISOR AND
022000* CLERK.  NOT ALLOWED ON THE SIGNED-ON SUPERVISOR'S OWN ID.
022100*****************************************************************
022200 4000-CHANGE-AUTHORITY.
022300     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT.
022400     IF NOT OPERATOR-WAS-FOUND
022500         GO TO 4000-EXIT
022600     END-IF.
022610     MOVE OP-REGION-SCOPE TO CHECK-REGION-SCOPE.
022620     PERFORM 7300-CHECK-REGION-SCOPE THRU 7300-EXIT.
022630     IF NOT SITE-IN-SCOPE
022640         GO TO 4000-EXIT
022650     END-IF.
022700     IF OP-OPERATOR-ID = SIGNON-OPERATOR-ID
022800         DISPLAY "YOU MAY NOT CHANGE YOUR OWN AUTHORITY LEVEL - "
022900             "REQUEST DENIED."
023000         GO TO 4000-EXIT
023100     END-IF.
023200     DISPLAY "CURRENT AUTHORITY LEVEL: " OP-AUTHORITY-LEVEL.
023300     DISPLAY "ENTER NEW AUTHORITY LEVEL (S = SUPERVISOR, "
023400         "C = CLERK): ".
023500     MOVE SPACE TO ENTRY-AUTHORITY.
023600     ACCEPT ENTRY-AUTHORITY.
023700     IF NOT ENTRY-AUTHORITY-VALID
023800         DISPLAY "AUTHORITY LEVEL MUST BE S OR C - NOT CHANGED."
023900         GO TO 4000-EXIT
024000     END-IF.
024100     IF ENTRY-AUTHORITY = OP-AUTHORITY-LEVEL
024200         DISPLAY "OPERATOR " OP-OPERATOR-ID " ALREADY HAS "
024300             "AUTHORITY LEVEL " OP-AUTHORITY-LEVEL "."
024400         GO TO 4000-EXIT
024500     END-IF.
024600     MOVE OP-OPERATOR-RECORD TO AUDIT-BEFORE-IMAGE.
024700     MOVE ENTRY-AUTHORITY TO OP-AUTHORITY-LEVEL.
024800     MOVE "N" TO ACTION-OK-SWITCH.
024900     REWRITE OP-OPERATOR-RECORD
025000         INVALID KEY
025100             DISPLAY "REWRITE FAILED, STATUS " OPER-FILE-STATUS
025200         NOT INVALID KEY
025300             DISPLAY "OPERATOR " OP-OPERATOR-ID
025400                 " AUTHORITY LEVEL CHANGED TO "
025500                 OP-AUTHORITY-LEVEL "."
025600             MOVE "Y" TO ACTION-OK-SWITCH
025700     END-REWRITE.
025800     IF ACTION-SUCCEEDED
025900         MOVE "AUTHORITY " TO AUDIT-ACTION
026000         MOVE OP-OPERATOR-RECORD TO AUDIT-AFTER-IMAGE
026100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
026200     END-IF.
026300     GO TO 4000-EXIT.
026400 4000-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800* 5000-DISABLE-OPERATOR - THE ROW IS KEPT SO THE AUDIT TRAIL AND
026900* SECURITY LOG FOR THE ID STAY EXPLAINABLE.  GASSIGN REFUSES A
027000* DISABLED ID, AND A PIN RESET DOES NOT BRING IT BACK.
027100*****************************************************************
027200 5000-DISABLE-OPERATOR.
027300     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT.
027400     IF NOT OPERATOR-WAS-FOUND
027500         GO TO 5000-EXIT
027600     END-IF.
027610     MOVE OP-REGION-SCOPE TO CHECK-REGION-SCOPE.
027620     PERFORM 7300-CHECK-REGION-SCOPE THRU 7300-EXIT.
027630     IF NOT SITE-IN-SCOPE
027640         GO TO 5000-EXIT
027650     END-IF.
027700     IF OP-OPERATOR-ID = SIGNON-OPERATOR-ID
027800         DISPLAY "YOU MAY NOT DISABLE YOUR OWN ID - "
027900             "REQUEST DENIED."
028000         GO TO 5000-EXIT
028100     END-IF.
028200     IF OP-ID-DISABLED
028300         DISPLAY "OPERATOR " OP-OPERATOR-ID
028400             " IS ALREADY DISABLED."
028500         GO TO 5000-EXIT
028600     END-IF.
028700     DISPLAY "DISABLE OPERATOR " OP-OPERATOR-ID " "
028800         OP-OPERATOR-NAME " (Y/N)? ".
028900     MOVE SPACE TO ENTRY-CONFIRM.
029000     ACCEPT ENTRY-CONFIRM.
029100     IF NOT ENTRY-CONFIRMED
029200         DISPLAY "NOT DISABLED."
029300         GO TO 5000-EXIT
029400     END-IF.
029500     MOVE OP-OPERATOR-RECORD TO AUDIT-BEFORE-IMAGE.
029600     MOVE "D" TO OP-STATUS-FLAG.
029700     MOVE "N" TO ACTION-OK-SWITCH.
029800     REWRITE OP-OPERATOR-RECORD
029900         INVALID KEY
030000             DISPLAY "REWRITE FAILED, STATUS " OPER-FILE-STATUS
030100         NOT INVALID KEY
030200             DISPLAY "OPERATOR " OP-OPERATOR-ID " DISABLED."
030300             MOVE "Y" TO ACTION-OK-SWITCH
030400     END-REWRITE.
030500     IF ACTION-SUCCEEDED
030600         MOVE "DISABLE   " TO AUDIT-ACTION
030700         MOVE OP-OPERATOR-RECORD TO AUDIT-AFTER-IMAGE
030800         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
030900     END-IF.
031000     GO TO 5000-EXIT.
031100 5000-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500* 5500-RESET-PIN - ISSUE A NEW PIN.  THIS IS THE ONLY WAY OUT OF
031600* A LOCKOUT OR A DORMANT REFUSAL: THE BAD-PIN COUNT IS CLEARED,
031700* A LOCKED ID GOES BACK TO ACTIVE, THE LAST ACTIVE DATE IS
031800* RESTAMPED, AND THE OPERATOR MUST CHANGE THE PIN AT THE NEXT
031900* SIGN-ON.  THE RESET IS LOGGED TO GASSECL AS WELL AS GASAUDT.
032000*****************************************************************
032100 5500-RESET-PIN.
032200     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT.
032300     IF NOT OPERATOR-WAS-FOUND
032400         GO TO 5500-EXIT
032500     END-IF.
032510     MOVE OP-REGION-SCOPE TO CHECK-REGION-SCOPE.
032520     PERFORM 7300-CHECK-REGION-SCOPE THRU 7300-EXIT.
032530     IF NOT SITE-IN-SCOPE
032540         GO TO 5500-EXIT
032550     END-IF.
032600     IF OP-OPERATOR-ID = SIGNON-OPERATOR-ID
032700         DISPLAY "YOU MAY NOT RESET YOUR OWN PIN - ASK ANOTHER "
032800             "SUPERVISOR."
032900         GO TO 5500-EXIT
033000     END-IF.
033100     IF OP-ID-DISABLED
033200         DISPLAY "OPERATOR " OP-OPERATOR-ID " IS DISABLED - PIN "
033300             "NOT RESET."
033400         GO TO 5500-EXIT
033500     END-IF.
033600     PERFORM 7100-ACCEPT-ISSUED-PIN THRU 7100-EXIT.
033700     IF ENTRY-PIN = SPACES
033800         DISPLAY "PIN NOT RESET."
033900         GO TO 5500-EXIT
034000     END-IF.
034100     MOVE SPACES TO RESET-REASON.
034200     IF OP-ID-LOCKED
034300         MOVE "LK" TO RESET-REASON
034400     END-IF.
034500     IF OP-SIGNON-PIN = SPACES
034600         MOVE "NP" TO RESET-REASON
034700     END-IF.
034800     MOVE OP-OPERATOR-RECORD TO AUDIT-BEFORE-IMAGE.
034900     MOVE ENTRY-PIN  TO OP-SIGNON-PIN.
035000     MOVE "A"        TO OP-STATUS-FLAG.
035100     MOVE ZERO       TO OP-FAILED-PIN-COUNT.
035200     MOVE TODAY-DATE TO OP-LAST-ACTIVE-DATE.
035300     MOVE "Y"        TO OP-PIN-CHANGE-FLAG.
035400     MOVE "N" TO ACTION-OK-SWITCH.
035500     REWRITE OP-OPERATOR-RECORD
035600         INVALID KEY
035700             DISPLAY "REWRITE FAILED, STATUS " OPER-FILE-STATUS
035800         NOT INVALID KEY
035900             DISPLAY "OPERATOR " OP-OPERATOR-ID
036000                 " PIN RESET.  THE PIN MUST BE CHANGED AT NEXT "
036100                 "SIGN-ON."
036200             MOVE "Y" TO ACTION-OK-SWITCH
036300     END-REWRITE.
036400     IF ACTION-SUCCEEDED
036500         MOVE "RESETPIN  " TO AUDIT-ACTION
036600         MOVE OP-OPERATOR-RECORD TO AUDIT-AFTER-IMAGE
036700         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036800         PERFORM 8500-LOG-PIN-RESET THRU 8500-EXIT
036900     END-IF.
037000     GO TO 5500-EXIT.
037100 5500-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500* 6000-INQUIRE-OPERATOR - THE PIN ITSELF IS NEVER SHOWN
037600*****************************************************************
037700 6000-INQUIRE-OPERATOR.
037800     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT.
037900     IF NOT OPERATOR-WAS-FOUND
038000         GO TO 6000-EXIT
038100     END-IF.
038200     DISPLAY "OPERATOR ID:      " OP-OPERATOR-ID.
038300     DISPLAY "OPERATOR NAME:    " OP-OPERATOR-NAME.
038400     DISPLAY "AUTHORITY LEVEL:  " OP-AUTHORITY-LEVEL.
038500     DISPLAY "STATUS:           " OP-STATUS-FLAG.
038600     DISPLAY "WRONG PINS:       " OP-FAILED-PIN-COUNT.
038700     DISPLAY "LAST ACTIVE:      " OP-LAST-ACTIVE-DATE.
038800     DISPLAY "PIN CHANGE DUE:   " OP-PIN-CHANGE-FLAG.
038810     PERFORM 6100-SHOW-REGIONS THRU 6100-EXIT.
038900     IF OP-SIGNON-PIN = SPACES
039000         DISPLAY "NO PIN ISSUED - RESET THE PIN BEFORE THIS "
039100             "OPERATOR CAN SIGN ON."
039200     END-IF.
039300     GO TO 6000-EXIT.
039400 6000-EXIT.
039500     EXIT.
039600
039601*****************************************************************
039602* 6100-SHOW-REGIONS - THE OPERATOR'S REGION SCOPE
039603*****************************************************************
039604 6100-SHOW-REGIONS.
039605     IF OP-ALL-REGIONS
039606         DISPLAY "REGIONS:          ALL - HEAD OFFICE"
039607         GO TO 6100-EXIT
039608     END-IF.
039609     IF OP-REGION (1) = SPACES
039610         AND OP-REGION (2) = SPACES
039611         AND OP-REGION (3) = SPACES
039612         DISPLAY "REGIONS:          NONE - NO SITES IN SCOPE"
039613         GO TO 6100-EXIT
039614     END-IF.
039615     DISPLAY "REGIONS:          " OP-REGION (1) " "
039616         OP-REGION (2) " " OP-REGION (3).
039617     GO TO 6100-EXIT.
039618 6100-EXIT.
039619     EXIT.
039620
039621*****************************************************************
039622* 6500-CHANGE-REGIONS - REPLACE AN OPERATOR'S REGIONS OR SET THE
039623* HEAD-OFFICE FLAG.  NOT ALLOWED ON THE SIGNED-ON SUPERVISOR'S OWN
039624* ID, NOR ON AN OPERATOR WHO ALREADY HOLDS A REGION OUTSIDE THE
039625* SUPERVISOR'S SCOPE.
039626*****************************************************************
039627 6500-CHANGE-REGIONS.
039628     PERFORM 7000-FETCH-OPERATOR THRU 7000-EXIT.
039629     IF NOT OPERATOR-WAS-FOUND
039630         GO TO 6500-EXIT
039631     END-IF.
039632     IF OP-OPERATOR-ID = SIGNON-OPERATOR-ID
039633         DISPLAY "YOU MAY NOT CHANGE YOUR OWN REGIONS - "
039634             "REQUEST DENIED."
039635         GO TO 6500-EXIT
039636     END-IF.
039637     PERFORM 6100-SHOW-REGIONS THRU 6100-EXIT.
039638     MOVE OP-REGION-SCOPE TO CHECK-REGION-SCOPE.
039639     PERFORM 7300-CHECK-REGION-SCOPE THRU 7300-EXIT.
039640     IF NOT SITE-IN-SCOPE
039641         GO TO 6500-EXIT
039642     END-IF.
039643     PERFORM 7200-ACCEPT-REGIONS THRU 7200-EXIT.
039644     IF NOT ACTION-SUCCEEDED
039645         DISPLAY "REGIONS NOT CHANGED."
039646         GO TO 6500-EXIT
039647     END-IF.
039648     IF ENTRY-REGION-SCOPE = OP-REGION-SCOPE
039649         DISPLAY "OPERATOR " OP-OPERATOR-ID " ALREADY HAS THOSE "
039650             "REGIONS."
039651         GO TO 6500-EXIT
039652     END-IF.
039653     MOVE OP-OPERATOR-RECORD TO AUDIT-BEFORE-IMAGE.
039654     MOVE ENTRY-REGION-SCOPE TO OP-REGION-SCOPE.
039655     MOVE "N" TO ACTION-OK-SWITCH.
039656     REWRITE OP-OPERATOR-RECORD
039657         INVALID KEY
039658             DISPLAY "REWRITE FAILED, STATUS " OPER-FILE-STATUS
039659         NOT INVALID KEY
039660             DISPLAY "OPERATOR " OP-OPERATOR-ID
039661                 " REGIONS CHANGED."
039662             MOVE "Y" TO ACTION-OK-SWITCH
039663     END-REWRITE.
039664     IF ACTION-SUCCEEDED
039665         MOVE "REGIONS   " TO AUDIT-ACTION
039666         MOVE OP-OPERATOR-RECORD TO AUDIT-AFTER-IMAGE
039667         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
039668     END-IF.
039669     GO TO 6500-EXIT.
039670 6500-EXIT.
039671     EXIT.
039672
039700*****************************************************************
039800* 7000-FETCH-OPERATOR - PROMPT FOR AN OPERATOR ID AND READ ITS
039900* MASTER ROW
040000*****************************************************************
040100 7000-FETCH-OPERATOR.
040200     MOVE "N" TO OPERATOR-FOUND-SWITCH.
040300     DISPLAY "ENTER OPERATOR ID: ".
040400     MOVE SPACES TO ENTRY-OPERATOR-ID.
040500     ACCEPT ENTRY-OPERATOR-ID.
040600     MOVE ENTRY-OPERATOR-ID TO OP-OPERATOR-ID.
040700     READ OPERATOR-MASTER-FILE
040800         INVALID KEY
040900             DISPLAY "OPERATOR " ENTRY-OPERATOR-ID " NOT ON FILE."
041000         NOT INVALID KEY
041100             MOVE "Y" TO OPERATOR-FOUND-SWITCH
041200     END-READ.
041300     GO TO 7000-EXIT.
041400 7000-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800* 7100-ACCEPT-ISSUED-PIN - A 4-DIGIT PIN FOR AN ADD OR A RESET.
041900* ENTRY-PIN COMES BACK SPACES IF WHAT WAS KEYED WILL NOT DO.
042000*****************************************************************
042100 7100-ACCEPT-ISSUED-PIN.
042200     DISPLAY "ENTER THE 4-DIGIT PIN TO ISSUE: ".
042300     MOVE SPACES TO ENTRY-PIN.
042400     ACCEPT ENTRY-PIN.
042500     IF ENTRY-PIN NOT NUMERIC
042600         DISPLAY "PIN MUST BE 4 DIGITS."
042700         MOVE SPACES TO ENTRY-PIN
042800     END-IF.
042900     GO TO 7100-EXIT.
043000 7100-EXIT.
043100     EXIT.
043200
043201*****************************************************************
043202* 7200-ACCEPT-REGIONS - HEAD OFFICE, OR UP TO THREE REGIONS, INTO
043203* ENTRY-REGION-SCOPE.  ACTION-OK-SWITCH COMES BACK "Y" ONLY WHEN
043204* ALL OF IT IS WITHIN THE SIGNED-ON SUPERVISOR'S OWN SCOPE.
043205*****************************************************************
043206 7200-ACCEPT-REGIONS.
043207     MOVE "N" TO ACTION-OK-SWITCH.
043208     MOVE SPACES TO ENTRY-REGION-SCOPE.
043209     DISPLAY "HEAD OFFICE - ALL REGIONS (Y/N)? ".
043210     MOVE SPACE TO ENTRY-CONFIRM.
043211     ACCEPT ENTRY-CONFIRM.
043212     IF ENTRY-CONFIRMED
043213         MOVE "Y" TO ENTRY-ALL-REGIONS-FLAG
043214     ELSE
043215         MOVE "N" TO ENTRY-ALL-REGIONS-FLAG
043216         MOVE "N" TO REGIONS-DONE-SWITCH
043217         PERFORM 7210-ACCEPT-ONE-REGION THRU 7210-EXIT
043218             VARYING REGION-SUB FROM 1 BY 1
043219             UNTIL REGION-SUB > 3
043220             OR REGIONS-ARE-DONE
043221     END-IF.
043222     IF NOT ENTRY-ALL-REGIONS
043223         AND ENTRY-REGION (1) = SPACES
043224         DISPLAY "NO REGION GIVEN - THE OPERATOR WILL SEE "
043225             "NO SITES."
043226     END-IF.
043227     MOVE ENTRY-REGION-SCOPE TO CHECK-REGION-SCOPE.
043228     PERFORM 7300-CHECK-REGION-SCOPE THRU 7300-EXIT.
043229     IF SITE-IN-SCOPE
043230         MOVE "Y" TO ACTION-OK-SWITCH
043231     END-IF.
043232     GO TO 7200-EXIT.
043233 7200-EXIT.
043234     EXIT.
043235
043236 7210-ACCEPT-ONE-REGION.
043237     DISPLAY "ENTER REGION " REGION-SUB " (BLANK = NO MORE): ".
043238     ACCEPT ENTRY-REGION (REGION-SUB).
043239     IF ENTRY-REGION (REGION-SUB) = SPACES
043240         MOVE "Y" TO REGIONS-DONE-SWITCH
043241     END-IF.
043242     GO TO 7210-EXIT.
043243 7210-EXIT.
043244     EXIT.
043245
043246*****************************************************************
043247* 7300-CHECK-REGION-SCOPE - IS ALL OF CHECK-REGION-SCOPE WITHIN
043248* THE SIGNED-ON SUPERVISOR'S OWN SCOPE?  THE HEAD-OFFICE FLAG
043249* NEEDS A HEAD-OFFICE SUPERVISOR.  GASRGNK SHOWS AND LOGS THE
043250* FIRST REFUSAL.
043251*****************************************************************
043252 7300-CHECK-REGION-SCOPE.
043253     MOVE "Y" TO SCOPE-RESULT.
043254     MOVE SPACES TO SCOPE-SITE-ID.
043255     IF CHECK-ALL-REGIONS
043256         MOVE "C" TO SCOPE-REQUEST
043257         CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
043258             SCOPE-REQUEST SCOPE-SITE-ID SCOPE-REGION SCOPE-RESULT
043259         GO TO 7300-EXIT
043260     END-IF.
043261     PERFORM 7310-CHECK-ONE-REGION THRU 7310-EXIT
043262         VARYING REGION-SUB FROM 1 BY 1
043263         UNTIL REGION-SUB > 3
043264         OR NOT SITE-IN-SCOPE.
043265     GO TO 7300-EXIT.
043266 7300-EXIT.
043267     EXIT.
043268
043269 7310-CHECK-ONE-REGION.
043270     IF CHECK-REGION (REGION-SUB) = SPACES
043271         GO TO 7310-EXIT
043272     END-IF.
043273     MOVE "R" TO SCOPE-REQUEST.
043274     MOVE CHECK-REGION (REGION-SUB) TO SCOPE-REGION.
043275     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
043276         SCOPE-REQUEST SCOPE-SITE-ID SCOPE-REGION SCOPE-RESULT.
043277     GO TO 7310-EXIT.
043278 7310-EXIT.
043279     EXIT.
043280
043300*****************************************************************
043400* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER CHANGE: WHO, WHEN,
043500* WHAT, AND THE BEFORE AND AFTER VALUES.  THE PIN (POSITIONS 28
043600* TO 31 OF THE OPERATOR RECORD) IS MASKED IN BOTH IMAGES.  A
043700* TRAIL THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE
043800* CHANGE.
043900*****************************************************************
044000 8000-WRITE-AUDIT.
044100     IF AUDIT-BEFORE-IMAGE NOT = SPACES
044200         MOVE "****" TO AUDIT-BEFORE-IMAGE (28:4)
044300     END-IF.
044400     IF AUDIT-AFTER-IMAGE NOT = SPACES
044500         MOVE "****" TO AUDIT-AFTER-IMAGE (28:4)
044600     END-IF.
044700     OPEN EXTEND AUDIT-TRAIL-FILE.
044800     IF AUDIT-FILE-STATUS = "35"
044900         OPEN OUTPUT AUDIT-TRAIL-FILE
045000     END-IF.
045100     IF AUDIT-FILE-STATUS NOT = "00" AND NOT = "05"
045200         DISPLAY "WARNING - GASAUDT NOT AVAILABLE, STATUS "
045300             AUDIT-FILE-STATUS ".  CHANGE NOT AUDITED."
045400         GO TO 8000-EXIT
045500     END-IF.
045600     MOVE SPACES             TO AU-AUDIT-RECORD.
045700     MOVE TODAY-DATE         TO AU-AUDIT-DATE.
045800     MOVE TODAY-TIME         TO AU-AUDIT-TIME.
045900     MOVE SIGNON-OPERATOR-ID TO AU-OPERATOR-ID.
046000     MOVE PROGRAM-NAME       TO AU-PROGRAM-ID.
046100     MOVE AUDIT-ACTION       TO AU-ACTION.
046200     MOVE OP-OPERATOR-ID     TO AU-RECORD-KEY.
046300     MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
046400     MOVE AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
046500     WRITE AU-AUDIT-RECORD.
046600     CLOSE AUDIT-TRAIL-FILE.
046700     GO TO 8000-EXIT.
046800 8000-EXIT.
046900     EXIT.
047000
047100*****************************************************************
047200* 8500-LOG-PIN-RESET - A GASSECL ROW WITH RESULT "R" UNDER THE
047300* OPERATOR WHOSE PIN WAS RESET, WITH THE SUPERVISOR WHO DID IT IN
047400* SL-ACTING-ID AND WHAT THE RESET CLEARED (LK = A LOCKOUT, NP = NO
047500* PIN ISSUED) IN SL-REASON-CODE.
047600*****************************************************************
047700 8500-LOG-PIN-RESET.
047800     OPEN EXTEND GAS-SECLOG-FILE.
047900     IF SECLOG-FILE-STATUS = "35"
048000         OPEN OUTPUT GAS-SECLOG-FILE
048100     END-IF.
048200     IF SECLOG-FILE-STATUS NOT = "00" AND NOT = "05"
048300         DISPLAY "WARNING - GASSECL NOT AVAILABLE, STATUS "
048400             SECLOG-FILE-STATUS ".  PIN RESET NOT LOGGED."
048500         GO TO 8500-EXIT
048600     END-IF.
048700     MOVE SPACES             TO SL-SECLOG-RECORD.
048800     MOVE OP-OPERATOR-ID     TO SL-OPERATOR-ID.
048900     MOVE TODAY-DATE         TO SL-CHECK-DATE.
049000     MOVE TODAY-TIME         TO SL-CHECK-TIME.
049100     MOVE PROGRAM-NAME       TO SL-PROGRAM-ID.
049200     MOVE "R"                TO SL-RESULT.
049300     MOVE RESET-REASON       TO SL-REASON-CODE.
049400     MOVE SIGNON-OPERATOR-ID TO SL-ACTING-ID.
049500     WRITE SL-SECLOG-RECORD.
049600     CLOSE GAS-SECLOG-FILE.
049700     GO TO 8500-EXIT.
049800 8500-EXIT.
049900     EXIT.
050000
050100 END PROGRAM GASOPERM.
