000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASRGNK.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  REGION SCOPE CHECK, CALLED BY THE
001100*                  INQUIRY, MAINTENANCE AND STATUS SCREENS AFTER
001200*                  GASSIGN HAS SIGNED THE OPERATOR ON.  GASSIGN
001300*                  SAYS WHO THE OPERATOR IS; THIS MODULE SAYS
001400*                  WHICH SITES THEY MAY SEE OR CHANGE.  EACH
001500*                  OPERATOR HOLDS UP TO THREE SM-REGION VALUES ON
001600*                  GASOPER, OR THE HEAD-OFFICE FLAG FOR EVERY
001700*                  REGION.  A SITE IS IN SCOPE WHEN ITS GASSITE
001800*                  REGION IS ONE OF THE OPERATOR'S.  A SITE NOT ON
001900*                  GASSITE HAS NO REGION, AND A REQUEST FOR THE
002000*                  WHOLE OPERATION HAS NONE EITHER; ONLY HEAD
002100*                  OFFICE MAY HAVE THOSE.  A REFUSED CHECK IS
002200*                  SHOWN TO THE OPERATOR AND LOGGED TO GASSECL
002300*                  (RESULT "D", REASON "RG") UNDER THE CALLER'S
002400*                  PROGRAM ID FOR GASSECLR.  A LIST SCREEN THAT
002500*                  ONLY LEAVES OUT OTHER REGIONS' ROWS ASKS WITH
002600*                  REQUEST "F", WHICH IS NOT LOGGED.  THE CHECK
002700*                  FAILS CLOSED: NO OPERATOR MASTER, NO SCOPE.
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPERATOR-MASTER-FILE ASSIGN TO "GASOPER"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS OP-OPERATOR-ID
003900         FILE STATUS IS OPER-FILE-STATUS.
004000     SELECT SITE-MASTER-FILE ASSIGN TO "GASSITE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SM-SITE-ID
004400         FILE STATUS IS SITE-FILE-STATUS.
004500     SELECT GAS-SECLOG-FILE ASSIGN TO "GASSECL"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS SECLOG-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  OPERATOR-MASTER-FILE.
005200     COPY GASOPER.
005300
005400 FD  SITE-MASTER-FILE.
005500     COPY GASSITE.
005600
005700 FD  GAS-SECLOG-FILE.
005800     COPY GASSECL.
005900
006000 WORKING-STORAGE SECTION.
006100 01  OPER-FILE-STATUS                PIC X(02).
006200 01  SITE-FILE-STATUS                PIC X(02).
006300 01  SECLOG-FILE-STATUS              PIC X(02).
006400
006500 01  SWITCHES.
006600     05  SITES-LOADED-SWITCH         PIC X(01) VALUE "N".
006700         88  SITES-ARE-LOADED        VALUE "Y".
006800     05  SITE-EOF-SWITCH             PIC X(01) VALUE "N".
006900         88  SITE-AT-EOF             VALUE "Y".
007000     05  ALL-REGIONS-SWITCH          PIC X(01) VALUE "N".
007100         88  OPERATOR-SEES-ALL       VALUE "Y".
007200
007300 01  TODAY-DATE                      PIC 9(08).
007400 01  TODAY-TIME                      PIC 9(08).
007500
007600*****************************************************************
007700* THE SIGNED-ON OPERATOR'S SCOPE, HELD UNTIL ANOTHER OPERATOR IS
007800* ASKED ABOUT OR THE CALLER ASKS FOR A RELOAD ("L")
007900*****************************************************************
008000 01  SCOPE-OPERATOR-ID               PIC X(06) VALUE LOW-VALUES.
008100 01  SCOPE-REGIONS.
008200     05  SCOPE-REGION                PIC X(10) OCCURS 3 TIMES.
008300 01  REGION-SUB                      PIC 9(01) VALUE ZERO COMP.
008400
008500*****************************************************************
008600* SITE TABLE - SITE ID AND REGION FOR EVERY GASSITE ROW, READ ON
008700* THE FIRST SITE QUESTION AND HELD FOR THE LIFE OF THE RUN.  A
008800* SITE NOT IN THE TABLE (ADDED SINCE, OR PAST THE TABLE) IS READ
008900* FROM GASSITE DIRECTLY.
009000*****************************************************************
009100 01  SITE-TABLE.
009200     05  ST-ENTRY OCCURS 2000 TIMES.
009300         10  ST-SITE-ID              PIC X(05).
009400         10  ST-REGION               PIC X(10).
009500 01  ST-STORED-COUNT                 PIC 9(04) VALUE ZERO COMP.
009600 01  ST-OVERFLOW-COUNT               PIC 9(06) VALUE ZERO COMP.
009700 01  ST-SUB                          PIC 9(04) VALUE ZERO COMP.
009800 01  ST-FOUND-SUB                    PIC 9(04) VALUE ZERO COMP.
009900
010000*****************************************************************
010100* LINKAGE SECTION - THE CALLER NAMES ITSELF AND THE SIGNED-ON
010200* OPERATOR, AND MAKES ONE REQUEST:
010300*   "L"  LOAD THE OPERATOR'S SCOPE FROM GASOPER (CALL RIGHT AFTER
010400*        GASSIGN).  LK-IN-SCOPE COMES BACK "Y" FOR HEAD OFFICE.
010500*   "C"  CHECK LK-SITE-ID.  ITS REGION COMES BACK IN LK-REGION.
010600*        SITE SPACES ASKS ABOUT THE WHOLE OPERATION.  A REFUSAL IS
010700*        SHOWN AND LOGGED.
010800*   "F"  AS "C", BUT NOTHING IS SHOWN OR LOGGED -- FOR LEAVING
010900*        OTHER REGIONS' ROWS OFF A LIST.
011000*   "R"  CHECK THE REGION IN LK-REGION ITSELF (A SITE BEING ADDED,
011100*        A REGION BEING ASSIGNED).  LK-SITE-ID IS ONLY LOGGED.
011200* LK-IN-SCOPE COMES BACK "Y" OR "N".
011300*****************************************************************
011400 LINKAGE SECTION.
011500 01  LK-PROGRAM-ID                   PIC X(08).
011600 01  LK-OPERATOR-ID                  PIC X(06).
011700 01  LK-SCOPE-REQUEST                PIC X(01).
011800 01  LK-SITE-ID                      PIC X(05).
011900 01  LK-REGION                       PIC X(10).
012000 01  LK-IN-SCOPE                     PIC X(01).
012100
012200 PROCEDURE DIVISION USING LK-PROGRAM-ID LK-OPERATOR-ID
012300     LK-SCOPE-REQUEST LK-SITE-ID LK-REGION LK-IN-SCOPE.
012400*****************************************************************
012500* 0000-MAINLINE
012600*****************************************************************
012700 0000-MAINLINE.
012800     MOVE "N" TO LK-IN-SCOPE.
012900     IF LK-SCOPE-REQUEST = "L"
013000         OR LK-OPERATOR-ID NOT = SCOPE-OPERATOR-ID
013100         PERFORM 1000-LOAD-OPERATOR THRU 1000-EXIT
013200     END-IF.
013300     IF LK-SCOPE-REQUEST = "L"
013400         IF OPERATOR-SEES-ALL
013500             MOVE "Y" TO LK-IN-SCOPE
013600         END-IF
013700         GOBACK
013800     END-IF.
013900     IF LK-SCOPE-REQUEST NOT = "R"
014000         MOVE SPACES TO LK-REGION
014100         IF LK-SITE-ID NOT = SPACES
014200             PERFORM 2000-FIND-SITE-REGION THRU 2000-EXIT
014300         END-IF
014400     END-IF.
014500     PERFORM 3000-JUDGE-SCOPE THRU 3000-EXIT.
014600     IF LK-IN-SCOPE = "N"
014700         AND LK-SCOPE-REQUEST NOT = "F"
014800         PERFORM 4000-REFUSE-REQUEST THRU 4000-EXIT
014900     END-IF.
015000     GOBACK.
015100
015200*****************************************************************
015300* 1000-LOAD-OPERATOR - THE OPERATOR'S REGIONS AND HEAD-OFFICE FLAG
015400* FROM GASOPER.  NOT ON FILE, OR FILE NOT AVAILABLE, LEAVES THE
015500* OPERATOR WITH NO SCOPE -- THE CHECK FAILS CLOSED.
015600*****************************************************************
015700 1000-LOAD-OPERATOR.
015800     MOVE LK-OPERATOR-ID TO SCOPE-OPERATOR-ID.
015900     MOVE SPACES TO SCOPE-REGIONS.
016000     MOVE "N" TO ALL-REGIONS-SWITCH.
016100     OPEN INPUT OPERATOR-MASTER-FILE.
016200     IF OPER-FILE-STATUS NOT = "00"
016300         DISPLAY "WARNING - GASOPER NOT AVAILABLE, STATUS "
016400             OPER-FILE-STATUS ".  NO SITES IN SCOPE."
016500         GO TO 1000-EXIT
016600     END-IF.
016700     MOVE LK-OPERATOR-ID TO OP-OPERATOR-ID.
016800     READ OPERATOR-MASTER-FILE
016900         INVALID KEY
017000             MOVE SPACES TO OP-REGION-SCOPE
017100     END-READ.
017200     IF OP-ALL-REGIONS
017300         MOVE "Y" TO ALL-REGIONS-SWITCH
017400     END-IF.
017500     PERFORM 1100-TAKE-ONE-REGION THRU 1100-EXIT
017600         VARYING REGION-SUB FROM 1 BY 1 UNTIL REGION-SUB > 3.
017700     CLOSE OPERATOR-MASTER-FILE.
017800     GO TO 1000-EXIT.
017900 1000-EXIT.
018000     EXIT.
018100
018200 1100-TAKE-ONE-REGION.
018300     MOVE OP-REGION (REGION-SUB) TO SCOPE-REGION (REGION-SUB).
018400     GO TO 1100-EXIT.
018500 1100-EXIT.
018600     EXIT.
018700
018800*****************************************************************
018900* 2000-FIND-SITE-REGION - LK-REGION FOR LK-SITE-ID, FROM THE SITE
019000* TABLE OR, FAILING THAT, A DIRECT READ.  SPACES WHEN THE SITE IS
019100* NOT ON GASSITE.
019200*****************************************************************
019300 2000-FIND-SITE-REGION.
019400     IF NOT SITES-ARE-LOADED
019500         PERFORM 2100-LOAD-SITES THRU 2100-EXIT
019600     END-IF.
019700     MOVE ZERO TO ST-FOUND-SUB.
019800     PERFORM 2300-MATCH-ONE-SITE THRU 2300-EXIT
019900         VARYING ST-SUB FROM 1 BY 1
020000         UNTIL ST-SUB > ST-STORED-COUNT
020100         OR ST-FOUND-SUB > ZERO.
020200     IF ST-FOUND-SUB > ZERO
020300         MOVE ST-REGION (ST-FOUND-SUB) TO LK-REGION
020400         GO TO 2000-EXIT
020500     END-IF.
020600     OPEN INPUT SITE-MASTER-FILE.
020700     IF SITE-FILE-STATUS NOT = "00"
020800         GO TO 2000-EXIT
020900     END-IF.
021000     MOVE LK-SITE-ID TO SM-SITE-ID.
021100     READ SITE-MASTER-FILE
021200         INVALID KEY
021300             MOVE SPACES TO SM-REGION
021400     END-READ.
021500     MOVE SM-REGION TO LK-REGION.
021600     CLOSE SITE-MASTER-FILE.
021700     GO TO 2000-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200* 2100-LOAD-SITES - ONCE PER RUN.  A MISSING SITE MASTER LEAVES
022300* THE TABLE EMPTY; EVERY SITE THEN HAS NO REGION.
022400*****************************************************************
022500 2100-LOAD-SITES.
022600     MOVE "Y" TO SITES-LOADED-SWITCH.
022700     MOVE "N" TO SITE-EOF-SWITCH.
022800     OPEN INPUT SITE-MASTER-FILE.
022900     IF SITE-FILE-STATUS NOT = "00"
023000         DISPLAY "WARNING - GASSITE NOT AVAILABLE, STATUS "
023100             SITE-FILE-STATUS ".  SITES HAVE NO REGION."
023200         GO TO 2100-EXIT
023300     END-IF.
023400     PERFORM 2110-READ-ONE-SITE THRU 2110-EXIT.
023500     PERFORM 2200-STORE-ONE-SITE THRU 2200-EXIT
023600         UNTIL SITE-AT-EOF.
023700     CLOSE SITE-MASTER-FILE.
023800     GO TO 2100-EXIT.
023900 2100-EXIT.
024000     EXIT.
024100
024200 2110-READ-ONE-SITE.
024300     READ SITE-MASTER-FILE NEXT RECORD
024400         AT END
024500             MOVE "Y" TO SITE-EOF-SWITCH
024600     END-READ.
024700     GO TO 2110-EXIT.
024800 2110-EXIT.
024900     EXIT.
025000
025100 2200-STORE-ONE-SITE.
025200     IF ST-STORED-COUNT >= 2000
025300         ADD 1 TO ST-OVERFLOW-COUNT
025400         GO TO 2200-NEXT
025500     END-IF.
025600     ADD 1 TO ST-STORED-COUNT.
025700     MOVE SM-SITE-ID TO ST-SITE-ID (ST-STORED-COUNT).
025800     MOVE SM-REGION  TO ST-REGION (ST-STORED-COUNT).
025900 2200-NEXT.
026000     PERFORM 2110-READ-ONE-SITE THRU 2110-EXIT.
026100     GO TO 2200-EXIT.
026200 2200-EXIT.
026300     EXIT.
026400
026500 2300-MATCH-ONE-SITE.
026600     IF ST-SITE-ID (ST-SUB) = LK-SITE-ID
026700         MOVE ST-SUB TO ST-FOUND-SUB
026800     END-IF.
026900     GO TO 2300-EXIT.
027000 2300-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400* 3000-JUDGE-SCOPE - HEAD OFFICE SEES EVERYTHING.  OTHERWISE THE
027500* REGION MUST BE ONE OF THE OPERATOR'S; NO REGION IS NEVER IN A
027600* REGIONAL OPERATOR'S SCOPE.
027700*****************************************************************
027800 3000-JUDGE-SCOPE.
027900     IF OPERATOR-SEES-ALL
028000         MOVE "Y" TO LK-IN-SCOPE
028100         GO TO 3000-EXIT
028200     END-IF.
028300     IF LK-REGION = SPACES
028400         GO TO 3000-EXIT
028500     END-IF.
028600     PERFORM 3100-MATCH-ONE-REGION THRU 3100-EXIT
028700         VARYING REGION-SUB FROM 1 BY 1
028800         UNTIL REGION-SUB > 3
028900         OR LK-IN-SCOPE = "Y".
029000     GO TO 3000-EXIT.
029100 3000-EXIT.
029200     EXIT.
029300
029400 3100-MATCH-ONE-REGION.
029500     IF SCOPE-REGION (REGION-SUB) = LK-REGION
029600         MOVE "Y" TO LK-IN-SCOPE
029700     END-IF.
029800     GO TO 3100-EXIT.
029900 3100-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300* 4000-REFUSE-REQUEST - TELL THE OPERATOR WHY, THEN LOG THE
030400* ATTEMPT TO GASSECL.  A LOG THAT CANNOT BE WRITTEN IS REPORTED
030500* BUT DOES NOT CHANGE THE REFUSAL.
030600*****************************************************************
030700 4000-REFUSE-REQUEST.
030800     EVALUATE TRUE
030900         WHEN LK-SITE-ID = SPACES
031000             AND LK-REGION = SPACES
031100             DISPLAY "THIS COVERS EVERY REGION AND IS FOR "
031200                 "HEAD-OFFICE STAFF ONLY - REQUEST DENIED."
031300         WHEN LK-REGION = SPACES
031400             DISPLAY "SITE " LK-SITE-ID " HAS NO REGION ON THE "
031500                 "SITE MASTER - REQUEST DENIED."
031600         WHEN LK-SITE-ID = SPACES
031700             DISPLAY "REGION " LK-REGION " IS OUTSIDE YOUR "
031800                 "REGIONS - REQUEST DENIED."
031900         WHEN OTHER
032000             DISPLAY "SITE " LK-SITE-ID " (REGION " LK-REGION
032100                 ") IS OUTSIDE YOUR REGIONS - REQUEST DENIED."
032200     END-EVALUATE.
032300     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
032400     ACCEPT TODAY-TIME FROM TIME.
032500     OPEN EXTEND GAS-SECLOG-FILE.
032600     IF SECLOG-FILE-STATUS = "35"
032700         OPEN OUTPUT GAS-SECLOG-FILE
032800     END-IF.
032900     IF SECLOG-FILE-STATUS NOT = "00" AND NOT = "05"
033000         DISPLAY "WARNING - GASSECL NOT AVAILABLE, STATUS "
033100             SECLOG-FILE-STATUS ".  REFUSAL NOT LOGGED."
033200         GO TO 4000-EXIT
033300     END-IF.
033400     MOVE SPACES         TO SL-SECLOG-RECORD.
033500     MOVE LK-OPERATOR-ID TO SL-OPERATOR-ID.
033600     MOVE TODAY-DATE     TO SL-CHECK-DATE.
033700     MOVE TODAY-TIME     TO SL-CHECK-TIME.
033800     MOVE LK-PROGRAM-ID  TO SL-PROGRAM-ID.
033900     MOVE "D"            TO SL-RESULT.
034000     MOVE "RG"           TO SL-REASON-CODE.
034100     MOVE LK-SITE-ID     TO SL-SITE-ID.
034200     MOVE LK-REGION      TO SL-REGION.
034300     WRITE SL-SECLOG-RECORD.
034400     CLOSE GAS-SECLOG-FILE.
034500     GO TO 4000-EXIT.
034600 4000-EXIT.
034700     EXIT.
034800
034900 END PROGRAM GASRGNK.
