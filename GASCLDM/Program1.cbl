000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASCLDM.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  MAINTENANCE FRONT END OVER THE
001100*                  GASCLDR OPERATING CALENDAR -- ADD A HOLIDAY, A
001200*                  REDUCED-SHIFT DAY OR A SITE CLOSURE WINDOW WITH
001300*                  ITS REASON, CHANGE AN ENTRY'S LAST DATE, OPEN
001400*                  SHIFTS OR REASON, DELETE AN ENTRY KEYED IN
001500*                  ERROR, AND LIST WHAT THE CALENDAR SAYS ABOUT A
001600*                  GIVEN DATE.  AN ENTRY EXCUSES GAPS THE
001700*                  COMPLETENESS SWEEP AND THE CLOSES WOULD
001800*                  OTHERWISE RAISE, SO EVERY CHANGE IS SUPERVISOR
001900*                  ONLY AND GOES TO THE GASAUDT AUDIT TRAIL WITH
002000*                  THE BEFORE AND AFTER VALUES.  A CLOSURE'S SITE
002100*                  MUST BE ON THE GASSITE MASTER.
002110* 2026-10-15  DRH  LIMIT CHANGES TO THE OPERATOR'S REGIONS THROUGH
002120*                  GASRGNK.  A CLOSURE MAY BE ADDED, CHANGED OR
002130*                  DELETED ONLY FOR A SITE IN THEM; A HOLIDAY OR
002140*                  REDUCED-SHIFT DAY COVERS EVERY SITE AND IS NOW
002150*                  HEAD OFFICE ONLY, AS GATE CONTROL ENTRY IS.
002160*                  THE DATE LIST LEAVES OFF OTHER REGIONS'
002170*                  CLOSURES.  REFUSALS ARE LOGGED TO GASSECL.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CALENDAR-FILE ASSIGN TO "GASCLDR"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS OC-CALENDAR-KEY
003300         FILE STATUS IS CLDR-FILE-STATUS.
003400     SELECT SITE-MASTER-FILE ASSIGN TO "GASSITE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS SM-SITE-ID
003800         FILE STATUS IS SITE-FILE-STATUS.
003900     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS AUDIT-FILE-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CALENDAR-FILE.
004600     COPY GASCLDR.
004700
004800 FD  SITE-MASTER-FILE.
004900     COPY GASSITE.
005000
005100 FD  AUDIT-TRAIL-FILE.
005200     COPY GASAUDT.
005300
005400 WORKING-STORAGE SECTION.
005500 01  MENU-CHOICE                     PIC 9(01) VALUE ZERO.
005600     88  MENU-DONE                   VALUE 9.
005700 01  CLDR-FILE-STATUS                PIC X(02).
005800 01  SITE-FILE-STATUS                PIC X(02).
005900 01  AUDIT-FILE-STATUS               PIC X(02).
006000
006100 01  SWITCHES.
006200     05  ENTRY-FOUND-SWITCH          PIC X(01) VALUE "N".
006300         88  ENTRY-WAS-FOUND         VALUE "Y".
006400     05  SIGNON-RESULT               PIC X(01) VALUE "N".
006500         88  OPERATOR-SIGNED-ON      VALUE "Y".
006600     05  ACTION-OK-SWITCH            PIC X(01) VALUE "N".
006700         88  ACTION-SUCCEEDED        VALUE "Y".
006800     05  ENTRY-VALID-SWITCH          PIC X(01) VALUE "N".
006900         88  ENTRY-IS-VALID          VALUE "Y".
007000     05  CLDR-EOF-SWITCH             PIC X(01) VALUE "N".
007100         88  CLDR-AT-EOF             VALUE "Y".
007110     05  SCOPE-RESULT                PIC X(01) VALUE "N".
007120         88  SITE-IN-SCOPE           VALUE "Y".
007200
007300 01  ENTRY-SITE-ID                   PIC X(05) VALUE SPACES.
007400 01  ENTRY-TYPE                      PIC X(01) VALUE SPACE.
007500     88  ENTRY-TYPE-VALID            VALUE "H" "R" "C".
007600 01  ENTRY-DATE                      PIC X(08) VALUE SPACES.
007700 01  ENTRY-MM                        PIC 9(02) VALUE ZERO.
007800 01  ENTRY-DD                        PIC 9(02) VALUE ZERO.
007900 01  ENTRY-OPEN-SHIFTS               PIC X(03) VALUE SPACES.
008000 01  ENTRY-REASON                    PIC X(30) VALUE SPACES.
008100 01  NEW-FROM-DATE                   PIC 9(08) VALUE ZERO.
008200 01  NEW-TO-DATE                     PIC 9(08) VALUE ZERO.
008300 01  LIST-DATE                       PIC 9(08) VALUE ZERO.
008400 01  LIST-COUNT                      PIC 9(04) VALUE ZERO COMP.
008500 01  SHIFT-SUB                       PIC 9(01) VALUE ZERO COMP.
008600 01  OPEN-SHIFT-COUNT                PIC 9(01) VALUE ZERO COMP.
008700 01  SHOW-SITE-ID                    PIC X(09) VALUE SPACES.
008800
008900 01  PROGRAM-NAME                    PIC X(08) VALUE "GASCLDM".
009000 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
009100 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
009200     88  OPERATOR-IS-SUPERVISOR      VALUE "S".
009300 01  TODAY-DATE                      PIC 9(08).
009400 01  TODAY-TIME                      PIC 9(08).
009500 01  AUDIT-ACTION                    PIC X(10) VALUE SPACES.
009600 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
009700 01  AUDIT-AFTER-IMAGE               PIC X(80) VALUE SPACES.
009710 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
009720 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
009800
009900 PROCEDURE DIVISION.
010000*****************************************************************
010100* 0000-MAINLINE
010200*****************************************************************
010300 0000-MAINLINE.
010400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
010500     ACCEPT TODAY-TIME FROM TIME.
010600     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
010700         SIGNON-AUTHORITY SIGNON-RESULT.
010800     IF NOT OPERATOR-SIGNED-ON
010900         DISPLAY "SIGN-ON DENIED - CALENDAR MAINTENANCE CLOSED."
011000         STOP RUN
011100     END-IF.
011110     MOVE "L" TO SCOPE-REQUEST.
011120     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
011130         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
011200     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
011300     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
011400         UNTIL MENU-DONE.
011500     CLOSE CALENDAR-FILE.
011600     CLOSE SITE-MASTER-FILE.
011700     STOP RUN.
011800
011900*****************************************************************
012000* 1000-OPEN-FILES - THE CALENDAR IS OPENED I-O AND CREATED ON
012100* FIRST USE THE SAME WAY GASSITEM CREATES GASSITE.  THE SITE
012200* MASTER MUST ALREADY BE THERE.
012300*****************************************************************
012400 1000-OPEN-FILES.
012500     OPEN I-O CALENDAR-FILE.
012600     IF CLDR-FILE-STATUS = "35"
012700         CLOSE CALENDAR-FILE
012800         OPEN OUTPUT CALENDAR-FILE
012900         CLOSE CALENDAR-FILE
013000         OPEN I-O CALENDAR-FILE
013100     END-IF.
013200     OPEN INPUT SITE-MASTER-FILE.
013300     IF SITE-FILE-STATUS NOT = "00"
013400         DISPLAY "GASSITE SITE MASTER NOT AVAILABLE, STATUS "
013500             SITE-FILE-STATUS " - CALENDAR MAINTENANCE CLOSED."
013600         CLOSE CALENDAR-FILE
013700         STOP RUN
013800     END-IF.
013900     GO TO 1000-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200
014300*****************************************************************
014400* 2000-SHOW-MENU
014500*****************************************************************
014600 2000-SHOW-MENU.
014700     DISPLAY "==============================================".
014800     DISPLAY " OPERATING CALENDAR MAINTENANCE".
014900     DISPLAY "   1.  ADD A CALENDAR ENTRY".
015000     DISPLAY "   2.  CHANGE A CALENDAR ENTRY".
015100     DISPLAY "   3.  DELETE A CALENDAR ENTRY".
015200     DISPLAY "   4.  LIST THE ENTRIES COVERING A DATE".
015300     DISPLAY "   9.  EXIT".
015400     DISPLAY "==============================================".
015500     DISPLAY "ENTER YOUR CHOICE: ".
015600     ACCEPT MENU-CHOICE.
015700     EVALUATE MENU-CHOICE
015800         WHEN 1
015900             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
016000         WHEN 2
016100             PERFORM 4000-CHANGE-ENTRY THRU 4000-EXIT
016200         WHEN 3
016300             PERFORM 5000-DELETE-ENTRY THRU 5000-EXIT
016400         WHEN 4
016500             PERFORM 6000-LIST-DATE THRU 6000-EXIT
016600         WHEN 9
016700             CONTINUE
016800         WHEN OTHER
016900             DISPLAY "INVALID CHOICE - RE-ENTER."
017000     END-EVALUATE.
017100     GO TO 2000-EXIT.
017200 2000-EXIT.
017300     EXIT.
017400
017500*****************************************************************
017600* 3000-ADD-ENTRY - THE ENTRY TYPE DECIDES WHAT ELSE IS ASKED: A
017700* HOLIDAY OR REDUCED-SHIFT DAY IS FOR EVERY SITE, A CLOSURE IS
017800* FOR ONE SITE, AND ONLY A REDUCED-SHIFT DAY HAS OPEN SHIFTS
017900*****************************************************************
018000 3000-ADD-ENTRY.
018100     IF NOT OPERATOR-IS-SUPERVISOR
018200         DISPLAY "ADDING A CALENDAR ENTRY IS SUPERVISOR ONLY - "
018300             "REQUEST DENIED."
018400         GO TO 3000-EXIT
018500     END-IF.
018600     DISPLAY "ENTRY TYPE - H = HOLIDAY (ALL SITES), "
018700         "R = REDUCED SHIFTS (ALL SITES), C = SITE CLOSURE: ".
018800     MOVE SPACE TO ENTRY-TYPE.
018900     ACCEPT ENTRY-TYPE.
019000     IF NOT ENTRY-TYPE-VALID
019100         DISPLAY "ENTRY TYPE MUST BE H, R OR C - ADD CANCELLED."
019200         GO TO 3000-EXIT
019300     END-IF.
019400     MOVE SPACES TO ENTRY-SITE-ID.
019500     IF ENTRY-TYPE = "C"
019600         DISPLAY "ENTER SITE ID (5 CHARACTERS): "
019700         ACCEPT ENTRY-SITE-ID
019800         IF ENTRY-SITE-ID = SPACES
019900             DISPLAY "A CLOSURE MUST NAME A SITE - ADD CANCELLED."
020000             GO TO 3000-EXIT
020100         END-IF
020200         MOVE ENTRY-SITE-ID TO SM-SITE-ID
020300         READ SITE-MASTER-FILE
020400             INVALID KEY
020500                 DISPLAY "SITE " ENTRY-SITE-ID " NOT ON THE SITE "
020600                     "MASTER - ADD CANCELLED."
020700                 GO TO 3000-EXIT
020800         END-READ
020900     END-IF.
020910*    A HOLIDAY OR REDUCED-SHIFT DAY COVERS EVERY SITE (SITE
020920*    SPACES) AND IS HEAD OFFICE ONLY, AS GASCTLE IS; A CLOSURE
020930*    NEEDS ITS SITE IN THE OPERATOR'S REGIONS.
020940     MOVE "C" TO SCOPE-REQUEST.
020950     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
020960         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
020970     IF NOT SITE-IN-SCOPE
020980         GO TO 3000-EXIT
020990     END-IF.
021000     DISPLAY "ENTER FIRST DATE (YYYYMMDD): ".
021100     PERFORM 7200-ACCEPT-ONE-DATE THRU 7200-EXIT.
021200     IF NOT ENTRY-IS-VALID
021300         DISPLAY "ADD CANCELLED."
021400         GO TO 3000-EXIT
021500     END-IF.
021600     MOVE ENTRY-DATE TO NEW-FROM-DATE.
021700     PERFORM 7100-ACCEPT-DETAILS THRU 7100-EXIT.
021800     IF NOT ENTRY-IS-VALID
021900         DISPLAY "ADD CANCELLED."
022000         GO TO 3000-EXIT
022100     END-IF.
022200     MOVE SPACES             TO OC-CALENDAR-RECORD.
022300     MOVE ENTRY-SITE-ID      TO OC-SITE-ID.
022400     MOVE NEW-FROM-DATE      TO OC-FROM-DATE.
022500     MOVE NEW-TO-DATE        TO OC-TO-DATE.
022600     MOVE ENTRY-TYPE         TO OC-ENTRY-TYPE.
022700     MOVE ENTRY-OPEN-SHIFTS  TO OC-OPEN-SHIFTS.
022800     MOVE ENTRY-REASON       TO OC-REASON.
022900     MOVE SIGNON-OPERATOR-ID TO OC-CHANGED-BY.
023000     MOVE TODAY-DATE         TO OC-CHANGED-DATE.
023100     MOVE "N" TO ACTION-OK-SWITCH.
023200     WRITE OC-CALENDAR-RECORD
023300         INVALID KEY
023400             DISPLAY "AN ENTRY FOR THAT SITE AND FIRST DATE IS "
023500                 "ALREADY ON FILE - USE OPTION 2."
023600         NOT INVALID KEY
023700             DISPLAY "CALENDAR ENTRY ADDED."
023800             MOVE "Y" TO ACTION-OK-SWITCH
023900     END-WRITE.
024000     IF ACTION-SUCCEEDED
024100         MOVE "ADD       " TO AUDIT-ACTION
024200         MOVE SPACES TO AUDIT-BEFORE-IMAGE
024300         MOVE OC-CALENDAR-RECORD TO AUDIT-AFTER-IMAGE
024400         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
024500     END-IF.
024600     GO TO 3000-EXIT.
024700 3000-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100* 4000-CHANGE-ENTRY - THE LAST DATE, OPEN SHIFTS AND REASON MAY
025200* CHANGE.  THE SITE, FIRST DATE AND TYPE ARE THE ENTRY'S
025300* IDENTITY -- TO CHANGE THOSE, DELETE IT AND ADD A NEW ONE.
025400*****************************************************************
025500 4000-CHANGE-ENTRY.
025600     IF NOT OPERATOR-IS-SUPERVISOR
025700         DISPLAY "CHANGING A CALENDAR ENTRY IS SUPERVISOR ONLY - "
025800             "REQUEST DENIED."
025900         GO TO 4000-EXIT
026000     END-IF.
026100     PERFORM 7000-FETCH-ENTRY THRU 7000-EXIT.
026200     IF NOT ENTRY-WAS-FOUND
026300         GO TO 4000-EXIT
026400     END-IF.
026500     MOVE OC-ENTRY-TYPE TO ENTRY-TYPE.
026600     MOVE OC-FROM-DATE  TO NEW-FROM-DATE.
026700     PERFORM 7100-ACCEPT-DETAILS THRU 7100-EXIT.
026800     IF NOT ENTRY-IS-VALID
026900         DISPLAY "CHANGE CANCELLED."
027000         GO TO 4000-EXIT
027100     END-IF.
027200     MOVE OC-CALENDAR-RECORD TO AUDIT-BEFORE-IMAGE.
027300     MOVE NEW-TO-DATE        TO OC-TO-DATE.
027400     MOVE ENTRY-OPEN-SHIFTS  TO OC-OPEN-SHIFTS.
027500     MOVE ENTRY-REASON       TO OC-REASON.
027600     MOVE SIGNON-OPERATOR-ID TO OC-CHANGED-BY.
027700     MOVE TODAY-DATE         TO OC-CHANGED-DATE.
027800     MOVE "N" TO ACTION-OK-SWITCH.
027900     REWRITE OC-CALENDAR-RECORD
028000         INVALID KEY
028100             DISPLAY "REWRITE FAILED, STATUS " CLDR-FILE-STATUS
028200         NOT INVALID KEY
028300             DISPLAY "CALENDAR ENTRY CHANGED."
028400             MOVE "Y" TO ACTION-OK-SWITCH
028500     END-REWRITE.
028600     IF ACTION-SUCCEEDED
028700         MOVE "CHANGE    " TO AUDIT-ACTION
028800         MOVE OC-CALENDAR-RECORD TO AUDIT-AFTER-IMAGE
028900         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
029000     END-IF.
029100     GO TO 4000-EXIT.
029200 4000-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600* 5000-DELETE-ENTRY - FOR AN ENTRY KEYED IN ERROR.  THE AUDIT
029700* TRAIL'S BEFORE IMAGE KEEPS WHAT IT SAID.
029800*****************************************************************
029900 5000-DELETE-ENTRY.
030000     IF NOT OPERATOR-IS-SUPERVISOR
030100         DISPLAY "DELETING A CALENDAR ENTRY IS SUPERVISOR ONLY - "
030200             "REQUEST DENIED."
030300         GO TO 5000-EXIT
030400     END-IF.
030500     PERFORM 7000-FETCH-ENTRY THRU 7000-EXIT.
030600     IF NOT ENTRY-WAS-FOUND
030700         GO TO 5000-EXIT
030800     END-IF.
030900     MOVE OC-CALENDAR-RECORD TO AUDIT-BEFORE-IMAGE.
031000     MOVE "N" TO ACTION-OK-SWITCH.
031100     DELETE CALENDAR-FILE RECORD
031200         INVALID KEY
031300             DISPLAY "DELETE FAILED, STATUS " CLDR-FILE-STATUS
031400         NOT INVALID KEY
031500             DISPLAY "CALENDAR ENTRY DELETED."
031600             MOVE "Y" TO ACTION-OK-SWITCH
031700     END-DELETE.
031800     IF ACTION-SUCCEEDED
031900         MOVE "DELETE    " TO AUDIT-ACTION
032000         MOVE SPACES TO AUDIT-AFTER-IMAGE
032100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
032200     END-IF.
032300     GO TO 5000-EXIT.
032400 5000-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800* 6000-LIST-DATE - EVERY ENTRY WHOSE WINDOW COVERS THE DATE, READ
032900* FRONT TO BACK.  A CLOSURE FOR A SITE OUTSIDE THE OPERATOR'S
032950* REGIONS IS LEFT OFF; ALL-SITES ENTRIES ARE SHOWN TO EVERYONE.
033000*****************************************************************
033100 6000-LIST-DATE.
033200     DISPLAY "ENTER DATE TO LIST (YYYYMMDD): ".
033300     PERFORM 7200-ACCEPT-ONE-DATE THRU 7200-EXIT.
033400     IF NOT ENTRY-IS-VALID
033500         GO TO 6000-EXIT
033600     END-IF.
033700     MOVE ENTRY-DATE TO LIST-DATE.
033800     MOVE ZERO TO LIST-COUNT.
033900     MOVE "N" TO CLDR-EOF-SWITCH.
034000     MOVE LOW-VALUES TO OC-CALENDAR-KEY.
034100     START CALENDAR-FILE
034200         KEY IS NOT LESS THAN OC-CALENDAR-KEY
034300         INVALID KEY
034400             MOVE "Y" TO CLDR-EOF-SWITCH
034500     END-START.
034600     IF NOT CLDR-AT-EOF
034700         PERFORM 6100-READ-NEXT-ENTRY THRU 6100-EXIT
034800     END-IF.
034900     PERFORM 6200-LIST-ONE-ENTRY THRU 6200-EXIT
035000         UNTIL CLDR-AT-EOF.
035100     IF LIST-COUNT = ZERO
035200         DISPLAY "NO CALENDAR ENTRY COVERS " LIST-DATE
035300             " - A NORMAL OPERATING DAY."
035400     END-IF.
035500     GO TO 6000-EXIT.
035600 6000-EXIT.
035700     EXIT.
035800
035900 6100-READ-NEXT-ENTRY.
036000     READ CALENDAR-FILE NEXT RECORD
036100         AT END
036200             MOVE "Y" TO CLDR-EOF-SWITCH
036300     END-READ.
036400     GO TO 6100-EXIT.
036500 6100-EXIT.
036600     EXIT.
036700
036800 6200-LIST-ONE-ENTRY.
036900     IF LIST-DATE < OC-FROM-DATE OR LIST-DATE > OC-TO-DATE
037000         GO TO 6200-NEXT
037100     END-IF.
037110     IF OC-SITE-ID NOT = SPACES
037120         MOVE "F" TO SCOPE-REQUEST
037130         CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
037140             SCOPE-REQUEST OC-SITE-ID SCOPE-REGION SCOPE-RESULT
037150         IF NOT SITE-IN-SCOPE
037160             GO TO 6200-NEXT
037170         END-IF
037180     END-IF.
037200     ADD 1 TO LIST-COUNT.
037300     IF OC-SITE-ID = SPACES
037400         MOVE "ALL SITES" TO SHOW-SITE-ID
037500     ELSE
037600         MOVE OC-SITE-ID TO SHOW-SITE-ID
037700     END-IF.
037800     DISPLAY "TYPE " OC-ENTRY-TYPE "  " SHOW-SITE-ID
037900         "  " OC-FROM-DATE "-" OC-TO-DATE
038000         "  OPEN SHIFTS [" OC-OPEN-SHIFTS "]".
038100     DISPLAY "       " OC-REASON
038200         "  (CHANGED BY " OC-CHANGED-BY
038300         " ON " OC-CHANGED-DATE ")".
038400 6200-NEXT.
038500     PERFORM 6100-READ-NEXT-ENTRY THRU 6100-EXIT.
038600     GO TO 6200-EXIT.
038700 6200-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100* 7000-FETCH-ENTRY - PROMPT FOR THE SITE (BLANK FOR AN ALL-SITES
039200* ENTRY) AND FIRST DATE AND READ THE ENTRY
039300*****************************************************************
039400 7000-FETCH-ENTRY.
039500     MOVE "N" TO ENTRY-FOUND-SWITCH.
039600     DISPLAY "ENTER SITE ID (BLANK FOR AN ALL-SITES ENTRY): ".
039700     MOVE SPACES TO ENTRY-SITE-ID.
039800     ACCEPT ENTRY-SITE-ID.
039900     DISPLAY "ENTER THE ENTRY'S FIRST DATE (YYYYMMDD): ".
040000     PERFORM 7200-ACCEPT-ONE-DATE THRU 7200-EXIT.
040100     IF NOT ENTRY-IS-VALID
040200         GO TO 7000-EXIT
040300     END-IF.
040310*    AN ALL-SITES ENTRY (SITE SPACES) IS HEAD OFFICE ONLY.
040320     MOVE "C" TO SCOPE-REQUEST.
040330     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
040340         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
040350     IF NOT SITE-IN-SCOPE
040360         GO TO 7000-EXIT
040370     END-IF.
040400     MOVE ENTRY-SITE-ID TO OC-SITE-ID.
040500     MOVE ENTRY-DATE    TO OC-FROM-DATE.
040600     READ CALENDAR-FILE
040700         INVALID KEY
040800             DISPLAY "NO CALENDAR ENTRY ON FILE FOR THAT SITE "
040900                 "AND FIRST DATE."
041000         NOT INVALID KEY
041100             MOVE "Y" TO ENTRY-FOUND-SWITCH
041200     END-READ.
041300     GO TO 7000-EXIT.
041400 7000-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800* 7100-ACCEPT-DETAILS - LAST DATE (NOT BEFORE THE FIRST DATE),
041900* THE OPEN SHIFTS FOR A REDUCED-SHIFT DAY, AND THE REASON.
042000* ENTRY-VALID-SWITCH COMES BACK "Y" ONLY WHEN ALL OF THEM PASS.
042100*****************************************************************
042200 7100-ACCEPT-DETAILS.
042300     DISPLAY "ENTER LAST DATE (YYYYMMDD, SAME AS FIRST FOR "
042400         "ONE DAY): ".
042500     PERFORM 7200-ACCEPT-ONE-DATE THRU 7200-EXIT.
042600     IF NOT ENTRY-IS-VALID
042700         GO TO 7100-EXIT
042800     END-IF.
042900     MOVE ENTRY-DATE TO NEW-TO-DATE.
043000     MOVE "N" TO ENTRY-VALID-SWITCH.
043100     IF NEW-TO-DATE < NEW-FROM-DATE
043200         DISPLAY "LAST DATE MAY NOT BE BEFORE THE FIRST DATE."
043300         GO TO 7100-EXIT
043400     END-IF.
043500     MOVE SPACES TO ENTRY-OPEN-SHIFTS.
043600     IF ENTRY-TYPE = "R"
043700         DISPLAY "ENTER THE SHIFT CODES THAT STILL RUN "
043800             "(E.G. 1 OR 12): "
043900         ACCEPT ENTRY-OPEN-SHIFTS
044000         PERFORM 7150-CHECK-OPEN-SHIFTS THRU 7150-EXIT
044100         IF NOT ENTRY-IS-VALID
044200             GO TO 7100-EXIT
044300         END-IF
044400     END-IF.
044500     MOVE "N" TO ENTRY-VALID-SWITCH.
044600     DISPLAY "ENTER REASON: ".
044700     MOVE SPACES TO ENTRY-REASON.
044800     ACCEPT ENTRY-REASON.
044900     IF ENTRY-REASON = SPACES
045000         DISPLAY "REASON MAY NOT BE BLANK."
045100         GO TO 7100-EXIT
045200     END-IF.
045300     MOVE "Y" TO ENTRY-VALID-SWITCH.
045400     GO TO 7100-EXIT.
045500 7100-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900* 7150-CHECK-OPEN-SHIFTS - EACH POSITION BLANK OR 1, 2 OR 3, AND
046000* AT LEAST ONE SHIFT LEFT RUNNING (NONE RUNNING IS A HOLIDAY)
046100*****************************************************************
046200 7150-CHECK-OPEN-SHIFTS.
046300     MOVE "Y" TO ENTRY-VALID-SWITCH.
046400     MOVE ZERO TO OPEN-SHIFT-COUNT.
046500     PERFORM 7160-CHECK-ONE-POSITION THRU 7160-EXIT
046600         VARYING SHIFT-SUB FROM 1 BY 1 UNTIL SHIFT-SUB > 3.
046700     IF NOT ENTRY-IS-VALID
046800         DISPLAY "OPEN SHIFTS MAY ONLY BE 1, 2 OR 3."
046900         GO TO 7150-EXIT
047000     END-IF.
047100     IF OPEN-SHIFT-COUNT = ZERO
047200         DISPLAY "A REDUCED-SHIFT DAY NEEDS AT LEAST ONE SHIFT "
047300             "RUNNING - KEY IT AS A HOLIDAY INSTEAD."
047400         MOVE "N" TO ENTRY-VALID-SWITCH
047500     END-IF.
047600     GO TO 7150-EXIT.
047700 7150-EXIT.
047800     EXIT.
047900
048000 7160-CHECK-ONE-POSITION.
048100     EVALUATE ENTRY-OPEN-SHIFTS(SHIFT-SUB:1)
048200         WHEN SPACE
048300             CONTINUE
048400         WHEN "1"
048500         WHEN "2"
048600         WHEN "3"
048700             ADD 1 TO OPEN-SHIFT-COUNT
048800         WHEN OTHER
048900             MOVE "N" TO ENTRY-VALID-SWITCH
049000     END-EVALUATE.
049100     GO TO 7160-EXIT.
049200 7160-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600* 7200-ACCEPT-ONE-DATE - EIGHT DIGITS WITH A PLAUSIBLE MONTH AND
049700* DAY, THE SAME CHECK GASPARMM MAKES ON AN EFFECTIVE DATE
049800*****************************************************************
049900 7200-ACCEPT-ONE-DATE.
050000     MOVE "N" TO ENTRY-VALID-SWITCH.
050100     MOVE SPACES TO ENTRY-DATE.
050200     ACCEPT ENTRY-DATE.
050300     IF ENTRY-DATE IS NOT NUMERIC
050400         DISPLAY "DATE MUST BE 8 DIGITS, YYYYMMDD."
050500         GO TO 7200-EXIT
050600     END-IF.
050700     MOVE ENTRY-DATE(5:2) TO ENTRY-MM.
050800     MOVE ENTRY-DATE(7:2) TO ENTRY-DD.
050900     IF ENTRY-MM < 1 OR ENTRY-MM > 12
051000         OR ENTRY-DD < 1 OR ENTRY-DD > 31
051100         DISPLAY "DATE " ENTRY-DATE " IS NOT A VALID DATE."
051200         GO TO 7200-EXIT
051300     END-IF.
051400     MOVE "Y" TO ENTRY-VALID-SWITCH.
051500     GO TO 7200-EXIT.
051600 7200-EXIT.
051700     EXIT.
051800
051900*****************************************************************
052000* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER CHANGE: WHO, WHEN,
052100* WHAT, AND THE BEFORE AND AFTER VALUES.  A TRAIL THAT CANNOT
052200* BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE CHANGE.
052300*****************************************************************
052400 8000-WRITE-AUDIT.
052500     OPEN EXTEND AUDIT-TRAIL-FILE.
052600     IF AUDIT-FILE-STATUS = "35"
052700         OPEN OUTPUT AUDIT-TRAIL-FILE
052800     END-IF.
052900     IF AUDIT-FILE-STATUS NOT = "00" AND NOT = "05"
053000         DISPLAY "WARNING - GASAUDT NOT AVAILABLE, STATUS "
053100             AUDIT-FILE-STATUS ".  CHANGE NOT AUDITED."
053200         GO TO 8000-EXIT
053300     END-IF.
053400     MOVE SPACES             TO AU-AUDIT-RECORD.
053500     MOVE TODAY-DATE         TO AU-AUDIT-DATE.
053600     MOVE TODAY-TIME         TO AU-AUDIT-TIME.
053700     MOVE SIGNON-OPERATOR-ID TO AU-OPERATOR-ID.
053800     MOVE PROGRAM-NAME       TO AU-PROGRAM-ID.
053900     MOVE AUDIT-ACTION       TO AU-ACTION.
054000     MOVE OC-CALENDAR-KEY    TO AU-RECORD-KEY.
054100     MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
054200     MOVE AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
054300     WRITE AU-AUDIT-RECORD.
054400     CLOSE AUDIT-TRAIL-FILE.
054500     GO TO 8000-EXIT.
054600 8000-EXIT.
054700     EXIT.
054800
054900 END PROGRAM GASCLDM.
