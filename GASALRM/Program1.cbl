000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASALRM.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  ALERT HANDLING FRONT END OVER THE
001100*                  GASALRG ALERT REGISTER.  AN OPERATOR SIGNED ON
001200*                  THROUGH GASSIGN CAN LIST THE ALERTS NOT YET
001300*                  RESOLVED, SHOW ONE ALERT IN FULL, ACKNOWLEDGE
001400*                  AN ALERT (TAKING IT ON), AND RESOLVE IT WITH A
001500*                  NOTE OF WHAT WAS DONE.  RESOLVING AN ALERT
001600*                  NOBODY ACKNOWLEDGED ACKNOWLEDGES IT TOO.  A
001700*                  RESOLVED ALERT IS NOT REOPENED; IF THE
001800*                  CONDITION COMES BACK, THE NEXT RUN RAISES A NEW
001900*                  ONE.  EVERY ACKNOWLEDGEMENT AND RESOLUTION GOES
002000*                  TO THE GASAUDT AUDIT TRAIL.
002010* 2026-10-15  DRH  LIST AND HANDLE ONLY ALERTS FOR SITES IN THE
002020*                  OPERATOR'S REGIONS (GASRGNK).  AN ALERT WITH NO
002030*                  SITE IS OPERATION-WIDE AND STAYS OPEN TO ALL.
002040*                  FETCHING ANOTHER REGION'S ALERT IS REFUSED AND
002050*                  LOGGED TO GASSECL.
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ALERT-REGISTER-FILE ASSIGN TO "GASALRG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AR-ALERT-NO
003200         FILE STATUS IS ALRG-FILE-STATUS.
003300     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS AUDIT-FILE-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ALERT-REGISTER-FILE.
004000     COPY GASALRG.
004100
004200 FD  AUDIT-TRAIL-FILE.
004300     COPY GASAUDT.
004400
004500 WORKING-STORAGE SECTION.
004600 01  MENU-CHOICE                     PIC 9(01) VALUE ZERO.
004700     88  MENU-DONE                   VALUE 9.
004800 01  ALRG-FILE-STATUS                PIC X(02).
004900 01  AUDIT-FILE-STATUS               PIC X(02).
005000
005100 01  SWITCHES.
005200     05  ALERT-FOUND-SWITCH          PIC X(01) VALUE "N".
005300         88  ALERT-WAS-FOUND         VALUE "Y".
005400     05  SIGNON-RESULT               PIC X(01) VALUE "N".
005500         88  OPERATOR-SIGNED-ON      VALUE "Y".
005600     05  ACTION-OK-SWITCH            PIC X(01) VALUE "N".
005700         88  ACTION-SUCCEEDED        VALUE "Y".
005800     05  ALRG-EOF-SWITCH             PIC X(01) VALUE "N".
005900         88  ALRG-AT-EOF             VALUE "Y".
006000     05  LIST-DONE-SWITCH            PIC X(01) VALUE "N".
006100         88  LIST-IS-DONE            VALUE "Y".
006110     05  SCOPE-RESULT                PIC X(01) VALUE "N".
006120         88  SITE-IN-SCOPE           VALUE "Y".
006200
006300 01  ENTRY-ALERT-NO                  PIC X(08) VALUE SPACES.
006400 01  ENTRY-ALERT-NO-RIGHT            PIC X(08) JUSTIFIED RIGHT.
006500 01  ENTRY-LENGTH                    PIC 9(02) VALUE ZERO COMP.
006600 01  ENTRY-NOTE                      PIC X(60) VALUE SPACES.
006700 01  LIST-SEVERITY                   PIC X(01) VALUE SPACE.
006800 01  LIST-COUNT                      PIC 9(06) VALUE ZERO COMP.
006900 01  SCREEN-LINE-COUNT               PIC 9(02) VALUE ZERO COMP.
007000 01  PAGE-REPLY                      PIC X(01) VALUE SPACE.
007100
007200 01  PROGRAM-NAME                    PIC X(08) VALUE "GASALRM".
007300 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
007400 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
007500     88  OPERATOR-IS-SUPERVISOR      VALUE "S".
007600 01  TODAY-DATE                      PIC 9(08).
007700 01  TODAY-TIME                      PIC 9(08).
007800 01  AUDIT-ACTION                    PIC X(10) VALUE SPACES.
007900 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
008000 01  AUDIT-AFTER-IMAGE               PIC X(80) VALUE SPACES.
008010 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
008020 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
008100
008200*****************************************************************
008300* AUDIT IMAGE OF AN ALERT'S HANDLING - THE ALERT ITSELF NEVER
008400* CHANGES, SO ONLY THE STATUS, WHO TOOK IT ON, WHO RESOLVED IT
008500* AND THE NOTE ARE KEPT ON GASAUDT
008600*****************************************************************
008700 01  HANDLING-IMAGE.
008800     05  HI-STATUS                   PIC X(01).
008900     05  FILLER                      PIC X(01) VALUE SPACES.
009000     05  HI-ACK-OPERATOR             PIC X(06).
009100     05  FILLER                      PIC X(01) VALUE SPACES.
009200     05  HI-RESOLVE-OPERATOR         PIC X(06).
009300     05  FILLER                      PIC X(01) VALUE SPACES.
009400     05  HI-RESOLVE-NOTE             PIC X(60).
009500     05  FILLER                      PIC X(04) VALUE SPACES.
009600
009700 01  LIST-HEADING.
009800     05  FILLER              PIC X(40)
009900         VALUE "ALERT NO CODE     S SITE  SH BUS DATE  S".
010000     05  FILLER              PIC X(20)
010100         VALUE "T TEXT              ".
010200
010300 01  LIST-LINE.
010400     05  LL-ALERT-NO         PIC 9(08).
010500     05  FILLER              PIC X(01) VALUE SPACES.
010600     05  LL-ALERT-CODE       PIC X(08).
010700     05  FILLER              PIC X(01) VALUE SPACES.
010800     05  LL-SEVERITY         PIC X(01).
010900     05  FILLER              PIC X(01) VALUE SPACES.
011000     05  LL-SITE-ID          PIC X(05).
011100     05  FILLER              PIC X(01) VALUE SPACES.
011200     05  LL-SHIFT-CODE       PIC X(01).
011300     05  FILLER              PIC X(02) VALUE SPACES.
011400     05  LL-BUSINESS-DATE    PIC 9(08).
011500     05  FILLER              PIC X(01) VALUE SPACES.
011600     05  LL-STATUS           PIC X(01).
011700     05  FILLER              PIC X(02) VALUE SPACES.
011800     05  LL-TEXT             PIC X(38).
011900
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200* 0000-MAINLINE
012300*****************************************************************
012400 0000-MAINLINE.
012500     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
012600     ACCEPT TODAY-TIME FROM TIME.
012700     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
012800         SIGNON-AUTHORITY SIGNON-RESULT.
012900     IF NOT OPERATOR-SIGNED-ON
013000         DISPLAY "SIGN-ON DENIED - ALERT HANDLING CLOSED."
013100         STOP RUN
013200     END-IF.
013210     MOVE "L" TO SCOPE-REQUEST.
013220     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
013230         SCOPE-REQUEST AR-SITE-ID SCOPE-REGION SCOPE-RESULT.
013300     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
013400     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
013500         UNTIL MENU-DONE.
013600     CLOSE ALERT-REGISTER-FILE.
013700     STOP RUN.
013800
013900*****************************************************************
014000* 1000-OPEN-FILES - THE REGISTER IS CREATED BY GASALRL WHEN THE
014100* FIRST ALERTS ARE LOADED.  WITHOUT IT THERE IS NOTHING TO DO.
014200*****************************************************************
014300 1000-OPEN-FILES.
014400     OPEN I-O ALERT-REGISTER-FILE.
014500     IF ALRG-FILE-STATUS NOT = "00"
014600         DISPLAY "GASALRG ALERT REGISTER NOT AVAILABLE, STATUS "
014700             ALRG-FILE-STATUS " - ALERT HANDLING CLOSED."
014800         STOP RUN
014900     END-IF.
015000     GO TO 1000-EXIT.
015100 1000-EXIT.
015200     EXIT.
015300
015400*****************************************************************
015500* 2000-SHOW-MENU
015600*****************************************************************
015700 2000-SHOW-MENU.
015800     DISPLAY "==============================================".
015900     DISPLAY " OPERATIONS ALERT HANDLING".
016000     DISPLAY "   1.  LIST ALERTS NOT YET RESOLVED".
016100     DISPLAY "   2.  SHOW ONE ALERT".
016200     DISPLAY "   3.  ACKNOWLEDGE AN ALERT".
016300     DISPLAY "   4.  RESOLVE AN ALERT".
016400     DISPLAY "   9.  EXIT".
016500     DISPLAY "==============================================".
016600     DISPLAY "ENTER YOUR CHOICE: ".
016700     ACCEPT MENU-CHOICE.
016800     EVALUATE MENU-CHOICE
016900         WHEN 1
017000             PERFORM 3000-LIST-UNRESOLVED THRU 3000-EXIT
017100         WHEN 2
017200             PERFORM 4000-SHOW-ALERT THRU 4000-EXIT
017300         WHEN 3
017400             PERFORM 5000-ACKNOWLEDGE-ALERT THRU 5000-EXIT
017500         WHEN 4
017600             PERFORM 6000-RESOLVE-ALERT THRU 6000-EXIT
017700         WHEN 9
017800             CONTINUE
017900         WHEN OTHER
018000             DISPLAY "INVALID CHOICE - RE-ENTER."
018100     END-EVALUATE.
018200     GO TO 2000-EXIT.
018300 2000-EXIT.
018400     EXIT.
018500
018600*****************************************************************
018700* 3000-LIST-UNRESOLVED - OPEN AND ACKNOWLEDGED ALERTS, OLDEST
018800* FIRST, ERRORS ONLY OR ALL, A SCREENFUL AT A TIME
018900*****************************************************************
019000 3000-LIST-UNRESOLVED.
019100     DISPLAY "E FOR ERRORS ONLY, BLANK FOR ALL: ".
019200     MOVE SPACE TO LIST-SEVERITY.
019300     ACCEPT LIST-SEVERITY.
019400     IF LIST-SEVERITY = "e"
019500         MOVE "E" TO LIST-SEVERITY
019600     END-IF.
019700     MOVE ZERO TO LIST-COUNT.
019800     MOVE ZERO TO SCREEN-LINE-COUNT.
019900     MOVE "N" TO LIST-DONE-SWITCH.
020000     MOVE "N" TO ALRG-EOF-SWITCH.
020100     MOVE ZERO TO AR-ALERT-NO.
020200     START ALERT-REGISTER-FILE
020300         KEY IS NOT LESS THAN AR-ALERT-NO
020400         INVALID KEY
020500             MOVE "Y" TO ALRG-EOF-SWITCH
020600     END-START.
020700     IF NOT ALRG-AT-EOF
020800         PERFORM 3100-READ-NEXT-ALERT THRU 3100-EXIT
020900     END-IF.
021000     DISPLAY LIST-HEADING.
021100     PERFORM 3200-LIST-ONE-ALERT THRU 3200-EXIT
021200         UNTIL ALRG-AT-EOF OR LIST-IS-DONE.
021300     IF LIST-COUNT = ZERO
021400         DISPLAY "NO UNRESOLVED ALERTS ON THE REGISTER."
021500     ELSE
021600         DISPLAY "UNRESOLVED ALERTS LISTED: " LIST-COUNT
021700             "  (STATUS O = OPEN, A = ACKNOWLEDGED)"
021800     END-IF.
021900     GO TO 3000-EXIT.
022000 3000-EXIT.
022100     EXIT.
022200
022300 3100-READ-NEXT-ALERT.
022400     READ ALERT-REGISTER-FILE NEXT RECORD
022500         AT END
022600             MOVE "Y" TO ALRG-EOF-SWITCH
022700     END-READ.
022800     GO TO 3100-EXIT.
022900 3100-EXIT.
023000     EXIT.
023100
023200 3200-LIST-ONE-ALERT.
023300     IF NOT AR-UNRESOLVED
023400         GO TO 3200-NEXT
023500     END-IF.
023600     IF LIST-SEVERITY = "E"
023700         AND NOT AR-SEV-ERROR
023800         GO TO 3200-NEXT
023900     END-IF.
023910     IF AR-SITE-ID NOT = SPACES
023920         MOVE "F" TO SCOPE-REQUEST
023930         CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
023940             SCOPE-REQUEST AR-SITE-ID SCOPE-REGION SCOPE-RESULT
023950         IF NOT SITE-IN-SCOPE
023960             GO TO 3200-NEXT
023970         END-IF
023980     END-IF.
024000     MOVE AR-ALERT-NO      TO LL-ALERT-NO.
024100     MOVE AR-ALERT-CODE    TO LL-ALERT-CODE.
024200     MOVE AR-SEVERITY      TO LL-SEVERITY.
024300     MOVE AR-SITE-ID       TO LL-SITE-ID.
024400     MOVE AR-SHIFT-CODE    TO LL-SHIFT-CODE.
024500     MOVE AR-BUSINESS-DATE TO LL-BUSINESS-DATE.
024600     MOVE AR-STATUS        TO LL-STATUS.
024700     MOVE AR-TEXT          TO LL-TEXT.
024800     DISPLAY LIST-LINE.
024900     ADD 1 TO LIST-COUNT.
025000     ADD 1 TO SCREEN-LINE-COUNT.
025100     IF SCREEN-LINE-COUNT NOT < 15
025200         DISPLAY "PRESS ENTER FOR MORE, X TO END THIS LIST: "
025300         ACCEPT PAGE-REPLY
025400         IF PAGE-REPLY = "X" OR PAGE-REPLY = "x"
025500             MOVE "Y" TO LIST-DONE-SWITCH
025600         END-IF
025700         MOVE ZERO TO SCREEN-LINE-COUNT
025800     END-IF.
025900 3200-NEXT.
026000     PERFORM 3100-READ-NEXT-ALERT THRU 3100-EXIT.
026100     GO TO 3200-EXIT.
026200 3200-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600* 4000-SHOW-ALERT - ONE ALERT IN FULL, WITH ITS HANDLING
026700*****************************************************************
026800 4000-SHOW-ALERT.
026900     PERFORM 7000-FETCH-ALERT THRU 7000-EXIT.
027000     IF NOT ALERT-WAS-FOUND
027100         GO TO 4000-EXIT
027200     END-IF.
027300     PERFORM 7100-DISPLAY-ALERT THRU 7100-EXIT.
027400     GO TO 4000-EXIT.
027500 4000-EXIT.
027600     EXIT.
027700
027800*****************************************************************
027900* 5000-ACKNOWLEDGE-ALERT - THE OPERATOR TAKES THE ALERT ON.  AN
028000* ALERT ALREADY TAKEN ON OR RESOLVED IS LEFT AS IT IS.
028100*****************************************************************
028200 5000-ACKNOWLEDGE-ALERT.
028300     PERFORM 7000-FETCH-ALERT THRU 7000-EXIT.
028400     IF NOT ALERT-WAS-FOUND
028500         GO TO 5000-EXIT
028600     END-IF.
028700     PERFORM 7100-DISPLAY-ALERT THRU 7100-EXIT.
028800     IF AR-RESOLVED
028900         DISPLAY "ALERT ALREADY RESOLVED - NOTHING TO "
029000             "ACKNOWLEDGE."
029100         GO TO 5000-EXIT
029200     END-IF.
029300     IF AR-ACKNOWLEDGED
029400         DISPLAY "ALERT ALREADY ACKNOWLEDGED BY " AR-ACK-OPERATOR
029500             " ON " AR-ACK-DATE "."
029600         GO TO 5000-EXIT
029700     END-IF.
029800     PERFORM 7200-SAVE-BEFORE-IMAGE THRU 7200-EXIT.
029900     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
030000     ACCEPT TODAY-TIME FROM TIME.
030100     MOVE "A"                TO AR-STATUS.
030200     MOVE SIGNON-OPERATOR-ID TO AR-ACK-OPERATOR.
030300     MOVE TODAY-DATE         TO AR-ACK-DATE.
030400     MOVE TODAY-TIME         TO AR-ACK-TIME.
030500     MOVE "N" TO ACTION-OK-SWITCH.
030600     REWRITE AR-ALERT-REGISTER-RECORD
030700         INVALID KEY
030800             DISPLAY "REWRITE FAILED, STATUS " ALRG-FILE-STATUS
030900         NOT INVALID KEY
031000             DISPLAY "ALERT " AR-ALERT-NO " ACKNOWLEDGED."
031100             MOVE "Y" TO ACTION-OK-SWITCH
031200     END-REWRITE.
031300     IF ACTION-SUCCEEDED
031400         MOVE "ACKNOWLEDG" TO AUDIT-ACTION
031500         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031600     END-IF.
031700     GO TO 5000-EXIT.
031800 5000-EXIT.
031900     EXIT.
032000
032100*****************************************************************
032200* 6000-RESOLVE-ALERT - CLOSE THE ALERT OFF WITH A NOTE OF WHAT WAS
032300* DONE.  THE NOTE MAY NOT BE BLANK.
032400*****************************************************************
032500 6000-RESOLVE-ALERT.
032600     PERFORM 7000-FETCH-ALERT THRU 7000-EXIT.
032700     IF NOT ALERT-WAS-FOUND
032800         GO TO 6000-EXIT
032900     END-IF.
033000     PERFORM 7100-DISPLAY-ALERT THRU 7100-EXIT.
033100     IF AR-RESOLVED
033200         DISPLAY "ALERT ALREADY RESOLVED BY " AR-RESOLVE-OPERATOR
033300             " ON " AR-RESOLVE-DATE "."
033400         GO TO 6000-EXIT
033500     END-IF.
033600     DISPLAY "ENTER RESOLUTION NOTE: ".
033700     MOVE SPACES TO ENTRY-NOTE.
033800     ACCEPT ENTRY-NOTE.
033900     IF ENTRY-NOTE = SPACES
034000         DISPLAY "RESOLUTION NOTE MAY NOT BE BLANK - RESOLVE "
034100             "CANCELLED."
034200         GO TO 6000-EXIT
034300     END-IF.
034400     PERFORM 7200-SAVE-BEFORE-IMAGE THRU 7200-EXIT.
034500     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
034600     ACCEPT TODAY-TIME FROM TIME.
034700     IF AR-OPEN
034800         MOVE SIGNON-OPERATOR-ID TO AR-ACK-OPERATOR
034900         MOVE TODAY-DATE         TO AR-ACK-DATE
035000         MOVE TODAY-TIME         TO AR-ACK-TIME
035100     END-IF.
035200     MOVE "R"                TO AR-STATUS.
035300     MOVE SIGNON-OPERATOR-ID TO AR-RESOLVE-OPERATOR.
035400     MOVE TODAY-DATE         TO AR-RESOLVE-DATE.
035500     MOVE TODAY-TIME         TO AR-RESOLVE-TIME.
035600     MOVE ENTRY-NOTE         TO AR-RESOLVE-NOTE.
035700     MOVE "N" TO ACTION-OK-SWITCH.
035800     REWRITE AR-ALERT-REGISTER-RECORD
035900         INVALID KEY
036000             DISPLAY "REWRITE FAILED, STATUS " ALRG-FILE-STATUS
036100         NOT INVALID KEY
036200             DISPLAY "ALERT " AR-ALERT-NO " RESOLVED."
036300             MOVE "Y" TO ACTION-OK-SWITCH
036400     END-REWRITE.
036500     IF ACTION-SUCCEEDED
036600         MOVE "RESOLVE   " TO AUDIT-ACTION
036700         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036800     END-IF.
036900     GO TO 6000-EXIT.
037000 6000-EXIT.
037100     EXIT.
037200
037300*****************************************************************
037400* 7000-FETCH-ALERT - PROMPT FOR THE ALERT NUMBER AND READ IT
037500*****************************************************************
037600 7000-FETCH-ALERT.
037700     MOVE "N" TO ALERT-FOUND-SWITCH.
037800     DISPLAY "ENTER ALERT NUMBER: ".
037900     MOVE SPACES TO ENTRY-ALERT-NO.
038000     ACCEPT ENTRY-ALERT-NO.
038100     IF ENTRY-ALERT-NO = SPACES
038200         GO TO 7000-EXIT
038300     END-IF.
038400     MOVE ZERO TO ENTRY-LENGTH.
038500     INSPECT ENTRY-ALERT-NO TALLYING ENTRY-LENGTH
038600         FOR CHARACTERS BEFORE INITIAL SPACE.
038700     IF ENTRY-LENGTH = ZERO
038800         DISPLAY "ALERT NUMBER MUST BE DIGITS ONLY."
038900         GO TO 7000-EXIT
039000     END-IF.
039100     MOVE SPACES TO ENTRY-ALERT-NO-RIGHT.
039200     MOVE ENTRY-ALERT-NO(1:ENTRY-LENGTH) TO ENTRY-ALERT-NO-RIGHT.
039300     INSPECT ENTRY-ALERT-NO-RIGHT
039400         REPLACING LEADING SPACES BY ZERO.
039500     IF ENTRY-ALERT-NO-RIGHT IS NOT NUMERIC
039600         DISPLAY "ALERT NUMBER MUST BE DIGITS ONLY."
039700         GO TO 7000-EXIT
039800     END-IF.
039900     MOVE ENTRY-ALERT-NO-RIGHT TO AR-ALERT-NO.
040000     READ ALERT-REGISTER-FILE
040100         INVALID KEY
040200             DISPLAY "NO ALERT " AR-ALERT-NO " ON THE REGISTER."
040300         NOT INVALID KEY
040400             MOVE "Y" TO ALERT-FOUND-SWITCH
040500     END-READ.
040505     IF NOT ALERT-WAS-FOUND
040510         GO TO 7000-EXIT
040515     END-IF.
040520     IF AR-SITE-ID NOT = SPACES
040525         MOVE "C" TO SCOPE-REQUEST
040530         CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
040535             SCOPE-REQUEST AR-SITE-ID SCOPE-REGION SCOPE-RESULT
040540         IF NOT SITE-IN-SCOPE
040545             MOVE "N" TO ALERT-FOUND-SWITCH
040550         END-IF
040555     END-IF.
040600     GO TO 7000-EXIT.
040700 7000-EXIT.
040800     EXIT.
040900
041000*****************************************************************
041100* 7100-DISPLAY-ALERT
041200*****************************************************************
041300 7100-DISPLAY-ALERT.
041400     DISPLAY "----------------------------------------------".
041500     DISPLAY "ALERT " AR-ALERT-NO "  " AR-ALERT-CODE
041600         "  SEVERITY " AR-SEVERITY "  FROM JOB " AR-SOURCE-JOB.
041700     DISPLAY "  RAISED   " AR-RUN-DATE " " AR-RUN-TIME
041800         "  BUSINESS DAY " AR-BUSINESS-DATE.
041900     DISPLAY "  SITE     " AR-SITE-ID "  SHIFT " AR-SHIFT-CODE
042000         "  COUNTS " AR-COUNT-1 " " AR-COUNT-2.
042100     DISPLAY "  " AR-TEXT.
042200     EVALUATE TRUE
042300         WHEN AR-OPEN
042400             DISPLAY "  STATUS   OPEN - NOT YET ACKNOWLEDGED"
042500         WHEN AR-ACKNOWLEDGED
042600             DISPLAY "  STATUS   ACKNOWLEDGED BY " AR-ACK-OPERATOR
042700                 " ON " AR-ACK-DATE " " AR-ACK-TIME
042800         WHEN AR-RESOLVED
042900             DISPLAY "  STATUS   ACKNOWLEDGED BY " AR-ACK-OPERATOR
043000                 " ON " AR-ACK-DATE " " AR-ACK-TIME
043100             DISPLAY "           RESOLVED BY " AR-RESOLVE-OPERATOR
043200                 " ON " AR-RESOLVE-DATE " " AR-RESOLVE-TIME
043300             DISPLAY "  NOTE     " AR-RESOLVE-NOTE
043400     END-EVALUATE.
043500     GO TO 7100-EXIT.
043600 7100-EXIT.
043700     EXIT.
043800
043900 7200-SAVE-BEFORE-IMAGE.
044000     MOVE AR-STATUS           TO HI-STATUS.
044100     MOVE AR-ACK-OPERATOR     TO HI-ACK-OPERATOR.
044200     MOVE AR-RESOLVE-OPERATOR TO HI-RESOLVE-OPERATOR.
044300     MOVE AR-RESOLVE-NOTE     TO HI-RESOLVE-NOTE.
044400     MOVE HANDLING-IMAGE      TO AUDIT-BEFORE-IMAGE.
044500     GO TO 7200-EXIT.
044600 7200-EXIT.
044700     EXIT.
044800
044900*****************************************************************
045000* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER CHANGE: WHO, WHEN,
045100* WHAT, AND THE BEFORE AND AFTER HANDLING.  A TRAIL THAT CANNOT
045200* BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE CHANGE.
045300*****************************************************************
045400 8000-WRITE-AUDIT.
045500     MOVE AR-STATUS           TO HI-STATUS.
045600     MOVE AR-ACK-OPERATOR     TO HI-ACK-OPERATOR.
045700     MOVE AR-RESOLVE-OPERATOR TO HI-RESOLVE-OPERATOR.
045800     MOVE AR-RESOLVE-NOTE     TO HI-RESOLVE-NOTE.
045900     MOVE HANDLING-IMAGE      TO AUDIT-AFTER-IMAGE.
046000     OPEN EXTEND AUDIT-TRAIL-FILE.
046100     IF AUDIT-FILE-STATUS = "35"
046200         OPEN OUTPUT AUDIT-TRAIL-FILE
046300     END-IF.
046400     IF AUDIT-FILE-STATUS NOT = "00" AND NOT = "05"
046500         DISPLAY "WARNING - GASAUDT NOT AVAILABLE, STATUS "
046600             AUDIT-FILE-STATUS ".  CHANGE NOT AUDITED."
046700         GO TO 8000-EXIT
046800     END-IF.
046900     MOVE SPACES             TO AU-AUDIT-RECORD.
047000     MOVE TODAY-DATE         TO AU-AUDIT-DATE.
047100     MOVE TODAY-TIME         TO AU-AUDIT-TIME.
047200     MOVE SIGNON-OPERATOR-ID TO AU-OPERATOR-ID.
047300     MOVE PROGRAM-NAME       TO AU-PROGRAM-ID.
047400     MOVE AUDIT-ACTION       TO AU-ACTION.
047500     MOVE AR-ALERT-NO        TO AU-RECORD-KEY.
047600     MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
047700     MOVE AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
047800     WRITE AU-AUDIT-RECORD.
047900     CLOSE AUDIT-TRAIL-FILE.
048000     GO TO 8000-EXIT.
048100 8000-EXIT.
048200     EXIT.
048300
048400 END PROGRAM GASALRM.
