000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASMANW.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  MANIFEST WRITE-OFF FRONT END.  AN
001100*                  OPERATOR SIGNED ON THROUGH GASSIGN CAN LIST THE
001200*                  OPEN ITEMS THE LAST GASMANR RUN CARRIED FORWARD
001300*                  ON GASMOPN AND THE GROUPS ALREADY WRITTEN OFF.
001400*                  A SUPERVISOR CAN WRITE OFF A SITE/DATE/SHIFT
001500*                  THAT IS STILL OPEN, WITH A REASON; THE ROW GOES
001600*                  TO THE GASMWOF REGISTER AND THE NEXT GASMANR
001700*                  RUN REPORTS THE GROUP AS WRITTEN OFF AND STOPS
001800*                  CARRYING IT.  A WRITE-OFF IS NOT UNDONE HERE.
001900*                  EVERY WRITE-OFF GOES TO THE GASAUDT AUDIT
002000*                  TRAIL.
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPEN-ITEM-FILE ASSIGN TO "GASMOPN"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS OPEN-FILE-STATUS.
003100     SELECT WRITE-OFF-FILE ASSIGN TO "GASMWOF"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS MW-GROUP-KEY
003500         FILE STATUS IS WOF-FILE-STATUS.
003600     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS AUDIT-FILE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OPEN-ITEM-FILE.
004300     COPY GASMOPN.
004400
004500 FD  WRITE-OFF-FILE.
004600     COPY GASMWOF.
004700
004800 FD  AUDIT-TRAIL-FILE.
004900     COPY GASAUDT.
005000
005100 WORKING-STORAGE SECTION.
005200 01  MENU-CHOICE                     PIC 9(01) VALUE ZERO.
005300     88  MENU-DONE                   VALUE 9.
005400 01  OPEN-FILE-STATUS                PIC X(02).
005500 01  WOF-FILE-STATUS                 PIC X(02).
005600 01  AUDIT-FILE-STATUS               PIC X(02).
005700
005800 01  SWITCHES.
005900     05  SIGNON-RESULT               PIC X(01) VALUE "N".
006000         88  OPERATOR-SIGNED-ON      VALUE "Y".
006100     05  OPEN-EOF-SWITCH             PIC X(01) VALUE "N".
006200         88  OPEN-AT-EOF             VALUE "Y".
006300     05  WOF-EOF-SWITCH              PIC X(01) VALUE "N".
006400         88  WOF-AT-EOF              VALUE "Y".
006500     05  LIST-DONE-SWITCH            PIC X(01) VALUE "N".
006600         88  LIST-IS-DONE            VALUE "Y".
006700     05  ENTRY-VALID-SWITCH          PIC X(01) VALUE "N".
006800         88  ENTRY-IS-VALID          VALUE "Y".
006900     05  ACTION-OK-SWITCH            PIC X(01) VALUE "N".
007000         88  ACTION-SUCCEEDED        VALUE "Y".
007100
007200 01  ENTRY-SITE-ID                   PIC X(05) VALUE SPACES.
007300 01  ENTRY-DATE                      PIC X(08) VALUE SPACES.
007400 01  ENTRY-MM                        PIC 9(02) VALUE ZERO.
007500 01  ENTRY-DD                        PIC 9(02) VALUE ZERO.
007600 01  ENTRY-SHIFT-CODE                PIC X(01) VALUE SPACE.
007700 01  ENTRY-REASON                    PIC X(40) VALUE SPACES.
007800 01  CONFIRM-REPLY                   PIC X(01) VALUE SPACE.
007900 01  PAGE-REPLY                      PIC X(01) VALUE SPACE.
008000 01  LIST-COUNT                      PIC 9(06) VALUE ZERO COMP.
008100 01  SCREEN-LINE-COUNT               PIC 9(02) VALUE ZERO COMP.
008200 01  OPEN-DELIVERY-COUNT             PIC 9(04) VALUE ZERO COMP.
008300 01  OPEN-READING-GROUP-COUNT        PIC 9(04) VALUE ZERO COMP.
008400
008500 01  WANTED-GROUP-KEY.
008600     05  WANTED-SITE-ID              PIC X(05).
008700     05  WANTED-DELIVERY-DATE        PIC 9(08).
008800     05  WANTED-SHIFT-CODE           PIC X(01).
008900
009000 01  PROGRAM-NAME                    PIC X(08) VALUE "GASMANW".
009100 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
009200 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
009300     88  OPERATOR-IS-SUPERVISOR      VALUE "S".
009400 01  TODAY-DATE                      PIC 9(08).
009500 01  TODAY-TIME                      PIC 9(08).
009600
009700 01  OPEN-LIST-HEADING.
009800     05  FILLER              PIC X(40)
009900         VALUE "T SITE  DATE     S VEHICLE  FIRST REPORT".
010000     05  FILLER              PIC X(14)
010100         VALUE "ED  WRITE-OFF ".
010200
010300 01  OPEN-LIST-LINE.
010400     05  OL-ITEM-TYPE        PIC X(01).
010500     05  FILLER              PIC X(01) VALUE SPACES.
010600     05  OL-SITE-ID          PIC X(05).
010700     05  FILLER              PIC X(01) VALUE SPACES.
010800     05  OL-DELIVERY-DATE    PIC 9(08).
010900     05  FILLER              PIC X(01) VALUE SPACES.
011000     05  OL-SHIFT-CODE       PIC X(01).
011100     05  FILLER              PIC X(01) VALUE SPACES.
011200     05  OL-VEHICLE-ID       PIC X(08).
011300     05  FILLER              PIC X(01) VALUE SPACES.
011400     05  OL-FIRST-DATE       PIC 9(08).
011500     05  FILLER              PIC X(06) VALUE SPACES.
011600     05  OL-WRITE-OFF        PIC X(09).
011700
011800 01  WRITE-OFF-LIST-HEADING.
011900     05  FILLER              PIC X(40)
012000         VALUE "SITE  DATE     S BY     ON       DELIVS ".
012100     05  FILLER              PIC X(06)
012200         VALUE "REASON".
012300
012400 01  WRITE-OFF-LIST-LINE.
012500     05  WL-SITE-ID          PIC X(05).
012600     05  FILLER              PIC X(01) VALUE SPACES.
012700     05  WL-DELIVERY-DATE    PIC 9(08).
012800     05  FILLER              PIC X(01) VALUE SPACES.
012900     05  WL-SHIFT-CODE       PIC X(01).
013000     05  FILLER              PIC X(01) VALUE SPACES.
013100     05  WL-WRITTEN-OFF-BY   PIC X(06).
013200     05  FILLER              PIC X(01) VALUE SPACES.
013300     05  WL-WRITTEN-OFF-DATE PIC 9(08).
013400     05  FILLER              PIC X(01) VALUE SPACES.
013500     05  WL-DELIVERY-COUNT   PIC ZZZ9.
013600     05  FILLER              PIC X(03) VALUE SPACES.
013700     05  WL-REASON           PIC X(40).
013800
013900 PROCEDURE DIVISION.
014000*****************************************************************
014100* 0000-MAINLINE
014200*****************************************************************
014300 0000-MAINLINE.
014400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
014500     ACCEPT TODAY-TIME FROM TIME.
014600     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
014700         SIGNON-AUTHORITY SIGNON-RESULT.
014800     IF NOT OPERATOR-SIGNED-ON
014900         DISPLAY "SIGN-ON DENIED - MANIFEST WRITE-OFF CLOSED."
015000         STOP RUN
015100     END-IF.
015200     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
015300     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
015400         UNTIL MENU-DONE.
015500     CLOSE WRITE-OFF-FILE.
015600     STOP RUN.
015700
015800*****************************************************************
015900* 1000-OPEN-FILES - THE WRITE-OFF REGISTER IS OPENED I-O AND
016000* CREATED ON FIRST USE THE SAME WAY GASCALM CREATES GASCALB.
016100* GASMOPN IS OPENED AND CLOSED AROUND EACH PASS OVER IT.
016200*****************************************************************
016300 1000-OPEN-FILES.
016400     OPEN I-O WRITE-OFF-FILE.
016500     IF WOF-FILE-STATUS = "35"
016600         CLOSE WRITE-OFF-FILE
016700         OPEN OUTPUT WRITE-OFF-FILE
016800         CLOSE WRITE-OFF-FILE
016900         OPEN I-O WRITE-OFF-FILE
017000     END-IF.
017100     IF WOF-FILE-STATUS NOT = "00"
017200         DISPLAY "GASMWOF WRITE-OFF REGISTER NOT AVAILABLE, "
017300             "STATUS " WOF-FILE-STATUS
017400             " - MANIFEST WRITE-OFF CLOSED."
017500         STOP RUN
017600     END-IF.
017700     GO TO 1000-EXIT.
017800 1000-EXIT.
017900     EXIT.
018000
018100*****************************************************************
018200* 2000-SHOW-MENU
018300*****************************************************************
018400 2000-SHOW-MENU.
018500     DISPLAY "==============================================".
018600     DISPLAY " FLEET MANIFEST WRITE-OFF".
018700     DISPLAY "   1.  LIST OPEN MANIFEST ITEMS".
018800     DISPLAY "   2.  WRITE OFF A SITE/DATE/SHIFT".
018900     DISPLAY "   3.  LIST WRITE-OFFS".
019000     DISPLAY "   9.  EXIT".
019100     DISPLAY "==============================================".
019200     DISPLAY "ENTER YOUR CHOICE: ".
019300     ACCEPT MENU-CHOICE.
019400     EVALUATE MENU-CHOICE
019500         WHEN 1
019600             PERFORM 3000-LIST-OPEN-ITEMS THRU 3000-EXIT
019700         WHEN 2
019800             PERFORM 4000-WRITE-OFF-GROUP THRU 4000-EXIT
019900         WHEN 3
020000             PERFORM 5000-LIST-WRITE-OFFS THRU 5000-EXIT
020100         WHEN 9
020200             CONTINUE
020300         WHEN OTHER
020400             DISPLAY "INVALID CHOICE - RE-ENTER."
020500     END-EVALUATE.
020600     GO TO 2000-EXIT.
020700 2000-EXIT.
020800     EXIT.
020900
021000*****************************************************************
021100* 3000-LIST-OPEN-ITEMS - EVERY ROW OF THE LATEST GASMOPN
021200* GENERATION, A SCREENFUL AT A TIME, MARKED WHERE THE GROUP HAS
021300* BEEN WRITTEN OFF SINCE THAT RUN
021400*****************************************************************
021500 3000-LIST-OPEN-ITEMS.
021600     OPEN INPUT OPEN-ITEM-FILE.
021700     IF OPEN-FILE-STATUS NOT = "00"
021800         DISPLAY "GASMOPN OPEN ITEMS NOT AVAILABLE, STATUS "
021900             OPEN-FILE-STATUS "."
022000         GO TO 3000-EXIT
022100     END-IF.
022200     MOVE ZERO TO LIST-COUNT.
022300     MOVE ZERO TO SCREEN-LINE-COUNT.
022400     MOVE "N" TO LIST-DONE-SWITCH.
022500     MOVE "N" TO OPEN-EOF-SWITCH.
022600     PERFORM 3100-READ-NEXT-OPEN-ITEM THRU 3100-EXIT.
022700     DISPLAY OPEN-LIST-HEADING.
022800     PERFORM 3200-LIST-ONE-OPEN-ITEM THRU 3200-EXIT
022900         UNTIL OPEN-AT-EOF OR LIST-IS-DONE.
023000     CLOSE OPEN-ITEM-FILE.
023100     IF LIST-COUNT = ZERO
023200         DISPLAY "NO OPEN MANIFEST ITEMS."
023300     ELSE
023400         DISPLAY "OPEN ITEMS LISTED: " LIST-COUNT
023500             "  (T D = DELIVERY WITH NO MATCHING READING,"
023600         DISPLAY "   R = READINGS WITH NO SCHEDULED DELIVERY)"
023700     END-IF.
023800     GO TO 3000-EXIT.
023900 3000-EXIT.
024000     EXIT.
024100
024200 3100-READ-NEXT-OPEN-ITEM.
024300     READ OPEN-ITEM-FILE
024400         AT END
024500             MOVE "Y" TO OPEN-EOF-SWITCH
024600     END-READ.
024700     GO TO 3100-EXIT.
024800 3100-EXIT.
024900     EXIT.
025000
025100 3200-LIST-ONE-OPEN-ITEM.
025200     MOVE MO-ITEM-TYPE     TO OL-ITEM-TYPE.
025300     MOVE MO-SITE-ID       TO OL-SITE-ID.
025400     MOVE MO-DELIVERY-DATE TO OL-DELIVERY-DATE.
025500     MOVE MO-SHIFT-CODE    TO OL-SHIFT-CODE.
025600     MOVE MO-VEHICLE-ID    TO OL-VEHICLE-ID.
025700     MOVE MO-FIRST-DATE    TO OL-FIRST-DATE.
025800     MOVE MO-GROUP-KEY     TO MW-GROUP-KEY.
025900     READ WRITE-OFF-FILE
026000         INVALID KEY
026100             MOVE SPACES TO OL-WRITE-OFF
026200         NOT INVALID KEY
026300             MOVE "WRITE-OFF" TO OL-WRITE-OFF
026400     END-READ.
026500     DISPLAY OPEN-LIST-LINE.
026600     ADD 1 TO LIST-COUNT.
026700     ADD 1 TO SCREEN-LINE-COUNT.
026800     IF SCREEN-LINE-COUNT NOT < 15
026900         DISPLAY "PRESS ENTER FOR MORE, X TO END THIS LIST: "
027000         ACCEPT PAGE-REPLY
027100         IF PAGE-REPLY = "X" OR PAGE-REPLY = "x"
027200             MOVE "Y" TO LIST-DONE-SWITCH
027300         END-IF
027400         MOVE ZERO TO SCREEN-LINE-COUNT
027500     END-IF.
027600     PERFORM 3100-READ-NEXT-OPEN-ITEM THRU 3100-EXIT.
027700     GO TO 3200-EXIT.
027800 3200-EXIT.
027900     EXIT.
028000
028100*****************************************************************
028200* 4000-WRITE-OFF-GROUP - SUPERVISOR ONLY.  THE GROUP MUST STILL
028300* BE OPEN ON GASMOPN AND NOT ALREADY WRITTEN OFF, AND THE REASON
028400* MAY NOT BE BLANK.
028500*****************************************************************
028600 4000-WRITE-OFF-GROUP.
028700     IF NOT OPERATOR-IS-SUPERVISOR
028800         DISPLAY "WRITING OFF MANIFEST ITEMS IS SUPERVISOR "
028900             "ONLY - REQUEST DENIED."
029000         GO TO 4000-EXIT
029100     END-IF.
029200     DISPLAY "ENTER SITE ID: ".
029300     MOVE SPACES TO ENTRY-SITE-ID.
029400     ACCEPT ENTRY-SITE-ID.
029500     IF ENTRY-SITE-ID = SPACES
029600         GO TO 4000-EXIT
029700     END-IF.
029800     DISPLAY "ENTER DELIVERY DATE (YYYYMMDD): ".
029900     PERFORM 7200-ACCEPT-ONE-DATE THRU 7200-EXIT.
030000     IF NOT ENTRY-IS-VALID
030100         GO TO 4000-EXIT
030200     END-IF.
030300     DISPLAY "ENTER SHIFT CODE: ".
030400     MOVE SPACE TO ENTRY-SHIFT-CODE.
030500     ACCEPT ENTRY-SHIFT-CODE.
030600     MOVE ENTRY-SITE-ID    TO WANTED-SITE-ID.
030700     MOVE ENTRY-DATE       TO WANTED-DELIVERY-DATE.
030800     MOVE ENTRY-SHIFT-CODE TO WANTED-SHIFT-CODE.
030900     MOVE WANTED-GROUP-KEY TO MW-GROUP-KEY.
031000     READ WRITE-OFF-FILE
031100         INVALID KEY
031200             CONTINUE
031300         NOT INVALID KEY
031400             DISPLAY "ALREADY WRITTEN OFF BY " MW-WRITTEN-OFF-BY
031500                 " ON " MW-WRITTEN-OFF-DATE "."
031600             GO TO 4000-EXIT
031700     END-READ.
031800     PERFORM 4100-COUNT-OPEN-ITEMS THRU 4100-EXIT.
031900     IF OPEN-DELIVERY-COUNT = ZERO
032000         AND OPEN-READING-GROUP-COUNT = ZERO
032100         DISPLAY "NOTHING OPEN FOR SITE " WANTED-SITE-ID " DATE "
032200             WANTED-DELIVERY-DATE " SHIFT " WANTED-SHIFT-CODE
032300             " - WRITE-OFF CANCELLED."
032400         GO TO 4000-EXIT
032500     END-IF.
032600     IF OPEN-DELIVERY-COUNT > ZERO
032700         DISPLAY "OPEN: " OPEN-DELIVERY-COUNT
032800             " SCHEDULED DELIVERIES NOT MATCHED BY READINGS."
032900     ELSE
033000         DISPLAY "OPEN: READINGS WITH NO SCHEDULED DELIVERY."
033100     END-IF.
033200     DISPLAY "ENTER REASON FOR THE WRITE-OFF: ".
033300     MOVE SPACES TO ENTRY-REASON.
033400     ACCEPT ENTRY-REASON.
033500     IF ENTRY-REASON = SPACES
033600         DISPLAY "REASON MAY NOT BE BLANK - WRITE-OFF CANCELLED."
033700         GO TO 4000-EXIT
033800     END-IF.
033900     DISPLAY "WRITE THIS GROUP OFF (Y/N)? ".
034000     MOVE SPACE TO CONFIRM-REPLY.
034100     ACCEPT CONFIRM-REPLY.
034200     IF CONFIRM-REPLY NOT = "Y" AND NOT = "y"
034300         DISPLAY "WRITE-OFF CANCELLED."
034400         GO TO 4000-EXIT
034500     END-IF.
034600     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
034700     ACCEPT TODAY-TIME FROM TIME.
034800     MOVE SPACES              TO MW-WRITE-OFF-RECORD.
034900     MOVE WANTED-GROUP-KEY    TO MW-GROUP-KEY.
035000     MOVE SIGNON-OPERATOR-ID  TO MW-WRITTEN-OFF-BY.
035100     MOVE TODAY-DATE          TO MW-WRITTEN-OFF-DATE.
035200     MOVE TODAY-TIME          TO MW-WRITTEN-OFF-TIME.
035300     MOVE OPEN-DELIVERY-COUNT TO MW-DELIVERY-COUNT.
035400     MOVE ENTRY-REASON        TO MW-REASON.
035500     MOVE "N" TO ACTION-OK-SWITCH.
035600     WRITE MW-WRITE-OFF-RECORD
035700         INVALID KEY
035800             DISPLAY "WRITE FAILED, STATUS " WOF-FILE-STATUS
035900         NOT INVALID KEY
036000             DISPLAY "SITE " WANTED-SITE-ID " DATE "
036100                 WANTED-DELIVERY-DATE " SHIFT " WANTED-SHIFT-CODE
036200                 " WRITTEN OFF."
036300             MOVE "Y" TO ACTION-OK-SWITCH
036400     END-WRITE.
036500     IF ACTION-SUCCEEDED
036600         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
036700     END-IF.
036800     GO TO 4000-EXIT.
036900 4000-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300* 4100-COUNT-OPEN-ITEMS - THE WANTED GROUP'S ROWS ON GASMOPN
037400*****************************************************************
037500 4100-COUNT-OPEN-ITEMS.
037600     MOVE ZERO TO OPEN-DELIVERY-COUNT.
037700     MOVE ZERO TO OPEN-READING-GROUP-COUNT.
037800     OPEN INPUT OPEN-ITEM-FILE.
037900     IF OPEN-FILE-STATUS NOT = "00"
038000         DISPLAY "GASMOPN OPEN ITEMS NOT AVAILABLE, STATUS "
038100             OPEN-FILE-STATUS "."
038200         GO TO 4100-EXIT
038300     END-IF.
038400     MOVE "N" TO OPEN-EOF-SWITCH.
038500     PERFORM 3100-READ-NEXT-OPEN-ITEM THRU 3100-EXIT.
038600     PERFORM 4200-COUNT-ONE-OPEN-ITEM THRU 4200-EXIT
038700         UNTIL OPEN-AT-EOF.
038800     CLOSE OPEN-ITEM-FILE.
038900     GO TO 4100-EXIT.
039000 4100-EXIT.
039100     EXIT.
039200
039300 4200-COUNT-ONE-OPEN-ITEM.
039400     IF MO-GROUP-KEY = WANTED-GROUP-KEY
039500         IF MO-DELIVERY-ITEM
039600             ADD 1 TO OPEN-DELIVERY-COUNT
039700         ELSE
039800             ADD 1 TO OPEN-READING-GROUP-COUNT
039900         END-IF
040000     END-IF.
040100     PERFORM 3100-READ-NEXT-OPEN-ITEM THRU 3100-EXIT.
040200     GO TO 4200-EXIT.
040300 4200-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700* 5000-LIST-WRITE-OFFS - THE WHOLE GASMWOF REGISTER IN KEY ORDER,
040800* A SCREENFUL AT A TIME
040900*****************************************************************
041000 5000-LIST-WRITE-OFFS.
041100     MOVE ZERO TO LIST-COUNT.
041200     MOVE ZERO TO SCREEN-LINE-COUNT.
041300     MOVE "N" TO LIST-DONE-SWITCH.
041400     MOVE "N" TO WOF-EOF-SWITCH.
041500     MOVE LOW-VALUES TO MW-GROUP-KEY.
041600     START WRITE-OFF-FILE
041700         KEY IS NOT LESS THAN MW-GROUP-KEY
041800         INVALID KEY
041900             MOVE "Y" TO WOF-EOF-SWITCH
042000     END-START.
042100     IF NOT WOF-AT-EOF
042200         PERFORM 5100-READ-NEXT-WRITE-OFF THRU 5100-EXIT
042300     END-IF.
042400     DISPLAY WRITE-OFF-LIST-HEADING.
042500     PERFORM 5200-LIST-ONE-WRITE-OFF THRU 5200-EXIT
042600         UNTIL WOF-AT-EOF OR LIST-IS-DONE.
042700     IF LIST-COUNT = ZERO
042800         DISPLAY "NO GROUPS HAVE BEEN WRITTEN OFF."
042900     ELSE
043000         DISPLAY "WRITE-OFFS LISTED: " LIST-COUNT
043100     END-IF.
043200     GO TO 5000-EXIT.
043300 5000-EXIT.
043400     EXIT.
043500
043600 5100-READ-NEXT-WRITE-OFF.
043700     READ WRITE-OFF-FILE NEXT RECORD
043800         AT END
043900             MOVE "Y" TO WOF-EOF-SWITCH
044000     END-READ.
044100     GO TO 5100-EXIT.
044200 5100-EXIT.
044300     EXIT.
044400
044500 5200-LIST-ONE-WRITE-OFF.
044600     MOVE MW-SITE-ID          TO WL-SITE-ID.
044700     MOVE MW-DELIVERY-DATE    TO WL-DELIVERY-DATE.
044800     MOVE MW-SHIFT-CODE       TO WL-SHIFT-CODE.
044900     MOVE MW-WRITTEN-OFF-BY   TO WL-WRITTEN-OFF-BY.
045000     MOVE MW-WRITTEN-OFF-DATE TO WL-WRITTEN-OFF-DATE.
045100     MOVE MW-DELIVERY-COUNT   TO WL-DELIVERY-COUNT.
045200     MOVE MW-REASON           TO WL-REASON.
045300     DISPLAY WRITE-OFF-LIST-LINE.
045400     ADD 1 TO LIST-COUNT.
045500     ADD 1 TO SCREEN-LINE-COUNT.
045600     IF SCREEN-LINE-COUNT NOT < 15
045700         DISPLAY "PRESS ENTER FOR MORE, X TO END THIS LIST: "
045800         ACCEPT PAGE-REPLY
045900         IF PAGE-REPLY = "X" OR PAGE-REPLY = "x"
046000             MOVE "Y" TO LIST-DONE-SWITCH
046100         END-IF
046200         MOVE ZERO TO SCREEN-LINE-COUNT
046300     END-IF.
046400     PERFORM 5100-READ-NEXT-WRITE-OFF THRU 5100-EXIT.
046500     GO TO 5200-EXIT.
046600 5200-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000* 7200-ACCEPT-ONE-DATE - 8 DIGITS WITH A PLAUSIBLE MONTH AND DAY
047100*****************************************************************
047200 7200-ACCEPT-ONE-DATE.
047300     MOVE "N" TO ENTRY-VALID-SWITCH.
047400     MOVE SPACES TO ENTRY-DATE.
047500     ACCEPT ENTRY-DATE.
047600     IF ENTRY-DATE IS NOT NUMERIC
047700         DISPLAY "DATE MUST BE 8 DIGITS, YYYYMMDD."
047800         GO TO 7200-EXIT
047900     END-IF.
048000     MOVE ENTRY-DATE(5:2) TO ENTRY-MM.
048100     MOVE ENTRY-DATE(7:2) TO ENTRY-DD.
048200     IF ENTRY-MM < 1 OR ENTRY-MM > 12
048300         OR ENTRY-DD < 1 OR ENTRY-DD > 31
048400         DISPLAY "DATE " ENTRY-DATE " IS NOT A VALID DATE."
048500         GO TO 7200-EXIT
048600     END-IF.
048700     MOVE "Y" TO ENTRY-VALID-SWITCH.
048800     GO TO 7200-EXIT.
048900 7200-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER WRITE-OFF: WHO, WHEN,
049400* AND THE REGISTER ROW AS WRITTEN (THERE IS NO BEFORE IMAGE).  A
049500* TRAIL THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE
049600* WRITE-OFF.
049700*****************************************************************
049800 8000-WRITE-AUDIT.
049900     OPEN EXTEND AUDIT-TRAIL-FILE.
050000     IF AUDIT-FILE-STATUS = "35"
050100         OPEN OUTPUT AUDIT-TRAIL-FILE
050200     END-IF.
050300     IF AUDIT-FILE-STATUS NOT = "00" AND NOT = "05"
050400         DISPLAY "WARNING - GASAUDT NOT AVAILABLE, STATUS "
050500             AUDIT-FILE-STATUS ".  CHANGE NOT AUDITED."
050600         GO TO 8000-EXIT
050700     END-IF.
050800     MOVE SPACES              TO AU-AUDIT-RECORD.
050900     MOVE TODAY-DATE          TO AU-AUDIT-DATE.
051000     MOVE TODAY-TIME          TO AU-AUDIT-TIME.
051100     MOVE SIGNON-OPERATOR-ID  TO AU-OPERATOR-ID.
051200     MOVE PROGRAM-NAME        TO AU-PROGRAM-ID.
051300     MOVE "WRITEOFF  "        TO AU-ACTION.
051400     MOVE MW-GROUP-KEY        TO AU-RECORD-KEY.
051500     MOVE MW-WRITE-OFF-RECORD TO AU-AFTER-IMAGE.
051600     WRITE AU-AUDIT-RECORD.
051700     CLOSE AUDIT-TRAIL-FILE.
051800     GO TO 8000-EXIT.
051900 8000-EXIT.
052000     EXIT.
052100
052200 END PROGRAM GASMANW.
