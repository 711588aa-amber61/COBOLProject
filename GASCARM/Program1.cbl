000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASCARM.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  MAINTENANCE FRONT END OVER THE
001100*                  GASCARR CARRIER MASTER -- ADD A CARRIER WITH
001200*                  ITS AP VENDOR NUMBER AND PENALTY SCHEDULE,
001300*                  CHANGE THE SCHEDULE WHEN A CONTRACT IS
001400*                  RENEGOTIATED, DEACTIVATE OR REACTIVATE A
001500*                  CARRIER, AND INQUIRE.  THE SCHEDULE DRIVES
001600*                  WHAT THE MONTH-END CHARGEBACK BILLS, SO EVERY
001700*                  CHANGE IS SUPERVISOR ONLY AND GOES TO THE
001800*                  GASAUDT AUDIT TRAIL WITH THE BEFORE AND AFTER
001900*                  VALUES.
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CARRIER-MASTER-FILE ASSIGN TO "GASCARR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS CR-CARRIER-ID
003100         FILE STATUS IS CARR-FILE-STATUS.
003200     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS AUDIT-FILE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CARRIER-MASTER-FILE.
003900     COPY GASCARR.
004000
004100 FD  AUDIT-TRAIL-FILE.
004200     COPY GASAUDT.
004300
004400 WORKING-STORAGE SECTION.
004500 01  MENU-CHOICE                     PIC 9(01) VALUE ZERO.
004600     88  MENU-DONE                   VALUE 9.
004700 01  CARR-FILE-STATUS                PIC X(02).
004800 01  AUDIT-FILE-STATUS               PIC X(02).
004900
005000 01  SWITCHES.
005100     05  CARRIER-FOUND-SWITCH        PIC X(01) VALUE "N".
005200         88  CARRIER-WAS-FOUND       VALUE "Y".
005300     05  SIGNON-RESULT               PIC X(01) VALUE "N".
005400         88  OPERATOR-SIGNED-ON      VALUE "Y".
005500     05  ACTION-OK-SWITCH            PIC X(01) VALUE "N".
005600         88  ACTION-SUCCEEDED        VALUE "Y".
005700     05  ENTRY-VALID-SWITCH          PIC X(01) VALUE "N".
005800         88  ENTRY-IS-VALID          VALUE "Y".
005900
006000 01  ENTRY-CARRIER-ID                PIC X(04) VALUE SPACES.
006100 01  ENTRY-CARRIER-NAME              PIC X(30) VALUE SPACES.
006200 01  ENTRY-VENDOR-NO                 PIC X(08) VALUE SPACES.
006300 01  ENTRY-PENALTY                   PIC X(07) VALUE SPACES.
006400 01  ENTRY-PENALTY-VALUE REDEFINES ENTRY-PENALTY
006500                                     PIC 9(05)V99.
006600 01  NEW-PENALTY-SCHEDULE.
006700     05  NEW-TIER-PENALTY            PIC 9(05)V99 OCCURS 5 TIMES.
006800 01  SHOW-PENALTY                    PIC ZZ,ZZ9.99.
006900
007000*****************************************************************
007100* RATING TIERS IN PENALTY SCHEDULE ORDER
007200*****************************************************************
007300 01  TIER-LETTER-VALUES              PIC X(05) VALUE "EGFPU".
007400 01  TIER-LETTER-TABLE REDEFINES TIER-LETTER-VALUES.
007500     05  TIER-LETTER                 PIC X(01) OCCURS 5 TIMES.
007600 01  TIER-SUB                        PIC 9(02) VALUE ZERO COMP.
007700
007800 01  PROGRAM-NAME                    PIC X(08) VALUE "GASCARM".
007900 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
008000 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
008100     88  OPERATOR-IS-SUPERVISOR      VALUE "S".
008200 01  TODAY-DATE                      PIC 9(08).
008300 01  TODAY-TIME                      PIC 9(08).
008400 01  AUDIT-ACTION                    PIC X(10) VALUE SPACES.
008500 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
008600 01  AUDIT-AFTER-IMAGE               PIC X(80) VALUE SPACES.
008700
008800 PROCEDURE DIVISION.
008900*****************************************************************
009000* 0000-MAINLINE
009100*****************************************************************
009200 0000-MAINLINE.
009300     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
009400     ACCEPT TODAY-TIME FROM TIME.
009500     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
009600         SIGNON-AUTHORITY SIGNON-RESULT.
009700     IF NOT OPERATOR-SIGNED-ON
009800         DISPLAY "SIGN-ON DENIED - CARRIER MAINTENANCE CLOSED."
009900         STOP RUN
010000     END-IF.
010100     PERFORM 1000-OPEN-CARRIER-MASTER THRU 1000-EXIT.
010200     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
010300         UNTIL MENU-DONE.
010400     CLOSE CARRIER-MASTER-FILE.
010500     STOP RUN.
010600
010700*****************************************************************
010800* 1000-OPEN-CARRIER-MASTER - OPEN I-O, CREATING THE FILE ON
010900* FIRST USE THE SAME WAY GASSITEM CREATES GASSITE
011000*****************************************************************
011100 1000-OPEN-CARRIER-MASTER.
011200     OPEN I-O CARRIER-MASTER-FILE.
011300     IF CARR-FILE-STATUS = "35"
011400         CLOSE CARRIER-MASTER-FILE
011500         OPEN OUTPUT CARRIER-MASTER-FILE
011600         CLOSE CARRIER-MASTER-FILE
011700         OPEN I-O CARRIER-MASTER-FILE
011800     END-IF.
011900     GO TO 1000-EXIT.
012000 1000-EXIT.
012100     EXIT.
012200
012300*****************************************************************
012400* 2000-SHOW-MENU
012500*****************************************************************
012600 2000-SHOW-MENU.
012700     DISPLAY "==============================================".
012800     DISPLAY " CARRIER MASTER MAINTENANCE".
012900     DISPLAY "   1.  ADD A CARRIER".
013000     DISPLAY "   2.  CHANGE A CARRIER'S PENALTY SCHEDULE".
013100     DISPLAY "   3.  DEACTIVATE A CARRIER".
013200     DISPLAY "   4.  REACTIVATE A CARRIER".
013300     DISPLAY "   5.  INQUIRE ON A CARRIER".
013400     DISPLAY "   9.  EXIT".
013500     DISPLAY "==============================================".
013600     DISPLAY "ENTER YOUR CHOICE: ".
013700     ACCEPT MENU-CHOICE.
013800     EVALUATE MENU-CHOICE
013900         WHEN 1
014000             PERFORM 3000-ADD-CARRIER THRU 3000-EXIT
014100         WHEN 2
014200             PERFORM 4000-CHANGE-PENALTIES THRU 4000-EXIT
014300         WHEN 3
014400             PERFORM 5000-DEACTIVATE-CARRIER THRU 5000-EXIT
014500         WHEN 4
014600             PERFORM 5500-REACTIVATE-CARRIER THRU 5500-EXIT
014700         WHEN 5
014800             PERFORM 6000-INQUIRE-CARRIER THRU 6000-EXIT
014900         WHEN 9
015000             CONTINUE
015100         WHEN OTHER
015200             DISPLAY "INVALID CHOICE - RE-ENTER."
015300     END-EVALUATE.
015400     GO TO 2000-EXIT.
015500 2000-EXIT.
015600     EXIT.
015700
015800*****************************************************************
015900* 3000-ADD-CARRIER - WRITE A NEW ACTIVE CARRIER MASTER ROW
016000*****************************************************************
016100 3000-ADD-CARRIER.
016200     IF NOT OPERATOR-IS-SUPERVISOR
016300         DISPLAY "ADDING A CARRIER IS SUPERVISOR ONLY - "
016400             "REQUEST DENIED."
016500         GO TO 3000-EXIT
016600     END-IF.
016700     DISPLAY "ENTER CARRIER ID (4 CHARACTERS): ".
016800     ACCEPT ENTRY-CARRIER-ID.
016900     IF ENTRY-CARRIER-ID = SPACES
017000         DISPLAY "CARRIER ID MAY NOT BE BLANK - ADD CANCELLED."
017100         GO TO 3000-EXIT
017200     END-IF.
017300     DISPLAY "ENTER CARRIER NAME: ".
017400     ACCEPT ENTRY-CARRIER-NAME.
017500     DISPLAY "ENTER ACCOUNTS PAYABLE VENDOR NUMBER: ".
017600     ACCEPT ENTRY-VENDOR-NO.
017700     IF ENTRY-VENDOR-NO = SPACES
017800         DISPLAY "VENDOR NUMBER MAY NOT BE BLANK - ADD CANCELLED."
017900         GO TO 3000-EXIT
018000     END-IF.
018100     PERFORM 7100-ACCEPT-PENALTIES THRU 7100-EXIT.
018200     IF NOT ENTRY-IS-VALID
018300         DISPLAY "ADD CANCELLED."
018400         GO TO 3000-EXIT
018500     END-IF.
018600     MOVE SPACES               TO CR-CARRIER-RECORD.
018700     MOVE ENTRY-CARRIER-ID     TO CR-CARRIER-ID.
018800     MOVE ENTRY-CARRIER-NAME   TO CR-CARRIER-NAME.
018900     MOVE "A"                  TO CR-ACTIVE-FLAG.
019000     MOVE ENTRY-VENDOR-NO      TO CR-VENDOR-NO.
019100     MOVE NEW-PENALTY-SCHEDULE TO CR-PENALTY-SCHEDULE.
019200     MOVE "N" TO ACTION-OK-SWITCH.
019300     WRITE CR-CARRIER-RECORD
019400         INVALID KEY
019500             DISPLAY "CARRIER " ENTRY-CARRIER-ID " ALREADY ON "
019600                 "FILE - NOT ADDED."
019700         NOT INVALID KEY
019800             DISPLAY "CARRIER " ENTRY-CARRIER-ID " ADDED."
019900             MOVE "Y" TO ACTION-OK-SWITCH
020000     END-WRITE.
020100     IF ACTION-SUCCEEDED
020200         MOVE "ADD       " TO AUDIT-ACTION
020300         MOVE SPACES TO AUDIT-BEFORE-IMAGE
020400         MOVE CR-CARRIER-RECORD TO AUDIT-AFTER-IMAGE
020500         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
020600     END-IF.
020700     GO TO 3000-EXIT.
020800 3000-EXIT.
020900     EXIT.
021000
021100*****************************************************************
021200* 4000-CHANGE-PENALTIES - REPLACE THE WHOLE SCHEDULE.  THE OLD
021300* AMOUNTS LIVE ON IN THE AUDIT TRAIL'S BEFORE IMAGE.
021400*****************************************************************
021500 4000-CHANGE-PENALTIES.
021600     IF NOT OPERATOR-IS-SUPERVISOR
021700         DISPLAY "CHANGING A PENALTY SCHEDULE IS SUPERVISOR "
021800             "ONLY - REQUEST DENIED."
021900         GO TO 4000-EXIT
022000     END-IF.
022100     PERFORM 7000-FETCH-CARRIER THRU 7000-EXIT.
022200     IF NOT CARRIER-WAS-FOUND
022300         GO TO 4000-EXIT
022400     END-IF.
022500     PERFORM 7100-ACCEPT-PENALTIES THRU 7100-EXIT.
022600     IF NOT ENTRY-IS-VALID
022700         DISPLAY "CHANGE CANCELLED."
022800         GO TO 4000-EXIT
022900     END-IF.
023000     MOVE CR-CARRIER-RECORD TO AUDIT-BEFORE-IMAGE.
023100     MOVE NEW-PENALTY-SCHEDULE TO CR-PENALTY-SCHEDULE.
023200     MOVE "N" TO ACTION-OK-SWITCH.
023300     REWRITE CR-CARRIER-RECORD
023400         INVALID KEY
023500             DISPLAY "REWRITE FAILED, STATUS " CARR-FILE-STATUS
023600         NOT INVALID KEY
023700             DISPLAY "PENALTY SCHEDULE FOR CARRIER " CR-CARRIER-ID
023800                 " CHANGED."
023900             MOVE "Y" TO ACTION-OK-SWITCH
024000     END-REWRITE.
024100     IF ACTION-SUCCEEDED
024200         MOVE "PENALTIES " TO AUDIT-ACTION
024300         MOVE CR-CARRIER-RECORD TO AUDIT-AFTER-IMAGE
024400         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
024500     END-IF.
024600     GO TO 4000-EXIT.
024700 4000-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100* 5000-DEACTIVATE-CARRIER - THE ROW IS KEPT SO HISTORY ROWS AND
025200* LATE CHARGEBACKS FOR THE CARRIER STAY EXPLAINABLE
025300*****************************************************************
025400 5000-DEACTIVATE-CARRIER.
025500     IF NOT OPERATOR-IS-SUPERVISOR
025600         DISPLAY "DEACTIVATING A CARRIER IS SUPERVISOR ONLY - "
025700             "REQUEST DENIED."
025800         GO TO 5000-EXIT
025900     END-IF.
026000     PERFORM 7000-FETCH-CARRIER THRU 7000-EXIT.
026100     IF NOT CARRIER-WAS-FOUND
026200         GO TO 5000-EXIT
026300     END-IF.
026400     IF CR-CARRIER-INACTIVE
026500         DISPLAY "CARRIER " CR-CARRIER-ID " IS ALREADY INACTIVE."
026600         GO TO 5000-EXIT
026700     END-IF.
026800     MOVE CR-CARRIER-RECORD TO AUDIT-BEFORE-IMAGE.
026900     MOVE "I" TO CR-ACTIVE-FLAG.
027000     MOVE "N" TO ACTION-OK-SWITCH.
027100     REWRITE CR-CARRIER-RECORD
027200         INVALID KEY
027300             DISPLAY "REWRITE FAILED, STATUS " CARR-FILE-STATUS
027400         NOT INVALID KEY
027500             DISPLAY "CARRIER " CR-CARRIER-ID " DEACTIVATED."
027600             MOVE "Y" TO ACTION-OK-SWITCH
027700     END-REWRITE.
027800     IF ACTION-SUCCEEDED
027900         MOVE "DEACTIVATE" TO AUDIT-ACTION
028000         MOVE CR-CARRIER-RECORD TO AUDIT-AFTER-IMAGE
028100         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
028200     END-IF.
028300     GO TO 5000-EXIT.
028400 5000-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* 5500-REACTIVATE-CARRIER
028900*****************************************************************
029000 5500-REACTIVATE-CARRIER.
029100     IF NOT OPERATOR-IS-SUPERVISOR
029200         DISPLAY "REACTIVATING A CARRIER IS SUPERVISOR ONLY - "
029300             "REQUEST DENIED."
029400         GO TO 5500-EXIT
029500     END-IF.
029600     PERFORM 7000-FETCH-CARRIER THRU 7000-EXIT.
029700     IF NOT CARRIER-WAS-FOUND
029800         GO TO 5500-EXIT
029900     END-IF.
030000     IF CR-CARRIER-ACTIVE
030100         DISPLAY "CARRIER " CR-CARRIER-ID " IS ALREADY ACTIVE."
030200         GO TO 5500-EXIT
030300     END-IF.
030400     MOVE CR-CARRIER-RECORD TO AUDIT-BEFORE-IMAGE.
030500     MOVE "A" TO CR-ACTIVE-FLAG.
030600     MOVE "N" TO ACTION-OK-SWITCH.
030700     REWRITE CR-CARRIER-RECORD
030800         INVALID KEY
030900             DISPLAY "REWRITE FAILED, STATUS " CARR-FILE-STATUS
031000         NOT INVALID KEY
031100             DISPLAY "CARRIER " CR-CARRIER-ID " REACTIVATED."
031200             MOVE "Y" TO ACTION-OK-SWITCH
031300     END-REWRITE.
031400     IF ACTION-SUCCEEDED
031500         MOVE "REACTIVATE" TO AUDIT-ACTION
031600         MOVE CR-CARRIER-RECORD TO AUDIT-AFTER-IMAGE
031700         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
031800     END-IF.
031900     GO TO 5500-EXIT.
032000 5500-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400* 6000-INQUIRE-CARRIER
032500*****************************************************************
032600 6000-INQUIRE-CARRIER.
032700     PERFORM 7000-FETCH-CARRIER THRU 7000-EXIT.
032800     IF NOT CARRIER-WAS-FOUND
032900         GO TO 6000-EXIT
033000     END-IF.
033100     DISPLAY "CARRIER ID:    " CR-CARRIER-ID.
033200     DISPLAY "CARRIER NAME:  " CR-CARRIER-NAME.
033300     DISPLAY "ACTIVE FLAG:   " CR-ACTIVE-FLAG.
033400     DISPLAY "AP VENDOR NO:  " CR-VENDOR-NO.
033500     DISPLAY "PENALTY PER DELIVERY BY TIER:".
033600     PERFORM 6100-SHOW-ONE-PENALTY THRU 6100-EXIT
033700         VARYING TIER-SUB FROM 1 BY 1
033800         UNTIL TIER-SUB > 5.
033900     GO TO 6000-EXIT.
034000 6000-EXIT.
034100     EXIT.
034200
034300 6100-SHOW-ONE-PENALTY.
034400     MOVE CR-TIER-PENALTY (TIER-SUB) TO SHOW-PENALTY.
034500     DISPLAY "   TIER " TIER-LETTER (TIER-SUB) ":  " SHOW-PENALTY.
034600     GO TO 6100-EXIT.
034700 6100-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100* 7000-FETCH-CARRIER - PROMPT FOR A CARRIER ID AND READ ITS
035200* MASTER ROW
035300*****************************************************************
035400 7000-FETCH-CARRIER.
035500     MOVE "N" TO CARRIER-FOUND-SWITCH.
035600     DISPLAY "ENTER CARRIER ID: ".
035700     ACCEPT ENTRY-CARRIER-ID.
035800     MOVE ENTRY-CARRIER-ID TO CR-CARRIER-ID.
035900     READ CARRIER-MASTER-FILE
036000         INVALID KEY
036100             DISPLAY "CARRIER " ENTRY-CARRIER-ID " NOT ON FILE."
036200         NOT INVALID KEY
036300             MOVE "Y" TO CARRIER-FOUND-SWITCH
036400     END-READ.
036500     GO TO 7000-EXIT.
036600 7000-EXIT.
036700     EXIT.
036800
036900*****************************************************************
037000* 7100-ACCEPT-PENALTIES - ONE AMOUNT PER TIER INTO
037100* NEW-PENALTY-SCHEDULE.  ENTRY-VALID-SWITCH COMES BACK "Y" ONLY
037200* WHEN ALL FIVE ARE GOOD.
037300*****************************************************************
037400 7100-ACCEPT-PENALTIES.
037500     MOVE "Y" TO ENTRY-VALID-SWITCH.
037600     DISPLAY "ENTER THE PENALTY PER DELIVERY FOR EACH TIER AS "
037700         "7 DIGITS, 5 WHOLE AND 2 DECIMAL (0002500 = 25.00):".
037800     PERFORM 7110-ACCEPT-ONE-PENALTY THRU 7110-EXIT
037900         VARYING TIER-SUB FROM 1 BY 1
038000         UNTIL TIER-SUB > 5 OR NOT ENTRY-IS-VALID.
038100     GO TO 7100-EXIT.
038200 7100-EXIT.
038300     EXIT.
038400
038500 7110-ACCEPT-ONE-PENALTY.
038600     DISPLAY "   TIER " TIER-LETTER (TIER-SUB) ": ".
038700     MOVE SPACES TO ENTRY-PENALTY.
038800     ACCEPT ENTRY-PENALTY.
038900     IF ENTRY-PENALTY IS NOT NUMERIC
039000         DISPLAY "PENALTY MUST BE 7 DIGITS."
039100         MOVE "N" TO ENTRY-VALID-SWITCH
039200         GO TO 7110-EXIT
039300     END-IF.
039400     MOVE ENTRY-PENALTY-VALUE TO NEW-TIER-PENALTY (TIER-SUB).
039500     GO TO 7110-EXIT.
039600 7110-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER CHANGE: WHO, WHEN,
040100* WHAT, AND THE BEFORE AND AFTER VALUES.  A TRAIL THAT CANNOT
040200* BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE CHANGE.
040300*****************************************************************
040400 8000-WRITE-AUDIT.
040500     OPEN EXTEND AUDIT-TRAIL-FILE.
040600     IF AUDIT-FILE-STATUS = "35"
040700         OPEN OUTPUT AUDIT-TRAIL-FILE
040800     END-IF.
040900     IF AUDIT-FILE-STATUS NOT = "00" AND NOT = "05"
041000         DISPLAY "WARNING - GASAUDT NOT AVAILABLE, STATUS "
041100             AUDIT-FILE-STATUS ".  CHANGE NOT AUDITED."
041200         GO TO 8000-EXIT
041300     END-IF.
041400     MOVE SPACES             TO AU-AUDIT-RECORD.
041500     MOVE TODAY-DATE         TO AU-AUDIT-DATE.
041600     MOVE TODAY-TIME         TO AU-AUDIT-TIME.
041700     MOVE SIGNON-OPERATOR-ID TO AU-OPERATOR-ID.
041800     MOVE PROGRAM-NAME       TO AU-PROGRAM-ID.
041900     MOVE AUDIT-ACTION       TO AU-ACTION.
042000     MOVE CR-CARRIER-ID      TO AU-RECORD-KEY.
042100     MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
042200     MOVE AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
042300     WRITE AU-AUDIT-RECORD.
042400     CLOSE AUDIT-TRAIL-FILE.
042500     GO TO 8000-EXIT.
042600 8000-EXIT.
042700     EXIT.
042800
042900 END PROGRAM GASCARM.
