000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASMANR.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  FLEET DELIVERY MANIFEST MATCH.  THE
001100*                  FLEET-MANAGEMENT SYSTEM KNOWS EVERY SCHEDULED
001200*                  DELIVERY (SITE, DATE, SHIFT, VEHICLE) AND NOW
001300*                  SENDS THE DAY'S GASMANF MANIFEST.  THIS STEP
001400*                  GROUPS THE MANIFEST BY SITE, DATE AND SHIFT AND
001500*                  HOLDS EACH GROUP AGAINST THE BATCH GASHIST ROWS
001600*                  FOR THE SAME SITE, READING DATE AND SHIFT.
001700*                  REPORTED: DELIVERIES WITH NO READING, READINGS
001800*                  WITH NO SCHEDULED DELIVERY, AND GROUPS WHOSE
001900*                  READING COUNT DIFFERS FROM THE MANIFEST COUNT.
002000*                  UNMATCHED GROUPS ARE CARRIED FORWARD ON GASMOPN
002100*                  (GASMOPNI IN, GASMOPNO OUT) THE WAY GASACKR
002200*                  CARRIES GASOUT -- EACH RUN RECOUNTS THEM,
002300*                  CLEARS THE ONES THAT NOW MATCH, DROPS THE ONES
002400*                  A SUPERVISOR HAS WRITTEN OFF ON GASMWOF THROUGH
002500*                  GASMANW, AND FLAGS THE REST PAST THE AGE LIMIT.
002600*                  PARM IS THE MANIFEST DATE YYYYMMDD FOLLOWED BY
002700*                  THE AGE LIMIT IN DAYS, 5 DIGITS.  RC=4 WHEN
002800*                  ANYTHING IS LEFT UNMATCHED.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MANIFEST-FILE ASSIGN TO "GASMANF"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS MANF-FILE-STATUS.
003900     SELECT GAS-HISTORY-FILE ASSIGN TO "GASHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS GH-HISTORY-KEY
004300         ALTERNATE RECORD KEY IS GH-RUN-DATE
004400             WITH DUPLICATES
004500         FILE STATUS IS HIST-FILE-STATUS.
004600     SELECT OPEN-ITEM-IN-FILE ASSIGN TO "GASMOPNI"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS OPNI-FILE-STATUS.
004900     SELECT OPEN-ITEM-OUT-FILE ASSIGN TO "GASMOPNO"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT WRITE-OFF-FILE ASSIGN TO "GASMWOF"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS MW-GROUP-KEY
005500         FILE STATUS IS WOF-FILE-STATUS.
005600     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  MANIFEST-FILE.
006200     COPY GASMANF.
006300
006400 FD  GAS-HISTORY-FILE.
006500     COPY GASHREC.
006600
006700 FD  OPEN-ITEM-IN-FILE.
006800     COPY GASMOPN.
006900
007000 FD  OPEN-ITEM-OUT-FILE.
007100 01  OPNO-OPEN-ITEM-RECORD           PIC X(80).
007200
007300 FD  WRITE-OFF-FILE.
007400     COPY GASMWOF.
007500
007600 FD  GAS-REPORT-FILE.
007700 01  RPT-PRINT-LINE                  PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 01  MANF-FILE-STATUS                PIC X(02).
008100 01  HIST-FILE-STATUS                PIC X(02).
008200 01  OPNI-FILE-STATUS                PIC X(02).
008300 01  WOF-FILE-STATUS                 PIC X(02).
008400
008500 01  SWITCHES.
008600     05  MANIFEST-EOF-SWITCH         PIC X(01) VALUE "N".
008700         88  MANIFEST-AT-EOF         VALUE "Y".
008800     05  HIST-EOF-SWITCH             PIC X(01) VALUE "N".
008900         88  HIST-AT-EOF             VALUE "Y".
009000     05  SWEEP-DONE-SWITCH           PIC X(01) VALUE "N".
009100         88  SWEEP-IS-DONE           VALUE "Y".
009200     05  OPNI-EOF-SWITCH             PIC X(01) VALUE "N".
009300         88  OPNI-AT-EOF             VALUE "Y".
009400     05  OPNI-OPEN-SWITCH            PIC X(01) VALUE "N".
009500         88  OPNI-FILE-IS-OPEN       VALUE "Y".
009600     05  WOF-OPEN-SWITCH             PIC X(01) VALUE "N".
009700         88  WOF-FILE-IS-OPEN        VALUE "Y".
009800     05  ABORT-SWITCH                PIC X(01) VALUE "N".
009900         88  RUN-IS-ABORTED          VALUE "Y".
010000
010100 01  CARRIED-READ-COUNT              PIC 9(08) VALUE ZERO COMP.
010200 01  MANIFEST-READ-COUNT             PIC 9(08) VALUE ZERO COMP.
010300 01  REJECT-COUNT                    PIC 9(08) VALUE ZERO COMP.
010400 01  DUP-DELIVERY-COUNT              PIC 9(08) VALUE ZERO COMP.
010500 01  READING-COUNT                   PIC 9(08) VALUE ZERO COMP.
010600 01  UNSCHEDULED-READING-COUNT       PIC 9(08) VALUE ZERO COMP.
010700 01  UNSCHEDULED-GROUP-COUNT         PIC 9(08) VALUE ZERO COMP.
010800 01  MATCHED-COUNT                   PIC 9(08) VALUE ZERO COMP.
010900 01  CLEARED-COUNT                   PIC 9(08) VALUE ZERO COMP.
011000 01  UNREAD-DELIVERY-COUNT           PIC 9(08) VALUE ZERO COMP.
011100 01  UNREAD-GROUP-COUNT              PIC 9(08) VALUE ZERO COMP.
011200 01  DIFFERS-COUNT                   PIC 9(08) VALUE ZERO COMP.
011300 01  WRITTEN-OFF-COUNT               PIC 9(08) VALUE ZERO COMP.
011400 01  OVERAGE-COUNT                   PIC 9(08) VALUE ZERO COMP.
011500 01  CARRY-OUT-COUNT                 PIC 9(08) VALUE ZERO COMP.
011600 01  OVERFLOW-COUNT                  PIC 9(08) VALUE ZERO COMP.
011700 01  SECTION-LINE-COUNT              PIC 9(08) VALUE ZERO COMP.
011800
011900 01  TODAY-DATE                      PIC 9(08).
012000 01  TODAY-INTEGER                   PIC 9(08) VALUE ZERO COMP.
012100 01  MANIFEST-DATE                   PIC 9(08) VALUE ZERO.
012200 01  AGE-LIMIT-DAYS                  PIC 9(05) VALUE ZERO.
012300 01  ITEM-AGE-DAYS                   PIC S9(05) VALUE ZERO COMP.
012400 01  SECTION-OUTCOME                 PIC X(01) VALUE SPACE.
012500 01  SECTION-TITLE                   PIC X(60) VALUE SPACES.
012600
012700*****************************************************************
012800* GROUP TABLE - ONE ENTRY PER SITE/DATE/SHIFT SEEN ON THE CARRIED
012900* ITEMS, THE MANIFEST OR THE GASHIST SWEEP.
013000* GT-OUTCOME: M = MATCHED, C = CARRIED AND NOW MATCHED,
013100*             W = WRITTEN OFF, N = DELIVERIES WITH NO READING,
013200*             U = READINGS WITH NO DELIVERY, X = COUNTS DIFFER.
013300*****************************************************************
013400 01  GROUP-TABLE.
013500     05  GROUP-ENTRY OCCURS 3000 TIMES.
013600         10  GT-SITE-ID              PIC X(05).
013700         10  GT-DELIVERY-DATE        PIC 9(08).
013800         10  GT-SHIFT-CODE           PIC X(01).
013900         10  GT-MANIFEST-COUNT       PIC 9(05) COMP.
014000         10  GT-READING-COUNT        PIC 9(05) COMP.
014100         10  GT-FIRST-DATE           PIC 9(08).
014200         10  GT-CARRIED-SWITCH       PIC X(01).
014300         10  GT-COUNTED-SWITCH       PIC X(01).
014400         10  GT-WRITE-OFF-SWITCH     PIC X(01).
014500         10  GT-OUTCOME              PIC X(01).
014600 01  GROUP-STORED-COUNT              PIC 9(04) VALUE ZERO COMP.
014700 01  GROUP-SUB                       PIC 9(04) VALUE ZERO COMP.
014800 01  GROUP-FOUND-SUB                 PIC 9(04) VALUE ZERO COMP.
014900
015000*****************************************************************
015100* DELIVERY TABLE - ONE ENTRY PER SCHEDULED VEHICLE, POINTING AT
015200* ITS GROUP.  A VEHICLE IS COUNTED ONCE PER GROUP, SO A MANIFEST
015300* RESENT OR A RUN REPEATED OVER ITS OWN CARRIED ITEMS DOES NOT
015400* INFLATE THE MANIFEST COUNT.
015500*****************************************************************
015600 01  DELIVERY-TABLE.
015700     05  DELIVERY-ENTRY OCCURS 8000 TIMES.
015800         10  DL-GROUP-SUB            PIC 9(04) COMP.
015900         10  DL-VEHICLE-ID           PIC X(08).
016000         10  DL-FIRST-DATE           PIC 9(08).
016100 01  DELIVERY-STORED-COUNT           PIC 9(05) VALUE ZERO COMP.
016200 01  DELIVERY-SUB                    PIC 9(05) VALUE ZERO COMP.
016300 01  DELIVERY-FOUND-SUB              PIC 9(05) VALUE ZERO COMP.
016400 01  DELIVERY-RESULT                 PIC X(01) VALUE SPACE.
016500     88  DELIVERY-ADDED              VALUE "A".
016600     88  DELIVERY-DUPLICATE          VALUE "D".
016700     88  DELIVERY-TABLE-FULL         VALUE "F".
016800
016900 01  LOOKUP-SITE-ID                  PIC X(05) VALUE SPACES.
017000 01  LOOKUP-DELIVERY-DATE            PIC 9(08) VALUE ZERO.
017100 01  LOOKUP-SHIFT-CODE               PIC X(01) VALUE SPACE.
017200 01  LOOKUP-VEHICLE-ID               PIC X(08) VALUE SPACES.
017300 01  LOOKUP-FIRST-DATE               PIC 9(08) VALUE ZERO.
017400
017500*****************************************************************
017600* OPEN-ITEM WORK RECORD - GASMOPN LAYOUT FOR ROWS WRITTEN TO
017700* GASMOPNO (THE GASMOPN FD AREA BELONGS TO THE INPUT FILE)
017800*****************************************************************
017900 01  OPEN-WORK-RECORD.
018000     05  OW-SITE-ID                  PIC X(05).
018100     05  OW-DELIVERY-DATE            PIC 9(08).
018200     05  OW-SHIFT-CODE               PIC X(01).
018300     05  OW-ITEM-TYPE                PIC X(01).
018400     05  OW-VEHICLE-ID               PIC X(08).
018500     05  OW-FIRST-DATE               PIC 9(08).
018600     05  FILLER                      PIC X(49).
018700
018800 01  REPORT-HEADING-1.
018900     05  FILLER                      PIC X(33)
019000         VALUE "FLEET DELIVERY MANIFEST MATCH    ".
019100     05  FILLER                      PIC X(07) VALUE SPACES.
019200     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
019300     05  RH1-RUN-DATE                PIC 9(08).
019400
019500 01  REPORT-HEADING-2.
019600     05  FILLER                      PIC X(15)
019700         VALUE "MANIFEST DATE: ".
019800     05  RH2-MANIFEST-DATE           PIC 9(08).
019900     05  FILLER                      PIC X(17)
020000         VALUE "   AGE LIMIT:    ".
020100     05  RH2-AGE-LIMIT               PIC ZZZZ9.
020200     05  FILLER                      PIC X(05) VALUE " DAYS".
020300
020400 01  REPORT-DETAIL-LINE.
020500     05  RD-TAG                      PIC X(22).
020600     05  FILLER                      PIC X(06) VALUE " SITE ".
020700     05  RD-SITE-ID                  PIC X(05).
020800     05  FILLER                      PIC X(01) VALUE SPACES.
020900     05  RD-DELIVERY-DATE            PIC X(08).
021000     05  FILLER                      PIC X(04) VALUE " SH ".
021100     05  RD-SHIFT-CODE               PIC X(01).
021200     05  FILLER                      PIC X(01) VALUE SPACES.
021300     05  RD-DETAIL                   PIC X(30).
021400
021500 01  DETAIL-VEHICLE.
021600     05  FILLER                      PIC X(04) VALUE "VEH ".
021700     05  DV-VEHICLE-ID               PIC X(08).
021800     05  FILLER                      PIC X(05) VALUE " AGE ".
021900     05  DV-AGE-DAYS                 PIC ZZZZ9.
022000     05  FILLER                      PIC X(01) VALUE SPACES.
022100     05  DV-AGE-FLAG                 PIC X(02).
022200
022300 01  DETAIL-READING.
022400     05  FILLER                      PIC X(04) VALUE "RUN ".
022500     05  DR-RUN-DATE                 PIC 9(08).
022600     05  FILLER                      PIC X(05) VALUE " SEQ ".
022700     05  DR-SEQUENCE-NO              PIC 9(08).
022800
022900 01  DETAIL-COUNTS.
023000     05  FILLER                      PIC X(02) VALUE "M ".
023100     05  DC-MANIFEST-COUNT           PIC ZZZZ9.
023200     05  FILLER                      PIC X(03) VALUE " R ".
023300     05  DC-READING-COUNT            PIC ZZZZ9.
023400     05  FILLER                      PIC X(05) VALUE " AGE ".
023500     05  DC-AGE-DAYS                 PIC ZZZZ9.
023600     05  FILLER                      PIC X(01) VALUE SPACES.
023700     05  DC-AGE-FLAG                 PIC X(02).
023800
023900 01  DETAIL-WRITE-OFF.
024000     05  FILLER                      PIC X(03) VALUE "BY ".
024100     05  DW-WRITTEN-OFF-BY           PIC X(06).
024200     05  FILLER                      PIC X(04) VALUE " ON ".
024300     05  DW-WRITTEN-OFF-DATE         PIC 9(08).
024400
024500 01  REASON-LINE.
024600     05  FILLER                      PIC X(23) VALUE SPACES.
024700     05  FILLER                      PIC X(08) VALUE "REASON: ".
024800     05  RL-REASON                   PIC X(40).
024900
025000 01  REPORT-TOTAL-LINE.
025100     05  RTL-LABEL                   PIC X(30).
025200     05  RTL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
025300
025400*****************************************************************
025500* LINKAGE SECTION - PARM IS THE MANIFEST DATE, YYYYMMDD, THEN THE
025600* OPEN-ITEM AGE LIMIT IN DAYS, 5 DIGITS, WITH THE 2-BYTE LENGTH
025700* PREFIX THE SYSTEM SUPPLIES
025800*****************************************************************
025900 LINKAGE SECTION.
026000 01  LK-PARM-AREA.
026100     05  LK-PARM-LENGTH              PIC S9(04) COMP.
026200     05  LK-PARM-TEXT                PIC X(13).
026300
026400 PROCEDURE DIVISION USING LK-PARM-AREA.
026500*****************************************************************
026600* 0000-MAINLINE
026700*****************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027000     IF RUN-IS-ABORTED
027100         GOBACK
027200     END-IF.
027300     PERFORM 2000-LOAD-ONE-CARRIED THRU 2000-EXIT
027400         UNTIL OPNI-AT-EOF.
027500     IF OPNI-FILE-IS-OPEN
027600         CLOSE OPEN-ITEM-IN-FILE
027700     END-IF.
027800     MOVE "MANIFEST ROWS REJECTED" TO SECTION-TITLE.
027900     PERFORM 7000-PRINT-SECTION-HEADING THRU 7000-EXIT.
028000     PERFORM 3000-LOAD-ONE-MANIFEST-ROW THRU 3000-EXIT
028100         UNTIL MANIFEST-AT-EOF.
028200     PERFORM 7010-PRINT-NONE THRU 7010-EXIT.
028300     PERFORM 4000-COUNT-READINGS THRU 4000-EXIT.
028400     PERFORM 5000-SETTLE-GROUPS THRU 5000-EXIT.
028500     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028700     IF UNSCHEDULED-GROUP-COUNT > ZERO
028800         OR UNREAD-GROUP-COUNT > ZERO
028900         OR DIFFERS-COUNT > ZERO
029000         OR REJECT-COUNT > ZERO
029100         OR OVERFLOW-COUNT > ZERO
029200         MOVE 4 TO RETURN-CODE
029300     END-IF.
029400     GOBACK.
029500
029600*****************************************************************
029700* 1000-INITIALIZE - THE MANIFEST AND GASHIST MUST BOTH BE THERE.
029800* WITH NO CARRIED GENERATION THE RUN STARTS WITH NO OPEN ITEMS;
029900* WITH NO WRITE-OFF REGISTER NOTHING HAS BEEN WRITTEN OFF YET.
030000*****************************************************************
030100 1000-INITIALIZE.
030200     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
030300     COMPUTE TODAY-INTEGER =
030400         FUNCTION INTEGER-OF-DATE (TODAY-DATE).
030500     IF LK-PARM-LENGTH < 13
030600         OR LK-PARM-TEXT(1:8) IS NOT NUMERIC
030700         OR LK-PARM-TEXT(9:5) IS NOT NUMERIC
030800         DISPLAY "ERROR - PARM MUST BE THE MANIFEST DATE "
030900             "YYYYMMDD AND THE AGE LIMIT IN DAYS, 5 DIGITS.  RUN "
031000             "ABORTED."
031100         MOVE "Y" TO ABORT-SWITCH
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 1000-EXIT
031400     END-IF.
031500     MOVE LK-PARM-TEXT(1:8) TO MANIFEST-DATE.
031600     MOVE LK-PARM-TEXT(9:5) TO AGE-LIMIT-DAYS.
031700     IF MANIFEST-DATE > TODAY-DATE
031800         DISPLAY "ERROR - MANIFEST DATE " MANIFEST-DATE
031900             " IS AFTER TODAY.  RUN ABORTED."
032000         MOVE "Y" TO ABORT-SWITCH
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 1000-EXIT
032300     END-IF.
032400     OPEN INPUT GAS-HISTORY-FILE.
032500     IF HIST-FILE-STATUS NOT = "00"
032600         DISPLAY "ERROR - GASHIST NOT AVAILABLE, STATUS "
032700             HIST-FILE-STATUS ".  RUN ABORTED."
032800         MOVE "Y" TO ABORT-SWITCH
032900         MOVE 16 TO RETURN-CODE
033000         GO TO 1000-EXIT
033100     END-IF.
033200     OPEN INPUT MANIFEST-FILE.
033300     IF MANF-FILE-STATUS NOT = "00"
033400         DISPLAY "ERROR - GASMANF MANIFEST NOT AVAILABLE, STATUS "
033500             MANF-FILE-STATUS ".  RUN ABORTED."
033600         CLOSE GAS-HISTORY-FILE
033700         MOVE "Y" TO ABORT-SWITCH
033800         MOVE 16 TO RETURN-CODE
033900         GO TO 1000-EXIT
034000     END-IF.
034100     OPEN INPUT OPEN-ITEM-IN-FILE.
034200     IF OPNI-FILE-STATUS NOT = "00"
034300         DISPLAY "GASMOPNI NOT AVAILABLE, STATUS "
034400             OPNI-FILE-STATUS ".  STARTING WITH NO CARRIED "
034500             "OPEN ITEMS."
034600         MOVE "Y" TO OPNI-EOF-SWITCH
034700     ELSE
034800         MOVE "Y" TO OPNI-OPEN-SWITCH
034900     END-IF.
035000     OPEN INPUT WRITE-OFF-FILE.
035100     IF WOF-FILE-STATUS NOT = "00"
035200         DISPLAY "GASMWOF NOT AVAILABLE, STATUS "
035300             WOF-FILE-STATUS ".  NO GROUP IS TREATED AS "
035400             "WRITTEN OFF."
035500     ELSE
035600         MOVE "Y" TO WOF-OPEN-SWITCH
035700     END-IF.
035800     OPEN OUTPUT OPEN-ITEM-OUT-FILE.
035900     OPEN OUTPUT GAS-REPORT-FILE.
036000     MOVE TODAY-DATE TO RH1-RUN-DATE.
036100     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
036200     WRITE RPT-PRINT-LINE.
036300     MOVE MANIFEST-DATE  TO RH2-MANIFEST-DATE.
036400     MOVE AGE-LIMIT-DAYS TO RH2-AGE-LIMIT.
036500     MOVE REPORT-HEADING-2 TO RPT-PRINT-LINE.
036600     WRITE RPT-PRINT-LINE.
036700     GO TO 1000-EXIT.
036800 1000-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200* 2000-LOAD-ONE-CARRIED - ONE GASMOPN ROW FROM THE LAST RUN INTO
037300* ITS GROUP.  THE GROUP KEEPS THE EARLIEST FIRST-REPORTED DATE OF
037400* ITS ITEMS.  A ROW THE TABLES CANNOT HOLD IS PASSED STRAIGHT
037500* THROUGH TO GASMOPNO SO NOTHING OPEN IS EVER LOST.
037600*****************************************************************
037700 2000-LOAD-ONE-CARRIED.
037800     READ OPEN-ITEM-IN-FILE
037900         AT END
038000             MOVE "Y" TO OPNI-EOF-SWITCH
038100             GO TO 2000-EXIT
038200     END-READ.
038300     ADD 1 TO CARRIED-READ-COUNT.
038400     MOVE MO-SITE-ID       TO LOOKUP-SITE-ID.
038500     MOVE MO-DELIVERY-DATE TO LOOKUP-DELIVERY-DATE.
038600     MOVE MO-SHIFT-CODE    TO LOOKUP-SHIFT-CODE.
038700     MOVE MO-FIRST-DATE    TO LOOKUP-FIRST-DATE.
038800     PERFORM 6000-FIND-OR-ADD-GROUP THRU 6000-EXIT.
038900     IF GROUP-FOUND-SUB = ZERO
039000         PERFORM 2100-PASS-THROUGH THRU 2100-EXIT
039100         GO TO 2000-EXIT
039200     END-IF.
039300     MOVE "Y" TO GT-CARRIED-SWITCH (GROUP-FOUND-SUB).
039400     IF MO-FIRST-DATE < GT-FIRST-DATE (GROUP-FOUND-SUB)
039500         MOVE MO-FIRST-DATE TO GT-FIRST-DATE (GROUP-FOUND-SUB)
039600     END-IF.
039700     IF NOT MO-DELIVERY-ITEM
039800         GO TO 2000-EXIT
039900     END-IF.
040000     MOVE MO-VEHICLE-ID TO LOOKUP-VEHICLE-ID.
040100     PERFORM 6100-ADD-DELIVERY THRU 6100-EXIT.
040200     IF DELIVERY-TABLE-FULL
040300         PERFORM 2100-PASS-THROUGH THRU 2100-EXIT
040400     END-IF.
040500     GO TO 2000-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800
040900 2100-PASS-THROUGH.
041000     ADD 1 TO OVERFLOW-COUNT.
041100     ADD 1 TO CARRY-OUT-COUNT.
041200     MOVE MO-OPEN-ITEM-RECORD TO OPNO-OPEN-ITEM-RECORD.
041300     WRITE OPNO-OPEN-ITEM-RECORD.
041400     GO TO 2100-EXIT.
041500 2100-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900* 3000-LOAD-ONE-MANIFEST-ROW - A ROW WITH NO SITE, SHIFT OR
042000* VEHICLE, A BAD DATE, OR A DATE OTHER THAN THE MANIFEST DATE IS
042100* REJECTED AND LISTED.  A VEHICLE ALREADY SCHEDULED FOR THE SAME
042200* GROUP IS COUNTED ONCE.  A ROW THE TABLES CANNOT HOLD GOES
042300* STRAIGHT OUT AS A NEW OPEN ITEM FOR THE NEXT RUN TO MATCH.
042400*****************************************************************
042500 3000-LOAD-ONE-MANIFEST-ROW.
042600     READ MANIFEST-FILE
042700         AT END
042800             MOVE "Y" TO MANIFEST-EOF-SWITCH
042900             GO TO 3000-EXIT
043000     END-READ.
043100     ADD 1 TO MANIFEST-READ-COUNT.
043200     MOVE SPACES TO REPORT-DETAIL-LINE.
043300     IF MF-SITE-ID = SPACES
043400         OR MF-SHIFT-CODE = SPACE
043500         OR MF-VEHICLE-ID = SPACES
043600         OR MF-DELIVERY-DATE IS NOT NUMERIC
043700         MOVE "INVALID MANIFEST ROW  " TO RD-TAG
043800         PERFORM 3100-REJECT-ROW THRU 3100-EXIT
043900         GO TO 3000-EXIT
044000     END-IF.
044100     IF MF-DELIVERY-DATE NOT = MANIFEST-DATE
044200         MOVE "ROW FOR ANOTHER DATE  " TO RD-TAG
044300         PERFORM 3100-REJECT-ROW THRU 3100-EXIT
044400         GO TO 3000-EXIT
044500     END-IF.
044600     MOVE MF-SITE-ID       TO LOOKUP-SITE-ID.
044700     MOVE MF-DELIVERY-DATE TO LOOKUP-DELIVERY-DATE.
044800     MOVE MF-SHIFT-CODE    TO LOOKUP-SHIFT-CODE.
044900     MOVE MF-VEHICLE-ID    TO LOOKUP-VEHICLE-ID.
045000     MOVE TODAY-DATE       TO LOOKUP-FIRST-DATE.
045100     PERFORM 6000-FIND-OR-ADD-GROUP THRU 6000-EXIT.
045200     IF GROUP-FOUND-SUB = ZERO
045300         PERFORM 3200-CARRY-UNLOADED-ROW THRU 3200-EXIT
045400         GO TO 3000-EXIT
045500     END-IF.
045600     PERFORM 6100-ADD-DELIVERY THRU 6100-EXIT.
045700     EVALUATE TRUE
045800         WHEN DELIVERY-DUPLICATE
045900             ADD 1 TO DUP-DELIVERY-COUNT
046000         WHEN DELIVERY-TABLE-FULL
046100             PERFORM 3200-CARRY-UNLOADED-ROW THRU 3200-EXIT
046200     END-EVALUATE.
046300     GO TO 3000-EXIT.
046400 3000-EXIT.
046500     EXIT.
046600
046700 3100-REJECT-ROW.
046800     ADD 1 TO REJECT-COUNT.
046900     ADD 1 TO SECTION-LINE-COUNT.
047000     MOVE MF-SITE-ID       TO RD-SITE-ID.
047100     MOVE MF-DELIVERY-DATE TO RD-DELIVERY-DATE.
047200     MOVE MF-SHIFT-CODE    TO RD-SHIFT-CODE.
047300     MOVE "VEH "           TO RD-DETAIL(1:4).
047400     MOVE MF-VEHICLE-ID    TO RD-DETAIL(5:8).
047500     MOVE REPORT-DETAIL-LINE TO RPT-PRINT-LINE.
047600     WRITE RPT-PRINT-LINE.
047700     GO TO 3100-EXIT.
047800 3100-EXIT.
047900     EXIT.
048000
048100 3200-CARRY-UNLOADED-ROW.
048200     ADD 1 TO OVERFLOW-COUNT.
048300     ADD 1 TO CARRY-OUT-COUNT.
048400     MOVE SPACES           TO OPEN-WORK-RECORD.
048500     MOVE MF-SITE-ID       TO OW-SITE-ID.
048600     MOVE MF-DELIVERY-DATE TO OW-DELIVERY-DATE.
048700     MOVE MF-SHIFT-CODE    TO OW-SHIFT-CODE.
048800     MOVE "D"              TO OW-ITEM-TYPE.
048900     MOVE MF-VEHICLE-ID    TO OW-VEHICLE-ID.
049000     MOVE TODAY-DATE       TO OW-FIRST-DATE.
049100     MOVE OPEN-WORK-RECORD TO OPNO-OPEN-ITEM-RECORD.
049200     WRITE OPNO-OPEN-ITEM-RECORD.
049300     GO TO 3200-EXIT.
049400 3200-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800* 4000-COUNT-READINGS - COUNT THE BATCH GASHIST ROWS FOR EVERY
049900* GROUP.  THE MANIFEST DATE IS SWEPT ON THE GH-RUN-DATE ALTERNATE
050000* INDEX FROM THAT DATE FORWARD (A SHIFT RUN AFTER MIDNIGHT OR A
050100* LATE READING CARRIES A LATER RUN DATE), WHICH ALSO FINDS THE
050200* READINGS NO MANIFEST ROW SCHEDULED.  CARRIED GROUPS FOR EARLIER
050300* DATES ARE RECOUNTED SITE BY SITE ON THE PRIMARY KEY.
050400*****************************************************************
050500 4000-COUNT-READINGS.
050600     MOVE "READINGS WITH NO SCHEDULED DELIVERY" TO SECTION-TITLE.
050700     PERFORM 7000-PRINT-SECTION-HEADING THRU 7000-EXIT.
050800     MOVE "N" TO HIST-EOF-SWITCH.
050900     MOVE "N" TO SWEEP-DONE-SWITCH.
051000     MOVE MANIFEST-DATE TO GH-RUN-DATE.
051100     START GAS-HISTORY-FILE
051200         KEY IS NOT LESS THAN GH-RUN-DATE
051300         INVALID KEY
051400             MOVE "Y" TO HIST-EOF-SWITCH
051500     END-START.
051600     IF NOT HIST-AT-EOF
051700         PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT
051800     END-IF.
051900     PERFORM 4200-SWEEP-ONE-RECORD THRU 4200-EXIT
052000         UNTIL HIST-AT-EOF OR SWEEP-IS-DONE.
052100     PERFORM 4300-RECOUNT-ONE-GROUP THRU 4300-EXIT
052200         VARYING GROUP-SUB FROM 1 BY 1
052300         UNTIL GROUP-SUB > GROUP-STORED-COUNT.
052400     GO TO 4000-EXIT.
052500 4000-EXIT.
052600     EXIT.
052700
052800 4100-READ-ONE-HISTORY.
052900     READ GAS-HISTORY-FILE NEXT RECORD
053000         AT END
053100             MOVE "Y" TO HIST-EOF-SWITCH
053200     END-READ.
053300     GO TO 4100-EXIT.
053400 4100-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800* 4200-SWEEP-ONE-RECORD - ONLY BATCH ROWS ARE DELIVERIES
053900* (INTERACTIVE ROWS CARRY THE OPERATOR WHO KEYED THE CHECK)
054000*****************************************************************
054100 4200-SWEEP-ONE-RECORD.
054200     IF GH-RUN-DATE > TODAY-DATE
054300         MOVE "Y" TO SWEEP-DONE-SWITCH
054400         GO TO 4200-EXIT
054500     END-IF.
054600     IF GH-OPERATOR-ID NOT = SPACES
054700         OR GH-READING-DATE NOT = MANIFEST-DATE
054800         GO TO 4200-NEXT
054900     END-IF.
055000     ADD 1 TO READING-COUNT.
055100     MOVE GH-SITE-ID      TO LOOKUP-SITE-ID.
055200     MOVE GH-READING-DATE TO LOOKUP-DELIVERY-DATE.
055300     MOVE GH-SHIFT-CODE   TO LOOKUP-SHIFT-CODE.
055400     MOVE TODAY-DATE      TO LOOKUP-FIRST-DATE.
055500     PERFORM 6000-FIND-OR-ADD-GROUP THRU 6000-EXIT.
055600     IF GROUP-FOUND-SUB = ZERO
055700         ADD 1 TO OVERFLOW-COUNT
055800         GO TO 4200-NEXT
055900     END-IF.
056000     MOVE "Y" TO GT-COUNTED-SWITCH (GROUP-FOUND-SUB).
056100     PERFORM 4500-COUNT-ONE-READING THRU 4500-EXIT.
056200 4200-NEXT.
056300     PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT.
056400     GO TO 4200-EXIT.
056500 4200-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900* 4300-RECOUNT-ONE-GROUP - A CARRIED GROUP FOR AN EARLIER DATE.
057000* ITS READINGS CAN ONLY CARRY A RUN DATE ON OR AFTER THE READING
057100* DATE, SO START THERE IN THE SITE AND READ TO THE END OF IT.
057200*****************************************************************
057300 4300-RECOUNT-ONE-GROUP.
057400     IF GT-COUNTED-SWITCH (GROUP-SUB) = "Y"
057500         OR GT-DELIVERY-DATE (GROUP-SUB) = MANIFEST-DATE
057600         GO TO 4300-EXIT
057700     END-IF.
057800     MOVE "Y" TO GT-COUNTED-SWITCH (GROUP-SUB).
057900     MOVE GROUP-SUB TO GROUP-FOUND-SUB.
058000     MOVE "N" TO HIST-EOF-SWITCH.
058100     MOVE "N" TO SWEEP-DONE-SWITCH.
058200     MOVE GT-SITE-ID (GROUP-SUB)       TO GH-SITE-ID.
058300     MOVE GT-DELIVERY-DATE (GROUP-SUB) TO GH-RUN-DATE.
058400     MOVE ZERO                         TO GH-SEQUENCE-NO.
058500     START GAS-HISTORY-FILE
058600         KEY IS NOT LESS THAN GH-HISTORY-KEY
058700         INVALID KEY
058800             MOVE "Y" TO HIST-EOF-SWITCH
058900     END-START.
059000     IF NOT HIST-AT-EOF
059100         PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT
059200     END-IF.
059300     PERFORM 4400-RECOUNT-ONE-RECORD THRU 4400-EXIT
059400         UNTIL HIST-AT-EOF OR SWEEP-IS-DONE.
059500     GO TO 4300-EXIT.
059600 4300-EXIT.
059700     EXIT.
059800
059900 4400-RECOUNT-ONE-RECORD.
060000     IF GH-SITE-ID NOT = GT-SITE-ID (GROUP-FOUND-SUB)
060100         MOVE "Y" TO SWEEP-DONE-SWITCH
060200         GO TO 4400-EXIT
060300     END-IF.
060400     IF GH-OPERATOR-ID = SPACES
060500         AND GH-READING-DATE = GT-DELIVERY-DATE (GROUP-FOUND-SUB)
060600         AND GH-SHIFT-CODE = GT-SHIFT-CODE (GROUP-FOUND-SUB)
060700         PERFORM 4500-COUNT-ONE-READING THRU 4500-EXIT
060800     END-IF.
060900     PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT.
061000     GO TO 4400-EXIT.
061100 4400-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500* 4500-COUNT-ONE-READING - COUNT THE READING IN HAND AGAINST ITS
061600* GROUP, AND LIST IT WHEN THE GROUP HAS NO SCHEDULED DELIVERY
061700* (UNLESS A SUPERVISOR HAS WRITTEN THE GROUP OFF)
061800*****************************************************************
061900 4500-COUNT-ONE-READING.
062000     ADD 1 TO GT-READING-COUNT (GROUP-FOUND-SUB).
062100     IF GT-MANIFEST-COUNT (GROUP-FOUND-SUB) > ZERO
062200         OR GT-WRITE-OFF-SWITCH (GROUP-FOUND-SUB) = "Y"
062300         GO TO 4500-EXIT
062400     END-IF.
062500     ADD 1 TO UNSCHEDULED-READING-COUNT.
062600     ADD 1 TO SECTION-LINE-COUNT.
062700     MOVE SPACES           TO REPORT-DETAIL-LINE.
062800     MOVE "READING, NO DELIVERY  " TO RD-TAG.
062900     MOVE GH-SITE-ID       TO RD-SITE-ID.
063000     MOVE GH-READING-DATE  TO RD-DELIVERY-DATE.
063100     MOVE GH-SHIFT-CODE    TO RD-SHIFT-CODE.
063200     MOVE GH-RUN-DATE      TO DR-RUN-DATE.
063300     MOVE GH-SEQUENCE-NO   TO DR-SEQUENCE-NO.
063400     MOVE DETAIL-READING   TO RD-DETAIL.
063500     MOVE REPORT-DETAIL-LINE TO RPT-PRINT-LINE.
063600     WRITE RPT-PRINT-LINE.
063700     GO TO 4500-EXIT.
063800 4500-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200* 5000-SETTLE-GROUPS - DECIDE EVERY GROUP, THEN REPORT AND CARRY
064300* THEM OUTCOME BY OUTCOME.  THE GROUP TOTALS FOR READINGS WITH NO
064400* DELIVERY CLOSE OFF THE READING LIST ALREADY PRINTED.
064500*****************************************************************
064600 5000-SETTLE-GROUPS.
064700     PERFORM 5100-DECIDE-ONE-GROUP THRU 5100-EXIT
064800         VARYING GROUP-SUB FROM 1 BY 1
064900         UNTIL GROUP-SUB > GROUP-STORED-COUNT.
065000     MOVE "U" TO SECTION-OUTCOME.
065100     PERFORM 5200-SETTLE-SECTION THRU 5200-EXIT.
065200     PERFORM 7010-PRINT-NONE THRU 7010-EXIT.
065300     MOVE "DELIVERIES WITH NO READING" TO SECTION-TITLE.
065400     MOVE "N" TO SECTION-OUTCOME.
065500     PERFORM 7000-PRINT-SECTION-HEADING THRU 7000-EXIT.
065600     PERFORM 5200-SETTLE-SECTION THRU 5200-EXIT.
065700     PERFORM 7010-PRINT-NONE THRU 7010-EXIT.
065800     MOVE "SITES WHOSE READING COUNT DIFFERS FROM THE MANIFEST"
065900         TO SECTION-TITLE.
066000     MOVE "X" TO SECTION-OUTCOME.
066100     PERFORM 7000-PRINT-SECTION-HEADING THRU 7000-EXIT.
066200     PERFORM 5200-SETTLE-SECTION THRU 5200-EXIT.
066300     PERFORM 7010-PRINT-NONE THRU 7010-EXIT.
066400     MOVE "WRITTEN OFF BY A SUPERVISOR - NO LONGER CARRIED"
066500         TO SECTION-TITLE.
066600     MOVE "W" TO SECTION-OUTCOME.
066700     PERFORM 7000-PRINT-SECTION-HEADING THRU 7000-EXIT.
066800     PERFORM 5200-SETTLE-SECTION THRU 5200-EXIT.
066900     PERFORM 7010-PRINT-NONE THRU 7010-EXIT.
067000     MOVE "CARRIED GROUPS THAT NOW MATCH - CLEARED"
067100         TO SECTION-TITLE.
067200     MOVE "C" TO SECTION-OUTCOME.
067300     PERFORM 7000-PRINT-SECTION-HEADING THRU 7000-EXIT.
067400     PERFORM 5200-SETTLE-SECTION THRU 5200-EXIT.
067500     PERFORM 7010-PRINT-NONE THRU 7010-EXIT.
067600     GO TO 5000-EXIT.
067700 5000-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100* 5100-DECIDE-ONE-GROUP - EQUAL COUNTS MATCH WHATEVER ELSE IS
068200* TRUE; A WRITE-OFF ONLY MATTERS TO A GROUP STILL UNMATCHED
068300*****************************************************************
068400 5100-DECIDE-ONE-GROUP.
068500     EVALUATE TRUE
068600         WHEN GT-MANIFEST-COUNT (GROUP-SUB)
068700                 = GT-READING-COUNT (GROUP-SUB)
068800             IF GT-CARRIED-SWITCH (GROUP-SUB) = "Y"
068900                 MOVE "C" TO GT-OUTCOME (GROUP-SUB)
069000                 ADD 1 TO CLEARED-COUNT
069100             ELSE
069200                 MOVE "M" TO GT-OUTCOME (GROUP-SUB)
069300                 ADD 1 TO MATCHED-COUNT
069400             END-IF
069500         WHEN GT-WRITE-OFF-SWITCH (GROUP-SUB) = "Y"
069600             MOVE "W" TO GT-OUTCOME (GROUP-SUB)
069700             ADD 1 TO WRITTEN-OFF-COUNT
069800         WHEN GT-READING-COUNT (GROUP-SUB) = ZERO
069900             MOVE "N" TO GT-OUTCOME (GROUP-SUB)
070000             ADD 1 TO UNREAD-GROUP-COUNT
070100         WHEN GT-MANIFEST-COUNT (GROUP-SUB) = ZERO
070200             MOVE "U" TO GT-OUTCOME (GROUP-SUB)
070300             ADD 1 TO UNSCHEDULED-GROUP-COUNT
070400         WHEN OTHER
070500             MOVE "X" TO GT-OUTCOME (GROUP-SUB)
070600             ADD 1 TO DIFFERS-COUNT
070700     END-EVALUATE.
070800     GO TO 5100-EXIT.
070900 5100-EXIT.
071000     EXIT.
071100
071200 5200-SETTLE-SECTION.
071300     PERFORM 5300-SETTLE-ONE-GROUP THRU 5300-EXIT
071400         VARYING GROUP-SUB FROM 1 BY 1
071500         UNTIL GROUP-SUB > GROUP-STORED-COUNT.
071600     GO TO 5200-EXIT.
071700 5200-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100* 5300-SETTLE-ONE-GROUP - AN UNMATCHED GROUP IS AGED OFF ITS
072200* EARLIEST FIRST-REPORTED DATE AND CARRIED: ONE ROW PER SCHEDULED
072300* VEHICLE, OR ONE R ROW FOR A GROUP WITH NO DELIVERY.  WRITTEN-OFF
072400* AND CLEARED GROUPS ARE REPORTED AND DROPPED.
072500*****************************************************************
072600 5300-SETTLE-ONE-GROUP.
072700     IF GT-OUTCOME (GROUP-SUB) NOT = SECTION-OUTCOME
072800         GO TO 5300-EXIT
072900     END-IF.
073000     ADD 1 TO SECTION-LINE-COUNT.
073100     MOVE SPACES                       TO REPORT-DETAIL-LINE.
073200     MOVE GT-SITE-ID (GROUP-SUB)       TO RD-SITE-ID.
073300     MOVE GT-DELIVERY-DATE (GROUP-SUB) TO RD-DELIVERY-DATE.
073400     MOVE GT-SHIFT-CODE (GROUP-SUB)    TO RD-SHIFT-CODE.
073500     COMPUTE ITEM-AGE-DAYS =
073600         TODAY-INTEGER
073700         - FUNCTION INTEGER-OF-DATE (GT-FIRST-DATE (GROUP-SUB)).
073800     MOVE SPACES TO DC-AGE-FLAG.
073900     IF ITEM-AGE-DAYS > AGE-LIMIT-DAYS
074000         IF SECTION-OUTCOME = "U" OR "N" OR "X"
074100             ADD 1 TO OVERAGE-COUNT
074200             MOVE "**" TO DC-AGE-FLAG
074300         END-IF
074400     END-IF.
074500     EVALUATE SECTION-OUTCOME
074600         WHEN "U"
074700             MOVE "GROUP TOTAL           " TO RD-TAG
074800             PERFORM 5400-PRINT-COUNTS THRU 5400-EXIT
074900             PERFORM 5500-CARRY-READING-GROUP THRU 5500-EXIT
075000         WHEN "N"
075100             PERFORM 5600-CARRY-DELIVERIES THRU 5600-EXIT
075200         WHEN "X"
075300             MOVE "COUNT DIFFERS         " TO RD-TAG
075400             PERFORM 5400-PRINT-COUNTS THRU 5400-EXIT
075500             PERFORM 5600-CARRY-DELIVERIES THRU 5600-EXIT
075600         WHEN "W"
075700             PERFORM 5800-PRINT-WRITE-OFF THRU 5800-EXIT
075800         WHEN "C"
075900             MOVE "CLEARED               " TO RD-TAG
076000             PERFORM 5400-PRINT-COUNTS THRU 5400-EXIT
076100     END-EVALUATE.
076200     GO TO 5300-EXIT.
076300 5300-EXIT.
076400     EXIT.
076500
076600 5400-PRINT-COUNTS.
076700     MOVE GT-MANIFEST-COUNT (GROUP-SUB) TO DC-MANIFEST-COUNT.
076800     MOVE GT-READING-COUNT (GROUP-SUB)  TO DC-READING-COUNT.
076900     MOVE ITEM-AGE-DAYS                 TO DC-AGE-DAYS.
077000     MOVE DETAIL-COUNTS                 TO RD-DETAIL.
077100     MOVE REPORT-DETAIL-LINE TO RPT-PRINT-LINE.
077200     WRITE RPT-PRINT-LINE.
077300     GO TO 5400-EXIT.
077400 5400-EXIT.
077500     EXIT.
077600
077700 5500-CARRY-READING-GROUP.
077800     MOVE SPACES                       TO OPEN-WORK-RECORD.
077900     MOVE GT-SITE-ID (GROUP-SUB)       TO OW-SITE-ID.
078000     MOVE GT-DELIVERY-DATE (GROUP-SUB) TO OW-DELIVERY-DATE.
078100     MOVE GT-SHIFT-CODE (GROUP-SUB)    TO OW-SHIFT-CODE.
078200     MOVE "R"                          TO OW-ITEM-TYPE.
078300     MOVE GT-FIRST-DATE (GROUP-SUB)    TO OW-FIRST-DATE.
078400     PERFORM 5900-WRITE-OPEN-ITEM THRU 5900-EXIT.
078500     GO TO 5500-EXIT.
078600 5500-EXIT.
078700     EXIT.
078800
078900*****************************************************************
079000* 5600-CARRY-DELIVERIES - EVERY SCHEDULED VEHICLE OF THE GROUP
079100* GOES OUT WITH ITS OWN FIRST-REPORTED DATE.  FOR A GROUP WITH NO
079200* READING EACH VEHICLE IS ALSO LISTED, AGED OFF THAT DATE.
079300*****************************************************************
079400 5600-CARRY-DELIVERIES.
079500     PERFORM 5700-CARRY-ONE-DELIVERY THRU 5700-EXIT
079600         VARYING DELIVERY-SUB FROM 1 BY 1
079700         UNTIL DELIVERY-SUB > DELIVERY-STORED-COUNT.
079800     GO TO 5600-EXIT.
079900 5600-EXIT.
080000     EXIT.
080100
080200 5700-CARRY-ONE-DELIVERY.
080300     IF DL-GROUP-SUB (DELIVERY-SUB) NOT = GROUP-SUB
080400         GO TO 5700-EXIT
080500     END-IF.
080600     MOVE SPACES                       TO OPEN-WORK-RECORD.
080700     MOVE GT-SITE-ID (GROUP-SUB)       TO OW-SITE-ID.
080800     MOVE GT-DELIVERY-DATE (GROUP-SUB) TO OW-DELIVERY-DATE.
080900     MOVE GT-SHIFT-CODE (GROUP-SUB)    TO OW-SHIFT-CODE.
081000     MOVE "D"                          TO OW-ITEM-TYPE.
081100     MOVE DL-VEHICLE-ID (DELIVERY-SUB) TO OW-VEHICLE-ID.
081200     MOVE DL-FIRST-DATE (DELIVERY-SUB) TO OW-FIRST-DATE.
081300     PERFORM 5900-WRITE-OPEN-ITEM THRU 5900-EXIT.
081400     IF SECTION-OUTCOME NOT = "N"
081500         GO TO 5700-EXIT
081600     END-IF.
081700     ADD 1 TO UNREAD-DELIVERY-COUNT.
081800     COMPUTE ITEM-AGE-DAYS =
081900         TODAY-INTEGER
082000         - FUNCTION INTEGER-OF-DATE (OW-FIRST-DATE).
082100     MOVE "DELIVERY, NO READING  " TO RD-TAG.
082200     MOVE OW-VEHICLE-ID TO DV-VEHICLE-ID.
082300     MOVE ITEM-AGE-DAYS TO DV-AGE-DAYS.
082400     IF ITEM-AGE-DAYS > AGE-LIMIT-DAYS
082500         MOVE "**" TO DV-AGE-FLAG
082600     ELSE
082700         MOVE SPACES TO DV-AGE-FLAG
082800     END-IF.
082900     MOVE DETAIL-VEHICLE TO RD-DETAIL.
083000     MOVE REPORT-DETAIL-LINE TO RPT-PRINT-LINE.
083100     WRITE RPT-PRINT-LINE.
083200     GO TO 5700-EXIT.
083300 5700-EXIT.
083400     EXIT.
083500
083600*****************************************************************
083700* 5800-PRINT-WRITE-OFF - WHO WROTE THE GROUP OFF, WHEN AND WHY,
083800* FROM THE GASMWOF REGISTER
083900*****************************************************************
084000 5800-PRINT-WRITE-OFF.
084100     MOVE GT-SITE-ID (GROUP-SUB)       TO MW-SITE-ID.
084200     MOVE GT-DELIVERY-DATE (GROUP-SUB) TO MW-DELIVERY-DATE.
084300     MOVE GT-SHIFT-CODE (GROUP-SUB)    TO MW-SHIFT-CODE.
084400     READ WRITE-OFF-FILE
084500         INVALID KEY
084600             MOVE SPACES TO MW-WRITTEN-OFF-BY
084700             MOVE ZERO   TO MW-WRITTEN-OFF-DATE
084800             MOVE SPACES TO MW-REASON
084900     END-READ.
085000     MOVE "WRITTEN OFF           " TO RD-TAG.
085100     MOVE MW-WRITTEN-OFF-BY   TO DW-WRITTEN-OFF-BY.
085200     MOVE MW-WRITTEN-OFF-DATE TO DW-WRITTEN-OFF-DATE.
085300     MOVE DETAIL-WRITE-OFF    TO RD-DETAIL.
085400     MOVE REPORT-DETAIL-LINE TO RPT-PRINT-LINE.
085500     WRITE RPT-PRINT-LINE.
085600     MOVE MW-REASON TO RL-REASON.
085700     MOVE REASON-LINE TO RPT-PRINT-LINE.
085800     WRITE RPT-PRINT-LINE.
085900     GO TO 5800-EXIT.
086000 5800-EXIT.
086100     EXIT.
086200
086300 5900-WRITE-OPEN-ITEM.
086400     MOVE OPEN-WORK-RECORD TO OPNO-OPEN-ITEM-RECORD.
086500     WRITE OPNO-OPEN-ITEM-RECORD.
086600     ADD 1 TO CARRY-OUT-COUNT.
086700     GO TO 5900-EXIT.
086800 5900-EXIT.
086900     EXIT.
087000
087100*****************************************************************
087200* 6000-FIND-OR-ADD-GROUP - LOCATE THE LOOKUP SITE/DATE/SHIFT,
087300* ADDING IT WHEN IT IS NEW.  A NEW GROUP IS LOOKED UP ON THE
087400* WRITE-OFF REGISTER ONCE.  GROUP-FOUND-SUB COMES BACK ZERO WHEN
087500* THE TABLE IS FULL.
087600*****************************************************************
087700 6000-FIND-OR-ADD-GROUP.
087800     MOVE ZERO TO GROUP-FOUND-SUB.
087900     PERFORM 6010-MATCH-ONE-GROUP THRU 6010-EXIT
088000         VARYING GROUP-SUB FROM 1 BY 1
088100         UNTIL GROUP-SUB > GROUP-STORED-COUNT
088200         OR GROUP-FOUND-SUB > ZERO.
088300     IF GROUP-FOUND-SUB > ZERO
088400         OR GROUP-STORED-COUNT NOT < 3000
088500         GO TO 6000-EXIT
088600     END-IF.
088700     ADD 1 TO GROUP-STORED-COUNT.
088800     MOVE GROUP-STORED-COUNT TO GROUP-FOUND-SUB.
088900     MOVE LOOKUP-SITE-ID       TO GT-SITE-ID (GROUP-FOUND-SUB).
089000     MOVE LOOKUP-DELIVERY-DATE
089100         TO GT-DELIVERY-DATE (GROUP-FOUND-SUB).
089200     MOVE LOOKUP-SHIFT-CODE    TO GT-SHIFT-CODE (GROUP-FOUND-SUB).
089300     MOVE ZERO TO GT-MANIFEST-COUNT (GROUP-FOUND-SUB).
089400     MOVE ZERO TO GT-READING-COUNT (GROUP-FOUND-SUB).
089500     MOVE LOOKUP-FIRST-DATE    TO GT-FIRST-DATE (GROUP-FOUND-SUB).
089600     MOVE "N" TO GT-CARRIED-SWITCH (GROUP-FOUND-SUB).
089700     MOVE "N" TO GT-COUNTED-SWITCH (GROUP-FOUND-SUB).
089800     MOVE "N" TO GT-WRITE-OFF-SWITCH (GROUP-FOUND-SUB).
089900     MOVE SPACE TO GT-OUTCOME (GROUP-FOUND-SUB).
090000     IF NOT WOF-FILE-IS-OPEN
090100         GO TO 6000-EXIT
090200     END-IF.
090300     MOVE LOOKUP-SITE-ID       TO MW-SITE-ID.
090400     MOVE LOOKUP-DELIVERY-DATE TO MW-DELIVERY-DATE.
090500     MOVE LOOKUP-SHIFT-CODE    TO MW-SHIFT-CODE.
090600     READ WRITE-OFF-FILE
090700         INVALID KEY
090800             CONTINUE
090900         NOT INVALID KEY
091000             MOVE "Y" TO GT-WRITE-OFF-SWITCH (GROUP-FOUND-SUB)
091100     END-READ.
091200     GO TO 6000-EXIT.
091300 6000-EXIT.
091400     EXIT.
091500
091600 6010-MATCH-ONE-GROUP.
091700     IF GT-SITE-ID (GROUP-SUB) = LOOKUP-SITE-ID
091800         AND GT-DELIVERY-DATE (GROUP-SUB) = LOOKUP-DELIVERY-DATE
091900         AND GT-SHIFT-CODE (GROUP-SUB) = LOOKUP-SHIFT-CODE
092000         MOVE GROUP-SUB TO GROUP-FOUND-SUB
092100     END-IF.
092200     GO TO 6010-EXIT.
092300 6010-EXIT.
092400     EXIT.
092500
092600*****************************************************************
092700* 6100-ADD-DELIVERY - ADD THE LOOKUP VEHICLE TO THE GROUP AT
092800* GROUP-FOUND-SUB UNLESS IT IS ALREADY SCHEDULED THERE
092900*****************************************************************
093000 6100-ADD-DELIVERY.
093100     MOVE ZERO TO DELIVERY-FOUND-SUB.
093200     PERFORM 6110-MATCH-ONE-DELIVERY THRU 6110-EXIT
093300         VARYING DELIVERY-SUB FROM 1 BY 1
093400         UNTIL DELIVERY-SUB > DELIVERY-STORED-COUNT
093500         OR DELIVERY-FOUND-SUB > ZERO.
093600     IF DELIVERY-FOUND-SUB > ZERO
093700         MOVE "D" TO DELIVERY-RESULT
093800         GO TO 6100-EXIT
093900     END-IF.
094000     IF DELIVERY-STORED-COUNT NOT < 8000
094100         MOVE "F" TO DELIVERY-RESULT
094200         GO TO 6100-EXIT
094300     END-IF.
094400     MOVE "A" TO DELIVERY-RESULT.
094500     ADD 1 TO DELIVERY-STORED-COUNT.
094600     MOVE GROUP-FOUND-SUB
094700         TO DL-GROUP-SUB (DELIVERY-STORED-COUNT).
094800     MOVE LOOKUP-VEHICLE-ID
094900         TO DL-VEHICLE-ID (DELIVERY-STORED-COUNT).
095000     MOVE LOOKUP-FIRST-DATE
095100         TO DL-FIRST-DATE (DELIVERY-STORED-COUNT).
095200     ADD 1 TO GT-MANIFEST-COUNT (GROUP-FOUND-SUB).
095300     GO TO 6100-EXIT.
095400 6100-EXIT.
095500     EXIT.
095600
095700 6110-MATCH-ONE-DELIVERY.
095800     IF DL-GROUP-SUB (DELIVERY-SUB) = GROUP-FOUND-SUB
095900         AND DL-VEHICLE-ID (DELIVERY-SUB) = LOOKUP-VEHICLE-ID
096000         MOVE DELIVERY-SUB TO DELIVERY-FOUND-SUB
096100     END-IF.
096200     GO TO 6110-EXIT.
096300 6110-EXIT.
096400     EXIT.
096500
096600*****************************************************************
096700* 7000-PRINT-SECTION-HEADING / 7010-PRINT-NONE
096800*****************************************************************
096900 7000-PRINT-SECTION-HEADING.
097000     MOVE ZERO TO SECTION-LINE-COUNT.
097100     MOVE SPACES TO RPT-PRINT-LINE.
097200     WRITE RPT-PRINT-LINE.
097300     MOVE SECTION-TITLE TO RPT-PRINT-LINE.
097400     WRITE RPT-PRINT-LINE.
097500     GO TO 7000-EXIT.
097600 7000-EXIT.
097700     EXIT.
097800
097900 7010-PRINT-NONE.
098000     IF SECTION-LINE-COUNT = ZERO
098100         MOVE "    NONE" TO RPT-PRINT-LINE
098200         WRITE RPT-PRINT-LINE
098300     END-IF.
098400     GO TO 7010-EXIT.
098500 7010-EXIT.
098600     EXIT.
098700
098800*****************************************************************
098900* 7500-PRINT-SUMMARY
099000*****************************************************************
099100 7500-PRINT-SUMMARY.
099200     MOVE SPACES TO RPT-PRINT-LINE.
099300     WRITE RPT-PRINT-LINE.
099400     MOVE "CARRIED OPEN ITEMS READ       " TO RTL-LABEL.
099500     MOVE CARRIED-READ-COUNT TO RTL-COUNT.
099600     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
099700     MOVE "MANIFEST ROWS READ            " TO RTL-LABEL.
099800     MOVE MANIFEST-READ-COUNT TO RTL-COUNT.
099900     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
100000     MOVE "MANIFEST ROWS REJECTED        " TO RTL-LABEL.
100100     MOVE REJECT-COUNT TO RTL-COUNT.
100200     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
100300     MOVE "DELIVERIES ALREADY SCHEDULED  " TO RTL-LABEL.
100400     MOVE DUP-DELIVERY-COUNT TO RTL-COUNT.
100500     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
100600     MOVE "READINGS FOR THE MANIFEST DATE" TO RTL-LABEL.
100700     MOVE READING-COUNT TO RTL-COUNT.
100800     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
100900     MOVE "GROUPS MATCHED                " TO RTL-LABEL.
101000     MOVE MATCHED-COUNT TO RTL-COUNT.
101100     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
101200     MOVE "CARRIED GROUPS CLEARED        " TO RTL-LABEL.
101300     MOVE CLEARED-COUNT TO RTL-COUNT.
101400     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
101500     MOVE "READINGS WITH NO DELIVERY     " TO RTL-LABEL.
101600     MOVE UNSCHEDULED-READING-COUNT TO RTL-COUNT.
101700     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
101800     MOVE "GROUPS WITH NO DELIVERY       " TO RTL-LABEL.
101900     MOVE UNSCHEDULED-GROUP-COUNT TO RTL-COUNT.
102000     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
102100     MOVE "DELIVERIES WITH NO READING    " TO RTL-LABEL.
102200     MOVE UNREAD-DELIVERY-COUNT TO RTL-COUNT.
102300     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
102400     MOVE "GROUPS WITH NO READING        " TO RTL-LABEL.
102500     MOVE UNREAD-GROUP-COUNT TO RTL-COUNT.
102600     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
102700     MOVE "GROUPS WHOSE COUNTS DIFFER    " TO RTL-LABEL.
102800     MOVE DIFFERS-COUNT TO RTL-COUNT.
102900     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
103000     MOVE "GROUPS WRITTEN OFF            " TO RTL-LABEL.
103100     MOVE WRITTEN-OFF-COUNT TO RTL-COUNT.
103200     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
103300     MOVE "OPEN GROUPS PAST AGE LIMIT    " TO RTL-LABEL.
103400     MOVE OVERAGE-COUNT TO RTL-COUNT.
103500     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
103600     MOVE "OPEN ITEMS CARRIED FORWARD    " TO RTL-LABEL.
103700     MOVE CARRY-OUT-COUNT TO RTL-COUNT.
103800     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
103900     IF OVERFLOW-COUNT > ZERO
104000         MOVE "ITEMS BEYOND TABLE CAPACITY   " TO RTL-LABEL
104100         MOVE OVERFLOW-COUNT TO RTL-COUNT
104200         PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT
104300         DISPLAY "WARNING - GROUP OR DELIVERY TABLE FULL, "
104400             OVERFLOW-COUNT " ITEMS CARRIED UNMATCHED OR "
104500             "READINGS UNCOUNTED."
104600     END-IF.
104700     GO TO 7500-EXIT.
104800 7500-EXIT.
104900     EXIT.
105000
105100 7510-WRITE-TOTAL-LINE.
105200     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
105300     WRITE RPT-PRINT-LINE.
105400     GO TO 7510-EXIT.
105500 7510-EXIT.
105600     EXIT.
105700
105800*****************************************************************
105900* 9000-TERMINATE
106000*****************************************************************
106100 9000-TERMINATE.
106200     CLOSE MANIFEST-FILE.
106300     CLOSE GAS-HISTORY-FILE.
106400     IF WOF-FILE-IS-OPEN
106500         CLOSE WRITE-OFF-FILE
106600     END-IF.
106700     CLOSE OPEN-ITEM-OUT-FILE.
106800     CLOSE GAS-REPORT-FILE.
106900     GO TO 9000-EXIT.
107000 9000-EXIT.
107100     EXIT.
107200
107300 END PROGRAM GASMANR.
