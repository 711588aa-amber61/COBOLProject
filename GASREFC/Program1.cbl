000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASREFC.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  NIGHTLY REFERENTIAL INTEGRITY SWEEP
001100*                  ACROSS THE MASTER AND HISTORY FILES.  EACH
001200*                  MAINTENANCE PROGRAM EDITS ONLY ITS OWN FILE, SO
001300*                  A SITE DELETED FROM GASSITE OR AN OPERATOR
001400*                  TAKEN OFF GASOPER LEAVES ROWS ELSEWHERE THAT
001500*                  POINT AT NOTHING, AND NOBODY FINDS OUT UNTIL A
001600*                  MONTH-END REPORT OR THE REGULATORY FILING TRIPS
001700*                  OVER THEM.  THIS STEP CHANGES NOTHING; IT
001800*                  REPORTS, FOR EACH CHECK, HOW MANY BREAKS IT
001900*                  FOUND AND THE KEYS OF THE FIRST FEW:
002000*                    - GASHIST ROWS FOR A SITE NOT ON GASSITE
002100*                    - GASHIST ROWS FOR AN OPERATOR NOT ON GASOPER
002200*                    - GASHIST ROWS READ BEFORE THE FIRST GASPARM
002300*                      BAND SET IN FORCE
002400*                    - COURSES ROWS FOR AN OPERATOR NOT ON GASOPER
002500*                    - GASOUT OUTSTANDING ITEMS WHOSE GASHIST ROW
002600*                      HAS ALREADY GONE TO THE GASHARC
002700*                      ARCHIVE, AND ITEMS WITH NO HISTORY ROW
002800*                      ANYWHERE
002900*                    - GASSHFT ROWS FOR DAYS WITH NO GASCTL ENTRY
003000*                    - ACTIVE SITES WITH NO SHIFT CODES
003100*                  ANY BREAK RAISES ONE REFBREAK GASALRT ROW FOR
003200*                  THE ALERT REGISTER.  GASHIST, GASSITE, GASOPER
003300*                  AND GASPARM MUST BE THERE; A CHECK WHOSE OTHER
003400*                  FILE IS NOT AVAILABLE IS SHOWN AS NOT RUN.
003500*                    RC  0 - NO BREAKS FOUND
003600*                    RC  4 - BREAKS FOUND - SEE THE REPORT
003700*                    RC 16 - ABORTED AT INITIALIZATION
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT GAS-HISTORY-FILE ASSIGN TO "GASHIST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS GH-HISTORY-KEY
004900         FILE STATUS IS HIST-FILE-STATUS.
005000     SELECT GAS-SITE-FILE ASSIGN TO "GASSITE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SM-SITE-ID
005400         FILE STATUS IS SITE-FILE-STATUS.
005500     SELECT OPERATOR-MASTER-FILE ASSIGN TO "GASOPER"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS OP-OPERATOR-ID
005900         FILE STATUS IS OPER-FILE-STATUS.
006000     SELECT COURSE-ROSTER-FILE ASSIGN TO "COURSES"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CR-ROSTER-KEY
006400         FILE STATUS IS COURSE-FILE-STATUS.
006500     SELECT GAS-PARM-FILE ASSIGN TO "GASPARM"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS PARM-FILE-STATUS.
006800     SELECT OUTSTANDING-FILE ASSIGN TO "GASOUT"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS OUT-FILE-STATUS.
007100     SELECT GAS-ARCHIVE-FILE ASSIGN TO "GASHARC"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS ARC-FILE-STATUS.
007400     SELECT SHIFT-RESULT-FILE ASSIGN TO "GASSHFT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS SHIFT-FILE-STATUS.
007700     SELECT GAS-CONTROL-FILE ASSIGN TO "GASCTL"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS CTL-FILE-STATUS.
008000     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS AUDIT-FILE-STATUS.
008300     SELECT GAS-ALERT-FILE ASSIGN TO "GASALRT"
008400         ORGANIZATION IS SEQUENTIAL.
008500     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
008600         ORGANIZATION IS SEQUENTIAL.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  GAS-HISTORY-FILE.
009100     COPY GASHREC.
009200
009300 FD  GAS-SITE-FILE.
009400     COPY GASSITE.
009500
009600 FD  OPERATOR-MASTER-FILE.
009700     COPY GASOPER.
009800
009900 FD  COURSE-ROSTER-FILE.
010000     COPY COURSREC.
010100
010200 FD  GAS-PARM-FILE.
010300     COPY GASPARM.
010400
010500 FD  OUTSTANDING-FILE.
010600     COPY GASOUT.
010700
010710*****************************************************************
010720* EVERY ARCHIVE GENERATION IS IN THE 57-BYTE LAYOUT -- THOSE
010730* WRITTEN BEFORE THE HISTORY ROW GREW WERE CONVERTED AT CUTOVER,
010740* THE SAME AS GASHAINQ REQUIRES.
010750*****************************************************************
010800 FD  GAS-ARCHIVE-FILE.
010900 01  ARC-HISTORY-RECORD              PIC X(57).
011000
011100 FD  SHIFT-RESULT-FILE.
011200     COPY GASSHFT.
011300
011400 FD  GAS-CONTROL-FILE.
011500     COPY GASCTL.
011600
011700 FD  AUDIT-TRAIL-FILE.
011800     COPY GASAUDT.
011900
012000 FD  GAS-ALERT-FILE.
012100     COPY GASALRT.
012200
012300 FD  GAS-REPORT-FILE.
012400 01  RPT-PRINT-LINE                  PIC X(80).
012500
012600 WORKING-STORAGE SECTION.
012700 01  HIST-FILE-STATUS                PIC X(02).
012800 01  SITE-FILE-STATUS                PIC X(02).
012900 01  OPER-FILE-STATUS                PIC X(02).
013000 01  COURSE-FILE-STATUS              PIC X(02).
013100 01  PARM-FILE-STATUS                PIC X(02).
013200 01  OUT-FILE-STATUS                 PIC X(02).
013300 01  ARC-FILE-STATUS                 PIC X(02).
013400 01  SHIFT-FILE-STATUS               PIC X(02).
013500 01  CTL-FILE-STATUS                 PIC X(02).
013600 01  AUDIT-FILE-STATUS               PIC X(02).
013700
013800 01  SWITCHES.
013900     05  HIST-EOF-SWITCH             PIC X(01) VALUE "N".
014000         88  HIST-AT-EOF             VALUE "Y".
014100     05  SITE-EOF-SWITCH             PIC X(01) VALUE "N".
014200         88  SITE-AT-EOF             VALUE "Y".
014300     05  COURSE-EOF-SWITCH           PIC X(01) VALUE "N".
014400         88  COURSE-AT-EOF           VALUE "Y".
014500     05  PARM-EOF-SWITCH             PIC X(01) VALUE "N".
014600         88  PARM-AT-EOF             VALUE "Y".
014700     05  OUT-EOF-SWITCH              PIC X(01) VALUE "N".
014800         88  OUT-AT-EOF              VALUE "Y".
014900     05  ARC-EOF-SWITCH              PIC X(01) VALUE "N".
015000         88  ARC-AT-EOF              VALUE "Y".
015100     05  SHIFT-EOF-SWITCH            PIC X(01) VALUE "N".
015200         88  SHIFT-AT-EOF            VALUE "Y".
015300     05  AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
015400         88  AUDIT-AT-EOF            VALUE "Y".
015500     05  ABORT-SWITCH                PIC X(01) VALUE "N".
015600         88  RUN-IS-ABORTED          VALUE "Y".
015700     05  SITE-KNOWN-SWITCH           PIC X(01) VALUE "N".
015800         88  SITE-IS-KNOWN           VALUE "Y".
015900     05  OPER-KNOWN-SWITCH           PIC X(01) VALUE "N".
016000         88  OPERATOR-IS-KNOWN       VALUE "Y".
016100     05  OPER-FIRST-SWITCH           PIC X(01) VALUE "N".
016200         88  OPERATOR-FIRST-SEEN     VALUE "Y".
016300     05  ITEM-DONE-SWITCH            PIC X(01) VALUE "N".
016400         88  ITEM-IS-DONE            VALUE "Y".
016500     05  DAY-CONTROLLED-SWITCH       PIC X(01) VALUE "N".
016600         88  DAY-IS-CONTROLLED       VALUE "Y".
016700
016800 01  TODAY-DATE                      PIC 9(08).
016900 01  TODAY-TIME                      PIC 9(08).
017000
017100*****************************************************************
017200* THE CHECKS, IN REPORT ORDER.  CK-SUB SELECTS ONE:
017300*   1 GASHIST SITE        2 GASHIST OPERATOR    3 GASHIST BANDS
017400*   4 COURSES OPERATOR    5 GASOUT ARCHIVED     6 GASOUT NO ROW
017500*   7 GASSHFT ROW         8 ACTIVE SITE SHIFTS
017600* CK-STATE: R = RUN, S = NOT RUN (CK-SKIP-REASON SAYS WHY).  THE
017700* FIRST FIVE SAMPLE KEYS OF EACH CHECK ARE KEPT FOR THE REPORT.
017800*****************************************************************
017900 01  CHECK-LABEL-VALUES.
018000     05  FILLER                      PIC X(30)
018100         VALUE "GASHIST SITE NOT ON GASSITE".
018200     05  FILLER                      PIC X(30)
018300         VALUE "GASHIST OPER NOT ON GASOPER".
018400     05  FILLER                      PIC X(30)
018500         VALUE "GASHIST READ BEFORE ANY BANDS".
018600     05  FILLER                      PIC X(30)
018700         VALUE "COURSES OPER NOT ON GASOPER".
018800     05  FILLER                      PIC X(30)
018900         VALUE "GASOUT ITEM ALREADY ARCHIVED".
019000     05  FILLER                      PIC X(30)
019100         VALUE "GASOUT ITEM WITH NO HISTORY".
019200     05  FILLER                      PIC X(30)
019300         VALUE "GASSHFT ROW FOR NO GASCTL DAY".
019400     05  FILLER                      PIC X(30)
019500         VALUE "ACTIVE SITE WITH NO SHIFTS".
019600 01  CHECK-LABEL-TABLE REDEFINES CHECK-LABEL-VALUES.
019700     05  CHECK-LABEL                 PIC X(30) OCCURS 8 TIMES.
019800
019900 01  CHECK-TABLE.
020000     05  CK-ENTRY OCCURS 8 TIMES.
020100         10  CK-STATE                PIC X(01).
020200             88  CK-WAS-RUN          VALUE "R".
020300             88  CK-NOT-RUN          VALUE "S".
020400         10  CK-SKIP-REASON          PIC X(43).
020500         10  CK-BREAK-COUNT          PIC 9(08) COMP.
020600         10  CK-SAMPLE-COUNT         PIC 9(02) COMP.
020700         10  CK-SAMPLE               PIC X(50) OCCURS 5 TIMES.
020800 01  CK-SUB                          PIC 9(02) VALUE ZERO COMP.
020900 01  SAMPLE-SUB                      PIC 9(02) VALUE ZERO COMP.
021000 01  SAMPLE-TEXT                     PIC X(50) VALUE SPACES.
021100 01  MAX-SAMPLES                     PIC 9(02) VALUE 5 COMP.
021200
021300*****************************************************************
021400* BAND COVERAGE - THE EARLIEST EFFECTIVE DATE OF A GASPARM BAND
021500* SET IN FORCE.  A SET STILL AWAITING ITS SECOND SIGNATURE COVERS
021600* NOTHING.  COVER-DATE IS THE READING DATE OF THE HISTORY ROW, OR
021700* ITS RUN DATE WHEN THE ROW CARRIES NONE.
021800*****************************************************************
021900 01  EARLIEST-BAND-DATE              PIC 9(08) VALUE ZERO.
022000 01  APPROVED-ROW-COUNT              PIC 9(06) VALUE ZERO COMP.
022100 01  COVER-DATE                      PIC 9(08) VALUE ZERO.
022200
022300*****************************************************************
022400* GASHIST SITE BREAK AND THE OPERATOR CACHE.  EACH OPERATOR ID IS
022500* READ FROM GASOPER ONCE; OC-KNOWN-FLAG HOLDS THE ANSWER.  ONCE
022600* THE CACHE IS FULL FURTHER IDS ARE READ EVERY TIME.
022700*****************************************************************
022800 01  LAST-SITE-ID                    PIC X(05) VALUE LOW-VALUES.
022900 01  LAST-ROSTER-OPERATOR-ID         PIC X(06) VALUE LOW-VALUES.
023000 01  LOOKUP-OPERATOR-ID              PIC X(06) VALUE SPACES.
023100 01  OPER-CACHE-TABLE.
023200     05  OC-ENTRY OCCURS 500 TIMES.
023300         10  OC-OPERATOR-ID          PIC X(06).
023400         10  OC-KNOWN-FLAG           PIC X(01).
023500 01  OPER-CACHE-COUNT                PIC 9(03) VALUE ZERO COMP.
023600 01  OPER-SUB                        PIC 9(03) VALUE ZERO COMP.
023700 01  OPER-FOUND-SUB                  PIC 9(03) VALUE ZERO COMP.
023800
023900*****************************************************************
024000* OUTSTANDING-ITEM TABLE - THE CURRENT GASOUT GENERATION.
024100* OE-STATE: H = HISTORY ROW STILL ON GASHIST, A = ROW FOUND ON THE
024200* ARCHIVE, M = NOT FOUND (YET).  THE ROW IS FOUND BY SITE,
024300* SEQUENCE AND READING DATE; ITS RUN DATE LIES BETWEEN THE READING
024400* DATE AND THE DAY THE ITEM FIRST WENT OUTSTANDING.
024500*****************************************************************
024600 01  OUT-TABLE.
024700     05  OUT-ENTRY OCCURS 2000 TIMES.
024800         10  OE-SEQUENCE-NO          PIC 9(08).
024900         10  OE-SITE-ID              PIC X(05).
025000         10  OE-READING-DATE         PIC 9(08).
025100         10  OE-FIRST-DATE           PIC 9(08).
025200         10  OE-STATE                PIC X(01).
025300 01  OUT-STORED-COUNT                PIC 9(04) VALUE ZERO COMP.
025400 01  OUT-OVERFLOW-COUNT              PIC 9(06) VALUE ZERO COMP.
025500 01  OUT-MISSING-COUNT               PIC 9(04) VALUE ZERO COMP.
025600 01  OUT-SUB                         PIC 9(04) VALUE ZERO COMP.
025700
025800*****************************************************************
025900* BUSINESS DAYS GASCTL HAS BEEN SET FOR - THE CURRENT CONTROL
026000* RECORD PLUS EVERY GASCTLE ENTRY ON THE AUDIT TRAIL - AND THE
026100* GASSHFT DAYS ALREADY REPORTED
026200*****************************************************************
026300 01  CONTROL-DAY-TABLE.
026400     05  CD-DATE                     PIC 9(08) OCCURS 4000 TIMES.
026500 01  CONTROL-DAY-COUNT               PIC 9(04) VALUE ZERO COMP.
026600 01  CONTROL-DAY-OVERFLOW            PIC 9(06) VALUE ZERO COMP.
026700 01  FLAGGED-DAY-TABLE.
026800     05  FD-DATE                     PIC 9(08) OCCURS 500 TIMES.
026900 01  FLAGGED-DAY-COUNT               PIC 9(04) VALUE ZERO COMP.
027000 01  DAY-SUB                         PIC 9(04) VALUE ZERO COMP.
027100 01  DAY-FOUND-SUB                   PIC 9(04) VALUE ZERO COMP.
027200 01  FIND-DATE                       PIC 9(08) VALUE ZERO.
027300 01  LAST-SHIFT-DATE                 PIC 9(08) VALUE ZERO.
027400
027500 01  SITE-READ-COUNT                 PIC 9(08) VALUE ZERO COMP.
027600 01  HIST-READ-COUNT                 PIC 9(08) VALUE ZERO COMP.
027700 01  INTERACTIVE-ROW-COUNT           PIC 9(08) VALUE ZERO COMP.
027800 01  ROSTER-READ-COUNT               PIC 9(08) VALUE ZERO COMP.
027900 01  ARC-READ-COUNT                  PIC 9(08) VALUE ZERO COMP.
028000 01  SHIFT-READ-COUNT                PIC 9(08) VALUE ZERO COMP.
028100 01  BREAK-TOTAL                     PIC 9(08) VALUE ZERO COMP.
028200 01  BROKEN-CHECK-COUNT              PIC 9(02) VALUE ZERO COMP.
028300 01  SKIPPED-CHECK-COUNT             PIC 9(02) VALUE ZERO COMP.
028400 01  ALERT-WRITTEN-COUNT             PIC 9(02) VALUE ZERO COMP.
028500
028600 01  REPORT-HEADING-1.
028700     05  FILLER                      PIC X(30)
028800         VALUE "REFERENTIAL INTEGRITY SWEEP   ".
028900     05  FILLER                      PIC X(12)
029000         VALUE "  RUN DATE: ".
029100     05  RH1-RUN-DATE                PIC 9(08).
029200
029300 01  REPORT-HEADING-2.
029400     05  FILLER                      PIC X(30)
029500         VALUE "BAND SETS IN FORCE FROM       ".
029600     05  FILLER                      PIC X(12) VALUE SPACES.
029700     05  RH2-BAND-DATE               PIC 9(08).
029800
029900 01  REPORT-COLUMN-HEADING.
030000     05  FILLER              PIC X(42)
030100         VALUE "CHECK                               BREAKS".
030200     05  FILLER              PIC X(07) VALUE "  STATE".
030300
030400 01  REPORT-CHECK-LINE.
030500     05  RCL-LABEL           PIC X(30).
030600     05  FILLER              PIC X(01) VALUE SPACES.
030700     05  RCL-RESULT          PIC X(43).
030800     05  RCL-COUNTED REDEFINES RCL-RESULT.
030900         10  RCL-COUNT       PIC ZZZ,ZZZ,ZZ9.
031000         10  FILLER          PIC X(02).
031100         10  RCL-NOTE        PIC X(30).
031200
031300 01  REPORT-SAMPLE-LINE.
031400     05  FILLER              PIC X(04) VALUE SPACES.
031500     05  FILLER              PIC X(06) VALUE "E.G.  ".
031600     05  RSL-SAMPLE          PIC X(50).
031700
031800 01  REPORT-TOTAL-LINE.
031900     05  RTL-LABEL           PIC X(30).
032000     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
032100
032200*****************************************************************
032300* SAMPLE KEY PIECES
032400*****************************************************************
032500 01  EDIT-DATE                       PIC 9(08).
032600 01  EDIT-SEQUENCE-NO                PIC 9(08).
032700
032800 PROCEDURE DIVISION.
032900*****************************************************************
033000* 0000-MAINLINE
033100*****************************************************************
033200 0000-MAINLINE.
033300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033400     IF RUN-IS-ABORTED
033500         GOBACK
033600     END-IF.
033700     PERFORM 2000-CHECK-SITE-SHIFTS THRU 2000-EXIT.
033800     PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT.
033900     PERFORM 4000-CHECK-COURSES THRU 4000-EXIT.
034000     PERFORM 5000-CHECK-OUTSTANDING THRU 5000-EXIT.
034100     PERFORM 6000-CHECK-SHIFT-DAYS THRU 6000-EXIT.
034200     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
034300     IF BREAK-TOTAL > ZERO
034400         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
034500     END-IF.
034600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034700     IF BREAK-TOTAL > ZERO
034800         MOVE 4 TO RETURN-CODE
034900     END-IF.
035000     GOBACK.
035100
035200*****************************************************************
035300* 1000-INITIALIZE - OPEN THE FILES EVERY CHECK NEEDS AND FIND
035400* WHERE BAND COVERAGE BEGINS.  THE OTHER FILES ARE OPENED BY THE
035500* CHECK THAT READS THEM.
035600*****************************************************************
035700 1000-INITIALIZE.
035800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
035900     ACCEPT TODAY-TIME FROM TIME.
036000     PERFORM 1010-CLEAR-ONE-CHECK THRU 1010-EXIT
036100         VARYING CK-SUB FROM 1 BY 1 UNTIL CK-SUB > 8.
036200     OPEN INPUT GAS-HISTORY-FILE.
036300     IF HIST-FILE-STATUS NOT = "00"
036400         DISPLAY "ERROR - GASHIST NOT AVAILABLE, STATUS "
036500             HIST-FILE-STATUS ".  RUN ABORTED."
036600         MOVE "Y" TO ABORT-SWITCH
036700         MOVE 16 TO RETURN-CODE
036800         GO TO 1000-EXIT
036900     END-IF.
037000     OPEN INPUT GAS-SITE-FILE.
037100     IF SITE-FILE-STATUS NOT = "00"
037200         DISPLAY "ERROR - GASSITE SITE MASTER NOT AVAILABLE, "
037300             "STATUS " SITE-FILE-STATUS ".  RUN ABORTED."
037400         MOVE "Y" TO ABORT-SWITCH
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 1000-EXIT
037700     END-IF.
037800     OPEN INPUT OPERATOR-MASTER-FILE.
037900     IF OPER-FILE-STATUS NOT = "00"
038000         DISPLAY "ERROR - GASOPER OPERATOR MASTER NOT AVAILABLE, "
038100             "STATUS " OPER-FILE-STATUS ".  RUN ABORTED."
038200         MOVE "Y" TO ABORT-SWITCH
038300         MOVE 16 TO RETURN-CODE
038400         GO TO 1000-EXIT
038500     END-IF.
038600     OPEN INPUT GAS-PARM-FILE.
038700     IF PARM-FILE-STATUS NOT = "00"
038800         DISPLAY "ERROR - GASPARM THRESHOLD FILE NOT AVAILABLE, "
038900             "STATUS " PARM-FILE-STATUS ".  RUN ABORTED."
039000         MOVE "Y" TO ABORT-SWITCH
039100         MOVE 16 TO RETURN-CODE
039200         GO TO 1000-EXIT
039300     END-IF.
039400     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT.
039500     PERFORM 1200-TAKE-ONE-PARM THRU 1200-EXIT
039600         UNTIL PARM-AT-EOF.
039700     CLOSE GAS-PARM-FILE.
039800     IF APPROVED-ROW-COUNT = ZERO
039900         MOVE 99999999 TO EARLIEST-BAND-DATE
040000     END-IF.
040100     OPEN OUTPUT GAS-ALERT-FILE.
040200     OPEN OUTPUT GAS-REPORT-FILE.
040300     GO TO 1000-EXIT.
040400 1000-EXIT.
040500     EXIT.
040600
040700 1010-CLEAR-ONE-CHECK.
040800     MOVE "R"    TO CK-STATE (CK-SUB).
040900     MOVE SPACES TO CK-SKIP-REASON (CK-SUB).
041000     MOVE ZERO   TO CK-BREAK-COUNT (CK-SUB).
041100     MOVE ZERO   TO CK-SAMPLE-COUNT (CK-SUB).
041200     MOVE SPACES TO CK-SAMPLE (CK-SUB 1) CK-SAMPLE (CK-SUB 2)
041300                    CK-SAMPLE (CK-SUB 3) CK-SAMPLE (CK-SUB 4)
041400                    CK-SAMPLE (CK-SUB 5).
041500     GO TO 1010-EXIT.
041600 1010-EXIT.
041700     EXIT.
041800
041900 1100-READ-ONE-PARM.
042000     READ GAS-PARM-FILE
042100         AT END
042200             MOVE "Y" TO PARM-EOF-SWITCH
042300     END-READ.
042400     GO TO 1100-EXIT.
042500 1100-EXIT.
042600     EXIT.
042700
042800 1200-TAKE-ONE-PARM.
042900     IF GP-SET-PENDING
043000         OR GP-EFFECTIVE-DATE IS NOT NUMERIC
043100         GO TO 1200-NEXT
043200     END-IF.
043300     ADD 1 TO APPROVED-ROW-COUNT.
043400     IF APPROVED-ROW-COUNT = 1
043500         OR GP-EFFECTIVE-DATE < EARLIEST-BAND-DATE
043600         MOVE GP-EFFECTIVE-DATE TO EARLIEST-BAND-DATE
043700     END-IF.
043800 1200-NEXT.
043900     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT.
044000     GO TO 1200-EXIT.
044100 1200-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500* 2000-CHECK-SITE-SHIFTS - AN ACTIVE SITE WITH NO SHIFT CODES IS
044600* NEVER EXPECTED TO READ, SO THE COMPLETENESS SWEEP CANNOT MISS IT
044700*****************************************************************
044800 2000-CHECK-SITE-SHIFTS.
044900     PERFORM 2100-READ-ONE-SITE THRU 2100-EXIT.
045000     PERFORM 2200-CHECK-ONE-SITE THRU 2200-EXIT
045100         UNTIL SITE-AT-EOF.
045200     GO TO 2000-EXIT.
045300 2000-EXIT.
045400     EXIT.
045500
045600 2100-READ-ONE-SITE.
045700     READ GAS-SITE-FILE NEXT RECORD
045800         AT END
045900             MOVE "Y" TO SITE-EOF-SWITCH
046000     END-READ.
046100     GO TO 2100-EXIT.
046200 2100-EXIT.
046300     EXIT.
046400
046500 2200-CHECK-ONE-SITE.
046600     ADD 1 TO SITE-READ-COUNT.
046700     IF NOT SM-SITE-ACTIVE
046800         OR SM-SHIFT-CODES NOT = SPACES
046900         GO TO 2200-NEXT
047000     END-IF.
047100     MOVE SPACES TO SAMPLE-TEXT.
047200     STRING "GASSITE " DELIMITED BY SIZE
047300            SM-SITE-ID DELIMITED BY SIZE
047400            " " DELIMITED BY SIZE
047500            SM-SITE-NAME DELIMITED BY SIZE
047600         INTO SAMPLE-TEXT.
047700     MOVE 8 TO CK-SUB.
047800     PERFORM 8100-NOTE-BREAK THRU 8100-EXIT.
047900 2200-NEXT.
048000     PERFORM 2100-READ-ONE-SITE THRU 2100-EXIT.
048100     GO TO 2200-EXIT.
048200 2200-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600* 3000-SWEEP-HISTORY - ONE PASS OF GASHIST IN KEY ORDER FOR THE
048700* SITE, OPERATOR AND BAND CHECKS.  BATCH ROWS NAME A SITE;
048800* INTERACTIVE ROWS CARRY THE CONSOLE TAG IN PLACE OF A SITE AND
048900* NAME THE OPERATOR INSTEAD.
049000*****************************************************************
049100 3000-SWEEP-HISTORY.
049200     MOVE LOW-VALUES TO GH-HISTORY-KEY.
049300     START GAS-HISTORY-FILE
049400         KEY IS NOT LESS THAN GH-HISTORY-KEY
049500         INVALID KEY
049600             MOVE "Y" TO HIST-EOF-SWITCH
049700     END-START.
049800     IF NOT HIST-AT-EOF
049900         PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
050000         PERFORM 3200-CHECK-ONE-HISTORY THRU 3200-EXIT
050100             UNTIL HIST-AT-EOF
050200     END-IF.
050300     GO TO 3000-EXIT.
050400 3000-EXIT.
050500     EXIT.
050600
050700 3100-READ-ONE-HISTORY.
050800     READ GAS-HISTORY-FILE NEXT RECORD
050900         AT END
051000             MOVE "Y" TO HIST-EOF-SWITCH
051100     END-READ.
051200     GO TO 3100-EXIT.
051300 3100-EXIT.
051400     EXIT.
051500
051600 3200-CHECK-ONE-HISTORY.
051700     ADD 1 TO HIST-READ-COUNT.
051800     IF GH-OPERATOR-ID = SPACES
051900         PERFORM 3300-CHECK-HISTORY-SITE THRU 3300-EXIT
052000     ELSE
052100         ADD 1 TO INTERACTIVE-ROW-COUNT
052200         PERFORM 3400-CHECK-HISTORY-OPERATOR THRU 3400-EXIT
052300     END-IF.
052400     PERFORM 3500-CHECK-BAND-COVER THRU 3500-EXIT.
052500     PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT.
052600     GO TO 3200-EXIT.
052700 3200-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100* 3300-CHECK-HISTORY-SITE - THE SITE IS LOOKED UP ON EACH SITE
053200* BREAK.  EVERY ROW OF A MISSING SITE COUNTS; ONLY ITS FIRST IS
053300* KEPT AS A SAMPLE.
053400*****************************************************************
053500 3300-CHECK-HISTORY-SITE.
053600     MOVE SPACES TO SAMPLE-TEXT.
053700     IF GH-SITE-ID NOT = LAST-SITE-ID
053800         MOVE GH-SITE-ID TO LAST-SITE-ID
053900         MOVE GH-SITE-ID TO SM-SITE-ID
054000         READ GAS-SITE-FILE
054100             INVALID KEY
054200                 MOVE "N" TO SITE-KNOWN-SWITCH
054300             NOT INVALID KEY
054400                 MOVE "Y" TO SITE-KNOWN-SWITCH
054500         END-READ
054600         IF NOT SITE-IS-KNOWN
054700             PERFORM 3600-HISTORY-SAMPLE THRU 3600-EXIT
054800         END-IF
054900     END-IF.
055000     IF SITE-IS-KNOWN
055100         GO TO 3300-EXIT
055200     END-IF.
055300     MOVE 1 TO CK-SUB.
055400     PERFORM 8100-NOTE-BREAK THRU 8100-EXIT.
055500     GO TO 3300-EXIT.
055600 3300-EXIT.
055700     EXIT.
055800
055900*****************************************************************
056000* 3400-CHECK-HISTORY-OPERATOR - AS FOR SITES, A MISSING OPERATOR
056100* IS SAMPLED ONLY THE FIRST TIME THE SWEEP MEETS THE ID
056200*****************************************************************
056300 3400-CHECK-HISTORY-OPERATOR.
056400     MOVE GH-OPERATOR-ID TO LOOKUP-OPERATOR-ID.
056500     PERFORM 3700-LOOK-UP-OPERATOR THRU 3700-EXIT.
056600     IF OPERATOR-IS-KNOWN
056700         GO TO 3400-EXIT
056800     END-IF.
056900     MOVE SPACES TO SAMPLE-TEXT.
057000     IF OPERATOR-FIRST-SEEN
057100         STRING "OPERATOR " DELIMITED BY SIZE
057200                GH-OPERATOR-ID DELIMITED BY SIZE
057300                " ON GASHIST " DELIMITED BY SIZE
057400                GH-SITE-ID DELIMITED BY SIZE
057500                " " DELIMITED BY SIZE
057600                GH-RUN-DATE DELIMITED BY SIZE
057700                " " DELIMITED BY SIZE
057800                GH-SEQUENCE-NO DELIMITED BY SIZE
057900             INTO SAMPLE-TEXT
058000     END-IF.
058100     MOVE 2 TO CK-SUB.
058200     PERFORM 8100-NOTE-BREAK THRU 8100-EXIT.
058300     GO TO 3400-EXIT.
058400 3400-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* 3500-CHECK-BAND-COVER - A READING DATED BEFORE THE FIRST BAND
058900* SET IN FORCE WAS RATED AGAINST NO SET AT ALL
059000*****************************************************************
059100 3500-CHECK-BAND-COVER.
059200     IF GH-READING-DATE IS NUMERIC
059300         AND GH-READING-DATE > ZERO
059400         MOVE GH-READING-DATE TO COVER-DATE
059500     ELSE
059600         MOVE GH-RUN-DATE TO COVER-DATE
059700     END-IF.
059800     IF COVER-DATE NOT < EARLIEST-BAND-DATE
059900         GO TO 3500-EXIT
060000     END-IF.
060100     MOVE SPACES TO SAMPLE-TEXT.
060200     STRING "GASHIST " DELIMITED BY SIZE
060300            GH-SITE-ID DELIMITED BY SIZE
060400            " " DELIMITED BY SIZE
060500            GH-RUN-DATE DELIMITED BY SIZE
060600            " " DELIMITED BY SIZE
060700            GH-SEQUENCE-NO DELIMITED BY SIZE
060800            " READ " DELIMITED BY SIZE
060900            COVER-DATE DELIMITED BY SIZE
061000         INTO SAMPLE-TEXT.
061100     MOVE 3 TO CK-SUB.
061200     PERFORM 8100-NOTE-BREAK THRU 8100-EXIT.
061300     GO TO 3500-EXIT.
061400 3500-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800* 3600-HISTORY-SAMPLE - THE GASHIST KEY AS A SAMPLE
061900*****************************************************************
062000 3600-HISTORY-SAMPLE.
062100     MOVE SPACES TO SAMPLE-TEXT.
062200     STRING "GASHIST " DELIMITED BY SIZE
062300            GH-SITE-ID DELIMITED BY SIZE
062400            " " DELIMITED BY SIZE
062500            GH-RUN-DATE DELIMITED BY SIZE
062600            " " DELIMITED BY SIZE
062700            GH-SEQUENCE-NO DELIMITED BY SIZE
062800         INTO SAMPLE-TEXT.
062900     GO TO 3600-EXIT.
063000 3600-EXIT.
063100     EXIT.
063200
063300*****************************************************************
063400* 3700-LOOK-UP-OPERATOR - IS LOOKUP-OPERATOR-ID ON GASOPER?  SETS
063500* OPER-KNOWN-SWITCH, AND OPER-FIRST-SWITCH WHEN THE ID HAD NOT
063600* BEEN ASKED ABOUT BEFORE.  SHARED BY THE GASHIST AND COURSES
063700* CHECKS.
063800*****************************************************************
063900 3700-LOOK-UP-OPERATOR.
064000     MOVE ZERO TO OPER-FOUND-SUB.
064100     PERFORM 3710-MATCH-ONE-OPERATOR THRU 3710-EXIT
064200         VARYING OPER-SUB FROM 1 BY 1
064300         UNTIL OPER-SUB > OPER-CACHE-COUNT
064400         OR OPER-FOUND-SUB > ZERO.
064500     IF OPER-FOUND-SUB > ZERO
064600         MOVE OC-KNOWN-FLAG (OPER-FOUND-SUB) TO OPER-KNOWN-SWITCH
064700         MOVE "N" TO OPER-FIRST-SWITCH
064800         GO TO 3700-EXIT
064900     END-IF.
065000     MOVE "Y" TO OPER-FIRST-SWITCH.
065100     MOVE LOOKUP-OPERATOR-ID TO OP-OPERATOR-ID.
065200     READ OPERATOR-MASTER-FILE
065300         INVALID KEY
065400             MOVE "N" TO OPER-KNOWN-SWITCH
065500         NOT INVALID KEY
065600             MOVE "Y" TO OPER-KNOWN-SWITCH
065700     END-READ.
065800     IF OPER-CACHE-COUNT < 500
065900         ADD 1 TO OPER-CACHE-COUNT
066000         MOVE LOOKUP-OPERATOR-ID
066100             TO OC-OPERATOR-ID (OPER-CACHE-COUNT)
066200         MOVE OPER-KNOWN-SWITCH
066300             TO OC-KNOWN-FLAG (OPER-CACHE-COUNT)
066400     END-IF.
066500     GO TO 3700-EXIT.
066600 3700-EXIT.
066700     EXIT.
066800
066900 3710-MATCH-ONE-OPERATOR.
067000     IF OC-OPERATOR-ID (OPER-SUB) = LOOKUP-OPERATOR-ID
067100         MOVE OPER-SUB TO OPER-FOUND-SUB
067200     END-IF.
067300     GO TO 3710-EXIT.
067400 3710-EXIT.
067500     EXIT.
067600
067700*****************************************************************
067800* 4000-CHECK-COURSES - THE ROSTER IN KEY ORDER, SO EACH MISSING
067900* OPERATOR IS SAMPLED ON ITS FIRST ROSTER ROW
068000*****************************************************************
068100 4000-CHECK-COURSES.
068200     OPEN INPUT COURSE-ROSTER-FILE.
068300     IF COURSE-FILE-STATUS NOT = "00"
068400         MOVE 4 TO CK-SUB
068500         MOVE "NOT RUN - COURSES NOT AVAILABLE"
068600             TO CK-SKIP-REASON (CK-SUB)
068700         MOVE "S" TO CK-STATE (CK-SUB)
068800         GO TO 4000-EXIT
068900     END-IF.
069000     PERFORM 4100-READ-ONE-ROSTER THRU 4100-EXIT.
069100     PERFORM 4200-CHECK-ONE-ROSTER THRU 4200-EXIT
069200         UNTIL COURSE-AT-EOF.
069300     CLOSE COURSE-ROSTER-FILE.
069400     GO TO 4000-EXIT.
069500 4000-EXIT.
069600     EXIT.
069700
069800 4100-READ-ONE-ROSTER.
069900     READ COURSE-ROSTER-FILE NEXT RECORD
070000         AT END
070100             MOVE "Y" TO COURSE-EOF-SWITCH
070200     END-READ.
070300     GO TO 4100-EXIT.
070400 4100-EXIT.
070500     EXIT.
070600
070700 4200-CHECK-ONE-ROSTER.
070800     ADD 1 TO ROSTER-READ-COUNT.
070900     MOVE CR-OPERATOR-ID TO LOOKUP-OPERATOR-ID.
071000     PERFORM 3700-LOOK-UP-OPERATOR THRU 3700-EXIT.
071100     IF OPERATOR-IS-KNOWN
071200         GO TO 4200-NEXT
071300     END-IF.
071400     MOVE SPACES TO SAMPLE-TEXT.
071500     IF CR-OPERATOR-ID NOT = LAST-ROSTER-OPERATOR-ID
071600         STRING "COURSES " DELIMITED BY SIZE
071700                CR-OPERATOR-ID DELIMITED BY SIZE
071800                " " DELIMITED BY SIZE
071900                CR-COURSE-ID DELIMITED BY SIZE
072000             INTO SAMPLE-TEXT
072100     END-IF.
072200     MOVE 4 TO CK-SUB.
072300     PERFORM 8100-NOTE-BREAK THRU 8100-EXIT.
072400 4200-NEXT.
072500     MOVE CR-OPERATOR-ID TO LAST-ROSTER-OPERATOR-ID.
072600     PERFORM 4100-READ-ONE-ROSTER THRU 4100-EXIT.
072700     GO TO 4200-EXIT.
072800 4200-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200* 5000-CHECK-OUTSTANDING - EVERY GASOUT ITEM IS LOOKED FOR ON
073300* GASHIST.  THE ARCHIVE (ALL GENERATIONS) IS READ ONLY WHEN SOME
073400* ITEMS WERE NOT THERE, AND ONLY UNTIL THEY ARE ALL ACCOUNTED
073500* FOR.  WITHOUT THE ARCHIVE, ITEMS NOT ON GASHIST ARE ALL LISTED
073600* AS HAVING NO HISTORY ROW.
073700*****************************************************************
073800 5000-CHECK-OUTSTANDING.
073900     OPEN INPUT OUTSTANDING-FILE.
074000     IF OUT-FILE-STATUS NOT = "00"
074100         MOVE 5 TO CK-SUB
074200         MOVE "NOT RUN - GASOUT NOT AVAILABLE"
074300             TO CK-SKIP-REASON (CK-SUB)
074400         MOVE "S" TO CK-STATE (CK-SUB)
074500         MOVE 6 TO CK-SUB
074600         MOVE "NOT RUN - GASOUT NOT AVAILABLE"
074700             TO CK-SKIP-REASON (CK-SUB)
074800         MOVE "S" TO CK-STATE (CK-SUB)
074900         GO TO 5000-EXIT
075000     END-IF.
075100     PERFORM 5100-LOAD-ONE-ITEM THRU 5100-EXIT
075200         UNTIL OUT-AT-EOF.
075300     CLOSE OUTSTANDING-FILE.
075400     PERFORM 5200-FIND-ONE-ITEM THRU 5200-EXIT
075500         VARYING OUT-SUB FROM 1 BY 1
075600         UNTIL OUT-SUB > OUT-STORED-COUNT.
075700     IF OUT-MISSING-COUNT > ZERO
075800         PERFORM 5300-SWEEP-ARCHIVE THRU 5300-EXIT
075900     END-IF.
076000     PERFORM 5500-REPORT-ONE-ITEM THRU 5500-EXIT
076100         VARYING OUT-SUB FROM 1 BY 1
076200         UNTIL OUT-SUB > OUT-STORED-COUNT.
076300     GO TO 5000-EXIT.
076400 5000-EXIT.
076500     EXIT.
076600
076700 5100-LOAD-ONE-ITEM.
076800     READ OUTSTANDING-FILE
076900         AT END
077000             MOVE "Y" TO OUT-EOF-SWITCH
077100             GO TO 5100-EXIT
077200     END-READ.
077300     IF OUT-STORED-COUNT >= 2000
077400         ADD 1 TO OUT-OVERFLOW-COUNT
077500         GO TO 5100-EXIT
077600     END-IF.
077700     ADD 1 TO OUT-STORED-COUNT.
077800     MOVE OT-SEQUENCE-NO  TO OE-SEQUENCE-NO (OUT-STORED-COUNT).
077900     MOVE OT-SITE-ID      TO OE-SITE-ID (OUT-STORED-COUNT).
078000     MOVE OT-READING-DATE TO OE-READING-DATE (OUT-STORED-COUNT).
078100     MOVE OT-FIRST-DATE   TO OE-FIRST-DATE (OUT-STORED-COUNT).
078200     MOVE "M"             TO OE-STATE (OUT-STORED-COUNT).
078300     GO TO 5100-EXIT.
078400 5100-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800* 5200-FIND-ONE-ITEM - POSITION ON THE SITE AT THE READING DATE
078900* AND READ FORWARD THROUGH THE DAY THE ITEM WENT OUTSTANDING
079000*****************************************************************
079100 5200-FIND-ONE-ITEM.
079200     MOVE "N" TO ITEM-DONE-SWITCH.
079300     MOVE OE-SITE-ID (OUT-SUB) TO GH-SITE-ID.
079400     IF OE-READING-DATE (OUT-SUB) IS NUMERIC
079500         MOVE OE-READING-DATE (OUT-SUB) TO GH-RUN-DATE
079600     ELSE
079700         MOVE ZERO TO GH-RUN-DATE
079800     END-IF.
079900     MOVE ZERO TO GH-SEQUENCE-NO.
080000     START GAS-HISTORY-FILE
080100         KEY IS NOT LESS THAN GH-HISTORY-KEY
080200         INVALID KEY
080300             MOVE "Y" TO ITEM-DONE-SWITCH
080400     END-START.
080500     PERFORM 5210-READ-FOR-ITEM THRU 5210-EXIT
080600         UNTIL ITEM-IS-DONE.
080700     IF OE-STATE (OUT-SUB) = "M"
080800         ADD 1 TO OUT-MISSING-COUNT
080900     END-IF.
081000     GO TO 5200-EXIT.
081100 5200-EXIT.
081200     EXIT.
081300
081400 5210-READ-FOR-ITEM.
081500     READ GAS-HISTORY-FILE NEXT RECORD
081600         AT END
081700             MOVE "Y" TO ITEM-DONE-SWITCH
081800             GO TO 5210-EXIT
081900     END-READ.
082000     IF GH-SITE-ID NOT = OE-SITE-ID (OUT-SUB)
082100         MOVE "Y" TO ITEM-DONE-SWITCH
082200         GO TO 5210-EXIT
082300     END-IF.
082400     IF OE-FIRST-DATE (OUT-SUB) IS NUMERIC
082500         AND OE-FIRST-DATE (OUT-SUB) > ZERO
082600         AND GH-RUN-DATE > OE-FIRST-DATE (OUT-SUB)
082700         MOVE "Y" TO ITEM-DONE-SWITCH
082800         GO TO 5210-EXIT
082900     END-IF.
083000     IF GH-SEQUENCE-NO = OE-SEQUENCE-NO (OUT-SUB)
083100         AND GH-READING-DATE = OE-READING-DATE (OUT-SUB)
083200         MOVE "H" TO OE-STATE (OUT-SUB)
083300         MOVE "Y" TO ITEM-DONE-SWITCH
083400     END-IF.
083500     GO TO 5210-EXIT.
083600 5210-EXIT.
083700     EXIT.
083800
083900*****************************************************************
084000* 5300-SWEEP-ARCHIVE - EACH ARCHIVED ROW IS HELD AGAINST THE ITEMS
084100* STILL MISSING
084200*****************************************************************
084300 5300-SWEEP-ARCHIVE.
084400     OPEN INPUT GAS-ARCHIVE-FILE.
084500     IF ARC-FILE-STATUS NOT = "00"
084600         MOVE 5 TO CK-SUB
084700         MOVE "NOT RUN - GASHARC NOT AVAILABLE"
084800             TO CK-SKIP-REASON (CK-SUB)
084900         MOVE "S" TO CK-STATE (CK-SUB)
085000         GO TO 5300-EXIT
085100     END-IF.
085200     PERFORM 5310-READ-ONE-ARCHIVE THRU 5310-EXIT.
085300     PERFORM 5400-MATCH-ONE-ARCHIVE THRU 5400-EXIT
085400         UNTIL ARC-AT-EOF
085500         OR OUT-MISSING-COUNT = ZERO.
085600     CLOSE GAS-ARCHIVE-FILE.
085700     GO TO 5300-EXIT.
085800 5300-EXIT.
085900     EXIT.
086000
086100 5310-READ-ONE-ARCHIVE.
086200     READ GAS-ARCHIVE-FILE
086300         AT END
086400             MOVE "Y" TO ARC-EOF-SWITCH
086500     END-READ.
086600     GO TO 5310-EXIT.
086700 5310-EXIT.
086800     EXIT.
086900
087000 5400-MATCH-ONE-ARCHIVE.
087100     ADD 1 TO ARC-READ-COUNT.
087200     MOVE ARC-HISTORY-RECORD TO GH-HISTORY-RECORD.
087300     PERFORM 5410-MATCH-ONE-ITEM THRU 5410-EXIT
087400         VARYING OUT-SUB FROM 1 BY 1
087500         UNTIL OUT-SUB > OUT-STORED-COUNT.
087600     PERFORM 5310-READ-ONE-ARCHIVE THRU 5310-EXIT.
087700     GO TO 5400-EXIT.
087800 5400-EXIT.
087900     EXIT.
088000
088100 5410-MATCH-ONE-ITEM.
088200     IF OE-STATE (OUT-SUB) = "M"
088300         AND GH-SITE-ID = OE-SITE-ID (OUT-SUB)
088400         AND GH-SEQUENCE-NO = OE-SEQUENCE-NO (OUT-SUB)
088500         AND GH-READING-DATE = OE-READING-DATE (OUT-SUB)
088600         MOVE "A" TO OE-STATE (OUT-SUB)
088700         SUBTRACT 1 FROM OUT-MISSING-COUNT
088800     END-IF.
088900     GO TO 5410-EXIT.
089000 5410-EXIT.
089100     EXIT.
089200
089300 5500-REPORT-ONE-ITEM.
089400     EVALUATE OE-STATE (OUT-SUB)
089500         WHEN "A"
089600             MOVE 5 TO CK-SUB
089700         WHEN "M"
089800             MOVE 6 TO CK-SUB
089900         WHEN OTHER
090000             GO TO 5500-EXIT
090100     END-EVALUATE.
090200     MOVE OE-SEQUENCE-NO (OUT-SUB)  TO EDIT-SEQUENCE-NO.
090300     MOVE OE-READING-DATE (OUT-SUB) TO EDIT-DATE.
090400     MOVE SPACES TO SAMPLE-TEXT.
090500     STRING "GASOUT SEQ " DELIMITED BY SIZE
090600            EDIT-SEQUENCE-NO DELIMITED BY SIZE
090700            " SITE " DELIMITED BY SIZE
090800            OE-SITE-ID (OUT-SUB) DELIMITED BY SIZE
090900            " READ " DELIMITED BY SIZE
091000            EDIT-DATE DELIMITED BY SIZE
091100         INTO SAMPLE-TEXT.
091200     PERFORM 8100-NOTE-BREAK THRU 8100-EXIT.
091300     GO TO 5500-EXIT.
091400 5500-EXIT.
091500     EXIT.
091600
091700*****************************************************************
091800* 6000-CHECK-SHIFT-DAYS - EVERY DAY ON GASSHFT SHOULD HAVE HAD ITS
091900* GATE CONTROL ENTERED.  THE DAYS GASCTL HAS BEEN SET FOR COME
092000* FROM THE GASCTLE ENTRIES ON THE AUDIT TRAIL, PLUS WHATEVER DAY
092100* GASCTL HOLDS NOW.
092200*****************************************************************
092300 6000-CHECK-SHIFT-DAYS.
092400     MOVE 7 TO CK-SUB.
092500     OPEN INPUT AUDIT-TRAIL-FILE.
092600     IF AUDIT-FILE-STATUS NOT = "00"
092700         MOVE "NOT RUN - GASAUDT NOT AVAILABLE"
092800             TO CK-SKIP-REASON (CK-SUB)
092900         MOVE "S" TO CK-STATE (CK-SUB)
093000         GO TO 6000-EXIT
093100     END-IF.
093200     PERFORM 6100-READ-ONE-AUDIT THRU 6100-EXIT.
093300     PERFORM 6200-TAKE-ONE-AUDIT THRU 6200-EXIT
093400         UNTIL AUDIT-AT-EOF.
093500     CLOSE AUDIT-TRAIL-FILE.
093600     OPEN INPUT GAS-CONTROL-FILE.
093700     IF CTL-FILE-STATUS = "00"
093800         READ GAS-CONTROL-FILE
093900             AT END
094000                 MOVE SPACES TO CT-CONTROL-RECORD
094100         END-READ
094200         IF CT-BUSINESS-DATE IS NUMERIC
094300             AND CT-BUSINESS-DATE > ZERO
094400             MOVE CT-BUSINESS-DATE TO FIND-DATE
094500             PERFORM 6300-ADD-CONTROL-DAY THRU 6300-EXIT
094600         END-IF
094700         CLOSE GAS-CONTROL-FILE
094800     END-IF.
094900     OPEN INPUT SHIFT-RESULT-FILE.
095000     IF SHIFT-FILE-STATUS NOT = "00"
095100         MOVE 7 TO CK-SUB
095200         MOVE "NOT RUN - GASSHFT NOT AVAILABLE"
095300             TO CK-SKIP-REASON (CK-SUB)
095400         MOVE "S" TO CK-STATE (CK-SUB)
095500         GO TO 6000-EXIT
095600     END-IF.
095700     PERFORM 6500-READ-ONE-SHIFT THRU 6500-EXIT.
095800     PERFORM 6600-CHECK-ONE-SHIFT THRU 6600-EXIT
095900         UNTIL SHIFT-AT-EOF.
096000     CLOSE SHIFT-RESULT-FILE.
096100     GO TO 6000-EXIT.
096200 6000-EXIT.
096300     EXIT.
096400
096500 6100-READ-ONE-AUDIT.
096600     READ AUDIT-TRAIL-FILE
096700         AT END
096800             MOVE "Y" TO AUDIT-EOF-SWITCH
096900     END-READ.
097000     GO TO 6100-EXIT.
097100 6100-EXIT.
097200     EXIT.
097300
097400 6200-TAKE-ONE-AUDIT.
097500     IF AU-PROGRAM-ID = "GASCTLE"
097600         AND AU-ACTION = "CTLENTRY"
097700         AND AU-RECORD-KEY(1:8) IS NUMERIC
097800         MOVE AU-RECORD-KEY(1:8) TO FIND-DATE
097900         PERFORM 6300-ADD-CONTROL-DAY THRU 6300-EXIT
098000     END-IF.
098100     PERFORM 6100-READ-ONE-AUDIT THRU 6100-EXIT.
098200     GO TO 6200-EXIT.
098300 6200-EXIT.
098400     EXIT.
098500
098600*****************************************************************
098700* 6300-ADD-CONTROL-DAY - FIND-DATE INTO THE CONTROL-DAY TABLE,
098800* ONCE.  A DAY RE-ENTERED AT THE GATE IS STILL ONE DAY.
098900*****************************************************************
099000 6300-ADD-CONTROL-DAY.
099100     PERFORM 6400-FIND-CONTROL-DAY THRU 6400-EXIT.
099200     IF DAY-FOUND-SUB > ZERO
099300         GO TO 6300-EXIT
099400     END-IF.
099500     IF CONTROL-DAY-COUNT >= 4000
099600         ADD 1 TO CONTROL-DAY-OVERFLOW
099700         GO TO 6300-EXIT
099800     END-IF.
099900     ADD 1 TO CONTROL-DAY-COUNT.
100000     MOVE FIND-DATE TO CD-DATE (CONTROL-DAY-COUNT).
100100     GO TO 6300-EXIT.
100200 6300-EXIT.
100300     EXIT.
100400
100500 6400-FIND-CONTROL-DAY.
100600     MOVE ZERO TO DAY-FOUND-SUB.
100700     PERFORM 6410-MATCH-CONTROL-DAY THRU 6410-EXIT
100800         VARYING DAY-SUB FROM 1 BY 1
100900         UNTIL DAY-SUB > CONTROL-DAY-COUNT
101000         OR DAY-FOUND-SUB > ZERO.
101100     GO TO 6400-EXIT.
101200 6400-EXIT.
101300     EXIT.
101400
101500 6410-MATCH-CONTROL-DAY.
101600     IF CD-DATE (DAY-SUB) = FIND-DATE
101700         MOVE DAY-SUB TO DAY-FOUND-SUB
101800     END-IF.
101900     GO TO 6410-EXIT.
102000 6410-EXIT.
102100     EXIT.
102200
102300 6500-READ-ONE-SHIFT.
102400     READ SHIFT-RESULT-FILE
102500         AT END
102600             MOVE "Y" TO SHIFT-EOF-SWITCH
102700     END-READ.
102800     GO TO 6500-EXIT.
102900 6500-EXIT.
103000     EXIT.
103100
103200*****************************************************************
103300* 6600-CHECK-ONE-SHIFT - EVERY ROW FOR A DAY WITH NO GATE
103400* CONTROL COUNTS.  A DAY'S SHIFT ROWS USUALLY SIT TOGETHER, SO
103500* EACH NEW DAY IS LOOKED UP ONCE, AND SAMPLED ONCE EVEN WHEN A
103600* LATER RUN FOR IT TURNS UP FURTHER ON.
103700*****************************************************************
103800 6600-CHECK-ONE-SHIFT.
103900     ADD 1 TO SHIFT-READ-COUNT.
104000     MOVE SPACES TO SAMPLE-TEXT.
104100     IF SH-RUN-DATE NOT = LAST-SHIFT-DATE
104200         MOVE SH-RUN-DATE TO LAST-SHIFT-DATE
104300         PERFORM 6700-JUDGE-SHIFT-DAY THRU 6700-EXIT
104400     END-IF.
104500     IF DAY-IS-CONTROLLED
104600         GO TO 6600-NEXT
104700     END-IF.
104800     MOVE 7 TO CK-SUB.
104900     PERFORM 8100-NOTE-BREAK THRU 8100-EXIT.
105000 6600-NEXT.
105100     PERFORM 6500-READ-ONE-SHIFT THRU 6500-EXIT.
105200     GO TO 6600-EXIT.
105300 6600-EXIT.
105400     EXIT.
105500
105600 6610-MATCH-FLAGGED-DAY.
105700     IF FD-DATE (DAY-SUB) = FIND-DATE
105800         MOVE DAY-SUB TO DAY-FOUND-SUB
105900     END-IF.
106000     GO TO 6610-EXIT.
106100 6610-EXIT.
106200     EXIT.
106300
106400*****************************************************************
106500* 6700-JUDGE-SHIFT-DAY - SETS DAY-CONTROLLED-SWITCH FOR THE NEW
106600* DAY, AND SAMPLE-TEXT THE FIRST TIME AN UNCONTROLLED DAY IS MET
106700*****************************************************************
106800 6700-JUDGE-SHIFT-DAY.
106900     MOVE "Y" TO DAY-CONTROLLED-SWITCH.
107000     MOVE SH-RUN-DATE TO FIND-DATE.
107100     PERFORM 6400-FIND-CONTROL-DAY THRU 6400-EXIT.
107200     IF DAY-FOUND-SUB > ZERO
107300         GO TO 6700-EXIT
107400     END-IF.
107500     MOVE "N" TO DAY-CONTROLLED-SWITCH.
107600     MOVE ZERO TO DAY-FOUND-SUB.
107700     PERFORM 6610-MATCH-FLAGGED-DAY THRU 6610-EXIT
107800         VARYING DAY-SUB FROM 1 BY 1
107900         UNTIL DAY-SUB > FLAGGED-DAY-COUNT
108000         OR DAY-FOUND-SUB > ZERO.
108100     IF DAY-FOUND-SUB > ZERO
108200         GO TO 6700-EXIT
108300     END-IF.
108400     IF FLAGGED-DAY-COUNT < 500
108500         ADD 1 TO FLAGGED-DAY-COUNT
108600         MOVE FIND-DATE TO FD-DATE (FLAGGED-DAY-COUNT)
108700     END-IF.
108800     STRING "GASSHFT DAY " DELIMITED BY SIZE
108900            SH-RUN-DATE DELIMITED BY SIZE
109000            " SHIFT " DELIMITED BY SIZE
109100            SH-SHIFT-CODE DELIMITED BY SIZE
109200         INTO SAMPLE-TEXT.
109300     GO TO 6700-EXIT.
109400 6700-EXIT.
109500     EXIT.
109600
109700*****************************************************************
109800* 7000-PRINT-REPORT - ONE LINE PER CHECK WITH ITS SAMPLE KEYS,
109900* THEN THE CONTROL TOTALS
110000*****************************************************************
110100 7000-PRINT-REPORT.
110200     MOVE TODAY-DATE       TO RH1-RUN-DATE.
110300     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
110400     WRITE RPT-PRINT-LINE.
110500     IF APPROVED-ROW-COUNT > ZERO
110600         MOVE EARLIEST-BAND-DATE TO RH2-BAND-DATE
110700         MOVE REPORT-HEADING-2 TO RPT-PRINT-LINE
110800     ELSE
110900         MOVE "NO GASPARM BAND SET IN FORCE" TO RPT-PRINT-LINE
111000     END-IF.
111100     WRITE RPT-PRINT-LINE.
111200     MOVE SPACES TO RPT-PRINT-LINE.
111300     WRITE RPT-PRINT-LINE.
111400     MOVE REPORT-COLUMN-HEADING TO RPT-PRINT-LINE.
111500     WRITE RPT-PRINT-LINE.
111600     PERFORM 7100-PRINT-ONE-CHECK THRU 7100-EXIT
111700         VARYING CK-SUB FROM 1 BY 1 UNTIL CK-SUB > 8.
111800     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
111900     GO TO 7000-EXIT.
112000 7000-EXIT.
112100     EXIT.
112200
112300 7100-PRINT-ONE-CHECK.
112400     MOVE CHECK-LABEL (CK-SUB) TO RCL-LABEL.
112500     MOVE SPACES TO RCL-RESULT.
112600     IF CK-NOT-RUN (CK-SUB)
112700         MOVE CK-SKIP-REASON (CK-SUB) TO RCL-RESULT
112800         ADD 1 TO SKIPPED-CHECK-COUNT
112900     ELSE
113000         MOVE CK-BREAK-COUNT (CK-SUB) TO RCL-COUNT
113100         IF CK-BREAK-COUNT (CK-SUB) > ZERO
113200             MOVE "BROKEN" TO RCL-NOTE
113300             ADD CK-BREAK-COUNT (CK-SUB) TO BREAK-TOTAL
113400             ADD 1 TO BROKEN-CHECK-COUNT
113500         ELSE
113600             MOVE "CLEAN" TO RCL-NOTE
113700         END-IF
113800     END-IF.
113900     MOVE REPORT-CHECK-LINE TO RPT-PRINT-LINE.
114000     WRITE RPT-PRINT-LINE.
114100     PERFORM 7110-PRINT-ONE-SAMPLE THRU 7110-EXIT
114200         VARYING SAMPLE-SUB FROM 1 BY 1
114300         UNTIL SAMPLE-SUB > CK-SAMPLE-COUNT (CK-SUB).
114400     GO TO 7100-EXIT.
114500 7100-EXIT.
114600     EXIT.
114700
114800 7110-PRINT-ONE-SAMPLE.
114900     MOVE CK-SAMPLE (CK-SUB SAMPLE-SUB) TO RSL-SAMPLE.
115000     MOVE REPORT-SAMPLE-LINE TO RPT-PRINT-LINE.
115100     WRITE RPT-PRINT-LINE.
115200     GO TO 7110-EXIT.
115300 7110-EXIT.
115400     EXIT.
115500
115600*****************************************************************
115700* 7500-PRINT-TOTALS
115800*****************************************************************
115900 7500-PRINT-TOTALS.
116000     MOVE SPACES TO RPT-PRINT-LINE.
116100     WRITE RPT-PRINT-LINE.
116200     MOVE "SITE MASTER ROWS READ         " TO RTL-LABEL.
116300     MOVE SITE-READ-COUNT TO RTL-COUNT.
116400     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
116500     MOVE "HISTORY RECORDS READ          " TO RTL-LABEL.
116600     MOVE HIST-READ-COUNT TO RTL-COUNT.
116700     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
116800     MOVE "  OF WHICH INTERACTIVE        " TO RTL-LABEL.
116900     MOVE INTERACTIVE-ROW-COUNT TO RTL-COUNT.
117000     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
117100     MOVE "COURSE ROSTER ROWS READ       " TO RTL-LABEL.
117200     MOVE ROSTER-READ-COUNT TO RTL-COUNT.
117300     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
117400     MOVE "OUTSTANDING ITEMS CHECKED     " TO RTL-LABEL.
117500     MOVE OUT-STORED-COUNT TO RTL-COUNT.
117600     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
117700     IF OUT-OVERFLOW-COUNT > ZERO
117800         MOVE "OUTSTANDING ITEMS NOT CHECKED " TO RTL-LABEL
117900         MOVE OUT-OVERFLOW-COUNT TO RTL-COUNT
118000         PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT
118100     END-IF.
118200     MOVE "ARCHIVE ROWS READ             " TO RTL-LABEL.
118300     MOVE ARC-READ-COUNT TO RTL-COUNT.
118400     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
118500     MOVE "SHIFT RESULT ROWS READ        " TO RTL-LABEL.
118600     MOVE SHIFT-READ-COUNT TO RTL-COUNT.
118700     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
118800     MOVE "GATE CONTROL DAYS ON FILE     " TO RTL-LABEL.
118900     MOVE CONTROL-DAY-COUNT TO RTL-COUNT.
119000     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
119100     IF CONTROL-DAY-OVERFLOW > ZERO
119200         MOVE "GATE CONTROL DAYS NOT HELD    " TO RTL-LABEL
119300         MOVE CONTROL-DAY-OVERFLOW TO RTL-COUNT
119400         PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT
119500     END-IF.
119600     MOVE "CHECKS NOT RUN                " TO RTL-LABEL.
119700     MOVE SKIPPED-CHECK-COUNT TO RTL-COUNT.
119800     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
119900     MOVE "CHECKS WITH BREAKS            " TO RTL-LABEL.
120000     MOVE BROKEN-CHECK-COUNT TO RTL-COUNT.
120100     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
120200     MOVE "BREAKS FOUND                  " TO RTL-LABEL.
120300     MOVE BREAK-TOTAL TO RTL-COUNT.
120400     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
120500     MOVE SPACES TO RPT-PRINT-LINE.
120600     WRITE RPT-PRINT-LINE.
120700     IF BREAK-TOTAL = ZERO
120800         MOVE "NO REFERENTIAL BREAKS FOUND" TO RPT-PRINT-LINE
120900     ELSE
121000         MOVE "REFERENTIAL BREAKS FOUND - SEE LINES ABOVE"
121100             TO RPT-PRINT-LINE
121200     END-IF.
121300     WRITE RPT-PRINT-LINE.
121400     GO TO 7500-EXIT.
121500 7500-EXIT.
121600     EXIT.
121700
121800 7510-WRITE-TOTAL-LINE.
121900     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
122000     WRITE RPT-PRINT-LINE.
122100     GO TO 7510-EXIT.
122200 7510-EXIT.
122300     EXIT.
122400
122500*****************************************************************
122600* 8000-WRITE-ALERT - ONE REFBREAK ROW FOR THE WHOLE SWEEP:
122700* AL-COUNT-1 THE BREAKS FOUND, AL-COUNT-2 THE CHECKS THAT FOUND
122800* THEM
122900*****************************************************************
123000 8000-WRITE-ALERT.
123100     MOVE SPACES TO AL-ALERT-CODE.
123200     MOVE SPACES TO AL-TEXT.
123300     MOVE "REFBREAK" TO AL-ALERT-CODE.
123400     MOVE "E" TO AL-SEVERITY.
123500     MOVE TODAY-DATE TO AL-RUN-DATE.
123600     MOVE TODAY-TIME TO AL-RUN-TIME.
123700     MOVE SPACE TO AL-SHIFT-CODE.
123800     MOVE BREAK-TOTAL TO AL-COUNT-1.
123900     MOVE BROKEN-CHECK-COUNT TO AL-COUNT-2.
124000     MOVE "CROSS-FILE BREAKS - SEE GASREFC REPORT" TO AL-TEXT.
124100     WRITE AL-ALERT-RECORD.
124200     ADD 1 TO ALERT-WRITTEN-COUNT.
124300     GO TO 8000-EXIT.
124400 8000-EXIT.
124500     EXIT.
124600
124700*****************************************************************
124800* 8100-NOTE-BREAK - COUNT ONE BREAK AGAINST CHECK CK-SUB AND KEEP
124900* SAMPLE-TEXT AS ONE OF ITS SAMPLES WHILE THERE IS ROOM.  A BREAK
125000* WITH NO SAMPLE TEXT IS COUNTED ONLY.
125100*****************************************************************
125200 8100-NOTE-BREAK.
125300     ADD 1 TO CK-BREAK-COUNT (CK-SUB).
125400     IF SAMPLE-TEXT = SPACES
125500         OR CK-SAMPLE-COUNT (CK-SUB) NOT < MAX-SAMPLES
125600         GO TO 8100-EXIT
125700     END-IF.
125800     ADD 1 TO CK-SAMPLE-COUNT (CK-SUB).
125900     MOVE CK-SAMPLE-COUNT (CK-SUB) TO SAMPLE-SUB.
126000     MOVE SAMPLE-TEXT TO CK-SAMPLE (CK-SUB SAMPLE-SUB).
126100     GO TO 8100-EXIT.
126200 8100-EXIT.
126300     EXIT.
126400
126500*****************************************************************
126600* 9000-TERMINATE
126700*****************************************************************
126800 9000-TERMINATE.
126900     CLOSE GAS-HISTORY-FILE.
127000     CLOSE GAS-SITE-FILE.
127100     CLOSE OPERATOR-MASTER-FILE.
127200     CLOSE GAS-ALERT-FILE.
127300     CLOSE GAS-REPORT-FILE.
127400     GO TO 9000-EXIT.
127500 9000-EXIT.
127600     EXIT.
127700
127800 END PROGRAM GASREFC.
