000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASCARS.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  MONTH-END CARRIER SCORECARD AND
001100*                  PENALTY CHARGEBACK OVER THE GASHIST HISTORY.
001200*                  FOR THE REQUESTED MONTH AND THE MONTH BEFORE IT
001300*                  THE BATCH-RATED ROWS ARE TALLIED BY
001400*                  GH-CARRIER-ID (E/G/F/P/U COUNTS, READINGS AND
001500*                  GAS), THE CARRIERS ARE RANKED WORST FIRST ON
001600*                  THEIR POOR-PLUS-OVERLIMIT SHARE FOR THE MONTH,
001700*                  AND EACH CARRIER'S BLOCK SHOWS THE MONTH SIDE
001800*                  BY SIDE WITH THE PRIOR ONE.  EACH CARRIER ON
001900*                  THE GASCARR MASTER IS CHARGED ITS TIER COUNTS
002000*                  TIMES ITS PENALTY SCHEDULE, AND THE CHARGES GO
002100*                  TO THE GASCHBK FILE FOR ACCOUNTS PAYABLE WITH
002200*                  HEADER AND TRAILER CONTROL TOTALS.  A MONTH IS
002300*                  THE RUN DATES THAT FALL IN IT, THE SAME AS
002400*                  GASTREND, SO EVERY ROW IS CHARGED IN EXACTLY
002500*                  ONE MONTH.  INTERACTIVE ROWS (GASRATE1 AND
002600*                  GASRATE2 CONSOLE CHECKS) ARE NOT DELIVERIES AND
002700*                  ARE SKIPPED.  ROWS WITH NO CARRIER, OR A
002800*                  CARRIER NOT ON THE MASTER, ARE SCORED BUT NOT
002900*                  CHARGED AND END THE RUN RC=4.  PARM IS THE
003000*                  MONTH, YYYYMM.
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GAS-HISTORY-FILE ASSIGN TO "GASHIST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS GH-HISTORY-KEY
004200         ALTERNATE RECORD KEY IS GH-RUN-DATE
004300             WITH DUPLICATES
004400         FILE STATUS IS HIST-FILE-STATUS.
004500     SELECT CARRIER-MASTER-FILE ASSIGN TO "GASCARR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CR-CARRIER-ID
004900         FILE STATUS IS CARR-FILE-STATUS.
005000     SELECT CHARGEBACK-FILE ASSIGN TO "GASCHBK"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CHBK-FILE-STATUS.
005300     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
005400         ORGANIZATION IS SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  GAS-HISTORY-FILE.
005900     COPY GASHREC.
006000
006100 FD  CARRIER-MASTER-FILE.
006200     COPY GASCARR.
006300
006400 FD  CHARGEBACK-FILE.
006500     COPY GASCHBK.
006600
006700 FD  GAS-REPORT-FILE.
006800 01  RPT-PRINT-LINE                  PIC X(80).
006900
007000 WORKING-STORAGE SECTION.
007100 01  HIST-FILE-STATUS                PIC X(02).
007200 01  CARR-FILE-STATUS                PIC X(02).
007300 01  CHBK-FILE-STATUS                PIC X(02).
007400
007500 01  SWITCHES.
007600     05  HIST-EOF-SWITCH             PIC X(01) VALUE "N".
007700         88  HIST-AT-EOF             VALUE "Y".
007800     05  SWEEP-DONE-SWITCH           PIC X(01) VALUE "N".
007900         88  SWEEP-IS-DONE           VALUE "Y".
008000     05  ABORT-SWITCH                PIC X(01) VALUE "N".
008100         88  RUN-IS-ABORTED          VALUE "Y".
008200     05  CARRIER-FOUND-SWITCH        PIC X(01) VALUE "N".
008300         88  CARRIER-ON-MASTER       VALUE "Y".
008400
008500*****************************************************************
008600* THE MONTH ASKED FOR AND THE MONTH BEFORE IT, AS YYYYMM AND AS
008700* THE RUN-DATE RANGES THE SWEEP COMPARES AGAINST
008800*****************************************************************
008900 01  CUR-MONTH                       PIC 9(06) VALUE ZERO.
009000 01  CUR-MONTH-MM                    PIC 9(02) VALUE ZERO.
009100 01  PRI-MONTH                       PIC 9(06) VALUE ZERO.
009200 01  CUR-FROM-DATE                   PIC 9(08) VALUE ZERO.
009300 01  CUR-TO-DATE                     PIC 9(08) VALUE ZERO.
009400 01  PRI-FROM-DATE                   PIC 9(08) VALUE ZERO.
009500 01  TODAY-DATE                      PIC 9(08).
009600 01  TODAY-TIME                      PIC 9(08).
009700
009800*****************************************************************
009900* PER-CARRIER MONTH TABLE.  THE ALTERNATE-INDEX SWEEP DELIVERS
010000* ROWS IN DATE ORDER WITH CARRIERS INTERLEAVED, SO EVERY
010100* CARRIER'S TWO MONTHS ACCUMULATE HERE, THE TABLE IS RANKED, AND
010200* THE BLOCKS PRINT AFTER THE SWEEP.  THE TALLIES RUN IN E/G/F/P/U
010300* ORDER, THE SAME ORDER AS CR-TIER-PENALTY, SO A TIER'S COUNT AND
010400* ITS PENALTY SHARE ONE SUBSCRIPT.  CS-PU-PCT IS THE CURRENT
010500* MONTH'S POOR-PLUS-OVERLIMIT SHARE THE RANKING SORTS ON.
010600* HOLD-ENTRY MIRRORS CS-ENTRY SO TWO ENTRIES CAN BE EXCHANGED AS
010700* ONE GROUP.
010800*****************************************************************
010900 01  CARRIER-SCORE-TABLE.
011000     05  CS-ENTRY OCCURS 200 TIMES.
011100         10  CS-CARRIER-ID           PIC X(04).
011200         10  CS-CUR-TOTALS.
011300             15  CS-CUR-TALLY        PIC 9(07) COMP
011400                                     OCCURS 5 TIMES.
011500             15  CS-CUR-READING-COUNT PIC 9(07) COMP.
011600             15  CS-CUR-GAS-SUM      PIC 9(11) COMP.
011700         10  CS-PRI-TOTALS.
011800             15  CS-PRI-TALLY        PIC 9(07) COMP
011900                                     OCCURS 5 TIMES.
012000             15  CS-PRI-READING-COUNT PIC 9(07) COMP.
012100             15  CS-PRI-GAS-SUM      PIC 9(11) COMP.
012200         10  CS-PU-PCT               PIC 9(03)V9(02).
012300         10  CS-PU-COUNT             PIC 9(07) COMP.
012400 01  HOLD-ENTRY.
012500     05  HOLD-CARRIER-ID             PIC X(04).
012600     05  HOLD-CUR-TOTALS.
012700         10  HOLD-CUR-TALLY          PIC 9(07) COMP
012800                                     OCCURS 5 TIMES.
012900         10  HOLD-CUR-READING-COUNT  PIC 9(07) COMP.
013000         10  HOLD-CUR-GAS-SUM        PIC 9(11) COMP.
013100     05  HOLD-PRI-TOTALS.
013200         10  HOLD-PRI-TALLY          PIC 9(07) COMP
013300                                     OCCURS 5 TIMES.
013400         10  HOLD-PRI-READING-COUNT  PIC 9(07) COMP.
013500         10  HOLD-PRI-GAS-SUM        PIC 9(11) COMP.
013600     05  HOLD-PU-PCT                 PIC 9(03)V9(02).
013700     05  HOLD-PU-COUNT               PIC 9(07) COMP.
013800 01  CS-STORED-COUNT                 PIC 9(03) VALUE ZERO COMP.
013900 01  CS-OVERFLOW-COUNT               PIC 9(08) VALUE ZERO COMP.
014000 01  CS-SUB                          PIC 9(03) VALUE ZERO COMP.
014100 01  CS-NEXT-SUB                     PIC 9(03) VALUE ZERO COMP.
014200 01  CS-FOUND-SUB                    PIC 9(03) VALUE ZERO COMP.
014300 01  SORT-PASS                       PIC 9(03) VALUE ZERO COMP.
014400 01  TIER-SUB                        PIC 9(02) VALUE ZERO COMP.
014500 01  RANK-NUMBER                     PIC 9(03) VALUE ZERO COMP.
014600
014700*****************************************************************
014800* W-PERIOD IS THE STAGING AREA THE PRINT PARAGRAPH WORKS FROM, SO
014900* THE CURRENT AND PRIOR MONTHS SHARE ONE SET OF COMPUTATIONS.  IT
015000* MIRRORS CS-CUR-TOTALS / CS-PRI-TOTALS.
015100*****************************************************************
015200 01  W-PERIOD-TOTALS.
015300     05  W-TALLY                     PIC 9(07) COMP
015400                                     OCCURS 5 TIMES.
015500     05  W-READING-COUNT             PIC 9(07) COMP.
015600     05  W-GAS-SUM                   PIC 9(11) COMP.
015700
015800 01  CUR-PU-PCT                      PIC 9(03)V9(01) VALUE ZERO.
015900 01  PRI-PU-PCT                      PIC 9(03)V9(01) VALUE ZERO.
016000 01  PU-PCT-CHANGE                   PIC S9(04)V9(01) VALUE ZERO.
016100 01  W-PCT                           PIC 9(03)V9(01) VALUE ZERO.
016200 01  W-AVG-GAS                       PIC 9(04)V9(01) VALUE ZERO.
016300
016400*****************************************************************
016500* CHARGEBACK WORK AREAS AND CONTROL TOTALS FOR THE TRAILER
016600*****************************************************************
016700 01  CHARGE-AMOUNT                   PIC 9(09)V99 VALUE ZERO.
016800 01  CARRIER-CHARGE-AMOUNT           PIC 9(09)V99 VALUE ZERO.
016900 01  CHBK-DETAIL-COUNT               PIC 9(07) VALUE ZERO COMP.
017000 01  CHBK-DELIVERY-COUNT             PIC 9(09) VALUE ZERO COMP.
017100 01  CHBK-TOTAL-AMOUNT               PIC 9(11)V99 VALUE ZERO.
017200
017300 01  EXAMINED-COUNT                  PIC 9(08) VALUE ZERO COMP.
017400 01  INTERACTIVE-SKIP-COUNT          PIC 9(08) VALUE ZERO COMP.
017500 01  CARRIERS-REPORTED-COUNT         PIC 9(06) VALUE ZERO COMP.
017600 01  CARRIERS-CHARGED-COUNT          PIC 9(06) VALUE ZERO COMP.
017700 01  NO-CARRIER-ROW-COUNT            PIC 9(08) VALUE ZERO COMP.
017800 01  UNKNOWN-CARRIER-ROW-COUNT       PIC 9(08) VALUE ZERO COMP.
017900
018000 01  REPORT-HEADING-1.
018100     05  FILLER                      PIC X(33)
018200         VALUE "CARRIER QUALITY SCORECARD - MONTH".
018300     05  FILLER                      PIC X(01) VALUE SPACES.
018400     05  RH1-CUR-MONTH               PIC 9(06).
018500     05  FILLER                      PIC X(10) VALUE SPACES.
018600     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
018700     05  RH1-RUN-DATE                PIC 9(08).
018800
018900 01  REPORT-HEADING-2.
019000     05  FILLER              PIC X(40)
019100         VALUE "RANKED WORST FIRST ON P+U SHARE.  PRIOR ".
019200     05  FILLER              PIC X(07) VALUE "MONTH: ".
019300     05  RH2-PRI-MONTH       PIC 9(06).
019400
019500 01  REPORT-COLUMN-HEADING.
019600     05  FILLER              PIC X(10) VALUE "MONTH     ".
019700     05  FILLER              PIC X(07) VALUE "READS  ".
019800     05  FILLER              PIC X(06) VALUE "  E%  ".
019900     05  FILLER              PIC X(06) VALUE "  G%  ".
020000     05  FILLER              PIC X(06) VALUE "  F%  ".
020100     05  FILLER              PIC X(06) VALUE "  P%  ".
020200     05  FILLER              PIC X(06) VALUE "  U%  ".
020300     05  FILLER              PIC X(08) VALUE " AVGGAS ".
020400     05  FILLER              PIC X(06) VALUE "  P+U%".
020500
020600 01  REPORT-CARRIER-LINE.
020700     05  FILLER              PIC X(05) VALUE "RANK ".
020800     05  RCL-RANK            PIC ZZ9.
020900     05  FILLER              PIC X(02) VALUE SPACES.
021000     05  RCL-CARRIER-ID      PIC X(04).
021100     05  FILLER              PIC X(02) VALUE SPACES.
021200     05  RCL-CARRIER-NAME    PIC X(30).
021300     05  FILLER              PIC X(02) VALUE SPACES.
021400     05  RCL-FLAG            PIC X(24).
021500
021600 01  REPORT-PERIOD-LINE.
021700     05  RPL-PERIOD-LABEL    PIC X(08).
021800     05  FILLER              PIC X(01) VALUE SPACES.
021900     05  RPL-READS           PIC ZZZZZZ9.
022000     05  FILLER              PIC X(01) VALUE SPACES.
022100     05  RPL-E-PCT           PIC ZZ9.9.
022200     05  FILLER              PIC X(01) VALUE SPACES.
022300     05  RPL-G-PCT           PIC ZZ9.9.
022400     05  FILLER              PIC X(01) VALUE SPACES.
022500     05  RPL-F-PCT           PIC ZZ9.9.
022600     05  FILLER              PIC X(01) VALUE SPACES.
022700     05  RPL-P-PCT           PIC ZZ9.9.
022800     05  FILLER              PIC X(01) VALUE SPACES.
022900     05  RPL-U-PCT           PIC ZZ9.9.
023000     05  FILLER              PIC X(01) VALUE SPACES.
023100     05  RPL-AVG-GAS         PIC ZZZ9.9.
023200     05  FILLER              PIC X(02) VALUE SPACES.
023300     05  RPL-PU-PCT          PIC ZZ9.9.
023400
023500 01  REPORT-CHANGE-LINE.
023600     05  FILLER              PIC X(20)
023700         VALUE "  P+U SHARE CHANGE  ".
023800     05  RGL-PU-CHANGE       PIC +ZZZ9.9.
023900     05  FILLER              PIC X(08) VALUE " PTS    ".
024000     05  FILLER              PIC X(12) VALUE "CHARGEBACK  ".
024100     05  RGL-CHARGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
024200
024300 01  REPORT-TOTAL-LINE.
024400     05  RTL-LABEL           PIC X(30).
024500     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
024600
024700 01  REPORT-AMOUNT-LINE.
024800     05  RAL-LABEL           PIC X(30).
024900     05  RAL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025000
025100*****************************************************************
025200* LINKAGE SECTION - PARM IS THE SCORECARD MONTH, YYYYMM, WITH THE
025300* 2-BYTE LENGTH PREFIX THE SYSTEM SUPPLIES
025400*****************************************************************
025500 LINKAGE SECTION.
025600 01  LK-PARM-AREA.
025700     05  LK-PARM-LENGTH              PIC S9(04) COMP.
025800     05  LK-PARM-TEXT                PIC X(06).
025900
026000 PROCEDURE DIVISION USING LK-PARM-AREA.
026100*****************************************************************
026200* 0000-MAINLINE
026300*****************************************************************
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600     IF RUN-IS-ABORTED
026700         GOBACK
026800     END-IF.
026900     PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT.
027000     PERFORM 3000-RANK-CARRIERS THRU 3000-EXIT.
027100     PERFORM 4000-REPORT-CARRIERS THRU 4000-EXIT.
027200     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
027300     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027500     IF NO-CARRIER-ROW-COUNT > ZERO
027600         OR UNKNOWN-CARRIER-ROW-COUNT > ZERO
027700         OR CS-OVERFLOW-COUNT > ZERO
027800         MOVE 4 TO RETURN-CODE
027900     END-IF.
028000     GOBACK.
028100
028200*****************************************************************
028300* 1000-INITIALIZE - EDIT THE PARM, DERIVE THE PRIOR MONTH, OPEN
028400* THE FILES AND WRITE THE CHARGEBACK HEADER
028500*****************************************************************
028600 1000-INITIALIZE.
028700     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
028800     ACCEPT TODAY-TIME FROM TIME.
028900     IF LK-PARM-LENGTH < 6
029000         OR LK-PARM-TEXT(1:6) IS NOT NUMERIC
029100         DISPLAY "ERROR - PARM MUST BE THE SCORECARD MONTH, "
029200             "YYYYMM.  RUN ABORTED."
029300         MOVE "Y" TO ABORT-SWITCH
029400         MOVE 16 TO RETURN-CODE
029500         GO TO 1000-EXIT
029600     END-IF.
029700     MOVE LK-PARM-TEXT(1:6) TO CUR-MONTH.
029800     MOVE LK-PARM-TEXT(5:2) TO CUR-MONTH-MM.
029900     IF CUR-MONTH-MM < 1 OR CUR-MONTH-MM > 12
030000         DISPLAY "ERROR - PARM MONTH " CUR-MONTH-MM
030100             " IS NOT 01-12.  RUN ABORTED."
030200         MOVE "Y" TO ABORT-SWITCH
030300         MOVE 16 TO RETURN-CODE
030400         GO TO 1000-EXIT
030500     END-IF.
030600     IF CUR-MONTH-MM = 1
030700         COMPUTE PRI-MONTH = CUR-MONTH - 89
030800     ELSE
030900         COMPUTE PRI-MONTH = CUR-MONTH - 1
031000     END-IF.
031100     COMPUTE CUR-FROM-DATE = CUR-MONTH * 100 + 1.
031200     COMPUTE CUR-TO-DATE   = CUR-MONTH * 100 + 31.
031300     COMPUTE PRI-FROM-DATE = PRI-MONTH * 100 + 1.
031400     OPEN INPUT GAS-HISTORY-FILE.
031500     IF HIST-FILE-STATUS NOT = "00"
031600         DISPLAY "ERROR - GASHIST NOT AVAILABLE, STATUS "
031700             HIST-FILE-STATUS ".  RUN ABORTED."
031800         MOVE "Y" TO ABORT-SWITCH
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 1000-EXIT
032100     END-IF.
032200     OPEN INPUT CARRIER-MASTER-FILE.
032300     IF CARR-FILE-STATUS NOT = "00"
032400         DISPLAY "ERROR - GASCARR CARRIER MASTER NOT AVAILABLE, "
032500             "STATUS " CARR-FILE-STATUS ".  RUN ABORTED."
032600         CLOSE GAS-HISTORY-FILE
032700         MOVE "Y" TO ABORT-SWITCH
032800         MOVE 16 TO RETURN-CODE
032900         GO TO 1000-EXIT
033000     END-IF.
033100     OPEN OUTPUT CHARGEBACK-FILE.
033200     IF CHBK-FILE-STATUS NOT = "00"
033300         DISPLAY "ERROR - GASCHBK CANNOT BE OPENED, STATUS "
033400             CHBK-FILE-STATUS ".  RUN ABORTED."
033500         CLOSE GAS-HISTORY-FILE
033600         CLOSE CARRIER-MASTER-FILE
033700         MOVE "Y" TO ABORT-SWITCH
033800         MOVE 16 TO RETURN-CODE
033900         GO TO 1000-EXIT
034000     END-IF.
034100     OPEN OUTPUT GAS-REPORT-FILE.
034200     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
034300     MOVE SPACES           TO CH-CHARGEBACK-RECORD.
034400     MOVE "H"              TO CH-RECORD-TYPE.
034500     MOVE CUR-MONTH        TO CH-H-PERIOD.
034600     MOVE TODAY-DATE       TO CH-H-CREATE-DATE.
034700     MOVE TODAY-TIME       TO CH-H-CREATE-TIME.
034800     MOVE "GASCARS"        TO CH-H-SOURCE.
034900     WRITE CH-CHARGEBACK-RECORD.
035000     GO TO 1000-EXIT.
035100 1000-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500* 2000-SWEEP-HISTORY - POSITION AT THE FIRST OF THE PRIOR MONTH
035600* ON THE GH-RUN-DATE ALTERNATE INDEX (THE TWO MONTHS ARE
035700* CONTIGUOUS) AND READ FORWARD UNTIL A RUN DATE PAST THE END OF
035800* THE REQUESTED MONTH COMES UP
035900*****************************************************************
036000 2000-SWEEP-HISTORY.
036100     MOVE PRI-FROM-DATE TO GH-RUN-DATE.
036200     START GAS-HISTORY-FILE
036300         KEY IS NOT LESS THAN GH-RUN-DATE
036400         INVALID KEY
036500             MOVE "Y" TO HIST-EOF-SWITCH
036600     END-START.
036700     IF HIST-AT-EOF
036800         GO TO 2000-EXIT
036900     END-IF.
037000     PERFORM 2100-READ-ONE-HISTORY THRU 2100-EXIT.
037100     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
037200         UNTIL HIST-AT-EOF OR SWEEP-IS-DONE.
037300     GO TO 2000-EXIT.
037400 2000-EXIT.
037500     EXIT.
037600
037700 2100-READ-ONE-HISTORY.
037800     READ GAS-HISTORY-FILE NEXT RECORD
037900         AT END
038000             MOVE "Y" TO HIST-EOF-SWITCH
038100     END-READ.
038200     GO TO 2100-EXIT.
038300 2100-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700* 2200-PROCESS-ONE-RECORD - INTERACTIVE ROWS CARRY THE OPERATOR
038800* WHO KEYED THE CHECK; BATCH ROWS CARRY SPACES.  ONLY BATCH ROWS
038900* ARE DELIVERIES.
039000*****************************************************************
039100 2200-PROCESS-ONE-RECORD.
039200     IF GH-RUN-DATE > CUR-TO-DATE
039300         MOVE "Y" TO SWEEP-DONE-SWITCH
039400         GO TO 2200-EXIT
039500     END-IF.
039600     ADD 1 TO EXAMINED-COUNT.
039700     IF GH-OPERATOR-ID NOT = SPACES
039800         ADD 1 TO INTERACTIVE-SKIP-COUNT
039900         GO TO 2200-NEXT
040000     END-IF.
040100     PERFORM 2250-FIND-CARRIER-ENTRY THRU 2250-EXIT.
040200     IF CS-FOUND-SUB = ZERO
040300         GO TO 2200-NEXT
040400     END-IF.
040500     EVALUATE GH-RATING-VALUE
040600         WHEN "E"
040700             MOVE 1 TO TIER-SUB
040800         WHEN "G"
040900             MOVE 2 TO TIER-SUB
041000         WHEN "F"
041100             MOVE 3 TO TIER-SUB
041200         WHEN "P"
041300             MOVE 4 TO TIER-SUB
041400         WHEN "U"
041500             MOVE 5 TO TIER-SUB
041600         WHEN OTHER
041700             MOVE ZERO TO TIER-SUB
041800     END-EVALUATE.
041900     IF GH-RUN-DATE >= CUR-FROM-DATE
042000         ADD 1 TO CS-CUR-READING-COUNT (CS-FOUND-SUB)
042100         ADD GH-GAS-VALUE TO CS-CUR-GAS-SUM (CS-FOUND-SUB)
042200         IF TIER-SUB > ZERO
042300             ADD 1 TO CS-CUR-TALLY (CS-FOUND-SUB, TIER-SUB)
042400         END-IF
042500     ELSE
042600         ADD 1 TO CS-PRI-READING-COUNT (CS-FOUND-SUB)
042700         ADD GH-GAS-VALUE TO CS-PRI-GAS-SUM (CS-FOUND-SUB)
042800         IF TIER-SUB > ZERO
042900             ADD 1 TO CS-PRI-TALLY (CS-FOUND-SUB, TIER-SUB)
043000         END-IF
043100     END-IF.
043200 2200-NEXT.
043300     PERFORM 2100-READ-ONE-HISTORY THRU 2100-EXIT.
043400     GO TO 2200-EXIT.
043500 2200-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900* 2250-FIND-CARRIER-ENTRY - LOCATE OR ADD THE CARRIER'S MONTH
044000* TABLE ENTRY.  A BLANK CARRIER GETS AN ENTRY OF ITS OWN.
044100* CS-FOUND-SUB COMES BACK ZERO ONLY ON TABLE OVERFLOW.
044200*****************************************************************
044300 2250-FIND-CARRIER-ENTRY.
044400     MOVE ZERO TO CS-FOUND-SUB.
044500     PERFORM 2260-MATCH-ONE-CARRIER THRU 2260-EXIT
044600         VARYING CS-SUB FROM 1 BY 1
044700         UNTIL CS-SUB > CS-STORED-COUNT
044800         OR CS-FOUND-SUB > ZERO.
044900     IF CS-FOUND-SUB > ZERO
045000         GO TO 2250-EXIT
045100     END-IF.
045200     IF CS-STORED-COUNT >= 200
045300         ADD 1 TO CS-OVERFLOW-COUNT
045400         GO TO 2250-EXIT
045500     END-IF.
045600     ADD 1 TO CS-STORED-COUNT.
045700     MOVE CS-STORED-COUNT TO CS-FOUND-SUB.
045800     MOVE GH-CARRIER-ID TO CS-CARRIER-ID (CS-FOUND-SUB).
045900     PERFORM 2270-ZERO-ONE-TIER THRU 2270-EXIT
046000         VARYING TIER-SUB FROM 1 BY 1
046100         UNTIL TIER-SUB > 5.
046200     MOVE ZERO TO CS-CUR-READING-COUNT (CS-FOUND-SUB)
046300                  CS-CUR-GAS-SUM (CS-FOUND-SUB)
046400                  CS-PRI-READING-COUNT (CS-FOUND-SUB)
046500                  CS-PRI-GAS-SUM (CS-FOUND-SUB)
046600                  CS-PU-PCT (CS-FOUND-SUB)
046700                  CS-PU-COUNT (CS-FOUND-SUB).
046800     GO TO 2250-EXIT.
046900 2250-EXIT.
047000     EXIT.
047100
047200 2260-MATCH-ONE-CARRIER.
047300     IF CS-CARRIER-ID (CS-SUB) = GH-CARRIER-ID
047400         MOVE CS-SUB TO CS-FOUND-SUB
047500     END-IF.
047600     GO TO 2260-EXIT.
047700 2260-EXIT.
047800     EXIT.
047900
048000 2270-ZERO-ONE-TIER.
048100     MOVE ZERO TO CS-CUR-TALLY (CS-FOUND-SUB, TIER-SUB)
048200                  CS-PRI-TALLY (CS-FOUND-SUB, TIER-SUB).
048300     GO TO 2270-EXIT.
048400 2270-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800* 3000-RANK-CARRIERS - WORK OUT EACH CARRIER'S CURRENT-MONTH P+U
048900* SHARE, THEN EXCHANGE-SORT THE TABLE WORST FIRST: HIGHER SHARE
049000* FIRST, AND ON EQUAL SHARES THE MORE P+U DELIVERIES FIRST.  A
049100* CARRIER WITH NO DELIVERIES THIS MONTH HAS A ZERO SHARE AND
049200* SINKS TO THE BOTTOM.
049300*****************************************************************
049400 3000-RANK-CARRIERS.
049500     PERFORM 3100-SCORE-ONE-CARRIER THRU 3100-EXIT
049600         VARYING CS-SUB FROM 1 BY 1
049700         UNTIL CS-SUB > CS-STORED-COUNT.
049800     PERFORM 3200-COMPARE-ONE-PAIR THRU 3200-EXIT
049900         VARYING SORT-PASS FROM 1 BY 1
050000         UNTIL SORT-PASS >= CS-STORED-COUNT
050100         AFTER CS-SUB FROM 1 BY 1
050200         UNTIL CS-SUB > CS-STORED-COUNT - SORT-PASS.
050300     GO TO 3000-EXIT.
050400 3000-EXIT.
050500     EXIT.
050600
050700 3100-SCORE-ONE-CARRIER.
050800     COMPUTE CS-PU-COUNT (CS-SUB) =
050900         CS-CUR-TALLY (CS-SUB, 4) + CS-CUR-TALLY (CS-SUB, 5).
051000     IF CS-CUR-READING-COUNT (CS-SUB) = ZERO
051100         MOVE ZERO TO CS-PU-PCT (CS-SUB)
051200     ELSE
051300         COMPUTE CS-PU-PCT (CS-SUB) ROUNDED =
051400             CS-PU-COUNT (CS-SUB) * 100
051500             / CS-CUR-READING-COUNT (CS-SUB)
051600     END-IF.
051700     GO TO 3100-EXIT.
051800 3100-EXIT.
051900     EXIT.
052000
052100 3200-COMPARE-ONE-PAIR.
052200     COMPUTE CS-NEXT-SUB = CS-SUB + 1.
052300     IF CS-PU-PCT (CS-SUB) > CS-PU-PCT (CS-NEXT-SUB)
052400         GO TO 3200-EXIT
052500     END-IF.
052600     IF CS-PU-PCT (CS-SUB) = CS-PU-PCT (CS-NEXT-SUB)
052700         AND CS-PU-COUNT (CS-SUB) >= CS-PU-COUNT (CS-NEXT-SUB)
052800         GO TO 3200-EXIT
052900     END-IF.
053000     MOVE CS-ENTRY (CS-SUB)      TO HOLD-ENTRY.
053100     MOVE CS-ENTRY (CS-NEXT-SUB) TO CS-ENTRY (CS-SUB).
053200     MOVE HOLD-ENTRY             TO CS-ENTRY (CS-NEXT-SUB).
053300     GO TO 3200-EXIT.
053400 3200-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800* 4000-REPORT-CARRIERS - ONE BLOCK PER CARRIER IN RANK ORDER, AND
053900* ITS CHARGEBACK DETAIL ROWS
054000*****************************************************************
054100 4000-REPORT-CARRIERS.
054200     MOVE ZERO TO RANK-NUMBER.
054300     PERFORM 4100-REPORT-ONE-CARRIER THRU 4100-EXIT
054400         VARYING CS-SUB FROM 1 BY 1
054500         UNTIL CS-SUB > CS-STORED-COUNT.
054600     GO TO 4000-EXIT.
054700 4000-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100* 4100-REPORT-ONE-CARRIER - LOOK THE CARRIER UP ON THE MASTER,
055200* CHARGE IT IF IT IS THERE, AND PRINT ITS BLOCK.  A BLANK OR
055300* UNKNOWN CARRIER IS PRINTED AND COUNTED BUT NOT CHARGED -- THE
055400* READINGS HAVE TO BE PUT RIGHT BEFORE ANYONE CAN BE BILLED.
055500*****************************************************************
055600 4100-REPORT-ONE-CARRIER.
055700     ADD 1 TO RANK-NUMBER.
055800     ADD 1 TO CARRIERS-REPORTED-COUNT.
055900     MOVE ZERO TO CARRIER-CHARGE-AMOUNT.
056000     MOVE "N" TO CARRIER-FOUND-SWITCH.
056100     MOVE RANK-NUMBER TO RCL-RANK.
056200     MOVE CS-CARRIER-ID (CS-SUB) TO RCL-CARRIER-ID.
056300     MOVE SPACES TO RCL-FLAG.
056400     IF CS-CARRIER-ID (CS-SUB) = SPACES
056500         MOVE "(NO CARRIER ON READING)" TO RCL-CARRIER-NAME
056600         MOVE "** NOT CHARGED **" TO RCL-FLAG
056700         ADD CS-CUR-READING-COUNT (CS-SUB) TO NO-CARRIER-ROW-COUNT
056800         GO TO 4100-PRINT
056900     END-IF.
057000     MOVE CS-CARRIER-ID (CS-SUB) TO CR-CARRIER-ID.
057100     READ CARRIER-MASTER-FILE
057200         INVALID KEY
057300             MOVE "NOT ON CARRIER MASTER" TO RCL-CARRIER-NAME
057400             MOVE "** NOT CHARGED **" TO RCL-FLAG
057500             ADD CS-CUR-READING-COUNT (CS-SUB)
057600                 TO UNKNOWN-CARRIER-ROW-COUNT
057700         NOT INVALID KEY
057800             MOVE "Y" TO CARRIER-FOUND-SWITCH
057900             MOVE CR-CARRIER-NAME TO RCL-CARRIER-NAME
058000     END-READ.
058100     IF NOT CARRIER-ON-MASTER
058200         GO TO 4100-PRINT
058300     END-IF.
058400     IF CR-CARRIER-INACTIVE
058500         MOVE "INACTIVE CARRIER" TO RCL-FLAG
058600     END-IF.
058700     PERFORM 5000-CHARGE-ONE-TIER THRU 5000-EXIT
058800         VARYING TIER-SUB FROM 1 BY 1
058900         UNTIL TIER-SUB > 5.
059000     IF CARRIER-CHARGE-AMOUNT > ZERO
059100         ADD 1 TO CARRIERS-CHARGED-COUNT
059200     END-IF.
059300 4100-PRINT.
059400     MOVE CS-CUR-TOTALS (CS-SUB) TO W-PERIOD-TOTALS.
059500     IF CS-CUR-READING-COUNT (CS-SUB) = ZERO
059600         MOVE ZERO TO CUR-PU-PCT
059700     ELSE
059800         COMPUTE CUR-PU-PCT ROUNDED =
059900             CS-PU-COUNT (CS-SUB) * 100
060000             / CS-CUR-READING-COUNT (CS-SUB)
060100     END-IF.
060200     IF CS-PRI-READING-COUNT (CS-SUB) = ZERO
060300         MOVE ZERO TO PRI-PU-PCT
060400     ELSE
060500         COMPUTE PRI-PU-PCT ROUNDED =
060600             (CS-PRI-TALLY (CS-SUB, 4) + CS-PRI-TALLY (CS-SUB, 5))
060700             * 100 / CS-PRI-READING-COUNT (CS-SUB)
060800     END-IF.
060900     COMPUTE PU-PCT-CHANGE = CUR-PU-PCT - PRI-PU-PCT.
061000     MOVE SPACES TO RPT-PRINT-LINE.
061100     WRITE RPT-PRINT-LINE.
061200     MOVE REPORT-CARRIER-LINE TO RPT-PRINT-LINE.
061300     WRITE RPT-PRINT-LINE.
061400     MOVE REPORT-COLUMN-HEADING TO RPT-PRINT-LINE.
061500     WRITE RPT-PRINT-LINE.
061600     MOVE SPACES TO RPL-PERIOD-LABEL.
061700     MOVE CUR-MONTH TO RPL-PERIOD-LABEL(1:6).
061800     PERFORM 4400-PRINT-PERIOD-LINE THRU 4400-EXIT.
061900     MOVE CS-PRI-TOTALS (CS-SUB) TO W-PERIOD-TOTALS.
062000     MOVE SPACES TO RPL-PERIOD-LABEL.
062100     MOVE PRI-MONTH TO RPL-PERIOD-LABEL(1:6).
062200     PERFORM 4400-PRINT-PERIOD-LINE THRU 4400-EXIT.
062300     MOVE PU-PCT-CHANGE TO RGL-PU-CHANGE.
062400     MOVE CARRIER-CHARGE-AMOUNT TO RGL-CHARGE-AMOUNT.
062500     MOVE REPORT-CHANGE-LINE TO RPT-PRINT-LINE.
062600     WRITE RPT-PRINT-LINE.
062700     GO TO 4100-EXIT.
062800 4100-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200* 4400-PRINT-PERIOD-LINE - ONE LINE FROM THE W-PERIOD STAGING
063300* AREA.  A MONTH WITH NO DELIVERIES PRINTS ZERO PERCENTAGES.
063400*****************************************************************
063500 4400-PRINT-PERIOD-LINE.
063600     MOVE W-READING-COUNT TO RPL-READS.
063700     IF W-READING-COUNT = ZERO
063800         MOVE ZERO TO RPL-E-PCT RPL-G-PCT RPL-F-PCT
063900                      RPL-P-PCT RPL-U-PCT RPL-AVG-GAS
064000                      RPL-PU-PCT
064100         GO TO 4400-WRITE
064200     END-IF.
064300     COMPUTE W-PCT ROUNDED = W-TALLY (1) * 100 / W-READING-COUNT.
064400     MOVE W-PCT TO RPL-E-PCT.
064500     COMPUTE W-PCT ROUNDED = W-TALLY (2) * 100 / W-READING-COUNT.
064600     MOVE W-PCT TO RPL-G-PCT.
064700     COMPUTE W-PCT ROUNDED = W-TALLY (3) * 100 / W-READING-COUNT.
064800     MOVE W-PCT TO RPL-F-PCT.
064900     COMPUTE W-PCT ROUNDED = W-TALLY (4) * 100 / W-READING-COUNT.
065000     MOVE W-PCT TO RPL-P-PCT.
065100     COMPUTE W-PCT ROUNDED = W-TALLY (5) * 100 / W-READING-COUNT.
065200     MOVE W-PCT TO RPL-U-PCT.
065300     COMPUTE W-AVG-GAS ROUNDED = W-GAS-SUM / W-READING-COUNT.
065400     MOVE W-AVG-GAS TO RPL-AVG-GAS.
065500     COMPUTE W-PCT ROUNDED =
065600         (W-TALLY (4) + W-TALLY (5)) * 100 / W-READING-COUNT.
065700     MOVE W-PCT TO RPL-PU-PCT.
065800 4400-WRITE.
065900     MOVE REPORT-PERIOD-LINE TO RPT-PRINT-LINE.
066000     WRITE RPT-PRINT-LINE.
066100     GO TO 4400-EXIT.
066200 4400-EXIT.
066300     EXIT.
066400
066500*****************************************************************
066600* 5000-CHARGE-ONE-TIER - A DETAIL ROW FOR EVERY TIER WITH BOTH
066700* DELIVERIES THIS MONTH AND A PENALTY ON THE SCHEDULE
066800*****************************************************************
066900 5000-CHARGE-ONE-TIER.
067000     IF CS-CUR-TALLY (CS-SUB, TIER-SUB) = ZERO
067100         OR CR-TIER-PENALTY (TIER-SUB) = ZERO
067200         GO TO 5000-EXIT
067300     END-IF.
067400     COMPUTE CHARGE-AMOUNT =
067500         CS-CUR-TALLY (CS-SUB, TIER-SUB)
067600         * CR-TIER-PENALTY (TIER-SUB).
067700     MOVE SPACES                TO CH-CHARGEBACK-RECORD.
067800     MOVE "D"                   TO CH-RECORD-TYPE.
067900     MOVE CR-CARRIER-ID         TO CH-D-CARRIER-ID.
068000     MOVE CR-VENDOR-NO          TO CH-D-VENDOR-NO.
068100     MOVE CUR-MONTH             TO CH-D-PERIOD.
068200     EVALUATE TIER-SUB
068300         WHEN 1
068400             MOVE "E" TO CH-D-TIER
068500         WHEN 2
068600             MOVE "G" TO CH-D-TIER
068700         WHEN 3
068800             MOVE "F" TO CH-D-TIER
068900         WHEN 4
069000             MOVE "P" TO CH-D-TIER
069100         WHEN 5
069200             MOVE "U" TO CH-D-TIER
069300     END-EVALUATE.
069400     MOVE CS-CUR-TALLY (CS-SUB, TIER-SUB) TO CH-D-DELIVERY-COUNT.
069500     MOVE CR-TIER-PENALTY (TIER-SUB)      TO CH-D-UNIT-PENALTY.
069600     MOVE CHARGE-AMOUNT                   TO CH-D-AMOUNT.
069700     WRITE CH-CHARGEBACK-RECORD.
069800     ADD 1 TO CHBK-DETAIL-COUNT.
069900     ADD CS-CUR-TALLY (CS-SUB, TIER-SUB) TO CHBK-DELIVERY-COUNT.
070000     ADD CHARGE-AMOUNT TO CHBK-TOTAL-AMOUNT.
070100     ADD CHARGE-AMOUNT TO CARRIER-CHARGE-AMOUNT.
070200     GO TO 5000-EXIT.
070300 5000-EXIT.
070400     EXIT.
070500
070600*****************************************************************
070700* 6000-WRITE-TRAILER - CONTROL TOTALS AP PROVES THE FILE AGAINST
070800*****************************************************************
070900 6000-WRITE-TRAILER.
071000     MOVE SPACES              TO CH-CHARGEBACK-RECORD.
071100     MOVE "T"                 TO CH-RECORD-TYPE.
071200     MOVE CHBK-DETAIL-COUNT   TO CH-T-DETAIL-COUNT.
071300     MOVE CHBK-DELIVERY-COUNT TO CH-T-DELIVERY-COUNT.
071400     MOVE CHBK-TOTAL-AMOUNT   TO CH-T-TOTAL-AMOUNT.
071500     WRITE CH-CHARGEBACK-RECORD.
071600     GO TO 6000-EXIT.
071700 6000-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100* 7000-PRINT-HEADINGS
072200*****************************************************************
072300 7000-PRINT-HEADINGS.
072400     MOVE CUR-MONTH  TO RH1-CUR-MONTH.
072500     MOVE TODAY-DATE TO RH1-RUN-DATE.
072600     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
072700     WRITE RPT-PRINT-LINE.
072800     MOVE PRI-MONTH TO RH2-PRI-MONTH.
072900     MOVE REPORT-HEADING-2 TO RPT-PRINT-LINE.
073000     WRITE RPT-PRINT-LINE.
073100     GO TO 7000-EXIT.
073200 7000-EXIT.
073300     EXIT.
073400
073500*****************************************************************
073600* 7500-PRINT-TOTALS
073700*****************************************************************
073800 7500-PRINT-TOTALS.
073900     MOVE SPACES TO RPT-PRINT-LINE.
074000     WRITE RPT-PRINT-LINE.
074100     MOVE "HISTORY RECORDS EXAMINED      " TO RTL-LABEL.
074200     MOVE EXAMINED-COUNT TO RTL-COUNT.
074300     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
074400     WRITE RPT-PRINT-LINE.
074500     MOVE "INTERACTIVE ROWS SKIPPED      " TO RTL-LABEL.
074600     MOVE INTERACTIVE-SKIP-COUNT TO RTL-COUNT.
074700     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
074800     WRITE RPT-PRINT-LINE.
074900     MOVE "CARRIERS REPORTED             " TO RTL-LABEL.
075000     MOVE CARRIERS-REPORTED-COUNT TO RTL-COUNT.
075100     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
075200     WRITE RPT-PRINT-LINE.
075300     MOVE "CARRIERS CHARGED              " TO RTL-LABEL.
075400     MOVE CARRIERS-CHARGED-COUNT TO RTL-COUNT.
075500     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
075600     WRITE RPT-PRINT-LINE.
075700     MOVE "DELIVERIES WITH NO CARRIER    " TO RTL-LABEL.
075800     MOVE NO-CARRIER-ROW-COUNT TO RTL-COUNT.
075900     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
076000     WRITE RPT-PRINT-LINE.
076100     MOVE "DELIVERIES FOR UNKNOWN CARRIER" TO RTL-LABEL.
076200     MOVE UNKNOWN-CARRIER-ROW-COUNT TO RTL-COUNT.
076300     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
076400     WRITE RPT-PRINT-LINE.
076500     MOVE "CHARGEBACK DETAIL ROWS        " TO RTL-LABEL.
076600     MOVE CHBK-DETAIL-COUNT TO RTL-COUNT.
076700     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
076800     WRITE RPT-PRINT-LINE.
076900     MOVE "CHARGEBACK DELIVERIES         " TO RTL-LABEL.
077000     MOVE CHBK-DELIVERY-COUNT TO RTL-COUNT.
077100     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
077200     WRITE RPT-PRINT-LINE.
077300     MOVE "CHARGEBACK TOTAL AMOUNT       " TO RAL-LABEL.
077400     MOVE CHBK-TOTAL-AMOUNT TO RAL-AMOUNT.
077500     MOVE REPORT-AMOUNT-LINE TO RPT-PRINT-LINE.
077600     WRITE RPT-PRINT-LINE.
077700     IF CS-OVERFLOW-COUNT > ZERO
077800         DISPLAY "WARNING - CARRIER TABLE OVERFLOWED, "
077900             CS-OVERFLOW-COUNT " HISTORY ROWS NOT COUNTED."
078000     END-IF.
078100     IF NO-CARRIER-ROW-COUNT > ZERO
078200         OR UNKNOWN-CARRIER-ROW-COUNT > ZERO
078300         DISPLAY "WARNING - DELIVERIES WITH NO OR UNKNOWN "
078400             "CARRIER WERE NOT CHARGED.  SEE THE SCORECARD."
078500     END-IF.
078600     GO TO 7500-EXIT.
078700 7500-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100* 9000-TERMINATE
079200*****************************************************************
079300 9000-TERMINATE.
079400     CLOSE GAS-HISTORY-FILE.
079500     CLOSE CARRIER-MASTER-FILE.
079600     CLOSE CHARGEBACK-FILE.
079700     CLOSE GAS-REPORT-FILE.
079800     GO TO 9000-EXIT.
079900 9000-EXIT.
080000     EXIT.
080100
080200 END PROGRAM GASCARS.
