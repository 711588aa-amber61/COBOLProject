000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASREGF.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  MONTHLY REGULATORY QUALITY FILING.
001100*                  THE RETURN USED TO BE BUILT BY HAND FROM THE
001200*                  GASMONCL SUMMARY, A GASREGNR PRINTOUT AND A
001300*                  LOOK AT GASPARM.  THIS STEP RUNS ONLY FOR A
001400*                  MONTH GASMONCL HAS CLOSED (A "C" GASMONR ROW)
001500*                  AND WRITES THE GASRFIL FILING: A HEADER, ONE
001600*                  DETAIL PER ACTIVE SITE WITH ITS E/G/F/P/U
001700*                  COUNTS AND SM-REGION, ONE ROW PER GASPARM BAND
001800*                  SET IN EFFECT DURING THE MONTH WITH ITS
001900*                  EFFECTIVE DATE, AND A TRAILER CARRYING THE
002000*                  MONTH'S TOTALS FROM THE GASDAYR DAY CLOSES.
002100*                  THE SITE COUNTS COME FROM THE BATCH-RATED
002200*                  GASHIST ROWS RUN IN THE MONTH, LESS THE LATE
002300*                  READINGS GASRATE2 POSTED TO GASADJ (THOSE
002400*                  BELONG TO A DAY ALREADY CLOSED AND WERE NEVER
002500*                  IN A DAY CLOSE).  AN INACTIVE SITE, OR ONE NO
002600*                  LONGER ON THE MASTER, THAT STILL HAD DELIVERIES
002700*                  IN THE MONTH GETS A DETAIL TOO, SO THE DETAILS
002800*                  ADD UP TO THE MONTH.  THE DETAILS MUST AGREE
002900*                  WITH THE DAY CLOSES TIER BY TIER OR NO FILING
003000*                  IS WRITTEN -- A HISTORY ROW RE-RATED BY
003100*                  GASRERAT SINCE THE CLOSE, OR ARCHIVED BY
003200*                  GASHARCH, SHOWS UP HERE AS A DIFFERENCE.  PARM
003300*                  IS THE FILING MONTH, YYYYMM.
003400*                    RC  0 - FILING WRITTEN
003500*                    RC  4 - FILING WRITTEN, SEE THE WARNINGS
003600*                            (SITES NOT ON THE MASTER, OR NO BAND
003700*                            SET IN EFFECT ON THE FIRST)
003800*                    RC  8 - FILING REFUSED: MONTH NOT CLOSED, OR
003900*                            THE DETAILS DO NOT AGREE
004000*                    RC 16 - ABORTED
004025* 2026-10-15  DRH  LEAVE GASPARM SETS STILL PENDING APPROVAL
004050*                  OUT OF THE BAND-SET ROWS -- THEY NEVER RATED
004075*                  ANYTHING.
004100*****************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MONTH-RESULT-FILE ASSIGN TO "GASMONR"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS MONR-FILE-STATUS.
005100     SELECT DAY-RESULT-FILE ASSIGN TO "GASDAYR"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS DAYR-FILE-STATUS.
005400     SELECT ADJUST-FILE ASSIGN TO "GASADJ"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS ADJ-FILE-STATUS.
005700     SELECT GAS-HISTORY-FILE ASSIGN TO "GASHIST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS GH-HISTORY-KEY
006100         ALTERNATE RECORD KEY IS GH-RUN-DATE
006200             WITH DUPLICATES
006300         FILE STATUS IS HIST-FILE-STATUS.
006400     SELECT GAS-SITE-FILE ASSIGN TO "GASSITE"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS SM-SITE-ID
006800         FILE STATUS IS SITE-FILE-STATUS.
006900     SELECT GAS-PARM-FILE ASSIGN TO "GASPARM"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS PARM-FILE-STATUS.
007200     SELECT FILING-FILE ASSIGN TO "GASRFIL"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS RFIL-FILE-STATUS.
007500     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
007600         ORGANIZATION IS SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  MONTH-RESULT-FILE.
008100     COPY GASMONR.
008200
008300 FD  DAY-RESULT-FILE.
008400     COPY GASDAYR.
008500
008600 FD  ADJUST-FILE.
008700     COPY GASADJ.
008800
008900 FD  GAS-HISTORY-FILE.
009000     COPY GASHREC.
009100
009200 FD  GAS-SITE-FILE.
009300     COPY GASSITE.
009400
009500 FD  GAS-PARM-FILE.
009600     COPY GASPARM.
009700
009800 FD  FILING-FILE.
009900     COPY GASRFIL.
010000
010100 FD  GAS-REPORT-FILE.
010200 01  RPT-PRINT-LINE                  PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500 01  MONR-FILE-STATUS                PIC X(02).
010600 01  DAYR-FILE-STATUS                PIC X(02).
010700 01  ADJ-FILE-STATUS                 PIC X(02).
010800 01  HIST-FILE-STATUS                PIC X(02).
010900 01  SITE-FILE-STATUS                PIC X(02).
011000 01  PARM-FILE-STATUS                PIC X(02).
011100 01  RFIL-FILE-STATUS                PIC X(02).
011200
011300 01  SWITCHES.
011400     05  MONR-EOF-SWITCH             PIC X(01) VALUE "N".
011500         88  MONR-AT-EOF             VALUE "Y".
011600     05  DAYR-EOF-SWITCH             PIC X(01) VALUE "N".
011700         88  DAYR-AT-EOF             VALUE "Y".
011800     05  ADJ-EOF-SWITCH              PIC X(01) VALUE "N".
011900         88  ADJ-AT-EOF              VALUE "Y".
012000     05  HIST-EOF-SWITCH             PIC X(01) VALUE "N".
012100         88  HIST-AT-EOF             VALUE "Y".
012200     05  SWEEP-DONE-SWITCH           PIC X(01) VALUE "N".
012300         88  SWEEP-IS-DONE           VALUE "Y".
012400     05  SITE-EOF-SWITCH             PIC X(01) VALUE "N".
012500         88  SITE-AT-EOF             VALUE "Y".
012600     05  PARM-EOF-SWITCH             PIC X(01) VALUE "N".
012700         88  PARM-AT-EOF             VALUE "Y".
012800     05  ABORT-SWITCH                PIC X(01) VALUE "N".
012900         88  RUN-IS-ABORTED          VALUE "Y".
013000     05  MONTH-CLOSED-SWITCH         PIC X(01) VALUE "N".
013100         88  MONTH-IS-CLOSED         VALUE "Y".
013200     05  TOTALS-AGREE-SWITCH         PIC X(01) VALUE "N".
013300         88  TOTALS-AGREE            VALUE "Y".
013400     05  FILING-OPEN-SWITCH          PIC X(01) VALUE "N".
013500         88  FILING-IS-OPEN          VALUE "Y".
013600
013700*****************************************************************
013800* THE FILING MONTH AS YYYYMM AND AS THE RUN-DATE RANGE THE
013900* HISTORY SWEEP COMPARES AGAINST.  SPLIT-DATE TAKES A GASDAYR
014000* CLOSE DATE APART TO TEST ITS MONTH.
014100*****************************************************************
014200 01  FILING-MONTH                    PIC 9(06) VALUE ZERO.
014300 01  FILING-MONTH-MM                 PIC 9(02) VALUE ZERO.
014400 01  MONTH-FROM-DATE                 PIC 9(08) VALUE ZERO.
014500 01  MONTH-TO-DATE                   PIC 9(08) VALUE ZERO.
014600 01  CLOSE-RUN-DATE                  PIC 9(08) VALUE ZERO.
014700 01  TODAY-DATE                      PIC 9(08).
014800 01  TODAY-TIME                      PIC 9(08).
014900 01  SPLIT-DATE.
015000     05  SPLIT-YYYYMM                PIC 9(06).
015100     05  SPLIT-DD                    PIC 9(02).
015200
015300*****************************************************************
015400* THE MONTH AS CLOSED -- THE "C" GASDAYR ROWS FOR ITS DAYS -- AND
015500* THE SAME FIGURES AS THE HISTORY SWEEP FINDS THEM.  BOTH RUN IN
015600* E/G/F/P/U ORDER SO A TIER COMPARES ON ONE SUBSCRIPT.
015700*****************************************************************
015800 01  CLOSED-TOTALS.
015900     05  CLOSED-TALLY                PIC 9(08) COMP
016000                                     OCCURS 5 TIMES.
016100     05  CLOSED-DELIVERY-COUNT       PIC 9(09) COMP.
016200 01  FOUND-TOTALS.
016300     05  FOUND-TALLY                 PIC 9(08) COMP
016400                                     OCCURS 5 TIMES.
016500     05  FOUND-DELIVERY-COUNT        PIC 9(09) COMP.
016600 01  TIER-SUB                        PIC 9(02) VALUE ZERO COMP.
016700 01  TIER-CODES                      PIC X(05) VALUE "EGFPU".
016800
016900*****************************************************************
017000* GASHIST KEYS OF THE LATE READINGS POSTED IN THE MONTH.  THE
017100* RATING RUN WROTE THEM TO GASHIST ON THE DAY THEY ARRIVED BUT
017200* KEPT THEM OUT OF THAT DAY'S TALLIES, SO THE SWEEP LEAVES THEM
017300* OUT TOO.
017400*****************************************************************
017500 01  LATE-KEY-TABLE.
017600     05  LATE-KEY-ENTRY OCCURS 2000 TIMES.
017700         10  LT-RUN-DATE             PIC 9(08).
017800         10  LT-SITE-ID              PIC X(05).
017900         10  LT-SEQUENCE-NO          PIC 9(08).
018000 01  LATE-STORED-COUNT               PIC 9(04) VALUE ZERO COMP.
018100 01  LATE-OVERFLOW-COUNT             PIC 9(06) VALUE ZERO COMP.
018200 01  LATE-SUB                        PIC 9(04) VALUE ZERO COMP.
018300 01  LATE-FOUND-SUB                  PIC 9(04) VALUE ZERO COMP.
018400
018500*****************************************************************
018600* PER-SITE MONTH TABLE.  THE ALTERNATE-INDEX SWEEP DELIVERS ROWS
018700* IN DATE ORDER WITH SITES INTERLEAVED, SO EVERY SITE'S COUNTS
018800* ACCUMULATE HERE.  FS-FILED-FLAG IS SET WHEN THE SITE MASTER
018900* PASS FILES THE ENTRY; WHAT IS LEFT AFTERWARDS IS NOT ON THE
019000* MASTER.
019100*****************************************************************
019200 01  FILING-SITE-TABLE.
019300     05  FS-ENTRY OCCURS 500 TIMES.
019400         10  FS-SITE-ID              PIC X(05).
019500         10  FS-TALLY                PIC 9(07) COMP
019600                                     OCCURS 5 TIMES.
019700         10  FS-DELIVERY-COUNT       PIC 9(08) COMP.
019800         10  FS-FILED-FLAG           PIC X(01).
019900 01  FS-STORED-COUNT                 PIC 9(03) VALUE ZERO COMP.
020000 01  FS-OVERFLOW-COUNT               PIC 9(08) VALUE ZERO COMP.
020100 01  FS-SUB                          PIC 9(03) VALUE ZERO COMP.
020200 01  FS-FOUND-SUB                    PIC 9(03) VALUE ZERO COMP.
020300
020400*****************************************************************
020500* EFFECTIVE-DATED BAND SET TABLE - ALL GASPARM SETS, LOADED THE
020600* WAY THE RATING RUN LOADS THEM.  PS-BAND RUNS E/G/F/P/U.
020700*****************************************************************
020800 01  PARM-SET-TABLE.
020900     05  PARM-SET-ENTRY OCCURS 20 TIMES.
021000         10  PS-EFFECTIVE-DATE       PIC 9(08).
021100         10  PS-BAND                 OCCURS 5 TIMES.
021200             15  PS-LOW              PIC 9(04).
021300             15  PS-HIGH             PIC 9(04).
021400 01  PARM-SET-COUNT                  PIC 9(02) VALUE ZERO COMP.
021500 01  SET-SUB                         PIC 9(02) VALUE ZERO COMP.
021600 01  SET-FOUND-SUB                   PIC 9(02) VALUE ZERO COMP.
021700 01  NEXT-SET-SUB                    PIC 9(02) VALUE ZERO COMP.
021800 01  LAST-SET-DATE                   PIC 9(08) VALUE ZERO.
021900 01  SET-FROM-DATE                   PIC 9(08) VALUE ZERO.
022000
022100*****************************************************************
022200* FILING DETAIL WORK AREAS AND CONTROL COUNTS
022300*****************************************************************
022400 01  DETAIL-SITE-ID                  PIC X(05).
022500 01  DETAIL-REGION                   PIC X(10).
022600 01  DETAIL-STATUS                   PIC X(01).
022700 01  FILING-DETAIL-COUNT             PIC 9(07) VALUE ZERO COMP.
022800 01  FILING-SET-COUNT                PIC 9(03) VALUE ZERO COMP.
022900
023000 01  MONTH-ROWS-READ-COUNT           PIC 9(06) VALUE ZERO COMP.
023100 01  DAYS-CLOSED-COUNT               PIC 9(03) VALUE ZERO COMP.
023200 01  EXAMINED-COUNT                  PIC 9(08) VALUE ZERO COMP.
023300 01  INTERACTIVE-SKIP-COUNT          PIC 9(08) VALUE ZERO COMP.
023400 01  LATE-EXCLUDED-COUNT             PIC 9(08) VALUE ZERO COMP.
023500 01  UNRATED-ROW-COUNT               PIC 9(08) VALUE ZERO COMP.
023600 01  UNKNOWN-SITE-COUNT              PIC 9(06) VALUE ZERO COMP.
023700 01  INACTIVE-SITE-COUNT             PIC 9(06) VALUE ZERO COMP.
023800 01  DIFFERENT-TIER-COUNT            PIC 9(02) VALUE ZERO COMP.
023900 01  NO-OPENING-SET-SWITCH           PIC X(01) VALUE "N".
024000     88  NO-OPENING-SET              VALUE "Y".
024100
024200 01  REPORT-HEADING-1.
024300     05  FILLER                      PIC X(35)
024400         VALUE "REGULATORY QUALITY FILING - MONTH  ".
024500     05  RH1-FILING-MONTH            PIC 9(06).
024600     05  FILLER                      PIC X(09) VALUE SPACES.
024700     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
024800     05  RH1-RUN-DATE                PIC 9(08).
024900
025000 01  REPORT-HEADING-2.
025100     05  FILLER                      PIC X(30)
025200         VALUE "MONTH CLOSED BY GASMONCL RUN ".
025300     05  RH2-CLOSE-RUN-DATE          PIC 9(08).
025400
025500 01  REPORT-SITE-HEADING.
025600     05  FILLER              PIC X(20)
025700         VALUE "SITE  REGION     ST ".
025800     05  FILLER              PIC X(08) VALUE "   READS".
025900     05  FILLER              PIC X(07) VALUE "      E".
026000     05  FILLER              PIC X(07) VALUE "      G".
026100     05  FILLER              PIC X(07) VALUE "      F".
026200     05  FILLER              PIC X(07) VALUE "      P".
026300     05  FILLER              PIC X(07) VALUE "      U".
026400
026500 01  REPORT-SITE-LINE.
026600     05  RSL-SITE-ID         PIC X(05).
026700     05  FILLER              PIC X(01) VALUE SPACES.
026800     05  RSL-REGION          PIC X(10).
026900     05  FILLER              PIC X(01) VALUE SPACES.
027000     05  RSL-STATUS          PIC X(01).
027100     05  FILLER              PIC X(02) VALUE SPACES.
027200     05  RSL-READS           PIC ZZZZZZZ9.
027300     05  RSL-TALLY           PIC ZZZZZZ9 OCCURS 5 TIMES.
027400
027500 01  REPORT-SET-HEADING.
027600     05  FILLER              PIC X(40)
027700         VALUE "EFF DATE IN FORCE  BANDS (LOW-HIGH)     ".
027800
027900 01  REPORT-SET-LINE.
028000     05  RBL-EFFECTIVE-DATE  PIC 9(08).
028100     05  FILLER              PIC X(01) VALUE SPACES.
028200     05  RBL-FROM-DATE       PIC 9(08).
028300     05  FILLER              PIC X(01) VALUE SPACES.
028400     05  RBL-BAND OCCURS 5 TIMES.
028500         10  FILLER          PIC X(01) VALUE SPACES.
028600         10  RBL-TIER        PIC X(01).
028700         10  FILLER          PIC X(01) VALUE SPACES.
028800         10  RBL-LOW         PIC 9(04).
028900         10  FILLER          PIC X(01) VALUE "-".
029000         10  RBL-HIGH        PIC 9(04).
029100
029200 01  REPORT-AGREE-HEADING.
029300     05  FILLER              PIC X(40)
029400         VALUE "TIER       DAY CLOSES   SITE TOTAL      ".
029500
029600 01  REPORT-AGREE-LINE.
029700     05  RAG-LABEL           PIC X(10).
029800     05  RAG-CLOSED          PIC ZZZ,ZZZ,ZZ9.
029900     05  FILLER              PIC X(02) VALUE SPACES.
030000     05  RAG-FOUND           PIC ZZZ,ZZZ,ZZ9.
030100     05  FILLER              PIC X(02) VALUE SPACES.
030200     05  RAG-FLAG            PIC X(16).
030300
030400 01  REPORT-TOTAL-LINE.
030500     05  RTL-LABEL           PIC X(30).
030600     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
030700
030800*****************************************************************
030900* LINKAGE SECTION - PARM IS THE FILING MONTH, YYYYMM, WITH THE
031000* 2-BYTE LENGTH PREFIX THE SYSTEM SUPPLIES
031100*****************************************************************
031200 LINKAGE SECTION.
031300 01  LK-PARM-AREA.
031400     05  LK-PARM-LENGTH              PIC S9(04) COMP.
031500     05  LK-PARM-TEXT                PIC X(06).
031600
031700 PROCEDURE DIVISION USING LK-PARM-AREA.
031800*****************************************************************
031900* 0000-MAINLINE
032000*****************************************************************
032100 0000-MAINLINE.
032200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032300     IF RUN-IS-ABORTED
032400         GOBACK
032500     END-IF.
032600     PERFORM 2000-CHECK-MONTH-CLOSED THRU 2000-EXIT.
032700     IF MONTH-IS-CLOSED
032800         PERFORM 3000-SUM-DAY-CLOSES THRU 3000-EXIT
032900         PERFORM 3500-LOAD-LATE-READINGS THRU 3500-EXIT
033000         PERFORM 4000-SWEEP-HISTORY THRU 4000-EXIT
033100         PERFORM 5000-LOAD-BAND-SETS THRU 5000-EXIT
033200         PERFORM 6000-COMPARE-TOTALS THRU 6000-EXIT
033300     END-IF.
033400     IF MONTH-IS-CLOSED AND NOT RUN-IS-ABORTED
033500         PERFORM 7000-REPORT-AND-FILE THRU 7000-EXIT
033600     END-IF.
033700     IF NOT RUN-IS-ABORTED
033800         PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
033900     END-IF.
034000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034100     EVALUATE TRUE
034200         WHEN RUN-IS-ABORTED
034300             MOVE 16 TO RETURN-CODE
034400         WHEN NOT MONTH-IS-CLOSED
034500             MOVE 8 TO RETURN-CODE
034600         WHEN NOT TOTALS-AGREE
034700             MOVE 8 TO RETURN-CODE
034800         WHEN UNKNOWN-SITE-COUNT > ZERO
034900             MOVE 4 TO RETURN-CODE
035000         WHEN NO-OPENING-SET
035100             MOVE 4 TO RETURN-CODE
035200     END-EVALUATE.
035300     GOBACK.
035400
035500*****************************************************************
035600* 1000-INITIALIZE - EDIT THE PARM AND OPEN THE INPUT FILES.  THE
035700* FILING ITSELF IS OPENED ONLY ONCE THE TOTALS HAVE AGREED.
035800*****************************************************************
035900 1000-INITIALIZE.
036000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
036100     ACCEPT TODAY-TIME FROM TIME.
036200     IF LK-PARM-LENGTH < 6
036300         OR LK-PARM-TEXT(1:6) IS NOT NUMERIC
036400         DISPLAY "ERROR - PARM MUST BE THE FILING MONTH, "
036500             "YYYYMM.  RUN ABORTED."
036600         MOVE "Y" TO ABORT-SWITCH
036700         MOVE 16 TO RETURN-CODE
036800         GO TO 1000-EXIT
036900     END-IF.
037000     MOVE LK-PARM-TEXT(1:6) TO FILING-MONTH.
037100     MOVE LK-PARM-TEXT(5:2) TO FILING-MONTH-MM.
037200     IF FILING-MONTH-MM < 1 OR FILING-MONTH-MM > 12
037300         DISPLAY "ERROR - PARM MONTH " FILING-MONTH-MM
037400             " IS NOT 01-12.  RUN ABORTED."
037500         MOVE "Y" TO ABORT-SWITCH
037600         MOVE 16 TO RETURN-CODE
037700         GO TO 1000-EXIT
037800     END-IF.
037900     COMPUTE MONTH-FROM-DATE = FILING-MONTH * 100 + 1.
038000     COMPUTE MONTH-TO-DATE   = FILING-MONTH * 100 + 31.
038100     OPEN INPUT MONTH-RESULT-FILE.
038200     IF MONR-FILE-STATUS NOT = "00"
038300         DISPLAY "ERROR - GASMONR MONTH RESULTS NOT AVAILABLE, "
038400             "STATUS " MONR-FILE-STATUS ".  RUN ABORTED."
038500         MOVE "Y" TO ABORT-SWITCH
038600         MOVE 16 TO RETURN-CODE
038700         GO TO 1000-EXIT
038800     END-IF.
038900     OPEN INPUT DAY-RESULT-FILE.
039000     IF DAYR-FILE-STATUS NOT = "00"
039100         DISPLAY "ERROR - GASDAYR DAY RESULTS NOT AVAILABLE, "
039200             "STATUS " DAYR-FILE-STATUS ".  RUN ABORTED."
039300         MOVE "Y" TO ABORT-SWITCH
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 1000-EXIT
039600     END-IF.
039700     OPEN INPUT GAS-HISTORY-FILE.
039800     IF HIST-FILE-STATUS NOT = "00"
039900         DISPLAY "ERROR - GASHIST NOT AVAILABLE, STATUS "
040000             HIST-FILE-STATUS ".  RUN ABORTED."
040100         MOVE "Y" TO ABORT-SWITCH
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 1000-EXIT
040400     END-IF.
040500     OPEN INPUT GAS-SITE-FILE.
040600     IF SITE-FILE-STATUS NOT = "00"
040700         DISPLAY "ERROR - GASSITE SITE MASTER NOT AVAILABLE, "
040800             "STATUS " SITE-FILE-STATUS ".  RUN ABORTED."
040900         MOVE "Y" TO ABORT-SWITCH
041000         MOVE 16 TO RETURN-CODE
041100         GO TO 1000-EXIT
041200     END-IF.
041300     OPEN INPUT GAS-PARM-FILE.
041400     IF PARM-FILE-STATUS NOT = "00"
041500         DISPLAY "ERROR - GASPARM NOT AVAILABLE, STATUS "
041600             PARM-FILE-STATUS ".  RUN ABORTED."
041700         MOVE "Y" TO ABORT-SWITCH
041800         MOVE 16 TO RETURN-CODE
041900         GO TO 1000-EXIT
042000     END-IF.
042100     OPEN OUTPUT GAS-REPORT-FILE.
042200     MOVE FILING-MONTH TO RH1-FILING-MONTH.
042300     MOVE TODAY-DATE TO RH1-RUN-DATE.
042400     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
042500     WRITE RPT-PRINT-LINE.
042600     GO TO 1000-EXIT.
042700 1000-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100* 2000-CHECK-MONTH-CLOSED - THE MONTH IS CLOSED WHEN GASMONR
043200* CARRIES A "C" ROW FOR IT, THE SAME TEST THE RATING RUN USES TO
043300* SPOT A LATE READING.  THE LAST SUCH ROW DATES THE CLOSE.
043400*****************************************************************
043500 2000-CHECK-MONTH-CLOSED.
043600     PERFORM 2100-READ-ONE-MONTH-RESULT THRU 2100-EXIT.
043700     PERFORM 2200-TAKE-ONE-MONTH-RESULT THRU 2200-EXIT
043800         UNTIL MONR-AT-EOF.
043900     IF MONTH-IS-CLOSED
044000         MOVE CLOSE-RUN-DATE TO RH2-CLOSE-RUN-DATE
044100         MOVE REPORT-HEADING-2 TO RPT-PRINT-LINE
044200         WRITE RPT-PRINT-LINE
044300     ELSE
044400         MOVE SPACES TO RPT-PRINT-LINE
044500         WRITE RPT-PRINT-LINE
044600         MOVE "FILING REFUSED - MONTH NOT CLOSED BY GASMONCL"
044700             TO RPT-PRINT-LINE
044800         WRITE RPT-PRINT-LINE
044900         DISPLAY "ERROR - MONTH " FILING-MONTH " HAS NOT BEEN "
045000             "CLOSED BY GASMONCL.  NO FILING WRITTEN."
045100     END-IF.
045200     GO TO 2000-EXIT.
045300 2000-EXIT.
045400     EXIT.
045500
045600 2100-READ-ONE-MONTH-RESULT.
045700     READ MONTH-RESULT-FILE
045800         AT END
045900             MOVE "Y" TO MONR-EOF-SWITCH
046000     END-READ.
046100     GO TO 2100-EXIT.
046200 2100-EXIT.
046300     EXIT.
046400
046500 2200-TAKE-ONE-MONTH-RESULT.
046600     IF MR-CLOSE-MONTH = FILING-MONTH
046700         ADD 1 TO MONTH-ROWS-READ-COUNT
046800         IF MR-MONTH-CLOSED
046900             MOVE "Y" TO MONTH-CLOSED-SWITCH
047000             MOVE MR-RUN-DATE TO CLOSE-RUN-DATE
047100         END-IF
047200     END-IF.
047300     PERFORM 2100-READ-ONE-MONTH-RESULT THRU 2100-EXIT.
047400     GO TO 2200-EXIT.
047500 2200-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900* 3000-SUM-DAY-CLOSES - THE MONTH AS CLOSED: THE "C" GASDAYR ROWS
048000* FOR ITS DAYS.  GASMONCL HAS ALREADY PROVED EACH DAY CLOSED
048100* EXACTLY ONCE.
048200*****************************************************************
048300 3000-SUM-DAY-CLOSES.
048400     MOVE ZERO TO CLOSED-DELIVERY-COUNT FOUND-DELIVERY-COUNT.
048500     PERFORM 3050-ZERO-ONE-TIER THRU 3050-EXIT
048600         VARYING TIER-SUB FROM 1 BY 1
048700         UNTIL TIER-SUB > 5.
048800     PERFORM 3100-READ-ONE-DAY-RESULT THRU 3100-EXIT.
048900     PERFORM 3200-TAKE-ONE-DAY-RESULT THRU 3200-EXIT
049000         UNTIL DAYR-AT-EOF.
049100     GO TO 3000-EXIT.
049200 3000-EXIT.
049300     EXIT.
049400
049500 3050-ZERO-ONE-TIER.
049600     MOVE ZERO TO CLOSED-TALLY (TIER-SUB) FOUND-TALLY (TIER-SUB).
049700     GO TO 3050-EXIT.
049800 3050-EXIT.
049900     EXIT.
050000
050100 3100-READ-ONE-DAY-RESULT.
050200     READ DAY-RESULT-FILE
050300         AT END
050400             MOVE "Y" TO DAYR-EOF-SWITCH
050500     END-READ.
050600     GO TO 3100-EXIT.
050700 3100-EXIT.
050800     EXIT.
050900
051000 3200-TAKE-ONE-DAY-RESULT.
051100     MOVE DR-CLOSE-DATE TO SPLIT-DATE.
051200     IF SPLIT-YYYYMM NOT = FILING-MONTH
051300         OR NOT DR-DAY-CLOSED
051400         GO TO 3200-NEXT
051500     END-IF.
051600     ADD 1 TO DAYS-CLOSED-COUNT.
051700     ADD DR-TALLY-E TO CLOSED-TALLY (1).
051800     ADD DR-TALLY-G TO CLOSED-TALLY (2).
051900     ADD DR-TALLY-F TO CLOSED-TALLY (3).
052000     ADD DR-TALLY-P TO CLOSED-TALLY (4).
052100     ADD DR-TALLY-U TO CLOSED-TALLY (5).
052200     ADD DR-TALLY-E DR-TALLY-G DR-TALLY-F DR-TALLY-P DR-TALLY-U
052300         TO CLOSED-DELIVERY-COUNT.
052400 3200-NEXT.
052500     PERFORM 3100-READ-ONE-DAY-RESULT THRU 3100-EXIT.
052600     GO TO 3200-EXIT.
052700 3200-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100* 3500-LOAD-LATE-READINGS - THE GASHIST KEY OF EVERY LATE READING
053200* POSTED IN THE MONTH.  NO GASADJ FILE YET MEANS NO LATE READINGS
053300* HAVE EVER BEEN POSTED.  A TABLE OVERFLOW LEAVES ROWS IN THE
053400* SWEEP THAT THE DAY CLOSES NEVER HAD, AND THE COMPARISON REFUSES
053500* THE FILING.
053600*****************************************************************
053700 3500-LOAD-LATE-READINGS.
053800     OPEN INPUT ADJUST-FILE.
053900     IF ADJ-FILE-STATUS = "35"
054000         GO TO 3500-EXIT
054100     END-IF.
054200     IF ADJ-FILE-STATUS NOT = "00"
054300         DISPLAY "ERROR - GASADJ NOT AVAILABLE, STATUS "
054400             ADJ-FILE-STATUS ".  RUN ABORTED."
054500         MOVE "Y" TO ABORT-SWITCH
054600         GO TO 3500-EXIT
054700     END-IF.
054800     PERFORM 3510-READ-ONE-ADJUSTMENT THRU 3510-EXIT.
054900     PERFORM 3520-TAKE-ONE-ADJUSTMENT THRU 3520-EXIT
055000         UNTIL ADJ-AT-EOF.
055100     CLOSE ADJUST-FILE.
055200     GO TO 3500-EXIT.
055300 3500-EXIT.
055400     EXIT.
055500
055600 3510-READ-ONE-ADJUSTMENT.
055700     READ ADJUST-FILE
055800         AT END
055900             MOVE "Y" TO ADJ-EOF-SWITCH
056000     END-READ.
056100     GO TO 3510-EXIT.
056200 3510-EXIT.
056300     EXIT.
056400
056500 3520-TAKE-ONE-ADJUSTMENT.
056600     IF AJ-POSTED-DATE < MONTH-FROM-DATE
056700         OR AJ-POSTED-DATE > MONTH-TO-DATE
056800         GO TO 3520-NEXT
056900     END-IF.
057000     IF LATE-STORED-COUNT >= 2000
057100         ADD 1 TO LATE-OVERFLOW-COUNT
057200         GO TO 3520-NEXT
057300     END-IF.
057400     ADD 1 TO LATE-STORED-COUNT.
057500     MOVE AJ-POSTED-DATE TO LT-RUN-DATE (LATE-STORED-COUNT).
057600     MOVE AJ-SITE-ID     TO LT-SITE-ID (LATE-STORED-COUNT).
057700     MOVE AJ-SEQUENCE-NO TO LT-SEQUENCE-NO (LATE-STORED-COUNT).
057800 3520-NEXT.
057900     PERFORM 3510-READ-ONE-ADJUSTMENT THRU 3510-EXIT.
058000     GO TO 3520-EXIT.
058100 3520-EXIT.
058200     EXIT.
058300
058400*****************************************************************
058500* 4000-SWEEP-HISTORY - POSITION AT THE FIRST OF THE MONTH ON THE
058600* GH-RUN-DATE ALTERNATE INDEX AND READ FORWARD UNTIL A RUN DATE
058700* PAST THE END OF THE MONTH COMES UP
058800*****************************************************************
058900 4000-SWEEP-HISTORY.
059000     IF RUN-IS-ABORTED
059100         GO TO 4000-EXIT
059200     END-IF.
059300     MOVE MONTH-FROM-DATE TO GH-RUN-DATE.
059400     START GAS-HISTORY-FILE
059500         KEY IS NOT LESS THAN GH-RUN-DATE
059600         INVALID KEY
059700             MOVE "Y" TO HIST-EOF-SWITCH
059800     END-START.
059900     IF HIST-AT-EOF
060000         GO TO 4000-EXIT
060100     END-IF.
060200     PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT.
060300     PERFORM 4200-PROCESS-ONE-RECORD THRU 4200-EXIT
060400         UNTIL HIST-AT-EOF OR SWEEP-IS-DONE.
060500     GO TO 4000-EXIT.
060600 4000-EXIT.
060700     EXIT.
060800
060900 4100-READ-ONE-HISTORY.
061000     READ GAS-HISTORY-FILE NEXT RECORD
061100         AT END
061200             MOVE "Y" TO HIST-EOF-SWITCH
061300     END-READ.
061400     GO TO 4100-EXIT.
061500 4100-EXIT.
061600     EXIT.
061700
061800*****************************************************************
061900* 4200-PROCESS-ONE-RECORD - ONLY BATCH ROWS ARE DELIVERIES
062000* (INTERACTIVE ROWS CARRY THE OPERATOR WHO KEYED THE CHECK), AND
062100* A LATE READING BELONGS TO THE CLOSED DAY IT WAS POSTED AGAINST
062200*****************************************************************
062300 4200-PROCESS-ONE-RECORD.
062400     IF GH-RUN-DATE > MONTH-TO-DATE
062500         MOVE "Y" TO SWEEP-DONE-SWITCH
062600         GO TO 4200-EXIT
062700     END-IF.
062800     ADD 1 TO EXAMINED-COUNT.
062900     IF GH-OPERATOR-ID NOT = SPACES
063000         ADD 1 TO INTERACTIVE-SKIP-COUNT
063100         GO TO 4200-NEXT
063200     END-IF.
063300     IF LATE-STORED-COUNT > ZERO
063400         MOVE ZERO TO LATE-FOUND-SUB
063500         PERFORM 4210-MATCH-ONE-LATE-KEY THRU 4210-EXIT
063600             VARYING LATE-SUB FROM 1 BY 1
063700             UNTIL LATE-SUB > LATE-STORED-COUNT
063800             OR LATE-FOUND-SUB > ZERO
063900         IF LATE-FOUND-SUB > ZERO
064000             ADD 1 TO LATE-EXCLUDED-COUNT
064100             GO TO 4200-NEXT
064200         END-IF
064300     END-IF.
064400     EVALUATE GH-RATING-VALUE
064500         WHEN "E"
064600             MOVE 1 TO TIER-SUB
064700         WHEN "G"
064800             MOVE 2 TO TIER-SUB
064900         WHEN "F"
065000             MOVE 3 TO TIER-SUB
065100         WHEN "P"
065200             MOVE 4 TO TIER-SUB
065300         WHEN "U"
065400             MOVE 5 TO TIER-SUB
065500         WHEN OTHER
065600             MOVE ZERO TO TIER-SUB
065700     END-EVALUATE.
065800     IF TIER-SUB = ZERO
065900         ADD 1 TO UNRATED-ROW-COUNT
066000         GO TO 4200-NEXT
066100     END-IF.
066200     PERFORM 4250-FIND-SITE-ENTRY THRU 4250-EXIT.
066300     IF FS-FOUND-SUB = ZERO
066400         GO TO 4200-NEXT
066500     END-IF.
066600     ADD 1 TO FS-TALLY (FS-FOUND-SUB, TIER-SUB).
066700     ADD 1 TO FS-DELIVERY-COUNT (FS-FOUND-SUB).
066800     ADD 1 TO FOUND-TALLY (TIER-SUB).
066900     ADD 1 TO FOUND-DELIVERY-COUNT.
067000 4200-NEXT.
067100     PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT.
067200     GO TO 4200-EXIT.
067300 4200-EXIT.
067400     EXIT.
067500
067600 4210-MATCH-ONE-LATE-KEY.
067700     IF LT-RUN-DATE (LATE-SUB) = GH-RUN-DATE
067800         AND LT-SITE-ID (LATE-SUB) = GH-SITE-ID
067900         AND LT-SEQUENCE-NO (LATE-SUB) = GH-SEQUENCE-NO
068000         MOVE LATE-SUB TO LATE-FOUND-SUB
068100     END-IF.
068200     GO TO 4210-EXIT.
068300 4210-EXIT.
068400     EXIT.
068500
068600*****************************************************************
068700* 4250-FIND-SITE-ENTRY - LOCATE OR ADD THE SITE'S MONTH TABLE
068800* ENTRY.  FS-FOUND-SUB COMES BACK ZERO ONLY ON TABLE OVERFLOW;
068900* THOSE ROWS ARE NOT COUNTED AND THE COMPARISON REFUSES THE
069000* FILING.
069100*****************************************************************
069200 4250-FIND-SITE-ENTRY.
069300     MOVE ZERO TO FS-FOUND-SUB.
069400     PERFORM 4260-MATCH-ONE-SITE THRU 4260-EXIT
069500         VARYING FS-SUB FROM 1 BY 1
069600         UNTIL FS-SUB > FS-STORED-COUNT
069700         OR FS-FOUND-SUB > ZERO.
069800     IF FS-FOUND-SUB > ZERO
069900         GO TO 4250-EXIT
070000     END-IF.
070100     IF FS-STORED-COUNT >= 500
070200         ADD 1 TO FS-OVERFLOW-COUNT
070300         GO TO 4250-EXIT
070400     END-IF.
070500     ADD 1 TO FS-STORED-COUNT.
070600     MOVE FS-STORED-COUNT TO FS-FOUND-SUB.
070700     MOVE GH-SITE-ID TO FS-SITE-ID (FS-FOUND-SUB).
070800     PERFORM 4270-ZERO-ONE-TIER THRU 4270-EXIT
070900         VARYING TIER-SUB FROM 1 BY 1
071000         UNTIL TIER-SUB > 5.
071100     MOVE ZERO TO FS-DELIVERY-COUNT (FS-FOUND-SUB).
071200     MOVE "N" TO FS-FILED-FLAG (FS-FOUND-SUB).
071300     GO TO 4250-EXIT.
071400 4250-EXIT.
071500     EXIT.
071600
071700 4260-MATCH-ONE-SITE.
071800     IF FS-SITE-ID (FS-SUB) = GH-SITE-ID
071900         MOVE FS-SUB TO FS-FOUND-SUB
072000     END-IF.
072100     GO TO 4260-EXIT.
072200 4260-EXIT.
072300     EXIT.
072400
072500 4270-ZERO-ONE-TIER.
072600     MOVE ZERO TO FS-TALLY (FS-FOUND-SUB, TIER-SUB).
072700     GO TO 4270-EXIT.
072800 4270-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200* 5000-LOAD-BAND-SETS - FILE EVERY GASPARM TIER RECORD UNDER ITS
073300* EFFECTIVE-DATED BAND SET
073400*****************************************************************
073500 5000-LOAD-BAND-SETS.
073600     IF RUN-IS-ABORTED
073700         GO TO 5000-EXIT
073800     END-IF.
073900     PERFORM 5100-READ-ONE-PARM THRU 5100-EXIT.
074000     PERFORM 5200-STORE-ONE-TIER THRU 5200-EXIT
074100         UNTIL PARM-AT-EOF OR RUN-IS-ABORTED.
074200     GO TO 5000-EXIT.
074300 5000-EXIT.
074400     EXIT.
074500
074600 5100-READ-ONE-PARM.
074700     READ GAS-PARM-FILE
074800         AT END
074900             MOVE "Y" TO PARM-EOF-SWITCH
075000     END-READ.
075100     GO TO 5100-EXIT.
075200 5100-EXIT.
075300     EXIT.
075400
075500 5200-STORE-ONE-TIER.
075516*    A SET STILL AWAITING APPROVAL NEVER GOVERNED A RATING.
075532     IF GP-SET-PENDING
075548         PERFORM 5100-READ-ONE-PARM THRU 5100-EXIT
075564         GO TO 5200-EXIT
075580     END-IF.
075600     MOVE ZERO TO SET-FOUND-SUB.
075700     PERFORM 5210-MATCH-ONE-SET THRU 5210-EXIT
075800         VARYING SET-SUB FROM 1 BY 1
075900         UNTIL SET-SUB > PARM-SET-COUNT
076000         OR SET-FOUND-SUB > ZERO.
076100     IF SET-FOUND-SUB = ZERO
076200         IF PARM-SET-COUNT >= 20
076300             DISPLAY "ERROR - GASPARM CARRIES MORE THAN 20 "
076400                 "BAND SETS.  RUN ABORTED."
076500             MOVE "Y" TO ABORT-SWITCH
076600             GO TO 5200-EXIT
076700         END-IF
076800         ADD 1 TO PARM-SET-COUNT
076900         MOVE PARM-SET-COUNT TO SET-FOUND-SUB
077000         MOVE GP-EFFECTIVE-DATE
077100             TO PS-EFFECTIVE-DATE (SET-FOUND-SUB)
077200         PERFORM 5220-ZERO-ONE-BAND THRU 5220-EXIT
077300             VARYING TIER-SUB FROM 1 BY 1
077400             UNTIL TIER-SUB > 5
077500     END-IF.
077600     EVALUATE GP-RATING-CODE
077700         WHEN "E"
077800             MOVE 1 TO TIER-SUB
077900         WHEN "G"
078000             MOVE 2 TO TIER-SUB
078100         WHEN "F"
078200             MOVE 3 TO TIER-SUB
078300         WHEN "P"
078400             MOVE 4 TO TIER-SUB
078500         WHEN "U"
078600             MOVE 5 TO TIER-SUB
078700         WHEN OTHER
078800             MOVE ZERO TO TIER-SUB
078900     END-EVALUATE.
079000     IF TIER-SUB > ZERO
079100         MOVE GP-LOW-VALUE  TO PS-LOW (SET-FOUND-SUB, TIER-SUB)
079200         MOVE GP-HIGH-VALUE TO PS-HIGH (SET-FOUND-SUB, TIER-SUB)
079300     END-IF.
079400     PERFORM 5100-READ-ONE-PARM THRU 5100-EXIT.
079500     GO TO 5200-EXIT.
079600 5200-EXIT.
079700     EXIT.
079800
079900 5210-MATCH-ONE-SET.
080000     IF PS-EFFECTIVE-DATE (SET-SUB) = GP-EFFECTIVE-DATE
080100         MOVE SET-SUB TO SET-FOUND-SUB
080200     END-IF.
080300     GO TO 5210-EXIT.
080400 5210-EXIT.
080500     EXIT.
080600
080700 5220-ZERO-ONE-BAND.
080800     MOVE ZERO TO PS-LOW (SET-FOUND-SUB, TIER-SUB)
080900                  PS-HIGH (SET-FOUND-SUB, TIER-SUB).
081000     GO TO 5220-EXIT.
081100 5220-EXIT.
081200     EXIT.
081300
081400*****************************************************************
081500* 6000-COMPARE-TOTALS - THE SITE DETAILS MUST ADD UP TO THE DAY
081600* CLOSES TIER BY TIER.  EVERY TIER IS PRINTED SO A DIFFERENCE
081700* CAN BE CHASED FROM THIS REPORT ALONE.
081800*****************************************************************
081900 6000-COMPARE-TOTALS.
082000     IF RUN-IS-ABORTED
082100         GO TO 6000-EXIT
082200     END-IF.
082300     MOVE SPACES TO RPT-PRINT-LINE.
082400     WRITE RPT-PRINT-LINE.
082500     MOVE "RECONCILIATION TO THE GASDAYR DAY CLOSES"
082600         TO RPT-PRINT-LINE.
082700     WRITE RPT-PRINT-LINE.
082800     MOVE REPORT-AGREE-HEADING TO RPT-PRINT-LINE.
082900     WRITE RPT-PRINT-LINE.
083000     MOVE ZERO TO DIFFERENT-TIER-COUNT.
083100     PERFORM 6100-COMPARE-ONE-TIER THRU 6100-EXIT
083200         VARYING TIER-SUB FROM 1 BY 1
083300         UNTIL TIER-SUB > 5.
083400     MOVE "TOTAL     "          TO RAG-LABEL.
083500     MOVE CLOSED-DELIVERY-COUNT TO RAG-CLOSED.
083600     MOVE FOUND-DELIVERY-COUNT  TO RAG-FOUND.
083700     MOVE SPACES TO RAG-FLAG.
083800     IF CLOSED-DELIVERY-COUNT NOT = FOUND-DELIVERY-COUNT
083900         MOVE "** DIFFERS **" TO RAG-FLAG
084000         ADD 1 TO DIFFERENT-TIER-COUNT
084100     END-IF.
084200     MOVE REPORT-AGREE-LINE TO RPT-PRINT-LINE.
084300     WRITE RPT-PRINT-LINE.
084400     MOVE SPACES TO RPT-PRINT-LINE.
084500     WRITE RPT-PRINT-LINE.
084600     IF DIFFERENT-TIER-COUNT = ZERO
084700         MOVE "Y" TO TOTALS-AGREE-SWITCH
084800         MOVE "SITE DETAILS AGREE WITH THE DAY CLOSES"
084900             TO RPT-PRINT-LINE
085000     ELSE
085100         MOVE "FILING REFUSED - SITE DETAILS DO NOT AGREE"
085200             TO RPT-PRINT-LINE
085300         DISPLAY "ERROR - MONTH " FILING-MONTH " SITE DETAILS DO "
085400             "NOT AGREE WITH THE DAY CLOSES.  NO FILING WRITTEN."
085500     END-IF.
085600     WRITE RPT-PRINT-LINE.
085700     GO TO 6000-EXIT.
085800 6000-EXIT.
085900     EXIT.
086000
086100 6100-COMPARE-ONE-TIER.
086200     MOVE SPACES TO RAG-LABEL.
086300     MOVE TIER-CODES(TIER-SUB:1) TO RAG-LABEL(1:1).
086400     MOVE CLOSED-TALLY (TIER-SUB) TO RAG-CLOSED.
086500     MOVE FOUND-TALLY (TIER-SUB)  TO RAG-FOUND.
086600     MOVE SPACES TO RAG-FLAG.
086700     IF CLOSED-TALLY (TIER-SUB) NOT = FOUND-TALLY (TIER-SUB)
086800         MOVE "** DIFFERS **" TO RAG-FLAG
086900         ADD 1 TO DIFFERENT-TIER-COUNT
087000     END-IF.
087100     MOVE REPORT-AGREE-LINE TO RPT-PRINT-LINE.
087200     WRITE RPT-PRINT-LINE.
087300     GO TO 6100-EXIT.
087400 6100-EXIT.
087500     EXIT.
087600
087700*****************************************************************
087800* 7000-REPORT-AND-FILE - LIST EVERY SITE DETAIL AND BAND SET ON
087900* THE REPORT, AND WHEN THE TOTALS AGREED WRITE THEM TO THE
088000* FILING BETWEEN ITS HEADER AND TRAILER.  A REFUSED MONTH STILL
088100* GETS THE LISTING SO THE DIFFERENCE CAN BE FOUND.
088200*****************************************************************
088300 7000-REPORT-AND-FILE.
088400     IF TOTALS-AGREE
088500         PERFORM 7100-OPEN-FILING THRU 7100-EXIT
088600     END-IF.
088700     IF RUN-IS-ABORTED
088800         GO TO 7000-EXIT
088900     END-IF.
089000     MOVE SPACES TO RPT-PRINT-LINE.
089100     WRITE RPT-PRINT-LINE.
089200     MOVE REPORT-SITE-HEADING TO RPT-PRINT-LINE.
089300     WRITE RPT-PRINT-LINE.
089400     PERFORM 7200-READ-ONE-SITE THRU 7200-EXIT.
089500     PERFORM 7300-FILE-ONE-MASTER-SITE THRU 7300-EXIT
089600         UNTIL SITE-AT-EOF.
089700     PERFORM 7400-FILE-ONE-UNKNOWN-SITE THRU 7400-EXIT
089800         VARYING FS-SUB FROM 1 BY 1
089900         UNTIL FS-SUB > FS-STORED-COUNT.
090000     MOVE SPACES TO RPT-PRINT-LINE.
090100     WRITE RPT-PRINT-LINE.
090200     MOVE "BAND SETS IN EFFECT DURING THE MONTH"
090300         TO RPT-PRINT-LINE.
090400     WRITE RPT-PRINT-LINE.
090500     MOVE REPORT-SET-HEADING TO RPT-PRINT-LINE.
090600     WRITE RPT-PRINT-LINE.
090700     PERFORM 7600-FILE-BAND-SETS THRU 7600-EXIT.
090800     IF FILING-IS-OPEN
090900         PERFORM 7800-WRITE-TRAILER THRU 7800-EXIT
091000     END-IF.
091100     GO TO 7000-EXIT.
091200 7000-EXIT.
091300     EXIT.
091400
091500*****************************************************************
091600* 7100-OPEN-FILING - OPEN THE FILING AND WRITE ITS HEADER
091700*****************************************************************
091800 7100-OPEN-FILING.
091900     OPEN OUTPUT FILING-FILE.
092000     IF RFIL-FILE-STATUS NOT = "00"
092100         DISPLAY "ERROR - GASRFIL CANNOT BE OPENED, STATUS "
092200             RFIL-FILE-STATUS ".  RUN ABORTED."
092300         MOVE "Y" TO ABORT-SWITCH
092400         GO TO 7100-EXIT
092500     END-IF.
092600     MOVE "Y" TO FILING-OPEN-SWITCH.
092700     MOVE SPACES         TO RF-FILING-RECORD.
092800     MOVE "H"            TO RF-RECORD-TYPE.
092900     MOVE FILING-MONTH   TO RF-H-PERIOD.
093000     MOVE TODAY-DATE     TO RF-H-CREATE-DATE.
093100     MOVE TODAY-TIME     TO RF-H-CREATE-TIME.
093200     MOVE "GASREGF"      TO RF-H-SOURCE.
093300     MOVE CLOSE-RUN-DATE TO RF-H-CLOSE-RUN-DATE.
093400     WRITE RF-FILING-RECORD.
093500     GO TO 7100-EXIT.
093600 7100-EXIT.
093700     EXIT.
093800
093900 7200-READ-ONE-SITE.
094000     READ GAS-SITE-FILE NEXT RECORD
094100         AT END
094200             MOVE "Y" TO SITE-EOF-SWITCH
094300     END-READ.
094400     GO TO 7200-EXIT.
094500 7200-EXIT.
094600     EXIT.
094700
094800*****************************************************************
094900* 7300-FILE-ONE-MASTER-SITE - EVERY ACTIVE SITE IS FILED, WITH
095000* ZERO COUNTS IF IT HAD NO DELIVERIES.  AN INACTIVE SITE IS FILED
095100* ONLY IF IT HAD DELIVERIES IN THE MONTH.
095200*****************************************************************
095300 7300-FILE-ONE-MASTER-SITE.
095400     MOVE ZERO TO FS-FOUND-SUB.
095500     PERFORM 7310-MATCH-MASTER-SITE THRU 7310-EXIT
095600         VARYING FS-SUB FROM 1 BY 1
095700         UNTIL FS-SUB > FS-STORED-COUNT
095800         OR FS-FOUND-SUB > ZERO.
095900     IF NOT SM-SITE-ACTIVE AND FS-FOUND-SUB = ZERO
096000         GO TO 7300-NEXT
096100     END-IF.
096200     MOVE SM-SITE-ID TO DETAIL-SITE-ID.
096300     MOVE SM-REGION  TO DETAIL-REGION.
096400     IF SM-SITE-ACTIVE
096500         MOVE "A" TO DETAIL-STATUS
096600     ELSE
096700         MOVE "I" TO DETAIL-STATUS
096800         ADD 1 TO INACTIVE-SITE-COUNT
096900     END-IF.
097000     PERFORM 7500-FILE-ONE-DETAIL THRU 7500-EXIT.
097100 7300-NEXT.
097200     PERFORM 7200-READ-ONE-SITE THRU 7200-EXIT.
097300     GO TO 7300-EXIT.
097400 7300-EXIT.
097500     EXIT.
097600
097700 7310-MATCH-MASTER-SITE.
097800     IF FS-SITE-ID (FS-SUB) = SM-SITE-ID
097900         MOVE FS-SUB TO FS-FOUND-SUB
098000     END-IF.
098100     GO TO 7310-EXIT.
098200 7310-EXIT.
098300     EXIT.
098400
098500*****************************************************************
098600* 7400-FILE-ONE-UNKNOWN-SITE - A SITE WITH DELIVERIES IN THE
098700* MONTH THAT IS NO LONGER ON THE MASTER IS STILL FILED, WITH NO
098800* REGION, SO THE DETAILS ADD UP TO THE MONTH
098900*****************************************************************
099000 7400-FILE-ONE-UNKNOWN-SITE.
099100     IF FS-FILED-FLAG (FS-SUB) = "Y"
099200         GO TO 7400-EXIT
099300     END-IF.
099400     MOVE FS-SUB TO FS-FOUND-SUB.
099500     MOVE FS-SITE-ID (FS-SUB) TO DETAIL-SITE-ID.
099600     MOVE SPACES TO DETAIL-REGION.
099700     MOVE "N" TO DETAIL-STATUS.
099800     ADD 1 TO UNKNOWN-SITE-COUNT.
099900     PERFORM 7500-FILE-ONE-DETAIL THRU 7500-EXIT.
100000     GO TO 7400-EXIT.
100100 7400-EXIT.
100200     EXIT.
100300
100400*****************************************************************
100500* 7500-FILE-ONE-DETAIL - ONE SITE LINE, AND ONE FILING DETAIL
100600* WHEN THE FILING IS OPEN.  FS-FOUND-SUB IS THE SITE'S MONTH
100700* TABLE ENTRY, OR ZERO FOR AN ACTIVE SITE WITH NO DELIVERIES.
100800*****************************************************************
100900 7500-FILE-ONE-DETAIL.
101000     MOVE SPACES TO RF-FILING-RECORD.
101100     MOVE "D"            TO RF-RECORD-TYPE.
101200     MOVE DETAIL-SITE-ID TO RF-D-SITE-ID.
101300     MOVE DETAIL-REGION  TO RF-D-REGION.
101400     MOVE DETAIL-STATUS  TO RF-D-SITE-STATUS.
101500     IF FS-FOUND-SUB = ZERO
101600         MOVE ZERO TO RF-D-TALLY-E RF-D-TALLY-G RF-D-TALLY-F
101700                      RF-D-TALLY-P RF-D-TALLY-U
101800                      RF-D-DELIVERY-COUNT
101900     ELSE
102000         MOVE "Y" TO FS-FILED-FLAG (FS-FOUND-SUB)
102100         MOVE FS-TALLY (FS-FOUND-SUB, 1) TO RF-D-TALLY-E
102200         MOVE FS-TALLY (FS-FOUND-SUB, 2) TO RF-D-TALLY-G
102300         MOVE FS-TALLY (FS-FOUND-SUB, 3) TO RF-D-TALLY-F
102400         MOVE FS-TALLY (FS-FOUND-SUB, 4) TO RF-D-TALLY-P
102500         MOVE FS-TALLY (FS-FOUND-SUB, 5) TO RF-D-TALLY-U
102600         MOVE FS-DELIVERY-COUNT (FS-FOUND-SUB)
102700             TO RF-D-DELIVERY-COUNT
102800     END-IF.
102900     MOVE DETAIL-SITE-ID      TO RSL-SITE-ID.
103000     MOVE DETAIL-REGION       TO RSL-REGION.
103100     MOVE DETAIL-STATUS       TO RSL-STATUS.
103200     MOVE RF-D-DELIVERY-COUNT TO RSL-READS.
103300     MOVE RF-D-TALLY-E        TO RSL-TALLY (1).
103400     MOVE RF-D-TALLY-G        TO RSL-TALLY (2).
103500     MOVE RF-D-TALLY-F        TO RSL-TALLY (3).
103600     MOVE RF-D-TALLY-P        TO RSL-TALLY (4).
103700     MOVE RF-D-TALLY-U        TO RSL-TALLY (5).
103800     MOVE REPORT-SITE-LINE TO RPT-PRINT-LINE.
103900     WRITE RPT-PRINT-LINE.
104000     ADD 1 TO FILING-DETAIL-COUNT.
104100     IF FILING-IS-OPEN
104200         WRITE RF-FILING-RECORD
104300     END-IF.
104400     GO TO 7500-EXIT.
104500 7500-EXIT.
104600     EXIT.
104700
104800*****************************************************************
104900* 7600-FILE-BAND-SETS - THE SET IN EFFECT ON THE FIRST OF THE
105000* MONTH (THE LATEST EFFECTIVE ON OR BEFORE IT), THEN EVERY SET
105100* THAT TOOK EFFECT DURING THE MONTH, IN EFFECTIVE-DATE ORDER
105200*****************************************************************
105300 7600-FILE-BAND-SETS.
105400     MOVE ZERO TO NEXT-SET-SUB.
105500     PERFORM 7610-FIND-OPENING-SET THRU 7610-EXIT
105600         VARYING SET-SUB FROM 1 BY 1
105700         UNTIL SET-SUB > PARM-SET-COUNT.
105800     IF NEXT-SET-SUB = ZERO
105900         MOVE "Y" TO NO-OPENING-SET-SWITCH
106000         MOVE "NO BAND SET IN EFFECT ON THE FIRST OF THE MONTH"
106100             TO RPT-PRINT-LINE
106200         WRITE RPT-PRINT-LINE
106300         MOVE MONTH-FROM-DATE TO LAST-SET-DATE
106400     ELSE
106500         MOVE MONTH-FROM-DATE TO SET-FROM-DATE
106600         PERFORM 7700-FILE-ONE-SET THRU 7700-EXIT
106700     END-IF.
106800     PERFORM 7620-FILE-NEXT-SET THRU 7620-EXIT
106900         UNTIL NEXT-SET-SUB = ZERO.
107000     GO TO 7600-EXIT.
107100 7600-EXIT.
107200     EXIT.
107300
107400 7610-FIND-OPENING-SET.
107500     IF PS-EFFECTIVE-DATE (SET-SUB) > MONTH-FROM-DATE
107600         GO TO 7610-EXIT
107700     END-IF.
107800     IF NEXT-SET-SUB = ZERO
107900         MOVE SET-SUB TO NEXT-SET-SUB
108000         GO TO 7610-EXIT
108100     END-IF.
108200     IF PS-EFFECTIVE-DATE (SET-SUB)
108300         > PS-EFFECTIVE-DATE (NEXT-SET-SUB)
108400         MOVE SET-SUB TO NEXT-SET-SUB
108500     END-IF.
108600     GO TO 7610-EXIT.
108700 7610-EXIT.
108800     EXIT.
108900
109000*****************************************************************
109100* 7620-FILE-NEXT-SET - THE EARLIEST SET EFFECTIVE AFTER THE LAST
109200* ONE FILED AND NO LATER THAN THE END OF THE MONTH.  NEXT-SET-SUB
109300* COMES BACK ZERO WHEN THERE IS NONE.
109400*****************************************************************
109500 7620-FILE-NEXT-SET.
109600     MOVE ZERO TO NEXT-SET-SUB.
109700     PERFORM 7630-CHECK-ONE-LATER-SET THRU 7630-EXIT
109800         VARYING SET-SUB FROM 1 BY 1
109900         UNTIL SET-SUB > PARM-SET-COUNT.
110000     IF NEXT-SET-SUB > ZERO
110100         MOVE PS-EFFECTIVE-DATE (NEXT-SET-SUB) TO SET-FROM-DATE
110200         PERFORM 7700-FILE-ONE-SET THRU 7700-EXIT
110300     END-IF.
110400     GO TO 7620-EXIT.
110500 7620-EXIT.
110600     EXIT.
110700
110800 7630-CHECK-ONE-LATER-SET.
110900     IF PS-EFFECTIVE-DATE (SET-SUB) NOT > LAST-SET-DATE
111000         OR PS-EFFECTIVE-DATE (SET-SUB) > MONTH-TO-DATE
111100         GO TO 7630-EXIT
111200     END-IF.
111300     IF NEXT-SET-SUB = ZERO
111400         MOVE SET-SUB TO NEXT-SET-SUB
111500         GO TO 7630-EXIT
111600     END-IF.
111700     IF PS-EFFECTIVE-DATE (SET-SUB)
111800         < PS-EFFECTIVE-DATE (NEXT-SET-SUB)
111900         MOVE SET-SUB TO NEXT-SET-SUB
112000     END-IF.
112100     GO TO 7630-EXIT.
112200 7630-EXIT.
112300     EXIT.
112400
112500*****************************************************************
112600* 7700-FILE-ONE-SET - ONE BAND SET LINE, AND ONE FILING BAND-SET
112700* ROW WHEN THE FILING IS OPEN.  THE CALLER SETS SET-FROM-DATE,
112800* WHICH BECOMES THE LAST DATE FILED -- SO A SET EFFECTIVE ON THE
112900* FIRST OF THE MONTH IS NOT PICKED UP A SECOND TIME.
113000*****************************************************************
113100 7700-FILE-ONE-SET.
113200     MOVE SET-FROM-DATE TO LAST-SET-DATE RBL-FROM-DATE.
113300     MOVE SPACES TO RF-FILING-RECORD.
113400     MOVE "B" TO RF-RECORD-TYPE.
113500     MOVE PS-EFFECTIVE-DATE (NEXT-SET-SUB) TO RF-B-EFFECTIVE-DATE
113600                                             RBL-EFFECTIVE-DATE.
113700     MOVE SET-FROM-DATE TO RF-B-IN-EFFECT-FROM.
113800     PERFORM 7710-MOVE-ONE-BAND THRU 7710-EXIT
113900         VARYING TIER-SUB FROM 1 BY 1
114000         UNTIL TIER-SUB > 5.
114100     MOVE REPORT-SET-LINE TO RPT-PRINT-LINE.
114200     WRITE RPT-PRINT-LINE.
114300     ADD 1 TO FILING-SET-COUNT.
114400     IF FILING-IS-OPEN
114500         WRITE RF-FILING-RECORD
114600     END-IF.
114700     GO TO 7700-EXIT.
114800 7700-EXIT.
114900     EXIT.
115000
115100 7710-MOVE-ONE-BAND.
115200     MOVE PS-LOW (NEXT-SET-SUB, TIER-SUB)
115300         TO RF-B-LOW (TIER-SUB) RBL-LOW (TIER-SUB).
115400     MOVE PS-HIGH (NEXT-SET-SUB, TIER-SUB)
115500         TO RF-B-HIGH (TIER-SUB) RBL-HIGH (TIER-SUB).
115600     MOVE TIER-CODES(TIER-SUB:1) TO RBL-TIER (TIER-SUB).
115700     GO TO 7710-EXIT.
115800 7710-EXIT.
115900     EXIT.
116000
116100*****************************************************************
116200* 7800-WRITE-TRAILER - THE MONTH'S TOTALS AS CLOSED ON GASDAYR,
116300* WHICH THE DETAILS HAVE ALREADY BEEN PROVED TO ADD UP TO
116400*****************************************************************
116500 7800-WRITE-TRAILER.
116600     MOVE SPACES                TO RF-FILING-RECORD.
116700     MOVE "T"                   TO RF-RECORD-TYPE.
116800     MOVE FILING-DETAIL-COUNT   TO RF-T-DETAIL-COUNT.
116900     MOVE FILING-SET-COUNT      TO RF-T-BAND-SET-COUNT.
117000     MOVE CLOSED-TALLY (1)      TO RF-T-TALLY-E.
117100     MOVE CLOSED-TALLY (2)      TO RF-T-TALLY-G.
117200     MOVE CLOSED-TALLY (3)      TO RF-T-TALLY-F.
117300     MOVE CLOSED-TALLY (4)      TO RF-T-TALLY-P.
117400     MOVE CLOSED-TALLY (5)      TO RF-T-TALLY-U.
117500     MOVE CLOSED-DELIVERY-COUNT TO RF-T-DELIVERY-COUNT.
117600     WRITE RF-FILING-RECORD.
117700     GO TO 7800-EXIT.
117800 7800-EXIT.
117900     EXIT.
118000
118100*****************************************************************
118200* 8500-PRINT-TOTALS
118300*****************************************************************
118400 8500-PRINT-TOTALS.
118500     MOVE SPACES TO RPT-PRINT-LINE.
118600     WRITE RPT-PRINT-LINE.
118700     MOVE "GASMONR ROWS FOR THE MONTH    " TO RTL-LABEL.
118800     MOVE MONTH-ROWS-READ-COUNT TO RTL-COUNT.
118900     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
119000     IF NOT MONTH-IS-CLOSED
119100         GO TO 8500-EXIT
119200     END-IF.
119300     MOVE "DAYS CLOSED IN THE MONTH      " TO RTL-LABEL.
119400     MOVE DAYS-CLOSED-COUNT TO RTL-COUNT.
119500     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
119600     MOVE "HISTORY RECORDS EXAMINED      " TO RTL-LABEL.
119700     MOVE EXAMINED-COUNT TO RTL-COUNT.
119800     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
119900     MOVE "INTERACTIVE ROWS SKIPPED      " TO RTL-LABEL.
120000     MOVE INTERACTIVE-SKIP-COUNT TO RTL-COUNT.
120100     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
120200     MOVE "LATE READINGS LEFT OUT        " TO RTL-LABEL.
120300     MOVE LATE-EXCLUDED-COUNT TO RTL-COUNT.
120400     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
120500     MOVE "UNRATED ROWS LEFT OUT         " TO RTL-LABEL.
120600     MOVE UNRATED-ROW-COUNT TO RTL-COUNT.
120700     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
120800     MOVE "SITE DETAILS                  " TO RTL-LABEL.
120900     MOVE FILING-DETAIL-COUNT TO RTL-COUNT.
121000     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
121100     MOVE "INACTIVE SITES WITH DELIVERIES" TO RTL-LABEL.
121200     MOVE INACTIVE-SITE-COUNT TO RTL-COUNT.
121300     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
121400     MOVE "SITES NOT ON THE SITE MASTER  " TO RTL-LABEL.
121500     MOVE UNKNOWN-SITE-COUNT TO RTL-COUNT.
121600     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
121700     MOVE "BAND SETS                     " TO RTL-LABEL.
121800     MOVE FILING-SET-COUNT TO RTL-COUNT.
121900     PERFORM 8510-WRITE-TOTAL-LINE THRU 8510-EXIT.
122000     IF LATE-OVERFLOW-COUNT > ZERO
122100         DISPLAY "WARNING - LATE READING TABLE OVERFLOWED, "
122200             LATE-OVERFLOW-COUNT " LATE READINGS NOT LEFT OUT."
122300     END-IF.
122400     IF FS-OVERFLOW-COUNT > ZERO
122500         DISPLAY "WARNING - SITE TABLE OVERFLOWED, "
122600             FS-OVERFLOW-COUNT " HISTORY ROWS NOT COUNTED."
122700     END-IF.
122800     IF UNKNOWN-SITE-COUNT > ZERO
122900         DISPLAY "WARNING - DELIVERIES FOR SITES NOT ON THE SITE "
123000             "MASTER ARE FILED WITH NO REGION."
123100     END-IF.
123200     IF NO-OPENING-SET
123300         DISPLAY "WARNING - NO GASPARM BAND SET WAS IN EFFECT ON "
123400             "THE FIRST OF THE MONTH."
123500     END-IF.
123600     GO TO 8500-EXIT.
123700 8500-EXIT.
123800     EXIT.
123900
124000 8510-WRITE-TOTAL-LINE.
124100     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
124200     WRITE RPT-PRINT-LINE.
124300     GO TO 8510-EXIT.
124400 8510-EXIT.
124500     EXIT.
124600
124700*****************************************************************
124800* 9000-TERMINATE
124900*****************************************************************
125000 9000-TERMINATE.
125100     CLOSE MONTH-RESULT-FILE.
125200     CLOSE DAY-RESULT-FILE.
125300     CLOSE GAS-HISTORY-FILE.
125400     CLOSE GAS-SITE-FILE.
125500     CLOSE GAS-PARM-FILE.
125600     IF FILING-IS-OPEN
125700         CLOSE FILING-FILE
125800     END-IF.
125900     CLOSE GAS-REPORT-FILE.
126000     GO TO 9000-EXIT.
126100 9000-EXIT.
126200     EXIT.
126300
126400 END PROGRAM GASREGF.
