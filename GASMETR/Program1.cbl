000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASMETR.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  NIGHTLY METER EXCEPTION CHECK OVER
001100*                  GASHIST.  THE RATING RUN AND GASTREND ONLY LOOK
001200*                  AT THE RATING, SO A METER THAT SENDS THE SAME
001300*                  VALUE TWENTY TIMES IN A ROW, OR A SITE THAT
001400*                  NORMALLY READS 40-60 SUDDENLY READING 3, RATES
001500*                  PERFECTLY WELL AND NOBODY HEARS OF IT UNTIL THE
001600*                  FLEET SIDE COMPLAINS.  FOR EVERY ACTIVE GASSITE
001700*                  ROW THIS STEP READS THE SITE'S GASHIST ROWS FOR
001800*                  THE ROLLING WINDOW BEFORE THE CHECK DATE AND
001900*                  BUILDS A BASELINE -- THE MEAN AND SPREAD
002000*                  (STANDARD DEVIATION) OF THE VALUES THE FIELD
002100*                  UNIT SENT -- KEPT ON GASBASL.  EACH READING
002200*                  RUN ON THE CHECK DATE FURTHER FROM THE MEAN
002300*                  THAN THE SET NUMBER OF SPREADS IS AN OUTLIER;
002400*                  A RUN OF AT LEAST THE SET NUMBER OF IDENTICAL
002500*                  VALUES IN A ROW THAT REACHES THE CHECK DATE IS
002600*                  A STUCK METER.  BOTH ARE LISTED ON THE
002700*                  EXCEPTIONS REPORT AND RAISE GASALRT ROWS
002800*                  (OUTLIER, ONE PER SITE, AND STUCKMTR) FOR THE
002900*                  ALERT REGISTER.
003000*                  INTERACTIVE ROWS ARE LEFT OUT.  PARM IS THE
003100*                  CHECK DATE, YYYYMMDD, OPTIONALLY FOLLOWED BY
003200*                  WWWSSRRR: WWW THE WINDOW IN DAYS (DEFAULT 28),
003300*                  SS THE OUTLIER LIMIT IN TENTHS OF A SPREAD
003400*                  (DEFAULT 30, 3.0 SPREADS) AND RRR THE RUN OF
003500*                  IDENTICAL VALUES THAT MAKES A METER STUCK
003600*                  (DEFAULT 20).
003700*                    RC  0 - NOTHING FOUND
003800*                    RC  4 - OUTLIERS OR STUCK METERS LISTED
003900*                    RC  8 - BASELINE ROWS COULD NOT BE WRITTEN
004000*                    RC 16 - ABORTED AT INITIALIZATION
004100*****************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT GAS-HISTORY-FILE ASSIGN TO "GASHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS GH-HISTORY-KEY
005200         FILE STATUS IS HIST-FILE-STATUS.
005300     SELECT GAS-SITE-FILE ASSIGN TO "GASSITE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS SM-SITE-ID
005700         FILE STATUS IS SITE-FILE-STATUS.
005800     SELECT BASELINE-FILE ASSIGN TO "GASBASL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS BL-SITE-ID
006200         FILE STATUS IS BASL-FILE-STATUS.
006300     SELECT GAS-ALERT-FILE ASSIGN TO "GASALRT"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
006600         ORGANIZATION IS SEQUENTIAL.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  GAS-HISTORY-FILE.
007100     COPY GASHREC.
007200
007300 FD  GAS-SITE-FILE.
007400     COPY GASSITE.
007500
007600 FD  BASELINE-FILE.
007700     COPY GASBASL.
007800
007900 FD  GAS-ALERT-FILE.
008000     COPY GASALRT.
008100
008200 FD  GAS-REPORT-FILE.
008300 01  RPT-PRINT-LINE                  PIC X(80).
008400
008500 WORKING-STORAGE SECTION.
008600 01  HIST-FILE-STATUS                PIC X(02).
008700 01  SITE-FILE-STATUS                PIC X(02).
008800 01  BASL-FILE-STATUS                PIC X(02).
008900
009000 01  SWITCHES.
009100     05  HIST-EOF-SWITCH             PIC X(01) VALUE "N".
009200         88  HIST-AT-EOF             VALUE "Y".
009300     05  SITE-DONE-SWITCH            PIC X(01) VALUE "N".
009400         88  SITE-IS-DONE            VALUE "Y".
009500     05  SITE-EOF-SWITCH             PIC X(01) VALUE "N".
009600         88  SITE-AT-EOF             VALUE "Y".
009700     05  ABORT-SWITCH                PIC X(01) VALUE "N".
009800         88  RUN-IS-ABORTED          VALUE "Y".
009900     05  BASELINE-SET-SWITCH         PIC X(01) VALUE "N".
010000         88  BASELINE-IS-SET         VALUE "Y".
010100     05  BASELINE-USABLE-SWITCH      PIC X(01) VALUE "N".
010200         88  BASELINE-IS-USABLE      VALUE "Y".
010300     05  RUN-CHECK-DAY-SWITCH        PIC X(01) VALUE "N".
010400         88  RUN-REACHES-CHECK-DAY   VALUE "Y".
010500
010600 01  CHECK-DATE                      PIC 9(08) VALUE ZERO.
010700 01  WINDOW-FROM-DATE                PIC 9(08) VALUE ZERO.
010800 01  WINDOW-TO-DATE                  PIC 9(08) VALUE ZERO.
010900 01  WORK-DATE-INTEGER               PIC 9(08) VALUE ZERO COMP.
011000 01  TODAY-DATE                      PIC 9(08).
011100 01  TODAY-TIME                      PIC 9(08).
011200
011300*****************************************************************
011400* CHECK RULES FROM THE PARM.  SPREAD-LIMIT IS IN WHOLE SPREADS
011500* WITH ONE DECIMAL (THE PARM CARRIES TENTHS).
011600*****************************************************************
011700 01  PARM-VALUES.
011800     05  WINDOW-DAYS                 PIC 9(03) VALUE 28.
011900     05  SPREAD-LIMIT-TENTHS         PIC 9(02) VALUE 30.
012000     05  STUCK-RUN-LIMIT             PIC 9(03) VALUE 20.
012100 01  SPREAD-LIMIT                    PIC 9(02)V9(01) VALUE ZERO.
012200
012300*****************************************************************
012400* A BASELINE BUILT ON FEWER READINGS THAN THIS IS NOT TRUSTED.
012500* A SITE WHOSE READINGS HARDLY VARY WOULD FLAG EVERY SMALL MOVE,
012600* SO THE SPREAD IS NEVER TAKEN AS LESS THAN SPREAD-FLOOR.
012700*****************************************************************
012800 01  MIN-BASELINE-READINGS           PIC 9(03) VALUE 10.
012900 01  SPREAD-FLOOR                    PIC 9(04)V9(02) VALUE 1.00.
013000
013100*****************************************************************
013200* ONE SITE'S BASELINE ACCUMULATORS AND RESULTS
013300*****************************************************************
013400 01  SITE-READING-COUNT              PIC 9(07) VALUE ZERO COMP.
013500 01  SITE-VALUE-SUM                  PIC 9(11) VALUE ZERO COMP.
013600 01  SITE-VALUE-SUM-SQ               PIC 9(15) VALUE ZERO COMP.
013700 01  SITE-LOW-VALUE                  PIC 9(04) VALUE ZERO.
013800 01  SITE-HIGH-VALUE                 PIC 9(04) VALUE ZERO.
013900 01  BASE-MEAN                       PIC 9(04)V9(04) VALUE ZERO.
014000 01  BASE-VARIANCE                   PIC S9(09)V9(04) VALUE ZERO.
014100 01  BASE-SPREAD                     PIC 9(04)V9(02) VALUE ZERO.
014200 01  USED-SPREAD                     PIC 9(04)V9(02) VALUE ZERO.
014300 01  DEVIATION                       PIC S9(05)V9(04) VALUE ZERO.
014400 01  DEVIATION-LIMIT                 PIC 9(06)V9(04) VALUE ZERO.
014500 01  DEVIATION-SPREADS               PIC 9(04)V9(01) VALUE ZERO.
014600 01  SITE-OUTLIER-COUNT              PIC 9(06) VALUE ZERO COMP.
014700
014800*****************************************************************
014900* THE RUN OF IDENTICAL VALUES IN PROGRESS FOR THE SITE
015000*****************************************************************
015100 01  RUN-VALUE                       PIC 9(04) VALUE ZERO.
015200 01  RUN-LENGTH                      PIC 9(05) VALUE ZERO COMP.
015300 01  RUN-FIRST-DATE                  PIC 9(08) VALUE ZERO.
015400 01  RUN-FIRST-SEQUENCE              PIC 9(08) VALUE ZERO.
015500 01  RUN-LAST-SHIFT                  PIC X(01) VALUE SPACE.
015600
015700 01  ACTIVE-SITE-COUNT               PIC 9(06) VALUE ZERO COMP.
015800 01  THIN-BASELINE-COUNT             PIC 9(06) VALUE ZERO COMP.
015900 01  EXAMINED-COUNT                  PIC 9(08) VALUE ZERO COMP.
016000 01  INTERACTIVE-SKIP-COUNT          PIC 9(08) VALUE ZERO COMP.
016100 01  CHECKED-COUNT                   PIC 9(08) VALUE ZERO COMP.
016200 01  OUTLIER-COUNT                   PIC 9(08) VALUE ZERO COMP.
016300 01  OUTLIER-SITE-COUNT              PIC 9(06) VALUE ZERO COMP.
016400 01  STUCK-COUNT                     PIC 9(06) VALUE ZERO COMP.
016500 01  ALERT-WRITTEN-COUNT             PIC 9(06) VALUE ZERO COMP.
016600 01  BASELINE-FAILED-COUNT           PIC 9(06) VALUE ZERO COMP.
016700
016800 01  REPORT-HEADING-1.
016900     05  FILLER                      PIC X(30)
017000         VALUE "METER EXCEPTIONS - BASELINE   ".
017100     05  FILLER                      PIC X(05) VALUE "FOR  ".
017200     05  RH1-CHECK-DATE              PIC 9(08).
017300     05  FILLER                      PIC X(12)
017400         VALUE "  RUN DATE: ".
017500     05  RH1-RUN-DATE                PIC 9(08).
017600
017700 01  REPORT-HEADING-2.
017800     05  FILLER              PIC X(16) VALUE "BASELINE WINDOW ".
017900     05  RH2-FROM-DATE       PIC 9(08).
018000     05  FILLER              PIC X(01) VALUE "-".
018100     05  RH2-TO-DATE         PIC 9(08).
018200     05  FILLER              PIC X(08) VALUE "  LIMIT ".
018300     05  RH2-SPREAD-LIMIT    PIC Z9.9.
018400     05  FILLER              PIC X(18) VALUE " SPREADS  STUCK AT".
018500     05  FILLER              PIC X(01) VALUE SPACES.
018600     05  RH2-STUCK-LIMIT     PIC ZZ9.
018700     05  FILLER              PIC X(05) VALUE " SAME".
018800
018900 01  REPORT-COLUMN-HEADING.
019000     05  FILLER              PIC X(40)
019100         VALUE "EXCEPTION SITE  RUN DATE SEQUENCE SH GAS".
019200     05  FILLER              PIC X(23)
019300         VALUE "    MEAN  SPREAD DETAIL".
019400
019500 01  REPORT-EXCEPTION-LINE.
019600     05  RXL-EXCEPTION       PIC X(10).
019700     05  RXL-SITE-ID         PIC X(05).
019800     05  FILLER              PIC X(01) VALUE SPACES.
019900     05  RXL-RUN-DATE        PIC 9(08).
020000     05  FILLER              PIC X(01) VALUE SPACES.
020100     05  RXL-SEQUENCE-NO     PIC 9(08).
020200     05  FILLER              PIC X(01) VALUE SPACES.
020300     05  RXL-SHIFT-CODE      PIC X(01).
020400     05  FILLER              PIC X(01) VALUE SPACES.
020500     05  RXL-GAS-VALUE       PIC ZZZ9.
020600     05  FILLER              PIC X(01) VALUE SPACES.
020700     05  RXL-MEAN            PIC ZZZ9.99.
020800     05  FILLER              PIC X(01) VALUE SPACES.
020900     05  RXL-SPREAD          PIC ZZZ9.99.
021000     05  FILLER              PIC X(01) VALUE SPACES.
021100     05  RXL-DETAIL          PIC X(23).
021200     05  RXL-OUTLIER-DETAIL REDEFINES RXL-DETAIL.
021300         10  RXL-SPREADS-OFF PIC ZZZ9.9.
021400         10  RXL-OUTLIER-TEXT PIC X(17).
021500     05  RXL-STUCK-DETAIL REDEFINES RXL-DETAIL.
021600         10  RXL-RUN-LENGTH  PIC ZZZZ9.
021700         10  RXL-STUCK-TEXT  PIC X(18).
021800
021900 01  REPORT-TOTAL-LINE.
022000     05  RTL-LABEL           PIC X(30).
022100     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
022200
022300*****************************************************************
022400* LINKAGE SECTION - PARM IS YYYYMMDD OR YYYYMMDDWWWSSRRR, WITH
022500* THE 2-BYTE LENGTH PREFIX THE SYSTEM SUPPLIES
022600*****************************************************************
022700 LINKAGE SECTION.
022800 01  LK-PARM-AREA.
022900     05  LK-PARM-LENGTH              PIC S9(04) COMP.
023000     05  LK-PARM-TEXT                PIC X(16).
023100
023200 PROCEDURE DIVISION USING LK-PARM-AREA.
023300*****************************************************************
023400* 0000-MAINLINE
023500*****************************************************************
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     IF RUN-IS-ABORTED
023900         GOBACK
024000     END-IF.
024100     PERFORM 2000-SWEEP-SITE-MASTER THRU 2000-EXIT.
024200     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024400     IF OUTLIER-COUNT > ZERO OR STUCK-COUNT > ZERO
024500         MOVE 4 TO RETURN-CODE
024600     END-IF.
024700     IF BASELINE-FAILED-COUNT > ZERO
024800         MOVE 8 TO RETURN-CODE
024900     END-IF.
025000     GOBACK.
025100
025200*****************************************************************
025300* 1000-INITIALIZE - EDIT THE PARM, WORK OUT THE BASELINE WINDOW
025400* (THE WINDOW-DAYS DAYS ENDING THE DAY BEFORE THE CHECK DATE) AND
025500* OPEN THE FILES.  THE BASELINE FILE IS CREATED ON FIRST USE.
025600*****************************************************************
025700 1000-INITIALIZE.
025800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
025900     ACCEPT TODAY-TIME FROM TIME.
026000     IF LK-PARM-LENGTH < 8
026100         OR LK-PARM-TEXT(1:8) IS NOT NUMERIC
026200         DISPLAY "ERROR - PARM MUST BE THE CHECK DATE, YYYYMMDD, "
026300             "OPTIONALLY FOLLOWED BY WWWSSRRR.  RUN ABORTED."
026400         MOVE "Y" TO ABORT-SWITCH
026500         MOVE 16 TO RETURN-CODE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     MOVE LK-PARM-TEXT(1:8) TO CHECK-DATE.
026900     IF LK-PARM-LENGTH > 8
027000         IF LK-PARM-LENGTH NOT = 16
027100             OR LK-PARM-TEXT(9:8) IS NOT NUMERIC
027200             DISPLAY "ERROR - PARM POSITIONS 9-16 MUST BE "
027300                 "WWWSSRRR (WINDOW DAYS, LIMIT IN TENTHS OF A "
027400                 "SPREAD, STUCK RUN).  RUN ABORTED."
027500             MOVE "Y" TO ABORT-SWITCH
027600             MOVE 16 TO RETURN-CODE
027700             GO TO 1000-EXIT
027800         END-IF
027900         MOVE LK-PARM-TEXT(9:8) TO PARM-VALUES
028000     END-IF.
028100     IF WINDOW-DAYS = ZERO
028200         OR SPREAD-LIMIT-TENTHS = ZERO
028300         OR STUCK-RUN-LIMIT < 2
028400         DISPLAY "ERROR - WINDOW AND SPREAD LIMIT MUST BE ABOVE "
028500             "ZERO AND THE STUCK RUN AT LEAST 2.  RUN ABORTED."
028600         MOVE "Y" TO ABORT-SWITCH
028700         MOVE 16 TO RETURN-CODE
028800         GO TO 1000-EXIT
028900     END-IF.
029000     COMPUTE SPREAD-LIMIT = SPREAD-LIMIT-TENTHS / 10.
029100     COMPUTE WORK-DATE-INTEGER =
029200         FUNCTION INTEGER-OF-DATE (CHECK-DATE) - 1.
029300     MOVE FUNCTION DATE-OF-INTEGER (WORK-DATE-INTEGER)
029400         TO WINDOW-TO-DATE.
029500     COMPUTE WORK-DATE-INTEGER =
029600         WORK-DATE-INTEGER - WINDOW-DAYS + 1.
029700     MOVE FUNCTION DATE-OF-INTEGER (WORK-DATE-INTEGER)
029800         TO WINDOW-FROM-DATE.
029900     OPEN INPUT GAS-HISTORY-FILE.
030000     IF HIST-FILE-STATUS NOT = "00"
030100         DISPLAY "ERROR - GASHIST NOT AVAILABLE, STATUS "
030200             HIST-FILE-STATUS ".  RUN ABORTED."
030300         MOVE "Y" TO ABORT-SWITCH
030400         MOVE 16 TO RETURN-CODE
030500         GO TO 1000-EXIT
030600     END-IF.
030700     OPEN INPUT GAS-SITE-FILE.
030800     IF SITE-FILE-STATUS NOT = "00"
030900         DISPLAY "ERROR - GASSITE SITE MASTER NOT AVAILABLE, "
031000             "STATUS " SITE-FILE-STATUS ".  RUN ABORTED."
031100         MOVE "Y" TO ABORT-SWITCH
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 1000-EXIT
031400     END-IF.
031500     OPEN I-O BASELINE-FILE.
031600     IF BASL-FILE-STATUS = "35"
031700         CLOSE BASELINE-FILE
031800         OPEN OUTPUT BASELINE-FILE
031900         CLOSE BASELINE-FILE
032000         OPEN I-O BASELINE-FILE
032100     END-IF.
032200     IF BASL-FILE-STATUS NOT = "00"
032300         DISPLAY "ERROR - GASBASL BASELINE FILE NOT AVAILABLE, "
032400             "STATUS " BASL-FILE-STATUS ".  RUN ABORTED."
032500         MOVE "Y" TO ABORT-SWITCH
032600         MOVE 16 TO RETURN-CODE
032700         GO TO 1000-EXIT
032800     END-IF.
032900     OPEN OUTPUT GAS-ALERT-FILE.
033000     OPEN OUTPUT GAS-REPORT-FILE.
033100     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
033200     GO TO 1000-EXIT.
033300 1000-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700* 2000-SWEEP-SITE-MASTER - EVERY ACTIVE SITE IS CHECKED AGAINST
033800* ITS OWN BASELINE
033900*****************************************************************
034000 2000-SWEEP-SITE-MASTER.
034100     PERFORM 2100-READ-ONE-SITE THRU 2100-EXIT.
034200     PERFORM 2200-CHECK-ONE-SITE THRU 2200-EXIT
034300         UNTIL SITE-AT-EOF.
034400     GO TO 2000-EXIT.
034500 2000-EXIT.
034600     EXIT.
034700
034800 2100-READ-ONE-SITE.
034900     READ GAS-SITE-FILE NEXT RECORD
035000         AT END
035100             MOVE "Y" TO SITE-EOF-SWITCH
035200     END-READ.
035300     GO TO 2100-EXIT.
035400 2100-EXIT.
035500     EXIT.
035600
035700 2200-CHECK-ONE-SITE.
035800     IF NOT SM-SITE-ACTIVE
035900         GO TO 2200-NEXT
036000     END-IF.
036100     ADD 1 TO ACTIVE-SITE-COUNT.
036200     PERFORM 3000-SWEEP-SITE-HISTORY THRU 3000-EXIT.
036300     PERFORM 4000-SAVE-BASELINE THRU 4000-EXIT.
036400     IF SITE-OUTLIER-COUNT > ZERO
036500         ADD 1 TO OUTLIER-SITE-COUNT
036600         PERFORM 5100-WRITE-OUTLIER-ALERT THRU 5100-EXIT
036700     END-IF.
036800 2200-NEXT.
036900     PERFORM 2100-READ-ONE-SITE THRU 2100-EXIT.
037000     GO TO 2200-EXIT.
037100 2200-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500* 3000-SWEEP-SITE-HISTORY - POSITION ON THE SITE'S FIRST ROW IN
037600* THE WINDOW BY THE PRIMARY KEY (SITE, RUN DATE, SEQUENCE) AND
037700* READ FORWARD THROUGH THE CHECK DATE.  THE WINDOW ROWS COME
037800* FIRST, SO THE BASELINE IS COMPLETE BEFORE THE FIRST CHECK-DATE
037900* READING IS HELD AGAINST IT.
038000*****************************************************************
038100 3000-SWEEP-SITE-HISTORY.
038200     MOVE ZERO  TO SITE-READING-COUNT SITE-VALUE-SUM
038300                   SITE-VALUE-SUM-SQ SITE-LOW-VALUE
038400                   SITE-HIGH-VALUE SITE-OUTLIER-COUNT.
038500     MOVE ZERO  TO BASE-MEAN BASE-SPREAD USED-SPREAD.
038600     MOVE ZERO  TO RUN-VALUE RUN-LENGTH RUN-FIRST-DATE
038700                   RUN-FIRST-SEQUENCE.
038800     MOVE SPACE TO RUN-LAST-SHIFT.
038900     MOVE "N"   TO RUN-CHECK-DAY-SWITCH.
039000     MOVE "N"   TO BASELINE-SET-SWITCH.
039100     MOVE "N"   TO BASELINE-USABLE-SWITCH.
039200     MOVE "N"   TO HIST-EOF-SWITCH.
039300     MOVE "N"   TO SITE-DONE-SWITCH.
039400     MOVE SM-SITE-ID       TO GH-SITE-ID.
039500     MOVE WINDOW-FROM-DATE TO GH-RUN-DATE.
039600     MOVE ZERO             TO GH-SEQUENCE-NO.
039700     START GAS-HISTORY-FILE
039800         KEY IS NOT LESS THAN GH-HISTORY-KEY
039900         INVALID KEY
040000             MOVE "Y" TO HIST-EOF-SWITCH
040100     END-START.
040200     IF NOT HIST-AT-EOF
040300         PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
040400         PERFORM 3200-TAKE-ONE-ROW THRU 3200-EXIT
040500             UNTIL HIST-AT-EOF OR SITE-IS-DONE
040600     END-IF.
040700     PERFORM 3500-SET-BASELINE THRU 3500-EXIT.
040800     PERFORM 3600-CLOSE-SAME-RUN THRU 3600-EXIT.
040900     GO TO 3000-EXIT.
041000 3000-EXIT.
041100     EXIT.
041200
041300 3100-READ-ONE-HISTORY.
041400     READ GAS-HISTORY-FILE NEXT RECORD
041500         AT END
041600             MOVE "Y" TO HIST-EOF-SWITCH
041700     END-READ.
041800     GO TO 3100-EXIT.
041900 3100-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300* 3200-TAKE-ONE-ROW - INTERACTIVE ROWS CARRY THE OPERATOR AND A
042400* FIXED SITE ID AND SAY NOTHING ABOUT THE SITE'S METER
042500*****************************************************************
042600 3200-TAKE-ONE-ROW.
042700     IF GH-SITE-ID NOT = SM-SITE-ID
042800         OR GH-RUN-DATE > CHECK-DATE
042900         MOVE "Y" TO SITE-DONE-SWITCH
043000         GO TO 3200-EXIT
043100     END-IF.
043200     ADD 1 TO EXAMINED-COUNT.
043300     IF GH-OPERATOR-ID NOT = SPACES
043400         ADD 1 TO INTERACTIVE-SKIP-COUNT
043500         GO TO 3200-NEXT
043600     END-IF.
043700     IF GH-RUN-DATE < CHECK-DATE
043800         PERFORM 3300-ADD-TO-BASELINE THRU 3300-EXIT
043900     ELSE
044000         PERFORM 3500-SET-BASELINE THRU 3500-EXIT
044100         PERFORM 3400-CHECK-READING THRU 3400-EXIT
044200     END-IF.
044300     PERFORM 3700-FOLLOW-SAME-RUN THRU 3700-EXIT.
044400 3200-NEXT.
044500     PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT.
044600     GO TO 3200-EXIT.
044700 3200-EXIT.
044800     EXIT.
044900
045000 3300-ADD-TO-BASELINE.
045100     ADD 1 TO SITE-READING-COUNT.
045200     ADD GH-RAW-GAS-VALUE TO SITE-VALUE-SUM.
045300     COMPUTE SITE-VALUE-SUM-SQ = SITE-VALUE-SUM-SQ
045400         + GH-RAW-GAS-VALUE * GH-RAW-GAS-VALUE.
045500     IF SITE-READING-COUNT = 1
045600         OR GH-RAW-GAS-VALUE < SITE-LOW-VALUE
045700         MOVE GH-RAW-GAS-VALUE TO SITE-LOW-VALUE
045800     END-IF.
045900     IF GH-RAW-GAS-VALUE > SITE-HIGH-VALUE
046000         MOVE GH-RAW-GAS-VALUE TO SITE-HIGH-VALUE
046100     END-IF.
046200     GO TO 3300-EXIT.
046300 3300-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700* 3400-CHECK-READING - A CHECK-DATE READING FURTHER FROM THE MEAN
046800* THAN SPREAD-LIMIT SPREADS IS AN OUTLIER
046900*****************************************************************
047000 3400-CHECK-READING.
047100     ADD 1 TO CHECKED-COUNT.
047200     IF NOT BASELINE-IS-USABLE
047300         GO TO 3400-EXIT
047400     END-IF.
047500     COMPUTE DEVIATION = GH-RAW-GAS-VALUE - BASE-MEAN.
047600     IF DEVIATION < ZERO
047700         COMPUTE DEVIATION = ZERO - DEVIATION
047800     END-IF.
047900     COMPUTE DEVIATION-LIMIT = SPREAD-LIMIT * USED-SPREAD.
048000     IF DEVIATION NOT > DEVIATION-LIMIT
048100         GO TO 3400-EXIT
048200     END-IF.
048300     ADD 1 TO OUTLIER-COUNT.
048400     ADD 1 TO SITE-OUTLIER-COUNT.
048500     COMPUTE DEVIATION-SPREADS ROUNDED = DEVIATION / USED-SPREAD
048600         ON SIZE ERROR
048700             MOVE 9999.9 TO DEVIATION-SPREADS
048800     END-COMPUTE.
048900     MOVE SPACES            TO RXL-DETAIL.
049000     MOVE "OUTLIER"         TO RXL-EXCEPTION.
049100     MOVE GH-SITE-ID        TO RXL-SITE-ID.
049200     MOVE GH-RUN-DATE       TO RXL-RUN-DATE.
049300     MOVE GH-SEQUENCE-NO    TO RXL-SEQUENCE-NO.
049400     MOVE GH-SHIFT-CODE     TO RXL-SHIFT-CODE.
049500     MOVE GH-RAW-GAS-VALUE  TO RXL-GAS-VALUE.
049600     MOVE BASE-MEAN         TO RXL-MEAN.
049700     MOVE BASE-SPREAD       TO RXL-SPREAD.
049800     MOVE DEVIATION-SPREADS TO RXL-SPREADS-OFF.
049900     MOVE " SPREADS OFF MEAN" TO RXL-OUTLIER-TEXT.
050000     MOVE REPORT-EXCEPTION-LINE TO RPT-PRINT-LINE.
050100     WRITE RPT-PRINT-LINE.
050200     GO TO 3400-EXIT.
050300 3400-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700* 3500-SET-BASELINE - ONCE PER SITE, WHEN THE WINDOW ROWS HAVE ALL
050800* BEEN SEEN.  THE SPREAD IS THE STANDARD DEVIATION OF THE WINDOW
050900* VALUES.
051000*****************************************************************
051100 3500-SET-BASELINE.
051200     IF BASELINE-IS-SET
051300         GO TO 3500-EXIT
051400     END-IF.
051500     MOVE "Y" TO BASELINE-SET-SWITCH.
051600     IF SITE-READING-COUNT = ZERO
051700         GO TO 3500-EXIT
051800     END-IF.
051900     COMPUTE BASE-MEAN ROUNDED =
052000         SITE-VALUE-SUM / SITE-READING-COUNT.
052100     COMPUTE BASE-VARIANCE ROUNDED =
052200         (SITE-READING-COUNT * SITE-VALUE-SUM-SQ
052300          - SITE-VALUE-SUM * SITE-VALUE-SUM)
052400         / (SITE-READING-COUNT * SITE-READING-COUNT).
052500     IF BASE-VARIANCE < ZERO
052600         MOVE ZERO TO BASE-VARIANCE
052700     END-IF.
052800     COMPUTE BASE-SPREAD ROUNDED = BASE-VARIANCE ** 0.5.
052900     MOVE BASE-SPREAD TO USED-SPREAD.
053000     IF USED-SPREAD < SPREAD-FLOOR
053100         MOVE SPREAD-FLOOR TO USED-SPREAD
053200     END-IF.
053300     IF SITE-READING-COUNT NOT < MIN-BASELINE-READINGS
053400         MOVE "Y" TO BASELINE-USABLE-SWITCH
053500     END-IF.
053600     GO TO 3500-EXIT.
053700 3500-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100* 3600-CLOSE-SAME-RUN - A RUN OF STUCK-RUN-LIMIT OR MORE IDENTICAL
054200* VALUES IS A STUCK METER.  A RUN THAT ENDED BEFORE THE CHECK
054300* DATE WAS REPORTED THE NIGHT IT ENDED.
054400*****************************************************************
054500 3600-CLOSE-SAME-RUN.
054600     IF RUN-LENGTH < STUCK-RUN-LIMIT
054700         OR NOT RUN-REACHES-CHECK-DAY
054800         GO TO 3600-EXIT
054900     END-IF.
055000     ADD 1 TO STUCK-COUNT.
055100     MOVE SPACES             TO RXL-DETAIL.
055200     MOVE "STUCK"            TO RXL-EXCEPTION.
055300     MOVE SM-SITE-ID         TO RXL-SITE-ID.
055400     MOVE RUN-FIRST-DATE     TO RXL-RUN-DATE.
055500     MOVE RUN-FIRST-SEQUENCE TO RXL-SEQUENCE-NO.
055600     MOVE RUN-LAST-SHIFT     TO RXL-SHIFT-CODE.
055700     MOVE RUN-VALUE          TO RXL-GAS-VALUE.
055800     MOVE BASE-MEAN          TO RXL-MEAN.
055900     MOVE BASE-SPREAD        TO RXL-SPREAD.
056000     MOVE RUN-LENGTH         TO RXL-RUN-LENGTH.
056100     MOVE " READINGS THE SAME" TO RXL-STUCK-TEXT.
056200     MOVE REPORT-EXCEPTION-LINE TO RPT-PRINT-LINE.
056300     WRITE RPT-PRINT-LINE.
056400     PERFORM 5200-WRITE-STUCK-ALERT THRU 5200-EXIT.
056500     GO TO 3600-EXIT.
056600 3600-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000* 3700-FOLLOW-SAME-RUN - COUNT HOW MANY READINGS IN A ROW HAVE
057100* CARRIED THE SAME VALUE
057200*****************************************************************
057300 3700-FOLLOW-SAME-RUN.
057400     IF RUN-LENGTH > ZERO
057500         AND GH-RAW-GAS-VALUE = RUN-VALUE
057600         ADD 1 TO RUN-LENGTH
057700     ELSE
057800         PERFORM 3600-CLOSE-SAME-RUN THRU 3600-EXIT
057900         MOVE GH-RAW-GAS-VALUE TO RUN-VALUE
058000         MOVE 1                TO RUN-LENGTH
058100         MOVE GH-RUN-DATE      TO RUN-FIRST-DATE
058200         MOVE GH-SEQUENCE-NO   TO RUN-FIRST-SEQUENCE
058300         MOVE "N"              TO RUN-CHECK-DAY-SWITCH
058400     END-IF.
058500     MOVE GH-SHIFT-CODE TO RUN-LAST-SHIFT.
058600     IF GH-RUN-DATE = CHECK-DATE
058700         MOVE "Y" TO RUN-CHECK-DAY-SWITCH
058800     END-IF.
058900     GO TO 3700-EXIT.
059000 3700-EXIT.
059100     EXIT.
059200
059300*****************************************************************
059400* 4000-SAVE-BASELINE - THE SITE'S GASBASL ROW, REPLACED NIGHTLY
059500*****************************************************************
059600 4000-SAVE-BASELINE.
059700     MOVE SPACES             TO BL-BASELINE-RECORD.
059800     MOVE SM-SITE-ID         TO BL-SITE-ID.
059900     MOVE CHECK-DATE         TO BL-CHECK-DATE.
060000     MOVE WINDOW-FROM-DATE   TO BL-FROM-DATE.
060100     MOVE WINDOW-TO-DATE     TO BL-TO-DATE.
060200     MOVE SITE-READING-COUNT TO BL-READING-COUNT.
060300     MOVE BASE-MEAN          TO BL-MEAN-VALUE.
060400     MOVE BASE-SPREAD        TO BL-SPREAD.
060500     MOVE SITE-LOW-VALUE     TO BL-LOW-VALUE.
060600     MOVE SITE-HIGH-VALUE    TO BL-HIGH-VALUE.
060700     MOVE RUN-VALUE          TO BL-LAST-VALUE.
060800     MOVE RUN-LENGTH         TO BL-SAME-RUN-LENGTH.
060900     IF BASELINE-IS-USABLE
061000         MOVE "E" TO BL-BASELINE-STATUS
061100     ELSE
061200         MOVE "F" TO BL-BASELINE-STATUS
061300         ADD 1 TO THIN-BASELINE-COUNT
061400     END-IF.
061500     WRITE BL-BASELINE-RECORD
061600         INVALID KEY
061700             REWRITE BL-BASELINE-RECORD
061800                 INVALID KEY
061900                     DISPLAY "GASMETR - BASELINE FOR SITE "
062000                         BL-SITE-ID " NOT WRITTEN, STATUS "
062100                         BASL-FILE-STATUS
062200                     ADD 1 TO BASELINE-FAILED-COUNT
062300             END-REWRITE
062400     END-WRITE.
062500     GO TO 4000-EXIT.
062600 4000-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000* 5100-WRITE-OUTLIER-ALERT - ONE OUTLIER ROW PER SITE: AL-COUNT-1
063100* THE NUMBER OF READINGS OUTSIDE THE BASELINE, AL-COUNT-2 THE
063200* BASELINE MEAN
063300*****************************************************************
063400 5100-WRITE-OUTLIER-ALERT.
063500     MOVE SPACES TO AL-ALERT-CODE.
063600     MOVE SPACES TO AL-TEXT.
063700     MOVE "OUTLIER " TO AL-ALERT-CODE.
063800     MOVE "W" TO AL-SEVERITY.
063900     MOVE TODAY-DATE TO AL-RUN-DATE.
064000     MOVE TODAY-TIME TO AL-RUN-TIME.
064100     MOVE SPACE TO AL-SHIFT-CODE.
064200     MOVE SITE-OUTLIER-COUNT TO AL-COUNT-1.
064300     COMPUTE AL-COUNT-2 ROUNDED = BASE-MEAN.
064400     STRING "SITE " DELIMITED BY SIZE
064500            SM-SITE-ID DELIMITED BY SIZE
064600            " READING OUTSIDE BASELINE" DELIMITED BY SIZE
064700         INTO AL-TEXT.
064800     WRITE AL-ALERT-RECORD.
064900     ADD 1 TO ALERT-WRITTEN-COUNT.
065000     GO TO 5100-EXIT.
065100 5100-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500* 5200-WRITE-STUCK-ALERT - AL-COUNT-1 THE NUMBER OF READINGS IN A
065600* ROW, AL-COUNT-2 THE VALUE THE METER IS STUCK ON
065700*****************************************************************
065800 5200-WRITE-STUCK-ALERT.
065900     MOVE SPACES TO AL-ALERT-CODE.
066000     MOVE SPACES TO AL-TEXT.
066100     MOVE "STUCKMTR" TO AL-ALERT-CODE.
066200     MOVE "E" TO AL-SEVERITY.
066300     MOVE TODAY-DATE TO AL-RUN-DATE.
066400     MOVE TODAY-TIME TO AL-RUN-TIME.
066500     MOVE RUN-LAST-SHIFT TO AL-SHIFT-CODE.
066600     MOVE RUN-LENGTH TO AL-COUNT-1.
066700     MOVE RUN-VALUE TO AL-COUNT-2.
066800     STRING "SITE " DELIMITED BY SIZE
066900            SM-SITE-ID DELIMITED BY SIZE
067000            " METER STUCK ON ONE VALUE" DELIMITED BY SIZE
067100         INTO AL-TEXT.
067200     WRITE AL-ALERT-RECORD.
067300     ADD 1 TO ALERT-WRITTEN-COUNT.
067400     GO TO 5200-EXIT.
067500 5200-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900* 7000-PRINT-HEADINGS
068000*****************************************************************
068100 7000-PRINT-HEADINGS.
068200     MOVE CHECK-DATE       TO RH1-CHECK-DATE.
068300     MOVE TODAY-DATE       TO RH1-RUN-DATE.
068400     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
068500     WRITE RPT-PRINT-LINE.
068600     MOVE WINDOW-FROM-DATE TO RH2-FROM-DATE.
068700     MOVE WINDOW-TO-DATE   TO RH2-TO-DATE.
068800     MOVE SPREAD-LIMIT     TO RH2-SPREAD-LIMIT.
068900     MOVE STUCK-RUN-LIMIT  TO RH2-STUCK-LIMIT.
069000     MOVE REPORT-HEADING-2 TO RPT-PRINT-LINE.
069100     WRITE RPT-PRINT-LINE.
069200     MOVE SPACES TO RPT-PRINT-LINE.
069300     WRITE RPT-PRINT-LINE.
069400     MOVE REPORT-COLUMN-HEADING TO RPT-PRINT-LINE.
069500     WRITE RPT-PRINT-LINE.
069600     GO TO 7000-EXIT.
069700 7000-EXIT.
069800     EXIT.
069900
070000*****************************************************************
070100* 7500-PRINT-TOTALS
070200*****************************************************************
070300 7500-PRINT-TOTALS.
070400     MOVE SPACES TO RPT-PRINT-LINE.
070500     WRITE RPT-PRINT-LINE.
070600     MOVE "ACTIVE SITES CHECKED          " TO RTL-LABEL.
070700     MOVE ACTIVE-SITE-COUNT TO RTL-COUNT.
070800     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
070900     MOVE "SITES WITH TOO FEW READINGS   " TO RTL-LABEL.
071000     MOVE THIN-BASELINE-COUNT TO RTL-COUNT.
071100     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
071200     MOVE "HISTORY RECORDS EXAMINED      " TO RTL-LABEL.
071300     MOVE EXAMINED-COUNT TO RTL-COUNT.
071400     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
071500     MOVE "INTERACTIVE ROWS SKIPPED      " TO RTL-LABEL.
071600     MOVE INTERACTIVE-SKIP-COUNT TO RTL-COUNT.
071700     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
071800     MOVE "READINGS ON THE CHECK DATE    " TO RTL-LABEL.
071900     MOVE CHECKED-COUNT TO RTL-COUNT.
072000     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
072100     MOVE "READINGS OUTSIDE BASELINE     " TO RTL-LABEL.
072200     MOVE OUTLIER-COUNT TO RTL-COUNT.
072300     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
072400     MOVE "SITES WITH OUTLIERS           " TO RTL-LABEL.
072500     MOVE OUTLIER-SITE-COUNT TO RTL-COUNT.
072600     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
072700     MOVE "STUCK METERS                  " TO RTL-LABEL.
072800     MOVE STUCK-COUNT TO RTL-COUNT.
072900     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
073000     MOVE "ALERT ROWS WRITTEN            " TO RTL-LABEL.
073100     MOVE ALERT-WRITTEN-COUNT TO RTL-COUNT.
073200     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
073300     IF BASELINE-FAILED-COUNT > ZERO
073400         MOVE "BASELINE ROWS NOT WRITTEN     " TO RTL-LABEL
073500         MOVE BASELINE-FAILED-COUNT TO RTL-COUNT
073600         PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT
073700     END-IF.
073800     MOVE SPACES TO RPT-PRINT-LINE.
073900     WRITE RPT-PRINT-LINE.
074000     IF OUTLIER-COUNT = ZERO AND STUCK-COUNT = ZERO
074100         MOVE "NO METER EXCEPTIONS FOUND" TO RPT-PRINT-LINE
074200     ELSE
074300         MOVE "METER EXCEPTIONS FOUND - SEE LINES ABOVE"
074400             TO RPT-PRINT-LINE
074500     END-IF.
074600     WRITE RPT-PRINT-LINE.
074700     GO TO 7500-EXIT.
074800 7500-EXIT.
074900     EXIT.
075000
075100 7510-WRITE-TOTAL-LINE.
075200     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
075300     WRITE RPT-PRINT-LINE.
075400     GO TO 7510-EXIT.
075500 7510-EXIT.
075600     EXIT.
075700
075800*****************************************************************
075900* 9000-TERMINATE
076000*****************************************************************
076100 9000-TERMINATE.
076200     CLOSE GAS-HISTORY-FILE.
076300     CLOSE GAS-SITE-FILE.
076400     CLOSE BASELINE-FILE.
076500     CLOSE GAS-ALERT-FILE.
076600     CLOSE GAS-REPORT-FILE.
076700     GO TO 9000-EXIT.
076800 9000-EXIT.
076900     EXIT.
077000
077100 END PROGRAM GASMETR.
