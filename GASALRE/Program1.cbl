000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASALRE.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  NIGHTLY ESCALATION REPORT OVER THE
001100*                  GASALRG ALERT REGISTER.  READS THE REGISTER
001200*                  FRONT TO BACK AND LISTS:
001300*                    ERROR ALERTS STILL OPEN -- NOBODY HAS
001400*                    ACKNOWLEDGED THEM IN GASALRM -- MORE THAN THE
001500*                    SET NUMBER OF HOURS AFTER THEY WERE RAISED;
001600*                    ALERTS THAT KEEP COMING BACK: THE SAME CODE
001700*                    FOR THE SAME SITE (OR, FOR A CODE THAT NAMES
001800*                    NO SITE, THE SAME SHIFT, OR THE WHOLE RUN)
001900*                    RAISED ON AT LEAST THE SET NUMBER OF BUSINESS
002000*                    DAYS WITHIN THE WINDOW, WHETHER OR NOT EACH
002100*                    ONE WAS RESOLVED.
002200*                  PARM IS HHHCCDDD: HHH THE HOURS AN ERROR MAY
002300*                  SIT UNACKNOWLEDGED (DEFAULT 12), CC THE NUMBER
002400*                  OF DAYS THAT MAKES AN ALERT RECURRING (DEFAULT
002500*                  3) AND DDD THE WINDOW IN DAYS (DEFAULT 7, AT
002550*                  MOST 31).
002600*                  RC=4 WHEN ANYTHING IS LISTED.
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ALERT-REGISTER-FILE ASSIGN TO "GASALRG"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS AR-ALERT-NO
003800         FILE STATUS IS ALRG-FILE-STATUS.
003900     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ALERT-REGISTER-FILE.
004500     COPY GASALRG.
004600
004700 FD  GAS-REPORT-FILE.
004800 01  RPT-PRINT-LINE                  PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 01  ALRG-FILE-STATUS                PIC X(02).
005200
005300 01  SWITCHES.
005400     05  ALRG-EOF-SWITCH             PIC X(01) VALUE "N".
005500         88  ALRG-AT-EOF             VALUE "Y".
005600     05  ABORT-SWITCH                PIC X(01) VALUE "N".
005700         88  RUN-IS-ABORTED          VALUE "Y".
005800
005900 01  TODAY-DATE                      PIC 9(08).
006000 01  TODAY-TIME                      PIC 9(08).
006100 01  TODAY-TIME-PARTS REDEFINES TODAY-TIME.
006200     05  TODAY-HH                    PIC 9(02).
006300     05  FILLER                      PIC 9(06).
006400 01  RAISED-TIME                     PIC 9(08) VALUE ZERO.
006500 01  RAISED-TIME-PARTS REDEFINES RAISED-TIME.
006600     05  RAISED-HH                   PIC 9(02).
006700     05  FILLER                      PIC 9(06).
006800 01  TODAY-INTEGER                   PIC 9(08) VALUE ZERO COMP.
006900 01  NOW-HOURS                       PIC S9(09) VALUE ZERO COMP.
007000 01  RAISED-HOURS                    PIC S9(09) VALUE ZERO COMP.
007100 01  AGE-HOURS                       PIC S9(09) VALUE ZERO COMP.
007200 01  CUTOFF-DATE                     PIC 9(08) VALUE ZERO.
007300
007400*****************************************************************
007500* ESCALATION RULES FROM THE PARM
007600*****************************************************************
007700 01  PARM-VALUES.
007800     05  ACK-LIMIT-HOURS             PIC 9(03) VALUE 12.
007900     05  RECUR-DAYS                  PIC 9(02) VALUE 3.
008000     05  WINDOW-DAYS                 PIC 9(03) VALUE 7.
008100
008200*****************************************************************
008300* RECURRENCE TABLE - ONE ENTRY PER CODE AND SITE (OR CODE AND
008400* SHIFT, OR CODE ALONE) SEEN WITHIN THE WINDOW.  THE REGISTER IS
008500* IN LOAD ORDER, NOT BUSINESS-DATE ORDER, SO EACH ENTRY KEEPS THE
008600* DISTINCT DATES IT WAS RAISED ON AND A DATE IS ANOTHER DAY ONLY
008650* WHEN IT IS NOT ALREADY IN THAT LIST.  THE LIST HOLDS A WHOLE
008660* WINDOW, SO THE WINDOW MAY NOT BE LONGER THAN RECUR-DATE-MAX.
008700*****************************************************************
008800 01  RECUR-TABLE-MAX                 PIC 9(04) VALUE 500 COMP.
008850 01  RECUR-DATE-MAX                  PIC 9(04) VALUE 31 COMP.
008900 01  RECUR-TABLE-COUNT               PIC 9(04) VALUE ZERO COMP.
009000 01  RECUR-TABLE.
009100     05  RG-ENTRY OCCURS 500 TIMES.
009200         10  RG-ALERT-CODE           PIC X(08).
009300         10  RG-SITE-ID              PIC X(05).
009400         10  RG-SHIFT-CODE           PIC X(01).
009500         10  RG-DAY-COUNT            PIC 9(04) COMP.
009600         10  RG-ROW-COUNT            PIC 9(06) COMP.
009700         10  RG-UNRESOLVED-COUNT     PIC 9(06) COMP.
009800         10  RG-FIRST-DATE           PIC 9(08).
009900         10  RG-LAST-DATE            PIC 9(08).
010000         10  RG-LAST-ALERT-NO        PIC 9(08).
010020         10  RG-DATE-COUNT           PIC 9(04) COMP.
010040         10  RG-SEEN-DATE            PIC 9(08) OCCURS 31 TIMES.
010100 01  RG-SUB                          PIC 9(04) VALUE ZERO COMP.
010200 01  FOUND-SUB                       PIC 9(04) VALUE ZERO COMP.
010220 01  DATE-SUB                        PIC 9(04) VALUE ZERO COMP.
010240 01  DATE-FOUND-SUB                  PIC 9(04) VALUE ZERO COMP.
010300 01  GROUP-SITE-ID                   PIC X(05) VALUE SPACES.
010400 01  GROUP-SHIFT-CODE                PIC X(01) VALUE SPACE.
010500
010600 01  REGISTER-ROWS-COUNT             PIC 9(08) VALUE ZERO COMP.
010700 01  OPEN-COUNT                      PIC 9(08) VALUE ZERO COMP.
010800 01  ACKNOWLEDGED-COUNT              PIC 9(08) VALUE ZERO COMP.
010900 01  RESOLVED-COUNT                  PIC 9(08) VALUE ZERO COMP.
011000 01  OVERDUE-LISTED-COUNT            PIC 9(06) VALUE ZERO COMP.
011100 01  RECUR-LISTED-COUNT              PIC 9(06) VALUE ZERO COMP.
011200 01  RECUR-OVERFLOW-COUNT            PIC 9(06) VALUE ZERO COMP.
011300
011400 01  REPORT-HEADING-1.
011500     05  FILLER                      PIC X(30)
011600         VALUE "ALERT ESCALATION REPORT       ".
011700     05  FILLER                      PIC X(10) VALUE SPACES.
011800     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
011900     05  RH1-RUN-DATE                PIC 9(08).
012000     05  FILLER                      PIC X(01) VALUE SPACES.
012100     05  RH1-RUN-TIME                PIC 9(04).
012200
012300 01  REPORT-OVERDUE-HEADING.
012400     05  FILLER              PIC X(30)
012500         VALUE "ERRORS NOT ACKNOWLEDGED WITHIN".
012600     05  FILLER              PIC X(01) VALUE SPACES.
012700     05  ROH-HOURS           PIC ZZ9.
012800     05  FILLER              PIC X(06) VALUE " HOURS".
012900
013000 01  REPORT-OVERDUE-COLUMNS.
013100     05  FILLER              PIC X(40)
013200         VALUE "ALERT NO CODE     SITE  SH RAISED       ".
013300     05  FILLER              PIC X(30)
013400         VALUE "  HOURS TEXT                  ".
013500
013600 01  REPORT-OVERDUE-LINE.
013700     05  ROL-ALERT-NO        PIC 9(08).
013800     05  FILLER              PIC X(01) VALUE SPACES.
013900     05  ROL-ALERT-CODE      PIC X(08).
014000     05  FILLER              PIC X(01) VALUE SPACES.
014100     05  ROL-SITE-ID         PIC X(05).
014200     05  FILLER              PIC X(01) VALUE SPACES.
014300     05  ROL-SHIFT-CODE      PIC X(01).
014400     05  FILLER              PIC X(02) VALUE SPACES.
014500     05  ROL-RUN-DATE        PIC 9(08).
014600     05  FILLER              PIC X(01) VALUE SPACES.
014700     05  ROL-RUN-TIME        PIC 9(04).
014800     05  FILLER              PIC X(01) VALUE SPACES.
014900     05  ROL-AGE-HOURS       PIC ZZZZ9.
015000     05  FILLER              PIC X(01) VALUE SPACES.
015100     05  ROL-TEXT            PIC X(33).
015200
015300 01  REPORT-RECUR-HEADING.
015400     05  FILLER              PIC X(26)
015500         VALUE "ALERTS RAISED ON AT LEAST ".
015600     05  RRH-DAYS            PIC Z9.
015700     05  FILLER              PIC X(12) VALUE " DAYS SINCE ".
015800     05  RRH-CUTOFF-DATE     PIC 9(08).
015900
016000 01  REPORT-RECUR-COLUMNS.
016100     05  FILLER              PIC X(40)
016200         VALUE "CODE     SITE  SH  DAYS  ALERTS  UNRESOL".
016300     05  FILLER              PIC X(40)
016400         VALUE "VED  FIRST    LAST      LATEST NO       ".
016500
016600 01  REPORT-RECUR-LINE.
016700     05  RRL-ALERT-CODE      PIC X(08).
016800     05  FILLER              PIC X(01) VALUE SPACES.
016900     05  RRL-SITE-ID         PIC X(05).
017000     05  FILLER              PIC X(01) VALUE SPACES.
017100     05  RRL-SHIFT-CODE      PIC X(01).
017200     05  FILLER              PIC X(02) VALUE SPACES.
017300     05  RRL-DAY-COUNT       PIC ZZZ9.
017400     05  FILLER              PIC X(02) VALUE SPACES.
017500     05  RRL-ROW-COUNT       PIC ZZZZZ9.
017600     05  FILLER              PIC X(04) VALUE SPACES.
017700     05  RRL-UNRESOLVED      PIC ZZZZZ9.
017800     05  FILLER              PIC X(02) VALUE SPACES.
017900     05  RRL-FIRST-DATE      PIC 9(08).
018000     05  FILLER              PIC X(01) VALUE SPACES.
018100     05  RRL-LAST-DATE       PIC 9(08).
018200     05  FILLER              PIC X(02) VALUE SPACES.
018300     05  RRL-LAST-ALERT-NO   PIC 9(08).
018400
018500 01  REPORT-TOTAL-LINE.
018600     05  RTL-LABEL           PIC X(30).
018700     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
018800
018900*****************************************************************
019000* LINKAGE SECTION - PARM IS HHHCCDDD, WITH THE 2-BYTE LENGTH
019100* PREFIX THE SYSTEM SUPPLIES
019200*****************************************************************
019300 LINKAGE SECTION.
019400 01  LK-PARM-AREA.
019500     05  LK-PARM-LENGTH              PIC S9(04) COMP.
019600     05  LK-PARM-TEXT                PIC X(08).
019700
019800 PROCEDURE DIVISION USING LK-PARM-AREA.
019900*****************************************************************
020000* 0000-MAINLINE
020100*****************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     IF RUN-IS-ABORTED
020500         GOBACK
020600     END-IF.
020700     PERFORM 2000-SWEEP-REGISTER THRU 2000-EXIT.
020800     PERFORM 3000-PRINT-RECURRING THRU 3000-EXIT.
020900     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
021000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021100     IF OVERDUE-LISTED-COUNT > ZERO
021200         OR RECUR-LISTED-COUNT > ZERO
021300         OR RECUR-OVERFLOW-COUNT > ZERO
021400         MOVE 4 TO RETURN-CODE
021500     END-IF.
021600     GOBACK.
021700
021800*****************************************************************
021900* 1000-INITIALIZE - EDIT THE PARM, WORK OUT THE WINDOW CUTOFF AND
022000* OPEN THE FILES
022100*****************************************************************
022200 1000-INITIALIZE.
022300     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
022400     ACCEPT TODAY-TIME FROM TIME.
022500     IF LK-PARM-LENGTH > ZERO
022600         IF LK-PARM-LENGTH < 8
022700             OR LK-PARM-TEXT IS NOT NUMERIC
022800             DISPLAY "ERROR - PARM MUST BE HHHCCDDD: HOURS TO "
022900                 "ACKNOWLEDGE, DAYS TO RECUR, WINDOW DAYS.  RUN "
023000                 "ABORTED."
023100             MOVE "Y" TO ABORT-SWITCH
023200             MOVE 16 TO RETURN-CODE
023300             GO TO 1000-EXIT
023400         END-IF
023500         MOVE LK-PARM-TEXT TO PARM-VALUES
023600     END-IF.
023700     IF RECUR-DAYS < 2 OR WINDOW-DAYS < RECUR-DAYS
023800         DISPLAY "ERROR - DAYS TO RECUR MUST BE AT LEAST 2 AND "
023900             "NO MORE THAN THE WINDOW.  RUN ABORTED."
024000         MOVE "Y" TO ABORT-SWITCH
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 1000-EXIT
024300     END-IF.
024310     IF WINDOW-DAYS > RECUR-DATE-MAX
024320         DISPLAY "ERROR - THE WINDOW MAY NOT BE MORE THAN 31 "
024330             "DAYS.  RUN ABORTED."
024340         MOVE "Y" TO ABORT-SWITCH
024350         MOVE 16 TO RETURN-CODE
024360         GO TO 1000-EXIT
024370     END-IF.
024400     COMPUTE TODAY-INTEGER =
024500         FUNCTION INTEGER-OF-DATE (TODAY-DATE).
024600     COMPUTE NOW-HOURS = TODAY-INTEGER * 24 + TODAY-HH.
024700     COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
024800         (TODAY-INTEGER - WINDOW-DAYS + 1).
024900     OPEN INPUT ALERT-REGISTER-FILE.
025000     IF ALRG-FILE-STATUS NOT = "00"
025100         DISPLAY "ERROR - GASALRG ALERT REGISTER NOT AVAILABLE, "
025200             "STATUS " ALRG-FILE-STATUS ".  RUN ABORTED."
025300         MOVE "Y" TO ABORT-SWITCH
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 1000-EXIT
025600     END-IF.
025700     OPEN OUTPUT GAS-REPORT-FILE.
025800     MOVE TODAY-DATE      TO RH1-RUN-DATE.
025900     MOVE TODAY-TIME(1:4) TO RH1-RUN-TIME.
026000     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
026050     WRITE RPT-PRINT-LINE.
026100     MOVE SPACES TO RPT-PRINT-LINE.
026200     WRITE RPT-PRINT-LINE.
026300     MOVE ACK-LIMIT-HOURS TO ROH-HOURS.
026400     MOVE REPORT-OVERDUE-HEADING TO RPT-PRINT-LINE.
026450     WRITE RPT-PRINT-LINE.
026500     MOVE REPORT-OVERDUE-COLUMNS TO RPT-PRINT-LINE.
026550     WRITE RPT-PRINT-LINE.
026600     GO TO 1000-EXIT.
026700 1000-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100* 2000-SWEEP-REGISTER - OVERDUE ERRORS ARE PRINTED AS THEY ARE
027200* FOUND; RECURRENCES ARE COLLECTED AND PRINTED AFTERWARDS
027300*****************************************************************
027400 2000-SWEEP-REGISTER.
027500     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
027600     PERFORM 2200-PROCESS-ONE-ALERT THRU 2200-EXIT
027700         UNTIL ALRG-AT-EOF.
027800     GO TO 2000-EXIT.
027900 2000-EXIT.
028000     EXIT.
028100
028200 2100-READ-REGISTER.
028300     READ ALERT-REGISTER-FILE NEXT RECORD
028400         AT END
028500             MOVE "Y" TO ALRG-EOF-SWITCH
028600     END-READ.
028700     GO TO 2100-EXIT.
028800 2100-EXIT.
028900     EXIT.
029000
029100 2200-PROCESS-ONE-ALERT.
029200     ADD 1 TO REGISTER-ROWS-COUNT.
029300     EVALUATE TRUE
029400         WHEN AR-OPEN
029500             ADD 1 TO OPEN-COUNT
029600         WHEN AR-ACKNOWLEDGED
029700             ADD 1 TO ACKNOWLEDGED-COUNT
029800         WHEN AR-RESOLVED
029900             ADD 1 TO RESOLVED-COUNT
030000     END-EVALUATE.
030100     IF AR-OPEN AND AR-SEV-ERROR
030200         PERFORM 2300-CHECK-OVERDUE THRU 2300-EXIT
030300     END-IF.
030400     IF AR-BUSINESS-DATE NOT < CUTOFF-DATE
030500         AND AR-BUSINESS-DATE NOT > TODAY-DATE
030600         PERFORM 2400-COUNT-RECURRENCE THRU 2400-EXIT
030700     END-IF.
030800     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
030900     GO TO 2200-EXIT.
031000 2200-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400* 2300-CHECK-OVERDUE - HOURS SINCE THE ALERT WAS RAISED, TO THE
031500* WHOLE HOUR
031600*****************************************************************
031700 2300-CHECK-OVERDUE.
031800     IF AR-RUN-DATE IS NOT NUMERIC
031900         OR AR-RUN-DATE = ZERO
032000         OR AR-RUN-TIME IS NOT NUMERIC
032100         GO TO 2300-EXIT
032200     END-IF.
032300     MOVE AR-RUN-TIME TO RAISED-TIME.
032400     COMPUTE RAISED-HOURS =
032500         FUNCTION INTEGER-OF-DATE (AR-RUN-DATE) * 24 + RAISED-HH.
032600     COMPUTE AGE-HOURS = NOW-HOURS - RAISED-HOURS.
032700     IF AGE-HOURS NOT > ACK-LIMIT-HOURS
032800         GO TO 2300-EXIT
032900     END-IF.
033000     MOVE AR-ALERT-NO        TO ROL-ALERT-NO.
033100     MOVE AR-ALERT-CODE      TO ROL-ALERT-CODE.
033200     MOVE AR-SITE-ID         TO ROL-SITE-ID.
033300     MOVE AR-SHIFT-CODE      TO ROL-SHIFT-CODE.
033400     MOVE AR-RUN-DATE        TO ROL-RUN-DATE.
033500     MOVE AR-RUN-TIME(1:4)   TO ROL-RUN-TIME.
033600     MOVE AGE-HOURS          TO ROL-AGE-HOURS.
033700     MOVE AR-TEXT            TO ROL-TEXT.
033800     MOVE REPORT-OVERDUE-LINE TO RPT-PRINT-LINE.
033850     WRITE RPT-PRINT-LINE.
033900     ADD 1 TO OVERDUE-LISTED-COUNT.
034000     GO TO 2300-EXIT.
034100 2300-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500* 2400-COUNT-RECURRENCE - A CODE THAT NAMES A SITE RECURS BY
034600* SITE; OTHERWISE BY SHIFT; A RUN-WIDE CODE RECURS BY ITSELF
034700*****************************************************************
034800 2400-COUNT-RECURRENCE.
034900     MOVE SPACES TO GROUP-SITE-ID.
035000     MOVE SPACE  TO GROUP-SHIFT-CODE.
035100     IF AR-SITE-ID NOT = SPACES
035200         MOVE AR-SITE-ID TO GROUP-SITE-ID
035300     ELSE
035400         MOVE AR-SHIFT-CODE TO GROUP-SHIFT-CODE
035500     END-IF.
035600     MOVE ZERO TO FOUND-SUB.
035700     PERFORM 2410-MATCH-ONE-ENTRY THRU 2410-EXIT
035800         VARYING RG-SUB FROM 1 BY 1
035900         UNTIL RG-SUB > RECUR-TABLE-COUNT
036000         OR FOUND-SUB NOT = ZERO.
036100     IF FOUND-SUB = ZERO
036200         IF RECUR-TABLE-COUNT NOT < RECUR-TABLE-MAX
036300             ADD 1 TO RECUR-OVERFLOW-COUNT
036400             GO TO 2400-EXIT
036500         END-IF
036600         ADD 1 TO RECUR-TABLE-COUNT
036700         MOVE RECUR-TABLE-COUNT TO FOUND-SUB
036800         MOVE AR-ALERT-CODE    TO RG-ALERT-CODE (FOUND-SUB)
036900         MOVE GROUP-SITE-ID    TO RG-SITE-ID (FOUND-SUB)
037000         MOVE GROUP-SHIFT-CODE TO RG-SHIFT-CODE (FOUND-SUB)
037100         MOVE ZERO             TO RG-DAY-COUNT (FOUND-SUB)
037200         MOVE ZERO             TO RG-ROW-COUNT (FOUND-SUB)
037300         MOVE ZERO             TO RG-UNRESOLVED-COUNT (FOUND-SUB)
037400         MOVE AR-BUSINESS-DATE TO RG-FIRST-DATE (FOUND-SUB)
037500         MOVE ZERO             TO RG-LAST-DATE (FOUND-SUB)
037550         MOVE ZERO             TO RG-DATE-COUNT (FOUND-SUB)
037600     END-IF.
037700     ADD 1 TO RG-ROW-COUNT (FOUND-SUB).
037800     IF AR-UNRESOLVED
037900         ADD 1 TO RG-UNRESOLVED-COUNT (FOUND-SUB)
038000     END-IF.
038100     MOVE ZERO TO DATE-FOUND-SUB.
038120     PERFORM 2420-MATCH-ONE-DATE THRU 2420-EXIT
038140         VARYING DATE-SUB FROM 1 BY 1
038160         UNTIL DATE-SUB > RG-DATE-COUNT (FOUND-SUB)
038180         OR DATE-FOUND-SUB NOT = ZERO.
038200     IF DATE-FOUND-SUB = ZERO
038220         AND RG-DATE-COUNT (FOUND-SUB) < RECUR-DATE-MAX
038240         ADD 1 TO RG-DATE-COUNT (FOUND-SUB)
038260         MOVE RG-DATE-COUNT (FOUND-SUB) TO DATE-SUB
038280         MOVE AR-BUSINESS-DATE
038290             TO RG-SEEN-DATE (FOUND-SUB, DATE-SUB)
038295         ADD 1 TO RG-DAY-COUNT (FOUND-SUB)
038300     END-IF.
038400     IF AR-BUSINESS-DATE < RG-FIRST-DATE (FOUND-SUB)
038500         MOVE AR-BUSINESS-DATE TO RG-FIRST-DATE (FOUND-SUB)
038600     END-IF.
038700     IF AR-BUSINESS-DATE > RG-LAST-DATE (FOUND-SUB)
038710         MOVE AR-BUSINESS-DATE TO RG-LAST-DATE (FOUND-SUB)
038720     END-IF.
038800     MOVE AR-ALERT-NO      TO RG-LAST-ALERT-NO (FOUND-SUB).
038900     GO TO 2400-EXIT.
039000 2400-EXIT.
039100     EXIT.
039200
039300 2410-MATCH-ONE-ENTRY.
039400     IF RG-ALERT-CODE (RG-SUB) = AR-ALERT-CODE
039500         AND RG-SITE-ID (RG-SUB) = GROUP-SITE-ID
039600         AND RG-SHIFT-CODE (RG-SUB) = GROUP-SHIFT-CODE
039700         MOVE RG-SUB TO FOUND-SUB
039800     END-IF.
039900     GO TO 2410-EXIT.
040000 2410-EXIT.
040100     EXIT.
040110
040120 2420-MATCH-ONE-DATE.
040130     IF RG-SEEN-DATE (FOUND-SUB, DATE-SUB) = AR-BUSINESS-DATE
040140         MOVE DATE-SUB TO DATE-FOUND-SUB
040150     END-IF.
040160     GO TO 2420-EXIT.
040170 2420-EXIT.
040180     EXIT.
040200
040300*****************************************************************
040400* 3000-PRINT-RECURRING
040500*****************************************************************
040600 3000-PRINT-RECURRING.
040700     MOVE SPACES TO RPT-PRINT-LINE.
040800     WRITE RPT-PRINT-LINE.
040900     MOVE RECUR-DAYS  TO RRH-DAYS.
041000     MOVE CUTOFF-DATE TO RRH-CUTOFF-DATE.
041100     MOVE REPORT-RECUR-HEADING TO RPT-PRINT-LINE.
041150     WRITE RPT-PRINT-LINE.
041200     MOVE REPORT-RECUR-COLUMNS TO RPT-PRINT-LINE.
041250     WRITE RPT-PRINT-LINE.
041300     PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
041400         VARYING RG-SUB FROM 1 BY 1
041500         UNTIL RG-SUB > RECUR-TABLE-COUNT.
041600     IF RECUR-OVERFLOW-COUNT > ZERO
041700         MOVE "*** RECURRENCE TABLE FULL - ALERTS NOT COUNTED:"
041800             TO RPT-PRINT-LINE
041900         WRITE RPT-PRINT-LINE
042000         MOVE SPACES TO RTL-LABEL
042100         MOVE RECUR-OVERFLOW-COUNT TO RTL-COUNT
042200         MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE
042250         WRITE RPT-PRINT-LINE
042300     END-IF.
042400     GO TO 3000-EXIT.
042500 3000-EXIT.
042600     EXIT.
042700
042800 3100-PRINT-ONE-ENTRY.
042900     IF RG-DAY-COUNT (RG-SUB) < RECUR-DAYS
043000         GO TO 3100-EXIT
043100     END-IF.
043200     MOVE RG-ALERT-CODE (RG-SUB)       TO RRL-ALERT-CODE.
043300     MOVE RG-SITE-ID (RG-SUB)          TO RRL-SITE-ID.
043400     MOVE RG-SHIFT-CODE (RG-SUB)       TO RRL-SHIFT-CODE.
043500     MOVE RG-DAY-COUNT (RG-SUB)        TO RRL-DAY-COUNT.
043600     MOVE RG-ROW-COUNT (RG-SUB)        TO RRL-ROW-COUNT.
043700     MOVE RG-UNRESOLVED-COUNT (RG-SUB) TO RRL-UNRESOLVED.
043800     MOVE RG-FIRST-DATE (RG-SUB)       TO RRL-FIRST-DATE.
043900     MOVE RG-LAST-DATE (RG-SUB)        TO RRL-LAST-DATE.
044000     MOVE RG-LAST-ALERT-NO (RG-SUB)    TO RRL-LAST-ALERT-NO.
044100     MOVE REPORT-RECUR-LINE TO RPT-PRINT-LINE.
044150     WRITE RPT-PRINT-LINE.
044200     ADD 1 TO RECUR-LISTED-COUNT.
044300     GO TO 3100-EXIT.
044400 3100-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800* 7500-PRINT-TOTALS
044900*****************************************************************
045000 7500-PRINT-TOTALS.
045100     MOVE SPACES TO RPT-PRINT-LINE.
045200     WRITE RPT-PRINT-LINE.
045300     MOVE "REGISTER ROWS READ" TO RTL-LABEL.
045400     MOVE REGISTER-ROWS-COUNT TO RTL-COUNT.
045500     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
045550     WRITE RPT-PRINT-LINE.
045600     MOVE "  OPEN" TO RTL-LABEL.
045700     MOVE OPEN-COUNT TO RTL-COUNT.
045800     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
045850     WRITE RPT-PRINT-LINE.
045900     MOVE "  ACKNOWLEDGED, NOT RESOLVED" TO RTL-LABEL.
046000     MOVE ACKNOWLEDGED-COUNT TO RTL-COUNT.
046100     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
046150     WRITE RPT-PRINT-LINE.
046200     MOVE "  RESOLVED" TO RTL-LABEL.
046300     MOVE RESOLVED-COUNT TO RTL-COUNT.
046400     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
046450     WRITE RPT-PRINT-LINE.
046500     MOVE "ERRORS OVERDUE" TO RTL-LABEL.
046600     MOVE OVERDUE-LISTED-COUNT TO RTL-COUNT.
046700     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
046750     WRITE RPT-PRINT-LINE.
046800     MOVE "RECURRING ALERTS" TO RTL-LABEL.
046900     MOVE RECUR-LISTED-COUNT TO RTL-COUNT.
047000     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
047050     WRITE RPT-PRINT-LINE.
047100     GO TO 7500-EXIT.
047200 7500-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600* 9000-TERMINATE
047700*****************************************************************
047800 9000-TERMINATE.
047900     CLOSE ALERT-REGISTER-FILE.
048000     CLOSE GAS-REPORT-FILE.
048100     GO TO 9000-EXIT.
048200 9000-EXIT.
048300     EXIT.
048400
048500 END PROGRAM GASALRE.
