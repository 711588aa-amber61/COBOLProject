002000*                  ONCE.  FAILED-CLOSE ROWS (VERDICT "O") ARE
002100*                  ATTEMPTS, NOT CLOSES.  PARM IS THE CLOSE
002200*                  MONTH, YYYYMM.
002210* 2026-10-15  DRH  HONOUR THE GASCLDR OPERATING CALENDAR.  A DAY
002220*                  WITH NO DAY RESULT ROW THAT THE CALENDAR SAYS
002230*                  IS NOT WORKED AT ALL (A HOLIDAY FOR EVERY SITE)
002240*                  IS REPORTED AS EXCUSED WITH ITS REASON AND NO
002250*                  LONGER BLOCKS THE MONTH.  A CLOSED DAY WHOSE
002260*                  CLOSE EXCUSED SHIFTS SAYS HOW MANY.  A DAY
002270*                  WITH ONLY FAILED CLOSE ATTEMPTS STILL BLOCKS --
002280*                  RERUN THE DAILY CLOSE, WHICH NOW HONOURS THE
002290*                  CALENDAR TOO.  ASKED THROUGH GASCLDK.
002299* 2026-10-15  DRH  RECORD EVERY CLOSE RUN ON THE NEW GASMONR MONTH
002308*                  RESULT FILE (VERDICT "C" OR "O") SO THE RATING
002317*                  RUN CAN TELL A CLOSED MONTH FROM AN OPEN ONE.
002326*                  PRINT THE POST-CLOSE ADJUSTMENTS GASRATE2
002335*                  POSTED TO GASADJ FOR LATE READINGS: THOSE FOR
002344*                  THIS MONTH'S DAYS, WITH THE AS-CLOSED, LATE AND
002353*                  ADJUSTED FIGURES SIDE BY SIDE, AND THOSE POSTED
002362*                  THIS MONTH AGAINST EARLIER MONTHS AS PRIOR-
002371*                  PERIOD ADJUSTMENTS.  NEITHER CHANGES THE CLOSE
002380*                  ITSELF OR ITS VERDICT.
002389*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003000     SELECT DAY-RESULT-FILE ASSIGN TO "GASDAYR"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS DAYR-FILE-STATUS.
003214     SELECT MONTH-RESULT-FILE ASSIGN TO "GASMONR"
003228         ORGANIZATION IS SEQUENTIAL
003242         FILE STATUS IS MONR-FILE-STATUS.
003256     SELECT ADJUST-FILE ASSIGN TO "GASADJ"
003270         ORGANIZATION IS SEQUENTIAL
003284         FILE STATUS IS ADJ-FILE-STATUS.
003300     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
003400         ORGANIZATION IS SEQUENTIAL.
003500
003700 FILE SECTION.
003800 FD  DAY-RESULT-FILE.
003900     COPY GASDAYR.
003914
003928 FD  MONTH-RESULT-FILE.
003942     COPY GASMONR.
003956
003970 FD  ADJUST-FILE.
003984     COPY GASADJ.
004000
004100 FD  GAS-REPORT-FILE.
004200 01  RPT-PRINT-LINE                  PIC X(80).
004300
004400 WORKING-STORAGE SECTION.
004500 01  DAYR-FILE-STATUS                PIC X(02).
004533 01  MONR-FILE-STATUS                PIC X(02).
004566 01  ADJ-FILE-STATUS                 PIC X(02).
004600
004700 01  SWITCHES.
004800     05  DAYR-EOF-SWITCH             PIC X(01) VALUE "N".
005100         88  RUN-IS-ABORTED          VALUE "Y".
005200     05  MONTH-CLOSE-SWITCH          PIC X(01) VALUE "Y".
005300         88  MONTH-CAN-CLOSE         VALUE "Y".
005333     05  EXCUSED-FLAG                PIC X(01) VALUE "N".
005366         88  DAY-IS-EXCUSED          VALUE "Y".
005371     05  ADJ-EOF-SWITCH              PIC X(01) VALUE "N".
005376         88  ADJ-AT-EOF              VALUE "Y".
005381     05  ADJ-SECTION-SWITCH          PIC X(01) VALUE "C".
005386         88  ADJ-SECTION-CURRENT     VALUE "C".
005391         88  ADJ-SECTION-PRIOR       VALUE "P".
005400
005500 01  CLOSE-MONTH                     PIC 9(06) VALUE ZERO.
005600 01  CLOSE-MONTH-MM                  PIC 9(02) VALUE ZERO.
005800 01  MONTH-FIRST-DATE                PIC 9(08) VALUE ZERO.
005900 01  NEXT-MONTH-FIRST-DATE           PIC 9(08) VALUE ZERO.
006000 01  TODAY-DATE                      PIC 9(08).
006010
006020*****************************************************************
006030* OPERATING CALENDAR QUESTION - IS THE WHOLE DAY NON-OPERATING
006040* FOR THE OPERATION AS A WHOLE (SITE SPACES, SHIFT SPACE)
006050*****************************************************************
006060 01  CHECK-DATE                      PIC 9(08) VALUE ZERO.
006070 01  CALENDAR-SITE-ID                PIC X(05) VALUE SPACES.
006080 01  CALENDAR-SHIFT-CODE             PIC X(01) VALUE SPACE.
006090 01  EXCUSE-REASON                   PIC X(30) VALUE SPACES.
006100
006200*****************************************************************
006300* SPLIT VIEW OF A DAY RESULT CLOSE DATE SO THE MONTH AND THE
006900
007000*****************************************************************
007100* PER-DAY OCCURRENCE COUNTS.  CLOSED COUNTS "C" VERDICT ROWS,
007166* OPEN COUNTS "O" VERDICT ROWS (FAILED CLOSE ATTEMPTS).  EXCUSED
007232* SHIFTS ARE THOSE THE CALENDAR EXCUSED ON THE DAY'S CLOSE.
007300*****************************************************************
007400 01  DAY-CLOSED-COUNTS.
007500     05  DAY-CLOSED-COUNT OCCURS 31 TIMES PIC 9(02).
007600 01  DAY-OPEN-COUNTS.
007700     05  DAY-OPEN-COUNT OCCURS 31 TIMES PIC 9(02).
007733 01  DAY-EXCUSED-SHIFTS.
007766     05  DAY-EXCUSED-SHIFT-COUNT OCCURS 31 TIMES PIC 9(01).
007800 01  DAY-SUB                         PIC 9(02) VALUE ZERO COMP.
007900 01  OTHER-MONTH-COUNT               PIC 9(04) VALUE ZERO COMP.
007933 01  EXCUSED-DAY-COUNT               PIC 9(02) VALUE ZERO COMP.
007966 01  EXCUSED-SHIFT-EDIT              PIC 9(01) VALUE ZERO.
008000
008100 01  MONTH-TOTALS.
008200     05  MON-TALLY-E                 PIC 9(08) VALUE ZERO COMP.
008700     05  MON-READ-COUNT              PIC 9(09) VALUE ZERO COMP.
008800     05  MON-REJECTED-COUNT          PIC 9(08) VALUE ZERO COMP.
008900     05  MON-DUPLICATE-COUNT         PIC 9(08) VALUE ZERO COMP.
008904
008908*****************************************************************
008912* POST-CLOSE ADJUSTMENT COUNTS FOR THE SECTION BEING PRINTED --
008916* ZEROED BEFORE EACH SWEEP OF GASADJ.  SPLIT VIEWS OF THE TWO
008920* ADJUSTMENT DATES SO THEIR MONTHS CAN BE TESTED.
008924*****************************************************************
008928 01  ADJUST-TOTALS.
008932     05  ADJ-TALLY-E                 PIC 9(08) VALUE ZERO COMP.
008936     05  ADJ-TALLY-G                 PIC 9(08) VALUE ZERO COMP.
008940     05  ADJ-TALLY-F                 PIC 9(08) VALUE ZERO COMP.
008944     05  ADJ-TALLY-P                 PIC 9(08) VALUE ZERO COMP.
008948     05  ADJ-TALLY-U                 PIC 9(08) VALUE ZERO COMP.
008952     05  ADJ-COUNT                   PIC 9(08) VALUE ZERO COMP.
008956 01  SPLIT-ADJ-CLOSE-DATE.
008960     05  SPLIT-ADJ-CLOSE-YYYYMM      PIC 9(06).
008964     05  FILLER                      PIC 9(02).
008968 01  SPLIT-ADJ-POSTED-DATE.
008972     05  SPLIT-ADJ-POSTED-YYYYMM     PIC 9(06).
008976     05  FILLER                      PIC 9(02).
008980 01  COMPARE-AS-CLOSED               PIC 9(09) VALUE ZERO COMP.
008984 01  COMPARE-LATE                    PIC 9(08) VALUE ZERO COMP.
009000
009100 01  REPORT-HEADING-1.
009200     05  FILLER                      PIC X(27)
010700     05  FILLER                      PIC X(10) VALUE SPACES.
010800     05  RD-LABEL                    PIC X(22).
010900     05  RD-COUNT                    PIC ZZZ,ZZZ,ZZ9.
010902
010904 01  REPORT-ADJ-HEADING.
010906     05  FILLER                      PIC X(30)
010908         VALUE "  READ DAY  POSTED    SITE   S".
010910     05  FILLER                      PIC X(26)
010912         VALUE "  TIME     GAS  R  AGAINST".
010914
010916 01  REPORT-ADJ-LINE.
010918     05  FILLER              PIC X(02) VALUE SPACES.
010920     05  RAL-CLOSE-DATE      PIC 9(08).
010922     05  FILLER              PIC X(02) VALUE SPACES.
010924     05  RAL-POSTED-DATE     PIC 9(08).
010926     05  FILLER              PIC X(02) VALUE SPACES.
010928     05  RAL-SITE-ID         PIC X(05).
010930     05  FILLER              PIC X(02) VALUE SPACES.
010932     05  RAL-SHIFT-CODE      PIC X(01).
010934     05  FILLER              PIC X(02) VALUE SPACES.
010936     05  RAL-READING-TIME    PIC 9(06).
010938     05  FILLER              PIC X(02) VALUE SPACES.
010940     05  RAL-GAS-VALUE       PIC ZZZ9.
010942     05  FILLER              PIC X(02) VALUE SPACES.
010944     05  RAL-RATING-VALUE    PIC X(01).
010946     05  FILLER              PIC X(02) VALUE SPACES.
010948     05  RAL-CLOSE-LEVEL     PIC X(12).
010950
010952 01  REPORT-COMPARE-HEADING.
010954     05  FILLER                      PIC X(32) VALUE SPACES.
010956     05  FILLER                      PIC X(26)
010958         VALUE "  AS CLOSED           LATE".
010960     05  FILLER                      PIC X(15)
010962         VALUE "       ADJUSTED".
010964
010966 01  REPORT-COMPARE-LINE.
010968     05  FILLER                      PIC X(10) VALUE SPACES.
010970     05  RCL-LABEL                   PIC X(22).
010972     05  RCL-AS-CLOSED               PIC ZZZ,ZZZ,ZZ9.
010974     05  FILLER                      PIC X(04) VALUE SPACES.
010976     05  RCL-LATE                    PIC ZZZ,ZZZ,ZZ9.
010978     05  FILLER                      PIC X(04) VALUE SPACES.
010980     05  RCL-ADJUSTED                PIC ZZZ,ZZZ,ZZ9.
011000
011100*****************************************************************
011200* LINKAGE SECTION - PARM IS THE CLOSE MONTH, YYYYMM, WITH THE
012900     PERFORM 2000-SWEEP-DAY-RESULTS THRU 2000-EXIT.
013000     PERFORM 3000-JUDGE-THE-MONTH THRU 3000-EXIT.
013100     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
013125     PERFORM 7600-PRINT-MONTH-ADJUSTMENTS THRU 7600-EXIT.
013150     PERFORM 7700-PRINT-PRIOR-PERIOD THRU 7700-EXIT.
013175     PERFORM 7800-WRITE-MONTH-RESULT THRU 7800-EXIT.
013200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013300     IF NOT MONTH-CAN-CLOSE
013400         MOVE 8 TO RETURN-CODE
017800         GO TO 1000-EXIT
017900     END-IF.
018000     OPEN OUTPUT GAS-REPORT-FILE.
018008     OPEN EXTEND MONTH-RESULT-FILE.
018016     IF MONR-FILE-STATUS = "35"
018024         OPEN OUTPUT MONTH-RESULT-FILE
018032     END-IF.
018040     IF MONR-FILE-STATUS NOT = "00" AND NOT = "05"
018048         DISPLAY "ERROR - GASMONR NOT AVAILABLE, STATUS "
018056             MONR-FILE-STATUS ".  RUN ABORTED."
018064         MOVE "Y" TO ABORT-SWITCH
018072         MOVE 16 TO RETURN-CODE
018080         GO TO 1000-EXIT
018088     END-IF.
018100     MOVE CLOSE-MONTH TO RH1-CLOSE-MONTH.
018200     MOVE TODAY-DATE TO RH1-RUN-DATE.
018300     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
019300 1100-ZERO-ONE-DAY.
019400     MOVE ZERO TO DAY-CLOSED-COUNT (DAY-SUB).
019500     MOVE ZERO TO DAY-OPEN-COUNT (DAY-SUB).
019550     MOVE ZERO TO DAY-EXCUSED-SHIFT-COUNT (DAY-SUB).
019600     GO TO 1100-EXIT.
019700 1100-EXIT.
019800     EXIT.
024400         ADD DR-READ-COUNT       TO MON-READ-COUNT
024500         ADD DR-REJECTED-COUNT   TO MON-REJECTED-COUNT
024600         ADD DR-DUPLICATE-COUNT  TO MON-DUPLICATE-COUNT
024620         IF DR-EXCUSED-SHIFT-COUNT IS NUMERIC
024640             MOVE DR-EXCUSED-SHIFT-COUNT
024660                 TO DAY-EXCUSED-SHIFT-COUNT (DAY-SUB)
024680         END-IF
024700     ELSE
024800         ADD 1 TO DAY-OPEN-COUNT (DAY-SUB)
024900     END-IF.
025500
025600*****************************************************************
025700* 3000-JUDGE-THE-MONTH - EVERY CALENDAR DAY CLOSED EXACTLY
025766* ONCE, OR EXCUSED BY THE OPERATING CALENDAR.  A FAILED-CLOSE
025832* ATTEMPT ON RECORD DISTINGUISHES A DAY THAT NEVER CLOSED
025900* FROM ONE NOBODY EVER RAN THE CLOSE FOR.
026000*****************************************************************
026100 3000-JUDGE-THE-MONTH.
026200     PERFORM 3100-JUDGE-ONE-DAY THRU 3100-EXIT
027000     MOVE DAY-SUB TO RDL-DAY.
027100     EVALUATE TRUE
027200         WHEN DAY-CLOSED-COUNT (DAY-SUB) = 1
027215             IF DAY-EXCUSED-SHIFT-COUNT (DAY-SUB) > ZERO
027230                 MOVE DAY-EXCUSED-SHIFT-COUNT (DAY-SUB)
027245                     TO EXCUSED-SHIFT-EDIT
027260                 MOVE SPACES TO RDL-TEXT
027275                 STRING "CLOSED - " DELIMITED BY SIZE
027290                        EXCUSED-SHIFT-EDIT DELIMITED BY SIZE
027305                        " SHIFT(S) EXCUSED BY CALENDAR"
027320                            DELIMITED BY SIZE
027335                     INTO RDL-TEXT
027350             ELSE
027365                 MOVE "CLOSED" TO RDL-TEXT
027380             END-IF
027400         WHEN DAY-CLOSED-COUNT (DAY-SUB) > 1
027500             MOVE "N" TO MONTH-CLOSE-SWITCH
027600             MOVE "CLOSED MORE THAN ONCE - RERUN SUSPECTED"
028000             MOVE "NEVER CLOSED - FAILED CLOSE ATTEMPTS ON FILE"
028100                 TO RDL-TEXT
028200         WHEN OTHER
028221             COMPUTE CHECK-DATE = CLOSE-MONTH * 100 + DAY-SUB
028242             CALL "GASCLDK" USING CHECK-DATE CALENDAR-SITE-ID
028263                 CALENDAR-SHIFT-CODE EXCUSED-FLAG EXCUSE-REASON
028284             IF DAY-IS-EXCUSED
028305                 ADD 1 TO EXCUSED-DAY-COUNT
028326                 MOVE SPACES TO RDL-TEXT
028347                 STRING "EXCUSED - " DELIMITED BY SIZE
028368                        EXCUSE-REASON DELIMITED BY SIZE
028389                     INTO RDL-TEXT
028410             ELSE
028431                 MOVE "N" TO MONTH-CLOSE-SWITCH
028452                 MOVE "MISSING - NO DAY RESULT ROW" TO RDL-TEXT
028473             END-IF
028500     END-EVALUATE.
028600     MOVE REPORT-DAY-LINE TO RPT-PRINT-LINE.
028700     WRITE RPT-PRINT-LINE.
032100     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
032200     MOVE "ROWS FOR OTHER MONTHS " TO RD-LABEL.
032300     MOVE OTHER-MONTH-COUNT TO RD-COUNT.
032325     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
032350     MOVE "DAYS EXCUSED BY CAL.  " TO RD-LABEL.
032375     MOVE EXCUSED-DAY-COUNT TO RD-COUNT.
032400     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
032500     MOVE SPACES TO RPT-PRINT-LINE.
032600     WRITE RPT-PRINT-LINE.
033100         MOVE "MONTH NOT CLOSED - SEE DAY LINES ABOVE"
033200             TO RPT-PRINT-LINE
033300     END-IF.
033320     IF MONTH-CAN-CLOSE AND EXCUSED-DAY-COUNT > ZERO
033340         MOVE "MONTH CLOSED - EVERY DAY CLOSED ONCE OR EXCUSED"
033360             TO RPT-PRINT-LINE
033380     END-IF.
033400     WRITE RPT-PRINT-LINE.
033500     GO TO 7500-EXIT.
033600 7500-EXIT.
034100     WRITE RPT-PRINT-LINE.
034200     GO TO 7510-EXIT.
034300 7510-EXIT.
034301     EXIT.
034302
034303*****************************************************************
034304* 7600-PRINT-MONTH-ADJUSTMENTS - LATE READINGS POSTED AGAINST
034305* DAYS OF THE CLOSE MONTH, ONE LINE EACH, THEN THE MONTH AS
034306* CLOSED, THE LATE READINGS AND THE ADJUSTED FIGURES SIDE BY
034307* SIDE.  THE AS-CLOSED FIGURES ARE THE DAY CLOSES ABOVE; NOTHING
034308* ON GASDAYR IS ALTERED.
034309*****************************************************************
034310 7600-PRINT-MONTH-ADJUSTMENTS.
034311     MOVE SPACES TO RPT-PRINT-LINE.
034312     WRITE RPT-PRINT-LINE.
034313     MOVE "POST-CLOSE ADJUSTMENTS - LATE READINGS FOR THIS MONTH"
034314         TO RPT-PRINT-LINE.
034315     WRITE RPT-PRINT-LINE.
034316     MOVE "C" TO ADJ-SECTION-SWITCH.
034317     PERFORM 7640-SWEEP-ADJUSTMENTS THRU 7640-EXIT.
034318     IF ADJ-COUNT = ZERO
034319         GO TO 7600-EXIT
034320     END-IF.
034321     MOVE SPACES TO RPT-PRINT-LINE.
034322     WRITE RPT-PRINT-LINE.
034323     MOVE REPORT-COMPARE-HEADING TO RPT-PRINT-LINE.
034324     WRITE RPT-PRINT-LINE.
034325     MOVE "RATING E (EXCELLENT)  " TO RCL-LABEL.
034326     MOVE MON-TALLY-E TO COMPARE-AS-CLOSED.
034327     MOVE ADJ-TALLY-E TO COMPARE-LATE.
034328     PERFORM 7620-WRITE-COMPARE-LINE THRU 7620-EXIT.
034329     MOVE "RATING G (GOOD)       " TO RCL-LABEL.
034330     MOVE MON-TALLY-G TO COMPARE-AS-CLOSED.
034331     MOVE ADJ-TALLY-G TO COMPARE-LATE.
034332     PERFORM 7620-WRITE-COMPARE-LINE THRU 7620-EXIT.
034333     MOVE "RATING F (FAIR)       " TO RCL-LABEL.
034334     MOVE MON-TALLY-F TO COMPARE-AS-CLOSED.
034335     MOVE ADJ-TALLY-F TO COMPARE-LATE.
034336     PERFORM 7620-WRITE-COMPARE-LINE THRU 7620-EXIT.
034337     MOVE "RATING P (POOR)       " TO RCL-LABEL.
034338     MOVE MON-TALLY-P TO COMPARE-AS-CLOSED.
034339     MOVE ADJ-TALLY-P TO COMPARE-LATE.
034340     PERFORM 7620-WRITE-COMPARE-LINE THRU 7620-EXIT.
034341     MOVE "RATING U (OVERLIMIT)  " TO RCL-LABEL.
034342     MOVE MON-TALLY-U TO COMPARE-AS-CLOSED.
034343     MOVE ADJ-TALLY-U TO COMPARE-LATE.
034344     PERFORM 7620-WRITE-COMPARE-LINE THRU 7620-EXIT.
034345     MOVE "READINGS RATED        " TO RCL-LABEL.
034346     MOVE MON-READ-COUNT TO COMPARE-AS-CLOSED.
034347     MOVE ADJ-COUNT TO COMPARE-LATE.
034348     PERFORM 7620-WRITE-COMPARE-LINE THRU 7620-EXIT.
034349     GO TO 7600-EXIT.
034350 7600-EXIT.
034351     EXIT.
034352
034353 7620-WRITE-COMPARE-LINE.
034354     MOVE COMPARE-AS-CLOSED TO RCL-AS-CLOSED.
034355     MOVE COMPARE-LATE TO RCL-LATE.
034356     ADD COMPARE-AS-CLOSED COMPARE-LATE GIVING RCL-ADJUSTED.
034357     MOVE REPORT-COMPARE-LINE TO RPT-PRINT-LINE.
034358     WRITE RPT-PRINT-LINE.
034359     GO TO 7620-EXIT.
034360 7620-EXIT.
034361     EXIT.
034362
034363*****************************************************************
034364* 7640-SWEEP-ADJUSTMENTS - ONE PASS OVER GASADJ FOR THE SECTION
034365* NAMED BY ADJ-SECTION-SWITCH, PRINTING A LINE FOR EACH ROW IN
034366* IT AND COUNTING IT BY TIER.  NO GASADJ FILE MEANS NOTHING HAS
034367* BEEN POSTED YET.
034368*****************************************************************
034369 7640-SWEEP-ADJUSTMENTS.
034370     MOVE ZERO TO ADJ-TALLY-E ADJ-TALLY-G ADJ-TALLY-F
034371         ADJ-TALLY-P ADJ-TALLY-U ADJ-COUNT.
034372     MOVE "N" TO ADJ-EOF-SWITCH.
034373     OPEN INPUT ADJUST-FILE.
034374     IF ADJ-FILE-STATUS NOT = "00"
034375         MOVE "  NONE POSTED" TO RPT-PRINT-LINE
034376         WRITE RPT-PRINT-LINE
034377         GO TO 7640-EXIT
034378     END-IF.
034379     MOVE REPORT-ADJ-HEADING TO RPT-PRINT-LINE.
034380     WRITE RPT-PRINT-LINE.
034381     PERFORM 7650-READ-ONE-ADJUSTMENT THRU 7650-EXIT.
034382     PERFORM 7660-TAKE-ONE-ADJUSTMENT THRU 7660-EXIT
034383         UNTIL ADJ-AT-EOF.
034384     CLOSE ADJUST-FILE.
034385     IF ADJ-COUNT = ZERO
034386         MOVE "  NONE POSTED" TO RPT-PRINT-LINE
034387         WRITE RPT-PRINT-LINE
034388     END-IF.
034389     GO TO 7640-EXIT.
034390 7640-EXIT.
034391     EXIT.
034392
034393 7650-READ-ONE-ADJUSTMENT.
034394     READ ADJUST-FILE
034395         AT END
034396             MOVE "Y" TO ADJ-EOF-SWITCH
034397     END-READ.
034398     GO TO 7650-EXIT.
034399 7650-EXIT.
034400     EXIT.
034401
034402*****************************************************************
034403* 7660-TAKE-ONE-ADJUSTMENT - THE CURRENT SECTION TAKES ROWS FOR
034404* READINGS DATED IN THE CLOSE MONTH, WHENEVER POSTED.  THE PRIOR-
034405* PERIOD SECTION TAKES ROWS POSTED IN THE CLOSE MONTH FOR
034406* READINGS DATED BEFORE IT.
034407*****************************************************************
034408 7660-TAKE-ONE-ADJUSTMENT.
034409     MOVE AJ-CLOSE-DATE TO SPLIT-ADJ-CLOSE-DATE.
034410     MOVE AJ-POSTED-DATE TO SPLIT-ADJ-POSTED-DATE.
034411     IF ADJ-SECTION-CURRENT
034412         IF SPLIT-ADJ-CLOSE-YYYYMM NOT = CLOSE-MONTH
034413             GO TO 7660-NEXT
034414         END-IF
034415     ELSE
034416         IF SPLIT-ADJ-POSTED-YYYYMM NOT = CLOSE-MONTH
034417             OR AJ-CLOSE-DATE NOT < MONTH-FIRST-DATE
034418             GO TO 7660-NEXT
034419         END-IF
034420     END-IF.
034421     ADD 1 TO ADJ-COUNT.
034422     EVALUATE AJ-RATING-VALUE
034423         WHEN "E"
034424             ADD 1 TO ADJ-TALLY-E
034425         WHEN "G"
034426             ADD 1 TO ADJ-TALLY-G
034427         WHEN "F"
034428             ADD 1 TO ADJ-TALLY-F
034429         WHEN "P"
034430             ADD 1 TO ADJ-TALLY-P
034431         WHEN "U"
034432             ADD 1 TO ADJ-TALLY-U
034433     END-EVALUATE.
034434     MOVE AJ-CLOSE-DATE TO RAL-CLOSE-DATE.
034435     MOVE AJ-POSTED-DATE TO RAL-POSTED-DATE.
034436     MOVE AJ-SITE-ID TO RAL-SITE-ID.
034437     MOVE AJ-SHIFT-CODE TO RAL-SHIFT-CODE.
034438     MOVE AJ-READING-TIME TO RAL-READING-TIME.
034439     MOVE AJ-GAS-VALUE TO RAL-GAS-VALUE.
034440     MOVE AJ-RATING-VALUE TO RAL-RATING-VALUE.
034441     IF AJ-MONTH-WAS-CLOSED
034442         MOVE "MONTH CLOSE" TO RAL-CLOSE-LEVEL
034443     ELSE
034444         MOVE "DAY CLOSE" TO RAL-CLOSE-LEVEL
034445     END-IF.
034446     MOVE REPORT-ADJ-LINE TO RPT-PRINT-LINE.
034447     WRITE RPT-PRINT-LINE.
034448 7660-NEXT.
034449     PERFORM 7650-READ-ONE-ADJUSTMENT THRU 7650-EXIT.
034450     GO TO 7660-EXIT.
034451 7660-EXIT.
034452     EXIT.
034453
034454*****************************************************************
034455* 7700-PRINT-PRIOR-PERIOD - LATE READINGS POSTED THIS MONTH
034456* AGAINST DAYS OF EARLIER MONTHS.  THOSE MONTHS' CLOSES STAND AS
034457* THEY WERE; THE ADJUSTMENTS ARE REPORTED HERE, IN THE MONTH
034458* THEY WERE POSTED.
034459*****************************************************************
034460 7700-PRINT-PRIOR-PERIOD.
034461     MOVE SPACES TO RPT-PRINT-LINE.
034462     WRITE RPT-PRINT-LINE.
034463     MOVE "PRIOR-PERIOD ADJUSTMENTS POSTED THIS MONTH"
034464         TO RPT-PRINT-LINE.
034465     WRITE RPT-PRINT-LINE.
034466     MOVE "P" TO ADJ-SECTION-SWITCH.
034467     PERFORM 7640-SWEEP-ADJUSTMENTS THRU 7640-EXIT.
034468     IF ADJ-COUNT = ZERO
034469         GO TO 7700-EXIT
034470     END-IF.
034471     MOVE SPACES TO RPT-PRINT-LINE.
034472     WRITE RPT-PRINT-LINE.
034473     MOVE "RATING E (EXCELLENT)  " TO RD-LABEL.
034474     MOVE ADJ-TALLY-E TO RD-COUNT.
034475     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
034476     MOVE "RATING G (GOOD)       " TO RD-LABEL.
034477     MOVE ADJ-TALLY-G TO RD-COUNT.
034478     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
034479     MOVE "RATING F (FAIR)       " TO RD-LABEL.
034480     MOVE ADJ-TALLY-F TO RD-COUNT.
034579     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
034580     MOVE "RATING P (POOR)       " TO RD-LABEL.
034581     MOVE ADJ-TALLY-P TO RD-COUNT.
034582     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
034583     MOVE "RATING U (OVERLIMIT)  " TO RD-LABEL.
034584     MOVE ADJ-TALLY-U TO RD-COUNT.
034585     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
034586     MOVE "PRIOR-PERIOD READINGS " TO RD-LABEL.
034587     MOVE ADJ-COUNT TO RD-COUNT.
034588     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
034589     GO TO 7700-EXIT.
034590 7700-EXIT.
034591     EXIT.
034592
034593*****************************************************************
034594* 7800-WRITE-MONTH-RESULT - ONE GASMONR ROW PER CLOSE RUN WITH
034595* THE MONTH AS CLOSED.  A FAILED CLOSE IS RECORDED TOO (VERDICT
034596* "O"); ONLY "C" ROWS COUNT AS A CLOSE.
034597*****************************************************************
034598 7800-WRITE-MONTH-RESULT.
034599     MOVE SPACES TO MR-MONTH-RESULT-RECORD.
034600     MOVE CLOSE-MONTH         TO MR-CLOSE-MONTH.
034601     MOVE TODAY-DATE          TO MR-RUN-DATE.
034602     MOVE MON-TALLY-E         TO MR-TALLY-E.
034603     MOVE MON-TALLY-G         TO MR-TALLY-G.
034604     MOVE MON-TALLY-F         TO MR-TALLY-F.
034605     MOVE MON-TALLY-P         TO MR-TALLY-P.
034606     MOVE MON-TALLY-U         TO MR-TALLY-U.
034607     MOVE MON-READ-COUNT      TO MR-READ-COUNT.
034608     MOVE MON-REJECTED-COUNT  TO MR-REJECTED-COUNT.
034609     MOVE MON-DUPLICATE-COUNT TO MR-DUPLICATE-COUNT.
034610     MOVE EXCUSED-DAY-COUNT   TO MR-EXCUSED-DAY-COUNT.
034611     IF MONTH-CAN-CLOSE
034612         MOVE "C" TO MR-CLOSE-VERDICT
034613     ELSE
034614         MOVE "O" TO MR-CLOSE-VERDICT
034615     END-IF.
034616     WRITE MR-MONTH-RESULT-RECORD.
034617     GO TO 7800-EXIT.
034618 7800-EXIT.
034619     EXIT.
034620
034621*****************************************************************
034700* 9000-TERMINATE
034800*****************************************************************
034900 9000-TERMINATE.
035000     CLOSE DAY-RESULT-FILE.
035050     CLOSE MONTH-RESULT-FILE.
035100     CLOSE GAS-REPORT-FILE.
035200     GO TO 9000-EXIT.
035300 9000-EXIT.
