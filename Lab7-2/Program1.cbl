003338*                  RE-RATE CAN PICK THE SAME BAND SET THE
003339*                  ORIGINAL RUN DID WHEN THE BATCH RAN AFTER
003341*                  MIDNIGHT.  INTERACTIVE ROWS CARRY TODAY.
003342* 2026-10-15  DRH  CORRECT EVERY BATCH READING BY ITS SITE'S
003343*                  GASCALB CALIBRATION FACTOR BEFORE IT IS
003344*                  RATED, AND RE-CHECK THE CORRECTED VALUE
003345*                  AGAINST THE RATING RANGE.  A READING TAKEN
003346*                  AFTER THE SITE'S NEXT-DUE DATE IS SUSPENDED
003347*                  UNDER THE NEW "CO" REASON INSTEAD OF BEING
003348*                  RATED ON AN UNTRUSTED METER.  A SITE WITH NO
003349*                  CALIBRATION ON FILE IS RATED AS SENT.
003350*                  GASHIST AND THE FLEET EXTRACT NOW CARRY BOTH
003351*                  THE RAW AND THE CORRECTED VALUE.
003352* 2026-10-15  DRH  CARRY GR-CARRIER-ID INTO EVERY BATCH HISTORY
003353*                  ROW (NEW GH-CARRIER-ID) FOR THE MONTH-END
003354*                  CARRIER SCORECARD.  INTERACTIVE ROWS CARRY
003355*                  SPACES.
003356* 2026-10-15  DRH  RECOGNISE LATE READINGS -- A VALID READING
003357*                  WHOSE GR-READING-DATE FALLS IN A DAY ALREADY
003358*                  CLOSED ("C" ON GASDAYR) OR A MONTH ALREADY
003359*                  CLOSED ("C" ON GASMONR).  IT IS STILL RATED AND
003360*                  WRITTEN TO GASHIST AND THE EXTRACT, BUT IT IS
003361*                  KEPT OUT OF THE RUN'S TALLIES, GASSHFT ROWS AND
003362*                  GATE RECONCILIATION AND IS POSTED AS A DATED
003363*                  ADJUSTMENT AGAINST THE CLOSED DAY ON GASADJ.
003364*                  THE CLOSED TOTALS USED TO STOP MATCHING GASHIST
003365*                  WITHOUT ANYONE BEING TOLD.  A LATERDG ALERT
003366*                  REPORTS HOW MANY WERE POSTED.
003367* 2026-10-15  DRH  SKIP GASPARM ROWS STILL PENDING APPROVAL
003368*                  (GP-SET-STATUS "P").  A RETUNE KEYED IN
003369*                  GASPARMM TAKES EFFECT ONLY ONCE A SECOND
003370*                  SUPERVISOR HAS APPROVED IT.
003371* 2026-10-15  DRH  A GASCALB NOT YET CREATED (STATUS 35) NO LONGER
003372*                  ABORTS THE RUN; EVERY READING IS RATED AS SENT
003373*                  UNTIL GASCALM HAS WRITTEN THE FIRST FACTOR.
003398*****************************************************************
003399
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600
005730         ACCESS MODE IS RANDOM
005740         RECORD KEY IS SM-SITE-ID
005750         FILE STATUS IS SITE-FILE-STATUS.
005752     SELECT GAS-CALIB-FILE ASSIGN TO "GASCALB"
005754         ORGANIZATION IS INDEXED
005756         ACCESS MODE IS RANDOM
005758         RECORD KEY IS CB-SITE-ID
005760         FILE STATUS IS CALIB-FILE-STATUS.
005762     SELECT GAS-DAY-RESULT-FILE ASSIGN TO "GASDAYR"
005764         ORGANIZATION IS SEQUENTIAL
005766         FILE STATUS IS DAYR-FILE-STATUS.
005768     SELECT GAS-MONTH-RESULT-FILE ASSIGN TO "GASMONR"
005770         ORGANIZATION IS SEQUENTIAL
005772         FILE STATUS IS MONR-FILE-STATUS.
005774     SELECT GAS-ADJUST-FILE ASSIGN TO "GASADJ"
005776         ORGANIZATION IS SEQUENTIAL
005778         FILE STATUS IS ADJ-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
008020 FD  GAS-SITE-FILE.
008030     COPY GASSITE.
008040
008042 FD  GAS-CALIB-FILE.
008044     COPY GASCALB.
008046
008050 FD  GAS-SUSPENSE-FILE.
008060     COPY GASSUSP.
008070
008095 FD  GAS-SHIFT-RESULT-FILE.
008096     COPY GASSHFT.
008100
008110 FD  GAS-DAY-RESULT-FILE.
008120     COPY GASDAYR.
008130
008140 FD  GAS-MONTH-RESULT-FILE.
008150     COPY GASMONR.
008160
008170 FD  GAS-ADJUST-FILE.
008180     COPY GASADJ.
008190
008200 WORKING-STORAGE SECTION.
008300*****************************************************************
008400* RATING WORK FIELDS
008500*****************************************************************
008600 01  GAS                             PIC 9(04).
008650 01  RAW-GAS                         PIC 9(04).
008700 01  GAS-ENTRY                       PIC X(04).
008800 01  RATING-VALUE                    PIC X(01).
008900
010486         88  CTL-DATE-IS-WRONG       VALUE "Y".
010487     05  SITE-U-THRESHOLD-SWITCH     PIC X(01) VALUE "N".
010488         88  SITE-U-THRESHOLD-SET    VALUE "Y".
010489     05  READING-LATE-SWITCH         PIC X(01) VALUE "N".
010490         88  READING-IS-LATE         VALUE "Y".
010491     05  HIST-WRITE-SWITCH           PIC X(01) VALUE "N".
010492         88  HIST-WAS-WRITTEN        VALUE "Y".
010493     05  CLOSED-EOF-SWITCH           PIC X(01) VALUE "N".
010494         88  CLOSED-FILE-AT-EOF      VALUE "Y".
010495     05  CLOSED-FOUND-SWITCH         PIC X(01) VALUE "N".
010496         88  CLOSED-WAS-FOUND        VALUE "Y".
010497     05  CALIB-AVAIL-SWITCH          PIC X(01) VALUE "N".
010498         88  CALIB-WAS-AVAILABLE     VALUE "Y".
010500
010600 01  HIST-FILE-STATUS                PIC X(02).
010650 01  CTL-FILE-STATUS                 PIC X(02).
010654 01  SECLOG-FILE-STATUS              PIC X(02).
010655 01  SHIFT-FILE-STATUS               PIC X(02).
010660 01  SITE-FILE-STATUS                PIC X(02).
010662 01  CALIB-FILE-STATUS               PIC X(02).
010664 01  DAYR-FILE-STATUS                PIC X(02).
010666 01  MONR-FILE-STATUS                PIC X(02).
010668 01  ADJ-FILE-STATUS                 PIC X(02).
010670 01  REJECT-REASON                   PIC X(02) VALUE SPACES.
010680     88  REJECT-GAS-RANGE            VALUE "GR".
010690     88  REJECT-SITE-UNKNOWN         VALUE "SU".
010698     88  REJECT-BAD-DATE             VALUE "BD".
010699     88  REJECT-BAD-TIME             VALUE "BT".
010701     88  REJECT-BAD-SHIFT            VALUE "BS".
010703     88  REJECT-CAL-OVERDUE          VALUE "CO".
010710 01  HIST-SEQUENCE-NO                PIC 9(08) VALUE ZERO COMP.
010750 01  CERT-OPERATOR-ID                PIC X(06) VALUE SPACES.
010800
012322 01  LEAP-REMAINDER                  PIC 9(04) COMP.
012323 01  EXPECTED-SHIFT-CODE             PIC X(01) VALUE SPACE.
012324
012326*****************************************************************
012328* CLOSED PERIODS - EVERY MONTH WITH A "C" GASMONR ROW AND EVERY
012330* DAY WITH A "C" GASDAYR ROW OUTSIDE THOSE MONTHS, LOADED AT
012332* START OF RUN.  A READING DATED IN EITHER IS LATE.  DAYS IN A
012334* CLOSED MONTH ARE NOT HELD ONE BY ONE, SO THE DAY TABLE ONLY
012336* EVER CARRIES THE MONTHS STILL OPEN.  OVERFLOW IS COUNTED AND
012338* WARNED; A PERIOD NOT HELD IS TREATED AS OPEN.
012340*****************************************************************
012342 01  CLOSED-MONTH-TABLE.
012344     05  CLOSED-MONTH OCCURS 240 TIMES PIC 9(06).
012346 01  CLOSED-DAY-TABLE.
012348     05  CLOSED-DAY OCCURS 400 TIMES PIC 9(08).
012350 01  CLOSED-MONTH-COUNT              PIC 9(03) VALUE ZERO COMP.
012352 01  CLOSED-DAY-COUNT                PIC 9(03) VALUE ZERO COMP.
012354 01  CLOSED-OVERFLOW-COUNT           PIC 9(06) VALUE ZERO COMP.
012356 01  CLOSED-SUB                      PIC 9(03) VALUE ZERO COMP.
012358 01  CLOSED-CHECK-DATE.
012360     05  CLOSED-CHECK-MONTH          PIC 9(06).
012362     05  CLOSED-CHECK-DD             PIC 9(02).
012364 01  LATE-CLOSE-LEVEL                PIC X(01) VALUE SPACE.
012366
012400*****************************************************************
012500* SHIFT TALLY COUNTERS
012600*****************************************************************
013100     05  TALLY-P                     PIC 9(06) VALUE ZERO COMP.
013200     05  TALLY-U                     PIC 9(06) VALUE ZERO COMP.
013300     05  TALLY-REJECTED              PIC 9(06) VALUE ZERO COMP.
013305     05  TALLY-LATE                  PIC 9(06) VALUE ZERO COMP.
013310     05  TALLY-DUPLICATE             PIC 9(06) VALUE ZERO COMP.
013311
013312 01  HIST-DUPKEY-COUNT               PIC 9(06) VALUE ZERO COMP.
018210         PERFORM 7800-WRITE-ALERTS THRU 7800-EXIT
018215         PERFORM 7900-WRITE-SHIFT-RESULTS THRU 7900-EXIT
018220         PERFORM 8000-SET-CONDITION-CODE THRU 8000-EXIT
018230*        THE CALIBRATION MASTER AND THE ADJUSTMENT FILE ARE OPEN
018240*        ONLY FOR A BATCH RUN THAT GOT PAST INITIALIZATION.
018250         IF CALIB-WAS-AVAILABLE
018260             CLOSE GAS-CALIB-FILE
018270         END-IF
018280         CLOSE GAS-ADJUST-FILE
018300     END-IF.
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018500     GOBACK.
020460             MOVE 16 TO RETURN-CODE
020470             GO TO 1000-EXIT
020480         END-IF
020481         OPEN INPUT GAS-CALIB-FILE
020482         IF CALIB-FILE-STATUS = "35"
020483             DISPLAY "WARNING - GASCALB CALIBRATION MASTER NOT "
020484                 "YET CREATED.  READINGS ARE RATED AS SENT."
020485         ELSE
020486             IF CALIB-FILE-STATUS NOT = "00"
020487                 DISPLAY "ERROR - GASCALB CALIBRATION MASTER NOT "
020488                     "AVAILABLE, STATUS " CALIB-FILE-STATUS
020489                     ".  RUN ABORTED."
020490                 MOVE "Y" TO ABORT-SWITCH
020491                 MOVE 16 TO RETURN-CODE
020492                 GO TO 1000-EXIT
020493             ELSE
020494                 MOVE "Y" TO CALIB-AVAIL-SWITCH
020495             END-IF
020496         END-IF
020500         OPEN INPUT GAS-READING-FILE
020700         OPEN OUTPUT GAS-REPORT-FILE
020800         IF RESTART-REQUESTED
021520         OPEN EXTEND GAS-SHIFT-RESULT-FILE
021530         IF SHIFT-FILE-STATUS = "35"
021540             OPEN OUTPUT GAS-SHIFT-RESULT-FILE
021541         END-IF
021542         PERFORM 1400-LOAD-CLOSED-PERIODS THRU 1400-EXIT
021543         OPEN EXTEND GAS-ADJUST-FILE
021544         IF ADJ-FILE-STATUS = "35"
021545             OPEN OUTPUT GAS-ADJUST-FILE
021550         END-IF
021600     END-IF.
021700     GO TO 1000-EXIT.
022800     GO TO 1100-EXIT.
022900 1100-EXIT.
023000     EXIT.
023001
023002*****************************************************************
023003* 1400-LOAD-CLOSED-PERIODS - WHICH MONTHS AND DAYS HAVE ALREADY
023004* CLOSED.  MONTHS FIRST, SO DAYS INSIDE A CLOSED MONTH NEED NOT
023005* BE HELD.  A MISSING RESULT FILE MEANS NOTHING HAS CLOSED YET
023006* (A NEW INSTALLATION) AND IS WARNED, NOT FATAL -- THE RATING
023007* ITSELF DOES NOT DEPEND ON IT.
023008*****************************************************************
023009 1400-LOAD-CLOSED-PERIODS.
023010     OPEN INPUT GAS-MONTH-RESULT-FILE.
023011     IF MONR-FILE-STATUS = "00"
023012         MOVE "N" TO CLOSED-EOF-SWITCH
023013         PERFORM 1410-READ-MONTH-RESULT THRU 1410-EXIT
023014         PERFORM 1420-STORE-CLOSED-MONTH THRU 1420-EXIT
023015             UNTIL CLOSED-FILE-AT-EOF
023016         CLOSE GAS-MONTH-RESULT-FILE
023017     ELSE
023018         DISPLAY "WARNING - GASMONR NOT AVAILABLE, STATUS "
023019             MONR-FILE-STATUS ".  NO MONTH TREATED AS CLOSED."
023020     END-IF.
023021     OPEN INPUT GAS-DAY-RESULT-FILE.
023022     IF DAYR-FILE-STATUS = "00"
023023         MOVE "N" TO CLOSED-EOF-SWITCH
023024         PERFORM 1430-READ-DAY-RESULT THRU 1430-EXIT
023025         PERFORM 1440-STORE-CLOSED-DAY THRU 1440-EXIT
023026             UNTIL CLOSED-FILE-AT-EOF
023027         CLOSE GAS-DAY-RESULT-FILE
023028     ELSE
023029         DISPLAY "WARNING - GASDAYR NOT AVAILABLE, STATUS "
023030             DAYR-FILE-STATUS ".  NO DAY TREATED AS CLOSED."
023031     END-IF.
023032     IF CLOSED-OVERFLOW-COUNT > ZERO
023033         DISPLAY "WARNING - CLOSED PERIOD TABLE OVERFLOWED, "
023034             CLOSED-OVERFLOW-COUNT " CLOSES NOT HELD.  LATE "
023035             "READINGS FOR THEM WILL BE TALLIED AS CURRENT."
023036     END-IF.
023037     GO TO 1400-EXIT.
023038 1400-EXIT.
023039     EXIT.
023040
023041 1410-READ-MONTH-RESULT.
023042     READ GAS-MONTH-RESULT-FILE
023043         AT END
023044             MOVE "Y" TO CLOSED-EOF-SWITCH
023045     END-READ.
023046     GO TO 1410-EXIT.
023047 1410-EXIT.
023048     EXIT.
023049
023050 1420-STORE-CLOSED-MONTH.
023051     IF NOT MR-MONTH-CLOSED
023052         GO TO 1420-NEXT
023053     END-IF.
023054     MOVE MR-CLOSE-MONTH TO CLOSED-CHECK-MONTH.
023055     PERFORM 1450-FIND-CLOSED-MONTH THRU 1450-EXIT.
023056     IF CLOSED-WAS-FOUND
023057         GO TO 1420-NEXT
023058     END-IF.
023059     IF CLOSED-MONTH-COUNT >= 240
023060         ADD 1 TO CLOSED-OVERFLOW-COUNT
023061         GO TO 1420-NEXT
023062     END-IF.
023063     ADD 1 TO CLOSED-MONTH-COUNT.
023064     MOVE MR-CLOSE-MONTH TO CLOSED-MONTH (CLOSED-MONTH-COUNT).
023065 1420-NEXT.
023066     PERFORM 1410-READ-MONTH-RESULT THRU 1410-EXIT.
023067     GO TO 1420-EXIT.
023068 1420-EXIT.
023069     EXIT.
023070
023071 1430-READ-DAY-RESULT.
023072     READ GAS-DAY-RESULT-FILE
023073         AT END
023074             MOVE "Y" TO CLOSED-EOF-SWITCH
023075     END-READ.
023076     GO TO 1430-EXIT.
023077 1430-EXIT.
023078     EXIT.
023100
023101 1440-STORE-CLOSED-DAY.
023102     IF NOT DR-DAY-CLOSED
023103         GO TO 1440-NEXT
023104     END-IF.
023105     MOVE DR-CLOSE-DATE TO CLOSED-CHECK-DATE.
023106     PERFORM 1450-FIND-CLOSED-MONTH THRU 1450-EXIT.
023107     IF CLOSED-WAS-FOUND
023108         GO TO 1440-NEXT
023109     END-IF.
023110     PERFORM 1460-FIND-CLOSED-DAY THRU 1460-EXIT.
023111     IF CLOSED-WAS-FOUND
023112         GO TO 1440-NEXT
023113     END-IF.
023114     IF CLOSED-DAY-COUNT >= 400
023115         ADD 1 TO CLOSED-OVERFLOW-COUNT
023116         GO TO 1440-NEXT
023117     END-IF.
023118     ADD 1 TO CLOSED-DAY-COUNT.
023119     MOVE DR-CLOSE-DATE TO CLOSED-DAY (CLOSED-DAY-COUNT).
023120 1440-NEXT.
023121     PERFORM 1430-READ-DAY-RESULT THRU 1430-EXIT.
023122     GO TO 1440-EXIT.
023123 1440-EXIT.
023124     EXIT.
023125
023126*****************************************************************
023127* 1450/1460 - IS CLOSED-CHECK-MONTH / CLOSED-CHECK-DATE IN THE
023128* CLOSED PERIOD TABLES.  ANSWER IN CLOSED-FOUND-SWITCH.
023129*****************************************************************
023130 1450-FIND-CLOSED-MONTH.
023131     MOVE "N" TO CLOSED-FOUND-SWITCH.
023132     PERFORM 1455-MATCH-CLOSED-MONTH THRU 1455-EXIT
023133         VARYING CLOSED-SUB FROM 1 BY 1
023134         UNTIL CLOSED-SUB > CLOSED-MONTH-COUNT
023135         OR CLOSED-WAS-FOUND.
023136     GO TO 1450-EXIT.
023137 1450-EXIT.
023138     EXIT.
023139
023140 1455-MATCH-CLOSED-MONTH.
023141     IF CLOSED-MONTH (CLOSED-SUB) = CLOSED-CHECK-MONTH
023142         MOVE "Y" TO CLOSED-FOUND-SWITCH
023143     END-IF.
023144     GO TO 1455-EXIT.
023145 1455-EXIT.
023146     EXIT.
023147
023148 1460-FIND-CLOSED-DAY.
023149     MOVE "N" TO CLOSED-FOUND-SWITCH.
023150     PERFORM 1465-MATCH-CLOSED-DAY THRU 1465-EXIT
023151         VARYING CLOSED-SUB FROM 1 BY 1
023152         UNTIL CLOSED-SUB > CLOSED-DAY-COUNT
023153         OR CLOSED-WAS-FOUND.
023154     GO TO 1460-EXIT.
023155 1460-EXIT.
023156     EXIT.
023157
023158 1465-MATCH-CLOSED-DAY.
023159     IF CLOSED-DAY (CLOSED-SUB) = CLOSED-CHECK-DATE
023160         MOVE "Y" TO CLOSED-FOUND-SWITCH
023161     END-IF.
023162     GO TO 1465-EXIT.
023163 1465-EXIT.
023164     EXIT.
023165
023200*****************************************************************
023210* 1110-STORE-THRESHOLD - FILE ONE GASPARM TIER RECORD UNDER ITS
023220* EFFECTIVE-DATED BAND SET, OPENING A NEW SET ENTRY WHEN THIS
023230* IS THE FIRST TIER SEEN FOR THAT EFFECTIVE DATE
023240*****************************************************************
023300 1110-STORE-THRESHOLD.
023301*    A SET STILL AWAITING ITS SECOND SUPERVISOR'S APPROVAL IN
023302*    GASPARMM IS NOT YET IN FORCE.
023303     IF GP-SET-PENDING
023304         GO TO 1110-EXIT
023305     END-IF.
023310     MOVE ZERO TO SET-FOUND-SUB.
023320     PERFORM 1120-MATCH-ONE-SET THRU 1120-EXIT
023330         VARYING SET-SUB FROM 1 BY 1
026300     MOVE "GASR2"                 TO GH-SITE-ID.
026400     MOVE HIST-SEQUENCE-NO        TO GH-SEQUENCE-NO.
026500     MOVE GAS                     TO GH-GAS-VALUE.
026520     MOVE GAS                     TO GH-RAW-GAS-VALUE.
026540     MOVE SPACES                  TO GH-CARRIER-ID.
026600     MOVE RATING-VALUE            TO GH-RATING-VALUE.
026700     MOVE TODAY-DATE              TO GH-RUN-DATE.
026800     MOVE TODAY-TIME              TO GH-RUN-TIME.
032800     MOVE CK-TALLY-P TO TALLY-P.
032900     MOVE CK-TALLY-U TO TALLY-U.
032910     MOVE CK-TALLY-REJECTED TO TALLY-REJECTED.
032912     MOVE CK-TALLY-LATE TO TALLY-LATE.
032915     MOVE CK-TALLY-DUPLICATE TO TALLY-DUPLICATE.
032916     MOVE CK-SITE-U-TABLE TO SITE-U-TABLE.
032917     MOVE CK-SITE-U-STORED TO SITE-U-STORED-COUNT.
036500
036600 3200-PROCESS-ONE-READING.
036700     MOVE GR-GAS-VALUE TO GAS.
036705     MOVE GR-GAS-VALUE TO RAW-GAS.
036710     MOVE GR-SHIFT-CODE TO SHIFT-LOOKUP-CODE.
036720     PERFORM 3410-FIND-SHIFT-ENTRY THRU 3410-EXIT.
036721     PERFORM 3240-CHECK-DUPLICATE THRU 3240-EXIT.
036731     END-IF.
036732     ADD 1 TO ST-CONSUMED-COUNT (SHIFT-IDX).
036800     PERFORM 3210-VALIDATE-READING THRU 3210-EXIT.
036802     MOVE "N" TO READING-LATE-SWITCH.
036804     IF READING-IS-VALID
036806         PERFORM 3280-CHECK-LATE-READING THRU 3280-EXIT
036808     END-IF.
036810*    THE SORTED INPUT COVERS ONE GATE BUSINESS DAY; THE FIRST
036820*    READING WITH A VALID CALENDAR DATE NAMES IT FOR THE
036830*    GASCTL DATE CHECK.  A READING SUSPENDED FOR A BAD OR
036840*    FUTURE DATE MUST NOT -- IT WOULD RAISE A SPURIOUS CTLDATE
036850*    ALERT AGAINST A CORRECT GATE CONTROL RECORD.
036855*    NOR MAY A LATE READING FOR A DAY THAT HAS ALREADY CLOSED.
036860     IF RUN-BUSINESS-DATE = ZERO
036870         AND NOT REJECT-BAD-DATE
036875         AND NOT READING-IS-LATE
036880         MOVE GR-READING-DATE TO RUN-BUSINESS-DATE
036890     END-IF.
036900     IF READING-IS-VALID
037000         PERFORM 3300-SEARCH-RATING-VALUE THRU 3300-EXIT
037020*        A LATE READING WAS LOGGED AT THE GATE ON ITS OWN DAY AND
037040*        IS COUNTED AGAINST THAT DAY'S CLOSE AS AN ADJUSTMENT, NOT
037060*        IN THIS RUN'S TALLIES OR CONSUMED COUNT.
037080         IF READING-IS-LATE
037100             SUBTRACT 1 FROM ST-CONSUMED-COUNT (SHIFT-IDX)
037120             ADD 1 TO TALLY-LATE
037140         ELSE
037160             PERFORM 3400-UPDATE-TALLY THRU 3400-EXIT
037180         END-IF
037200         PERFORM 3500-WRITE-HISTORY-RECORD THRU 3500-EXIT
037300         PERFORM 3600-WRITE-EXTRACT-RECORD THRU 3600-EXIT
037310*        NO HISTORY ROW MEANS A RESTART IS REPROCESSING A READING
037320*        ALREADY POSTED -- DO NOT POST ITS ADJUSTMENT TWICE.
037330         IF READING-IS-LATE AND HIST-WAS-WRITTEN
037340             PERFORM 3800-WRITE-ADJUSTMENT THRU 3800-EXIT
037350         END-IF
037400         ADD 1 TO READ-COUNT
037500         DIVIDE READ-COUNT BY 100 GIVING CKPT-QUOTIENT
037600             REMAINDER CKPT-REMAINDER
039230         MOVE "SI" TO REJECT-REASON
039240         GO TO 3210-EXIT
039250     END-IF.
039252     PERFORM 3270-APPLY-CALIBRATION THRU 3270-EXIT.
039254     IF REJECT-REASON NOT = SPACES
039256         GO TO 3210-EXIT
039258     END-IF.
039260     MOVE "Y" TO READING-VALID-SWITCH.
039400     GO TO 3210-EXIT.
039500 3210-EXIT.
039640         WHEN REJECT-GAS-RANGE
039650             DISPLAY "REJECTED READING - GAS OUT OF RANGE: "
039651                 GR-SITE-ID
039653         WHEN REJECT-CAL-OVERDUE
039655             DISPLAY "REJECTED READING - CALIBRATION OVERDUE: "
039657                 GR-SITE-ID
039660         WHEN REJECT-SITE-UNKNOWN
039670             DISPLAY "REJECTED READING - UNKNOWN SITE: "
039671                 GR-SITE-ID
042200     GO TO 3300-EXIT.
042300 3300-EXIT.
042400     EXIT.
042401
042402*****************************************************************
042403* 3270-APPLY-CALIBRATION - CORRECT THE RAW READING BY THE SITE'S
042404* GASCALB FACTOR BEFORE IT IS RATED.  A READING TAKEN AFTER THE
042405* SITE'S NEXT-DUE DATE IS SUSPENDED "CO" -- THE METER IS NO
042406* LONGER TRUSTED.  A SITE WITH NO CALIBRATION ON FILE IS RATED
042407* AS SENT, AS IS EVERY READING BEFORE GASCALM HAS FIRST CREATED
042408* GASCALB.  THE CORRECTED VALUE MUST STILL FALL WITHIN THE
042409* RATING RANGE.
042410*****************************************************************
042411 3270-APPLY-CALIBRATION.
042412     IF NOT CALIB-WAS-AVAILABLE
042413         GO TO 3270-EXIT
042414     END-IF.
042415     MOVE GR-SITE-ID TO CB-SITE-ID.
042416     READ GAS-CALIB-FILE
042417         INVALID KEY
042418             GO TO 3270-EXIT
042419     END-READ.
042420     IF CB-NEXT-DUE-DATE < GR-READING-DATE
042421         MOVE "CO" TO REJECT-REASON
042422         GO TO 3270-EXIT
042423     END-IF.
042424     COMPUTE GAS ROUNDED = RAW-GAS * CB-CORRECTION-FACTOR
042425         ON SIZE ERROR
042426             MOVE "GR" TO REJECT-REASON
042427             GO TO 3270-EXIT
042428     END-COMPUTE.
042429     IF GAS > RT-U-HIGH
042430         MOVE "GR" TO REJECT-REASON
042431     END-IF.
042432     GO TO 3270-EXIT.
042433 3270-EXIT.
042434     EXIT.
042435
042436*****************************************************************
042437* 3280-CHECK-LATE-READING - A VALID READING DATED IN A MONTH OR
042438* A DAY THAT HAS ALREADY CLOSED IS LATE.  LATE-CLOSE-LEVEL SAYS
042439* WHICH ("M" OR "D") FOR THE ADJUSTMENT ROW.
042440*****************************************************************
042441 3280-CHECK-LATE-READING.
042442     MOVE SPACE TO LATE-CLOSE-LEVEL.
042443     MOVE GR-READING-DATE TO CLOSED-CHECK-DATE.
042444     PERFORM 1450-FIND-CLOSED-MONTH THRU 1450-EXIT.
042445     IF CLOSED-WAS-FOUND
042446         MOVE "Y" TO READING-LATE-SWITCH
042447         MOVE "M" TO LATE-CLOSE-LEVEL
042448         GO TO 3280-EXIT
042449     END-IF.
042450     PERFORM 1460-FIND-CLOSED-DAY THRU 1460-EXIT.
042451     IF CLOSED-WAS-FOUND
042452         MOVE "Y" TO READING-LATE-SWITCH
042453         MOVE "D" TO LATE-CLOSE-LEVEL
042454     END-IF.
042455     GO TO 3280-EXIT.
042456 3280-EXIT.
042457     EXIT.
042500
042600 3400-UPDATE-TALLY.
042700     EVALUATE RATING-VALUE
044500     MOVE GR-SITE-ID              TO GH-SITE-ID.
044600     MOVE HIST-SEQUENCE-NO        TO GH-SEQUENCE-NO.
044700     MOVE GAS                     TO GH-GAS-VALUE.
044720     MOVE RAW-GAS                 TO GH-RAW-GAS-VALUE.
044740     MOVE GR-CARRIER-ID           TO GH-CARRIER-ID.
044800     MOVE RATING-VALUE            TO GH-RATING-VALUE.
044900     MOVE TODAY-DATE              TO GH-RUN-DATE.
045000     MOVE TODAY-TIME              TO GH-RUN-TIME.
045050     MOVE CERT-OPERATOR-ID        TO GH-OPERATOR-ID.
045060     MOVE GR-SHIFT-CODE           TO GH-SHIFT-CODE.
045070     MOVE GR-READING-DATE         TO GH-READING-DATE.
045080     MOVE "Y"                     TO HIST-WRITE-SWITCH.
045100     WRITE GH-HISTORY-RECORD
045110         INVALID KEY
045120             DISPLAY "ERROR - DUPLICATE GASHIST KEY, RECORD NOT "
045130                 "WRITTEN: " GH-HISTORY-KEY
045135             ADD 1 TO HIST-DUPKEY-COUNT
045137             MOVE "N" TO HIST-WRITE-SWITCH
045140     END-WRITE.
045200     GO TO 3500-EXIT.
045300 3500-EXIT.
045800     MOVE GR-SITE-ID              TO GX-SITE-ID.
045900     MOVE GR-READING-DATE         TO GX-READING-DATE.
046000     MOVE GAS                     TO GX-GAS-VALUE.
046050     MOVE RAW-GAS                 TO GX-RAW-GAS-VALUE.
046100     MOVE RATING-VALUE            TO GX-RATING-VALUE.
046150     MOVE HIST-SEQUENCE-NO        TO GX-SEQUENCE-NO.
046200     WRITE GX-EXTRACT-RECORD.
047800     MOVE TALLY-P                 TO CK-TALLY-P.
047900     MOVE TALLY-U                 TO CK-TALLY-U.
047910     MOVE TALLY-REJECTED          TO CK-TALLY-REJECTED.
047912     MOVE TALLY-LATE              TO CK-TALLY-LATE.
047915     MOVE TALLY-DUPLICATE         TO CK-TALLY-DUPLICATE.
047916     MOVE SITE-U-TABLE            TO CK-SITE-U-TABLE.
047917     MOVE SITE-U-STORED-COUNT     TO CK-SITE-U-STORED.
048407     EXIT.
048408
048500*****************************************************************
048502* 3800-WRITE-ADJUSTMENT - POST A LATE READING AGAINST THE CLOSED
048504* DAY IT BELONGS TO.  THE CLOSE ITSELF IS LEFT AS IT WAS; THE
048506* MONTH-END CLOSE SHOWS THE ADJUSTMENT NEXT TO IT.
048508*****************************************************************
048510 3800-WRITE-ADJUSTMENT.
048512     MOVE SPACES                  TO AJ-ADJUSTMENT-RECORD.
048514     MOVE TODAY-DATE              TO AJ-POSTED-DATE.
048516     MOVE TODAY-TIME              TO AJ-POSTED-TIME.
048518     MOVE GR-READING-DATE         TO AJ-CLOSE-DATE.
048520     MOVE LATE-CLOSE-LEVEL        TO AJ-CLOSE-LEVEL.
048522     MOVE GR-SITE-ID              TO AJ-SITE-ID.
048524     MOVE GR-SHIFT-CODE           TO AJ-SHIFT-CODE.
048526     MOVE GR-READING-TIME         TO AJ-READING-TIME.
048528     MOVE GAS                     TO AJ-GAS-VALUE.
048530     MOVE RAW-GAS                 TO AJ-RAW-GAS-VALUE.
048532     MOVE RATING-VALUE            TO AJ-RATING-VALUE.
048534     MOVE GR-CARRIER-ID           TO AJ-CARRIER-ID.
048536     MOVE HIST-SEQUENCE-NO        TO AJ-SEQUENCE-NO.
048538     WRITE AJ-ADJUSTMENT-RECORD.
048540     DISPLAY "LATE READING POSTED AS ADJUSTMENT TO CLOSED DAY "
048542         GR-READING-DATE ": " GR-SITE-ID.
048544     GO TO 3800-EXIT.
048546 3800-EXIT.
048548     EXIT.
048550
048552*****************************************************************
048600* 7000-RECONCILE - COMPARE THE TOTAL READINGS CONSUMED (RATED
048650* PLUS REJECTED) AGAINST THE INDEPENDENTLY-SUPPLIED GATE CONTROL
048670* COUNT.  TALLY-REJECTED IS A DIAGNOSTIC, NOT A LOST OR
048692* YET, SO A MISSING OR UNOPENABLE FILE IS TREATED AS UNRECONCILED
048693* RATHER THAN LEFT TO ABEND THE STEP AFTER THE REPORT, HISTORY
048694* AND EXTRACT OUTPUT HAVE ALREADY BEEN PRODUCED.
048714* LATE READINGS FOR DAYS ALREADY CLOSED WERE LOGGED AT THE GATE
048734* ON THE DAY THEY BELONG TO, SO THEY ARE TAKEN BACK OUT OF THE
048754* CONSUMED COUNT HERE (AND PER SHIFT AS THEY ARE READ).
048800*****************************************************************
048900 7000-RECONCILE.
049000     MOVE "N" TO RECONCILE-SWITCH.
049647         GO TO 7000-EXIT
049648     END-IF.
049650     ADD READ-COUNT TALLY-REJECTED GIVING TOTAL-CONSUMED-COUNT.
049670     SUBTRACT TALLY-LATE FROM TOTAL-CONSUMED-COUNT.
049700     IF CT-CONTROL-COUNT = TOTAL-CONSUMED-COUNT
049800         MOVE "Y" TO RECONCILE-SWITCH
049900     END-IF.
053200     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
053210     MOVE "DUPLICATE READINGS   " TO RD-LABEL.
053220     MOVE TALLY-DUPLICATE TO RD-COUNT.
053222     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
053224     MOVE "LATE READINGS (ADJ.)" TO RD-LABEL.
053226     MOVE TALLY-LATE TO RD-COUNT.
053230     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
053300     MOVE "TOTAL PROCESSED      " TO RD-LABEL.
053400     MOVE READ-COUNT TO RD-COUNT.
056000     GO TO 7510-EXIT.
056100 7510-EXIT.
056200     EXIT.
056205
056210*****************************************************************
056215* 7790-ALERT-LATE-READINGS - ONE LATERDG ROW WHEN ANY READING WAS
056220* POSTED TO GASADJ AS A LATE ADJUSTMENT THIS RUN.  PERFORMED FROM
056225* 7800 WITH THE OTHER ALERTS.
056230*****************************************************************
056235 7790-ALERT-LATE-READINGS.
056240     IF TALLY-LATE = ZERO
056245         GO TO 7790-EXIT
056250     END-IF.
056255     PERFORM 7805-INIT-ALERT THRU 7805-EXIT.
056260     MOVE "LATERDG " TO AL-ALERT-CODE.
056265     MOVE "W" TO AL-SEVERITY.
056270     MOVE TALLY-LATE TO AL-COUNT-1.
056275     MOVE "LATE READINGS POSTED AS ADJUSTMENTS" TO AL-TEXT.
056280     PERFORM 7810-WRITE-ONE-ALERT THRU 7810-EXIT.
056285     GO TO 7790-EXIT.
056290 7790-EXIT.
056295     EXIT.
056300
056301*****************************************************************
056302* 7800-WRITE-ALERTS - ONE FIXED-FORMAT GASALRT ROW PER ABNORMAL
056377             VARYING SITE-U-SUB FROM 1 BY 1
056378             UNTIL SITE-U-SUB > SITE-U-STORED-COUNT
056379     END-IF.
056380     PERFORM 7790-ALERT-LATE-READINGS THRU 7790-EXIT.
056381     GO TO 7800-EXIT.
056382 7800-EXIT.
056383     EXIT.
