000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASALRL.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  LOADS ONE JOB'S GASALRT ALERT ROWS
001100*                  ONTO THE GASALRG ALERT REGISTER.  GASALRT IS A
001200*                  NEW DATA SET EVERY RUN, SO ONCE THE
001300*                  SCHEDULER HAS PAGED SOMEONE NOTHING USED TO
001400*                  RECORD WHETHER THE ALERT WAS DEALT WITH, OR
001500*                  THAT THE SAME ONE FIRED LAST NIGHT TOO.  EVERY
001600*                  JOB THAT WRITES A GASALRT NOW RUNS THIS STEP
001700*                  AFTER THE STEP THAT WROTE IT.  EACH ROW IS
001800*                  GIVEN THE NEXT ALERT NUMBER AND REGISTERED
001900*                  OPEN, WITH THE JOB NAME FROM THE PARM, THE SITE
002000*                  WHEN AL-TEXT NAMES ONE, AND THE BUSINESS DAY IT
002100*                  IS ABOUT: THE SWEEP DATE FOR A NOREAD,
002200*                  OTHERWISE THE GASCTL GATE CONTROL DATE WHEN THE
002300*                  STEP HAS ONE, OTHERWISE THE DATE THE ALERT WAS
002400*                  RAISED.  A GASALRT ALREADY LOADED FOR THE SAME
002500*                  JOB, RUN DATE AND RUN TIME IS NOT LOADED TWICE.
002600*                  THE REGISTER IS CREATED ON FIRST USE.
002700*                    RC  0 - LOADED (OR NOTHING TO LOAD)
002800*                    RC  4 - NO GASALRT, OR ALREADY LOADED
002900*                    RC  8 - ONE OR MORE ROWS COULD NOT BE WRITTEN
003000*                    RC 16 - ABORTED, BAD PARM OR NO REGISTER
003014* 2026-10-15  DRH  PARM POSITIONS 9-16 MAY CARRY THE BUSINESS
003028*                  DATE, YYYYMMDD, FOR A JOB WHOSE ALERTS ARE
003042*                  ABOUT A DAY IT WAS GIVEN RATHER THAN THE GATE
003056*                  CONTROL DATE (THE GASMETRJ METER CHECK).  IT
003070*                  TAKES THE PLACE OF GASCTL AND THE RUN DATE; A
003084*                  NOREAD STILL CARRIES ITS OWN SWEEP DATE.
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GAS-ALERT-FILE ASSIGN TO "GASALRT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS ALRT-FILE-STATUS.
004100     SELECT ALERT-REGISTER-FILE ASSIGN TO "GASALRG"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS AR-ALERT-NO
004500         FILE STATUS IS ALRG-FILE-STATUS.
004600     SELECT GAS-CONTROL-FILE ASSIGN TO "GASCTL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CTL-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GAS-ALERT-FILE.
005300     COPY GASALRT.
005400
005500 FD  ALERT-REGISTER-FILE.
005600     COPY GASALRG.
005700
005800 FD  GAS-CONTROL-FILE.
005900     COPY GASCTL.
006000
006100 WORKING-STORAGE SECTION.
006200 01  ALRT-FILE-STATUS                PIC X(02).
006300 01  ALRG-FILE-STATUS                PIC X(02).
006400 01  CTL-FILE-STATUS                 PIC X(02).
006500
006600 01  SWITCHES.
006700     05  ALRT-EOF-SWITCH             PIC X(01) VALUE "N".
006800         88  ALRT-AT-EOF             VALUE "Y".
006900     05  ALRG-EOF-SWITCH             PIC X(01) VALUE "N".
007000         88  ALRG-AT-EOF             VALUE "Y".
007100     05  ABORT-SWITCH                PIC X(01) VALUE "N".
007200         88  RUN-IS-ABORTED          VALUE "Y".
007300     05  LOADED-SWITCH               PIC X(01) VALUE "N".
007400         88  BATCH-ALREADY-LOADED    VALUE "Y".
007500
007600 01  SOURCE-JOB-NAME                 PIC X(08) VALUE SPACES.
007700 01  CONTROL-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
007750 01  PARM-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
007800 01  FIRST-RUN-DATE                  PIC 9(08) VALUE ZERO.
007900 01  FIRST-RUN-TIME                  PIC 9(08) VALUE ZERO.
008000 01  HIGH-ALERT-NO                   PIC 9(08) VALUE ZERO.
008100 01  FIRST-ALERT-NO                  PIC 9(08) VALUE ZERO.
008200
008300 01  ALERTS-READ-COUNT               PIC 9(06) VALUE ZERO COMP.
008400 01  ALERTS-LOADED-COUNT             PIC 9(06) VALUE ZERO COMP.
008500 01  ALERTS-FAILED-COUNT             PIC 9(06) VALUE ZERO COMP.
008600 01  REGISTER-ROWS-COUNT             PIC 9(08) VALUE ZERO COMP.
008700
008800*****************************************************************
008900* LINKAGE SECTION - PARM IS THE NAME OF THE JOB WHOSE GASALRT IS
009000* BEING LOADED, OPTIONALLY FOLLOWED IN POSITIONS 9-16 BY THE
009050* BUSINESS DATE, WITH THE 2-BYTE LENGTH PREFIX THE SYSTEM SUPPLIES
009100*****************************************************************
009200 LINKAGE SECTION.
009300 01  LK-PARM-AREA.
009400     05  LK-PARM-LENGTH              PIC S9(04) COMP.
009500     05  LK-PARM-TEXT                PIC X(16).
009600
009700 PROCEDURE DIVISION USING LK-PARM-AREA.
009800*****************************************************************
009900* 0000-MAINLINE
010000*****************************************************************
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     IF RUN-IS-ABORTED
010400         GOBACK
010500     END-IF.
010600     PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT.
010700     IF BATCH-ALREADY-LOADED
010800         DISPLAY "GASALRL - GASALRT FOR " SOURCE-JOB-NAME
010900             " RUN " FIRST-RUN-DATE " " FIRST-RUN-TIME
011000             " IS ALREADY ON THE REGISTER - NOT LOADED AGAIN."
011100         MOVE 4 TO RETURN-CODE
011200     ELSE
011300         PERFORM 3000-LOAD-ALERTS THRU 3000-EXIT
011400     END-IF.
011500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011600     GOBACK.
011700
011800*****************************************************************
011900* 1000-INITIALIZE - EDIT THE PARM, OPEN THE FILES, PICK UP THE
012000* GATE CONTROL DATE AND READ THE FIRST ALERT
012100*****************************************************************
012200 1000-INITIALIZE.
012300     IF LK-PARM-LENGTH < 1
012400         OR LK-PARM-TEXT = SPACES
012500         DISPLAY "ERROR - PARM MUST BE THE NAME OF THE JOB THAT "
012600             "WROTE GASALRT.  RUN ABORTED."
012700         MOVE "Y" TO ABORT-SWITCH
012800         MOVE 16 TO RETURN-CODE
012900         GO TO 1000-EXIT
013000     END-IF.
013100     MOVE SPACES TO SOURCE-JOB-NAME.
013200     IF LK-PARM-LENGTH < 8
013300         MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO SOURCE-JOB-NAME
013400     ELSE
013500         MOVE LK-PARM-TEXT(1:8) TO SOURCE-JOB-NAME
013600     END-IF.
013607     MOVE ZERO TO PARM-BUSINESS-DATE.
013614     IF LK-PARM-LENGTH > 8
013621         IF LK-PARM-LENGTH NOT = 16
013628             OR LK-PARM-TEXT(9:8) IS NOT NUMERIC
013635             DISPLAY "ERROR - PARM POSITIONS 9-16 MUST BE THE "
013642                 "BUSINESS DATE, YYYYMMDD.  RUN ABORTED."
013649             MOVE "Y" TO ABORT-SWITCH
013656             MOVE 16 TO RETURN-CODE
013663             GO TO 1000-EXIT
013670         END-IF
013677         MOVE LK-PARM-TEXT(9:8) TO PARM-BUSINESS-DATE
013684     END-IF.
013700     OPEN INPUT GAS-ALERT-FILE.
013800     IF ALRT-FILE-STATUS NOT = "00"
013900         DISPLAY "GASALRL - GASALRT NOT AVAILABLE, STATUS "
014000             ALRT-FILE-STATUS ".  NOTHING LOADED FOR "
014100             SOURCE-JOB-NAME "."
014200         MOVE "Y" TO ABORT-SWITCH
014300         MOVE 4 TO RETURN-CODE
014400         GO TO 1000-EXIT
014500     END-IF.
014600     OPEN I-O ALERT-REGISTER-FILE.
014700     IF ALRG-FILE-STATUS = "35"
014800         CLOSE ALERT-REGISTER-FILE
014900         OPEN OUTPUT ALERT-REGISTER-FILE
015000         CLOSE ALERT-REGISTER-FILE
015100         OPEN I-O ALERT-REGISTER-FILE
015200     END-IF.
015300     IF ALRG-FILE-STATUS NOT = "00"
015400         DISPLAY "ERROR - GASALRG ALERT REGISTER NOT AVAILABLE, "
015500             "STATUS " ALRG-FILE-STATUS ".  RUN ABORTED."
015600         CLOSE GAS-ALERT-FILE
015700         MOVE "Y" TO ABORT-SWITCH
015800         MOVE 16 TO RETURN-CODE
015900         GO TO 1000-EXIT
016000     END-IF.
016100     PERFORM 1100-READ-CONTROL-DATE THRU 1100-EXIT.
016200     PERFORM 3100-READ-ALERT THRU 3100-EXIT.
016300     IF NOT ALRT-AT-EOF
016400         MOVE AL-RUN-DATE TO FIRST-RUN-DATE
016500         MOVE AL-RUN-TIME TO FIRST-RUN-TIME
016600     END-IF.
016700     GO TO 1000-EXIT.
016800 1000-EXIT.
016900     EXIT.
017000
017100*****************************************************************
017200* 1100-READ-CONTROL-DATE - THE GASCTL DD IS OPTIONAL.  A STEP
017300* WITHOUT ONE DATES ITS ALERTS BY THE DAY THEY WERE RAISED.
017400*****************************************************************
017500 1100-READ-CONTROL-DATE.
017600     MOVE ZERO TO CONTROL-BUSINESS-DATE.
017700     OPEN INPUT GAS-CONTROL-FILE.
017800     IF CTL-FILE-STATUS NOT = "00"
017900         GO TO 1100-EXIT
018000     END-IF.
018100     READ GAS-CONTROL-FILE
018200         AT END
018300             MOVE "10" TO CTL-FILE-STATUS
018400     END-READ.
018500     IF CTL-FILE-STATUS = "00"
018600         AND CT-BUSINESS-DATE IS NUMERIC
018700         MOVE CT-BUSINESS-DATE TO CONTROL-BUSINESS-DATE
018800     END-IF.
018900     CLOSE GAS-CONTROL-FILE.
019000     GO TO 1100-EXIT.
019100 1100-EXIT.
019200     EXIT.
019300
019400*****************************************************************
019500* 2000-SCAN-REGISTER - FIND THE HIGHEST ALERT NUMBER IN USE, AND
019600* WHETHER THIS JOB RUN'S ALERTS ARE ALREADY ON THE REGISTER
019700*****************************************************************
019800 2000-SCAN-REGISTER.
019900     IF ALRT-AT-EOF
020000         GO TO 2000-EXIT
020100     END-IF.
020200     MOVE ZERO TO AR-ALERT-NO.
020300     START ALERT-REGISTER-FILE
020400         KEY IS NOT LESS THAN AR-ALERT-NO
020500         INVALID KEY
020600             MOVE "Y" TO ALRG-EOF-SWITCH
020700     END-START.
020800     IF NOT ALRG-AT-EOF
020900         PERFORM 2100-READ-REGISTER THRU 2100-EXIT
021000     END-IF.
021100     PERFORM 2200-CHECK-ONE-ROW THRU 2200-EXIT
021200         UNTIL ALRG-AT-EOF.
021300     GO TO 2000-EXIT.
021400 2000-EXIT.
021500     EXIT.
021600
021700 2100-READ-REGISTER.
021800     READ ALERT-REGISTER-FILE NEXT RECORD
021900         AT END
022000             MOVE "Y" TO ALRG-EOF-SWITCH
022100     END-READ.
022200     GO TO 2100-EXIT.
022300 2100-EXIT.
022400     EXIT.
022500
022600 2200-CHECK-ONE-ROW.
022700     ADD 1 TO REGISTER-ROWS-COUNT.
022800     MOVE AR-ALERT-NO TO HIGH-ALERT-NO.
022900     IF AR-SOURCE-JOB = SOURCE-JOB-NAME
023000         AND AR-RUN-DATE = FIRST-RUN-DATE
023100         AND AR-RUN-TIME = FIRST-RUN-TIME
023200         MOVE "Y" TO LOADED-SWITCH
023300     END-IF.
023400     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
023500     GO TO 2200-EXIT.
023600 2200-EXIT.
023700     EXIT.
023800
023900*****************************************************************
024000* 3000-LOAD-ALERTS - ONE REGISTER ROW PER GASALRT ROW
024100*****************************************************************
024200 3000-LOAD-ALERTS.
024300     COMPUTE FIRST-ALERT-NO = HIGH-ALERT-NO + 1.
024400     PERFORM 3200-LOAD-ONE-ALERT THRU 3200-EXIT
024500         UNTIL ALRT-AT-EOF.
024600     IF ALERTS-FAILED-COUNT > ZERO
024700         MOVE 8 TO RETURN-CODE
024800     END-IF.
024900     GO TO 3000-EXIT.
025000 3000-EXIT.
025100     EXIT.
025200
025300 3100-READ-ALERT.
025400     READ GAS-ALERT-FILE
025500         AT END
025600             MOVE "Y" TO ALRT-EOF-SWITCH
025700     END-READ.
025800     IF NOT ALRT-AT-EOF
025900         ADD 1 TO ALERTS-READ-COUNT
026000     END-IF.
026100     GO TO 3100-EXIT.
026200 3100-EXIT.
026300     EXIT.
026400
026500 3200-LOAD-ONE-ALERT.
026600     MOVE SPACES          TO AR-ALERT-REGISTER-RECORD.
026700     ADD 1                TO HIGH-ALERT-NO.
026800     MOVE HIGH-ALERT-NO   TO AR-ALERT-NO.
026900     MOVE SOURCE-JOB-NAME TO AR-SOURCE-JOB.
027000     MOVE AL-ALERT-RECORD TO AR-ALERT.
027100     PERFORM 3300-SET-SITE-AND-DAY THRU 3300-EXIT.
027200     MOVE "O"             TO AR-STATUS.
027300     MOVE ZERO            TO AR-ACK-DATE.
027400     MOVE ZERO            TO AR-ACK-TIME.
027500     MOVE ZERO            TO AR-RESOLVE-DATE.
027600     MOVE ZERO            TO AR-RESOLVE-TIME.
027700     WRITE AR-ALERT-REGISTER-RECORD
027800         INVALID KEY
027900             DISPLAY "GASALRL - ALERT " AR-ALERT-NO " "
028000                 AR-ALERT-CODE " NOT WRITTEN, STATUS "
028100                 ALRG-FILE-STATUS
028200             ADD 1 TO ALERTS-FAILED-COUNT
028300         NOT INVALID KEY
028400             ADD 1 TO ALERTS-LOADED-COUNT
028500     END-WRITE.
028600     PERFORM 3100-READ-ALERT THRU 3100-EXIT.
028700     GO TO 3200-EXIT.
028800 3200-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200* 3300-SET-SITE-AND-DAY - NOREAD AND SITEUSRG NAME THE SITE AS
029300* "SITE NNNNN ..." AT THE FRONT OF AL-TEXT, AS DO THE GASMETR
029350* OUTLIER AND STUCKMTR ROWS.  A NOREAD CARRIES THE SWEEP DATE IN
029400* AL-COUNT-1.
029500*****************************************************************
029600 3300-SET-SITE-AND-DAY.
029700     MOVE SPACES TO AR-SITE-ID.
029800     IF AL-TEXT(1:5) = "SITE "
029900         MOVE AL-TEXT(6:5) TO AR-SITE-ID
030000     END-IF.
030100     EVALUATE TRUE
030200         WHEN AL-ALERT-CODE = "NOREAD  "
030300             AND AL-COUNT-1 > ZERO
030400             MOVE AL-COUNT-1 TO AR-BUSINESS-DATE
030433         WHEN PARM-BUSINESS-DATE > ZERO
030466             MOVE PARM-BUSINESS-DATE TO AR-BUSINESS-DATE
030500         WHEN CONTROL-BUSINESS-DATE > ZERO
030600             MOVE CONTROL-BUSINESS-DATE TO AR-BUSINESS-DATE
030700         WHEN OTHER
030800             MOVE AL-RUN-DATE TO AR-BUSINESS-DATE
030900     END-EVALUATE.
031000     GO TO 3300-EXIT.
031100 3300-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500* 9000-TERMINATE
031600*****************************************************************
031700 9000-TERMINATE.
031800     CLOSE GAS-ALERT-FILE.
031900     CLOSE ALERT-REGISTER-FILE.
032000     DISPLAY "GASALRL - " SOURCE-JOB-NAME
032100         " ALERTS READ:    " ALERTS-READ-COUNT.
032200     DISPLAY "GASALRL - " SOURCE-JOB-NAME
032300         " ALERTS LOADED:  " ALERTS-LOADED-COUNT.
032400     IF ALERTS-LOADED-COUNT > ZERO
032500         DISPLAY "GASALRL - ALERT NUMBERS " FIRST-ALERT-NO
032600             " THRU " HIGH-ALERT-NO
032700     END-IF.
032800     IF ALERTS-FAILED-COUNT > ZERO
032900         DISPLAY "GASALRL - " SOURCE-JOB-NAME
033000             " ALERTS FAILED:  " ALERTS-FAILED-COUNT
033100     END-IF.
033200     GO TO 9000-EXIT.
033300 9000-EXIT.
033400     EXIT.
033500
033600 END PROGRAM GASALRL.
