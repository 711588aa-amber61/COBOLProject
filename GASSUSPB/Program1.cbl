002200*                  ESCALATION WINDOW (PARM, DAYS, 5 DIGITS) SO
002300*                  THEY GET ESCALATED INSTEAD OF FORGOTTEN.
002400*                  RC=4 WHEN ANYTHING NEEDS ESCALATION.
002412* 2026-10-15  DRH  RELEASE "CO" (CALIBRATION OVERDUE) READINGS
002424*                  ONCE THE SITE HAS BEEN RECALIBRATED -- WHEN
002436*                  THE SITE'S GASCALB NEXT-DUE DATE NOW COVERS
002448*                  THE READING DATE THE READING GOES TO GASRSUB
002460*                  AS SENT AND THE RATING RUN APPLIES THE NEW
002472*                  FACTOR.  A CALIBRATION MASTER THAT CANNOT BE
002484*                  OPENED RELEASES NOTHING.
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
004300         ORGANIZATION IS SEQUENTIAL.
004316     SELECT CALIBRATION-FILE ASSIGN TO "GASCALB"
004332         ORGANIZATION IS INDEXED
004348         ACCESS MODE IS RANDOM
004364         RECORD KEY IS CB-SITE-ID
004380         FILE STATUS IS CALIB-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005800
005900 FD  GAS-REPORT-FILE.
006000 01  RPT-PRINT-LINE                  PIC X(80).
006025
006050 FD  CALIBRATION-FILE.
006075     COPY GASCALB.
006100
006200 WORKING-STORAGE SECTION.
006300 01  RULE-FILE-STATUS                PIC X(02).
006400 01  SUSP-FILE-STATUS                PIC X(02).
006450 01  CALIB-FILE-STATUS               PIC X(02).
006500
006600 01  SWITCHES.
006700     05  RULE-EOF-SWITCH             PIC X(01) VALUE "N".
007000         88  SUSP-AT-EOF             VALUE "Y".
007100     05  ABORT-SWITCH                PIC X(01) VALUE "N".
007200         88  RUN-IS-ABORTED          VALUE "Y".
007220     05  CALIB-AVAIL-SWITCH          PIC X(01) VALUE "N".
007240         88  CALIB-IS-AVAILABLE      VALUE "Y".
007260     05  RECALIBRATED-SWITCH         PIC X(01) VALUE "N".
007280         88  SITE-IS-RECALIBRATED    VALUE "Y".
007300
007400*****************************************************************
007500* CORRECTION RULE TABLE - LOADED FROM GASRULES AT START OF RUN
009200 01  CORRECTED-COUNT                 PIC 9(06) VALUE ZERO COMP.
009300 01  CARRIED-COUNT                   PIC 9(06) VALUE ZERO COMP.
009400 01  ESCALATED-COUNT                 PIC 9(06) VALUE ZERO COMP.
009450 01  RELEASED-COUNT                  PIC 9(06) VALUE ZERO COMP.
009500
009600 01  REPORT-HEADING-1.
009700     05  FILLER                      PIC X(30)
018900         MOVE 16 TO RETURN-CODE
019000         GO TO 1000-EXIT
019100     END-IF.
019112     OPEN INPUT CALIBRATION-FILE.
019124     IF CALIB-FILE-STATUS = "00"
019136         MOVE "Y" TO CALIB-AVAIL-SWITCH
019148     ELSE
019160         DISPLAY "WARNING - GASCALB NOT AVAILABLE, STATUS "
019172             CALIB-FILE-STATUS ".  NO CO READINGS RELEASED."
019184     END-IF.
019200     OPEN OUTPUT RESUBMIT-FILE.
019300     OPEN OUTPUT SUSPENSE-OUT-FILE.
019400     OPEN OUTPUT GAS-REPORT-FILE.
025900     IF SP-REJECT-SITE-UNKNOWN
026000         PERFORM 2400-LOOK-UP-RULE THRU 2400-EXIT
026100     END-IF.
026120     MOVE "N" TO RECALIBRATED-SWITCH.
026140     IF SP-REJECT-CAL-OVERDUE AND CALIB-IS-AVAILABLE
026160         PERFORM 2450-CHECK-RECALIBRATED THRU 2450-EXIT
026180     END-IF.
026200     MOVE SP-SITE-ID     TO RD-SITE-ID.
026300     MOVE SP-REJECT-REASON TO RD-REASON.
026400     MOVE SP-REJECT-DATE TO RD-REJECT-DATE.
026500     MOVE SUSPENSE-AGE-DAYS TO RD-AGE-DAYS.
026566     EVALUATE TRUE
026632         WHEN MATCHED-GOOD-SITE-ID NOT = SPACES
026698             PERFORM 2500-AUTO-CORRECT THRU 2500-EXIT
026764         WHEN SITE-IS-RECALIBRATED
026830             PERFORM 2550-RELEASE-RECALIBRATED THRU 2550-EXIT
026896         WHEN OTHER
026962             PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT
027028     END-EVALUATE.
027100     MOVE REPORT-DETAIL-LINE TO RPT-PRINT-LINE.
027200     WRITE RPT-PRINT-LINE.
027300     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
031400 2410-EXIT.
031500     EXIT.
031600
031605*****************************************************************
031610* 2450-CHECK-RECALIBRATED - A "CO" READING IS RELEASED ONCE THE
031615* SITE'S NEXT-DUE DATE NO LONGER FALLS BEFORE THE READING DATE
031620*****************************************************************
031625 2450-CHECK-RECALIBRATED.
031630     MOVE SP-SITE-ID TO CB-SITE-ID.
031635     READ CALIBRATION-FILE
031640         INVALID KEY
031645             GO TO 2450-EXIT
031650     END-READ.
031655     IF CB-NEXT-DUE-DATE NOT < SP-READING-DATE
031660         MOVE "Y" TO RECALIBRATED-SWITCH
031665     END-IF.
031670     GO TO 2450-EXIT.
031675 2450-EXIT.
031680     EXIT.
031685
031700*****************************************************************
031800* 2500-AUTO-CORRECT - WRITE THE READING IN GASREAD LAYOUT WITH
031900* THE CORRECTED SITE ID, READY FOR GASRSUBJ
033100 2500-EXIT.
033200     EXIT.
033300
033307*****************************************************************
033314* 2550-RELEASE-RECALIBRATED - THE READING GOES BACK AS SENT;
033321* THE RATING RUN APPLIES THE SITE'S NEW FACTOR TO IT
033328*****************************************************************
033335 2550-RELEASE-RECALIBRATED.
033342     MOVE SP-READING TO GR-READING-RECORD.
033349     WRITE GR-READING-RECORD.
033356     ADD 1 TO RELEASED-COUNT.
033363     MOVE "RELEASED - SITE RECALIBRATED" TO RD-DISPOSITION.
033370     GO TO 2550-EXIT.
033377 2550-EXIT.
033384     EXIT.
033391
033400*****************************************************************
033500* 2600-CARRY-FORWARD - KEEP THE READING IN THE OUTGOING
033600* SUSPENSE FILE UNTOUCHED, FLAGGING IT FOR ESCALATION WHEN IT
036600     MOVE "AUTO-CORRECTED FOR RESUBMIT   " TO RTL-LABEL.
036700     MOVE CORRECTED-COUNT TO RTL-COUNT.
036800     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
036825     MOVE "RELEASED AFTER RECALIBRATION  " TO RTL-LABEL.
036850     MOVE RELEASED-COUNT TO RTL-COUNT.
036875     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
036900     MOVE "CARRIED FORWARD IN SUSPENSE   " TO RTL-LABEL.
037000     MOVE CARRIED-COUNT TO RTL-COUNT.
037100     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
039500     CLOSE RESUBMIT-FILE.
039600     CLOSE SUSPENSE-OUT-FILE.
039700     CLOSE GAS-REPORT-FILE.
039725     IF CALIB-IS-AVAILABLE
039750         CLOSE CALIBRATION-FILE
039775     END-IF.
039800     GO TO 9000-EXIT.
039900 9000-EXIT.
040000     EXIT.
