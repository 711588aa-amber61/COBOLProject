002302*                  FELL BETWEEN READING AND RUN DATE.  THE
002303*                  CORRECTED EXTRACT CARRIES THE READING DATE
002304*                  TOO, AS THE BATCH EXTRACT ALWAYS HAS.
002306* 2026-10-15  DRH  AUDIT EVERY SWEEP TO GASAUDT (ACTION RERATE,
002307*                  KEY THE FROM DATE, AFTER IMAGE THE PERIOD AND
002308*                  THE COUNTS) UNDER THE REQUESTING SUPERVISOR'S
002309*                  OPERATOR ID, NOW PARM POSITIONS 17-22, SO
002310*                  GASAUDR CAN SEE WHO CORRECTED HISTORY AFTER
002311*                  WHICH RETUNE.  A PARM WITHOUT THE ID AUDITS
002312*                  UNDER "BATCH".
002326* 2026-10-15  DRH  CARRY GH-RAW-GAS-VALUE INTO THE NEW
002340*                  GX-RAW-GAS-VALUE ON THE CORRECTED EXTRACT.
002354*                  A RE-RATE WORKS ON THE CALIBRATION-CORRECTED
002368*                  GH-GAS-VALUE THE ORIGINAL RUN RATED.
002370* 2026-10-15  DRH  SKIP GASPARM ROWS STILL PENDING APPROVAL
002372*                  (GP-SET-STATUS "P").  A RETUNE KEYED IN
002374*                  GASPARMM TAKES EFFECT ONLY ONCE A SECOND
002376*                  SUPERVISOR HAS APPROVED IT.
002382*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
004000         ORGANIZATION IS SEQUENTIAL.
004010     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS AUDIT-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
005200
005300 FD  GAS-REPORT-FILE.
005400 01  RPT-PRINT-LINE                  PIC X(80).
005410
005420 FD  AUDIT-TRAIL-FILE.
005430     COPY GASAUDT.
005500
005600 WORKING-STORAGE SECTION.
005700 01  GAS                             PIC 9(04).
006700         88  RUN-IS-ABORTED          VALUE "Y".
006800
006900 01  HIST-FILE-STATUS                PIC X(02).
006910 01  AUDIT-FILE-STATUS               PIC X(02).
007000
007100*****************************************************************
007200* RATING THRESHOLDS - THE BAND SET CURRENTLY SELECTED FROM THE
009310 01  CONSOLE-SKIP-COUNT              PIC 9(08) VALUE ZERO COMP.
009400
009500 01  TODAY-DATE                      PIC 9(08).
009510 01  TODAY-TIME                      PIC 9(08).
009520 01  PROGRAM-NAME                    PIC X(08) VALUE "GASRERAT".
009530 01  REQUESTED-BY-ID                 PIC X(06) VALUE "BATCH".
009540
009550*****************************************************************
009560* GASAUDT AFTER IMAGE FOR A SWEEP - THE PERIOD FIRST, SO GASAUDR
009570* CAN MATCH THE SWEEP TO THE BAND SETS IT CORRECTED
009580*****************************************************************
009590 01  RERATE-AUDIT-IMAGE.
009591     05  RA-FROM-DATE                PIC 9(08).
009592     05  RA-TO-DATE                  PIC 9(08).
009593     05  RA-CHANGED-COUNT            PIC 9(08).
009594     05  RA-UNRATABLE-COUNT          PIC 9(08).
009595     05  FILLER                      PIC X(48) VALUE SPACES.
009600
009700*****************************************************************
009800* PRINT REPORT WORK AREAS
013600* LINKAGE SECTION - PARM STRING FROM JCL, WITH THE 2-BYTE
013700* LENGTH PREFIX THE OPERATING SYSTEM SUPPLIES.  POSITIONS 1-8
013800* ARE THE FROM DATE AND 9-16 THE TO DATE, BOTH YYYYMMDD.
013810* POSITIONS 17-22, OPTIONAL, ARE THE OPERATOR ID OF THE
013820* SUPERVISOR WHO REQUESTED THE SWEEP.
013900*****************************************************************
014000 LINKAGE SECTION.
014100 01  LK-PARM-AREA.
014200     05  LK-PARM-LENGTH              PIC S9(04) COMP.
014300     05  LK-PARM-TEXT                PIC X(22).
014400
014500 PROCEDURE DIVISION USING LK-PARM-AREA.
014600*****************************************************************
015300     END-IF.
015400     PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT.
015500     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
015510     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
015600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015700     GOBACK.
015800
016200*****************************************************************
016300 1000-INITIALIZE.
016400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
016410     ACCEPT TODAY-TIME FROM TIME.
016500     IF LK-PARM-LENGTH < 16
016600         OR LK-PARM-TEXT(1:8) IS NOT NUMERIC
016700         OR LK-PARM-TEXT(9:8) IS NOT NUMERIC
018000         MOVE 16 TO RETURN-CODE
018100         GO TO 1000-EXIT
018200     END-IF.
018210     IF LK-PARM-LENGTH >= 22
018220         AND LK-PARM-TEXT(17:6) NOT = SPACES
018230         MOVE LK-PARM-TEXT(17:6) TO REQUESTED-BY-ID
018240     END-IF.
018300     OPEN INPUT GAS-PARM-FILE.
018400     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT
018500         UNTIL PARM-AT-EOF.
021240* IS THE FIRST TIER SEEN FOR THAT EFFECTIVE DATE
021250*****************************************************************
021300 1110-STORE-THRESHOLD.
021301*    A SET STILL AWAITING ITS SECOND SUPERVISOR'S APPROVAL IN
021302*    GASPARMM IS NOT YET IN FORCE.
021303     IF GP-SET-PENDING
021304         GO TO 1110-EXIT
021305     END-IF.
021310     MOVE ZERO TO SET-FOUND-SUB.
021320     PERFORM 1120-MATCH-ONE-SET THRU 1120-EXIT
021330         VARYING SET-SUB FROM 1 BY 1
034700     MOVE GH-SITE-ID         TO GX-SITE-ID.
034800     MOVE RERATE-BASIS-DATE  TO GX-READING-DATE.
034900     MOVE GH-GAS-VALUE       TO GX-GAS-VALUE.
034950     MOVE GH-RAW-GAS-VALUE   TO GX-RAW-GAS-VALUE.
035000     MOVE GH-RATING-VALUE    TO GX-RATING-VALUE.
035100     MOVE GH-SEQUENCE-NO     TO GX-SEQUENCE-NO.
035200     WRITE GX-EXTRACT-RECORD.
040400 7500-EXIT.
040500     EXIT.
040600
040610*****************************************************************
040620* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER SWEEP: WHO ASKED FOR IT,
040630* WHEN, THE PERIOD AND HOW MANY RATINGS IT CHANGED.  A TRAIL
040640* THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE RUN.
040650*****************************************************************
040660 8000-WRITE-AUDIT.
040661     OPEN EXTEND AUDIT-TRAIL-FILE.
040662     IF AUDIT-FILE-STATUS = "35"
040663         OPEN OUTPUT AUDIT-TRAIL-FILE
040664     END-IF.
040665     IF AUDIT-FILE-STATUS NOT = "00" AND NOT = "05"
040666         DISPLAY "WARNING - GASAUDT NOT AVAILABLE, STATUS "
040667             AUDIT-FILE-STATUS ".  SWEEP NOT AUDITED."
040668         GO TO 8000-EXIT
040669     END-IF.
040670     MOVE RANGE-FROM-DATE    TO RA-FROM-DATE.
040671     MOVE RANGE-TO-DATE      TO RA-TO-DATE.
040672     MOVE CHANGED-COUNT      TO RA-CHANGED-COUNT.
040673     MOVE UNRATABLE-COUNT    TO RA-UNRATABLE-COUNT.
040674     MOVE SPACES             TO AU-AUDIT-RECORD.
040675     MOVE TODAY-DATE         TO AU-AUDIT-DATE.
040676     MOVE TODAY-TIME         TO AU-AUDIT-TIME.
040677     MOVE REQUESTED-BY-ID    TO AU-OPERATOR-ID.
040678     MOVE PROGRAM-NAME       TO AU-PROGRAM-ID.
040679     MOVE "RERATE    "       TO AU-ACTION.
040680     MOVE RANGE-FROM-DATE    TO AU-RECORD-KEY.
040681     MOVE SPACES             TO AU-BEFORE-IMAGE.
040682     MOVE RERATE-AUDIT-IMAGE TO AU-AFTER-IMAGE.
040683     WRITE AU-AUDIT-RECORD.
040684     CLOSE AUDIT-TRAIL-FILE.
040685     GO TO 8000-EXIT.
040686 8000-EXIT.
040687     EXIT.
040688
040700*****************************************************************
040800* 9000-TERMINATE - CLOSE FILES
040900*****************************************************************
