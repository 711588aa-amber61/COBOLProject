000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASCALM.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  MAINTENANCE FRONT END OVER THE
001100*                  GASCALB METER CALIBRATION MASTER -- ADD A
001200*                  SITE'S FIRST CALIBRATION, RECORD A
001300*                  RECALIBRATION (NEW CALIBRATION DATE, NEXT DUE
001400*                  DATE, CORRECTION FACTOR AND CERTIFICATE
001500*                  REFERENCE), AND INQUIRE.  THE FACTOR CHANGES
001600*                  WHAT EVERY LATER BATCH READING FROM THE SITE
001700*                  RATES AS, SO ADDS AND RECALIBRATIONS ARE
001800*                  SUPERVISOR ONLY AND GO TO THE GASAUDT AUDIT
001900*                  TRAIL WITH THE BEFORE AND AFTER VALUES.  THE
002000*                  SITE MUST BE ON THE GASSITE MASTER.
002010* 2026-10-15  DRH  LIMIT ADDS, RECALIBRATIONS AND INQUIRIES TO
002020*                  SITES IN THE OPERATOR'S REGIONS THROUGH
002030*                  GASRGNK.  THE RATING RUN APPLIES THE FACTOR TO
002040*                  EVERY READING FROM THE SITE, SO A SUPERVISOR IN
002050*                  ANOTHER REGION MAY NOT SET IT.  REFUSALS ARE
002060*                  LOGGED TO GASSECL.
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CALIBRATION-FILE ASSIGN TO "GASCALB"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS CB-SITE-ID
003200         FILE STATUS IS CALIB-FILE-STATUS.
003300     SELECT SITE-MASTER-FILE ASSIGN TO "GASSITE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS SM-SITE-ID
003700         FILE STATUS IS SITE-FILE-STATUS.
003800     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS AUDIT-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CALIBRATION-FILE.
004500     COPY GASCALB.
004600
004700 FD  SITE-MASTER-FILE.
004800     COPY GASSITE.
004900
005000 FD  AUDIT-TRAIL-FILE.
005100     COPY GASAUDT.
005200
005300 WORKING-STORAGE SECTION.
005400 01  MENU-CHOICE                     PIC 9(01) VALUE ZERO.
005500     88  MENU-DONE                   VALUE 9.
005600 01  CALIB-FILE-STATUS               PIC X(02).
005700 01  SITE-FILE-STATUS                PIC X(02).
005800 01  AUDIT-FILE-STATUS               PIC X(02).
005900
006000 01  SWITCHES.
006100     05  CALIB-FOUND-SWITCH          PIC X(01) VALUE "N".
006200         88  CALIB-WAS-FOUND         VALUE "Y".
006300     05  SIGNON-RESULT               PIC X(01) VALUE "N".
006400         88  OPERATOR-SIGNED-ON      VALUE "Y".
006500     05  ACTION-OK-SWITCH            PIC X(01) VALUE "N".
006600         88  ACTION-SUCCEEDED        VALUE "Y".
006700     05  ENTRY-VALID-SWITCH          PIC X(01) VALUE "N".
006800         88  ENTRY-IS-VALID          VALUE "Y".
006810     05  SCOPE-RESULT                PIC X(01) VALUE "N".
006820         88  SITE-IN-SCOPE           VALUE "Y".
006900
007000*****************************************************************
007100* A METER MORE THAN 20% OUT IS REPLACED, NOT CORRECTED
007200*****************************************************************
007300 01  MIN-CORRECTION-FACTOR           PIC 9(01)V9(04) VALUE 0.8000.
007400 01  MAX-CORRECTION-FACTOR           PIC 9(01)V9(04) VALUE 1.2000.
007500
007600 01  ENTRY-SITE-ID                   PIC X(05) VALUE SPACES.
007700 01  ENTRY-DATE                      PIC X(08) VALUE SPACES.
007800 01  ENTRY-MM                        PIC 9(02) VALUE ZERO.
007900 01  ENTRY-DD                        PIC 9(02) VALUE ZERO.
008000 01  ENTRY-FACTOR                    PIC X(05) VALUE SPACES.
008100 01  ENTRY-FACTOR-VALUE REDEFINES ENTRY-FACTOR
008200                                     PIC 9(01)V9(04).
008300 01  ENTRY-CERTIFICATE-REF           PIC X(12) VALUE SPACES.
008400 01  NEW-LAST-CAL-DATE               PIC 9(08) VALUE ZERO.
008500 01  NEW-NEXT-DUE-DATE               PIC 9(08) VALUE ZERO.
008600 01  NEW-CORRECTION-FACTOR           PIC 9(01)V9(04) VALUE ZERO.
008700 01  SHOW-FACTOR                     PIC 9.9999.
008800
008900 01  PROGRAM-NAME                    PIC X(08) VALUE "GASCALM".
009000 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
009100 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
009200     88  OPERATOR-IS-SUPERVISOR      VALUE "S".
009300 01  TODAY-DATE                      PIC 9(08).
009400 01  TODAY-TIME                      PIC 9(08).
009500 01  AUDIT-ACTION                    PIC X(10) VALUE SPACES.
009600 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
009700 01  AUDIT-AFTER-IMAGE               PIC X(80) VALUE SPACES.
009710 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
009720 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
009800
009900 PROCEDURE DIVISION.
010000*****************************************************************
010100* 0000-MAINLINE
010200*****************************************************************
010300 0000-MAINLINE.
010400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
010500     ACCEPT TODAY-TIME FROM TIME.
010600     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
010700         SIGNON-AUTHORITY SIGNON-RESULT.
010800     IF NOT OPERATOR-SIGNED-ON
010900         DISPLAY "SIGN-ON DENIED - CALIBRATION MAINTENANCE "
011000             "CLOSED."
011100         STOP RUN
011200     END-IF.
011210     MOVE "L" TO SCOPE-REQUEST.
011220     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
011230         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
011300     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
011400     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
011500         UNTIL MENU-DONE.
011600     CLOSE CALIBRATION-FILE.
011700     CLOSE SITE-MASTER-FILE.
011800     STOP RUN.
011900
012000*****************************************************************
012100* 1000-OPEN-FILES - THE CALIBRATION MASTER IS OPENED I-O AND
012200* CREATED ON FIRST USE THE SAME WAY GASSITEM CREATES GASSITE.
012300* THE SITE MASTER MUST ALREADY BE THERE -- NO SITE CAN BE
012400* CALIBRATED THAT THE RATING RUN WOULD NOT ACCEPT.
012500*****************************************************************
012600 1000-OPEN-FILES.
012700     OPEN I-O CALIBRATION-FILE.
012800     IF CALIB-FILE-STATUS = "35"
012900         CLOSE CALIBRATION-FILE
013000         OPEN OUTPUT CALIBRATION-FILE
013100         CLOSE CALIBRATION-FILE
013200         OPEN I-O CALIBRATION-FILE
013300     END-IF.
013400     OPEN INPUT SITE-MASTER-FILE.
013500     IF SITE-FILE-STATUS NOT = "00"
013600         DISPLAY "GASSITE SITE MASTER NOT AVAILABLE, STATUS "
013700             SITE-FILE-STATUS " - CALIBRATION MAINTENANCE CLOSED."
013800         CLOSE CALIBRATION-FILE
013900         STOP RUN
014000     END-IF.
014100     GO TO 1000-EXIT.
014200 1000-EXIT.
014300     EXIT.
014400
014500*****************************************************************
014600* 2000-SHOW-MENU
014700*****************************************************************
014800 2000-SHOW-MENU.
014900     DISPLAY "==============================================".
015000     DISPLAY " METER CALIBRATION MAINTENANCE".
015100     DISPLAY "   1.  ADD A SITE'S FIRST CALIBRATION".
015200     DISPLAY "   2.  RECORD A RECALIBRATION".
015300     DISPLAY "   3.  INQUIRE ON A SITE'S CALIBRATION".
015400     DISPLAY "   9.  EXIT".
015500     DISPLAY "==============================================".
015600     DISPLAY "ENTER YOUR CHOICE: ".
015700     ACCEPT MENU-CHOICE.
015800     EVALUATE MENU-CHOICE
015900         WHEN 1
016000             PERFORM 3000-ADD-CALIBRATION THRU 3000-EXIT
016100         WHEN 2
016200             PERFORM 4000-RECALIBRATE THRU 4000-EXIT
016300         WHEN 3
016400             PERFORM 5000-INQUIRE-CALIBRATION THRU 5000-EXIT
016500         WHEN 9
016600             CONTINUE
016700         WHEN OTHER
016800             DISPLAY "INVALID CHOICE - RE-ENTER."
016900     END-EVALUATE.
017000     GO TO 2000-EXIT.
017100 2000-EXIT.
017200     EXIT.
017300
017400*****************************************************************
017500* 3000-ADD-CALIBRATION - FIRST CALIBRATION ROW FOR A SITE THAT
017600* IS ON THE SITE MASTER
017700*****************************************************************
017800 3000-ADD-CALIBRATION.
017900     IF NOT OPERATOR-IS-SUPERVISOR
018000         DISPLAY "ADDING A CALIBRATION IS SUPERVISOR ONLY - "
018100             "REQUEST DENIED."
018200         GO TO 3000-EXIT
018300     END-IF.
018400     DISPLAY "ENTER SITE ID (5 CHARACTERS): ".
018500     ACCEPT ENTRY-SITE-ID.
018600     IF ENTRY-SITE-ID = SPACES
018700         DISPLAY "SITE ID MAY NOT BE BLANK - ADD CANCELLED."
018800         GO TO 3000-EXIT
018900     END-IF.
018910     MOVE "C" TO SCOPE-REQUEST.
018920     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
018930         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
018940     IF NOT SITE-IN-SCOPE
018950         GO TO 3000-EXIT
018960     END-IF.
019000     MOVE ENTRY-SITE-ID TO SM-SITE-ID.
019100     READ SITE-MASTER-FILE
019200         INVALID KEY
019300             DISPLAY "SITE " ENTRY-SITE-ID " NOT ON THE SITE "
019400                 "MASTER - ADD CANCELLED."
019500             GO TO 3000-EXIT
019600     END-READ.
019700     PERFORM 7100-ACCEPT-CALIBRATION THRU 7100-EXIT.
019800     IF NOT ENTRY-IS-VALID
019900         DISPLAY "ADD CANCELLED."
020000         GO TO 3000-EXIT
020100     END-IF.
020200     MOVE SPACES                TO CB-CALIBRATION-RECORD.
020300     MOVE ENTRY-SITE-ID         TO CB-SITE-ID.
020400     MOVE NEW-LAST-CAL-DATE     TO CB-LAST-CAL-DATE.
020500     MOVE NEW-NEXT-DUE-DATE     TO CB-NEXT-DUE-DATE.
020600     MOVE NEW-CORRECTION-FACTOR TO CB-CORRECTION-FACTOR.
020700     MOVE ENTRY-CERTIFICATE-REF TO CB-CERTIFICATE-REF.
020800     MOVE SIGNON-OPERATOR-ID    TO CB-CHANGED-BY.
020900     MOVE TODAY-DATE            TO CB-CHANGED-DATE.
021000     MOVE "N" TO ACTION-OK-SWITCH.
021100     WRITE CB-CALIBRATION-RECORD
021200         INVALID KEY
021300             DISPLAY "SITE " ENTRY-SITE-ID " ALREADY HAS A "
021400                 "CALIBRATION - USE OPTION 2."
021500         NOT INVALID KEY
021600             DISPLAY "CALIBRATION FOR SITE " ENTRY-SITE-ID
021700                 " ADDED."
021800             MOVE "Y" TO ACTION-OK-SWITCH
021900     END-WRITE.
022000     IF ACTION-SUCCEEDED
022100         MOVE "ADD       " TO AUDIT-ACTION
022200         MOVE SPACES TO AUDIT-BEFORE-IMAGE
022300         MOVE CB-CALIBRATION-RECORD TO AUDIT-AFTER-IMAGE
022400         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
022500     END-IF.
022600     GO TO 3000-EXIT.
022700 3000-EXIT.
022800     EXIT.
022900
023000*****************************************************************
023100* 4000-RECALIBRATE - REPLACE THE DATES, FACTOR AND CERTIFICATE
023200* WITH THOSE FROM THE LATEST CALIBRATION.  THE OLD VALUES LIVE
023300* ON IN THE AUDIT TRAIL'S BEFORE IMAGE.
023400*****************************************************************
023500 4000-RECALIBRATE.
023600     IF NOT OPERATOR-IS-SUPERVISOR
023700         DISPLAY "RECORDING A RECALIBRATION IS SUPERVISOR ONLY - "
023800             "REQUEST DENIED."
023900         GO TO 4000-EXIT
024000     END-IF.
024100     PERFORM 7000-FETCH-CALIBRATION THRU 7000-EXIT.
024200     IF NOT CALIB-WAS-FOUND
024300         GO TO 4000-EXIT
024400     END-IF.
024500     PERFORM 7100-ACCEPT-CALIBRATION THRU 7100-EXIT.
024600     IF NOT ENTRY-IS-VALID
024700         DISPLAY "RECALIBRATION CANCELLED."
024800         GO TO 4000-EXIT
024900     END-IF.
025000     IF NEW-LAST-CAL-DATE < CB-LAST-CAL-DATE
025100         DISPLAY "CALIBRATION DATE IS EARLIER THAN THE ONE ON "
025200             "FILE - RECALIBRATION CANCELLED."
025300         GO TO 4000-EXIT
025400     END-IF.
025500     MOVE CB-CALIBRATION-RECORD TO AUDIT-BEFORE-IMAGE.
025600     MOVE NEW-LAST-CAL-DATE     TO CB-LAST-CAL-DATE.
025700     MOVE NEW-NEXT-DUE-DATE     TO CB-NEXT-DUE-DATE.
025800     MOVE NEW-CORRECTION-FACTOR TO CB-CORRECTION-FACTOR.
025900     MOVE ENTRY-CERTIFICATE-REF TO CB-CERTIFICATE-REF.
026000     MOVE SIGNON-OPERATOR-ID    TO CB-CHANGED-BY.
026100     MOVE TODAY-DATE            TO CB-CHANGED-DATE.
026200     MOVE "N" TO ACTION-OK-SWITCH.
026300     REWRITE CB-CALIBRATION-RECORD
026400         INVALID KEY
026500             DISPLAY "REWRITE FAILED, STATUS " CALIB-FILE-STATUS
026600         NOT INVALID KEY
026700             DISPLAY "RECALIBRATION FOR SITE " CB-SITE-ID
026800                 " RECORDED."
026900             MOVE "Y" TO ACTION-OK-SWITCH
027000     END-REWRITE.
027100     IF ACTION-SUCCEEDED
027200         MOVE "RECALIB   " TO AUDIT-ACTION
027300         MOVE CB-CALIBRATION-RECORD TO AUDIT-AFTER-IMAGE
027400         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
027500     END-IF.
027600     GO TO 4000-EXIT.
027700 4000-EXIT.
027800     EXIT.
027900
028000*****************************************************************
028100* 5000-INQUIRE-CALIBRATION
028200*****************************************************************
028300 5000-INQUIRE-CALIBRATION.
028400     PERFORM 7000-FETCH-CALIBRATION THRU 7000-EXIT.
028500     IF NOT CALIB-WAS-FOUND
028600         GO TO 5000-EXIT
028700     END-IF.
028800     MOVE CB-CORRECTION-FACTOR TO SHOW-FACTOR.
028900     DISPLAY "SITE ID:           " CB-SITE-ID.
029000     DISPLAY "LAST CALIBRATED:   " CB-LAST-CAL-DATE.
029100     DISPLAY "NEXT DUE:          " CB-NEXT-DUE-DATE.
029200     DISPLAY "CORRECTION FACTOR: " SHOW-FACTOR.
029300     DISPLAY "CERTIFICATE REF:   " CB-CERTIFICATE-REF.
029400     DISPLAY "LAST CHANGED BY:   " CB-CHANGED-BY
029500         " ON " CB-CHANGED-DATE.
029600     IF CB-NEXT-DUE-DATE < TODAY-DATE
029700         DISPLAY "*** CALIBRATION OVERDUE - BATCH READINGS FROM "
029800             "THIS SITE ARE SUSPENDED ***"
029900     END-IF.
030000     GO TO 5000-EXIT.
030100 5000-EXIT.
030200     EXIT.
030300
030400*****************************************************************
030500* 7000-FETCH-CALIBRATION - PROMPT FOR A SITE ID AND READ ITS
030600* CALIBRATION ROW, ONLY FOR A SITE IN THE OPERATOR'S REGIONS
030700*****************************************************************
030800 7000-FETCH-CALIBRATION.
030900     MOVE "N" TO CALIB-FOUND-SWITCH.
031000     DISPLAY "ENTER SITE ID: ".
031100     ACCEPT ENTRY-SITE-ID.
031110     MOVE "C" TO SCOPE-REQUEST.
031120     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
031130         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
031140     IF NOT SITE-IN-SCOPE
031150         GO TO 7000-EXIT
031160     END-IF.
031200     MOVE ENTRY-SITE-ID TO CB-SITE-ID.
031300     READ CALIBRATION-FILE
031400         INVALID KEY
031500             DISPLAY "NO CALIBRATION ON FILE FOR SITE "
031600                 ENTRY-SITE-ID "."
031700         NOT INVALID KEY
031800             MOVE "Y" TO CALIB-FOUND-SWITCH
031900     END-READ.
032000     GO TO 7000-EXIT.
032100 7000-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500* 7100-ACCEPT-CALIBRATION - CALIBRATION DATE (NOT IN THE FUTURE),
032600* NEXT DUE DATE (AFTER THE CALIBRATION DATE), FACTOR WITHIN THE
032700* ALLOWED RANGE AND THE CERTIFICATE REFERENCE.  ENTRY-VALID-SWITCH
032800* COMES BACK "Y" ONLY WHEN ALL OF THEM PASS.
032900*****************************************************************
033000 7100-ACCEPT-CALIBRATION.
033100     MOVE "N" TO ENTRY-VALID-SWITCH.
033200     DISPLAY "ENTER DATE CALIBRATED (YYYYMMDD): ".
033300     PERFORM 7200-ACCEPT-ONE-DATE THRU 7200-EXIT.
033400     IF NOT ENTRY-IS-VALID
033500         GO TO 7100-EXIT
033600     END-IF.
033700     MOVE ENTRY-DATE TO NEW-LAST-CAL-DATE.
033800     IF NEW-LAST-CAL-DATE > TODAY-DATE
033900         DISPLAY "CALIBRATION DATE MAY NOT BE IN THE FUTURE."
034000         MOVE "N" TO ENTRY-VALID-SWITCH
034100         GO TO 7100-EXIT
034200     END-IF.
034300     DISPLAY "ENTER NEXT CALIBRATION DUE DATE (YYYYMMDD): ".
034400     PERFORM 7200-ACCEPT-ONE-DATE THRU 7200-EXIT.
034500     IF NOT ENTRY-IS-VALID
034600         GO TO 7100-EXIT
034700     END-IF.
034800     MOVE ENTRY-DATE TO NEW-NEXT-DUE-DATE.
034900     IF NEW-NEXT-DUE-DATE NOT > NEW-LAST-CAL-DATE
035000         DISPLAY "DUE DATE MUST BE AFTER THE CALIBRATION DATE."
035100         MOVE "N" TO ENTRY-VALID-SWITCH
035200         GO TO 7100-EXIT
035300     END-IF.
035400     MOVE "N" TO ENTRY-VALID-SWITCH.
035500     DISPLAY "ENTER CORRECTION FACTOR AS 5 DIGITS, 1 WHOLE AND "
035600         "4 DECIMAL (09434 = 0.9434): ".
035700     MOVE SPACES TO ENTRY-FACTOR.
035800     ACCEPT ENTRY-FACTOR.
035900     IF ENTRY-FACTOR IS NOT NUMERIC
036000         DISPLAY "FACTOR MUST BE 5 DIGITS."
036100         GO TO 7100-EXIT
036200     END-IF.
036300     IF ENTRY-FACTOR-VALUE < MIN-CORRECTION-FACTOR
036400         OR ENTRY-FACTOR-VALUE > MAX-CORRECTION-FACTOR
036500         DISPLAY "FACTOR OUTSIDE 0.8000-1.2000 - THE METER NEEDS "
036600             "REPLACING, NOT CORRECTING."
036700         GO TO 7100-EXIT
036800     END-IF.
036900     MOVE ENTRY-FACTOR-VALUE TO NEW-CORRECTION-FACTOR.
037000     DISPLAY "ENTER CALIBRATION CERTIFICATE REFERENCE: ".
037100     MOVE SPACES TO ENTRY-CERTIFICATE-REF.
037200     ACCEPT ENTRY-CERTIFICATE-REF.
037300     IF ENTRY-CERTIFICATE-REF = SPACES
037400         DISPLAY "CERTIFICATE REFERENCE MAY NOT BE BLANK."
037500         GO TO 7100-EXIT
037600     END-IF.
037700     MOVE "Y" TO ENTRY-VALID-SWITCH.
037800     GO TO 7100-EXIT.
037900 7100-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300* 7200-ACCEPT-ONE-DATE - EIGHT DIGITS WITH A PLAUSIBLE MONTH AND
038400* DAY, THE SAME CHECK GASPARMM MAKES ON AN EFFECTIVE DATE
038500*****************************************************************
038600 7200-ACCEPT-ONE-DATE.
038700     MOVE "N" TO ENTRY-VALID-SWITCH.
038800     MOVE SPACES TO ENTRY-DATE.
038900     ACCEPT ENTRY-DATE.
039000     IF ENTRY-DATE IS NOT NUMERIC
039100         DISPLAY "DATE MUST BE 8 DIGITS, YYYYMMDD."
039200         GO TO 7200-EXIT
039300     END-IF.
039400     MOVE ENTRY-DATE(5:2) TO ENTRY-MM.
039500     MOVE ENTRY-DATE(7:2) TO ENTRY-DD.
039600     IF ENTRY-MM < 1 OR ENTRY-MM > 12
039700         OR ENTRY-DD < 1 OR ENTRY-DD > 31
039800         DISPLAY "DATE " ENTRY-DATE " IS NOT A VALID DATE."
039900         GO TO 7200-EXIT
040000     END-IF.
040100     MOVE "Y" TO ENTRY-VALID-SWITCH.
040200     GO TO 7200-EXIT.
040300 7200-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER CHANGE: WHO, WHEN,
040800* WHAT, AND THE BEFORE AND AFTER VALUES.  A TRAIL THAT CANNOT
040900* BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE CHANGE.
041000*****************************************************************
041100 8000-WRITE-AUDIT.
041200     OPEN EXTEND AUDIT-TRAIL-FILE.
041300     IF AUDIT-FILE-STATUS = "35"
041400         OPEN OUTPUT AUDIT-TRAIL-FILE
041500     END-IF.
041600     IF AUDIT-FILE-STATUS NOT = "00" AND NOT = "05"
041700         DISPLAY "WARNING - GASAUDT NOT AVAILABLE, STATUS "
041800             AUDIT-FILE-STATUS ".  CHANGE NOT AUDITED."
041900         GO TO 8000-EXIT
042000     END-IF.
042100     MOVE SPACES             TO AU-AUDIT-RECORD.
042200     MOVE TODAY-DATE         TO AU-AUDIT-DATE.
042300     MOVE TODAY-TIME         TO AU-AUDIT-TIME.
042400     MOVE SIGNON-OPERATOR-ID TO AU-OPERATOR-ID.
042500     MOVE PROGRAM-NAME       TO AU-PROGRAM-ID.
042600     MOVE AUDIT-ACTION       TO AU-ACTION.
042700     MOVE CB-SITE-ID         TO AU-RECORD-KEY.
042800     MOVE AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
042900     MOVE AUDIT-AFTER-IMAGE  TO AU-AFTER-IMAGE.
043000     WRITE AU-AUDIT-RECORD.
043100     CLOSE AUDIT-TRAIL-FILE.
043200     GO TO 8000-EXIT.
043300 8000-EXIT.
043400     EXIT.
043500
043600 END PROGRAM GASCALM.
