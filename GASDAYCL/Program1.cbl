001976*                  CARRIES THE STILL-OPEN ONES FORWARD.  AN
001977*                  OUT-OF-BALANCE TUESDAY USED TO HOLD
001978*                  WEDNESDAY'S PERFECTLY GOOD SHIFTS HOSTAGE.
001980* 2026-10-15  DRH  HONOUR THE GASCLDR OPERATING CALENDAR.  A
001982*                  SHIFT WITH NO RESULT ROW THAT THE CALENDAR
001984*                  SAYS IS NOT WORKED THAT DAY (A HOLIDAY OR A
001986*                  REDUCED-SHIFT DAY) IS REPORTED AS EXCUSED WITH
001988*                  ITS REASON AND NO LONGER BLOCKS THE CLOSE.
001990*                  THE EXCUSED COUNT GOES ON THE GASDAYR ROW.
001992*                  ASKED THROUGH GASCLDK.
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
004800         88  RUN-IS-ABORTED          VALUE "Y".
004900     05  DAY-CLOSE-SWITCH            PIC X(01) VALUE "Y".
005000         88  DAY-CAN-CLOSE           VALUE "Y".
005033     05  EXCUSED-FLAG                PIC X(01) VALUE "N".
005066         88  SHIFT-IS-EXCUSED        VALUE "Y".
005100
005200 01  CLOSE-DATE                      PIC 9(08) VALUE ZERO.
005300 01  TODAY-DATE                      PIC 9(08).
005312
005324*****************************************************************
005336* OPERATING CALENDAR QUESTION - THE SHIFT RESULT ROWS ARE FOR THE
005348* OPERATION AS A WHOLE, SO THE SITE ASKED ABOUT IS ALWAYS SPACES
005360*****************************************************************
005372 01  CALENDAR-SITE-ID                PIC X(05) VALUE SPACES.
005384 01  EXCUSE-REASON                   PIC X(30) VALUE SPACES.
005400
005500*****************************************************************
005600* PER-SHIFT OCCURRENCE COUNTS AND DAY TOTALS.  SHIFTS 1-3 ARE
007400     05  DAY-READ-COUNT              PIC 9(08) VALUE ZERO COMP.
007500     05  DAY-REJECTED-COUNT          PIC 9(07) VALUE ZERO COMP.
007600     05  DAY-DUPLICATE-COUNT         PIC 9(07) VALUE ZERO COMP.
007650     05  DAY-EXCUSED-COUNT           PIC 9(01) VALUE ZERO COMP.
007700
007800 01  REPORT-HEADING-1.
007900     05  FILLER                      PIC X(25)
021900     EXIT.
022000
022100*****************************************************************
022175* 3000-JUDGE-THE-DAY - EVERY EXPECTED SHIFT EXACTLY ONCE (OR
022250* EXCUSED BY THE OPERATING CALENDAR), EVERY ONE BALANCED,
022325* NOTHING FOREIGN IN THE FILE
022400*****************************************************************
022500 3000-JUDGE-THE-DAY.
022600     PERFORM 3100-JUDGE-ONE-SHIFT THRU 3100-EXIT
024300     MOVE SHIFT-SUB TO RSL-SHIFT-CODE.
024400     EVALUATE TRUE
024500         WHEN SHIFT-SEEN-COUNT (SHIFT-SUB) = ZERO
024528             CALL "GASCLDK" USING CLOSE-DATE CALENDAR-SITE-ID
024556                 RSL-SHIFT-CODE EXCUSED-FLAG EXCUSE-REASON
024584             IF SHIFT-IS-EXCUSED
024612                 ADD 1 TO DAY-EXCUSED-COUNT
024640                 MOVE SPACES TO RSL-TEXT
024668                 STRING "EXCUSED - " DELIMITED BY SIZE
024696                        EXCUSE-REASON DELIMITED BY SIZE
024724                     INTO RSL-TEXT
024752             ELSE
024780                 MOVE "N" TO DAY-CLOSE-SWITCH
024808                 MOVE "MISSING - NO RESULT ROW FOR THIS SHIFT"
024836                     TO RSL-TEXT
024864             END-IF
024900         WHEN SHIFT-SEEN-COUNT (SHIFT-SUB) > 1
025000             MOVE "N" TO DAY-CLOSE-SWITCH
025100             MOVE "DUPLICATED - RESTART RERUN SUSPECTED"
029500     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
029510     MOVE "ROWS FOR OTHER DAYS   " TO RD-LABEL.
029520     MOVE WRONG-DATE-COUNT TO RD-COUNT.
029522     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
029524     MOVE "EXCUSED BY CALENDAR   " TO RD-LABEL.
029526     MOVE DAY-EXCUSED-COUNT TO RD-COUNT.
029530     PERFORM 7510-WRITE-DETAIL-LINE THRU 7510-EXIT.
029600     MOVE SPACES TO RPT-PRINT-LINE.
029700     WRITE RPT-PRINT-LINE.
030200         MOVE "DAY NOT CLOSED - SEE SHIFT LINES ABOVE"
030300             TO RPT-PRINT-LINE
030400     END-IF.
030420     IF DAY-CAN-CLOSE AND DAY-EXCUSED-COUNT > ZERO
030440         MOVE "DAY CLOSED - ALL SHIFTS BALANCED OR EXCUSED"
030460             TO RPT-PRINT-LINE
030480     END-IF.
030500     WRITE RPT-PRINT-LINE.
030600     GO TO 7500-EXIT.
030700 7500-EXIT.
031568     MOVE DAY-READ-COUNT      TO DR-READ-COUNT.
031569     MOVE DAY-REJECTED-COUNT  TO DR-REJECTED-COUNT.
031570     MOVE DAY-DUPLICATE-COUNT TO DR-DUPLICATE-COUNT.
031580     MOVE DAY-EXCUSED-COUNT   TO DR-EXCUSED-SHIFT-COUNT.
031590     IF DAY-CAN-CLOSE
031600         MOVE "C" TO DR-CLOSE-VERDICT
031610     ELSE
031620         MOVE "O" TO DR-CLOSE-VERDICT
031630     END-IF.
031640     WRITE DR-DAY-RESULT-RECORD.
031650     GO TO 7800-EXIT.
031660 7800-EXIT.
031670     EXIT.
031680
031700*****************************************************************
031800* 9000-TERMINATE
031900*****************************************************************
