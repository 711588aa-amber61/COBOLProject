002510* 2026-09-03  DRH  READ THE DAY'S ROWS THROUGH THE NEW
002520*                  GH-RUN-DATE ALTERNATE INDEX INSTEAD OF THE
002530*                  WHOLE FILE FRONT TO BACK.
002537* 2026-10-15  DRH  HONOUR THE GASCLDR OPERATING CALENDAR.  A
002544*                  SCHEDULED SHIFT WITH NO READING THAT THE
002551*                  CALENDAR SAYS IS NOT WORKED THAT DAY (A
002558*                  HOLIDAY, A REDUCED-SHIFT DAY OR A CLOSURE OF
002565*                  THE SITE) IS PRINTED AS EXCUSED WITH THE
002572*                  CALENDAR'S REASON.  IT RAISES NO NOREAD ALERT
002579*                  AND DOES NOT COUNT AS MISSING.  ASKED THROUGH
002586*                  GASCLDK.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
007200         88  RUN-IS-ABORTED          VALUE "Y".
007300     05  SHIFT-SEEN-SWITCH           PIC X(01) VALUE "N".
007400         88  SHIFT-WAS-SEEN          VALUE "Y".
007433     05  EXCUSED-FLAG                PIC X(01) VALUE "N".
007466         88  SHIFT-IS-EXCUSED        VALUE "Y".
007500
007600 01  SWEEP-DATE                      PIC 9(08) VALUE ZERO.
007700 01  TODAY-DATE                      PIC 9(08).
009300 01  SHIFT-SUB                       PIC 9(01) VALUE ZERO COMP.
009350 01  SHIFT-SUB-X                     PIC 9(01) VALUE ZERO COMP.
009400 01  SCHED-SHIFT-CODE                PIC X(01) VALUE SPACE.
009450 01  EXCUSE-REASON                   PIC X(30) VALUE SPACES.
009500
009600 01  EXAMINED-COUNT                  PIC 9(08) VALUE ZERO COMP.
009700 01  DAY-ROW-COUNT                   PIC 9(08) VALUE ZERO COMP.
009800 01  ACTIVE-SITE-COUNT               PIC 9(06) VALUE ZERO COMP.
009900 01  MISSING-COUNT                   PIC 9(06) VALUE ZERO COMP.
009950 01  EXCUSED-COUNT                   PIC 9(06) VALUE ZERO COMP.
010000 01  SILENT-SITE-COUNT               PIC 9(06) VALUE ZERO COMP.
010100 01  SITE-MISSING-COUNT              PIC 9(01) VALUE ZERO COMP.
010200
011900     05  FILLER              PIC X(03) VALUE "  (".
012000     05  RML-SITE-NAME       PIC X(30).
012100     05  FILLER              PIC X(01) VALUE ")".
012111
012122 01  REPORT-EXCUSED-LINE.
012133     05  FILLER              PIC X(05) VALUE "SITE ".
012144     05  REL-SITE-ID         PIC X(05).
012155     05  FILLER              PIC X(09) VALUE " - SHIFT ".
012166     05  REL-SHIFT-CODE      PIC X(01).
012177     05  FILLER              PIC X(12) VALUE " EXCUSED -  ".
012188     05  REL-REASON          PIC X(30).
012200
012300 01  REPORT-TOTAL-LINE.
012400     05  RTL-LABEL           PIC X(30).
031500*****************************************************************
031600* 3300-CHECK-ONE-SHIFT - ONE POSITION OF SM-SHIFT-CODES.  A
031700* BLANK POSITION MEANS THE SITE DOES NOT WORK THAT SHIFT.
031725* A SHIFT WITH NO READING IS FIRST PUT TO THE OPERATING
031750* CALENDAR; ONE THE CALENDAR EXCUSES IS REPORTED BUT NOT
031775* ALERTED.
031800*****************************************************************
031900 3300-CHECK-ONE-SHIFT.
032000     MOVE SM-SHIFT-CODES(SHIFT-SUB:1) TO SCHED-SHIFT-CODE.
032700         UNTIL SEEN-SUB > SEEN-STORED-COUNT
032800         OR SHIFT-WAS-SEEN.
032900     IF SHIFT-WAS-SEEN
032908         GO TO 3300-EXIT
032916     END-IF.
032924     CALL "GASCLDK" USING SWEEP-DATE SM-SITE-ID SCHED-SHIFT-CODE
032932         EXCUSED-FLAG EXCUSE-REASON.
032940     IF SHIFT-IS-EXCUSED
032948         ADD 1 TO EXCUSED-COUNT
032956         MOVE SM-SITE-ID TO REL-SITE-ID
032964         MOVE SCHED-SHIFT-CODE TO REL-SHIFT-CODE
032972         MOVE EXCUSE-REASON TO REL-REASON
032980         MOVE REPORT-EXCUSED-LINE TO RPT-PRINT-LINE
032988         WRITE RPT-PRINT-LINE
033000         GO TO 3300-EXIT
033100     END-IF.
033200     ADD 1 TO MISSING-COUNT.
039900     MOVE "SITE/SHIFTS MISSING A READING " TO RTL-LABEL.
040000     MOVE MISSING-COUNT TO RTL-COUNT.
040100     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
040125     MOVE "SHIFTS EXCUSED BY CALENDAR    " TO RTL-LABEL.
040150     MOVE EXCUSED-COUNT TO RTL-COUNT.
040175     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
040200     MOVE "SITES WITH ANYTHING MISSING   " TO RTL-LABEL.
040300     MOVE SILENT-SITE-COUNT TO RTL-COUNT.
040400     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
041600         MOVE "MISSING READINGS FOUND - SEE SITE LINES ABOVE"
041700             TO RPT-PRINT-LINE
041800     END-IF.
041820     IF MISSING-COUNT = ZERO AND EXCUSED-COUNT > ZERO
041840         MOVE "EVERY SCHEDULED SHIFT REPORTED OR WAS EXCUSED"
041860             TO RPT-PRINT-LINE
041880     END-IF.
041900     WRITE RPT-PRINT-LINE.
042000     GO TO 7500-EXIT.
042100 7500-EXIT.
