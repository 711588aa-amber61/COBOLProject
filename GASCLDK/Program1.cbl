000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASCLDK.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  OPERATING CALENDAR LOOKUP, CALLED
001100*                  BY THE COMPLETENESS SWEEP AND THE DAILY AND
001200*                  MONTH-END CLOSES SO ALL THREE JUDGE A GAP THE
001300*                  SAME WAY.  THE CALLER PASSES A DATE, A SITE
001400*                  (SPACES = THE OPERATION AS A WHOLE) AND A
001500*                  SHIFT CODE (SPACE = THE WHOLE DAY), AND GETS
001600*                  BACK "Y" WITH THE CALENDAR'S REASON WHEN THAT
001700*                  SHIFT IS PLANNED NOT TO BE WORKED.  THE GASCLDR
001800*                  CALENDAR IS READ INTO A TABLE ON THE FIRST CALL
001900*                  AND HELD FOR THE LIFE OF THE RUN.  A RUN WITH
002000*                  NO CALENDAR EXCUSES NOTHING -- THE SAME ANSWERS
002100*                  THE CALLERS GAVE BEFORE THERE WAS ONE.
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CALENDAR-FILE ASSIGN TO "GASCLDR"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS OC-CALENDAR-KEY
003300         FILE STATUS IS CLDR-FILE-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CALENDAR-FILE.
003800     COPY GASCLDR.
003900
004000 WORKING-STORAGE SECTION.
004100 01  CLDR-FILE-STATUS                PIC X(02).
004200
004300 01  SWITCHES.
004400     05  CALENDAR-LOADED-SWITCH      PIC X(01) VALUE "N".
004500         88  CALENDAR-IS-LOADED      VALUE "Y".
004600     05  CLDR-EOF-SWITCH             PIC X(01) VALUE "N".
004700         88  CLDR-AT-EOF             VALUE "Y".
004800
004900*****************************************************************
005000* CALENDAR TABLE - THE WHOLE GASCLDR FILE.  IT IS A FEW DOZEN
005100* HOLIDAYS AND CLOSURES A YEAR, SO IT IS HELD IN FULL.
005200*****************************************************************
005300 01  CALENDAR-TABLE.
005400     05  CT-ENTRY OCCURS 1000 TIMES.
005500         10  CT-SITE-ID              PIC X(05).
005600         10  CT-FROM-DATE            PIC 9(08).
005700         10  CT-TO-DATE              PIC 9(08).
005800         10  CT-OPEN-SHIFTS          PIC X(03).
005900         10  CT-REASON               PIC X(30).
006000 01  CT-STORED-COUNT                 PIC 9(04) VALUE ZERO COMP.
006100 01  CT-OVERFLOW-COUNT               PIC 9(06) VALUE ZERO COMP.
006200 01  CT-SUB                          PIC 9(04) VALUE ZERO COMP.
006300
006400*****************************************************************
006500* LINKAGE SECTION - DATE, SITE AND SHIFT IN; EXCUSED FLAG AND
006600* REASON OUT
006700*****************************************************************
006800 LINKAGE SECTION.
006900 01  LK-CHECK-DATE                   PIC 9(08).
007000 01  LK-SITE-ID                      PIC X(05).
007100 01  LK-SHIFT-CODE                   PIC X(01).
007200 01  LK-EXCUSED-FLAG                 PIC X(01).
007300 01  LK-EXCUSE-REASON                PIC X(30).
007400
007500 PROCEDURE DIVISION USING LK-CHECK-DATE LK-SITE-ID LK-SHIFT-CODE
007600     LK-EXCUSED-FLAG LK-EXCUSE-REASON.
007700*****************************************************************
007800* 0000-MAINLINE
007900*****************************************************************
008000 0000-MAINLINE.
008100     MOVE "N" TO LK-EXCUSED-FLAG.
008200     MOVE SPACES TO LK-EXCUSE-REASON.
008300     IF NOT CALENDAR-IS-LOADED
008400         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
008500     END-IF.
008600     PERFORM 2000-CHECK-ONE-ENTRY THRU 2000-EXIT
008700         VARYING CT-SUB FROM 1 BY 1
008800         UNTIL CT-SUB > CT-STORED-COUNT
008900         OR LK-EXCUSED-FLAG = "Y".
009000     GOBACK.
009100
009200*****************************************************************
009300* 1000-LOAD-CALENDAR - ONCE PER RUN.  A MISSING OR UNREADABLE
009400* CALENDAR IS REPORTED AND LEAVES THE TABLE EMPTY.
009500*****************************************************************
009600 1000-LOAD-CALENDAR.
009700     MOVE "Y" TO CALENDAR-LOADED-SWITCH.
009800     OPEN INPUT CALENDAR-FILE.
009900     IF CLDR-FILE-STATUS NOT = "00"
010000         DISPLAY "WARNING - GASCLDR OPERATING CALENDAR NOT "
010100             "AVAILABLE, STATUS " CLDR-FILE-STATUS
010200             ".  NO GAPS WILL BE EXCUSED."
010300         GO TO 1000-EXIT
010400     END-IF.
010500     PERFORM 1100-READ-ONE-ENTRY THRU 1100-EXIT.
010600     PERFORM 1200-STORE-ONE-ENTRY THRU 1200-EXIT
010700         UNTIL CLDR-AT-EOF.
010800     CLOSE CALENDAR-FILE.
010900     IF CT-OVERFLOW-COUNT > ZERO
011000         DISPLAY "WARNING - CALENDAR TABLE OVERFLOWED, "
011100             CT-OVERFLOW-COUNT " GASCLDR ENTRIES NOT HELD."
011200     END-IF.
011300     GO TO 1000-EXIT.
011400 1000-EXIT.
011500     EXIT.
011600
011700 1100-READ-ONE-ENTRY.
011800     READ CALENDAR-FILE NEXT RECORD
011900         AT END
012000             MOVE "Y" TO CLDR-EOF-SWITCH
012100     END-READ.
012200     GO TO 1100-EXIT.
012300 1100-EXIT.
012400     EXIT.
012500
012600 1200-STORE-ONE-ENTRY.
012700     IF CT-STORED-COUNT >= 1000
012800         ADD 1 TO CT-OVERFLOW-COUNT
012900         GO TO 1200-NEXT
013000     END-IF.
013100     ADD 1 TO CT-STORED-COUNT.
013200     MOVE OC-SITE-ID     TO CT-SITE-ID (CT-STORED-COUNT).
013300     MOVE OC-FROM-DATE   TO CT-FROM-DATE (CT-STORED-COUNT).
013400     MOVE OC-TO-DATE     TO CT-TO-DATE (CT-STORED-COUNT).
013500     MOVE OC-OPEN-SHIFTS TO CT-OPEN-SHIFTS (CT-STORED-COUNT).
013600     MOVE OC-REASON      TO CT-REASON (CT-STORED-COUNT).
013700 1200-NEXT.
013800     PERFORM 1100-READ-ONE-ENTRY THRU 1100-EXIT.
013900     GO TO 1200-EXIT.
014000 1200-EXIT.
014100     EXIT.
014200
014300*****************************************************************
014400* 2000-CHECK-ONE-ENTRY - THE ENTRY MUST COVER THE DATE AND BE
014500* FOR EVERY SITE OR FOR THE SITE ASKED ABOUT.  A QUESTION ABOUT
014600* THE OPERATION AS A WHOLE (SITE SPACES) IS ANSWERED ONLY BY
014700* EVERY-SITE ENTRIES.  A WHOLE-DAY QUESTION (SHIFT SPACE) IS
014800* EXCUSED ONLY BY AN ENTRY WITH NO SHIFTS OPEN; A SHIFT QUESTION
014900* IS EXCUSED BY ANY ENTRY THAT DOES NOT LIST THAT SHIFT AS OPEN.
015000*****************************************************************
015100 2000-CHECK-ONE-ENTRY.
015200     IF LK-CHECK-DATE < CT-FROM-DATE (CT-SUB)
015300         OR LK-CHECK-DATE > CT-TO-DATE (CT-SUB)
015400         GO TO 2000-EXIT
015500     END-IF.
015600     IF CT-SITE-ID (CT-SUB) NOT = SPACES
015700         AND CT-SITE-ID (CT-SUB) NOT = LK-SITE-ID
015800         GO TO 2000-EXIT
015900     END-IF.
016000     IF LK-SHIFT-CODE = SPACE
016100         IF CT-OPEN-SHIFTS (CT-SUB) NOT = SPACES
016200             GO TO 2000-EXIT
016300         END-IF
016400     ELSE
016500         IF CT-OPEN-SHIFTS (CT-SUB)(1:1) = LK-SHIFT-CODE
016600             OR CT-OPEN-SHIFTS (CT-SUB)(2:1) = LK-SHIFT-CODE
016700             OR CT-OPEN-SHIFTS (CT-SUB)(3:1) = LK-SHIFT-CODE
016800             GO TO 2000-EXIT
016900         END-IF
017000     END-IF.
017100     MOVE "Y" TO LK-EXCUSED-FLAG.
017200     MOVE CT-REASON (CT-SUB) TO LK-EXCUSE-REASON.
017300     GO TO 2000-EXIT.
017400 2000-EXIT.
017500     EXIT.
017600
017700 END PROGRAM GASCLDK.
