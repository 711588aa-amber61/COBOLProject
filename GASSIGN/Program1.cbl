002200*                  OPERATOR MASTER DENIES THE SIGN-ON RATHER
002300*                  THAN LETTING AN UNVERIFIED OPERATOR THROUGH,
002400*                  THE SAME WAY CALCRES TREATS THE ROSTER.
002407* 2026-10-15  DRH  AN OPERATOR ID ALONE IS NO LONGER ENOUGH.
002414*                  THE OPERATOR MUST ALSO GIVE THE PIN HELD ON
002421*                  GASOPER.  MAX-PIN-FAILURES WRONG PINS IN A
002428*                  ROW LOCK THE ID UNTIL A SUPERVISOR RESETS IT
002435*                  IN GASOPERM.  AN ID NOT USED FOR DORMANT-DAYS
002442*                  DAYS IS REFUSED AS DORMANT, AND A DISABLED
002449*                  ID OR ONE WITH NO PIN ISSUED IS REFUSED.  A
002456*                  PIN ISSUED BY A SUPERVISOR MUST BE CHANGED AT
002463*                  THE NEXT SIGN-ON.  THE MASTER IS NOW OPENED
002470*                  I-O TO KEEP THE BAD-PIN COUNT AND THE LAST
002477*                  ACTIVE DATE.  EVERY GASSECL ROW CARRIES THE
002484*                  DENIAL REASON, AND THE BAD PIN THAT LOCKS AN
002491*                  ID IS LOGGED WITH RESULT "L".
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005200
005300 01  TODAY-DATE                      PIC 9(08).
005400 01  TODAY-TIME                      PIC 9(08).
005403
005406*****************************************************************
005409* SIGN-ON RULES - CONSECUTIVE WRONG PINS BEFORE THE ID LOCKS, AND
005412* DAYS WITHOUT A SIGN-ON BEFORE THE ID IS REFUSED AS DORMANT
005415*****************************************************************
005418 01  MAX-PIN-FAILURES                PIC 9(02) VALUE 3.
005421 01  DORMANT-DAYS                    PIC 9(04) VALUE 90.
005424
005427 01  TODAY-INTEGER                   PIC 9(08) VALUE ZERO COMP.
005430 01  LAST-ACTIVE-INTEGER             PIC 9(08) VALUE ZERO COMP.
005433 01  DAYS-IDLE                       PIC 9(08) VALUE ZERO COMP.
005436
005439 01  ENTERED-PIN                     PIC X(04).
005442 01  NEW-PIN                         PIC X(04).
005445 01  CONFIRM-PIN                     PIC X(04).
005448
005451*****************************************************************
005454* DENY-REASON GOES TO SL-REASON-CODE ON THE GASSECL ROW - SEE
005457* GASSECL FOR THE CODES.  SPACES WHILE THE SIGN-ON STILL STANDS.
005460*****************************************************************
005463 01  DENY-REASON                     PIC X(02) VALUE SPACES.
005466
005469 01  SWITCHES.
005472     05  LOCKED-NOW-SWITCH           PIC X(01) VALUE "N".
005475         88  ID-LOCKED-NOW           VALUE "Y".
005500
005600*****************************************************************
005700* LINKAGE SECTION - THE CALLER NAMES ITSELF, AND GETS BACK THE
007400     ACCEPT TODAY-TIME FROM TIME.
007500     MOVE "N" TO LK-SIGNON-RESULT.
007600     MOVE SPACE TO LK-AUTHORITY-LEVEL.
007633     MOVE SPACES TO DENY-REASON.
007666     MOVE "N" TO LOCKED-NOW-SWITCH.
007700     DISPLAY "ENTER YOUR OPERATOR ID: ".
007800     MOVE SPACES TO LK-OPERATOR-ID.
007900     ACCEPT LK-OPERATOR-ID.
008000     IF LK-OPERATOR-ID = SPACES
008100         DISPLAY "OPERATOR ID MAY NOT BE BLANK - SIGN-ON "
008200             "DENIED."
008250         MOVE "BL" TO DENY-REASON
008300         GO TO 0000-LOG
008400     END-IF.
008500     PERFORM 1000-CHECK-OPERATOR THRU 1000-EXIT.
009000*****************************************************************
009100* 1000-CHECK-OPERATOR - READ THE OPERATOR MASTER.  NOT ON FILE,
009200* OR FILE NOT AVAILABLE, MEANS DENIED -- THE GATE FAILS CLOSED.
009225* A DISABLED, LOCKED, PINLESS OR DORMANT ID IS REFUSED BEFORE
009250* THE PIN IS ASKED FOR.  A GOOD PIN CLEARS THE BAD-PIN COUNT
009275* AND STAMPS THE LAST ACTIVE DATE.
009300*****************************************************************
009400 1000-CHECK-OPERATOR.
009500     OPEN I-O OPERATOR-MASTER-FILE.
009600     IF OPER-FILE-STATUS NOT = "00"
009700         DISPLAY "GASOPER OPERATOR MASTER NOT AVAILABLE, "
009800             "STATUS " OPER-FILE-STATUS " - SIGN-ON DENIED."
009850         MOVE "MU" TO DENY-REASON
009900         GO TO 1000-EXIT
010000     END-IF.
010100     MOVE LK-OPERATOR-ID TO OP-OPERATOR-ID.
010200     READ OPERATOR-MASTER-FILE
010300         INVALID KEY
010325             MOVE "NF" TO DENY-REASON
010350     END-READ.
010375     IF DENY-REASON = "NF"
010400         DISPLAY "OPERATOR " LK-OPERATOR-ID " NOT ON THE "
010500             "OPERATOR MASTER - SIGN-ON DENIED."
010504         GO TO 1000-CLOSE
010508     END-IF.
010512     IF OP-ID-DISABLED
010516         DISPLAY "OPERATOR " LK-OPERATOR-ID " HAS BEEN "
010520             "DISABLED - SIGN-ON DENIED."
010524         MOVE "DS" TO DENY-REASON
010528         GO TO 1000-CLOSE
010532     END-IF.
010536     IF OP-ID-LOCKED
010540         DISPLAY "OPERATOR " LK-OPERATOR-ID " IS LOCKED OUT "
010544             "AFTER REPEATED WRONG PINS - SIGN-ON DENIED."
010548         DISPLAY "A SUPERVISOR MUST RESET THE PIN IN GASOPERM."
010552         MOVE "LK" TO DENY-REASON
010556         GO TO 1000-CLOSE
010560     END-IF.
010564     IF OP-SIGNON-PIN = SPACES
010568         DISPLAY "OPERATOR " LK-OPERATOR-ID " HAS NO PIN "
010572             "ISSUED - SIGN-ON DENIED."
010576         DISPLAY "A SUPERVISOR MUST RESET THE PIN IN GASOPERM."
010580         MOVE "NP" TO DENY-REASON
010584         GO TO 1000-CLOSE
010588     END-IF.
010592     PERFORM 1100-CHECK-DORMANT THRU 1100-EXIT.
010596     IF DENY-REASON NOT = SPACES
010600         GO TO 1000-CLOSE
010604     END-IF.
010608     PERFORM 1200-CHECK-PIN THRU 1200-EXIT.
010612     IF DENY-REASON NOT = SPACES
010616         GO TO 1000-CLOSE
010620     END-IF.
010624     IF OP-PIN-MUST-CHANGE
010628         PERFORM 1300-CHANGE-PIN THRU 1300-EXIT
010632         IF DENY-REASON NOT = SPACES
010636             GO TO 1000-CLOSE
010640         END-IF
010644     END-IF.
010648     MOVE ZERO       TO OP-FAILED-PIN-COUNT.
010652     MOVE TODAY-DATE TO OP-LAST-ACTIVE-DATE.
010656     REWRITE OP-OPERATOR-RECORD.
010660     IF OPER-FILE-STATUS NOT = "00"
010664         DISPLAY "WARNING - GASOPER NOT UPDATED, STATUS "
010668             OPER-FILE-STATUS "."
010672     END-IF.
010700     MOVE OP-AUTHORITY-LEVEL TO LK-AUTHORITY-LEVEL.
010800     MOVE "Y" TO LK-SIGNON-RESULT.
010900 1000-CLOSE.
011000     CLOSE OPERATOR-MASTER-FILE.
011100     GO TO 1000-EXIT.
011200 1000-EXIT.
011300     EXIT.
011400
011500*****************************************************************
011600* 1100-CHECK-DORMANT - AN ID WITH NO SIGN-ON, ADD OR PIN RESET IN
011700* THE LAST DORMANT-DAYS DAYS IS REFUSED.  IT IS NOT LOCKED --
011800* A SUPERVISOR PIN RESET RESTAMPS THE LAST ACTIVE DATE.
011900*****************************************************************
012000 1100-CHECK-DORMANT.
012100     IF OP-LAST-ACTIVE-DATE NOT NUMERIC
012200         OR OP-LAST-ACTIVE-DATE = ZERO
012300         GO TO 1100-EXIT
012400     END-IF.
012500     COMPUTE TODAY-INTEGER =
012600         FUNCTION INTEGER-OF-DATE (TODAY-DATE).
012700     COMPUTE LAST-ACTIVE-INTEGER =
012800         FUNCTION INTEGER-OF-DATE (OP-LAST-ACTIVE-DATE).
012900     IF TODAY-INTEGER > LAST-ACTIVE-INTEGER
013000         COMPUTE DAYS-IDLE = TODAY-INTEGER - LAST-ACTIVE-INTEGER
013100     ELSE
013200         MOVE ZERO TO DAYS-IDLE
013300     END-IF.
013400     IF DAYS-IDLE > DORMANT-DAYS
013500         DISPLAY "OPERATOR " LK-OPERATOR-ID " NOT ACTIVE SINCE "
013600             OP-LAST-ACTIVE-DATE " - DORMANT ID, SIGN-ON DENIED."
013700         DISPLAY "A SUPERVISOR MUST RESET THE PIN IN GASOPERM."
013800         MOVE "DM" TO DENY-REASON
013900     END-IF.
014000     GO TO 1100-EXIT.
014100 1100-EXIT.
014200     EXIT.
014300
014400*****************************************************************
014500* 1200-CHECK-PIN - A WRONG PIN ADDS TO THE CONSECUTIVE BAD-PIN
014600* COUNT ON GASOPER.  REACHING MAX-PIN-FAILURES LOCKS THE ID.
014700*****************************************************************
014800 1200-CHECK-PIN.
014900     DISPLAY "ENTER YOUR PIN: ".
015000     MOVE SPACES TO ENTERED-PIN.
015100     ACCEPT ENTERED-PIN.
015200     IF ENTERED-PIN = OP-SIGNON-PIN
015300         GO TO 1200-EXIT
015400     END-IF.
015500     MOVE "PN" TO DENY-REASON.
015600     IF OP-FAILED-PIN-COUNT NOT NUMERIC
015700         MOVE ZERO TO OP-FAILED-PIN-COUNT
015800     END-IF.
015900     ADD 1 TO OP-FAILED-PIN-COUNT.
016000     IF OP-FAILED-PIN-COUNT NOT < MAX-PIN-FAILURES
016100         MOVE "L" TO OP-STATUS-FLAG
016200         MOVE "Y" TO LOCKED-NOW-SWITCH
016300         DISPLAY "WRONG PIN - OPERATOR " LK-OPERATOR-ID
016400             " IS NOW LOCKED OUT.  SIGN-ON DENIED."
016500         DISPLAY "A SUPERVISOR MUST RESET THE PIN IN GASOPERM."
016600     ELSE
016700         DISPLAY "WRONG PIN - SIGN-ON DENIED."
016800     END-IF.
016900     REWRITE OP-OPERATOR-RECORD.
017000     IF OPER-FILE-STATUS NOT = "00"
017100         DISPLAY "WARNING - GASOPER NOT UPDATED, STATUS "
017200             OPER-FILE-STATUS "."
017300     END-IF.
017400     GO TO 1200-EXIT.
017500 1200-EXIT.
017600     EXIT.
017700
017800*****************************************************************
017900* 1300-CHANGE-PIN - A PIN ISSUED BY A SUPERVISOR (ADD OR RESET)
018000* IS REPLACED BY ONE ONLY THE OPERATOR KNOWS BEFORE THE SIGN-ON
018100* IS ALLOWED.  ANY SLIP DENIES THE SIGN-ON AND LEAVES THE ISSUED
018200* PIN IN PLACE FOR THE NEXT TRY.
018300*****************************************************************
018400 1300-CHANGE-PIN.
018500     DISPLAY "YOUR PIN WAS ISSUED BY A SUPERVISOR AND MUST BE "
018600         "CHANGED NOW.".
018700     DISPLAY "ENTER A NEW 4-DIGIT PIN: ".
018800     MOVE SPACES TO NEW-PIN.
018900     ACCEPT NEW-PIN.
019000     IF NEW-PIN NOT NUMERIC
019100         DISPLAY "PIN MUST BE 4 DIGITS - SIGN-ON DENIED."
019200         MOVE "PC" TO DENY-REASON
019300         GO TO 1300-EXIT
019400     END-IF.
019500     IF NEW-PIN = OP-SIGNON-PIN
019600         DISPLAY "NEW PIN MUST DIFFER FROM THE ISSUED PIN - "
019700             "SIGN-ON DENIED."
019800         MOVE "PC" TO DENY-REASON
019900         GO TO 1300-EXIT
020000     END-IF.
020100     DISPLAY "RE-ENTER THE NEW PIN: ".
020200     MOVE SPACES TO CONFIRM-PIN.
020300     ACCEPT CONFIRM-PIN.
020400     IF CONFIRM-PIN NOT = NEW-PIN
020500         DISPLAY "PINS DO NOT MATCH - SIGN-ON DENIED."
020600         MOVE "PC" TO DENY-REASON
020700         GO TO 1300-EXIT
020800     END-IF.
020900     MOVE NEW-PIN TO OP-SIGNON-PIN.
021000     MOVE "N"     TO OP-PIN-CHANGE-FLAG.
021100     DISPLAY "PIN CHANGED.".
021200     GO TO 1300-EXIT.
021300 1300-EXIT.
021400     EXIT.
021500
021600*****************************************************************
021700* 2000-LOG-SIGNON - EVERY SIGN-ON, PASS OR DENY, GOES TO THE
021800* GASSECL SECURITY LOG UNDER THE CALLER'S PROGRAM ID.  A LOG
021900* THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE THE
022000* SIGN-ON VERDICT.
022100*****************************************************************
022200 2000-LOG-SIGNON.
022300     OPEN EXTEND GAS-SECLOG-FILE.
022400     IF SECLOG-FILE-STATUS = "35"
022500         OPEN OUTPUT GAS-SECLOG-FILE
022600     END-IF.
022700     IF SECLOG-FILE-STATUS NOT = "00" AND NOT = "05"
022800         DISPLAY "WARNING - GASSECL NOT AVAILABLE, STATUS "
022900             SECLOG-FILE-STATUS ".  SIGN-ON NOT LOGGED."
023000         GO TO 2000-EXIT
023100     END-IF.
023200     MOVE SPACES         TO SL-SECLOG-RECORD.
023300     MOVE LK-OPERATOR-ID TO SL-OPERATOR-ID.
023400     MOVE TODAY-DATE     TO SL-CHECK-DATE.
023500     MOVE TODAY-TIME     TO SL-CHECK-TIME.
023600     MOVE LK-PROGRAM-ID  TO SL-PROGRAM-ID.
023700     MOVE DENY-REASON    TO SL-REASON-CODE.
023800     IF LK-SIGNON-RESULT = "Y"
023900         MOVE "P" TO SL-RESULT
024000     ELSE
024100     IF ID-LOCKED-NOW
024200         MOVE "L" TO SL-RESULT
024300     ELSE
024400         MOVE "D" TO SL-RESULT
024500     END-IF
024600     END-IF.
024700     WRITE SL-SECLOG-RECORD.
024800     CLOSE GAS-SECLOG-FILE.
024900     GO TO 2000-EXIT.
025000 2000-EXIT.
025100     EXIT.
025200
025300 END PROGRAM GASSIGN.
