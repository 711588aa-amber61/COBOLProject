002470*                  "NO ROSTER ROW" WAS A FACTUALLY WRONG AUDIT
002480*                  ANSWER FOR A CLERK WHO IS SIMPLY NOT ON
002490*                  GASOPER.
002491* 2026-10-15  DRH  GASSIGN NOW CHECKS A PIN, LOCKS AN ID AFTER
002492*                  REPEATED WRONG PINS AND REFUSES DORMANT AND
002493*                  DISABLED IDS, AND LOGS WHY IN SL-REASON-CODE.
002494*                  A SIGN-ON DENIAL CARRYING A REASON IS
002495*                  EXPLAINED FROM THE CODE.  GASOPERM JOINS THE
002496*                  SIGN-ON PROGRAMS.  NEW SECTION 4 LISTS EVERY
002497*                  LOCKOUT AND EVERY GASOPERM PIN RESET IN THE
002498*                  PERIOD.  A RESET ROW IS NOT A CHECK AND IS
002499*                  KEPT OUT OF THE CHECK COUNTS.
002500* 2026-10-15  DRH  EXPLAIN THE NEW "RG" DENIALS -- GASRGNK REFUSED
002510*                  A SITE OUTSIDE THE OPERATOR'S REGIONS -- WITH
002520*                  THE SITE AND REGION ON THE DENIAL LINE, AND
002530*                  TOTAL THEM AS OUT-OF-REGION DENIALS.
002540* 2026-10-15  DRH  EXPLAIN "MU" DENIALS -- GASOPER WAS NOT
002545*                  AVAILABLE WHEN GASSIGN CHECKED THE SIGN-ON.
002550*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
010300 01  IN-RANGE-COUNT                  PIC 9(08) VALUE ZERO COMP.
010400 01  DENIAL-COUNT                    PIC 9(08) VALUE ZERO COMP.
010500 01  REPEAT-OPER-COUNT               PIC 9(06) VALUE ZERO COMP.
010505 01  LOCKOUT-COUNT                   PIC 9(06) VALUE ZERO COMP.
010510 01  PIN-RESET-COUNT                 PIC 9(06) VALUE ZERO COMP.
010512 01  REGION-DENIAL-COUNT             PIC 9(06) VALUE ZERO COMP.
010515
010520*****************************************************************
010525* LOCKOUTS AND PIN RESETS IN LOG ORDER, FOR SECTION 4
010530*****************************************************************
010535 01  EVENT-TABLE.
010540     05  EVENT-ENTRY OCCURS 200 TIMES INDEXED BY EVT-IDX.
010545         10  EV-OPERATOR-ID          PIC X(06).
010550         10  EV-CHECK-DATE           PIC 9(08).
010555         10  EV-CHECK-TIME           PIC 9(08).
010560         10  EV-PROGRAM-ID           PIC X(08).
010565         10  EV-RESULT               PIC X(01).
010570         10  EV-REASON-CODE          PIC X(02).
010575         10  EV-ACTING-ID            PIC X(06).
010580 01  EVT-STORED-COUNT                PIC 9(03) VALUE ZERO COMP.
010585 01  EVT-OVERFLOW-COUNT              PIC 9(06) VALUE ZERO COMP.
010590 01  EVT-SUB                         PIC 9(03) VALUE ZERO COMP.
010600
010700 01  REPORT-HEADING-1.
010800     05  FILLER                      PIC X(31)
015400     05  FILLER              PIC X(08) VALUE " PASSED ".
015500     05  FILLER              PIC X(07) VALUE " DENIED".
015600
015605 01  REPORT-EVENT-LINE.
015610     05  REL-OPERATOR-ID     PIC X(06).
015615     05  FILLER              PIC X(02) VALUE SPACES.
015620     05  REL-CHECK-DATE      PIC 9(08).
015625     05  FILLER              PIC X(01) VALUE SPACES.
015630     05  REL-CHECK-TIME      PIC 9(06).
015635     05  FILLER              PIC X(02) VALUE SPACES.
015640     05  REL-PROGRAM-ID      PIC X(08).
015645     05  FILLER              PIC X(02) VALUE SPACES.
015650     05  REL-EVENT           PIC X(37).
015655
015660 01  REPORT-EVENT-HEADING.
015665     05  FILLER              PIC X(08) VALUE "OPERATOR".
015670     05  FILLER              PIC X(10) VALUE "  DATE    ".
015675     05  FILLER              PIC X(08) VALUE " TIME   ".
015680     05  FILLER              PIC X(10) VALUE "  PROGRAM ".
015685     05  FILLER              PIC X(05) VALUE "EVENT".
015690
015700 01  REPORT-TOTAL-LINE.
015800     05  RTL-LABEL           PIC X(30).
015900     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
017900     PERFORM 2000-SWEEP-SECLOG THRU 2000-EXIT.
018000     PERFORM 3000-PRINT-REPEAT-SECTION THRU 3000-EXIT.
018100     PERFORM 4000-PRINT-PROGRAM-SECTION THRU 4000-EXIT.
018150     PERFORM 5000-PRINT-EVENT-SECTION THRU 5000-EXIT.
018200     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018400     GOBACK.
026600         OR SL-CHECK-DATE > RANGE-TO-DATE
026700         GO TO 2200-NEXT
026800     END-IF.
026810     IF SL-PIN-RESET
026820         ADD 1 TO PIN-RESET-COUNT
026830         PERFORM 2600-NOTE-ONE-EVENT THRU 2600-EXIT
026840         GO TO 2200-NEXT
026850     END-IF.
026860     IF SL-ID-LOCKED-OUT
026870         ADD 1 TO LOCKOUT-COUNT
026880         PERFORM 2600-NOTE-ONE-EVENT THRU 2600-EXIT
026890     END-IF.
026900     ADD 1 TO IN-RANGE-COUNT.
027000     PERFORM 2500-COUNT-BY-PROGRAM THRU 2500-EXIT.
027100     IF SL-CHECK-DENIED
027200         ADD 1 TO DENIAL-COUNT
027300         PERFORM 2300-COUNT-BY-OPERATOR THRU 2300-EXIT
027400         PERFORM 2400-EXPLAIN-ONE-DENIAL THRU 2400-EXIT
027410         IF SL-OUT-OF-REGION
027420             ADD 1 TO REGION-DENIAL-COUNT
027430         END-IF
027500     END-IF.
027600 2200-NEXT.
027700     PERFORM 2100-READ-ONE-SECLOG THRU 2100-EXIT.
032100* SINCE THE CHECK AND THE DENIAL NEEDS A HUMAN LOOK.
032200*****************************************************************
032300 2400-EXPLAIN-ONE-DENIAL.
032305*    MAINTENANCE-PROGRAM ROWS ARE GASSIGN SIGN-ON CHECKS, NOT
032310*    CERTIFICATION CHECKS -- EXPLAIN THEM AGAINST THE GASOPER
032315*    OPERATOR MASTER, NOT THE COURSES ROSTER.  A ROW CARRYING
032320*    A REASON CODE CAME FROM GASSIGN, OR FROM GASRGNK ("RG").
032321     IF SL-OUT-OF-REGION
032322         PERFORM 2460-EXPLAIN-REGION-DENIAL THRU 2460-EXIT
032323         GO TO 2400-EXIT
032324     END-IF.
032325     IF SL-REASON-CODE NOT = SPACES
032330         PERFORM 2450-EXPLAIN-SIGNON-DENIAL THRU 2450-EXIT
032335         GO TO 2400-EXIT
032340     END-IF.
032345     EVALUATE SL-PROGRAM-ID
032350         WHEN "GASSITEM"
032355         WHEN "GASCERTM"
032360         WHEN "GASSUSPR"
032365         WHEN "GASPARMM"
032370         WHEN "GASCTLE "
032375         WHEN "GASOPERM"
032380             PERFORM 2450-EXPLAIN-SIGNON-DENIAL THRU 2450-EXIT
032385             GO TO 2400-EXIT
032390     END-EVALUATE.
032400     MOVE "N" TO ROSTER-FOUND-SWITCH.
032500     MOVE SL-OPERATOR-ID     TO CR-OPERATOR-ID.
032600     MOVE REQUIRED-COURSE-ID TO CR-COURSE-ID.
035000 2400-EXIT.
035100     EXIT.
035110
035112*****************************************************************
035114* 2450-EXPLAIN-SIGNON-DENIAL - WHY GASSIGN REFUSED THE SIGN-ON:
035116* THE OPERATOR IS NOT ON THE GASOPER MASTER, OR THE MASTER HAS
035118* CHANGED SINCE THE CHECK AND NEEDS A HUMAN LOOK.  A ROW WITH
035120* A REASON CODE SAYS WHY ITSELF (WRONG PIN, LOCKED, DORMANT,
035122* DISABLED, NO PIN, PIN CHANGE FAILED, GASOPER NOT AVAILABLE
035123* AT SIGN-ON); ONLY NOT-ON-FILE STILL NEEDS THE MASTER LOOKED
035124* AT.
035126*****************************************************************
035128 2450-EXPLAIN-SIGNON-DENIAL.
035130     MOVE SL-OPERATOR-ID TO RDL-OPERATOR-ID.
035132     MOVE SL-CHECK-DATE  TO RDL-CHECK-DATE.
035134     MOVE SL-PROGRAM-ID  TO RDL-PROGRAM-ID.
035136     EVALUATE TRUE
035137         WHEN SL-ID-LOCKED-OUT
035138             MOVE "WRONG PIN - ID NOW LOCKED OUT"
035139                 TO RDL-REASON
035140             GO TO 2450-WRITE
035141         WHEN SL-WRONG-PIN
035142             MOVE "SIGN-ON DENIED - WRONG PIN"
035143                 TO RDL-REASON
035144             GO TO 2450-WRITE
035145         WHEN SL-ID-WAS-LOCKED
035146             MOVE "SIGN-ON DENIED - ID LOCKED OUT"
035147                 TO RDL-REASON
035148             GO TO 2450-WRITE
035149         WHEN SL-ID-DORMANT
035150             MOVE "SIGN-ON DENIED - DORMANT ID"
035151                 TO RDL-REASON
035152             GO TO 2450-WRITE
035153         WHEN SL-ID-WAS-DISABLED
035154             MOVE "SIGN-ON DENIED - ID DISABLED"
035155                 TO RDL-REASON
035156             GO TO 2450-WRITE
035157         WHEN SL-NO-PIN-ISSUED
035158             MOVE "SIGN-ON DENIED - NO PIN ISSUED"
035159                 TO RDL-REASON
035160             GO TO 2450-WRITE
035161         WHEN SL-PIN-CHANGE-FAIL
035162             MOVE "SIGN-ON DENIED - PIN CHANGE FAILED"
035163                 TO RDL-REASON
035164             GO TO 2450-WRITE
035165         WHEN SL-MASTER-DOWN
035166             MOVE "SIGN-ON DENIED - GASOPER NOT AVAILABLE"
035167                 TO RDL-REASON
035168             GO TO 2450-WRITE
035169     END-EVALUATE.
035196     IF SL-OPERATOR-ID = SPACES
035198         MOVE "SIGN-ON WITH A BLANK OPERATOR ID"
035200             TO RDL-REASON
035202         GO TO 2450-WRITE
035204     END-IF.
035206     IF NOT OPER-FILE-AVAILABLE
035208         MOVE "SIGN-ON DENIED - GASOPER NOT AVAILABLE"
035210             TO RDL-REASON
035212         GO TO 2450-WRITE
035214     END-IF.
035216     MOVE "N" TO OPER-FOUND-SWITCH.
035218     MOVE SL-OPERATOR-ID TO OP-OPERATOR-ID.
035220     READ OPERATOR-MASTER-FILE
035222         INVALID KEY
035224             CONTINUE
035226         NOT INVALID KEY
035228             MOVE "Y" TO OPER-FOUND-SWITCH
035230     END-READ.
035232     IF OPERATOR-ROW-FOUND
035234         MOVE "SIGN-ON DENIED - MASTER NOW LISTS THEM"
035236             TO RDL-REASON
035238     ELSE
035240         MOVE "SIGN-ON DENIED - NOT ON OPERATOR MASTER"
035242             TO RDL-REASON
035244     END-IF.
035246 2450-WRITE.
035248     MOVE REPORT-DENIAL-LINE TO RPT-PRINT-LINE.
035250     WRITE RPT-PRINT-LINE.
035252     GO TO 2450-EXIT.
035254 2450-EXIT.
035256     EXIT.
035258
035259*****************************************************************
035260* 2460-EXPLAIN-REGION-DENIAL - GASRGNK REFUSED A SITE OR REGION
035261* OUTSIDE THE OPERATOR'S SCOPE, OR A WHOLE-OPERATION REQUEST
035262* FROM AN OPERATOR WHO IS NOT HEAD OFFICE
035263*****************************************************************
035264 2460-EXPLAIN-REGION-DENIAL.
035265     MOVE SL-OPERATOR-ID TO RDL-OPERATOR-ID.
035266     MOVE SL-CHECK-DATE  TO RDL-CHECK-DATE.
035267     MOVE SL-PROGRAM-ID  TO RDL-PROGRAM-ID.
035268     MOVE SPACES TO RDL-REASON.
035269     EVALUATE TRUE
035270         WHEN SL-SITE-ID = SPACES
035271             AND SL-REGION = SPACES
035272             MOVE "OUT OF SCOPE - HEAD OFFICE ONLY"
035273                 TO RDL-REASON
035274         WHEN SL-SITE-ID = SPACES
035275             STRING "OUT OF SCOPE - REGION " SL-REGION
035276                 DELIMITED BY SIZE INTO RDL-REASON
035277         WHEN OTHER
035278             STRING "OUT OF SCOPE - SITE " SL-SITE-ID
035279                 " RGN " SL-REGION
035280                 DELIMITED BY SIZE INTO RDL-REASON
035281     END-EVALUATE.
035282     MOVE REPORT-DENIAL-LINE TO RPT-PRINT-LINE.
035283     WRITE RPT-PRINT-LINE.
035284     GO TO 2460-EXIT.
035285 2460-EXIT.
035286     EXIT.
035287
035300*****************************************************************
035400* 2500-COUNT-BY-PROGRAM - LOCATE OR ADD THE PROGRAM'S CHECK
035500* COUNT ENTRY
039100 2510-EXIT.
039200     EXIT.
039300
039304*****************************************************************
039308* 2600-NOTE-ONE-EVENT - KEEP A LOCKOUT OR PIN RESET FOR SECTION 4
039312*****************************************************************
039316 2600-NOTE-ONE-EVENT.
039320     IF EVT-STORED-COUNT >= 200
039324         ADD 1 TO EVT-OVERFLOW-COUNT
039328         GO TO 2600-EXIT
039332     END-IF.
039336     ADD 1 TO EVT-STORED-COUNT.
039340     SET EVT-IDX TO EVT-STORED-COUNT.
039344     MOVE SL-OPERATOR-ID TO EV-OPERATOR-ID (EVT-IDX).
039348     MOVE SL-CHECK-DATE  TO EV-CHECK-DATE (EVT-IDX).
039352     MOVE SL-CHECK-TIME  TO EV-CHECK-TIME (EVT-IDX).
039356     MOVE SL-PROGRAM-ID  TO EV-PROGRAM-ID (EVT-IDX).
039360     MOVE SL-RESULT      TO EV-RESULT (EVT-IDX).
039364     MOVE SL-REASON-CODE TO EV-REASON-CODE (EVT-IDX).
039368     MOVE SL-ACTING-ID   TO EV-ACTING-ID (EVT-IDX).
039372     GO TO 2600-EXIT.
039376 2600-EXIT.
039380     EXIT.
039384
039400*****************************************************************
039500* 3000-PRINT-REPEAT-SECTION - OPERATORS DENIED MORE THAN ONCE
039600* IN THE PERIOD
045300 4100-EXIT.
045400     EXIT.
045500
045502*****************************************************************
045504* 5000-PRINT-EVENT-SECTION - LOCKOUTS AND PIN RESETS IN THE
045506* PERIOD, IN LOG ORDER, SO EACH LOCKOUT CAN BE SEEN AGAINST THE
045508* RESET THAT CLEARED IT AND THE SUPERVISOR WHO DID IT
045510*****************************************************************
045512 5000-PRINT-EVENT-SECTION.
045514     MOVE SPACES TO RPT-PRINT-LINE.
045516     WRITE RPT-PRINT-LINE.
045518     MOVE "SECTION 4 - LOCKOUTS AND PIN RESETS" TO RPT-PRINT-LINE.
045520     WRITE RPT-PRINT-LINE.
045522     MOVE REPORT-EVENT-HEADING TO RPT-PRINT-LINE.
045524     WRITE RPT-PRINT-LINE.
045526     PERFORM 5100-PRINT-ONE-EVENT THRU 5100-EXIT
045528         VARYING EVT-SUB FROM 1 BY 1
045530         UNTIL EVT-SUB > EVT-STORED-COUNT.
045532     IF EVT-STORED-COUNT = ZERO
045534         MOVE "  NONE" TO RPT-PRINT-LINE
045536         WRITE RPT-PRINT-LINE
045538     END-IF.
045540     GO TO 5000-EXIT.
045542 5000-EXIT.
045544     EXIT.
045546
045548 5100-PRINT-ONE-EVENT.
045550     MOVE EV-OPERATOR-ID (EVT-SUB) TO REL-OPERATOR-ID.
045552     MOVE EV-CHECK-DATE (EVT-SUB)  TO REL-CHECK-DATE.
045554     MOVE EV-CHECK-TIME (EVT-SUB) (1:6) TO REL-CHECK-TIME.
045556     MOVE EV-PROGRAM-ID (EVT-SUB)  TO REL-PROGRAM-ID.
045558     MOVE SPACES TO REL-EVENT.
045560     IF EV-RESULT (EVT-SUB) = "L"
045562         MOVE "LOCKED OUT AFTER REPEATED WRONG PINS"
045564             TO REL-EVENT
045566     ELSE
045568     IF EV-REASON-CODE (EVT-SUB) = "LK"
045570         STRING "PIN RESET, LOCKOUT CLEARED BY "
045572             EV-ACTING-ID (EVT-SUB)
045574             DELIMITED BY SIZE INTO REL-EVENT
045576     ELSE
045578         STRING "PIN RESET BY " EV-ACTING-ID (EVT-SUB)
045580             DELIMITED BY SIZE INTO REL-EVENT
045582     END-IF
045584     END-IF.
045586     MOVE REPORT-EVENT-LINE TO RPT-PRINT-LINE.
045588     WRITE RPT-PRINT-LINE.
045590     GO TO 5100-EXIT.
045592 5100-EXIT.
045594     EXIT.
045596
045600*****************************************************************
045700* 7500-PRINT-TOTALS
045800*****************************************************************
047100     MOVE "OPERATORS WITH REPEAT DENIALS " TO RTL-LABEL.
047200     MOVE REPEAT-OPER-COUNT TO RTL-COUNT.
047300     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
047314     MOVE "LOCKOUTS IN PERIOD            " TO RTL-LABEL.
047328     MOVE LOCKOUT-COUNT TO RTL-COUNT.
047342     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
047356     MOVE "PIN RESETS IN PERIOD          " TO RTL-LABEL.
047370     MOVE PIN-RESET-COUNT TO RTL-COUNT.
047384     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
047388     MOVE "OUT-OF-REGION DENIALS         " TO RTL-LABEL.
047392     MOVE REGION-DENIAL-COUNT TO RTL-COUNT.
047396     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
047400     IF OPER-OVERFLOW-COUNT > ZERO
047500         DISPLAY "WARNING - OPERATOR TABLE OVERFLOWED, "
047600             OPER-OVERFLOW-COUNT " DENIALS NOT COUNTED "
048100             PGM-OVERFLOW-COUNT " CHECKS NOT COUNTED "
048200             "PER PROGRAM."
048300     END-IF.
048320     IF EVT-OVERFLOW-COUNT > ZERO
048340         DISPLAY "WARNING - EVENT TABLE OVERFLOWED, "
048360             EVT-OVERFLOW-COUNT " LOCKOUTS/RESETS NOT LISTED."
048380     END-IF.
048400     GO TO 7500-EXIT.
048500 7500-EXIT.
048600     EXIT.
