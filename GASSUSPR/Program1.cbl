001875*                  REVIEW AND CARRY FORWARD.  EVERY CORRECTION
001876*                  GOES TO THE GASAUDT AUDIT TRAIL WITH WHO,
001877*                  WHEN, AND THE BEFORE AND AFTER VALUES.
001881* 2026-10-15  DRH  EXPLAIN THE NEW "CO" (CALIBRATION OVERDUE)
001885*                  REASON.  SUCH A READING IS NOT WRONG, THE
001889*                  METER IS UNTRUSTED -- GASSUSPB RELEASES IT
001893*                  ONCE THE SITE IS RECALIBRATED IN GASCALM.
001895* 2026-10-15  DRH  SHOW THE CARRIER FROM THE DELIVERY TICKET WITH
001897*                  THE SUSPENDED READING.
001900* 2026-10-15  DRH  SHOW ONLY READINGS FOR SITES IN THE OPERATOR'S
001910*                  REGIONS (GASRGNK).  THE REST ARE CARRIED
001920*                  FORWARD UNSEEN FOR THEIR OWN REGION, AND A
001930*                  CORRECTED SITE ID MUST ALSO BE IN SCOPE.
001950*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
005000         88  SUSP-AT-EOF             VALUE "Y".
005010     05  SIGNON-RESULT               PIC X(01) VALUE "N".
005020         88  OPERATOR-SIGNED-ON      VALUE "Y".
005030     05  SCOPE-RESULT                PIC X(01) VALUE "N".
005040         88  SITE-IN-SCOPE           VALUE "Y".
005100
005200 01  ACTION-REPLY                    PIC X(01) VALUE SPACE.
005300 01  ENTRY-SITE-ID                   PIC X(05) VALUE SPACES.
005450 01  TODAY-DATE                      PIC 9(08).
005460 01  TODAY-TIME                      PIC 9(08).
005470 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
005480 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
005485 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
005500
005600 01  EXAMINED-COUNT                  PIC 9(06) VALUE ZERO COMP.
005700 01  CORRECTED-COUNT                 PIC 9(06) VALUE ZERO COMP.
005800 01  CARRIED-COUNT                   PIC 9(06) VALUE ZERO COMP.
005810 01  OTHER-REGION-COUNT              PIC 9(06) VALUE ZERO COMP.
005900
006000 PROCEDURE DIVISION.
006100*****************************************************************
006460         DISPLAY "SIGN-ON DENIED - SUSPENSE REPAIR CLOSED."
006470         GOBACK
006480     END-IF.
006482     MOVE "L" TO SCOPE-REQUEST.
006484     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
006486         SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT.
006500     OPEN INPUT SUSPENSE-IN-FILE.
006600     IF SUSP-FILE-STATUS NOT = "00"
006700         DISPLAY "GASSUSP NOT AVAILABLE, STATUS "
007900     DISPLAY "SUSPENDED READINGS EXAMINED:  " EXAMINED-COUNT.
008000     DISPLAY "CORRECTED FOR RESUBMISSION:   " CORRECTED-COUNT.
008100     DISPLAY "CARRIED FORWARD IN SUSPENSE:  " CARRIED-COUNT.
008110     DISPLAY "OTHER REGIONS, NOT SHOWN:     " OTHER-REGION-COUNT.
008200     GOBACK.
008300
008400 1000-READ-SUSPENSE.
009500* REASON, THEN CORRECT IT OR CARRY IT FORWARD
009600*****************************************************************
009700 2000-REPAIR-ONE-READING.
009710     MOVE "F" TO SCOPE-REQUEST.
009720     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
009730         SCOPE-REQUEST SP-SITE-ID SCOPE-REGION SCOPE-RESULT.
009740     IF NOT SITE-IN-SCOPE
009750         ADD 1 TO OTHER-REGION-COUNT
009760         PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
009770         GO TO 2000-NEXT
009780     END-IF.
009800     ADD 1 TO EXAMINED-COUNT.
009900     DISPLAY "----------------------------------------------".
010000     DISPLAY "SITE: "      SP-SITE-ID
010100             "  SHIFT: "   SP-SHIFT-CODE
010200             "  DATE: "    SP-READING-DATE
010300             "  TIME: "    SP-READING-TIME
010336             "  GAS: "     SP-GAS-VALUE
010372             "  CARRIER: " SP-CARRIER-ID.
010410     DISPLAY "REJECTED ON: " SP-REJECT-DATE.
010500     EVALUATE TRUE
010600         WHEN SP-REJECT-GAS-RANGE
011160             DISPLAY "REASON: BAD CLOCK TIME"
011170         WHEN SP-REJECT-BAD-SHIFT
011180             DISPLAY "REASON: SHIFT CODE DISAGREES WITH TIME"
011186         WHEN SP-REJECT-CAL-OVERDUE
011192             DISPLAY "REASON: SITE METER CALIBRATION OVERDUE"
011200         WHEN OTHER
011300             DISPLAY "REASON: " SP-REJECT-REASON
011400     END-EVALUATE.
012100         WHEN OTHER
012200             PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
012300     END-EVALUATE.
012350 2000-NEXT.
012400     PERFORM 1000-READ-SUSPENSE THRU 1000-EXIT.
012500     GO TO 2000-EXIT.
012600 2000-EXIT.
013900     IF ENTRY-SITE-ID NOT = SPACES
014000         MOVE ENTRY-SITE-ID TO GR-SITE-ID
014100     END-IF.
014105     IF ENTRY-SITE-ID NOT = SPACES
014115         MOVE "C" TO SCOPE-REQUEST
014125         CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
014135             SCOPE-REQUEST ENTRY-SITE-ID SCOPE-REGION SCOPE-RESULT
014145         IF NOT SITE-IN-SCOPE
014155             DISPLAY "READING KEPT IN SUSPENSE."
014165             PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
014175             GO TO 3000-EXIT
014185         END-IF
014195     END-IF.
014200     DISPLAY "NEW GAS VALUE (BLANK = KEEP " SP-GAS-VALUE "): ".
014300     MOVE SPACES TO ENTRY-GAS-VALUE.
014400     ACCEPT ENTRY-GAS-VALUE.
