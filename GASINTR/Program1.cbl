000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASINTR.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  INTAKE REPORT OVER THE GASINRG
001100*                  TRANSMISSION REGISTER.  READS THE REGISTER IN
001200*                  KEY ORDER -- UNIT, TRANSMISSION NUMBER, RECEIPT
001300*                  -- AND FOR EACH FIELD UNIT LISTS:
001400*                    GAPS IN ITS ACCEPTED TRANSMISSION NUMBERS,
001500*                    WHEN THE TRANSMISSION AFTER THE GAP WAS TAKEN
001600*                    IN WITHIN THE WINDOW;
001700*                    RESENDS OF ACCEPTED TRANSMISSIONS TAKEN IN
001800*                    WITHIN THE WINDOW;
001900*                    TRANSMISSIONS HELD AND NEVER SINCE ACCEPTED,
002000*                    WHATEVER THEIR AGE, UNTIL A GOOD COPY
002100*                    ARRIVES.
002200*                  ROWS THAT ARRIVED WITH NO HEADER ARE LISTED
002300*                  UNDER "NO UNIT" WITHIN THE WINDOW.  PARM IS THE
002400*                  WINDOW IN DAYS, NNN (DEFAULT 7).  RC=4 WHEN A
002500*                  GAP OR AN UNCLEARED HOLD IS LISTED.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT INTAKE-REGISTER-FILE ASSIGN TO "GASINRG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS IR-REGISTER-KEY
003700         FILE STATUS IS INRG-FILE-STATUS.
003800     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
003900         ORGANIZATION IS SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  INTAKE-REGISTER-FILE.
004400     COPY GASINRG.
004500
004600 FD  GAS-REPORT-FILE.
004700 01  RPT-PRINT-LINE                  PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 01  INRG-FILE-STATUS                PIC X(02).
005100
005200 01  SWITCHES.
005300     05  INRG-EOF-SWITCH             PIC X(01) VALUE "N".
005400         88  INRG-AT-EOF             VALUE "Y".
005500     05  ABORT-SWITCH                PIC X(01) VALUE "N".
005600         88  RUN-IS-ABORTED          VALUE "Y".
005700     05  GROUP-ACCEPTED-SWITCH       PIC X(01) VALUE "N".
005800         88  GROUP-WAS-ACCEPTED      VALUE "Y".
005900     05  UNIT-HEADING-SWITCH         PIC X(01) VALUE "N".
006000         88  UNIT-HEADING-PRINTED    VALUE "Y".
006100
006200 01  TODAY-DATE                      PIC 9(08).
006300 01  TODAY-INTEGER                   PIC 9(08) VALUE ZERO COMP.
006400 01  WINDOW-DAYS                     PIC 9(03) VALUE 7.
006500 01  CUTOFF-DATE                     PIC 9(08) VALUE ZERO.
006600 01  AGE-DAYS                        PIC 9(05) VALUE ZERO COMP.
006700
006800*****************************************************************
006900* CONTROL-BREAK FIELDS.  A "GROUP" IS ALL THE RECEIPTS OF ONE
007000* UNIT AND TRANSMISSION NUMBER.  LAST-ACCEPTED-TRANS IS THE
007100* HIGHEST ACCEPTED NUMBER SO FAR FOR THE UNIT, THE POINT A GAP IS
007200* MEASURED FROM.
007300*****************************************************************
007400 01  CUR-UNIT-ID                     PIC X(06) VALUE SPACES.
007500 01  CUR-TRANS-NO                    PIC 9(06) VALUE ZERO.
007600 01  LAST-ACCEPTED-TRANS             PIC 9(06) VALUE ZERO.
007700 01  GROUP-ACCEPT-DATE               PIC 9(08) VALUE ZERO.
007800 01  GROUP-FIRST-DATE                PIC 9(08) VALUE ZERO.
007900 01  GROUP-LAST-REASON               PIC X(02) VALUE SPACES.
008000 01  GROUP-RECEIPT-COUNT             PIC 9(05) VALUE ZERO COMP.
008100 01  GAP-FROM-TRANS                  PIC 9(06) VALUE ZERO.
008200 01  GAP-TO-TRANS                    PIC 9(06) VALUE ZERO.
008300
008400 01  RECEIPTS-READ-COUNT             PIC 9(08) VALUE ZERO COMP.
008500 01  UNITS-SEEN-COUNT                PIC 9(06) VALUE ZERO COMP.
008600 01  GAPS-LISTED-COUNT               PIC 9(06) VALUE ZERO COMP.
008700 01  RESENDS-LISTED-COUNT            PIC 9(06) VALUE ZERO COMP.
008800 01  HOLDS-LISTED-COUNT              PIC 9(06) VALUE ZERO COMP.
008900 01  ORPHANS-LISTED-COUNT            PIC 9(06) VALUE ZERO COMP.
009000
009100 01  REPORT-HEADING-1.
009200     05  FILLER                      PIC X(30)
009300         VALUE "TRANSMISSION INTAKE REGISTER  ".
009400     05  FILLER                      PIC X(10) VALUE SPACES.
009500     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
009600     05  RH1-RUN-DATE                PIC 9(08).
009700
009800 01  REPORT-HEADING-2.
009900     05  FILLER              PIC X(30)
010000         VALUE "GAPS AND RESENDS TAKEN IN SINC".
010100     05  FILLER              PIC X(02) VALUE "E ".
010200     05  RH2-CUTOFF-DATE     PIC 9(08).
010300     05  FILLER              PIC X(30)
010400         VALUE "; HOLDS LISTED UNTIL CLEARED  ".
010500
010600 01  REPORT-UNIT-LINE.
010700     05  FILLER              PIC X(05) VALUE "UNIT ".
010800     05  RUL-UNIT-ID         PIC X(07).
010900
011000 01  REPORT-GAP-LINE.
011100     05  FILLER              PIC X(27)
011200         VALUE "  GAP - NEVER ACCEPTED:    ".
011300     05  RGL-FROM-TRANS      PIC 9(06).
011400     05  FILLER              PIC X(06) VALUE " THRU ".
011500     05  RGL-TO-TRANS        PIC 9(06).
011600     05  FILLER              PIC X(19)
011700         VALUE "  NEXT TAKEN IN ON ".
011800     05  RGL-ACCEPT-DATE     PIC 9(08).
011900
012000 01  REPORT-RESEND-LINE.
012100     05  FILLER              PIC X(27)
012200         VALUE "  RESEND OF TRANSMISSION   ".
012300     05  RSL-TRANS-NO        PIC 9(06).
012400     05  FILLER              PIC X(09) VALUE " RECEIPT ".
012500     05  RSL-RECEIPT-NO      PIC 9(05).
012600     05  FILLER              PIC X(13) VALUE " TAKEN IN ON ".
012700     05  RSL-INTAKE-DATE     PIC 9(08).
012800
012900 01  REPORT-HOLD-LINE.
013000     05  FILLER              PIC X(27)
013100         VALUE "  HELD, NOT YET ACCEPTED:  ".
013200     05  RHL-TRANS-NO        PIC 9(06).
013300     05  FILLER              PIC X(02) VALUE SPACES.
013400     05  RHL-RECEIPT-COUNT   PIC ZZZZ9.
013500     05  FILLER              PIC X(10) VALUE " RECEIPTS ".
013600     05  FILLER              PIC X(07) VALUE "REASON ".
013700     05  RHL-REASON          PIC X(02).
013800     05  FILLER              PIC X(02) VALUE SPACES.
013900     05  RHL-AGE-DAYS        PIC ZZZZ9.
014000     05  FILLER              PIC X(09) VALUE " DAYS OLD".
014100
014200 01  REPORT-ORPHAN-LINE.
014300     05  FILLER              PIC X(27)
014400         VALUE "  ROWS WITH NO HEADER:     ".
014500     05  ROL-DETAIL-COUNT    PIC ZZZZZZ9.
014600     05  FILLER              PIC X(06) VALUE " ROWS ".
014700     05  FILLER              PIC X(08) VALUE "RECEIPT ".
014800     05  ROL-RECEIPT-NO      PIC 9(05).
014900     05  FILLER              PIC X(13) VALUE " TAKEN IN ON ".
015000     05  ROL-INTAKE-DATE     PIC 9(08).
015100
015200 01  REPORT-TOTAL-LINE.
015300     05  RTL-LABEL           PIC X(30).
015400     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
015500
015600*****************************************************************
015700* LINKAGE SECTION - PARM IS THE WINDOW IN DAYS, NNN, WITH THE
015800* 2-BYTE LENGTH PREFIX THE SYSTEM SUPPLIES
015900*****************************************************************
016000 LINKAGE SECTION.
016100 01  LK-PARM-AREA.
016200     05  LK-PARM-LENGTH              PIC S9(04) COMP.
016300     05  LK-PARM-TEXT                PIC X(03).
016400
016500 PROCEDURE DIVISION USING LK-PARM-AREA.
016600*****************************************************************
016700* 0000-MAINLINE
016800*****************************************************************
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     IF RUN-IS-ABORTED
017200         GOBACK
017300     END-IF.
017400     PERFORM 2000-SWEEP-REGISTER THRU 2000-EXIT.
017500     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017700     IF GAPS-LISTED-COUNT > ZERO
017800         OR HOLDS-LISTED-COUNT > ZERO
017900         MOVE 4 TO RETURN-CODE
018000     END-IF.
018100     GOBACK.
018200
018300*****************************************************************
018400* 1000-INITIALIZE - EDIT THE PARM, WORK OUT THE WINDOW CUTOFF AND
018500* OPEN THE FILES
018600*****************************************************************
018700 1000-INITIALIZE.
018800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
018900     IF LK-PARM-LENGTH > ZERO
019000         IF LK-PARM-LENGTH < 3
019100             OR LK-PARM-TEXT IS NOT NUMERIC
019200             DISPLAY "ERROR - PARM MUST BE THE WINDOW IN DAYS, "
019300                 "NNN.  RUN ABORTED."
019400             MOVE "Y" TO ABORT-SWITCH
019500             MOVE 16 TO RETURN-CODE
019600             GO TO 1000-EXIT
019700         END-IF
019800         MOVE LK-PARM-TEXT TO WINDOW-DAYS
019900     END-IF.
020000     COMPUTE TODAY-INTEGER =
020100         FUNCTION INTEGER-OF-DATE (TODAY-DATE).
020200     COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
020300         (TODAY-INTEGER - WINDOW-DAYS).
020400     OPEN INPUT INTAKE-REGISTER-FILE.
020500     IF INRG-FILE-STATUS NOT = "00"
020600         DISPLAY "ERROR - GASINRG INTAKE REGISTER NOT AVAILABLE, "
020700             "STATUS " INRG-FILE-STATUS ".  RUN ABORTED."
020800         MOVE "Y" TO ABORT-SWITCH
020900         MOVE 16 TO RETURN-CODE
021000         GO TO 1000-EXIT
021100     END-IF.
021200     OPEN OUTPUT GAS-REPORT-FILE.
021300     MOVE TODAY-DATE  TO RH1-RUN-DATE.
021400     MOVE CUTOFF-DATE TO RH2-CUTOFF-DATE.
021500     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
021550     WRITE RPT-PRINT-LINE.
021600     MOVE REPORT-HEADING-2 TO RPT-PRINT-LINE.
021650     WRITE RPT-PRINT-LINE.
021700     GO TO 1000-EXIT.
021800 1000-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200* 2000-SWEEP-REGISTER - CONTROL BREAKS ON UNIT AND ON UNIT PLUS
022300* TRANSMISSION NUMBER.  THE LAST GROUP IS FINISHED AT END OF
022400* FILE.
022500*****************************************************************
022600 2000-SWEEP-REGISTER.
022700     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
022800     PERFORM 2200-PROCESS-ONE-RECEIPT THRU 2200-EXIT
022900         UNTIL INRG-AT-EOF.
023000     IF RECEIPTS-READ-COUNT > ZERO
023100         PERFORM 2700-END-GROUP THRU 2700-EXIT
023200     END-IF.
023300     GO TO 2000-EXIT.
023400 2000-EXIT.
023500     EXIT.
023600
023700 2100-READ-REGISTER.
023800     READ INTAKE-REGISTER-FILE NEXT RECORD
023900         AT END
024000             MOVE "Y" TO INRG-EOF-SWITCH
024100     END-READ.
024200     GO TO 2100-EXIT.
024300 2100-EXIT.
024400     EXIT.
024500
024600 2200-PROCESS-ONE-RECEIPT.
024700     ADD 1 TO RECEIPTS-READ-COUNT.
024800     IF RECEIPTS-READ-COUNT > 1
024900         AND IR-UNIT-ID = CUR-UNIT-ID
025000         AND IR-TRANS-NO = CUR-TRANS-NO
025100         GO TO 2200-SAME-GROUP
025200     END-IF.
025300     IF RECEIPTS-READ-COUNT > 1
025400         PERFORM 2700-END-GROUP THRU 2700-EXIT
025500     END-IF.
025600     IF RECEIPTS-READ-COUNT = 1
025700         OR IR-UNIT-ID NOT = CUR-UNIT-ID
025800         ADD 1 TO UNITS-SEEN-COUNT
025900         MOVE IR-UNIT-ID TO CUR-UNIT-ID
026000         MOVE ZERO TO LAST-ACCEPTED-TRANS
026100         MOVE "N"  TO UNIT-HEADING-SWITCH
026200     END-IF.
026300     MOVE IR-TRANS-NO    TO CUR-TRANS-NO.
026400     MOVE "N"            TO GROUP-ACCEPTED-SWITCH.
026500     MOVE ZERO           TO GROUP-ACCEPT-DATE.
026600     MOVE IR-INTAKE-DATE TO GROUP-FIRST-DATE.
026700     MOVE SPACES         TO GROUP-LAST-REASON.
026800     MOVE ZERO           TO GROUP-RECEIPT-COUNT.
026900 2200-SAME-GROUP.
027000     ADD 1 TO GROUP-RECEIPT-COUNT.
027100     IF IR-UNIT-ID = SPACES
027200         PERFORM 2300-LIST-ORPHAN THRU 2300-EXIT
027300         GO TO 2200-NEXT
027400     END-IF.
027500     IF IR-ACCEPTED
027600         IF NOT GROUP-WAS-ACCEPTED
027700             MOVE "Y"            TO GROUP-ACCEPTED-SWITCH
027800             MOVE IR-INTAKE-DATE TO GROUP-ACCEPT-DATE
027900         END-IF
028000         GO TO 2200-NEXT
028100     END-IF.
028200     MOVE IR-HOLD-REASON TO GROUP-LAST-REASON.
028300     IF IR-RESEND
028400         AND IR-INTAKE-DATE NOT < CUTOFF-DATE
028500         PERFORM 2800-PRINT-UNIT-HEADING THRU 2800-EXIT
028600         MOVE IR-TRANS-NO    TO RSL-TRANS-NO
028700         MOVE IR-RECEIPT-NO  TO RSL-RECEIPT-NO
028800         MOVE IR-INTAKE-DATE TO RSL-INTAKE-DATE
028900         MOVE REPORT-RESEND-LINE TO RPT-PRINT-LINE
028950         WRITE RPT-PRINT-LINE
029000         ADD 1 TO RESENDS-LISTED-COUNT
029100     END-IF.
029200 2200-NEXT.
029300     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
029400     GO TO 2200-EXIT.
029500 2200-EXIT.
029600     EXIT.
029700
029800 2300-LIST-ORPHAN.
029900     IF IR-INTAKE-DATE < CUTOFF-DATE
030000         GO TO 2300-EXIT
030100     END-IF.
030200     PERFORM 2800-PRINT-UNIT-HEADING THRU 2800-EXIT.
030300     MOVE IR-DETAIL-COUNT TO ROL-DETAIL-COUNT.
030400     MOVE IR-RECEIPT-NO   TO ROL-RECEIPT-NO.
030500     MOVE IR-INTAKE-DATE  TO ROL-INTAKE-DATE.
030600     MOVE REPORT-ORPHAN-LINE TO RPT-PRINT-LINE.
030650     WRITE RPT-PRINT-LINE.
030700     ADD 1 TO ORPHANS-LISTED-COUNT.
030800     GO TO 2300-EXIT.
030900 2300-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300* 2700-END-GROUP - AN ACCEPTED TRANSMISSION MORE THAN ONE PAST
031400* THE UNIT'S LAST ACCEPTED NUMBER EXPOSES A GAP.  A TRANSMISSION
031500* WITH NO ACCEPTED RECEIPT AT ALL IS AN UNCLEARED HOLD.
031600*****************************************************************
031700 2700-END-GROUP.
031800     IF CUR-UNIT-ID = SPACES
031900         GO TO 2700-EXIT
032000     END-IF.
032100     IF NOT GROUP-WAS-ACCEPTED
032200         PERFORM 2800-PRINT-UNIT-HEADING THRU 2800-EXIT
032300         COMPUTE AGE-DAYS = TODAY-INTEGER
032400             - FUNCTION INTEGER-OF-DATE (GROUP-FIRST-DATE)
032500         MOVE CUR-TRANS-NO        TO RHL-TRANS-NO
032600         MOVE GROUP-RECEIPT-COUNT TO RHL-RECEIPT-COUNT
032700         MOVE GROUP-LAST-REASON   TO RHL-REASON
032800         MOVE AGE-DAYS            TO RHL-AGE-DAYS
032900         MOVE REPORT-HOLD-LINE TO RPT-PRINT-LINE
032950         WRITE RPT-PRINT-LINE
033000         ADD 1 TO HOLDS-LISTED-COUNT
033100         GO TO 2700-EXIT
033200     END-IF.
033300     IF LAST-ACCEPTED-TRANS > ZERO
033400         AND CUR-TRANS-NO > LAST-ACCEPTED-TRANS + 1
033500         AND GROUP-ACCEPT-DATE NOT < CUTOFF-DATE
033600         PERFORM 2800-PRINT-UNIT-HEADING THRU 2800-EXIT
033700         COMPUTE GAP-FROM-TRANS = LAST-ACCEPTED-TRANS + 1
033800         COMPUTE GAP-TO-TRANS   = CUR-TRANS-NO - 1
033900         MOVE GAP-FROM-TRANS    TO RGL-FROM-TRANS
034000         MOVE GAP-TO-TRANS      TO RGL-TO-TRANS
034100         MOVE GROUP-ACCEPT-DATE TO RGL-ACCEPT-DATE
034200         MOVE REPORT-GAP-LINE TO RPT-PRINT-LINE
034250         WRITE RPT-PRINT-LINE
034300         ADD 1 TO GAPS-LISTED-COUNT
034400     END-IF.
034500     MOVE CUR-TRANS-NO TO LAST-ACCEPTED-TRANS.
034600     GO TO 2700-EXIT.
034700 2700-EXIT.
034800     EXIT.
034900
035000 2800-PRINT-UNIT-HEADING.
035100     IF UNIT-HEADING-PRINTED
035200         GO TO 2800-EXIT
035300     END-IF.
035400     MOVE "Y" TO UNIT-HEADING-SWITCH.
035500     IF CUR-UNIT-ID = SPACES
035600         MOVE "NO UNIT" TO RUL-UNIT-ID
035700     ELSE
035800         MOVE CUR-UNIT-ID TO RUL-UNIT-ID
035900     END-IF.
036000     MOVE SPACES TO RPT-PRINT-LINE.
036100     WRITE RPT-PRINT-LINE.
036200     MOVE REPORT-UNIT-LINE TO RPT-PRINT-LINE.
036250     WRITE RPT-PRINT-LINE.
036300     GO TO 2800-EXIT.
036400 2800-EXIT.
036500     EXIT.
036600
036700*****************************************************************
036800* 7500-PRINT-TOTALS
036900*****************************************************************
037000 7500-PRINT-TOTALS.
037100     MOVE SPACES TO RPT-PRINT-LINE.
037200     WRITE RPT-PRINT-LINE.
037300     MOVE "REGISTER ROWS READ" TO RTL-LABEL.
037400     MOVE RECEIPTS-READ-COUNT TO RTL-COUNT.
037500     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
037550     WRITE RPT-PRINT-LINE.
037600     MOVE "UNITS ON THE REGISTER" TO RTL-LABEL.
037700     MOVE UNITS-SEEN-COUNT TO RTL-COUNT.
037800     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
037850     WRITE RPT-PRINT-LINE.
037900     MOVE "SEQUENCE GAPS" TO RTL-LABEL.
038000     MOVE GAPS-LISTED-COUNT TO RTL-COUNT.
038100     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
038150     WRITE RPT-PRINT-LINE.
038200     MOVE "RESENDS" TO RTL-LABEL.
038300     MOVE RESENDS-LISTED-COUNT TO RTL-COUNT.
038400     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
038450     WRITE RPT-PRINT-LINE.
038500     MOVE "HELD, NOT YET ACCEPTED" TO RTL-LABEL.
038600     MOVE HOLDS-LISTED-COUNT TO RTL-COUNT.
038700     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
038750     WRITE RPT-PRINT-LINE.
038800     MOVE "HEADERLESS UPLOADS" TO RTL-LABEL.
038900     MOVE ORPHANS-LISTED-COUNT TO RTL-COUNT.
039000     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
039050     WRITE RPT-PRINT-LINE.
039100     GO TO 7500-EXIT.
039200 7500-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600* 9000-TERMINATE
039700*****************************************************************
039800 9000-TERMINATE.
039900     CLOSE INTAKE-REGISTER-FILE.
040000     CLOSE GAS-REPORT-FILE.
040100     GO TO 9000-EXIT.
040200 9000-EXIT.
040300     EXIT.
040400
040500 END PROGRAM GASINTR.
