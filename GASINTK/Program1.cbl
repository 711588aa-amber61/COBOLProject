000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASINTK.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  TRANSMISSION INTAKE AHEAD OF THE
001100*                  SORT IN GASRATEJ.  THE FIELD UNITS' UPLOADS
001200*                  ARRIVE AS GASUPLD, EACH TRANSMISSION FRAMED BY
001300*                  A GASTRAN HEADER (UNIT, TRANSMISSION NUMBER,
001400*                  CREATE STAMP) AND TRAILER (ROW COUNT AND HASH
001500*                  TOTAL OF GR-GAS-VALUE).  A TRUNCATED OR DOUBLED
001600*                  UPLOAD USED TO BE FOUND ONLY DOWNSTREAM, AS AN
001700*                  OUTBAL OR A PILE OF DU SUSPENSE ROWS.  THE
001800*                  FIRST PASS JUDGES EVERY TRANSMISSION: ROWS WITH
001900*                  NO HEADER, NO TRAILER, AN UNREADABLE HEADER, A
002000*                  COUNT OR HASH THAT DISAGREES WITH THE TRAILER,
002100*                  OR A TRANSMISSION THE GASINRG REGISTER SHOWS
002200*                  ALREADY ACCEPTED, ARE HELD.  EVERY TRANSMISSION
002300*                  IS THEN REGISTERED, AND THE SECOND PASS PUTS
002400*                  THE READING ROWS OF ACCEPTED TRANSMISSIONS ON
002500*                  GASREADA FOR THE SORT AND COPIES HELD ONES
002600*                  WHOLE -- HEADER, ROWS AND TRAILER -- TO
002700*                  GASHELD, SO NOTHING IS EVER PARTLY RATED.
002800*                  RC=4 WHEN ANYTHING IS HELD, RC=8 WHEN A
002900*                  REGISTER ROW COULD NOT BE WRITTEN, RC=16 WHEN
003000*                  THE RUN ABORTED AND NOTHING WAS PASSED ON.
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT UPLOAD-FILE ASSIGN TO "GASUPLD"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS UPLD-FILE-STATUS.
004100     SELECT ACCEPTED-FILE ASSIGN TO "GASREADA"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS ACPT-FILE-STATUS.
004400     SELECT HELD-FILE ASSIGN TO "GASHELD"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS HELD-FILE-STATUS.
004700     SELECT INTAKE-REGISTER-FILE ASSIGN TO "GASINRG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS IR-REGISTER-KEY
005100         FILE STATUS IS INRG-FILE-STATUS.
005200     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
005300         ORGANIZATION IS SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  UPLOAD-FILE.
005800     COPY GASREAD.
005900     COPY GASTRAN.
006000
006100 FD  ACCEPTED-FILE.
006200 01  AC-READING-RECORD               PIC X(80).
006300
006400 FD  HELD-FILE.
006500 01  HD-UPLOAD-RECORD                PIC X(80).
006600
006700 FD  INTAKE-REGISTER-FILE.
006800     COPY GASINRG.
006900
007000 FD  GAS-REPORT-FILE.
007100 01  RPT-PRINT-LINE                  PIC X(80).
007200
007300 WORKING-STORAGE SECTION.
007400 01  UPLD-FILE-STATUS                PIC X(02).
007500 01  ACPT-FILE-STATUS                PIC X(02).
007600 01  HELD-FILE-STATUS                PIC X(02).
007700 01  INRG-FILE-STATUS                PIC X(02).
007800
007900 01  SWITCHES.
008000     05  UPLD-EOF-SWITCH             PIC X(01) VALUE "N".
008100         88  UPLD-AT-EOF             VALUE "Y".
008200     05  ABORT-SWITCH                PIC X(01) VALUE "N".
008300         88  RUN-IS-ABORTED          VALUE "Y".
008400     05  SEGMENT-OPEN-SWITCH         PIC X(01) VALUE "N".
008500         88  SEGMENT-IS-OPEN         VALUE "Y".
008600     05  SEGMENT-TYPE-SWITCH         PIC X(01) VALUE SPACE.
008700         88  SEGMENT-HAS-HEADER      VALUE "H".
008800         88  SEGMENT-IS-ORPHAN       VALUE "O".
008900     05  TRAILER-SEEN-SWITCH         PIC X(01) VALUE "N".
009000         88  TRAILER-WAS-SEEN        VALUE "Y".
009100     05  HEADER-BAD-SWITCH           PIC X(01) VALUE "N".
009200         88  HEADER-IS-BAD           VALUE "Y".
009300     05  PRIOR-ACCEPTED-SWITCH       PIC X(01) VALUE "N".
009400         88  PRIOR-WAS-ACCEPTED      VALUE "Y".
009500     05  SCAN-DONE-SWITCH            PIC X(01) VALUE "N".
009600         88  SCAN-IS-DONE            VALUE "Y".
009700
009800 01  TODAY-DATE                      PIC 9(08).
009900 01  TODAY-TIME                      PIC 9(08).
010000 01  ROW-NUMBER                      PIC 9(08) VALUE ZERO COMP.
010100
010200*****************************************************************
010300* THE TRANSMISSION BEING ASSEMBLED BY THE FIRST PASS.  A SEGMENT
010400* IS EITHER A HEADER AND WHAT FOLLOWS IT, OR A RUN OF ROWS THAT
010500* TURNED UP WITH NO HEADER IN FRONT OF THEM.
010600*****************************************************************
010700 01  SEG-UNIT-ID                     PIC X(06).
010800 01  SEG-TRANS-NO                    PIC 9(06).
010900 01  SEG-CREATE-DATE                 PIC 9(08).
011000 01  SEG-CREATE-TIME                 PIC 9(06).
011100 01  SEG-DETAIL-COUNT                PIC 9(07).
011200 01  SEG-HASH-TOTAL                  PIC 9(10).
011300 01  SEG-TRAILER-COUNT               PIC 9(07).
011400 01  SEG-TRAILER-HASH                PIC 9(10).
011500 01  SEG-LAST-ROW                    PIC 9(08) COMP.
011600 01  PRIOR-MAX-RECEIPT               PIC 9(05) VALUE ZERO.
011700
011800*****************************************************************
011900* TRANSMISSION TABLE - ONE ENTRY PER SEGMENT OF THE UPLOAD, IN
012000* THE ORDER THEY ARRIVED.  TE-LAST-ROW IS THE LAST PHYSICAL ROW
012100* OF THE SEGMENT, SO THE SECOND PASS CAN ROUTE EVERY ROW BY ITS
012200* POSITION WITHOUT JUDGING IT AGAIN.  AN UPLOAD WITH MORE
012300* TRANSMISSIONS THAN THE TABLE HOLDS IS ABORTED BEFORE ANYTHING
012400* IS REGISTERED OR PASSED ON.
012500*****************************************************************
012600 01  TRANSMISSION-TABLE.
012700     05  TE-ENTRY OCCURS 500 TIMES.
012800         10  TE-UNIT-ID              PIC X(06).
012900         10  TE-TRANS-NO             PIC 9(06).
013000         10  TE-RECEIPT-NO           PIC 9(05).
013100         10  TE-CREATE-DATE          PIC 9(08).
013200         10  TE-CREATE-TIME          PIC 9(06).
013300         10  TE-STATUS               PIC X(01).
013400         10  TE-HOLD-REASON          PIC X(02).
013500         10  TE-DETAIL-COUNT         PIC 9(07).
013600         10  TE-TRAILER-COUNT        PIC 9(07).
013700         10  TE-HASH-TOTAL           PIC 9(10).
013800         10  TE-TRAILER-HASH         PIC 9(10).
013900         10  TE-LAST-ROW             PIC 9(08) COMP.
014000 01  TE-STORED-COUNT                 PIC 9(03) VALUE ZERO COMP.
014100 01  TE-SUB                          PIC 9(03) VALUE ZERO COMP.
014200 01  TE-SCAN-SUB                     PIC 9(03) VALUE ZERO COMP.
014300
014400 01  ROWS-READ-COUNT                 PIC 9(08) VALUE ZERO COMP.
014500 01  ROWS-ACCEPTED-COUNT             PIC 9(08) VALUE ZERO COMP.
014600 01  ROWS-HELD-COUNT                 PIC 9(08) VALUE ZERO COMP.
014700 01  TRANS-ACCEPTED-COUNT            PIC 9(06) VALUE ZERO COMP.
014800 01  TRANS-HELD-COUNT                PIC 9(06) VALUE ZERO COMP.
014900 01  REGISTER-ERROR-COUNT            PIC 9(06) VALUE ZERO COMP.
015000
015100 01  REPORT-HEADING-1.
015200     05  FILLER                      PIC X(30)
015300         VALUE "TRANSMISSION INTAKE           ".
015400     05  FILLER                      PIC X(10) VALUE SPACES.
015500     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
015600     05  RH1-RUN-DATE                PIC 9(08).
015700
015800 01  REPORT-COLUMN-HEADING.
015900     05  FILLER              PIC X(07) VALUE "UNIT   ".
016000     05  FILLER              PIC X(07) VALUE "TRANS  ".
016100     05  FILLER              PIC X(06) VALUE "RCP   ".
016200     05  FILLER              PIC X(09) VALUE "CREATED  ".
016300     05  FILLER              PIC X(08) VALUE "   ROWS ".
016400     05  FILLER              PIC X(09) VALUE "STATUS   ".
016500     05  FILLER              PIC X(06) VALUE "REASON".
016600
016700 01  REPORT-TRANS-LINE.
016800     05  RXL-UNIT-ID         PIC X(06).
016900     05  FILLER              PIC X(01) VALUE SPACES.
017000     05  RXL-TRANS-NO        PIC 9(06).
017100     05  FILLER              PIC X(01) VALUE SPACES.
017200     05  RXL-RECEIPT-NO      PIC 9(05).
017300     05  FILLER              PIC X(01) VALUE SPACES.
017400     05  RXL-CREATE-DATE     PIC 9(08).
017500     05  FILLER              PIC X(01) VALUE SPACES.
017600     05  RXL-DETAIL-COUNT    PIC ZZZZZZ9.
017700     05  FILLER              PIC X(01) VALUE SPACES.
017800     05  RXL-STATUS          PIC X(08).
017900     05  FILLER              PIC X(01) VALUE SPACES.
018000     05  RXL-REASON          PIC X(30).
018100
018200 01  REPORT-CONTROL-LINE.
018300     05  FILLER              PIC X(12) VALUE "    TRAILER ".
018400     05  RCL-TRAILER-COUNT   PIC ZZZZZZ9.
018500     05  FILLER              PIC X(11) VALUE " ROWS HASH ".
018600     05  RCL-TRAILER-HASH    PIC Z(09)9.
018700     05  FILLER              PIC X(10) VALUE "  COUNTED ".
018800     05  RCL-DETAIL-COUNT    PIC ZZZZZZ9.
018900     05  FILLER              PIC X(06) VALUE " HASH ".
019000     05  RCL-HASH-TOTAL      PIC Z(09)9.
019100
019200 01  REPORT-TOTAL-LINE.
019300     05  RTL-LABEL           PIC X(30).
019400     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
019500
019600 PROCEDURE DIVISION.
019700*****************************************************************
019800* 0000-MAINLINE
019900*****************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     IF RUN-IS-ABORTED
020300         GOBACK
020400     END-IF.
020500     PERFORM 2000-JUDGE-UPLOAD THRU 2000-EXIT.
020600     IF RUN-IS-ABORTED
020700         PERFORM 9000-TERMINATE THRU 9000-EXIT
020800         MOVE 16 TO RETURN-CODE
020900         GOBACK
021000     END-IF.
021100     PERFORM 3000-WRITE-REGISTER THRU 3000-EXIT.
021200     PERFORM 4000-ROUTE-UPLOAD THRU 4000-EXIT.
021300     IF RUN-IS-ABORTED
021400         PERFORM 9000-TERMINATE THRU 9000-EXIT
021500         MOVE 16 TO RETURN-CODE
021600         GOBACK
021700     END-IF.
021800     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022000     IF REGISTER-ERROR-COUNT > ZERO
022100         MOVE 8 TO RETURN-CODE
022200     ELSE
022300         IF TRANS-HELD-COUNT > ZERO
022400             MOVE 4 TO RETURN-CODE
022500         END-IF
022600     END-IF.
022700     GOBACK.
022800
022900*****************************************************************
023000* 1000-INITIALIZE - OPEN THE UPLOAD, THE REGISTER (CREATED ON
023100* FIRST USE), THE ACCEPTED AND HELD FILES AND THE REPORT.
023200* GASHELD IS A ROLLING FILE AND IS EXTENDED.
023300*****************************************************************
023400 1000-INITIALIZE.
023500     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
023600     ACCEPT TODAY-TIME FROM TIME.
023700     OPEN INPUT UPLOAD-FILE.
023800     IF UPLD-FILE-STATUS NOT = "00"
023900         DISPLAY "ERROR - GASUPLD UPLOAD NOT AVAILABLE, STATUS "
024000             UPLD-FILE-STATUS ".  RUN ABORTED."
024100         MOVE "Y" TO ABORT-SWITCH
024200         MOVE 16 TO RETURN-CODE
024300         GO TO 1000-EXIT
024400     END-IF.
024500     OPEN I-O INTAKE-REGISTER-FILE.
024600     IF INRG-FILE-STATUS = "35"
024700         CLOSE INTAKE-REGISTER-FILE
024800         OPEN OUTPUT INTAKE-REGISTER-FILE
024900         CLOSE INTAKE-REGISTER-FILE
025000         OPEN I-O INTAKE-REGISTER-FILE
025100     END-IF.
025200     IF INRG-FILE-STATUS NOT = "00"
025300         DISPLAY "ERROR - GASINRG INTAKE REGISTER NOT AVAILABLE, "
025400             "STATUS " INRG-FILE-STATUS ".  RUN ABORTED."
025500         CLOSE UPLOAD-FILE
025600         MOVE "Y" TO ABORT-SWITCH
025700         MOVE 16 TO RETURN-CODE
025800         GO TO 1000-EXIT
025900     END-IF.
026000     OPEN OUTPUT ACCEPTED-FILE.
026100     IF ACPT-FILE-STATUS NOT = "00"
026200         DISPLAY "ERROR - GASREADA CANNOT BE OPENED, STATUS "
026300             ACPT-FILE-STATUS ".  RUN ABORTED."
026400         CLOSE UPLOAD-FILE
026500         CLOSE INTAKE-REGISTER-FILE
026600         MOVE "Y" TO ABORT-SWITCH
026700         MOVE 16 TO RETURN-CODE
026800         GO TO 1000-EXIT
026900     END-IF.
027000     OPEN EXTEND HELD-FILE.
027100     IF HELD-FILE-STATUS = "35"
027200         OPEN OUTPUT HELD-FILE
027300     END-IF.
027400     IF HELD-FILE-STATUS NOT = "00" AND NOT = "05"
027500         DISPLAY "ERROR - GASHELD CANNOT BE OPENED, STATUS "
027600             HELD-FILE-STATUS ".  RUN ABORTED."
027700         CLOSE UPLOAD-FILE
027800         CLOSE INTAKE-REGISTER-FILE
027900         CLOSE ACCEPTED-FILE
028000         MOVE "Y" TO ABORT-SWITCH
028100         MOVE 16 TO RETURN-CODE
028200         GO TO 1000-EXIT
028300     END-IF.
028400     OPEN OUTPUT GAS-REPORT-FILE.
028500     GO TO 1000-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800
028900*****************************************************************
029000* 2000-JUDGE-UPLOAD - FIRST PASS.  CUT THE UPLOAD INTO SEGMENTS
029100* AND JUDGE EACH ONE.  EVERY ROW LANDS IN EXACTLY ONE SEGMENT:
029200*    A HEADER ALWAYS STARTS A NEW SEGMENT, CLOSING ANY SEGMENT
029300*    STILL OPEN (WHICH THEREFORE HAD NO TRAILER);
029400*    A TRAILER ENDS THE OPEN SEGMENT, OR IS A SEGMENT OF ITS OWN
029500*    WHEN NOTHING IS OPEN;
029600*    A READING ROW JOINS THE OPEN SEGMENT, OR STARTS A HEADERLESS
029700*    ONE WHEN NOTHING IS OPEN.
029800* END OF FILE CLOSES WHATEVER IS STILL OPEN.
029900*****************************************************************
030000 2000-JUDGE-UPLOAD.
030100     PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
030200     PERFORM 2200-JUDGE-ONE-ROW THRU 2200-EXIT
030300         UNTIL UPLD-AT-EOF OR RUN-IS-ABORTED.
030400     IF SEGMENT-IS-OPEN AND NOT RUN-IS-ABORTED
030500         PERFORM 2500-CLOSE-SEGMENT THRU 2500-EXIT
030600     END-IF.
030700     GO TO 2000-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000
031100 2100-READ-UPLOAD.
031200     READ UPLOAD-FILE
031300         AT END
031400             MOVE "Y" TO UPLD-EOF-SWITCH
031500     END-READ.
031600     GO TO 2100-EXIT.
031700 2100-EXIT.
031800     EXIT.
031900
032000 2200-JUDGE-ONE-ROW.
032100     ADD 1 TO ROW-NUMBER.
032200     ADD 1 TO ROWS-READ-COUNT.
032300     IF GT-IS-HEADER
032400         IF SEGMENT-IS-OPEN
032500             PERFORM 2500-CLOSE-SEGMENT THRU 2500-EXIT
032600         END-IF
032700         PERFORM 2300-OPEN-HEADER-SEGMENT THRU 2300-EXIT
032800         GO TO 2200-NEXT
032900     END-IF.
033000     IF NOT SEGMENT-IS-OPEN
033100         PERFORM 2400-OPEN-ORPHAN-SEGMENT THRU 2400-EXIT
033200     END-IF.
033300     MOVE ROW-NUMBER TO SEG-LAST-ROW.
033400     IF GT-IS-TRAILER
033500         MOVE "Y" TO TRAILER-SEEN-SWITCH
033600         IF GT-T-RECORD-COUNT IS NUMERIC
033700             MOVE GT-T-RECORD-COUNT TO SEG-TRAILER-COUNT
033800         ELSE
033900             MOVE 9999999 TO SEG-TRAILER-COUNT
034000         END-IF
034100         IF GT-T-HASH-TOTAL IS NUMERIC
034200             MOVE GT-T-HASH-TOTAL TO SEG-TRAILER-HASH
034300         ELSE
034400             MOVE 9999999999 TO SEG-TRAILER-HASH
034500         END-IF
034600         PERFORM 2500-CLOSE-SEGMENT THRU 2500-EXIT
034700         GO TO 2200-NEXT
034800     END-IF.
034900     ADD 1 TO SEG-DETAIL-COUNT.
035000     IF GR-GAS-VALUE IS NUMERIC
035100         ADD GR-GAS-VALUE TO SEG-HASH-TOTAL
035200     END-IF.
035300 2200-NEXT.
035400     PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
035500     GO TO 2200-EXIT.
035600 2200-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* 2300-OPEN-HEADER-SEGMENT - A HEADER WITH NO UNIT OR NO USABLE
036100* TRANSMISSION NUMBER CANNOT BE REGISTERED AGAINST ITS SENDER
036200* AND IS JUDGED UNREADABLE
036300*****************************************************************
036400 2300-OPEN-HEADER-SEGMENT.
036500     PERFORM 2450-START-SEGMENT THRU 2450-EXIT.
036600     IF RUN-IS-ABORTED
036700         GO TO 2300-EXIT
036800     END-IF.
036900     MOVE "H" TO SEGMENT-TYPE-SWITCH.
037000     MOVE GT-H-UNIT-ID TO SEG-UNIT-ID.
037100     IF GT-H-TRANS-NO IS NUMERIC
037200         MOVE GT-H-TRANS-NO TO SEG-TRANS-NO
037300     END-IF.
037400     IF GT-H-CREATE-DATE IS NUMERIC
037500         MOVE GT-H-CREATE-DATE TO SEG-CREATE-DATE
037600     END-IF.
037700     IF GT-H-CREATE-TIME IS NUMERIC
037800         MOVE GT-H-CREATE-TIME TO SEG-CREATE-TIME
037900     END-IF.
038000     IF SEG-UNIT-ID = SPACES
038100         OR SEG-TRANS-NO = ZERO
038200         MOVE "Y" TO HEADER-BAD-SWITCH
038300     END-IF.
038400     GO TO 2300-EXIT.
038500 2300-EXIT.
038600     EXIT.
038700
038800 2400-OPEN-ORPHAN-SEGMENT.
038900     PERFORM 2450-START-SEGMENT THRU 2450-EXIT.
039000     MOVE "O" TO SEGMENT-TYPE-SWITCH.
039100     GO TO 2400-EXIT.
039200 2400-EXIT.
039300     EXIT.
039400
039500 2450-START-SEGMENT.
039600     IF TE-STORED-COUNT >= 500
039700         DISPLAY "ERROR - MORE THAN 500 TRANSMISSIONS IN "
039800             "GASUPLD.  NOTHING REGISTERED OR PASSED ON.  "
039900             "RUN ABORTED."
040000         MOVE "Y" TO ABORT-SWITCH
040100         GO TO 2450-EXIT
040200     END-IF.
040300     MOVE "Y"        TO SEGMENT-OPEN-SWITCH.
040400     MOVE "N"        TO TRAILER-SEEN-SWITCH.
040500     MOVE "N"        TO HEADER-BAD-SWITCH.
040600     MOVE SPACES     TO SEG-UNIT-ID.
040700     MOVE ZERO       TO SEG-TRANS-NO.
040800     MOVE ZERO       TO SEG-CREATE-DATE.
040900     MOVE ZERO       TO SEG-CREATE-TIME.
041000     MOVE ZERO       TO SEG-DETAIL-COUNT.
041100     MOVE ZERO       TO SEG-HASH-TOTAL.
041200     MOVE ZERO       TO SEG-TRAILER-COUNT.
041300     MOVE ZERO       TO SEG-TRAILER-HASH.
041400     MOVE ROW-NUMBER TO SEG-LAST-ROW.
041500     GO TO 2450-EXIT.
041600 2450-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000* 2500-CLOSE-SEGMENT - JUDGE THE SEGMENT AND FILE IT IN THE
042100* TABLE.  THE INTEGRITY CHECKS COME FIRST; ONLY A TRANSMISSION
042200* THAT ARRIVED WHOLE IS TESTED AS A RESEND.  THE RECEIPT NUMBER
042300* FOLLOWS THE HIGHEST ONE ALREADY ON THE REGISTER OR EARLIER IN
042400* THIS UPLOAD FOR THE SAME UNIT AND TRANSMISSION.
042500*****************************************************************
042600 2500-CLOSE-SEGMENT.
042700     MOVE "N" TO SEGMENT-OPEN-SWITCH.
042800     PERFORM 2600-SCAN-PRIOR-RECEIPTS THRU 2600-EXIT.
042900     ADD 1 TO TE-STORED-COUNT.
043000     MOVE TE-STORED-COUNT TO TE-SUB.
043100     MOVE SEG-UNIT-ID       TO TE-UNIT-ID (TE-SUB).
043200     MOVE SEG-TRANS-NO      TO TE-TRANS-NO (TE-SUB).
043300     COMPUTE TE-RECEIPT-NO (TE-SUB) = PRIOR-MAX-RECEIPT + 1.
043400     MOVE SEG-CREATE-DATE   TO TE-CREATE-DATE (TE-SUB).
043500     MOVE SEG-CREATE-TIME   TO TE-CREATE-TIME (TE-SUB).
043600     MOVE SEG-DETAIL-COUNT  TO TE-DETAIL-COUNT (TE-SUB).
043700     MOVE SEG-TRAILER-COUNT TO TE-TRAILER-COUNT (TE-SUB).
043800     MOVE SEG-HASH-TOTAL    TO TE-HASH-TOTAL (TE-SUB).
043900     MOVE SEG-TRAILER-HASH  TO TE-TRAILER-HASH (TE-SUB).
044000     MOVE SEG-LAST-ROW      TO TE-LAST-ROW (TE-SUB).
044100     MOVE "H"               TO TE-STATUS (TE-SUB).
044200     EVALUATE TRUE
044300         WHEN SEGMENT-IS-ORPHAN
044400             MOVE "NH" TO TE-HOLD-REASON (TE-SUB)
044500         WHEN HEADER-IS-BAD
044600             MOVE "HD" TO TE-HOLD-REASON (TE-SUB)
044700         WHEN NOT TRAILER-WAS-SEEN
044800             MOVE "NT" TO TE-HOLD-REASON (TE-SUB)
044900         WHEN SEG-TRAILER-COUNT NOT = SEG-DETAIL-COUNT
045000             MOVE "TC" TO TE-HOLD-REASON (TE-SUB)
045100         WHEN SEG-TRAILER-HASH NOT = SEG-HASH-TOTAL
045200             MOVE "TH" TO TE-HOLD-REASON (TE-SUB)
045300         WHEN PRIOR-WAS-ACCEPTED
045400             MOVE "RS" TO TE-HOLD-REASON (TE-SUB)
045500         WHEN OTHER
045600             MOVE "A"    TO TE-STATUS (TE-SUB)
045700             MOVE SPACES TO TE-HOLD-REASON (TE-SUB)
045800     END-EVALUATE.
045900     IF TE-STATUS (TE-SUB) = "A"
046000         ADD 1 TO TRANS-ACCEPTED-COUNT
046100     ELSE
046200         ADD 1 TO TRANS-HELD-COUNT
046300     END-IF.
046400     GO TO 2500-EXIT.
046500 2500-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900* 2600-SCAN-PRIOR-RECEIPTS - EARLIER RECEIPTS OF THIS UNIT AND
047000* TRANSMISSION, ON THE REGISTER AND EARLIER IN THIS UPLOAD.
047100* NOTES THE HIGHEST RECEIPT NUMBER AND WHETHER ANY WAS ACCEPTED.
047200*****************************************************************
047300 2600-SCAN-PRIOR-RECEIPTS.
047400     MOVE ZERO TO PRIOR-MAX-RECEIPT.
047500     MOVE "N"  TO PRIOR-ACCEPTED-SWITCH.
047600     MOVE "N"  TO SCAN-DONE-SWITCH.
047700     MOVE SEG-UNIT-ID  TO IR-UNIT-ID.
047800     MOVE SEG-TRANS-NO TO IR-TRANS-NO.
047900     MOVE ZERO         TO IR-RECEIPT-NO.
048000     START INTAKE-REGISTER-FILE
048100         KEY IS NOT LESS THAN IR-REGISTER-KEY
048200         INVALID KEY
048300             MOVE "Y" TO SCAN-DONE-SWITCH
048400     END-START.
048500     PERFORM 2650-SCAN-ONE-RECEIPT THRU 2650-EXIT
048600         UNTIL SCAN-IS-DONE.
048700     PERFORM 2680-SCAN-ONE-TABLE-ENTRY THRU 2680-EXIT
048800         VARYING TE-SCAN-SUB FROM 1 BY 1
048900         UNTIL TE-SCAN-SUB > TE-STORED-COUNT.
049000     GO TO 2600-EXIT.
049100 2600-EXIT.
049200     EXIT.
049300
049400 2650-SCAN-ONE-RECEIPT.
049500     READ INTAKE-REGISTER-FILE NEXT RECORD
049600         AT END
049700             MOVE "Y" TO SCAN-DONE-SWITCH
049800             GO TO 2650-EXIT
049900     END-READ.
050000     IF IR-UNIT-ID NOT = SEG-UNIT-ID
050100         OR IR-TRANS-NO NOT = SEG-TRANS-NO
050200         MOVE "Y" TO SCAN-DONE-SWITCH
050300         GO TO 2650-EXIT
050400     END-IF.
050500     MOVE IR-RECEIPT-NO TO PRIOR-MAX-RECEIPT.
050600     IF IR-ACCEPTED
050700         MOVE "Y" TO PRIOR-ACCEPTED-SWITCH
050800     END-IF.
050900     GO TO 2650-EXIT.
051000 2650-EXIT.
051100     EXIT.
051200
051300 2680-SCAN-ONE-TABLE-ENTRY.
051400     IF TE-UNIT-ID (TE-SCAN-SUB) NOT = SEG-UNIT-ID
051500         OR TE-TRANS-NO (TE-SCAN-SUB) NOT = SEG-TRANS-NO
051600         GO TO 2680-EXIT
051700     END-IF.
051800     IF TE-RECEIPT-NO (TE-SCAN-SUB) > PRIOR-MAX-RECEIPT
051900         MOVE TE-RECEIPT-NO (TE-SCAN-SUB) TO PRIOR-MAX-RECEIPT
052000     END-IF.
052100     IF TE-STATUS (TE-SCAN-SUB) = "A"
052200         MOVE "Y" TO PRIOR-ACCEPTED-SWITCH
052300     END-IF.
052400     GO TO 2680-EXIT.
052500 2680-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 3000-WRITE-REGISTER - ONE REGISTER ROW PER TRANSMISSION, HELD
053000* OR ACCEPTED.  A ROW THAT CANNOT BE WRITTEN IS REPORTED; THE
053100* TRANSMISSION IS STILL ROUTED AS JUDGED.
053200*****************************************************************
053300 3000-WRITE-REGISTER.
053400     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
053500         VARYING TE-SUB FROM 1 BY 1
053600         UNTIL TE-SUB > TE-STORED-COUNT.
053700     GO TO 3000-EXIT.
053800 3000-EXIT.
053900     EXIT.
054000
054100 3100-WRITE-ONE-ENTRY.
054200     MOVE SPACES                   TO IR-INTAKE-RECORD.
054300     MOVE TE-UNIT-ID (TE-SUB)      TO IR-UNIT-ID.
054400     MOVE TE-TRANS-NO (TE-SUB)     TO IR-TRANS-NO.
054500     MOVE TE-RECEIPT-NO (TE-SUB)   TO IR-RECEIPT-NO.
054600     MOVE TE-CREATE-DATE (TE-SUB)  TO IR-CREATE-DATE.
054700     MOVE TE-CREATE-TIME (TE-SUB)  TO IR-CREATE-TIME.
054800     MOVE TODAY-DATE               TO IR-INTAKE-DATE.
054900     MOVE TODAY-TIME(1:6)          TO IR-INTAKE-TIME.
055000     MOVE TE-STATUS (TE-SUB)       TO IR-INTAKE-STATUS.
055100     MOVE TE-HOLD-REASON (TE-SUB)  TO IR-HOLD-REASON.
055200     MOVE TE-DETAIL-COUNT (TE-SUB) TO IR-DETAIL-COUNT.
055300     MOVE TE-TRAILER-COUNT (TE-SUB) TO IR-TRAILER-COUNT.
055400     MOVE TE-HASH-TOTAL (TE-SUB)   TO IR-HASH-TOTAL.
055500     MOVE TE-TRAILER-HASH (TE-SUB) TO IR-TRAILER-HASH.
055600     WRITE IR-INTAKE-RECORD
055700         INVALID KEY
055800             DISPLAY "ERROR - GASINRG ROW NOT WRITTEN FOR UNIT "
055900                 TE-UNIT-ID (TE-SUB) " TRANSMISSION "
056000                 TE-TRANS-NO (TE-SUB) " RECEIPT "
056100                 TE-RECEIPT-NO (TE-SUB) ", STATUS "
056200                 INRG-FILE-STATUS
056300             ADD 1 TO REGISTER-ERROR-COUNT
056400     END-WRITE.
056500     GO TO 3100-EXIT.
056600 3100-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000* 4000-ROUTE-UPLOAD - SECOND PASS.  READ THE UPLOAD AGAIN AND
057100* SEND EVERY ROW WHERE ITS SEGMENT'S VERDICT SAYS: THE READING
057200* ROWS OF AN ACCEPTED TRANSMISSION TO GASREADA (THE HEADER AND
057300* TRAILER STAY BEHIND), EVERY ROW OF A HELD ONE TO GASHELD.
057400*****************************************************************
057500 4000-ROUTE-UPLOAD.
057600     CLOSE UPLOAD-FILE.
057700     OPEN INPUT UPLOAD-FILE.
057800     IF UPLD-FILE-STATUS NOT = "00"
057900         DISPLAY "ERROR - GASUPLD COULD NOT BE REREAD, STATUS "
058000             UPLD-FILE-STATUS ".  RUN ABORTED."
058100         MOVE "Y" TO ABORT-SWITCH
058200         GO TO 4000-EXIT
058300     END-IF.
058400     MOVE "N"  TO UPLD-EOF-SWITCH.
058500     MOVE ZERO TO ROW-NUMBER.
058600     MOVE 1    TO TE-SUB.
058700     PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
058800     PERFORM 4200-ROUTE-ONE-ROW THRU 4200-EXIT
058900         UNTIL UPLD-AT-EOF.
059000     GO TO 4000-EXIT.
059100 4000-EXIT.
059200     EXIT.
059300
059400 4200-ROUTE-ONE-ROW.
059500     ADD 1 TO ROW-NUMBER.
059600     PERFORM 4250-NEXT-SEGMENT THRU 4250-EXIT
059700         UNTIL ROW-NUMBER NOT > TE-LAST-ROW (TE-SUB)
059800         OR TE-SUB >= TE-STORED-COUNT.
059900     IF TE-STATUS (TE-SUB) = "A"
060000         IF NOT GT-IS-HEADER AND NOT GT-IS-TRAILER
060100             MOVE GR-READING-RECORD TO AC-READING-RECORD
060150             WRITE AC-READING-RECORD
060200             ADD 1 TO ROWS-ACCEPTED-COUNT
060300         END-IF
060400     ELSE
060500         MOVE GR-READING-RECORD TO HD-UPLOAD-RECORD
060550         WRITE HD-UPLOAD-RECORD
060600         ADD 1 TO ROWS-HELD-COUNT
060700     END-IF.
060800     PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
060900     GO TO 4200-EXIT.
061000 4200-EXIT.
061100     EXIT.
061200
061300 4250-NEXT-SEGMENT.
061400     ADD 1 TO TE-SUB.
061500     GO TO 4250-EXIT.
061600 4250-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000* 7000-PRINT-REPORT - ONE LINE PER TRANSMISSION IN ARRIVAL ORDER,
062100* WITH THE TRAILER'S FIGURES UNDER A COUNT OR HASH MISMATCH
062200*****************************************************************
062300 7000-PRINT-REPORT.
062400     MOVE TODAY-DATE TO RH1-RUN-DATE.
062500     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
062550     WRITE RPT-PRINT-LINE.
062600     MOVE SPACES TO RPT-PRINT-LINE.
062700     WRITE RPT-PRINT-LINE.
062800     MOVE REPORT-COLUMN-HEADING TO RPT-PRINT-LINE.
062850     WRITE RPT-PRINT-LINE.
062900     PERFORM 7100-PRINT-ONE-TRANSMISSION THRU 7100-EXIT
063000         VARYING TE-SUB FROM 1 BY 1
063100         UNTIL TE-SUB > TE-STORED-COUNT.
063200     MOVE SPACES TO RPT-PRINT-LINE.
063300     WRITE RPT-PRINT-LINE.
063400     MOVE "TRANSMISSIONS ACCEPTED" TO RTL-LABEL.
063500     MOVE TRANS-ACCEPTED-COUNT TO RTL-COUNT.
063600     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
063650     WRITE RPT-PRINT-LINE.
063700     MOVE "TRANSMISSIONS HELD" TO RTL-LABEL.
063800     MOVE TRANS-HELD-COUNT TO RTL-COUNT.
063900     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
063950     WRITE RPT-PRINT-LINE.
064000     MOVE "UPLOAD ROWS READ" TO RTL-LABEL.
064100     MOVE ROWS-READ-COUNT TO RTL-COUNT.
064200     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
064250     WRITE RPT-PRINT-LINE.
064300     MOVE "READINGS PASSED TO RATING" TO RTL-LABEL.
064400     MOVE ROWS-ACCEPTED-COUNT TO RTL-COUNT.
064500     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
064550     WRITE RPT-PRINT-LINE.
064600     MOVE "ROWS HELD TO GASHELD" TO RTL-LABEL.
064700     MOVE ROWS-HELD-COUNT TO RTL-COUNT.
064800     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
064850     WRITE RPT-PRINT-LINE.
064900     IF REGISTER-ERROR-COUNT > ZERO
065000         MOVE "REGISTER ROWS NOT WRITTEN" TO RTL-LABEL
065100         MOVE REGISTER-ERROR-COUNT TO RTL-COUNT
065200         MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE
065250         WRITE RPT-PRINT-LINE
065300     END-IF.
065400     GO TO 7000-EXIT.
065500 7000-EXIT.
065600     EXIT.
065700
065800 7100-PRINT-ONE-TRANSMISSION.
065900     MOVE TE-UNIT-ID (TE-SUB)      TO RXL-UNIT-ID.
066000     MOVE TE-TRANS-NO (TE-SUB)     TO RXL-TRANS-NO.
066100     MOVE TE-RECEIPT-NO (TE-SUB)   TO RXL-RECEIPT-NO.
066200     MOVE TE-CREATE-DATE (TE-SUB)  TO RXL-CREATE-DATE.
066300     MOVE TE-DETAIL-COUNT (TE-SUB) TO RXL-DETAIL-COUNT.
066400     IF TE-STATUS (TE-SUB) = "A"
066500         MOVE "ACCEPTED" TO RXL-STATUS
066600     ELSE
066700         MOVE "HELD"     TO RXL-STATUS
066800     END-IF.
066900     EVALUATE TE-HOLD-REASON (TE-SUB)
067000         WHEN "NH"
067100             MOVE "ROWS WITH NO HEADER" TO RXL-REASON
067200         WHEN "NT"
067300             MOVE "NO TRAILER - TRUNCATED" TO RXL-REASON
067400         WHEN "HD"
067500             MOVE "HEADER UNREADABLE" TO RXL-REASON
067600         WHEN "TC"
067700             MOVE "TRAILER COUNT MISMATCH" TO RXL-REASON
067800         WHEN "TH"
067900             MOVE "TRAILER HASH MISMATCH" TO RXL-REASON
068000         WHEN "RS"
068100             MOVE "RESEND - ALREADY ACCEPTED" TO RXL-REASON
068200         WHEN OTHER
068300             MOVE SPACES TO RXL-REASON
068400     END-EVALUATE.
068500     MOVE REPORT-TRANS-LINE TO RPT-PRINT-LINE.
068550     WRITE RPT-PRINT-LINE.
068600     IF TE-HOLD-REASON (TE-SUB) = "TC" OR "TH"
068700         MOVE TE-TRAILER-COUNT (TE-SUB) TO RCL-TRAILER-COUNT
068800         MOVE TE-TRAILER-HASH (TE-SUB)  TO RCL-TRAILER-HASH
068900         MOVE TE-DETAIL-COUNT (TE-SUB)  TO RCL-DETAIL-COUNT
069000         MOVE TE-HASH-TOTAL (TE-SUB)    TO RCL-HASH-TOTAL
069100         MOVE REPORT-CONTROL-LINE TO RPT-PRINT-LINE
069150         WRITE RPT-PRINT-LINE
069200     END-IF.
069300     GO TO 7100-EXIT.
069400 7100-EXIT.
069500     EXIT.
069600
069700*****************************************************************
069800* 9000-TERMINATE
069900*****************************************************************
070000 9000-TERMINATE.
070100     CLOSE UPLOAD-FILE.
070200     CLOSE ACCEPTED-FILE.
070300     CLOSE HELD-FILE.
070400     CLOSE INTAKE-REGISTER-FILE.
070500     CLOSE GAS-REPORT-FILE.
070600     GO TO 9000-EXIT.
070700 9000-EXIT.
070800     EXIT.
070900
071000 END PROGRAM GASINTK.
