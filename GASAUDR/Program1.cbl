000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASAUDR.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  CHANGE-HISTORY REPORT OVER THE
001100*                  GASAUDT AUDIT TRAIL FOR A DATE RANGE.  SIX
001200*                  MAINTENANCE PROGRAMS WRITE THE TRAIL AND
001300*                  NOTHING EVER READ IT -- WHEN AUDIT ASKED WHO
001400*                  CHANGED A SITE OR RENEWED A CERTIFICATION WE
001500*                  DUMPED THE FILE.  CHANGES ARE LISTED BY
001600*                  PROGRAM, OPERATOR AND RECORD KEY (GASAUDJ
001700*                  SORTS THE TRAIL INTO THAT ORDER FIRST) WITH
001800*                  THE BEFORE AND AFTER IMAGES DECODED FIELD BY
001900*                  FIELD, ONLY THE FIELDS THAT DIFFER SHOWN.
002000*                  SECTION 2 FLAGS SEGREGATION-OF-DUTIES
002100*                  EXCEPTIONS: AN OPERATOR ADDING OR RENEWING
002200*                  THEIR OWN COURSES ROW, A SUPERVISOR KEYING A
002300*                  GASPARM BAND SET AND THEN REQUESTING THE
002400*                  GASRERAT RE-RATING OVER IT, AND GASCTLE GATE
002500*                  COUNTS KEYED BY THE OPERATOR WHO ALSO
002600*                  REPAIRED THAT DAY'S SUSPENSE IN GASSUSPR.
002700*                  PARM IS FROM-DATE (8) THEN TO-DATE (8),
002800*                  YYYYMMDD.  RC=4 WHEN ANY EXCEPTION IS FOUND.
002825* 2026-10-15  DRH  MAP THE GASOPERM OPERATOR MASTER CHANGES
002850*                  (GASOPER).  THE PIN IS MASKED IN THE IMAGES
002875*                  AND IS NOT MAPPED.
002881* 2026-10-15  DRH  MAP THE GASCALM METER CALIBRATION CHANGES
002887*                  (GASCALB).  THE FACTOR PRINTS AS ITS FIVE
002893*                  DIGITS, ONE WHOLE AND FOUR DECIMAL.
002895* 2026-10-15  DRH  MAP THE GASCARM CARRIER MASTER CHANGES
002896*                  (GASCARR), ONE LINE PER TIER PENALTY, AND THE
002897*                  CARRIER ID NOW ON THE GASSUSPR READING.
002898* 2026-10-15  DRH  MAP THE GASCLDM OPERATING CALENDAR CHANGES
002899*                  (GASCLDR).
002919* 2026-10-15  DRH  MAP THE GASPARM APPROVAL FIELDS, SO A
002939*                  GASPARMM APPROVESET ROW SHOWS THE STATUS
002959*                  GOING FROM P TO A AND WHO APPROVED IT.
002965* 2026-10-15  DRH  MAP THE GASMANW MANIFEST WRITE-OFFS (GASMWOF).
002971*                  THE REASON PRINTS AS ITS FIRST 30 BYTES.
002973* 2026-10-15  DRH  MAP THE GASOPERM REGION SCOPE (HEAD-OFFICE FLAG
002975*                  AND THE THREE REGIONS) FOR THE REGIONS ACTION.
002979*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS AUDIT-FILE-STATUS.
003900     SELECT GAS-REPORT-FILE ASSIGN TO "GASRPT"
004000         ORGANIZATION IS SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  AUDIT-TRAIL-FILE.
004500     COPY GASAUDT.
004600
004700 FD  GAS-REPORT-FILE.
004800 01  RPT-PRINT-LINE                  PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 01  AUDIT-FILE-STATUS               PIC X(02).
005200
005300 01  SWITCHES.
005400     05  AUDIT-EOF-SWITCH            PIC X(01) VALUE "N".
005500         88  AUDIT-AT-EOF            VALUE "Y".
005600     05  ABORT-SWITCH                PIC X(01) VALUE "N".
005700         88  RUN-IS-ABORTED          VALUE "Y".
005800     05  DUTY-FOUND-SWITCH           PIC X(01) VALUE "N".
005900         88  DUTY-ROW-FOUND          VALUE "Y".
006000
006100 01  RANGE-FROM-DATE                 PIC 9(08) VALUE ZERO.
006200 01  RANGE-TO-DATE                   PIC 9(08) VALUE ZERO.
006300 01  TODAY-DATE                      PIC 9(08).
006400
006500*****************************************************************
006600* CONTROL-BREAK FIELDS FOR SECTION 1
006700*****************************************************************
006800 01  PREV-PROGRAM-ID                 PIC X(08) VALUE HIGH-VALUES.
006900 01  PREV-OPERATOR-ID                PIC X(06) VALUE HIGH-VALUES.
007000
007100*****************************************************************
007200* FIELD MAP - HOW EACH AUDITING PROGRAM'S BEFORE AND AFTER IMAGES
007300* BREAK DOWN INTO FIELDS: PROGRAM, PRINT LABEL, OFFSET AND LENGTH
007400* WITHIN THE IMAGE.  THE IMAGES ARE THE WHOLE RECORD AS THE
007500* PROGRAM WROTE IT (COURSREC, GASSITE, GASREAD, GASPARM, GASCTL,
007575* GASOPER, GASCALB, GASCARR, GASCLDR), SO THE OFFSETS FOLLOW
007650* THOSE COPYBOOKS.  A PROGRAM NOT IN THE MAP HAS ITS IMAGES
007725* PRINTED RAW.
007800*****************************************************************
007900 01  FIELD-MAP-VALUES.
008000     05  FILLER PIC X(26) VALUE "GASCERTMOPERATOR ID   0106".
008100     05  FILLER PIC X(26) VALUE "GASCERTMCOURSE ID     0708".
008200     05  FILLER PIC X(26) VALUE "GASCERTMEXPIRY DATE   1508".
008300     05  FILLER PIC X(26) VALUE "GASCERTLOPERATOR ID   0106".
008400     05  FILLER PIC X(26) VALUE "GASCERTLCOURSE ID     0708".
008500     05  FILLER PIC X(26) VALUE "GASCERTLEXPIRY DATE   1508".
008600     05  FILLER PIC X(26) VALUE "GASSITEMSITE ID       0105".
008700     05  FILLER PIC X(26) VALUE "GASSITEMSITE NAME     0630".
008800     05  FILLER PIC X(26) VALUE "GASSITEMREGION        3610".
008900     05  FILLER PIC X(26) VALUE "GASSITEMACTIVE FLAG   4601".
009000     05  FILLER PIC X(26) VALUE "GASSITEMSHIFT CODES   4703".
009100     05  FILLER PIC X(26) VALUE "GASSUSPRSITE ID       0105".
009200     05  FILLER PIC X(26) VALUE "GASSUSPRSHIFT CODE    0601".
009300     05  FILLER PIC X(26) VALUE "GASSUSPRREADING DATE  0708".
009400     05  FILLER PIC X(26) VALUE "GASSUSPRREADING TIME  1506".
009500     05  FILLER PIC X(26) VALUE "GASSUSPRGAS VALUE     2104".
009550     05  FILLER PIC X(26) VALUE "GASSUSPRCARRIER ID    2504".
009600     05  FILLER PIC X(26) VALUE "GASPARMMEFFECTIVE DATE0108".
009700     05  FILLER PIC X(26) VALUE "GASPARMMRATING CODE   0901".
009800     05  FILLER PIC X(26) VALUE "GASPARMMLOW VALUE     1004".
009900     05  FILLER PIC X(26) VALUE "GASPARMMHIGH VALUE    1404".
010000     05  FILLER PIC X(26) VALUE "GASPARMMCHANGED BY    1806".
010100     05  FILLER PIC X(26) VALUE "GASPARMMCHANGED DATE  2408".
010200     05  FILLER PIC X(26) VALUE "GASPARMMCHANGED TIME  3208".
010220     05  FILLER PIC X(26) VALUE "GASPARMMSET STATUS    4001".
010240     05  FILLER PIC X(26) VALUE "GASPARMMAPPROVED BY   4106".
010260     05  FILLER PIC X(26) VALUE "GASPARMMAPPROVED DATE 4708".
010280     05  FILLER PIC X(26) VALUE "GASPARMMAPPROVED TIME 5508".
010300     05  FILLER PIC X(26) VALUE "GASCTLE BUSINESS DATE 0108".
010400     05  FILLER PIC X(26) VALUE "GASCTLE DAY COUNT     0908".
010500     05  FILLER PIC X(26) VALUE "GASCTLE SHIFT 1 CODE  1701".
010600     05  FILLER PIC X(26) VALUE "GASCTLE SHIFT 1 COUNT 1808".
010700     05  FILLER PIC X(26) VALUE "GASCTLE SHIFT 2 CODE  2601".
010800     05  FILLER PIC X(26) VALUE "GASCTLE SHIFT 2 COUNT 2708".
010900     05  FILLER PIC X(26) VALUE "GASCTLE SHIFT 3 CODE  3501".
011000     05  FILLER PIC X(26) VALUE "GASCTLE SHIFT 3 COUNT 3608".
011100     05  FILLER PIC X(26) VALUE "GASRERATFROM DATE     0108".
011200     05  FILLER PIC X(26) VALUE "GASRERATTO DATE       0908".
011300     05  FILLER PIC X(26) VALUE "GASRERATCHANGED COUNT 1708".
011400     05  FILLER PIC X(26) VALUE "GASRERATUNRATABLE     2508".
011412     05  FILLER PIC X(26) VALUE "GASOPERMOPERATOR ID   0106".
011424     05  FILLER PIC X(26) VALUE "GASOPERMOPERATOR NAME 0720".
011436     05  FILLER PIC X(26) VALUE "GASOPERMAUTHORITY     2701".
011448     05  FILLER PIC X(26) VALUE "GASOPERMSTATUS        3201".
011460     05  FILLER PIC X(26) VALUE "GASOPERMWRONG PINS    3302".
011472     05  FILLER PIC X(26) VALUE "GASOPERMLAST ACTIVE   3508".
011484     05  FILLER PIC X(26) VALUE "GASOPERMPIN CHANGE DUE4301".
011486     05  FILLER PIC X(26) VALUE "GASCALM SITE ID       0105".
011488     05  FILLER PIC X(26) VALUE "GASCALM LAST CALIB    0608".
011490     05  FILLER PIC X(26) VALUE "GASCALM NEXT DUE      1408".
011492     05  FILLER PIC X(26) VALUE "GASCALM FACTOR        2205".
011494     05  FILLER PIC X(26) VALUE "GASCALM CERTIFICATE   2712".
011496     05  FILLER PIC X(26) VALUE "GASCALM CHANGED BY    3906".
011498     05  FILLER PIC X(26) VALUE "GASCALM CHANGED ON    4508".
011507     05  FILLER PIC X(26) VALUE "GASCARM CARRIER ID    0104".
011516     05  FILLER PIC X(26) VALUE "GASCARM CARRIER NAME  0530".
011525     05  FILLER PIC X(26) VALUE "GASCARM ACTIVE FLAG   3501".
011534     05  FILLER PIC X(26) VALUE "GASCARM VENDOR NO     3608".
011543     05  FILLER PIC X(26) VALUE "GASCARM PENALTY E     4407".
011552     05  FILLER PIC X(26) VALUE "GASCARM PENALTY G     5107".
011561     05  FILLER PIC X(26) VALUE "GASCARM PENALTY F     5807".
011570     05  FILLER PIC X(26) VALUE "GASCARM PENALTY P     6507".
011579     05  FILLER PIC X(26) VALUE "GASCARM PENALTY U     7207".
011580     05  FILLER PIC X(26) VALUE "GASCLDM SITE ID       0105".
011581     05  FILLER PIC X(26) VALUE "GASCLDM FIRST DATE    0608".
011582     05  FILLER PIC X(26) VALUE "GASCLDM LAST DATE     1408".
011583     05  FILLER PIC X(26) VALUE "GASCLDM ENTRY TYPE    2201".
011584     05  FILLER PIC X(26) VALUE "GASCLDM OPEN SHIFTS   2303".
011585     05  FILLER PIC X(26) VALUE "GASCLDM REASON        2630".
011586     05  FILLER PIC X(26) VALUE "GASCLDM CHANGED BY    5606".
011587     05  FILLER PIC X(26) VALUE "GASCLDM CHANGED ON    6208".
011588     05  FILLER PIC X(26) VALUE "GASMANW SITE ID       0105".
011589     05  FILLER PIC X(26) VALUE "GASMANW DELIVERY DATE 0608".
011590     05  FILLER PIC X(26) VALUE "GASMANW SHIFT CODE    1401".
011591     05  FILLER PIC X(26) VALUE "GASMANW WRITE-OFF BY  1506".
011592     05  FILLER PIC X(26) VALUE "GASMANW WRITE-OFF ON  2108".
011593     05  FILLER PIC X(26) VALUE "GASMANW DELIVERIES    3704".
011594     05  FILLER PIC X(26) VALUE "GASMANW REASON        4130".
011595     05  FILLER PIC X(26) VALUE "GASOPERMALL REGIONS   4401".
011596     05  FILLER PIC X(26) VALUE "GASOPERMREGION 1      4510".
011597     05  FILLER PIC X(26) VALUE "GASOPERMREGION 2      5510".
011598     05  FILLER PIC X(26) VALUE "GASOPERMREGION 3      6510".
011599 01  FIELD-MAP-TABLE REDEFINES FIELD-MAP-VALUES.
011600     05  FIELD-MAP-ENTRY OCCURS 82 TIMES.
011700         10  FM-PROGRAM-ID           PIC X(08).
011800         10  FM-FIELD-LABEL          PIC X(14).
011900         10  FM-OFFSET               PIC 9(02).
012000         10  FM-LENGTH               PIC 9(02).
012100 01  FIELD-MAP-COUNT                 PIC 9(02) VALUE 82 COMP.
012200 01  FIELD-SUB                       PIC 9(02) VALUE ZERO COMP.
012300 01  MAP-MATCH-COUNT                 PIC 9(02) VALUE ZERO COMP.
012400 01  FIELD-BEFORE-VALUE              PIC X(30) VALUE SPACES.
012500 01  FIELD-AFTER-VALUE               PIC X(30) VALUE SPACES.
012600
012700*****************************************************************
012800* SEGREGATION-OF-DUTIES FACTS GATHERED DURING THE SWEEP.  THE
012900* TRAIL IS SORTED BY PROGRAM, SO THE CROSS-PROGRAM RULES ARE
013000* MATCHED FROM THESE TABLES AFTER THE LAST ROW IS READ.
013100*****************************************************************
013200 01  OWN-CERT-TABLE.
013300     05  OWN-CERT-ENTRY OCCURS 100 TIMES.
013400         10  OC-OPERATOR-ID          PIC X(06).
013500         10  OC-AUDIT-DATE           PIC 9(08).
013600         10  OC-PROGRAM-ID           PIC X(08).
013700         10  OC-ACTION               PIC X(10).
013800         10  OC-RECORD-KEY           PIC X(14).
013900 01  OWN-CERT-COUNT                  PIC 9(03) VALUE ZERO COMP.
014000 01  OWN-CERT-SUB                    PIC 9(03) VALUE ZERO COMP.
014100
014200 01  SET-KEYED-TABLE.
014300     05  SET-KEYED-ENTRY OCCURS 200 TIMES.
014400         10  SK-OPERATOR-ID          PIC X(06).
014500         10  SK-EFFECTIVE-DATE       PIC 9(08).
014600         10  SK-AUDIT-STAMP          PIC 9(16).
014700 01  SET-KEYED-COUNT                 PIC 9(03) VALUE ZERO COMP.
014800 01  SET-SUB                         PIC 9(03) VALUE ZERO COMP.
014900
015000 01  RERATE-TABLE.
015100     05  RERATE-ENTRY OCCURS 100 TIMES.
015200         10  RR-OPERATOR-ID          PIC X(06).
015300         10  RR-FROM-DATE            PIC 9(08).
015400         10  RR-TO-DATE              PIC 9(08).
015500         10  RR-AUDIT-STAMP          PIC 9(16).
015600 01  RERATE-COUNT                    PIC 9(03) VALUE ZERO COMP.
015700 01  RERATE-SUB                      PIC 9(03) VALUE ZERO COMP.
015800
015900 01  CTL-ENTRY-TABLE.
016000     05  CTL-ENTRY-ENTRY OCCURS 200 TIMES.
016100         10  CE-OPERATOR-ID          PIC X(06).
016200         10  CE-BUSINESS-DATE        PIC 9(08).
016300 01  CTL-ENTRY-COUNT                 PIC 9(03) VALUE ZERO COMP.
016400 01  CTL-SUB                         PIC 9(03) VALUE ZERO COMP.
016500
016600 01  REPAIR-TABLE.
016700     05  REPAIR-ENTRY OCCURS 500 TIMES.
016800         10  RP-OPERATOR-ID          PIC X(06).
016900         10  RP-READING-DATE         PIC 9(08).
017000         10  RP-REPAIR-COUNT         PIC 9(05).
017100 01  REPAIR-COUNT                    PIC 9(03) VALUE ZERO COMP.
017200 01  REPAIR-SUB                      PIC 9(03) VALUE ZERO COMP.
017300 01  REPAIR-FOUND-SUB                PIC 9(03) VALUE ZERO COMP.
017400
017500 01  AUDIT-STAMP.
017600     05  AS-AUDIT-DATE               PIC 9(08).
017700     05  AS-AUDIT-TIME               PIC 9(08).
017800 01  AUDIT-STAMP-NUM REDEFINES AUDIT-STAMP PIC 9(16).
017900 01  KEY-EFFECTIVE-DATE              PIC X(08).
018000 01  KEY-READING-DATE                PIC X(08).
018100
018200 01  EXAMINED-COUNT                  PIC 9(08) VALUE ZERO COMP.
018300 01  IN-RANGE-COUNT                  PIC 9(08) VALUE ZERO COMP.
018400 01  DIFF-LINE-COUNT                 PIC 9(08) VALUE ZERO COMP.
018500 01  EXCEPTION-COUNT                 PIC 9(06) VALUE ZERO COMP.
018600 01  TABLE-OVERFLOW-COUNT            PIC 9(06) VALUE ZERO COMP.
018700
018800*****************************************************************
018900* PRINT REPORT WORK AREAS
019000*****************************************************************
019100 01  REPORT-HEADING-1.
019200     05  FILLER                      PIC X(31)
019300         VALUE "CHANGE AUDIT TRAIL HISTORY     ".
019400     05  FILLER                      PIC X(09) VALUE SPACES.
019500     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
019600     05  RH1-RUN-DATE                PIC 9(08).
019700
019800 01  REPORT-HEADING-2.
019900     05  FILLER                      PIC X(07) VALUE "PERIOD ".
020000     05  RH2-FROM-DATE               PIC 9(08).
020100     05  FILLER                      PIC X(09) VALUE " THROUGH ".
020200     05  RH2-TO-DATE                 PIC 9(08).
020300
020400 01  REPORT-CHANGE-HEADING.
020500     05  FILLER              PIC X(04) VALUE SPACES.
020600     05  FILLER              PIC X(09) VALUE "DATE     ".
020700     05  FILLER              PIC X(07) VALUE "TIME   ".
020800     05  FILLER              PIC X(11) VALUE "ACTION     ".
020900     05  FILLER              PIC X(10) VALUE "RECORD KEY".
021000
021100 01  REPORT-FIELD-HEADING.
021200     05  FILLER              PIC X(04) VALUE SPACES.
021300     05  FILLER              PIC X(15) VALUE "FIELD          ".
021400     05  FILLER              PIC X(31)
021500         VALUE "BEFORE                         ".
021600     05  FILLER              PIC X(05) VALUE "AFTER".
021700
021800 01  REPORT-PROGRAM-LINE.
021900     05  FILLER              PIC X(08) VALUE "PROGRAM ".
022000     05  RPL-PROGRAM-ID      PIC X(08).
022100
022200 01  REPORT-OPERATOR-LINE.
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  FILLER              PIC X(09) VALUE "OPERATOR ".
022500     05  ROL-OPERATOR-ID     PIC X(06).
022600
022700 01  REPORT-CHANGE-LINE.
022800     05  FILLER              PIC X(04) VALUE SPACES.
022900     05  RCL-AUDIT-DATE      PIC 9(08).
023000     05  FILLER              PIC X(01) VALUE SPACES.
023100     05  RCL-AUDIT-TIME      PIC X(06).
023200     05  FILLER              PIC X(01) VALUE SPACES.
023300     05  RCL-ACTION          PIC X(10).
023400     05  FILLER              PIC X(01) VALUE SPACES.
023500     05  RCL-RECORD-KEY      PIC X(14).
023600
023700 01  REPORT-FIELD-LINE.
023800     05  FILLER              PIC X(04) VALUE SPACES.
023900     05  RFL-FIELD-LABEL     PIC X(14).
024000     05  FILLER              PIC X(01) VALUE SPACES.
024100     05  RFL-BEFORE-VALUE    PIC X(30).
024200     05  FILLER              PIC X(01) VALUE SPACES.
024300     05  RFL-AFTER-VALUE     PIC X(30).
024400
024500 01  REPORT-RAW-LINE.
024600     05  FILLER              PIC X(04) VALUE SPACES.
024700     05  RRL-LABEL           PIC X(07).
024800     05  RRL-IMAGE-PART      PIC X(69).
024900
025000 01  REPORT-EXCEPTION-HEADING.
025100     05  FILLER              PIC X(11) VALUE "RULE       ".
025200     05  FILLER              PIC X(09) VALUE "OPERATOR ".
025300     05  FILLER              PIC X(10) VALUE "DATE      ".
025400     05  FILLER              PIC X(06) VALUE "DETAIL".
025500
025600 01  REPORT-EXCEPTION-LINE.
025700     05  REL-RULE            PIC X(10).
025800     05  FILLER              PIC X(01) VALUE SPACES.
025900     05  REL-OPERATOR-ID     PIC X(06).
026000     05  FILLER              PIC X(03) VALUE SPACES.
026100     05  REL-DATE            PIC 9(08).
026200     05  FILLER              PIC X(02) VALUE SPACES.
026300     05  REL-DETAIL          PIC X(50).
026400
026500 01  REPORT-TOTAL-LINE.
026600     05  RTL-LABEL           PIC X(30).
026700     05  RTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
026800
026900*****************************************************************
027000* LINKAGE SECTION - PARM IS FROM-DATE (8) AND TO-DATE (8), BOTH
027100* YYYYMMDD, WITH THE 2-BYTE LENGTH PREFIX THE SYSTEM SUPPLIES
027200*****************************************************************
027300 LINKAGE SECTION.
027400 01  LK-PARM-AREA.
027500     05  LK-PARM-LENGTH              PIC S9(04) COMP.
027600     05  LK-PARM-TEXT                PIC X(16).
027700
027800 PROCEDURE DIVISION USING LK-PARM-AREA.
027900*****************************************************************
028000* 0000-MAINLINE
028100*****************************************************************
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     IF RUN-IS-ABORTED
028500         GOBACK
028600     END-IF.
028700     PERFORM 2000-SWEEP-AUDIT-TRAIL THRU 2000-EXIT.
028800     PERFORM 3000-PRINT-DUTY-SECTION THRU 3000-EXIT.
028900     PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT.
029000     PERFORM 8000-SET-CONDITION-CODE THRU 8000-EXIT.
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200     GOBACK.
029300
029400*****************************************************************
029500* 1000-INITIALIZE - EDIT THE PARM DATES AND OPEN THE FILES
029600*****************************************************************
029700 1000-INITIALIZE.
029800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
029900     IF LK-PARM-LENGTH < 16
030000         OR LK-PARM-TEXT(1:8) IS NOT NUMERIC
030100         OR LK-PARM-TEXT(9:8) IS NOT NUMERIC
030200         DISPLAY "ERROR - PARM MUST BE FROM-DATE AND TO-DATE, "
030300             "BOTH YYYYMMDD.  RUN ABORTED."
030400         MOVE "Y" TO ABORT-SWITCH
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 1000-EXIT
030700     END-IF.
030800     MOVE LK-PARM-TEXT(1:8) TO RANGE-FROM-DATE.
030900     MOVE LK-PARM-TEXT(9:8) TO RANGE-TO-DATE.
031000     IF RANGE-FROM-DATE > RANGE-TO-DATE
031100         DISPLAY "ERROR - PARM FROM DATE IS AFTER TO DATE.  "
031200             "RUN ABORTED."
031300         MOVE "Y" TO ABORT-SWITCH
031400         MOVE 16 TO RETURN-CODE
031500         GO TO 1000-EXIT
031600     END-IF.
031700     OPEN INPUT AUDIT-TRAIL-FILE.
031800     IF AUDIT-FILE-STATUS NOT = "00"
031900         DISPLAY "ERROR - GASAUDT NOT AVAILABLE, STATUS "
032000             AUDIT-FILE-STATUS ".  RUN ABORTED."
032100         MOVE "Y" TO ABORT-SWITCH
032200         MOVE 16 TO RETURN-CODE
032300         GO TO 1000-EXIT
032400     END-IF.
032500     OPEN OUTPUT GAS-REPORT-FILE.
032600     MOVE TODAY-DATE TO RH1-RUN-DATE.
032700     MOVE REPORT-HEADING-1 TO RPT-PRINT-LINE.
032800     WRITE RPT-PRINT-LINE.
032900     MOVE RANGE-FROM-DATE TO RH2-FROM-DATE.
033000     MOVE RANGE-TO-DATE TO RH2-TO-DATE.
033100     MOVE REPORT-HEADING-2 TO RPT-PRINT-LINE.
033200     WRITE RPT-PRINT-LINE.
033300     MOVE SPACES TO RPT-PRINT-LINE.
033400     WRITE RPT-PRINT-LINE.
033500     MOVE "SECTION 1 - CHANGES BY PROGRAM, OPERATOR AND KEY"
033600         TO RPT-PRINT-LINE.
033700     WRITE RPT-PRINT-LINE.
033800     MOVE REPORT-CHANGE-HEADING TO RPT-PRINT-LINE.
033900     WRITE RPT-PRINT-LINE.
034000     MOVE REPORT-FIELD-HEADING TO RPT-PRINT-LINE.
034100     WRITE RPT-PRINT-LINE.
034200     GO TO 1000-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700* 2000-SWEEP-AUDIT-TRAIL
034800*****************************************************************
034900 2000-SWEEP-AUDIT-TRAIL.
035000     PERFORM 2100-READ-ONE-AUDIT THRU 2100-EXIT.
035100     PERFORM 2200-TAKE-ONE-CHANGE THRU 2200-EXIT
035200         UNTIL AUDIT-AT-EOF.
035300     GO TO 2000-EXIT.
035400 2000-EXIT.
035500     EXIT.
035600
035700 2100-READ-ONE-AUDIT.
035800     READ AUDIT-TRAIL-FILE
035900         AT END
036000             MOVE "Y" TO AUDIT-EOF-SWITCH
036100     END-READ.
036200     GO TO 2100-EXIT.
036300 2100-EXIT.
036400     EXIT.
036500
036600 2200-TAKE-ONE-CHANGE.
036700     ADD 1 TO EXAMINED-COUNT.
036800     IF AU-AUDIT-DATE < RANGE-FROM-DATE
036900         OR AU-AUDIT-DATE > RANGE-TO-DATE
037000         GO TO 2200-NEXT
037100     END-IF.
037200     ADD 1 TO IN-RANGE-COUNT.
037300     PERFORM 2300-PRINT-BREAKS THRU 2300-EXIT.
037400     PERFORM 2400-PRINT-ONE-CHANGE THRU 2400-EXIT.
037500     PERFORM 2500-NOTE-DUTY-FACTS THRU 2500-EXIT.
037600 2200-NEXT.
037700     PERFORM 2100-READ-ONE-AUDIT THRU 2100-EXIT.
037800     GO TO 2200-EXIT.
037900 2200-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300* 2300-PRINT-BREAKS - A PROGRAM LINE WHEN THE PROGRAM CHANGES AND
038400* AN OPERATOR LINE WHEN THE OPERATOR (OR THE PROGRAM) CHANGES
038500*****************************************************************
038600 2300-PRINT-BREAKS.
038700     IF AU-PROGRAM-ID NOT = PREV-PROGRAM-ID
038800         MOVE SPACES TO RPT-PRINT-LINE
038900         WRITE RPT-PRINT-LINE
039000         MOVE AU-PROGRAM-ID TO RPL-PROGRAM-ID
039100         MOVE REPORT-PROGRAM-LINE TO RPT-PRINT-LINE
039200         WRITE RPT-PRINT-LINE
039300         MOVE AU-PROGRAM-ID TO PREV-PROGRAM-ID
039400         MOVE HIGH-VALUES TO PREV-OPERATOR-ID
039500     END-IF.
039600     IF AU-OPERATOR-ID NOT = PREV-OPERATOR-ID
039700         MOVE AU-OPERATOR-ID TO ROL-OPERATOR-ID
039800         MOVE REPORT-OPERATOR-LINE TO RPT-PRINT-LINE
039900         WRITE RPT-PRINT-LINE
040000         MOVE AU-OPERATOR-ID TO PREV-OPERATOR-ID
040100     END-IF.
040200     GO TO 2300-EXIT.
040300 2300-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700* 2400-PRINT-ONE-CHANGE - THE CHANGE LINE, THEN ONE LINE PER FIELD
040800* WHOSE VALUE DIFFERS BETWEEN THE BEFORE AND AFTER IMAGES
040900*****************************************************************
041000 2400-PRINT-ONE-CHANGE.
041100     MOVE AU-AUDIT-DATE TO RCL-AUDIT-DATE.
041200     MOVE AU-AUDIT-TIME(1:6) TO RCL-AUDIT-TIME.
041300     MOVE AU-ACTION TO RCL-ACTION.
041400     MOVE AU-RECORD-KEY TO RCL-RECORD-KEY.
041500     MOVE REPORT-CHANGE-LINE TO RPT-PRINT-LINE.
041600     WRITE RPT-PRINT-LINE.
041700     MOVE ZERO TO MAP-MATCH-COUNT.
041800     PERFORM 2410-DIFF-ONE-FIELD THRU 2410-EXIT
041900         VARYING FIELD-SUB FROM 1 BY 1
042000         UNTIL FIELD-SUB > FIELD-MAP-COUNT.
042100     IF MAP-MATCH-COUNT = ZERO
042200         PERFORM 2420-PRINT-RAW-IMAGES THRU 2420-EXIT
042300     END-IF.
042400     GO TO 2400-EXIT.
042500 2400-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900* 2410-DIFF-ONE-FIELD - AN IMAGE THAT IS ALL SPACES (THE BEFORE OF
043000* AN ADD, THE AFTER OF A REVOKE OR PURGE) PRINTS AS A DASH
043100*****************************************************************
043200 2410-DIFF-ONE-FIELD.
043300     IF FM-PROGRAM-ID (FIELD-SUB) NOT = AU-PROGRAM-ID
043400         GO TO 2410-EXIT
043500     END-IF.
043600     ADD 1 TO MAP-MATCH-COUNT.
043700     MOVE SPACES TO FIELD-BEFORE-VALUE.
043800     MOVE SPACES TO FIELD-AFTER-VALUE.
043900     MOVE AU-BEFORE-IMAGE (FM-OFFSET (FIELD-SUB):
044000         FM-LENGTH (FIELD-SUB)) TO FIELD-BEFORE-VALUE.
044100     MOVE AU-AFTER-IMAGE (FM-OFFSET (FIELD-SUB):
044200         FM-LENGTH (FIELD-SUB)) TO FIELD-AFTER-VALUE.
044300     IF FIELD-BEFORE-VALUE = FIELD-AFTER-VALUE
044400         GO TO 2410-EXIT
044500     END-IF.
044600     IF AU-BEFORE-IMAGE = SPACES
044700         MOVE "-" TO FIELD-BEFORE-VALUE
044800     END-IF.
044900     IF AU-AFTER-IMAGE = SPACES
045000         MOVE "-" TO FIELD-AFTER-VALUE
045100     END-IF.
045200     MOVE FM-FIELD-LABEL (FIELD-SUB) TO RFL-FIELD-LABEL.
045300     MOVE FIELD-BEFORE-VALUE TO RFL-BEFORE-VALUE.
045400     MOVE FIELD-AFTER-VALUE TO RFL-AFTER-VALUE.
045500     MOVE REPORT-FIELD-LINE TO RPT-PRINT-LINE.
045600     WRITE RPT-PRINT-LINE.
045700     ADD 1 TO DIFF-LINE-COUNT.
045800     GO TO 2410-EXIT.
045900 2410-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300* 2420-PRINT-RAW-IMAGES - NO FIELD MAP FOR THE PROGRAM: PRINT THE
046400* IMAGES AS THEY STAND, 69 BYTES TO A LINE
046500*****************************************************************
046600 2420-PRINT-RAW-IMAGES.
046700     MOVE "BEFORE " TO RRL-LABEL.
046800     MOVE AU-BEFORE-IMAGE(1:69) TO RRL-IMAGE-PART.
046900     MOVE REPORT-RAW-LINE TO RPT-PRINT-LINE.
047000     WRITE RPT-PRINT-LINE.
047100     MOVE SPACES TO RRL-LABEL.
047200     MOVE AU-BEFORE-IMAGE(70:11) TO RRL-IMAGE-PART.
047300     MOVE REPORT-RAW-LINE TO RPT-PRINT-LINE.
047400     WRITE RPT-PRINT-LINE.
047500     MOVE "AFTER  " TO RRL-LABEL.
047600     MOVE AU-AFTER-IMAGE(1:69) TO RRL-IMAGE-PART.
047700     MOVE REPORT-RAW-LINE TO RPT-PRINT-LINE.
047800     WRITE RPT-PRINT-LINE.
047900     MOVE SPACES TO RRL-LABEL.
048000     MOVE AU-AFTER-IMAGE(70:11) TO RRL-IMAGE-PART.
048100     MOVE REPORT-RAW-LINE TO RPT-PRINT-LINE.
048200     WRITE RPT-PRINT-LINE.
048300     GO TO 2420-EXIT.
048400 2420-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800* 2500-NOTE-DUTY-FACTS - FILE AWAY WHAT THE SEGREGATION-OF-DUTIES
048900* RULES NEED FROM THIS ROW
049000*****************************************************************
049100 2500-NOTE-DUTY-FACTS.
049200     MOVE AU-AUDIT-DATE TO AS-AUDIT-DATE.
049300     MOVE AU-AUDIT-TIME TO AS-AUDIT-TIME.
049400     EVALUATE TRUE
049500         WHEN (AU-PROGRAM-ID = "GASCERTM" OR "GASCERTL")
049600             AND (AU-ACTION = "ADD" OR "RENEW")
049700             PERFORM 2510-CHECK-OWN-CERT THRU 2510-EXIT
049800         WHEN AU-PROGRAM-ID = "GASPARMM"
049900             AND AU-ACTION = "ADDSET"
050000             PERFORM 2520-NOTE-SET-KEYED THRU 2520-EXIT
050100         WHEN AU-PROGRAM-ID = "GASRERAT"
050200             AND AU-ACTION = "RERATE"
050300             PERFORM 2530-NOTE-RERATE THRU 2530-EXIT
050400         WHEN AU-PROGRAM-ID = "GASCTLE"
050500             AND AU-ACTION = "CTLENTRY"
050600             PERFORM 2540-NOTE-CTL-ENTRY THRU 2540-EXIT
050700         WHEN AU-PROGRAM-ID = "GASSUSPR"
050800             AND AU-ACTION = "CORRECT"
050900             PERFORM 2550-NOTE-REPAIR THRU 2550-EXIT
051000         WHEN OTHER
051100             CONTINUE
051200     END-EVALUATE.
051300     GO TO 2500-EXIT.
051400 2500-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800* 2510-CHECK-OWN-CERT - THE COURSES KEY IS OPERATOR ID PLUS
051900* COURSE ID; AN ADD OR RENEW WHOSE KEY STARTS WITH THE SIGNED-ON
052000* OPERATOR'S OWN ID IS A SELF-GRANTED CERTIFICATION
052100*****************************************************************
052200 2510-CHECK-OWN-CERT.
052300     IF AU-RECORD-KEY(1:6) NOT = AU-OPERATOR-ID
052400         GO TO 2510-EXIT
052500     END-IF.
052600     IF OWN-CERT-COUNT >= 100
052700         ADD 1 TO TABLE-OVERFLOW-COUNT
052800         GO TO 2510-EXIT
052900     END-IF.
053000     ADD 1 TO OWN-CERT-COUNT.
053100     MOVE AU-OPERATOR-ID TO OC-OPERATOR-ID (OWN-CERT-COUNT).
053200     MOVE AU-AUDIT-DATE  TO OC-AUDIT-DATE (OWN-CERT-COUNT).
053300     MOVE AU-PROGRAM-ID  TO OC-PROGRAM-ID (OWN-CERT-COUNT).
053400     MOVE AU-ACTION      TO OC-ACTION (OWN-CERT-COUNT).
053500     MOVE AU-RECORD-KEY  TO OC-RECORD-KEY (OWN-CERT-COUNT).
053600     GO TO 2510-EXIT.
053700 2510-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100* 2520-NOTE-SET-KEYED - GASPARMM AUDITS EACH TIER ROW OF A NEW SET
054200* UNDER THE KEY "YYYYMMDD T"; ONE TABLE ENTRY PER OPERATOR AND
054300* EFFECTIVE DATE, STAMPED WITH THE EARLIEST TIER ROW
054400*****************************************************************
054500 2520-NOTE-SET-KEYED.
054600     MOVE AU-RECORD-KEY(1:8) TO KEY-EFFECTIVE-DATE.
054700     IF KEY-EFFECTIVE-DATE IS NOT NUMERIC
054800         GO TO 2520-EXIT
054900     END-IF.
055000     MOVE "N" TO DUTY-FOUND-SWITCH.
055100     PERFORM 2521-MATCH-ONE-SET THRU 2521-EXIT
055200         VARYING SET-SUB FROM 1 BY 1
055300         UNTIL SET-SUB > SET-KEYED-COUNT
055400         OR DUTY-ROW-FOUND.
055500     IF DUTY-ROW-FOUND
055600         GO TO 2520-EXIT
055700     END-IF.
055800     IF SET-KEYED-COUNT >= 200
055900         ADD 1 TO TABLE-OVERFLOW-COUNT
056000         GO TO 2520-EXIT
056100     END-IF.
056200     ADD 1 TO SET-KEYED-COUNT.
056300     MOVE AU-OPERATOR-ID TO SK-OPERATOR-ID (SET-KEYED-COUNT).
056400     MOVE KEY-EFFECTIVE-DATE
056500         TO SK-EFFECTIVE-DATE (SET-KEYED-COUNT).
056600     MOVE AUDIT-STAMP-NUM TO SK-AUDIT-STAMP (SET-KEYED-COUNT).
056700     GO TO 2520-EXIT.
056800 2520-EXIT.
056900     EXIT.
057000
057100 2521-MATCH-ONE-SET.
057200     IF SK-OPERATOR-ID (SET-SUB) = AU-OPERATOR-ID
057300         AND SK-EFFECTIVE-DATE (SET-SUB) = KEY-EFFECTIVE-DATE
057400         MOVE "Y" TO DUTY-FOUND-SWITCH
057500         IF AUDIT-STAMP-NUM < SK-AUDIT-STAMP (SET-SUB)
057600             MOVE AUDIT-STAMP-NUM TO SK-AUDIT-STAMP (SET-SUB)
057700         END-IF
057800     END-IF.
057900     GO TO 2521-EXIT.
058000 2521-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400* 2530-NOTE-RERATE - GASRERAT AUDITS EACH SWEEP WITH THE PERIOD IN
058500* THE FIRST 16 BYTES OF THE AFTER IMAGE
058600*****************************************************************
058700 2530-NOTE-RERATE.
058800     IF AU-AFTER-IMAGE(1:16) IS NOT NUMERIC
058900         GO TO 2530-EXIT
059000     END-IF.
059100     IF RERATE-COUNT >= 100
059200         ADD 1 TO TABLE-OVERFLOW-COUNT
059300         GO TO 2530-EXIT
059400     END-IF.
059500     ADD 1 TO RERATE-COUNT.
059600     MOVE AU-OPERATOR-ID TO RR-OPERATOR-ID (RERATE-COUNT).
059700     MOVE AU-AFTER-IMAGE(1:8) TO RR-FROM-DATE (RERATE-COUNT).
059800     MOVE AU-AFTER-IMAGE(9:8) TO RR-TO-DATE (RERATE-COUNT).
059900     MOVE AUDIT-STAMP-NUM TO RR-AUDIT-STAMP (RERATE-COUNT).
060000     GO TO 2530-EXIT.
060100 2530-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500* 2540-NOTE-CTL-ENTRY - GASCTLE KEYS ITS ROW ON THE BUSINESS DATE
060600*****************************************************************
060700 2540-NOTE-CTL-ENTRY.
060800     IF AU-RECORD-KEY(1:8) IS NOT NUMERIC
060900         GO TO 2540-EXIT
061000     END-IF.
061100     IF CTL-ENTRY-COUNT >= 200
061200         ADD 1 TO TABLE-OVERFLOW-COUNT
061300         GO TO 2540-EXIT
061400     END-IF.
061500     ADD 1 TO CTL-ENTRY-COUNT.
061600     MOVE AU-OPERATOR-ID TO CE-OPERATOR-ID (CTL-ENTRY-COUNT).
061700     MOVE AU-RECORD-KEY(1:8)
061800         TO CE-BUSINESS-DATE (CTL-ENTRY-COUNT).
061900     GO TO 2540-EXIT.
062000 2540-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400* 2550-NOTE-REPAIR - GASSUSPR KEYS ITS ROW "SITEID YYYYMMDD" ON
062500* THE READING DATE; ONE ENTRY PER OPERATOR AND READING DATE
062600*****************************************************************
062700 2550-NOTE-REPAIR.
062800     MOVE AU-RECORD-KEY(7:8) TO KEY-READING-DATE.
062900     IF KEY-READING-DATE IS NOT NUMERIC
063000         GO TO 2550-EXIT
063100     END-IF.
063200     MOVE ZERO TO REPAIR-FOUND-SUB.
063300     PERFORM 2551-MATCH-ONE-REPAIR THRU 2551-EXIT
063400         VARYING REPAIR-SUB FROM 1 BY 1
063500         UNTIL REPAIR-SUB > REPAIR-COUNT
063600         OR REPAIR-FOUND-SUB > ZERO.
063700     IF REPAIR-FOUND-SUB > ZERO
063800         ADD 1 TO RP-REPAIR-COUNT (REPAIR-FOUND-SUB)
063900         GO TO 2550-EXIT
064000     END-IF.
064100     IF REPAIR-COUNT >= 500
064200         ADD 1 TO TABLE-OVERFLOW-COUNT
064300         GO TO 2550-EXIT
064400     END-IF.
064500     ADD 1 TO REPAIR-COUNT.
064600     MOVE AU-OPERATOR-ID TO RP-OPERATOR-ID (REPAIR-COUNT).
064700     MOVE KEY-READING-DATE TO RP-READING-DATE (REPAIR-COUNT).
064800     MOVE 1 TO RP-REPAIR-COUNT (REPAIR-COUNT).
064900     GO TO 2550-EXIT.
065000 2550-EXIT.
065100     EXIT.
065200
065300 2551-MATCH-ONE-REPAIR.
065400     IF RP-OPERATOR-ID (REPAIR-SUB) = AU-OPERATOR-ID
065500         AND RP-READING-DATE (REPAIR-SUB) = KEY-READING-DATE
065600         MOVE REPAIR-SUB TO REPAIR-FOUND-SUB
065700     END-IF.
065800     GO TO 2551-EXIT.
065900 2551-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300* 3000-PRINT-DUTY-SECTION - SECTION 2, SEGREGATION-OF-DUTIES
066400* EXCEPTIONS FROM THE FACTS GATHERED DURING THE SWEEP
066500*****************************************************************
066600 3000-PRINT-DUTY-SECTION.
066700     MOVE SPACES TO RPT-PRINT-LINE.
066800     WRITE RPT-PRINT-LINE.
066900     MOVE "SECTION 2 - SEGREGATION-OF-DUTIES EXCEPTIONS"
067000         TO RPT-PRINT-LINE.
067100     WRITE RPT-PRINT-LINE.
067200     MOVE REPORT-EXCEPTION-HEADING TO RPT-PRINT-LINE.
067300     WRITE RPT-PRINT-LINE.
067400     PERFORM 3100-PRINT-ONE-OWN-CERT THRU 3100-EXIT
067500         VARYING OWN-CERT-SUB FROM 1 BY 1
067600         UNTIL OWN-CERT-SUB > OWN-CERT-COUNT.
067700     PERFORM 3200-MATCH-SET-TO-RERATE THRU 3200-EXIT
067800         VARYING SET-SUB FROM 1 BY 1
067900         UNTIL SET-SUB > SET-KEYED-COUNT
068000         AFTER RERATE-SUB FROM 1 BY 1
068100         UNTIL RERATE-SUB > RERATE-COUNT.
068200     PERFORM 3300-MATCH-CTL-TO-REPAIR THRU 3300-EXIT
068300         VARYING CTL-SUB FROM 1 BY 1
068400         UNTIL CTL-SUB > CTL-ENTRY-COUNT
068500         AFTER REPAIR-SUB FROM 1 BY 1
068600         UNTIL REPAIR-SUB > REPAIR-COUNT.
068700     IF EXCEPTION-COUNT = ZERO
068800         MOVE "  NONE" TO RPT-PRINT-LINE
068900         WRITE RPT-PRINT-LINE
069000     END-IF.
069100     GO TO 3000-EXIT.
069200 3000-EXIT.
069300     EXIT.
069400
069500 3100-PRINT-ONE-OWN-CERT.
069600     ADD 1 TO EXCEPTION-COUNT.
069700     MOVE "OWN-CERT  " TO REL-RULE.
069800     MOVE OC-OPERATOR-ID (OWN-CERT-SUB) TO REL-OPERATOR-ID.
069900     MOVE OC-AUDIT-DATE (OWN-CERT-SUB) TO REL-DATE.
070000     MOVE SPACES TO REL-DETAIL.
070100     STRING OC-PROGRAM-ID (OWN-CERT-SUB) DELIMITED BY SIZE
070200            " " DELIMITED BY SIZE
070300            OC-ACTION (OWN-CERT-SUB) DELIMITED BY SPACE
070400            " OF OWN COURSES ROW " DELIMITED BY SIZE
070500            OC-RECORD-KEY (OWN-CERT-SUB) DELIMITED BY SIZE
070600         INTO REL-DETAIL.
070700     MOVE REPORT-EXCEPTION-LINE TO RPT-PRINT-LINE.
070800     WRITE RPT-PRINT-LINE.
070900     GO TO 3100-EXIT.
071000 3100-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400* 3200-MATCH-SET-TO-RERATE - THE SUPERVISOR WHO KEYED A BAND SET
071500* LATER REQUESTED A GASRERAT SWEEP WHOSE PERIOD COVERS THE SET'S
071600* EFFECTIVE DATE: THE RETUNE AND ITS CORRECTION WERE ONE PERSON
071700*****************************************************************
071800 3200-MATCH-SET-TO-RERATE.
071900     IF SK-OPERATOR-ID (SET-SUB) NOT = RR-OPERATOR-ID (RERATE-SUB)
072000         GO TO 3200-EXIT
072100     END-IF.
072200     IF SK-EFFECTIVE-DATE (SET-SUB) < RR-FROM-DATE (RERATE-SUB)
072300         OR SK-EFFECTIVE-DATE (SET-SUB) > RR-TO-DATE (RERATE-SUB)
072400         GO TO 3200-EXIT
072500     END-IF.
072600     IF RR-AUDIT-STAMP (RERATE-SUB) < SK-AUDIT-STAMP (SET-SUB)
072700         GO TO 3200-EXIT
072800     END-IF.
072900     ADD 1 TO EXCEPTION-COUNT.
073000     MOVE "SET+RERATE" TO REL-RULE.
073100     MOVE SK-OPERATOR-ID (SET-SUB) TO REL-OPERATOR-ID.
073200     MOVE RR-AUDIT-STAMP (RERATE-SUB) (1:8) TO REL-DATE.
073300     MOVE SPACES TO REL-DETAIL.
073400     STRING "KEYED SET " DELIMITED BY SIZE
073500            SK-EFFECTIVE-DATE (SET-SUB) DELIMITED BY SIZE
073600            ", RE-RATED " DELIMITED BY SIZE
073700            RR-FROM-DATE (RERATE-SUB) DELIMITED BY SIZE
073800            "-" DELIMITED BY SIZE
073900            RR-TO-DATE (RERATE-SUB) DELIMITED BY SIZE
074000         INTO REL-DETAIL.
074100     MOVE REPORT-EXCEPTION-LINE TO RPT-PRINT-LINE.
074200     WRITE RPT-PRINT-LINE.
074300     GO TO 3200-EXIT.
074400 3200-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800* 3300-MATCH-CTL-TO-REPAIR - THE OPERATOR WHO KEYED A DAY'S GATE
074900* COUNTS ALSO REPAIRED SUSPENSE READINGS FOR THAT SAME DAY, SO
075000* ONE PERSON CONTROLLED BOTH SIDES OF THE RECONCILIATION
075100*****************************************************************
075200 3300-MATCH-CTL-TO-REPAIR.
075300     IF CE-OPERATOR-ID (CTL-SUB) NOT = RP-OPERATOR-ID (REPAIR-SUB)
075400         OR CE-BUSINESS-DATE (CTL-SUB)
075500             NOT = RP-READING-DATE (REPAIR-SUB)
075600         GO TO 3300-EXIT
075700     END-IF.
075800     ADD 1 TO EXCEPTION-COUNT.
075900     MOVE "CTL+SUSP  " TO REL-RULE.
076000     MOVE CE-OPERATOR-ID (CTL-SUB) TO REL-OPERATOR-ID.
076100     MOVE CE-BUSINESS-DATE (CTL-SUB) TO REL-DATE.
076200     MOVE SPACES TO REL-DETAIL.
076300     STRING "GATE COUNTS KEYED AND " DELIMITED BY SIZE
076400            RP-REPAIR-COUNT (REPAIR-SUB) DELIMITED BY SIZE
076500            " SUSPENSE REPAIRS, SAME DAY" DELIMITED BY SIZE
076600         INTO REL-DETAIL.
076700     MOVE REPORT-EXCEPTION-LINE TO RPT-PRINT-LINE.
076800     WRITE RPT-PRINT-LINE.
076900     GO TO 3300-EXIT.
077000 3300-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400* 7500-PRINT-TOTALS
077500*****************************************************************
077600 7500-PRINT-TOTALS.
077700     MOVE SPACES TO RPT-PRINT-LINE.
077800     WRITE RPT-PRINT-LINE.
077900     MOVE "AUDIT ROWS EXAMINED           " TO RTL-LABEL.
078000     MOVE EXAMINED-COUNT TO RTL-COUNT.
078100     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
078200     MOVE "CHANGES IN REQUESTED PERIOD   " TO RTL-LABEL.
078300     MOVE IN-RANGE-COUNT TO RTL-COUNT.
078400     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
078500     MOVE "FIELD DIFFERENCES LISTED      " TO RTL-LABEL.
078600     MOVE DIFF-LINE-COUNT TO RTL-COUNT.
078700     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
078800     MOVE "SEGREGATION EXCEPTIONS        " TO RTL-LABEL.
078900     MOVE EXCEPTION-COUNT TO RTL-COUNT.
079000     PERFORM 7510-WRITE-TOTAL-LINE THRU 7510-EXIT.
079100     IF TABLE-OVERFLOW-COUNT > ZERO
079200         DISPLAY "WARNING - DUTY TABLES OVERFLOWED, "
079300             TABLE-OVERFLOW-COUNT " ROWS NOT CHECKED FOR "
079400             "SEGREGATION OF DUTIES."
079500     END-IF.
079600     GO TO 7500-EXIT.
079700 7500-EXIT.
079800     EXIT.
079900
080000 7510-WRITE-TOTAL-LINE.
080100     MOVE REPORT-TOTAL-LINE TO RPT-PRINT-LINE.
080200     WRITE RPT-PRINT-LINE.
080300     GO TO 7510-EXIT.
080400 7510-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800* 8000-SET-CONDITION-CODE - RC=4 WHEN ANY SEGREGATION-OF-DUTIES
080900* EXCEPTION WAS FOUND OR THE DUTY TABLES OVERFLOWED
081000*****************************************************************
081100 8000-SET-CONDITION-CODE.
081200     IF EXCEPTION-COUNT > ZERO
081300         OR TABLE-OVERFLOW-COUNT > ZERO
081400         MOVE 4 TO RETURN-CODE
081500     ELSE
081600         MOVE 0 TO RETURN-CODE
081700     END-IF.
081800     GO TO 8000-EXIT.
081900 8000-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300* 9000-TERMINATE
082400*****************************************************************
082500 9000-TERMINATE.
082600     CLOSE AUDIT-TRAIL-FILE.
082700     CLOSE GAS-REPORT-FILE.
082800     GO TO 9000-EXIT.
082900 9000-EXIT.
083000     EXIT.
083100
083200 END PROGRAM GASAUDR.
