000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  GASSTBD.
000300 AUTHOR.      D R HOLLOWAY.
000400 INSTALLATION. FIELD OPERATIONS - GAS RATING UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY
000900*****************************************************************
001000* 2026-10-15  DRH  ORIGINAL.  SHIFT SUPERVISOR STATUS BOARD,
001100*                  GASMENU OPTION 5.  AT HANDOVER THE QUESTION
001200*                  "ARE WE OK?" MEANT LOOKING IN FIVE PLACES --
001300*                  THE GASSHFT SHIFT ROWS, THE LAST RUN'S GASALRT
001400*                  ALERTS, THE GASSUSP SUSPENSE BACKLOG, THE
001500*                  GASOUT FLEET OUTSTANDING ITEMS AND THE GASDAYR
001600*                  CLOSE VERDICTS.  THIS SCREEN READS ALL FIVE
001700*                  AND SHOWS THE CURRENT BUSINESS DAY (THE GASCTL
001800*                  GATE CONTROL DATE, OR TODAY WITHOUT ONE) AND
001900*                  THE TWO DAYS BEFORE IT: WHICH SHIFTS POSTED
002000*                  AND WHETHER THEY RECONCILED, THE ALERTS BY
002100*                  CODE, THE SUSPENSE ROWS BY REASON WITH THE
002200*                  OLDEST AGE, THE FLEET ITEMS PAST THE AGE LIMIT
002300*                  AND WHETHER THE DAY HAS CLOSED.  SUSPENSE AND
002400*                  FLEET ITEMS FOR EARLIER DAYS ARE SHOWN AS ONE
002500*                  BACKLOG BLOCK.  EVERY LINE IS NUMBERED; KEYING
002600*                  ITS NUMBER LISTS THE ROWS BEHIND IT.  SHIFTS
002700*                  THE GASCLDR CALENDAR EXCUSES ARE SHOWN AS SUCH
002800*                  (GASCLDK).  A FILE THAT CANNOT BE OPENED IS
002900*                  SHOWN AS NOT AVAILABLE; THE REST OF THE BOARD
003000*                  STILL COMES UP.  READ ONLY.
003014* 2026-10-15  DRH  ALERT LINES NOW COME FROM THE GASALRG ALERT
003028*                  REGISTER RATHER THAN THE LAST RUN'S GASALRT, SO
003042*                  EVERY JOB'S ALERTS SHOW, ON THE BUSINESS DAY
003056*                  THEY ARE ABOUT, WITH HOW MANY ARE NOT YET
003070*                  RESOLVED.  THE DRILL-DOWN SHOWS THE ALERT
003084*                  NUMBER AND STATUS TO USE ON GASALRM.
003086* 2026-10-15  DRH  REQUIRE AN OPERATOR SIGN-ON (GASSIGN) AND COUNT
003088*                  ONLY ALERTS, SUSPENSE AND FLEET ITEMS FOR SITES
003090*                  IN THE OPERATOR'S REGIONS (GASRGNK), ON THE
003092*                  BOARD AND IN THE DRILL-DOWNS.  ROWS WITH NO
003094*                  SITE, SHIFTS AND CLOSES ARE OPERATION-WIDE.
003096* 2026-10-15  DRH  COUNT ONLY UNRESOLVED ALERTS IN THE PER-CODE
003098*                  SLOTS.  NAME GASACKJ AS THE AGE LIMIT'S SOURCE.
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SHIFT-RESULT-FILE ASSIGN TO "GASSHFT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS SHIFT-FILE-STATUS.
004100     SELECT DAY-RESULT-FILE ASSIGN TO "GASDAYR"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS DAYR-FILE-STATUS.
004400     SELECT ALERT-REGISTER-FILE ASSIGN TO "GASALRG"
004500         ORGANIZATION IS INDEXED
004533         ACCESS MODE IS SEQUENTIAL
004566         RECORD KEY IS AR-ALERT-NO
004600         FILE STATUS IS ALRG-FILE-STATUS.
004700     SELECT SUSPENSE-FILE ASSIGN TO "GASSUSP"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS SUSP-FILE-STATUS.
005000     SELECT OUTSTANDING-FILE ASSIGN TO "GASOUT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS OUT-FILE-STATUS.
005300     SELECT GAS-CONTROL-FILE ASSIGN TO "GASCTL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS CTL-FILE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  SHIFT-RESULT-FILE.
006000     COPY GASSHFT.
006100
006200 FD  DAY-RESULT-FILE.
006300     COPY GASDAYR.
006400
006500 FD  ALERT-REGISTER-FILE.
006600     COPY GASALRG.
006700
006800 FD  SUSPENSE-FILE.
006900     COPY GASSUSP.
007000
007100 FD  OUTSTANDING-FILE.
007200     COPY GASOUT.
007300
007400 FD  GAS-CONTROL-FILE.
007500     COPY GASCTL.
007600
007700 WORKING-STORAGE SECTION.
007800 01  SHIFT-FILE-STATUS               PIC X(02).
007900 01  DAYR-FILE-STATUS                PIC X(02).
008000 01  ALRG-FILE-STATUS                PIC X(02).
008100 01  SUSP-FILE-STATUS                PIC X(02).
008200 01  OUT-FILE-STATUS                 PIC X(02).
008300 01  CTL-FILE-STATUS                 PIC X(02).
008400
008500 01  SWITCHES.
008600     05  BOARD-DONE-SWITCH           PIC X(01) VALUE "N".
008700         88  BOARD-IS-DONE           VALUE "Y".
008800     05  SOURCE-EOF-SWITCH           PIC X(01) VALUE "N".
008900         88  SOURCE-AT-EOF           VALUE "Y".
009000     05  DETAIL-DONE-SWITCH          PIC X(01) VALUE "N".
009100         88  DETAIL-IS-DONE          VALUE "Y".
009200     05  SHIFT-AVAIL-SWITCH          PIC X(01) VALUE "N".
009300         88  SHIFT-WAS-AVAILABLE     VALUE "Y".
009400     05  DAYR-AVAIL-SWITCH           PIC X(01) VALUE "N".
009500         88  DAYR-WAS-AVAILABLE      VALUE "Y".
009600     05  ALRG-AVAIL-SWITCH           PIC X(01) VALUE "N".
009700         88  ALRG-WAS-AVAILABLE      VALUE "Y".
009800     05  SUSP-AVAIL-SWITCH           PIC X(01) VALUE "N".
009900         88  SUSP-WAS-AVAILABLE      VALUE "Y".
010000     05  OUT-AVAIL-SWITCH            PIC X(01) VALUE "N".
010100         88  OUT-WAS-AVAILABLE       VALUE "Y".
010110     05  SIGNON-RESULT               PIC X(01) VALUE "N".
010120         88  OPERATOR-SIGNED-ON      VALUE "Y".
010130     05  SCOPE-RESULT                PIC X(01) VALUE "N".
010140         88  SITE-IN-SCOPE           VALUE "Y".
010200
010300*****************************************************************
010400* FLEET ITEMS OLDER THAN THIS MANY DAYS ARE "PAST THE AGE LIMIT".
010500* THE SHARED SOURCE IS THE AGE-LIMIT PARM ON THE ACKSTEP EXEC IN
010550* JCL GASACKJ (PARM='00003').  CHANGE BOTH PLACES TOGETHER.
010600*****************************************************************
010700 01  FLEET-AGE-LIMIT                 PIC 9(05) VALUE 3.
010800
010810 01  PROGRAM-NAME                    PIC X(08) VALUE "GASSTBD".
010820 01  SIGNON-OPERATOR-ID              PIC X(06) VALUE SPACES.
010830 01  SIGNON-AUTHORITY                PIC X(01) VALUE SPACE.
010840 01  SCOPE-REQUEST                   PIC X(01) VALUE SPACE.
010850 01  SCOPE-SITE-ID                   PIC X(05) VALUE SPACES.
010860 01  SCOPE-REGION                    PIC X(10) VALUE SPACES.
010870
010900 01  TODAY-DATE                      PIC 9(08).
011000 01  TODAY-TIME                      PIC 9(08).
011100 01  TODAY-INTEGER                   PIC 9(08) VALUE ZERO COMP.
011200 01  BUSINESS-DATE                   PIC 9(08) VALUE ZERO.
011300 01  BUSINESS-INTEGER                PIC 9(08) VALUE ZERO COMP.
011400 01  BUSINESS-DATE-SOURCE            PIC X(20) VALUE SPACES.
011500 01  FIND-DATE                       PIC 9(08) VALUE ZERO.
011600 01  ITEM-AGE-DAYS                   PIC S9(05) VALUE ZERO COMP.
011700 01  SCREEN-LINE-COUNT               PIC 9(02) VALUE ZERO COMP.
011800 01  DETAIL-COUNT                    PIC 9(06) VALUE ZERO COMP.
011900 01  BOARD-REPLY                     PIC X(02) VALUE SPACES.
012000 01  BOARD-LINE-NO                   PIC 9(02) VALUE ZERO.
012100 01  PAGE-REPLY                      PIC X(01) VALUE SPACE.
012200
012300*****************************************************************
012400* GASCLDK CALL AREA -- THE WHOLE OPERATION (SITE SPACES), ONE
012500* SHIFT AT A TIME
012600*****************************************************************
012700 01  CALENDAR-SITE-ID                PIC X(05) VALUE SPACES.
012800 01  CALENDAR-SHIFT-CODE             PIC X(01) VALUE SPACE.
012900 01  EXCUSED-FLAG                    PIC X(01) VALUE "N".
013000     88  SHIFT-IS-EXCUSED            VALUE "Y".
013100 01  EXCUSE-REASON                   PIC X(30) VALUE SPACES.
013200
013300*****************************************************************
013400* SUSPENSE REASON CODES IN BOARD ORDER.  SLOT 10 TAKES ANY CODE
013500* NOT IN THE LIST.
013600*****************************************************************
013700 01  SUSP-REASON-VALUES              PIC X(20)
013800         VALUE "GRSUSIDUNTBDBTBSCO??".
013900 01  SUSP-REASON-TABLE REDEFINES SUSP-REASON-VALUES.
014000     05  SUSP-REASON-CODE            PIC X(02) OCCURS 10 TIMES.
014100
014200*****************************************************************
014300* BOARD TABLE.  ENTRY 1 IS THE BUSINESS DAY, 2 AND 3 THE TWO DAYS
014400* BEFORE IT, 4 EVERYTHING EARLIER (SUSPENSE AND FLEET ONLY).
014500* DY-SHIFT-STATE: Y/N/U AS SH-RECONCILE-FLAG, "-" NOT POSTED,
014600* "X" EXCUSED BY THE CALENDAR, "M" POSTED MORE THAN ONCE.
014700* DY-CLOSE-STATE: "C" CLOSED, "O" ONLY FAILED CLOSE ATTEMPTS,
014800* SPACE NO CLOSE ATTEMPTED.
014900*****************************************************************
015000 01  BOARD-TABLE.
015100     05  DY-ENTRY OCCURS 4 TIMES.
015200         10  DY-DATE                 PIC 9(08).
015300         10  DY-SHIFT-STATE          PIC X(01) OCCURS 3 TIMES.
015400         10  DY-SHIFT-ROWS           PIC 9(02) COMP
015500                                     OCCURS 3 TIMES.
015600         10  DY-CLOSE-STATE          PIC X(01).
015700         10  DY-ALERT-CODE-COUNT     PIC 9(02) COMP.
015800         10  DY-ALERT-TOTAL          PIC 9(05) COMP.
015850         10  DY-ALERT-UNRESOLVED     PIC 9(05) COMP.
015900         10  DY-ALERT OCCURS 10 TIMES.
016000             15  DY-ALERT-CODE       PIC X(08).
016100             15  DY-ALERT-COUNT      PIC 9(05) COMP.
016200         10  DY-SUSP-COUNT           PIC 9(05) COMP
016300                                     OCCURS 10 TIMES.
016400         10  DY-SUSP-TOTAL           PIC 9(05) COMP.
016500         10  DY-SUSP-OLDEST          PIC 9(05) COMP.
016600         10  DY-FLEET-COUNT          PIC 9(05) COMP.
016700         10  DY-FLEET-OLDEST         PIC 9(05) COMP.
016800 01  DAY-SUB                         PIC 9(01) VALUE ZERO COMP.
016900 01  PICK-DAY-SUB                    PIC 9(01) VALUE ZERO COMP.
017000 01  PICK-KIND                       PIC 9(01) VALUE ZERO COMP.
017100 01  SHIFT-SUB                       PIC 9(01) VALUE ZERO COMP.
017200 01  CODE-SUB                        PIC 9(02) VALUE ZERO COMP.
017300 01  FOUND-SUB                       PIC 9(02) VALUE ZERO COMP.
017400 01  SLOT-SUB                        PIC 9(02) VALUE ZERO COMP.
017500
017600*****************************************************************
017700* BOARD SCREEN LINES
017800*****************************************************************
017900 01  BOARD-HEADING-1.
018000     05  FILLER              PIC X(36)
018100         VALUE "GAS RATING - SHIFT STATUS BOARD".
018200     05  FILLER              PIC X(05) VALUE "AS AT".
018300     05  FILLER              PIC X(01) VALUE SPACES.
018400     05  BH1-TODAY-DATE      PIC 9(08).
018500     05  FILLER              PIC X(01) VALUE SPACES.
018600     05  BH1-TODAY-TIME      PIC 9(04).
018700
018800 01  BOARD-HEADING-2.
018900     05  FILLER              PIC X(13) VALUE "BUSINESS DAY ".
019000     05  BH2-BUSINESS-DATE   PIC 9(08).
019100     05  FILLER              PIC X(02) VALUE SPACES.
019200     05  BH2-SOURCE          PIC X(20).
019300
019400 01  BOARD-LEGEND.
019500     05  FILLER              PIC X(40)
019600         VALUE "SHIFTS: Y BALANCED  N OUT OF BALANCE  U ".
019700     05  FILLER              PIC X(39)
019800         VALUE "NOT RECONCILED  - NOT POSTED  X EXCUSED".
019900
020000 01  BOARD-LEGEND-2.
020100     05  FILLER              PIC X(40)
020200         VALUE "        M POSTED MORE THAN ONCE (WILL NO".
020300     05  FILLER              PIC X(08) VALUE "T CLOSE)".
020400
020500 01  BOARD-DAY-LINE.
020600     05  FILLER              PIC X(05) VALUE "---- ".
020700     05  BDL-LABEL           PIC X(14).
020800     05  BDL-DATE            PIC 9(08).
020900     05  FILLER              PIC X(01) VALUE SPACES.
021000     05  BDL-NOTE            PIC X(20).
021100
021200 01  BOARD-SHIFT-LINE.
021300     05  BSL-LINE-NO         PIC Z9.
021400     05  FILLER              PIC X(12) VALUE "  SHIFTS    ".
021500     05  BSL-SHIFT OCCURS 3 TIMES.
021600         10  BSL-SHIFT-CODE  PIC X(01).
021700         10  BSL-COLON       PIC X(01).
021800         10  BSL-STATE       PIC X(01).
021900         10  BSL-GAP         PIC X(03).
022000
022100 01  BOARD-COUNT-LINE.
022200     05  BCL-LINE-NO         PIC Z9.
022300     05  FILLER              PIC X(02) VALUE SPACES.
022400     05  BCL-LABEL           PIC X(10).
022500     05  BCL-COUNT           PIC ZZZZ9.
022600     05  FILLER              PIC X(01) VALUE SPACES.
022700     05  BCL-TEXT            PIC X(50).
022800
022900 01  BOARD-ALERT-SLOTS.
023000     05  FILLER              PIC X(16) VALUE SPACES.
023100     05  BAS-SLOT OCCURS 4 TIMES.
023200         10  BAS-CODE        PIC X(08).
023300         10  BAS-EQUALS      PIC X(01).
023400         10  BAS-COUNT       PIC ZZZ9.
023500         10  BAS-GAP         PIC X(02).
023600
023700 01  BOARD-SUSP-SLOTS.
023800     05  FILLER              PIC X(16) VALUE SPACES.
023900     05  BSS-SLOT OCCURS 7 TIMES.
024000         10  BSS-CODE        PIC X(02).
024100         10  BSS-EQUALS      PIC X(01).
024200         10  BSS-COUNT       PIC ZZZ9.
024300         10  BSS-GAP         PIC X(01).
024400
024500 01  AGE-TEXT.
024600     05  FILLER              PIC X(07) VALUE "OLDEST ".
024700     05  AGT-DAYS            PIC ZZZZ9.
024800     05  FILLER              PIC X(05) VALUE " DAYS".
024900
025000 01  FLEET-TEXT.
025100     05  FILLER              PIC X(10) VALUE "PAST THE  ".
025200     05  FLT-LIMIT           PIC ZZZZ9.
025300     05  FILLER              PIC X(13) VALUE "-DAY LIMIT,  ".
025400     05  FLT-OLDEST          PIC ZZZZ9.
025500     05  FILLER              PIC X(14) VALUE " DAYS AT MOST ".
025520
025540 01  ALERT-TEXT.
025560     05  ALT-UNRESOLVED      PIC ZZZZ9.
025580     05  FILLER              PIC X(18) VALUE " NOT YET RESOLVED".
025600
025700*****************************************************************
025800* DRILL-DOWN DETAIL LINES
025900*****************************************************************
026000 01  SHIFT-DETAIL-HEADING.
026100     05  FILLER              PIC X(40)
026200         VALUE "SHIFT     E      G      F      P      U ".
026300     05  FILLER              PIC X(36)
026400         VALUE "     READ   REJ   DUP  RECONCILED   ".
026500
026600 01  SHIFT-DETAIL-LINE.
026700     05  FILLER              PIC X(02) VALUE SPACES.
026800     05  SDL-SHIFT-CODE      PIC X(01).
026900     05  FILLER              PIC X(01) VALUE SPACES.
027000     05  SDL-TALLY           PIC ZZZZZ9 OCCURS 5 TIMES.
027100     05  FILLER              PIC X(01) VALUE SPACES.
027200     05  SDL-READ-COUNT      PIC ZZZZZZZ9.
027300     05  SDL-REJECTED        PIC ZZZZZ9.
027400     05  SDL-DUPLICATE       PIC ZZZZZ9.
027500     05  FILLER              PIC X(03) VALUE SPACES.
027600     05  SDL-FLAG            PIC X(01).
027700
027800 01  EXCUSED-DETAIL-LINE.
027900     05  FILLER              PIC X(02) VALUE SPACES.
028000     05  EDL-SHIFT-CODE      PIC X(01).
028100     05  FILLER              PIC X(25)
028200         VALUE "  NOT POSTED - EXCUSED:  ".
028300     05  EDL-REASON          PIC X(30).
028400
028500 01  ALERT-DETAIL-HEADING.
028600     05  FILLER              PIC X(40)
028700         VALUE "ALERT NO CODE     S SH ST COUNT-1  COUNT".
028750     05  FILLER              PIC X(07) VALUE "-2 TEXT".
028800
028900 01  ALERT-DETAIL-LINE.
028933     05  ADL-ALERT-NO        PIC ZZZZZZZ9.
028966     05  FILLER              PIC X(01) VALUE SPACES.
029000     05  ADL-CODE            PIC X(08).
029100     05  FILLER              PIC X(01) VALUE SPACES.
029200     05  ADL-SEVERITY        PIC X(01).
029300     05  FILLER              PIC X(01) VALUE SPACES.
029400     05  ADL-SHIFT-CODE      PIC X(01).
029500     05  FILLER              PIC X(02) VALUE SPACES.
029533     05  ADL-STATUS          PIC X(01).
029566     05  FILLER              PIC X(01) VALUE SPACES.
029600     05  ADL-COUNT-1         PIC ZZZZZZZ9.
029700     05  FILLER              PIC X(01) VALUE SPACES.
029800     05  ADL-COUNT-2         PIC ZZZZZZZ9.
029900     05  FILLER              PIC X(01) VALUE SPACES.
030000     05  ADL-TEXT            PIC X(37).
030100
030200 01  SUSP-DETAIL-HEADING.
030300     05  FILLER              PIC X(40)
030400         VALUE "SITE  SH READ DATE TIME    GAS  RSN REJE".
030500     05  FILLER              PIC X(16) VALUE "CTED     AGE   ".
030600
030700 01  SUSP-DETAIL-LINE.
030800     05  SUL-SITE-ID         PIC X(05).
030900     05  FILLER              PIC X(01) VALUE SPACES.
031000     05  SUL-SHIFT-CODE      PIC X(01).
031100     05  FILLER              PIC X(02) VALUE SPACES.
031200     05  SUL-READING-DATE    PIC X(08).
031300     05  FILLER              PIC X(01) VALUE SPACES.
031400     05  SUL-READING-TIME    PIC X(06).
031500     05  FILLER              PIC X(02) VALUE SPACES.
031600     05  SUL-GAS-VALUE       PIC X(04).
031700     05  FILLER              PIC X(01) VALUE SPACES.
031800     05  SUL-REASON          PIC X(02).
031900     05  FILLER              PIC X(02) VALUE SPACES.
032000     05  SUL-REJECT-DATE     PIC 9(08).
032100     05  FILLER              PIC X(02) VALUE SPACES.
032200     05  SUL-AGE-DAYS        PIC ZZZZ9.
032300
032400 01  FLEET-DETAIL-HEADING.
032500     05  FILLER              PIC X(40)
032600         VALUE "SEQUENCE SITE  READ DATE  GAS R REASON  ".
032700     05  FILLER              PIC X(30)
032800         VALUE "              FIRST     AGE   ".
032900
033000 01  FLEET-DETAIL-LINE.
033100     05  FDL-SEQUENCE-NO     PIC 9(08).
033200     05  FILLER              PIC X(01) VALUE SPACES.
033300     05  FDL-SITE-ID         PIC X(05).
033400     05  FILLER              PIC X(01) VALUE SPACES.
033500     05  FDL-READING-DATE    PIC 9(08).
033600     05  FILLER              PIC X(02) VALUE SPACES.
033700     05  FDL-GAS-VALUE       PIC ZZZ9.
033800     05  FILLER              PIC X(01) VALUE SPACES.
033900     05  FDL-RATING-VALUE    PIC X(01).
034000     05  FILLER              PIC X(01) VALUE SPACES.
034100     05  FDL-REASON          PIC X(20).
034200     05  FILLER              PIC X(02) VALUE SPACES.
034300     05  FDL-FIRST-DATE      PIC 9(08).
034400     05  FILLER              PIC X(02) VALUE SPACES.
034500     05  FDL-AGE-DAYS        PIC ZZZZ9.
034600
034700 01  CLOSE-DETAIL-HEADING.
034800     05  FILLER              PIC X(40)
034900         VALUE "VERDICT      E      G      F      P     ".
035000     05  FILLER              PIC X(34)
035100         VALUE " U     READ   REJ   DUP  EXCUSED  ".
035200
035300 01  CLOSE-DETAIL-LINE.
035400     05  CDL-VERDICT         PIC X(07).
035500     05  CDL-TALLY           PIC ZZZZZZ9 OCCURS 5 TIMES.
035600     05  FILLER              PIC X(01) VALUE SPACES.
035700     05  CDL-READ-COUNT      PIC ZZZZZZZ9.
035800     05  CDL-REJECTED        PIC ZZZZZ9.
035900     05  CDL-DUPLICATE       PIC ZZZZZ9.
036000     05  FILLER              PIC X(06) VALUE SPACES.
036100     05  CDL-EXCUSED         PIC X(01).
036200
036300 PROCEDURE DIVISION.
036400*****************************************************************
036500* 0000-MAINLINE
036600*****************************************************************
036700 0000-MAINLINE.
036800*    WORKING STORAGE KEEPS ITS LAST-USED STATE ACROSS CALLS FROM
036900*    GASMENU, SO THE DONE SWITCH MUST BE RESET ON EVERY ENTRY.
037000     MOVE "N" TO BOARD-DONE-SWITCH.
037010     CALL "GASSIGN" USING PROGRAM-NAME SIGNON-OPERATOR-ID
037020         SIGNON-AUTHORITY SIGNON-RESULT.
037030     IF NOT OPERATOR-SIGNED-ON
037040         DISPLAY "SIGN-ON DENIED - STATUS BOARD CLOSED."
037050         GOBACK
037060     END-IF.
037070     MOVE "L" TO SCOPE-REQUEST.
037080     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
037090         SCOPE-REQUEST SCOPE-SITE-ID SCOPE-REGION SCOPE-RESULT.
037100     PERFORM 1000-BUILD-BOARD THRU 1000-EXIT.
037200     PERFORM 2000-SHOW-BOARD THRU 2000-EXIT
037300         UNTIL BOARD-IS-DONE.
037400     GOBACK.
037500
037600*****************************************************************
037700* 1000-BUILD-BOARD - FIX THE THREE DAYS AND LOAD EVERY SOURCE
037800* INTO THE BOARD TABLE.  ALSO RUN ON A REFRESH.
037900*****************************************************************
038000 1000-BUILD-BOARD.
038100     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
038200     ACCEPT TODAY-TIME FROM TIME.
038300     COMPUTE TODAY-INTEGER =
038400         FUNCTION INTEGER-OF-DATE (TODAY-DATE).
038500     PERFORM 1050-CLEAR-ONE-DAY THRU 1050-EXIT
038600         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 4.
038700     PERFORM 1100-FIX-BUSINESS-DATE THRU 1100-EXIT.
038800     PERFORM 1200-LOAD-SHIFTS THRU 1200-EXIT.
038900     PERFORM 1300-LOAD-CLOSES THRU 1300-EXIT.
039000     PERFORM 1400-LOAD-ALERTS THRU 1400-EXIT.
039100     PERFORM 1500-LOAD-SUSPENSE THRU 1500-EXIT.
039200     PERFORM 1600-LOAD-FLEET THRU 1600-EXIT.
039300     PERFORM 1700-MARK-EXCUSED-SHIFTS THRU 1700-EXIT
039400         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 3.
039500     GO TO 1000-EXIT.
039600 1000-EXIT.
039700     EXIT.
039800
039900 1050-CLEAR-ONE-DAY.
040000     MOVE ZERO   TO DY-DATE (DAY-SUB).
040100     MOVE SPACE  TO DY-CLOSE-STATE (DAY-SUB).
040200     MOVE ZERO   TO DY-ALERT-CODE-COUNT (DAY-SUB).
040300     MOVE ZERO   TO DY-ALERT-TOTAL (DAY-SUB).
040350     MOVE ZERO   TO DY-ALERT-UNRESOLVED (DAY-SUB).
040400     MOVE ZERO   TO DY-SUSP-TOTAL (DAY-SUB).
040500     MOVE ZERO   TO DY-SUSP-OLDEST (DAY-SUB).
040600     MOVE ZERO   TO DY-FLEET-COUNT (DAY-SUB).
040700     MOVE ZERO   TO DY-FLEET-OLDEST (DAY-SUB).
040800     PERFORM 1060-CLEAR-ONE-SHIFT THRU 1060-EXIT
040900         VARYING SHIFT-SUB FROM 1 BY 1 UNTIL SHIFT-SUB > 3.
041000     PERFORM 1070-CLEAR-ONE-CODE THRU 1070-EXIT
041100         VARYING CODE-SUB FROM 1 BY 1 UNTIL CODE-SUB > 10.
041200     GO TO 1050-EXIT.
041300 1050-EXIT.
041400     EXIT.
041500
041600 1060-CLEAR-ONE-SHIFT.
041700     MOVE "-"  TO DY-SHIFT-STATE (DAY-SUB SHIFT-SUB).
041800     MOVE ZERO TO DY-SHIFT-ROWS (DAY-SUB SHIFT-SUB).
041900     GO TO 1060-EXIT.
042000 1060-EXIT.
042100     EXIT.
042200
042300 1070-CLEAR-ONE-CODE.
042400     MOVE SPACES TO DY-ALERT-CODE (DAY-SUB CODE-SUB).
042500     MOVE ZERO   TO DY-ALERT-COUNT (DAY-SUB CODE-SUB).
042600     MOVE ZERO   TO DY-SUSP-COUNT (DAY-SUB CODE-SUB).
042700     GO TO 1070-EXIT.
042800 1070-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200* 1100-FIX-BUSINESS-DATE - THE GATE CLERK'S GASCTL DATE IS THE
043300* DAY BEING WORKED; WITHOUT ONE THE BOARD USES TODAY
043400*****************************************************************
043500 1100-FIX-BUSINESS-DATE.
043600     MOVE TODAY-DATE TO BUSINESS-DATE.
043700     MOVE "(TODAY - NO GASCTL)" TO BUSINESS-DATE-SOURCE.
043800     OPEN INPUT GAS-CONTROL-FILE.
043900     IF CTL-FILE-STATUS = "00"
044000         READ GAS-CONTROL-FILE
044100             AT END
044200                 MOVE "10" TO CTL-FILE-STATUS
044300         END-READ
044400         IF CTL-FILE-STATUS = "00"
044500             AND CT-BUSINESS-DATE IS NUMERIC
044600             AND CT-BUSINESS-DATE > ZERO
044700             MOVE CT-BUSINESS-DATE TO BUSINESS-DATE
044800             MOVE "(GATE CONTROL DATE)" TO BUSINESS-DATE-SOURCE
044900         END-IF
045000         CLOSE GAS-CONTROL-FILE
045100     END-IF.
045200     COMPUTE BUSINESS-INTEGER =
045300         FUNCTION INTEGER-OF-DATE (BUSINESS-DATE).
045400     MOVE BUSINESS-DATE TO DY-DATE (1).
045500     COMPUTE DY-DATE (2) =
045600         FUNCTION DATE-OF-INTEGER (BUSINESS-INTEGER - 1).
045700     COMPUTE DY-DATE (3) =
045800         FUNCTION DATE-OF-INTEGER (BUSINESS-INTEGER - 2).
045900     GO TO 1100-EXIT.
046000 1100-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400* 1200-LOAD-SHIFTS - GASSHFT ROWS FOR THE THREE DAYS
046500*****************************************************************
046600 1200-LOAD-SHIFTS.
046700     MOVE "N" TO SHIFT-AVAIL-SWITCH.
046800     OPEN INPUT SHIFT-RESULT-FILE.
046900     IF SHIFT-FILE-STATUS NOT = "00"
047000         GO TO 1200-EXIT
047100     END-IF.
047200     MOVE "Y" TO SHIFT-AVAIL-SWITCH.
047300     MOVE "N" TO SOURCE-EOF-SWITCH.
047400     PERFORM 1210-READ-SHIFT THRU 1210-EXIT.
047500     PERFORM 1220-TAKE-ONE-SHIFT THRU 1220-EXIT
047600         UNTIL SOURCE-AT-EOF.
047700     CLOSE SHIFT-RESULT-FILE.
047800     GO TO 1200-EXIT.
047900 1200-EXIT.
048000     EXIT.
048100
048200 1210-READ-SHIFT.
048300     READ SHIFT-RESULT-FILE
048400         AT END
048500             MOVE "Y" TO SOURCE-EOF-SWITCH
048600     END-READ.
048700     GO TO 1210-EXIT.
048800 1210-EXIT.
048900     EXIT.
049000
049100 1220-TAKE-ONE-SHIFT.
049200     MOVE SH-RUN-DATE TO FIND-DATE.
049300     PERFORM 1900-FIND-DAY THRU 1900-EXIT.
049400     IF DAY-SUB = ZERO OR DAY-SUB = 4
049500         GO TO 1220-NEXT
049600     END-IF.
049700     IF SH-SHIFT-CODE NOT = "1" AND NOT = "2" AND NOT = "3"
049800         GO TO 1220-NEXT
049900     END-IF.
050000     MOVE SH-SHIFT-CODE TO SHIFT-SUB.
050100     ADD 1 TO DY-SHIFT-ROWS (DAY-SUB SHIFT-SUB).
050200     IF DY-SHIFT-ROWS (DAY-SUB SHIFT-SUB) > 1
050300         MOVE "M" TO DY-SHIFT-STATE (DAY-SUB SHIFT-SUB)
050400     ELSE
050500         MOVE SH-RECONCILE-FLAG
050600             TO DY-SHIFT-STATE (DAY-SUB SHIFT-SUB)
050700     END-IF.
050800 1220-NEXT.
050900     PERFORM 1210-READ-SHIFT THRU 1210-EXIT.
051000     GO TO 1220-EXIT.
051100 1220-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500* 1300-LOAD-CLOSES - GASDAYR ROWS FOR THE THREE DAYS.  ONE "C"
051600* ROW CLOSES THE DAY; "O" ROWS ARE FAILED ATTEMPTS.
051700*****************************************************************
051800 1300-LOAD-CLOSES.
051900     MOVE "N" TO DAYR-AVAIL-SWITCH.
052000     OPEN INPUT DAY-RESULT-FILE.
052100     IF DAYR-FILE-STATUS NOT = "00"
052200         GO TO 1300-EXIT
052300     END-IF.
052400     MOVE "Y" TO DAYR-AVAIL-SWITCH.
052500     MOVE "N" TO SOURCE-EOF-SWITCH.
052600     PERFORM 1310-READ-DAY-RESULT THRU 1310-EXIT.
052700     PERFORM 1320-TAKE-ONE-CLOSE THRU 1320-EXIT
052800         UNTIL SOURCE-AT-EOF.
052900     CLOSE DAY-RESULT-FILE.
053000     GO TO 1300-EXIT.
053100 1300-EXIT.
053200     EXIT.
053300
053400 1310-READ-DAY-RESULT.
053500     READ DAY-RESULT-FILE
053600         AT END
053700             MOVE "Y" TO SOURCE-EOF-SWITCH
053800     END-READ.
053900     GO TO 1310-EXIT.
054000 1310-EXIT.
054100     EXIT.
054200
054300 1320-TAKE-ONE-CLOSE.
054400     MOVE DR-CLOSE-DATE TO FIND-DATE.
054500     PERFORM 1900-FIND-DAY THRU 1900-EXIT.
054600     IF DAY-SUB = ZERO OR DAY-SUB = 4
054700         GO TO 1320-NEXT
054800     END-IF.
054900     IF DR-DAY-CLOSED
055000         MOVE "C" TO DY-CLOSE-STATE (DAY-SUB)
055100     ELSE
055200         IF DY-CLOSE-STATE (DAY-SUB) = SPACE
055300             MOVE "O" TO DY-CLOSE-STATE (DAY-SUB)
055400         END-IF
055500     END-IF.
055600 1320-NEXT.
055700     PERFORM 1310-READ-DAY-RESULT THRU 1310-EXIT.
055800     GO TO 1320-EXIT.
055900 1320-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300* 1400-LOAD-ALERTS - THE GASALRG REGISTER, COUNTED BY CODE ON THE
056400* BUSINESS DAY EACH ALERT IS ABOUT, WITH THE NUMBER NOT YET
056466* RESOLVED.  PAST TEN CODES IN A DAY THE LAST SLOT BECOMES
056532* "OTHER".
056600*****************************************************************
056700 1400-LOAD-ALERTS.
056800     MOVE "N" TO ALRG-AVAIL-SWITCH.
056900     OPEN INPUT ALERT-REGISTER-FILE.
057000     IF ALRG-FILE-STATUS NOT = "00"
057100         GO TO 1400-EXIT
057200     END-IF.
057300     MOVE "Y" TO ALRG-AVAIL-SWITCH.
057400     MOVE "N" TO SOURCE-EOF-SWITCH.
057500     PERFORM 1410-READ-ALERT THRU 1410-EXIT.
057600     PERFORM 1420-TAKE-ONE-ALERT THRU 1420-EXIT
057700         UNTIL SOURCE-AT-EOF.
057800     CLOSE ALERT-REGISTER-FILE.
057900     GO TO 1400-EXIT.
058000 1400-EXIT.
058100     EXIT.
058200
058300 1410-READ-ALERT.
058400     READ ALERT-REGISTER-FILE NEXT RECORD
058500         AT END
058600             MOVE "Y" TO SOURCE-EOF-SWITCH
058700     END-READ.
058800     GO TO 1410-EXIT.
058900 1410-EXIT.
059000     EXIT.
059100
059200 1420-TAKE-ONE-ALERT.
059210     MOVE AR-SITE-ID TO SCOPE-SITE-ID.
059220     PERFORM 1950-CHECK-SCOPE THRU 1950-EXIT.
059230     IF NOT SITE-IN-SCOPE
059240         GO TO 1420-NEXT
059250     END-IF.
059300     MOVE AR-BUSINESS-DATE TO FIND-DATE.
059400     PERFORM 1900-FIND-DAY THRU 1900-EXIT.
059500     IF DAY-SUB = ZERO OR DAY-SUB = 4
059600         GO TO 1420-NEXT
059700     END-IF.
059800     ADD 1 TO DY-ALERT-TOTAL (DAY-SUB).
059825     IF AR-UNRESOLVED
059850         ADD 1 TO DY-ALERT-UNRESOLVED (DAY-SUB)
059875     END-IF.
059877*    THE PER-CODE SLOTS COUNT OPEN ALERTS ONLY.
059880     IF NOT AR-UNRESOLVED
059885         GO TO 1420-NEXT
059890     END-IF.
059900     MOVE ZERO TO FOUND-SUB.
060000     PERFORM 1430-MATCH-ALERT-CODE THRU 1430-EXIT
060100         VARYING CODE-SUB FROM 1 BY 1
060200         UNTIL CODE-SUB > DY-ALERT-CODE-COUNT (DAY-SUB)
060300         OR FOUND-SUB NOT = ZERO.
060400     IF FOUND-SUB = ZERO
060500         IF DY-ALERT-CODE-COUNT (DAY-SUB) < 10
060600             ADD 1 TO DY-ALERT-CODE-COUNT (DAY-SUB)
060700             MOVE DY-ALERT-CODE-COUNT (DAY-SUB) TO FOUND-SUB
060800             MOVE AR-ALERT-CODE
060900                 TO DY-ALERT-CODE (DAY-SUB FOUND-SUB)
061000         ELSE
061100             MOVE 10 TO FOUND-SUB
061200             MOVE "OTHER" TO DY-ALERT-CODE (DAY-SUB FOUND-SUB)
061300         END-IF
061400     END-IF.
061500     ADD 1 TO DY-ALERT-COUNT (DAY-SUB FOUND-SUB).
061600 1420-NEXT.
061700     PERFORM 1410-READ-ALERT THRU 1410-EXIT.
061800     GO TO 1420-EXIT.
061900 1420-EXIT.
062000     EXIT.
062100
062200 1430-MATCH-ALERT-CODE.
062300     IF DY-ALERT-CODE (DAY-SUB CODE-SUB) = AR-ALERT-CODE
062400         MOVE CODE-SUB TO FOUND-SUB
062500     END-IF.
062600     GO TO 1430-EXIT.
062700 1430-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100* 1500-LOAD-SUSPENSE - THE WHOLE GASSUSP BACKLOG, PLACED ON THE
063200* DAY OF THE READING (OR, WHEN THE READING'S OWN DATE IS BAD OR
063300* IN THE FUTURE, THE DAY IT WAS REJECTED), AGED OFF THE REJECT
063400* DATE AS GASSUSPB AGES IT
063500*****************************************************************
063600 1500-LOAD-SUSPENSE.
063700     MOVE "N" TO SUSP-AVAIL-SWITCH.
063800     OPEN INPUT SUSPENSE-FILE.
063900     IF SUSP-FILE-STATUS NOT = "00"
064000         GO TO 1500-EXIT
064100     END-IF.
064200     MOVE "Y" TO SUSP-AVAIL-SWITCH.
064300     MOVE "N" TO SOURCE-EOF-SWITCH.
064400     PERFORM 1510-READ-SUSPENSE THRU 1510-EXIT.
064500     PERFORM 1520-TAKE-ONE-SUSPENSE THRU 1520-EXIT
064600         UNTIL SOURCE-AT-EOF.
064700     CLOSE SUSPENSE-FILE.
064800     GO TO 1500-EXIT.
064900 1500-EXIT.
065000     EXIT.
065100
065200 1510-READ-SUSPENSE.
065300     READ SUSPENSE-FILE
065400         AT END
065500             MOVE "Y" TO SOURCE-EOF-SWITCH
065600     END-READ.
065700     GO TO 1510-EXIT.
065800 1510-EXIT.
065900     EXIT.
066000
066100 1520-TAKE-ONE-SUSPENSE.
066200     PERFORM 1530-PLACE-SUSPENSE THRU 1530-EXIT.
066300     IF DAY-SUB = ZERO
066400         GO TO 1520-NEXT
066500     END-IF.
066600     MOVE 10 TO FOUND-SUB.
066700     PERFORM 1540-MATCH-REASON THRU 1540-EXIT
066800         VARYING CODE-SUB FROM 1 BY 1 UNTIL CODE-SUB > 9.
066900     ADD 1 TO DY-SUSP-COUNT (DAY-SUB FOUND-SUB).
067000     ADD 1 TO DY-SUSP-TOTAL (DAY-SUB).
067100     IF ITEM-AGE-DAYS > DY-SUSP-OLDEST (DAY-SUB)
067200         MOVE ITEM-AGE-DAYS TO DY-SUSP-OLDEST (DAY-SUB)
067300     END-IF.
067400 1520-NEXT.
067500     PERFORM 1510-READ-SUSPENSE THRU 1510-EXIT.
067600     GO TO 1520-EXIT.
067700 1520-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100* 1530-PLACE-SUSPENSE - SETS DAY-SUB AND ITEM-AGE-DAYS FOR THE
068200* CURRENT GASSUSP ROW.  SHARED WITH THE DRILL-DOWN.
068250* DAY-SUB STAYS ZERO FOR A SITE OUTSIDE THE OPERATOR'S REGIONS.
068300*****************************************************************
068400 1530-PLACE-SUSPENSE.
068500     MOVE ZERO TO DAY-SUB.
068600     MOVE ZERO TO ITEM-AGE-DAYS.
068610     MOVE SP-SITE-ID TO SCOPE-SITE-ID.
068620     PERFORM 1950-CHECK-SCOPE THRU 1950-EXIT.
068630     IF NOT SITE-IN-SCOPE
068640         GO TO 1530-EXIT
068650     END-IF.
068700     IF SP-REJECT-DATE IS NUMERIC
068800         AND SP-REJECT-DATE > ZERO
068900         COMPUTE ITEM-AGE-DAYS = TODAY-INTEGER
069000             - FUNCTION INTEGER-OF-DATE (SP-REJECT-DATE)
069100     END-IF.
069200     IF ITEM-AGE-DAYS < ZERO
069300         MOVE ZERO TO ITEM-AGE-DAYS
069400     END-IF.
069500     IF SP-READING-DATE IS NUMERIC
069600         AND NOT SP-REJECT-BAD-DATE
069700         MOVE SP-READING-DATE TO FIND-DATE
069800         PERFORM 1900-FIND-DAY THRU 1900-EXIT
069900     END-IF.
070000     IF DAY-SUB = ZERO
070100         AND SP-REJECT-DATE IS NUMERIC
070200         MOVE SP-REJECT-DATE TO FIND-DATE
070300         PERFORM 1900-FIND-DAY THRU 1900-EXIT
070400     END-IF.
070500     GO TO 1530-EXIT.
070600 1530-EXIT.
070700     EXIT.
070800
070900 1540-MATCH-REASON.
071000     IF SUSP-REASON-CODE (CODE-SUB) = SP-REJECT-REASON
071100         MOVE CODE-SUB TO FOUND-SUB
071200     END-IF.
071300     GO TO 1540-EXIT.
071400 1540-EXIT.
071500     EXIT.
071600
071700*****************************************************************
071800* 1600-LOAD-FLEET - GASOUT ITEMS OUTSTANDING PAST THE AGE LIMIT,
071900* AGED OFF THEIR FIRST-REPORTED DATE AS GASACKR AGES THEM AND
072000* PLACED ON THE DAY OF THE READING
072100*****************************************************************
072200 1600-LOAD-FLEET.
072300     MOVE "N" TO OUT-AVAIL-SWITCH.
072400     OPEN INPUT OUTSTANDING-FILE.
072500     IF OUT-FILE-STATUS NOT = "00"
072600         GO TO 1600-EXIT
072700     END-IF.
072800     MOVE "Y" TO OUT-AVAIL-SWITCH.
072900     MOVE "N" TO SOURCE-EOF-SWITCH.
073000     PERFORM 1610-READ-OUTSTANDING THRU 1610-EXIT.
073100     PERFORM 1620-TAKE-ONE-ITEM THRU 1620-EXIT
073200         UNTIL SOURCE-AT-EOF.
073300     CLOSE OUTSTANDING-FILE.
073400     GO TO 1600-EXIT.
073500 1600-EXIT.
073600     EXIT.
073700
073800 1610-READ-OUTSTANDING.
073900     READ OUTSTANDING-FILE
074000         AT END
074100             MOVE "Y" TO SOURCE-EOF-SWITCH
074200     END-READ.
074300     GO TO 1610-EXIT.
074400 1610-EXIT.
074500     EXIT.
074600
074700 1620-TAKE-ONE-ITEM.
074800     PERFORM 1630-PLACE-ITEM THRU 1630-EXIT.
074900     IF DAY-SUB = ZERO
075000         GO TO 1620-NEXT
075100     END-IF.
075200     ADD 1 TO DY-FLEET-COUNT (DAY-SUB).
075300     IF ITEM-AGE-DAYS > DY-FLEET-OLDEST (DAY-SUB)
075400         MOVE ITEM-AGE-DAYS TO DY-FLEET-OLDEST (DAY-SUB)
075500     END-IF.
075600 1620-NEXT.
075700     PERFORM 1610-READ-OUTSTANDING THRU 1610-EXIT.
075800     GO TO 1620-EXIT.
075900 1620-EXIT.
076000     EXIT.
076100
076200*****************************************************************
076300* 1630-PLACE-ITEM - SETS DAY-SUB (ZERO WHEN THE ITEM IS NOT YET
076400* PAST THE LIMIT) AND ITEM-AGE-DAYS FOR THE CURRENT GASOUT ROW.
076500* SHARED WITH THE DRILL-DOWN.
076550* DAY-SUB STAYS ZERO FOR A SITE OUTSIDE THE OPERATOR'S REGIONS.
076600*****************************************************************
076700 1630-PLACE-ITEM.
076800     MOVE ZERO TO DAY-SUB.
076900     MOVE ZERO TO ITEM-AGE-DAYS.
076910     MOVE OT-SITE-ID TO SCOPE-SITE-ID.
076920     PERFORM 1950-CHECK-SCOPE THRU 1950-EXIT.
076930     IF NOT SITE-IN-SCOPE
076940         GO TO 1630-EXIT
076950     END-IF.
077000     IF OT-FIRST-DATE IS NOT NUMERIC
077100         OR OT-FIRST-DATE = ZERO
077200         OR OT-READING-DATE IS NOT NUMERIC
077300         GO TO 1630-EXIT
077400     END-IF.
077500     COMPUTE ITEM-AGE-DAYS = TODAY-INTEGER
077600         - FUNCTION INTEGER-OF-DATE (OT-FIRST-DATE).
077700     IF ITEM-AGE-DAYS NOT > FLEET-AGE-LIMIT
077800         GO TO 1630-EXIT
077900     END-IF.
078000     MOVE OT-READING-DATE TO FIND-DATE.
078100     PERFORM 1900-FIND-DAY THRU 1900-EXIT.
078200     GO TO 1630-EXIT.
078300 1630-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700* 1700-MARK-EXCUSED-SHIFTS - A SHIFT THAT DID NOT POST AND THAT
078800* THE OPERATING CALENDAR SAYS IS NOT WORKED IS EXCUSED, NOT LATE
078900*****************************************************************
079000 1700-MARK-EXCUSED-SHIFTS.
079100     PERFORM 1710-CHECK-ONE-SHIFT THRU 1710-EXIT
079200         VARYING SHIFT-SUB FROM 1 BY 1 UNTIL SHIFT-SUB > 3.
079300     GO TO 1700-EXIT.
079400 1700-EXIT.
079500     EXIT.
079600
079700 1710-CHECK-ONE-SHIFT.
079800     IF DY-SHIFT-STATE (DAY-SUB SHIFT-SUB) NOT = "-"
079900         GO TO 1710-EXIT
080000     END-IF.
080100     MOVE SHIFT-SUB TO CALENDAR-SHIFT-CODE.
080200     CALL "GASCLDK" USING DY-DATE (DAY-SUB) CALENDAR-SITE-ID
080300         CALENDAR-SHIFT-CODE EXCUSED-FLAG EXCUSE-REASON.
080400     IF SHIFT-IS-EXCUSED
080500         MOVE "X" TO DY-SHIFT-STATE (DAY-SUB SHIFT-SUB)
080600     END-IF.
080700     GO TO 1710-EXIT.
080800 1710-EXIT.
080900     EXIT.
081000
081100*****************************************************************
081200* 1900-FIND-DAY - DAY-SUB FOR FIND-DATE: 1-3 FOR THE BOARD DAYS,
081300* 4 FOR ANY EARLIER DATE, ZERO FOR A LATER OR UNUSABLE ONE
081400*****************************************************************
081500 1900-FIND-DAY.
081600     MOVE ZERO TO DAY-SUB.
081700     EVALUATE TRUE
081800         WHEN FIND-DATE = ZERO
081900             CONTINUE
082000         WHEN FIND-DATE = DY-DATE (1)
082100             MOVE 1 TO DAY-SUB
082200         WHEN FIND-DATE = DY-DATE (2)
082300             MOVE 2 TO DAY-SUB
082400         WHEN FIND-DATE = DY-DATE (3)
082500             MOVE 3 TO DAY-SUB
082600         WHEN FIND-DATE < DY-DATE (3)
082700             MOVE 4 TO DAY-SUB
082800         WHEN OTHER
082900             CONTINUE
083000     END-EVALUATE.
083100     GO TO 1900-EXIT.
083200 1900-EXIT.
083300     EXIT.
083305
083310*****************************************************************
083315* 1950-CHECK-SCOPE - IS SCOPE-SITE-ID IN THE OPERATOR'S REGIONS?
083320* A ROW WITH NO SITE BELONGS TO THE WHOLE OPERATION AND IS SHOWN
083325* TO EVERYONE.  OTHER REGIONS' ROWS ARE LEFT OFF QUIETLY.
083330*****************************************************************
083335 1950-CHECK-SCOPE.
083340     MOVE "Y" TO SCOPE-RESULT.
083345     IF SCOPE-SITE-ID = SPACES
083350         GO TO 1950-EXIT
083355     END-IF.
083360     MOVE "F" TO SCOPE-REQUEST.
083365     CALL "GASRGNK" USING PROGRAM-NAME SIGNON-OPERATOR-ID
083370         SCOPE-REQUEST SCOPE-SITE-ID SCOPE-REGION SCOPE-RESULT.
083375     GO TO 1950-EXIT.
083380 1950-EXIT.
083385     EXIT.
083400
083500*****************************************************************
083600* 2000-SHOW-BOARD - PAINT THE BOARD AND TAKE A LINE NUMBER TO
083700* DRILL INTO, R TO REBUILD IT, OR BLANK TO LEAVE
083800*****************************************************************
083900 2000-SHOW-BOARD.
084000     MOVE TODAY-DATE          TO BH1-TODAY-DATE.
084100     MOVE TODAY-TIME(1:4)     TO BH1-TODAY-TIME.
084200     MOVE BUSINESS-DATE       TO BH2-BUSINESS-DATE.
084300     MOVE BUSINESS-DATE-SOURCE TO BH2-SOURCE.
084400     DISPLAY "==============================================".
084500     DISPLAY BOARD-HEADING-1.
084600     DISPLAY BOARD-HEADING-2.
084700     DISPLAY BOARD-LEGEND.
084800     DISPLAY BOARD-LEGEND-2.
084900     PERFORM 2100-SHOW-ONE-DAY THRU 2100-EXIT
085000         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 4.
085100     DISPLAY "==============================================".
085200     DISPLAY "LINE NUMBER FOR DETAIL, R TO REFRESH, BLANK TO "
085300         "EXIT: ".
085400     ACCEPT BOARD-REPLY.
085500     IF BOARD-REPLY = SPACES
085600         MOVE "Y" TO BOARD-DONE-SWITCH
085700         GO TO 2000-EXIT
085800     END-IF.
085900     IF BOARD-REPLY = "R" OR BOARD-REPLY = "r"
086000         PERFORM 1000-BUILD-BOARD THRU 1000-EXIT
086100         GO TO 2000-EXIT
086200     END-IF.
086300     IF BOARD-REPLY(2:1) = SPACE
086400         MOVE BOARD-REPLY(1:1) TO BOARD-REPLY(2:1)
086500         MOVE "0" TO BOARD-REPLY(1:1)
086600     END-IF.
086700     IF BOARD-REPLY IS NOT NUMERIC
086800         DISPLAY "INVALID CHOICE - RE-ENTER."
086900         GO TO 2000-EXIT
087000     END-IF.
087100     MOVE BOARD-REPLY TO BOARD-LINE-NO.
087200     IF BOARD-LINE-NO < 1 OR BOARD-LINE-NO > 20
087300         DISPLAY "NO SUCH LINE - RE-ENTER."
087400         GO TO 2000-EXIT
087500     END-IF.
087600     COMPUTE PICK-DAY-SUB = (BOARD-LINE-NO - 1) / 5 + 1.
087700     COMPUTE PICK-KIND = BOARD-LINE-NO - (PICK-DAY-SUB - 1) * 5.
087800     IF PICK-DAY-SUB = 4
087900         AND PICK-KIND NOT = 3 AND NOT = 4
088000         DISPLAY "NO SUCH LINE - RE-ENTER."
088100         GO TO 2000-EXIT
088200     END-IF.
088300     PERFORM 3000-SHOW-DETAIL THRU 3000-EXIT.
088400     GO TO 2000-EXIT.
088500 2000-EXIT.
088600     EXIT.
088700
088800*****************************************************************
088900* 2100-SHOW-ONE-DAY - LINES ARE NUMBERED (DAY - 1) * 5 + KIND:
089000* 1 SHIFTS, 2 ALERTS, 3 SUSPENSE, 4 FLEET, 5 CLOSE.  THE BACKLOG
089100* BLOCK SHOWS ONLY SUSPENSE AND FLEET.
089200*****************************************************************
089300 2100-SHOW-ONE-DAY.
089400     MOVE SPACES TO BDL-NOTE.
089500     EVALUATE DAY-SUB
089600         WHEN 1
089700             MOVE "BUSINESS DAY  " TO BDL-LABEL
089800             MOVE DY-DATE (1)      TO BDL-DATE
089900         WHEN 4
090000             MOVE "EARLIER THAN  " TO BDL-LABEL
090100             MOVE DY-DATE (3)      TO BDL-DATE
090200             MOVE "(BACKLOG)"      TO BDL-NOTE
090300         WHEN OTHER
090400             MOVE "PRIOR DAY     " TO BDL-LABEL
090500             MOVE DY-DATE (DAY-SUB) TO BDL-DATE
090600     END-EVALUATE.
090700     DISPLAY BOARD-DAY-LINE.
090800     IF DAY-SUB NOT = 4
090900         PERFORM 2200-SHOW-SHIFTS THRU 2200-EXIT
091000         PERFORM 2300-SHOW-ALERTS THRU 2300-EXIT
091100     END-IF.
091200     PERFORM 2400-SHOW-SUSPENSE THRU 2400-EXIT.
091300     PERFORM 2500-SHOW-FLEET THRU 2500-EXIT.
091400     IF DAY-SUB NOT = 4
091500         PERFORM 2600-SHOW-CLOSE THRU 2600-EXIT
091600     END-IF.
091700     GO TO 2100-EXIT.
091800 2100-EXIT.
091900     EXIT.
092000
092100 2200-SHOW-SHIFTS.
092200     COMPUTE BSL-LINE-NO = (DAY-SUB - 1) * 5 + 1.
092300     PERFORM 2210-SHOW-ONE-SHIFT THRU 2210-EXIT
092400         VARYING SHIFT-SUB FROM 1 BY 1 UNTIL SHIFT-SUB > 3.
092500     IF NOT SHIFT-WAS-AVAILABLE
092600         DISPLAY BSL-LINE-NO "  SHIFTS    GASSHFT NOT AVAILABLE"
092700     ELSE
092800         DISPLAY BOARD-SHIFT-LINE
092900     END-IF.
093000     GO TO 2200-EXIT.
093100 2200-EXIT.
093200     EXIT.
093300
093400 2210-SHOW-ONE-SHIFT.
093500     MOVE SHIFT-SUB TO BSL-SHIFT-CODE (SHIFT-SUB).
093600     MOVE ":"       TO BSL-COLON (SHIFT-SUB).
093700     MOVE DY-SHIFT-STATE (DAY-SUB SHIFT-SUB)
093800         TO BSL-STATE (SHIFT-SUB).
093900     MOVE SPACES    TO BSL-GAP (SHIFT-SUB).
094000     GO TO 2210-EXIT.
094100 2210-EXIT.
094200     EXIT.
094300
094400 2300-SHOW-ALERTS.
094500     COMPUTE BCL-LINE-NO = (DAY-SUB - 1) * 5 + 2.
094600     MOVE "ALERTS"   TO BCL-LABEL.
094700     MOVE DY-ALERT-TOTAL (DAY-SUB) TO BCL-COUNT.
094750     MOVE DY-ALERT-UNRESOLVED (DAY-SUB) TO ALT-UNRESOLVED.
094800     MOVE ALERT-TEXT TO BCL-TEXT.
094900     IF NOT ALRG-WAS-AVAILABLE
095000         MOVE ZERO TO BCL-COUNT
095100         MOVE "GASALRG NOT AVAILABLE" TO BCL-TEXT
095200     END-IF.
095300     DISPLAY BOARD-COUNT-LINE.
095400     MOVE ZERO TO SLOT-SUB.
095500     PERFORM 2310-SLOT-ONE-ALERT THRU 2310-EXIT
095600         VARYING CODE-SUB FROM 1 BY 1
095700         UNTIL CODE-SUB > DY-ALERT-CODE-COUNT (DAY-SUB).
095800     IF SLOT-SUB > ZERO
095900         DISPLAY BOARD-ALERT-SLOTS
096000     END-IF.
096100     GO TO 2300-EXIT.
096200 2300-EXIT.
096300     EXIT.
096400
096500 2310-SLOT-ONE-ALERT.
096600     IF SLOT-SUB = ZERO
096700         MOVE SPACES TO BOARD-ALERT-SLOTS
096800     END-IF.
096900     ADD 1 TO SLOT-SUB.
097000     MOVE DY-ALERT-CODE (DAY-SUB CODE-SUB)
097100         TO BAS-CODE (SLOT-SUB).
097200     MOVE "=" TO BAS-EQUALS (SLOT-SUB).
097300     MOVE DY-ALERT-COUNT (DAY-SUB CODE-SUB)
097400         TO BAS-COUNT (SLOT-SUB).
097500     IF SLOT-SUB = 4
097600         DISPLAY BOARD-ALERT-SLOTS
097700         MOVE ZERO TO SLOT-SUB
097800     END-IF.
097900     GO TO 2310-EXIT.
098000 2310-EXIT.
098100     EXIT.
098200
098300 2400-SHOW-SUSPENSE.
098400     COMPUTE BCL-LINE-NO = (DAY-SUB - 1) * 5 + 3.
098500     MOVE "SUSPENSE" TO BCL-LABEL.
098600     MOVE DY-SUSP-TOTAL (DAY-SUB) TO BCL-COUNT.
098700     MOVE DY-SUSP-OLDEST (DAY-SUB) TO AGT-DAYS.
098800     MOVE AGE-TEXT TO BCL-TEXT.
098900     IF DY-SUSP-TOTAL (DAY-SUB) = ZERO
099000         MOVE SPACES TO BCL-TEXT
099100     END-IF.
099200     IF NOT SUSP-WAS-AVAILABLE
099300         MOVE "GASSUSP NOT AVAILABLE" TO BCL-TEXT
099400     END-IF.
099500     DISPLAY BOARD-COUNT-LINE.
099600     MOVE ZERO TO SLOT-SUB.
099700     PERFORM 2410-SLOT-ONE-REASON THRU 2410-EXIT
099800         VARYING CODE-SUB FROM 1 BY 1 UNTIL CODE-SUB > 10.
099900     IF SLOT-SUB > ZERO
100000         DISPLAY BOARD-SUSP-SLOTS
100100     END-IF.
100200     GO TO 2400-EXIT.
100300 2400-EXIT.
100400     EXIT.
100500
100600 2410-SLOT-ONE-REASON.
100700     IF DY-SUSP-COUNT (DAY-SUB CODE-SUB) = ZERO
100800         GO TO 2410-EXIT
100900     END-IF.
101000     IF SLOT-SUB = ZERO
101100         MOVE SPACES TO BOARD-SUSP-SLOTS
101200     END-IF.
101300     ADD 1 TO SLOT-SUB.
101400     MOVE SUSP-REASON-CODE (CODE-SUB) TO BSS-CODE (SLOT-SUB).
101500     MOVE "=" TO BSS-EQUALS (SLOT-SUB).
101600     MOVE DY-SUSP-COUNT (DAY-SUB CODE-SUB)
101700         TO BSS-COUNT (SLOT-SUB).
101800     IF SLOT-SUB = 7
101900         DISPLAY BOARD-SUSP-SLOTS
102000         MOVE ZERO TO SLOT-SUB
102100     END-IF.
102200     GO TO 2410-EXIT.
102300 2410-EXIT.
102400     EXIT.
102500
102600 2500-SHOW-FLEET.
102700     COMPUTE BCL-LINE-NO = (DAY-SUB - 1) * 5 + 4.
102800     MOVE "FLEET" TO BCL-LABEL.
102900     MOVE DY-FLEET-COUNT (DAY-SUB) TO BCL-COUNT.
103000     MOVE FLEET-AGE-LIMIT TO FLT-LIMIT.
103100     MOVE DY-FLEET-OLDEST (DAY-SUB) TO FLT-OLDEST.
103200     MOVE FLEET-TEXT TO BCL-TEXT.
103300     IF DY-FLEET-COUNT (DAY-SUB) = ZERO
103400         MOVE SPACES TO BCL-TEXT
103500     END-IF.
103600     IF NOT OUT-WAS-AVAILABLE
103700         MOVE "GASOUT NOT AVAILABLE" TO BCL-TEXT
103800     END-IF.
103900     DISPLAY BOARD-COUNT-LINE.
104000     GO TO 2500-EXIT.
104100 2500-EXIT.
104200     EXIT.
104300
104400 2600-SHOW-CLOSE.
104500     COMPUTE BCL-LINE-NO = (DAY-SUB - 1) * 5 + 5.
104600     MOVE "CLOSE" TO BCL-LABEL.
104700     MOVE ZERO TO BCL-COUNT.
104800     EVALUATE DY-CLOSE-STATE (DAY-SUB)
104900         WHEN "C"
105000             MOVE "DAY CLOSED" TO BCL-TEXT
105100         WHEN "O"
105200             MOVE "CLOSE ATTEMPTED AND FAILED - NOT CLOSED"
105300                 TO BCL-TEXT
105400         WHEN OTHER
105500             MOVE "NOT YET CLOSED" TO BCL-TEXT
105600     END-EVALUATE.
105700     IF NOT DAYR-WAS-AVAILABLE
105800         MOVE "GASDAYR NOT AVAILABLE" TO BCL-TEXT
105900     END-IF.
106000     DISPLAY BCL-LINE-NO "  " BCL-LABEL "      " BCL-TEXT.
106100     GO TO 2600-EXIT.
106200 2600-EXIT.
106300     EXIT.
106400
106500*****************************************************************
106600* 3000-SHOW-DETAIL - LIST THE ROWS BEHIND ONE BOARD LINE, A
106700* SCREENFUL AT A TIME
106800*****************************************************************
106900 3000-SHOW-DETAIL.
107000     MOVE "N"  TO DETAIL-DONE-SWITCH.
107100     MOVE ZERO TO SCREEN-LINE-COUNT.
107200     MOVE ZERO TO DETAIL-COUNT.
107300     EVALUATE PICK-KIND
107400         WHEN 1
107500             PERFORM 3100-SHIFT-DETAIL THRU 3100-EXIT
107600         WHEN 2
107700             PERFORM 3200-ALERT-DETAIL THRU 3200-EXIT
107800         WHEN 3
107900             PERFORM 3300-SUSPENSE-DETAIL THRU 3300-EXIT
108000         WHEN 4
108100             PERFORM 3400-FLEET-DETAIL THRU 3400-EXIT
108200         WHEN 5
108300             PERFORM 3500-CLOSE-DETAIL THRU 3500-EXIT
108400     END-EVALUATE.
108500     DISPLAY "ROWS LISTED: " DETAIL-COUNT.
108600     DISPLAY "PRESS ENTER TO RETURN TO THE BOARD: ".
108700     ACCEPT PAGE-REPLY.
108800     GO TO 3000-EXIT.
108900 3000-EXIT.
109000     EXIT.
109100
109200 3100-SHIFT-DETAIL.
109300     DISPLAY "SHIFT RESULTS FOR " DY-DATE (PICK-DAY-SUB).
109400     DISPLAY SHIFT-DETAIL-HEADING.
109500     OPEN INPUT SHIFT-RESULT-FILE.
109600     IF SHIFT-FILE-STATUS NOT = "00"
109700         DISPLAY "GASSHFT NOT AVAILABLE, STATUS "
109800             SHIFT-FILE-STATUS
109900         GO TO 3100-EXIT
110000     END-IF.
110100     MOVE "N" TO SOURCE-EOF-SWITCH.
110200     PERFORM 1210-READ-SHIFT THRU 1210-EXIT.
110300     PERFORM 3110-LIST-ONE-SHIFT THRU 3110-EXIT
110400         UNTIL SOURCE-AT-EOF OR DETAIL-IS-DONE.
110500     CLOSE SHIFT-RESULT-FILE.
110600     PERFORM 3120-LIST-ONE-EXCUSE THRU 3120-EXIT
110700         VARYING SHIFT-SUB FROM 1 BY 1 UNTIL SHIFT-SUB > 3.
110800     GO TO 3100-EXIT.
110900 3100-EXIT.
111000     EXIT.
111100
111200 3110-LIST-ONE-SHIFT.
111300     IF SH-RUN-DATE NOT = DY-DATE (PICK-DAY-SUB)
111400         GO TO 3110-NEXT
111500     END-IF.
111600     MOVE SH-SHIFT-CODE      TO SDL-SHIFT-CODE.
111700     MOVE SH-TALLY-E         TO SDL-TALLY (1).
111800     MOVE SH-TALLY-G         TO SDL-TALLY (2).
111900     MOVE SH-TALLY-F         TO SDL-TALLY (3).
112000     MOVE SH-TALLY-P         TO SDL-TALLY (4).
112100     MOVE SH-TALLY-U         TO SDL-TALLY (5).
112200     MOVE SH-READ-COUNT      TO SDL-READ-COUNT.
112300     MOVE SH-TALLY-REJECTED  TO SDL-REJECTED.
112400     MOVE SH-TALLY-DUPLICATE TO SDL-DUPLICATE.
112500     MOVE SH-RECONCILE-FLAG  TO SDL-FLAG.
112600     DISPLAY SHIFT-DETAIL-LINE.
112700     PERFORM 3900-COUNT-DETAIL-LINE THRU 3900-EXIT.
112800 3110-NEXT.
112900     PERFORM 1210-READ-SHIFT THRU 1210-EXIT.
113000     GO TO 3110-EXIT.
113100 3110-EXIT.
113200     EXIT.
113300
113400 3120-LIST-ONE-EXCUSE.
113500     IF DY-SHIFT-STATE (PICK-DAY-SUB SHIFT-SUB) NOT = "X"
113600         GO TO 3120-EXIT
113700     END-IF.
113800     MOVE SHIFT-SUB TO CALENDAR-SHIFT-CODE.
113900     CALL "GASCLDK" USING DY-DATE (PICK-DAY-SUB) CALENDAR-SITE-ID
114000         CALENDAR-SHIFT-CODE EXCUSED-FLAG EXCUSE-REASON.
114100     MOVE CALENDAR-SHIFT-CODE TO EDL-SHIFT-CODE.
114200     MOVE EXCUSE-REASON       TO EDL-REASON.
114300     DISPLAY EXCUSED-DETAIL-LINE.
114400     GO TO 3120-EXIT.
114500 3120-EXIT.
114600     EXIT.
114700
114800 3200-ALERT-DETAIL.
114900     DISPLAY "ALERTS FOR BUSINESS DAY " DY-DATE (PICK-DAY-SUB).
115000     DISPLAY ALERT-DETAIL-HEADING.
115100     OPEN INPUT ALERT-REGISTER-FILE.
115200     IF ALRG-FILE-STATUS NOT = "00"
115300         DISPLAY "GASALRG NOT AVAILABLE, STATUS " ALRG-FILE-STATUS
115400         GO TO 3200-EXIT
115500     END-IF.
115600     MOVE "N" TO SOURCE-EOF-SWITCH.
115700     PERFORM 1410-READ-ALERT THRU 1410-EXIT.
115800     PERFORM 3210-LIST-ONE-ALERT THRU 3210-EXIT
115900         UNTIL SOURCE-AT-EOF OR DETAIL-IS-DONE.
116000     CLOSE ALERT-REGISTER-FILE.
116050     DISPLAY "ACKNOWLEDGE AND RESOLVE ALERTS ON GASALRM".
116100     GO TO 3200-EXIT.
116200 3200-EXIT.
116300     EXIT.
116400
116500 3210-LIST-ONE-ALERT.
116510     MOVE AR-SITE-ID TO SCOPE-SITE-ID.
116520     PERFORM 1950-CHECK-SCOPE THRU 1950-EXIT.
116530     IF NOT SITE-IN-SCOPE
116540         GO TO 3210-NEXT
116550     END-IF.
116600     IF AR-BUSINESS-DATE NOT = DY-DATE (PICK-DAY-SUB)
116700         GO TO 3210-NEXT
116800     END-IF.
116850     MOVE AR-ALERT-NO   TO ADL-ALERT-NO.
116900     MOVE AR-ALERT-CODE TO ADL-CODE.
117000     MOVE AR-SEVERITY   TO ADL-SEVERITY.
117100     MOVE AR-SHIFT-CODE TO ADL-SHIFT-CODE.
117150     MOVE AR-STATUS     TO ADL-STATUS.
117200     MOVE AR-COUNT-1    TO ADL-COUNT-1.
117300     MOVE AR-COUNT-2    TO ADL-COUNT-2.
117400     MOVE AR-TEXT       TO ADL-TEXT.
117500     DISPLAY ALERT-DETAIL-LINE.
117600     PERFORM 3900-COUNT-DETAIL-LINE THRU 3900-EXIT.
117700 3210-NEXT.
117800     PERFORM 1410-READ-ALERT THRU 1410-EXIT.
117900     GO TO 3210-EXIT.
118000 3210-EXIT.
118100     EXIT.
118200
118300 3300-SUSPENSE-DETAIL.
118400     IF PICK-DAY-SUB = 4
118500         DISPLAY "SUSPENSE BACKLOG EARLIER THAN " DY-DATE (3)
118600     ELSE
118700         DISPLAY "SUSPENSE FOR " DY-DATE (PICK-DAY-SUB)
118800     END-IF.
118900     DISPLAY SUSP-DETAIL-HEADING.
119000     OPEN INPUT SUSPENSE-FILE.
119100     IF SUSP-FILE-STATUS NOT = "00"
119200         DISPLAY "GASSUSP NOT AVAILABLE, STATUS " SUSP-FILE-STATUS
119300         GO TO 3300-EXIT
119400     END-IF.
119500     MOVE "N" TO SOURCE-EOF-SWITCH.
119600     PERFORM 1510-READ-SUSPENSE THRU 1510-EXIT.
119700     PERFORM 3310-LIST-ONE-SUSPENSE THRU 3310-EXIT
119800         UNTIL SOURCE-AT-EOF OR DETAIL-IS-DONE.
119900     CLOSE SUSPENSE-FILE.
120000     GO TO 3300-EXIT.
120100 3300-EXIT.
120200     EXIT.
120300
120400 3310-LIST-ONE-SUSPENSE.
120500     PERFORM 1530-PLACE-SUSPENSE THRU 1530-EXIT.
120600     IF DAY-SUB NOT = PICK-DAY-SUB
120700         GO TO 3310-NEXT
120800     END-IF.
120900     MOVE SP-SITE-ID        TO SUL-SITE-ID.
121000     MOVE SP-SHIFT-CODE     TO SUL-SHIFT-CODE.
121100     MOVE SP-READING-DATE   TO SUL-READING-DATE.
121200     MOVE SP-READING-TIME   TO SUL-READING-TIME.
121300     MOVE SP-GAS-VALUE      TO SUL-GAS-VALUE.
121400     MOVE SP-REJECT-REASON  TO SUL-REASON.
121500     MOVE SP-REJECT-DATE    TO SUL-REJECT-DATE.
121600     MOVE ITEM-AGE-DAYS     TO SUL-AGE-DAYS.
121700     DISPLAY SUSP-DETAIL-LINE.
121800     PERFORM 3900-COUNT-DETAIL-LINE THRU 3900-EXIT.
121900 3310-NEXT.
122000     PERFORM 1510-READ-SUSPENSE THRU 1510-EXIT.
122100     GO TO 3310-EXIT.
122200 3310-EXIT.
122300     EXIT.
122400
122500 3400-FLEET-DETAIL.
122600     IF PICK-DAY-SUB = 4
122700         DISPLAY "FLEET ITEMS PAST THE LIMIT, READINGS EARLIER "
122800             "THAN " DY-DATE (3)
122900     ELSE
123000         DISPLAY "FLEET ITEMS PAST THE LIMIT, READINGS OF "
123100             DY-DATE (PICK-DAY-SUB)
123200     END-IF.
123300     DISPLAY FLEET-DETAIL-HEADING.
123400     OPEN INPUT OUTSTANDING-FILE.
123500     IF OUT-FILE-STATUS NOT = "00"
123600         DISPLAY "GASOUT NOT AVAILABLE, STATUS " OUT-FILE-STATUS
123700         GO TO 3400-EXIT
123800     END-IF.
123900     MOVE "N" TO SOURCE-EOF-SWITCH.
124000     PERFORM 1610-READ-OUTSTANDING THRU 1610-EXIT.
124100     PERFORM 3410-LIST-ONE-ITEM THRU 3410-EXIT
124200         UNTIL SOURCE-AT-EOF OR DETAIL-IS-DONE.
124300     CLOSE OUTSTANDING-FILE.
124400     GO TO 3400-EXIT.
124500 3400-EXIT.
124600     EXIT.
124700
124800 3410-LIST-ONE-ITEM.
124900     PERFORM 1630-PLACE-ITEM THRU 1630-EXIT.
125000     IF DAY-SUB NOT = PICK-DAY-SUB
125100         GO TO 3410-NEXT
125200     END-IF.
125300     MOVE OT-SEQUENCE-NO    TO FDL-SEQUENCE-NO.
125400     MOVE OT-SITE-ID        TO FDL-SITE-ID.
125500     MOVE OT-READING-DATE   TO FDL-READING-DATE.
125600     MOVE OT-GAS-VALUE      TO FDL-GAS-VALUE.
125700     MOVE OT-RATING-VALUE   TO FDL-RATING-VALUE.
125800     IF OT-FLEET-REJECTED
125900         MOVE "REJECTED BY FLEET" TO FDL-REASON
126000     ELSE
126100         MOVE "NEVER ACKNOWLEDGED" TO FDL-REASON
126200     END-IF.
126300     MOVE OT-FIRST-DATE     TO FDL-FIRST-DATE.
126400     MOVE ITEM-AGE-DAYS     TO FDL-AGE-DAYS.
126500     DISPLAY FLEET-DETAIL-LINE.
126600     PERFORM 3900-COUNT-DETAIL-LINE THRU 3900-EXIT.
126700 3410-NEXT.
126800     PERFORM 1610-READ-OUTSTANDING THRU 1610-EXIT.
126900     GO TO 3410-EXIT.
127000 3410-EXIT.
127100     EXIT.
127200
127300 3500-CLOSE-DETAIL.
127400     DISPLAY "CLOSE ATTEMPTS FOR " DY-DATE (PICK-DAY-SUB).
127500     DISPLAY CLOSE-DETAIL-HEADING.
127600     OPEN INPUT DAY-RESULT-FILE.
127700     IF DAYR-FILE-STATUS NOT = "00"
127800         DISPLAY "GASDAYR NOT AVAILABLE, STATUS " DAYR-FILE-STATUS
127900         GO TO 3500-EXIT
128000     END-IF.
128100     MOVE "N" TO SOURCE-EOF-SWITCH.
128200     PERFORM 1310-READ-DAY-RESULT THRU 1310-EXIT.
128300     PERFORM 3510-LIST-ONE-CLOSE THRU 3510-EXIT
128400         UNTIL SOURCE-AT-EOF OR DETAIL-IS-DONE.
128500     CLOSE DAY-RESULT-FILE.
128600     GO TO 3500-EXIT.
128700 3500-EXIT.
128800     EXIT.
128900
129000 3510-LIST-ONE-CLOSE.
129100     IF DR-CLOSE-DATE NOT = DY-DATE (PICK-DAY-SUB)
129200         GO TO 3510-NEXT
129300     END-IF.
129400     IF DR-DAY-CLOSED
129500         MOVE "CLOSED"  TO CDL-VERDICT
129600     ELSE
129700         MOVE "FAILED"  TO CDL-VERDICT
129800     END-IF.
129900     MOVE DR-TALLY-E             TO CDL-TALLY (1).
130000     MOVE DR-TALLY-G             TO CDL-TALLY (2).
130100     MOVE DR-TALLY-F             TO CDL-TALLY (3).
130200     MOVE DR-TALLY-P             TO CDL-TALLY (4).
130300     MOVE DR-TALLY-U             TO CDL-TALLY (5).
130400     MOVE DR-READ-COUNT          TO CDL-READ-COUNT.
130500     MOVE DR-REJECTED-COUNT      TO CDL-REJECTED.
130600     MOVE DR-DUPLICATE-COUNT     TO CDL-DUPLICATE.
130700     MOVE DR-EXCUSED-SHIFT-COUNT TO CDL-EXCUSED.
130800     DISPLAY CLOSE-DETAIL-LINE.
130900     PERFORM 3900-COUNT-DETAIL-LINE THRU 3900-EXIT.
131000 3510-NEXT.
131100     PERFORM 1310-READ-DAY-RESULT THRU 1310-EXIT.
131200     GO TO 3510-EXIT.
131300 3510-EXIT.
131400     EXIT.
131500
131600*****************************************************************
131700* 3900-COUNT-DETAIL-LINE - PAUSE EVERY 15 LINES AS GASHINQ DOES
131800*****************************************************************
131900 3900-COUNT-DETAIL-LINE.
132000     ADD 1 TO DETAIL-COUNT.
132100     ADD 1 TO SCREEN-LINE-COUNT.
132200     IF SCREEN-LINE-COUNT < 15
132300         GO TO 3900-EXIT
132400     END-IF.
132500     DISPLAY "PRESS ENTER FOR MORE, X TO END THIS LIST: ".
132600     ACCEPT PAGE-REPLY.
132700     IF PAGE-REPLY = "X" OR PAGE-REPLY = "x"
132800         MOVE "Y" TO DETAIL-DONE-SWITCH
132900     END-IF.
133000     MOVE ZERO TO SCREEN-LINE-COUNT.
133100     GO TO 3900-EXIT.
133200 3900-EXIT.
133300     EXIT.
133400
133500 END PROGRAM GASSTBD.
