002086*                  SUPERSEDED BEFORE A KEYED DATE ARE DROPPED
002087*                  (THE SET STILL IN EFFECT ON THAT DATE IS
002088*                  KEPT), WITH A GASAUDT ROW PER DROPPED TIER.
002089* 2026-10-15  DRH  TWO-PERSON APPROVAL FOR RETUNES.  A NEW SET IS
002090*                  SAVED PENDING (GP-SET-STATUS "P") AND THE
002091*                  RATING PROGRAMS IGNORE IT UNTIL A DIFFERENT
002092*                  SUPERVISOR, SIGNING ON AFRESH THROUGH GASSIGN,
002093*                  APPROVES IT UNDER OPTION 4.  THE REVIEW FIRST
002094*                  RE-RATES A RECENT WINDOW OF GASHIST BATCH
002095*                  READINGS UNDER THE PENDING BANDS AND SHOWS HOW
002096*                  MANY WOULD CHANGE TIER AND THE BEFORE/AFTER
002097*                  E/G/F/P/U MIX BY SITE.  APPROVALS AND
002098*                  REJECTIONS ARE AUDITED TO GASAUDT.  THE PURGE
002099*                  NEVER DROPS OR WEIGHS A PENDING SET.
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
003010     SELECT AUDIT-TRAIL-FILE ASSIGN TO "GASAUDT"
003020         ORGANIZATION IS SEQUENTIAL
003030         FILE STATUS IS AUDIT-FILE-STATUS.
003035     SELECT GAS-HISTORY-FILE ASSIGN TO "GASHIST"
003040         ORGANIZATION IS INDEXED
003045         ACCESS MODE IS DYNAMIC
003050         RECORD KEY IS GH-HISTORY-KEY
003055         ALTERNATE RECORD KEY IS GH-RUN-DATE
003060             WITH DUPLICATES
003065         FILE STATUS IS HIST-FILE-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003520 FD  AUDIT-TRAIL-FILE.
003530     COPY GASAUDT.
003600
003620 FD  GAS-HISTORY-FILE.
003640     COPY GASHREC.
003660
003700 WORKING-STORAGE SECTION.
003800 01  MENU-CHOICE                     PIC 9(01) VALUE ZERO.
003900     88  MENU-DONE                   VALUE 9.
004000 01  PARM-FILE-STATUS                PIC X(02).
004010 01  AUDIT-FILE-STATUS               PIC X(02).
004030 01  HIST-FILE-STATUS                PIC X(02).
004100
004200 01  SWITCHES.
004300     05  PARM-EOF-SWITCH             PIC X(01) VALUE "N".
004600         88  ENTRY-IS-VALID          VALUE "Y".
004610     05  SIGNON-RESULT               PIC X(01) VALUE "N".
004620         88  OPERATOR-SIGNED-ON      VALUE "Y".
004630     05  HIST-EOF-SWITCH             PIC X(01) VALUE "N".
004640         88  HIST-AT-EOF             VALUE "Y".
004650     05  SWEEP-DONE-SWITCH           PIC X(01) VALUE "N".
004660         88  SWEEP-IS-DONE           VALUE "Y".
004700
004800 01  TODAY-DATE                      PIC 9(08).
004900 01  TODAY-TIME                      PIC 9(08).
005400 01  ENTRY-MM                        PIC 9(02) VALUE ZERO.
005500 01  ENTRY-DD                        PIC 9(02) VALUE ZERO.
005600 01  TIER-SUB                        PIC 9(01) VALUE ZERO COMP.
005601
005602*****************************************************************
005603* PENDING-SET REVIEW - THE APPROVING SUPERVISOR'S OWN SIGN-ON,
005604* THE SET UNDER REVIEW AND ITS FIVE BANDS IN E/G/F/P/U ORDER
005605*****************************************************************
005606 01  REVIEW-OPERATOR-ID              PIC X(06) VALUE SPACES.
005607 01  REVIEW-AUTHORITY                PIC X(01) VALUE SPACE.
005608     88  REVIEWER-IS-SUPERVISOR      VALUE "S".
005609 01  REVIEW-RESULT                   PIC X(01) VALUE "N".
005610     88  REVIEWER-SIGNED-ON          VALUE "Y".
005611 01  REVIEW-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
005612 01  REVIEW-KEYED-BY                 PIC X(06) VALUE SPACES.
005613 01  REVIEW-DECISION                 PIC X(01) VALUE SPACE.
005614     88  REVIEW-APPROVED             VALUE "A" "a".
005615     88  REVIEW-REJECTED             VALUE "R" "r".
005616 01  PENDING-LISTED-COUNT            PIC 9(02) VALUE ZERO COMP.
005617 01  DECIDED-RECORD-COUNT            PIC 9(03) VALUE ZERO COMP.
005618 01  PENDING-TIER-FLAGS              PIC X(05) VALUE SPACES.
005619 01  PENDING-SET-TABLE.
005620     05  PENDING-TIER-ENTRY OCCURS 5 TIMES.
005621         10  PT-LOW-VALUE            PIC 9(04).
005622         10  PT-HIGH-VALUE           PIC 9(04).
005623
005624*****************************************************************
005625* IMPACT PREVIEW - THE WINDOW OF GASHIST RUN DATES, THE OVERALL
005626* COUNTS, AND THE BEFORE (AS HISTORY HOLDS IT) AND AFTER (UNDER
005627* THE PENDING SET) E/G/F/P/U MIX, IN TOTAL AND FOR UP TO 500
005628* SITES
005629*****************************************************************
005630 01  ENTRY-WINDOW-DAYS               PIC X(03) VALUE SPACES.
005631 01  ENTRY-WINDOW-DAYS-RIGHT         PIC X(03) JUSTIFIED RIGHT.
005632 01  ENTRY-LENGTH                    PIC 9(02) VALUE ZERO COMP.
005633 01  WINDOW-DAYS                     PIC 9(03) VALUE 28.
005634 01  WINDOW-FROM-DATE                PIC 9(08) VALUE ZERO.
005635 01  WINDOW-INTEGER                  PIC 9(08) VALUE ZERO COMP.
005636 01  BEFORE-SUB                      PIC 9(01) VALUE ZERO COMP.
005637 01  AFTER-SUB                       PIC 9(01) VALUE ZERO COMP.
005638 01  PREVIEW-READ-COUNT              PIC 9(07) VALUE ZERO COMP.
005639 01  PREVIEW-CHANGED-COUNT           PIC 9(07) VALUE ZERO COMP.
005640 01  PREVIEW-NO-BAND-COUNT           PIC 9(07) VALUE ZERO COMP.
005641 01  PREVIEW-UNRATED-COUNT           PIC 9(07) VALUE ZERO COMP.
005642 01  PREVIEW-OVERFLOW-COUNT          PIC 9(07) VALUE ZERO COMP.
005643 01  PREVIEW-COUNT-OUT               PIC Z,ZZZ,ZZ9.
005644 01  PREVIEW-TOTAL-TABLE.
005645     05  PREVIEW-TOTAL-ENTRY OCCURS 5 TIMES.
005646         10  TOTAL-BEFORE-TALLY      PIC 9(07) COMP.
005647         10  TOTAL-AFTER-TALLY       PIC 9(07) COMP.
005648 01  PREVIEW-SITE-TABLE.
005649     05  PREVIEW-SITE-ENTRY OCCURS 500 TIMES.
005650         10  PV-SITE-ID              PIC X(05).
005651         10  PV-CHANGED-COUNT        PIC 9(07) COMP.
005652         10  PV-BEFORE-TALLY         PIC 9(07) COMP
005653                                     OCCURS 5 TIMES.
005654         10  PV-AFTER-TALLY          PIC 9(07) COMP
005655                                     OCCURS 5 TIMES.
005656 01  PREVIEW-SITE-COUNT              PIC 9(03) VALUE ZERO COMP.
005657 01  PV-SUB                          PIC 9(03) VALUE ZERO COMP.
005658 01  PV-FOUND-SUB                    PIC 9(03) VALUE ZERO COMP.
005659 01  PREVIEW-MIX-HEADING.
005660     05  FILLER                      PIC X(26)
005661         VALUE "SITE  MIX         E      G".
005662     05  FILLER                      PIC X(30)
005663         VALUE "      F      P      U  CHANGED".
005664 01  PREVIEW-MIX-LINE.
005665     05  PML-SITE-ID                 PIC X(05).
005666     05  FILLER                      PIC X(01) VALUE SPACE.
005667     05  PML-LABEL                   PIC X(06).
005668     05  PML-TIER-COUNT              PIC ZZZZZZ9 OCCURS 5 TIMES.
005669     05  FILLER                      PIC X(02) VALUE SPACES.
005670     05  PML-CHANGED-AREA            PIC X(07).
005671     05  PML-CHANGED REDEFINES PML-CHANGED-AREA
005672                                     PIC ZZZZZZ9.
005700
005800*****************************************************************
005900* THE NEW BAND SET BEING KEYED, ONE ROW PER TIER, IN THE SAME
006700
006800*****************************************************************
006900* SETS ALREADY ON FILE - EFFECTIVE DATES ONLY, TO REFUSE A
007000* DUPLICATE EFFECTIVE DATE, PLUS THE CHANGE AND APPROVAL STAMPS
007005* FOR LISTING.
007010* 20 ENTRIES BECAUSE THE RATING PROGRAMS LOAD AT MOST 20 SETS
007020* AND ABORT RC=16 PAST THAT -- THIS PROGRAM REFUSES THE 21ST
007030* ADD SO A RETUNE KEYED TODAY CANNOT STOP TONIGHT'S BATCH.
007400         10  PS-EFFECTIVE-DATE       PIC 9(08).
007500         10  PS-CHANGED-BY           PIC X(06).
007600         10  PS-CHANGED-DATE         PIC 9(08).
007620         10  PS-SET-STATUS           PIC X(01).
007640         10  PS-APPROVED-BY          PIC X(06).
007700 01  PARM-SET-COUNT                  PIC 9(02) VALUE ZERO COMP.
007800 01  SET-SUB                         PIC 9(02) VALUE ZERO COMP.
007900 01  SET-FOUND-SUB                   PIC 9(02) VALUE ZERO COMP.
008030* OF 5 TIER ROWS), SO A PURGE HOLDS EVERY RECORD IN CORE,
008040* REWRITES THE FILE KEEPING THE SET IN EFFECT ON THE KEYED
008050* DATE AND EVERYTHING LATER, AND AUDITS EACH DROPPED TIER ROW.
008055* AN APPROVAL OR REJECTION REWRITES THE FILE FROM THE SAME TABLE.
008060*****************************************************************
008070 01  PURGE-HOLD-TABLE.
008080     05  PURGE-HOLD-ROW OCCURS 100 TIMES PIC X(80).
008160 01  AUDIT-ACTION                    PIC X(10) VALUE SPACES.
008170 01  AUDIT-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
008180 01  AUDIT-AFTER-IMAGE               PIC X(80) VALUE SPACES.
008185 01  AUDIT-OPERATOR-ID               PIC X(06) VALUE SPACES.
008190
008195 PROCEDURE DIVISION.
008200*****************************************************************
008760         STOP RUN
008770     END-IF.
008800     PERFORM 1000-LOAD-EXISTING-SETS THRU 1000-EXIT.
008850     MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID.
008900     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
009000         UNTIL MENU-DONE.
009100     STOP RUN.
013800         TO PS-EFFECTIVE-DATE (PARM-SET-COUNT).
013900     MOVE GP-CHANGED-BY   TO PS-CHANGED-BY (PARM-SET-COUNT).
014000     MOVE GP-CHANGED-DATE TO PS-CHANGED-DATE (PARM-SET-COUNT).
014020     MOVE GP-SET-STATUS   TO PS-SET-STATUS (PARM-SET-COUNT).
014040     MOVE GP-APPROVED-BY  TO PS-APPROVED-BY (PARM-SET-COUNT).
014100     GO TO 1100-EXIT.
014200 1100-EXIT.
014300     EXIT.
015900     DISPLAY "   1.  ADD A NEW BAND SET".
016000     DISPLAY "   2.  LIST BAND SETS".
016010     DISPLAY "   3.  PURGE SUPERSEDED SETS".
016030     DISPLAY "   4.  REVIEW PENDING SETS".
016100     DISPLAY "   9.  EXIT".
016200     DISPLAY "==============================================".
016300     DISPLAY "ENTER YOUR CHOICE: ".
016900             PERFORM 4000-LIST-BAND-SETS THRU 4000-EXIT
016910         WHEN 3
016920             PERFORM 5000-PURGE-SETS THRU 5000-EXIT
016940         WHEN 4
016960             PERFORM 6000-REVIEW-PENDING-SET THRU 6000-EXIT
017000         WHEN 9
017100             CONTINUE
017200         WHEN OTHER
017800
017900*****************************************************************
018000* 3000-ADD-BAND-SET - KEY A COMPLETE NEW SET, VALIDATE IT THE
018100* WAY THE RATING RUN WOULD, AND APPEND IT PENDING APPROVAL BY A
018200* SECOND SUPERVISOR.  NOTHING REACHES THE FILE UNLESS THE WHOLE
018250* SET PASSES.
018300*****************************************************************
018400 3000-ADD-BAND-SET.
018500     IF NOT OPERATOR-IS-SUPERVISOR
034800         MOVE SIGNON-OPERATOR-ID
034900             TO PS-CHANGED-BY (PARM-SET-COUNT)
035000         MOVE TODAY-DATE TO PS-CHANGED-DATE (PARM-SET-COUNT)
035020         MOVE "P" TO PS-SET-STATUS (PARM-SET-COUNT)
035040         MOVE SPACES TO PS-APPROVED-BY (PARM-SET-COUNT)
035100     END-IF.
035200     DISPLAY "BAND SET EFFECTIVE " NEW-EFFECTIVE-DATE
035250         " WRITTEN, PENDING APPROVAL BY A SECOND SUPERVISOR "
035300         "(OPTION 4).".
035400     GO TO 3400-EXIT.
035500 3400-EXIT.
035600     EXIT.
036400     MOVE SIGNON-OPERATOR-ID TO GP-CHANGED-BY.
036500     MOVE TODAY-DATE TO GP-CHANGED-DATE.
036600     MOVE TODAY-TIME TO GP-CHANGED-TIME.
036620     MOVE "P" TO GP-SET-STATUS.
036640     MOVE ZERO TO GP-APPROVED-DATE GP-APPROVED-TIME.
036700     WRITE GP-PARM-RECORD.
036710     MOVE "ADDSET    " TO AUDIT-ACTION.
036720     MOVE SPACES TO AUDIT-BEFORE-IMAGE.
037100
037200*****************************************************************
037300* 4000-LIST-BAND-SETS - EVERY SET ON FILE WITH ITS CHANGE STAMP
037350* AND WHETHER IT IS APPROVED OR STILL PENDING
037400*****************************************************************
037500 4000-LIST-BAND-SETS.
037600     IF PARM-SET-COUNT = ZERO
038800     DISPLAY "EFFECTIVE " PS-EFFECTIVE-DATE (SET-SUB)
038900         "  KEYED BY " PS-CHANGED-BY (SET-SUB)
039000         " ON " PS-CHANGED-DATE (SET-SUB).
039005     EVALUATE PS-SET-STATUS (SET-SUB)
039010         WHEN "P"
039015             DISPLAY "          PENDING APPROVAL - NOT IN FORCE"
039020         WHEN "A"
039025             DISPLAY "          APPROVED BY "
039030                 PS-APPROVED-BY (SET-SUB)
039035         WHEN OTHER
039040             DISPLAY "          IN FORCE - KEYED BEFORE APPROVAL "
039045                 "WAS REQUIRED"
039050     END-EVALUATE.
039100     GO TO 4100-EXIT.
039200 4100-EXIT.
039300     EXIT.
039400
039401 5105-WEIGH-IF-APPROVED.
039402*    A SET STILL PENDING APPROVAL IS NEVER IN EFFECT.
039403     IF PS-SET-STATUS (SET-SUB) NOT = "P"
039404         PERFORM 5110-WEIGH-ONE-SET THRU 5110-EXIT
039405     END-IF.
039406     GO TO 5105-EXIT.
039407 5105-EXIT.
039408     EXIT.
039409
039410*****************************************************************
039411* 5000-PURGE-SETS - SUPERVISOR-ONLY PURGE OF SUPERSEDED BAND
039412* SETS, SO THE 20-SET CAP THE RATING PROGRAMS ENFORCE CAN NEVER
039414* DATE IS KEPT (DROPPING IT WOULD LEAVE EVERY DATE BEFORE THE
039415* NEXT SET WITH NO REGIME AT ALL), AS IS EVERYTHING LATER; ONLY
039416* SETS SUPERSEDED BEFORE THAT ARE DROPPED, AND EVERY DROPPED
039417* TIER ROW IS AUDITED TO GASAUDT.  PENDING SETS ARE NEVER DROPPED.
039418*****************************************************************
039419 5000-PURGE-SETS.
039420     IF NOT OPERATOR-IS-SUPERVISOR
039431         GO TO 5000-EXIT
039432     END-IF.
039433     MOVE ZERO TO KEEP-FROM-DATE.
039434     PERFORM 5105-WEIGH-IF-APPROVED THRU 5105-EXIT
039435         VARYING SET-SUB FROM 1 BY 1
039436         UNTIL SET-SUB > PARM-SET-COUNT.
039437     IF KEEP-FROM-DATE = ZERO
039484*****************************************************************
039485* 5110-WEIGH-ONE-SET - THE LATEST EFFECTIVE DATE NOT AFTER THE
039486* PURGE DATE IS THE SET STILL IN EFFECT THERE; IT IS THE
039487* EARLIEST SET KEPT.  ONLY APPROVED SETS ARE EVER IN EFFECT.
039488*****************************************************************
039489 5110-WEIGH-ONE-SET.
039490     IF PS-EFFECTIVE-DATE (SET-SUB) <= PURGE-DATE
039498*****************************************************************
039499* 5200-LOAD-HOLD-TABLE - EVERY RECORD INTO CORE BEFORE THE FILE
039500* IS REWRITTEN.  MORE THAN 100 RECORDS CANNOT HAPPEN UNDER THE
039501* 20-SET CAP; IF IT EVER DOES, THE PURGE OR REVIEW IS
039502* CANCELLED RATHER THAN REWRITING A FILE ONLY PARTLY HELD.
039503*****************************************************************
039504 5200-LOAD-HOLD-TABLE.
039505     MOVE ZERO TO HOLD-STORED-COUNT.
039507     OPEN INPUT GAS-PARM-FILE.
039508     IF PARM-FILE-STATUS NOT = "00"
039509         DISPLAY "GASPARM NOT AVAILABLE, STATUS "
039510             PARM-FILE-STATUS " - NOTHING CHANGED."
039511         MOVE "N" TO ENTRY-VALID-SWITCH
039512         GO TO 5200-EXIT
039513     END-IF.
039525             GO TO 5210-EXIT
039526     END-READ.
039527     IF HOLD-STORED-COUNT >= 100
039528         DISPLAY "MORE THAN 100 GASPARM RECORDS - NOTHING "
039529             "CHANGED."
039530         MOVE "N" TO ENTRY-VALID-SWITCH
039531         GO TO 5210-EXIT
039532     END-IF.
039559
039560 5310-SETTLE-ONE-RECORD.
039561     MOVE PURGE-HOLD-ROW (HOLD-SUB) TO GP-PARM-RECORD.
039562     IF GP-EFFECTIVE-DATE >= KEEP-FROM-DATE OR GP-SET-PENDING
039563         WRITE GP-PARM-RECORD
039564         ADD 1 TO KEPT-RECORD-COUNT
039565     ELSE
039574     EXIT.
039575
039576*****************************************************************
039577* 8000-WRITE-AUDIT - ONE GASAUDT ROW PER TIER ROW WRITTEN, PURGED,
039578* APPROVED OR REJECTED: WHO, WHEN, AND THE BAND VALUES.  THE
039579* CALLER SETS AUDIT-ACTION, AUDIT-OPERATOR-ID AND THE IMAGES; THE
039580* KEY COMES FROM THE TIER RECORD IN THE FD AREA.  A TRAIL THAT
039581* CANNOT BE WRITTEN IS REPORTED BUT DOES NOT UNDO THE CHANGE.
039582*****************************************************************
039583 8000-WRITE-AUDIT.
039584     OPEN EXTEND AUDIT-TRAIL-FILE.
039593     MOVE SPACES             TO AU-AUDIT-RECORD.
039594     MOVE TODAY-DATE         TO AU-AUDIT-DATE.
039595     MOVE TODAY-TIME         TO AU-AUDIT-TIME.
039596     MOVE AUDIT-OPERATOR-ID  TO AU-OPERATOR-ID.
039597     MOVE PROGRAM-NAME       TO AU-PROGRAM-ID.
039598     MOVE AUDIT-ACTION       TO AU-ACTION.
039599     MOVE SPACES             TO AU-RECORD-KEY.
039609 8000-EXIT.
039610     EXIT.
039611
039620*****************************************************************
039630* 6000-REVIEW-PENDING-SET - THE SECOND HALF OF THE TWO-PERSON
039640* RULE.  A SUPERVISOR OTHER THAN THE ONE WHO KEYED THE SET SIGNS
039650* ON AFRESH THROUGH GASSIGN, SEES WHAT THE PENDING SET WOULD DO
039660* TO A RECENT WINDOW OF GASHIST, AND APPROVES OR REJECTS IT.  AN
039670* APPROVED SET GOES INTO FORCE FOR THE RATING PROGRAMS FROM ITS
039680* EFFECTIVE DATE; A REJECTED SET IS DROPPED, SO THE DATE CAN BE
039690* KEYED AGAIN.  EITHER DECISION IS AUDITED PER TIER TO GASAUDT
039700* UNDER THE REVIEWER'S ID.
039710*****************************************************************
039720 6000-REVIEW-PENDING-SET.
039730     MOVE ZERO TO PENDING-LISTED-COUNT.
039740     PERFORM 6010-LIST-ONE-PENDING THRU 6010-EXIT
039750         VARYING SET-SUB FROM 1 BY 1
039760         UNTIL SET-SUB > PARM-SET-COUNT.
039770     IF PENDING-LISTED-COUNT = ZERO
039780         DISPLAY "NO BAND SETS ARE AWAITING APPROVAL."
039790         GO TO 6000-EXIT
039800     END-IF.
039810     PERFORM 6100-GET-REVIEW-DATE THRU 6100-EXIT.
039820     IF NOT ENTRY-IS-VALID
039830         GO TO 6000-EXIT
039840     END-IF.
039850     PERFORM 6200-LOAD-PENDING-SET THRU 6200-EXIT.
039860     IF NOT ENTRY-IS-VALID
039870         GO TO 6000-EXIT
039880     END-IF.
039890     PERFORM 6300-SIGN-ON-REVIEWER THRU 6300-EXIT.
039900     IF NOT ENTRY-IS-VALID
039910         GO TO 6000-EXIT
039920     END-IF.
039930     PERFORM 6400-PREVIEW-PENDING-SET THRU 6400-EXIT.
039940     IF NOT ENTRY-IS-VALID
039950         GO TO 6000-EXIT
039960     END-IF.
039970     PERFORM 6500-GET-DECISION THRU 6500-EXIT.
039980     IF NOT REVIEW-APPROVED AND NOT REVIEW-REJECTED
039990         DISPLAY "NO DECISION - THE SET STAYS PENDING."
040000         GO TO 6000-EXIT
040010     END-IF.
040020     PERFORM 5200-LOAD-HOLD-TABLE THRU 5200-EXIT.
040030     IF NOT ENTRY-IS-VALID
040040         GO TO 6000-EXIT
040050     END-IF.
040060     MOVE REVIEW-OPERATOR-ID TO AUDIT-OPERATOR-ID.
040070     PERFORM 6600-REWRITE-DECIDED-SET THRU 6600-EXIT.
040080     MOVE SIGNON-OPERATOR-ID TO AUDIT-OPERATOR-ID.
040090*    THE IN-CORE SET TABLE MUST MATCH THE FILE AGAIN.
040100     PERFORM 1000-LOAD-EXISTING-SETS THRU 1000-EXIT.
040110     GO TO 6000-EXIT.
040120 6000-EXIT.
040130     EXIT.
040140
040150 6010-LIST-ONE-PENDING.
040160     IF PS-SET-STATUS (SET-SUB) = "P"
040170         ADD 1 TO PENDING-LISTED-COUNT
040180         DISPLAY "PENDING - EFFECTIVE "
040190             PS-EFFECTIVE-DATE (SET-SUB)
040200             "  KEYED BY " PS-CHANGED-BY (SET-SUB)
040210             " ON " PS-CHANGED-DATE (SET-SUB)
040220     END-IF.
040230     GO TO 6010-EXIT.
040240 6010-EXIT.
040250     EXIT.
040260
040270*****************************************************************
040280* 6100-GET-REVIEW-DATE - THE EFFECTIVE DATE OF ONE OF THE SETS
040290* LISTED AS PENDING
040300*****************************************************************
040310 6100-GET-REVIEW-DATE.
040320     MOVE "N" TO ENTRY-VALID-SWITCH.
040330     DISPLAY "ENTER EFFECTIVE DATE OF THE SET TO REVIEW "
040340         "(YYYYMMDD): ".
040350     MOVE SPACES TO ENTRY-EFFECTIVE-DATE.
040360     ACCEPT ENTRY-EFFECTIVE-DATE.
040370     IF ENTRY-EFFECTIVE-DATE IS NOT NUMERIC
040380         DISPLAY "EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD - "
040390             "REVIEW CANCELLED."
040400         GO TO 6100-EXIT
040410     END-IF.
040420     MOVE ENTRY-EFFECTIVE-DATE TO REVIEW-EFFECTIVE-DATE.
040430     MOVE ZERO TO SET-FOUND-SUB.
040440     PERFORM 6110-MATCH-PENDING-SET THRU 6110-EXIT
040450         VARYING SET-SUB FROM 1 BY 1
040460         UNTIL SET-SUB > PARM-SET-COUNT
040470         OR SET-FOUND-SUB > ZERO.
040480     IF SET-FOUND-SUB = ZERO
040490         DISPLAY "NO PENDING SET IS EFFECTIVE "
040500             REVIEW-EFFECTIVE-DATE
040510             " - REVIEW CANCELLED."
040520         GO TO 6100-EXIT
040530     END-IF.
040540     MOVE PS-CHANGED-BY (SET-FOUND-SUB) TO REVIEW-KEYED-BY.
040550     MOVE "Y" TO ENTRY-VALID-SWITCH.
040560     GO TO 6100-EXIT.
040570 6100-EXIT.
040580     EXIT.
040590
040600 6110-MATCH-PENDING-SET.
040610     IF PS-EFFECTIVE-DATE (SET-SUB) = REVIEW-EFFECTIVE-DATE
040620         AND PS-SET-STATUS (SET-SUB) = "P"
040630         MOVE SET-SUB TO SET-FOUND-SUB
040640     END-IF.
040650     GO TO 6110-EXIT.
040660 6110-EXIT.
040670     EXIT.
040680
040690*****************************************************************
040700* 6200-LOAD-PENDING-SET - THE FIVE TIER ROWS OF THE SET UNDER
040710* REVIEW.  THEY WERE VALIDATED WHEN KEYED; A SET MISSING A TIER
040720* HAS BEEN TAMPERED WITH AND IS NOT OFFERED FOR APPROVAL.
040730*****************************************************************
040740 6200-LOAD-PENDING-SET.
040750     MOVE "N" TO ENTRY-VALID-SWITCH.
040760     MOVE "NNNNN" TO PENDING-TIER-FLAGS.
040770     MOVE ZEROS TO PENDING-SET-TABLE.
040780     MOVE "N" TO PARM-EOF-SWITCH.
040790     OPEN INPUT GAS-PARM-FILE.
040800     IF PARM-FILE-STATUS NOT = "00"
040810         DISPLAY "GASPARM NOT AVAILABLE, STATUS "
040820             PARM-FILE-STATUS " - REVIEW CANCELLED."
040830         GO TO 6200-EXIT
040840     END-IF.
040850     PERFORM 6210-LOAD-ONE-TIER THRU 6210-EXIT
040860         UNTIL PARM-AT-EOF.
040870     CLOSE GAS-PARM-FILE.
040880     IF PENDING-TIER-FLAGS NOT = "YYYYY"
040890         DISPLAY "PENDING SET EFFECTIVE " REVIEW-EFFECTIVE-DATE
040900             " DOES NOT SUPPLY ALL FIVE TIERS (E/G/F/P/U FLAGS "
040910             PENDING-TIER-FLAGS ") - REVIEW CANCELLED."
040920         GO TO 6200-EXIT
040930     END-IF.
040940     MOVE "Y" TO ENTRY-VALID-SWITCH.
040950     GO TO 6200-EXIT.
040960 6200-EXIT.
040970     EXIT.
040980
040990 6210-LOAD-ONE-TIER.
041000     READ GAS-PARM-FILE
041010         AT END
041020             MOVE "Y" TO PARM-EOF-SWITCH
041030             GO TO 6210-EXIT
041040     END-READ.
041050     IF GP-EFFECTIVE-DATE NOT = REVIEW-EFFECTIVE-DATE
041060         OR NOT GP-SET-PENDING
041070         GO TO 6210-EXIT
041080     END-IF.
041090     EVALUATE GP-RATING-CODE
041100         WHEN "E"
041110             MOVE 1 TO TIER-SUB
041120         WHEN "G"
041130             MOVE 2 TO TIER-SUB
041140         WHEN "F"
041150             MOVE 3 TO TIER-SUB
041160         WHEN "P"
041170             MOVE 4 TO TIER-SUB
041180         WHEN "U"
041190             MOVE 5 TO TIER-SUB
041200         WHEN OTHER
041210             MOVE ZERO TO TIER-SUB
041220     END-EVALUATE.
041230     IF TIER-SUB > ZERO
041240         MOVE GP-LOW-VALUE  TO PT-LOW-VALUE (TIER-SUB)
041250         MOVE GP-HIGH-VALUE TO PT-HIGH-VALUE (TIER-SUB)
041260         MOVE "Y" TO PENDING-TIER-FLAGS (TIER-SUB:1)
041270     END-IF.
041280     GO TO 6210-EXIT.
041290 6210-EXIT.
041300     EXIT.
041310
041320*****************************************************************
041330* 6300-SIGN-ON-REVIEWER - THE APPROVER SIGNS ON IN THEIR OWN
041340* RIGHT, WHOEVER OPENED THIS SESSION.  THEY MUST HOLD SUPERVISOR
041350* AUTHORITY AND MUST NOT BE THE SUPERVISOR WHO KEYED THE SET.
041360*****************************************************************
041370 6300-SIGN-ON-REVIEWER.
041380     MOVE "N" TO ENTRY-VALID-SWITCH.
041390     DISPLAY "SET EFFECTIVE " REVIEW-EFFECTIVE-DATE
041400         " WAS KEYED BY " REVIEW-KEYED-BY ".".
041410     DISPLAY "APPROVING SUPERVISOR - SIGN ON.".
041420     MOVE SPACES TO REVIEW-OPERATOR-ID.
041430     MOVE SPACE  TO REVIEW-AUTHORITY.
041440     MOVE "N"    TO REVIEW-RESULT.
041450     CALL "GASSIGN" USING PROGRAM-NAME REVIEW-OPERATOR-ID
041460         REVIEW-AUTHORITY REVIEW-RESULT.
041470     IF NOT REVIEWER-SIGNED-ON
041480         DISPLAY "SIGN-ON DENIED - REVIEW CANCELLED."
041490         GO TO 6300-EXIT
041500     END-IF.
041510     IF NOT REVIEWER-IS-SUPERVISOR
041520         DISPLAY "APPROVING A BAND SET IS SUPERVISOR ONLY - "
041530             "REVIEW CANCELLED."
041540         GO TO 6300-EXIT
041550     END-IF.
041560     IF REVIEW-OPERATOR-ID = REVIEW-KEYED-BY
041570         DISPLAY "A SET CANNOT BE APPROVED BY THE SUPERVISOR WHO "
041580             "KEYED IT - REVIEW CANCELLED."
041590         GO TO 6300-EXIT
041600     END-IF.
041610     MOVE "Y" TO ENTRY-VALID-SWITCH.
041620     GO TO 6300-EXIT.
041630 6300-EXIT.
041640     EXIT.
041650
041660*****************************************************************
041670* 6400-PREVIEW-PENDING-SET - RE-RATE EVERY BATCH READING RUN IN
041680* THE LAST N DAYS (28 UNLESS THE REVIEWER SAYS OTHERWISE) UNDER
041690* THE PENDING SET AND COMPARE WITH THE RATING HISTORY HOLDS.
041700* HISTORY IS READ THROUGH THE GH-RUN-DATE ALTERNATE INDEX, AS
041710* GASCARS DOES, AND IS OPENED INPUT ONLY -- THE PREVIEW NEVER
041720* WRITES.  INTERACTIVE CONSOLE CHECKS ARE LEFT OUT.
041730*****************************************************************
041740 6400-PREVIEW-PENDING-SET.
041750     MOVE "N" TO ENTRY-VALID-SWITCH.
041760     PERFORM 6410-GET-WINDOW-DAYS THRU 6410-EXIT.
041770     IF NOT ENTRY-IS-VALID
041780         GO TO 6400-EXIT
041790     END-IF.
041800     MOVE "N" TO ENTRY-VALID-SWITCH.
041810     COMPUTE WINDOW-INTEGER =
041820         FUNCTION INTEGER-OF-DATE (TODAY-DATE) - WINDOW-DAYS + 1.
041830     MOVE FUNCTION DATE-OF-INTEGER (WINDOW-INTEGER)
041840         TO WINDOW-FROM-DATE.
041850     MOVE ZERO TO PREVIEW-SITE-COUNT PREVIEW-READ-COUNT
041860                  PREVIEW-CHANGED-COUNT PREVIEW-UNRATED-COUNT
041870                  PREVIEW-NO-BAND-COUNT PREVIEW-OVERFLOW-COUNT.
041880     PERFORM 6420-ZERO-ONE-TOTAL THRU 6420-EXIT
041890         VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
041900     OPEN INPUT GAS-HISTORY-FILE.
041910     IF HIST-FILE-STATUS NOT = "00"
041920         DISPLAY "GASHIST NOT AVAILABLE, STATUS "
041930             HIST-FILE-STATUS " - NO PREVIEW, REVIEW CANCELLED."
041940         GO TO 6400-EXIT
041950     END-IF.
041960     MOVE "N" TO HIST-EOF-SWITCH.
041970     MOVE "N" TO SWEEP-DONE-SWITCH.
041980     MOVE WINDOW-FROM-DATE TO GH-RUN-DATE.
041990     START GAS-HISTORY-FILE
042000         KEY IS NOT LESS THAN GH-RUN-DATE
042010         INVALID KEY
042020             MOVE "Y" TO HIST-EOF-SWITCH
042030     END-START.
042040     IF NOT HIST-AT-EOF
042050         PERFORM 6430-READ-ONE-HISTORY THRU 6430-EXIT
042060     END-IF.
042070     PERFORM 6440-PREVIEW-ONE-READING THRU 6440-EXIT
042080         UNTIL HIST-AT-EOF OR SWEEP-IS-DONE.
042090     CLOSE GAS-HISTORY-FILE.
042100     PERFORM 6470-SHOW-PREVIEW THRU 6470-EXIT.
042110     MOVE "Y" TO ENTRY-VALID-SWITCH.
042120     GO TO 6400-EXIT.
042130 6400-EXIT.
042140     EXIT.
042150
042160*****************************************************************
042170* 6410-GET-WINDOW-DAYS - 1 TO 366 DAYS ENDING TODAY; A BLANK
042180* ENTRY TAKES THE 28-DAY DEFAULT
042190*****************************************************************
042200 6410-GET-WINDOW-DAYS.
042210     MOVE "N" TO ENTRY-VALID-SWITCH.
042220     MOVE 28 TO WINDOW-DAYS.
042230     DISPLAY "PREVIEW WINDOW IN DAYS ENDING TODAY "
042240         "(ENTER FOR 28): ".
042250     MOVE SPACES TO ENTRY-WINDOW-DAYS.
042260     ACCEPT ENTRY-WINDOW-DAYS.
042270     IF ENTRY-WINDOW-DAYS = SPACES
042280         MOVE "Y" TO ENTRY-VALID-SWITCH
042290         GO TO 6410-EXIT
042300     END-IF.
042310     MOVE ZERO TO ENTRY-LENGTH.
042320     INSPECT ENTRY-WINDOW-DAYS TALLYING ENTRY-LENGTH
042330         FOR CHARACTERS BEFORE INITIAL SPACE.
042340     IF ENTRY-LENGTH = ZERO
042350         DISPLAY "WINDOW MUST BE 1 TO 366 DAYS - REVIEW "
042360             "CANCELLED."
042370         GO TO 6410-EXIT
042380     END-IF.
042390     MOVE SPACES TO ENTRY-WINDOW-DAYS-RIGHT.
042400     MOVE ENTRY-WINDOW-DAYS(1:ENTRY-LENGTH)
042410         TO ENTRY-WINDOW-DAYS-RIGHT.
042420     INSPECT ENTRY-WINDOW-DAYS-RIGHT
042430         REPLACING LEADING SPACES BY ZERO.
042440     IF ENTRY-WINDOW-DAYS-RIGHT IS NOT NUMERIC
042450         DISPLAY "WINDOW MUST BE 1 TO 366 DAYS - REVIEW "
042460             "CANCELLED."
042470         GO TO 6410-EXIT
042480     END-IF.
042490     MOVE ENTRY-WINDOW-DAYS-RIGHT TO WINDOW-DAYS.
042500     IF WINDOW-DAYS < 1 OR WINDOW-DAYS > 366
042510         DISPLAY "WINDOW MUST BE 1 TO 366 DAYS - REVIEW "
042520             "CANCELLED."
042530         GO TO 6410-EXIT
042540     END-IF.
042550     MOVE "Y" TO ENTRY-VALID-SWITCH.
042560     GO TO 6410-EXIT.
042570 6410-EXIT.
042580     EXIT.
042590
042600 6420-ZERO-ONE-TOTAL.
042610     MOVE ZERO TO TOTAL-BEFORE-TALLY (TIER-SUB)
042620                  TOTAL-AFTER-TALLY (TIER-SUB).
042630     GO TO 6420-EXIT.
042640 6420-EXIT.
042650     EXIT.
042660
042670 6430-READ-ONE-HISTORY.
042680     READ GAS-HISTORY-FILE NEXT RECORD
042690         AT END
042700             MOVE "Y" TO HIST-EOF-SWITCH
042710     END-READ.
042720     GO TO 6430-EXIT.
042730 6430-EXIT.
042740     EXIT.
042750
042760*****************************************************************
042770* 6440-PREVIEW-ONE-READING - BEFORE IS THE TIER HISTORY HOLDS;
042780* AFTER IS THE PENDING BAND THE SAME GH-GAS-VALUE FALLS IN.
042790* A READING ABOVE THE PENDING U BAND FITS NO TIER AND IS COUNTED
042800* APART, AS ARE ROWS HISTORY HOLDS NO E-U RATING FOR.
042810*****************************************************************
042820 6440-PREVIEW-ONE-READING.
042830     IF GH-RUN-DATE > TODAY-DATE
042840         MOVE "Y" TO SWEEP-DONE-SWITCH
042850         GO TO 6440-EXIT
042860     END-IF.
042870     IF GH-OPERATOR-ID NOT = SPACES
042880         GO TO 6440-NEXT
042890     END-IF.
042900     EVALUATE GH-RATING-VALUE
042910         WHEN "E"
042920             MOVE 1 TO BEFORE-SUB
042930         WHEN "G"
042940             MOVE 2 TO BEFORE-SUB
042950         WHEN "F"
042960             MOVE 3 TO BEFORE-SUB
042970         WHEN "P"
042980             MOVE 4 TO BEFORE-SUB
042990         WHEN "U"
043000             MOVE 5 TO BEFORE-SUB
043010         WHEN OTHER
043020             MOVE ZERO TO BEFORE-SUB
043030     END-EVALUATE.
043040     IF BEFORE-SUB = ZERO
043050         ADD 1 TO PREVIEW-UNRATED-COUNT
043060         GO TO 6440-NEXT
043070     END-IF.
043080     MOVE ZERO TO AFTER-SUB.
043090     PERFORM 6450-MATCH-PENDING-BAND THRU 6450-EXIT
043100         VARYING TIER-SUB FROM 1 BY 1
043110         UNTIL TIER-SUB > 5 OR AFTER-SUB > ZERO.
043120     IF AFTER-SUB = ZERO
043130         ADD 1 TO PREVIEW-NO-BAND-COUNT
043140         GO TO 6440-NEXT
043150     END-IF.
043160     ADD 1 TO PREVIEW-READ-COUNT.
043170     ADD 1 TO TOTAL-BEFORE-TALLY (BEFORE-SUB).
043180     ADD 1 TO TOTAL-AFTER-TALLY (AFTER-SUB).
043190     IF AFTER-SUB NOT = BEFORE-SUB
043200         ADD 1 TO PREVIEW-CHANGED-COUNT
043210     END-IF.
043220     PERFORM 6460-FIND-SITE-ENTRY THRU 6460-EXIT.
043230     IF PV-FOUND-SUB = ZERO
043240         GO TO 6440-NEXT
043250     END-IF.
043260     ADD 1 TO PV-BEFORE-TALLY (PV-FOUND-SUB, BEFORE-SUB).
043270     ADD 1 TO PV-AFTER-TALLY (PV-FOUND-SUB, AFTER-SUB).
043280     IF AFTER-SUB NOT = BEFORE-SUB
043290         ADD 1 TO PV-CHANGED-COUNT (PV-FOUND-SUB)
043300     END-IF.
043310 6440-NEXT.
043320     PERFORM 6430-READ-ONE-HISTORY THRU 6430-EXIT.
043330     GO TO 6440-EXIT.
043340 6440-EXIT.
043350     EXIT.
043360
043370 6450-MATCH-PENDING-BAND.
043380     IF GH-GAS-VALUE >= PT-LOW-VALUE (TIER-SUB)
043390         AND GH-GAS-VALUE <= PT-HIGH-VALUE (TIER-SUB)
043400         MOVE TIER-SUB TO AFTER-SUB
043410     END-IF.
043420     GO TO 6450-EXIT.
043430 6450-EXIT.
043440     EXIT.
043450
043460*****************************************************************
043470* 6460-FIND-SITE-ENTRY - LOCATE OR OPEN THE SITE'S MIX ENTRY.
043480* PAST 500 SITES THE READING STILL COUNTS IN THE TOTALS BUT HAS
043490* NO SITE LINE.
043500*****************************************************************
043510 6460-FIND-SITE-ENTRY.
043520     MOVE ZERO TO PV-FOUND-SUB.
043530     PERFORM 6465-MATCH-ONE-SITE THRU 6465-EXIT
043540         VARYING PV-SUB FROM 1 BY 1
043550         UNTIL PV-SUB > PREVIEW-SITE-COUNT
043560         OR PV-FOUND-SUB > ZERO.
043570     IF PV-FOUND-SUB > ZERO
043580         GO TO 6460-EXIT
043590     END-IF.
043600     IF PREVIEW-SITE-COUNT >= 500
043610         ADD 1 TO PREVIEW-OVERFLOW-COUNT
043620         GO TO 6460-EXIT
043630     END-IF.
043640     ADD 1 TO PREVIEW-SITE-COUNT.
043650     MOVE PREVIEW-SITE-COUNT TO PV-FOUND-SUB.
043660     MOVE GH-SITE-ID TO PV-SITE-ID (PV-FOUND-SUB).
043670     MOVE ZERO TO PV-CHANGED-COUNT (PV-FOUND-SUB).
043680     PERFORM 6466-ZERO-ONE-SITE-TIER THRU 6466-EXIT
043690         VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
043700     GO TO 6460-EXIT.
043710 6460-EXIT.
043720     EXIT.
043730
043740 6465-MATCH-ONE-SITE.
043750     IF PV-SITE-ID (PV-SUB) = GH-SITE-ID
043760         MOVE PV-SUB TO PV-FOUND-SUB
043770     END-IF.
043780     GO TO 6465-EXIT.
043790 6465-EXIT.
043800     EXIT.
043810
043820 6466-ZERO-ONE-SITE-TIER.
043830     MOVE ZERO TO PV-BEFORE-TALLY (PV-FOUND-SUB, TIER-SUB)
043840                  PV-AFTER-TALLY (PV-FOUND-SUB, TIER-SUB).
043850     GO TO 6466-EXIT.
043860 6466-EXIT.
043870     EXIT.
043880
043890*****************************************************************
043900* 6470-SHOW-PREVIEW - THE PENDING BANDS, THE OVERALL COUNT OF
043910* READINGS THAT WOULD CHANGE TIER, AND THE BEFORE/AFTER
043920* E/G/F/P/U MIX FOR THE WINDOW AS A WHOLE AND SITE BY SITE
043930*****************************************************************
043940 6470-SHOW-PREVIEW.
043950     DISPLAY "==============================================".
043960     DISPLAY " PENDING SET EFFECTIVE " REVIEW-EFFECTIVE-DATE
043970         " - IMPACT PREVIEW".
043980     PERFORM 6475-SHOW-ONE-BAND THRU 6475-EXIT
043990         VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
044000     DISPLAY " BATCH READINGS RUN " WINDOW-FROM-DATE
044010         " THRU " TODAY-DATE.
044020     MOVE PREVIEW-READ-COUNT TO PREVIEW-COUNT-OUT.
044030     DISPLAY "   READINGS COMPARED:         " PREVIEW-COUNT-OUT.
044040     MOVE PREVIEW-CHANGED-COUNT TO PREVIEW-COUNT-OUT.
044050     DISPLAY "   WOULD CHANGE TIER:         " PREVIEW-COUNT-OUT.
044060     MOVE PREVIEW-NO-BAND-COUNT TO PREVIEW-COUNT-OUT.
044070     DISPLAY "   ABOVE THE PENDING U BAND:  " PREVIEW-COUNT-OUT.
044080     MOVE PREVIEW-UNRATED-COUNT TO PREVIEW-COUNT-OUT.
044090     DISPLAY "   NO E-U RATING ON HISTORY:  " PREVIEW-COUNT-OUT.
044100     DISPLAY PREVIEW-MIX-HEADING.
044110     MOVE "ALL  " TO PML-SITE-ID.
044120     MOVE "BEFORE" TO PML-LABEL.
044130     PERFORM 6480-MOVE-ONE-TOTAL-BEFORE THRU 6480-EXIT
044140         VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
044150     MOVE PREVIEW-CHANGED-COUNT TO PML-CHANGED.
044160     DISPLAY PREVIEW-MIX-LINE.
044170     MOVE SPACES TO PML-SITE-ID.
044180     MOVE "AFTER " TO PML-LABEL.
044190     PERFORM 6481-MOVE-ONE-TOTAL-AFTER THRU 6481-EXIT
044200         VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
044210     MOVE SPACES TO PML-CHANGED-AREA.
044220     DISPLAY PREVIEW-MIX-LINE.
044230     PERFORM 6490-SHOW-ONE-SITE THRU 6490-EXIT
044240         VARYING PV-SUB FROM 1 BY 1
044250         UNTIL PV-SUB > PREVIEW-SITE-COUNT.
044260     IF PREVIEW-OVERFLOW-COUNT > ZERO
044270         MOVE PREVIEW-OVERFLOW-COUNT TO PREVIEW-COUNT-OUT
044280         DISPLAY "MORE THAN 500 SITES - " PREVIEW-COUNT-OUT
044290             " READINGS ARE IN THE TOTALS ONLY."
044300     END-IF.
044310     IF REVIEW-EFFECTIVE-DATE <= TODAY-DATE
044320         DISPLAY "NOTE - THE SET IS EFFECTIVE "
044330             REVIEW-EFFECTIVE-DATE
044340             ", NOT AFTER TODAY.  READINGS ALREADY RATED SINCE "
044350             "THEN KEEP THEIR OLD TIER UNLESS GASRERAT IS RUN."
044360     END-IF.
044370     DISPLAY "==============================================".
044380     GO TO 6470-EXIT.
044390 6470-EXIT.
044400     EXIT.
044410
044420 6475-SHOW-ONE-BAND.
044430     DISPLAY "   TIER " TIER-CODE-LIST(TIER-SUB:1) "  "
044440         PT-LOW-VALUE (TIER-SUB) " - " PT-HIGH-VALUE (TIER-SUB).
044450     GO TO 6475-EXIT.
044460 6475-EXIT.
044470     EXIT.
044480
044490 6480-MOVE-ONE-TOTAL-BEFORE.
044500     MOVE TOTAL-BEFORE-TALLY (TIER-SUB)
044510         TO PML-TIER-COUNT (TIER-SUB).
044520     GO TO 6480-EXIT.
044530 6480-EXIT.
044540     EXIT.
044550
044560 6481-MOVE-ONE-TOTAL-AFTER.
044570     MOVE TOTAL-AFTER-TALLY (TIER-SUB)
044580         TO PML-TIER-COUNT (TIER-SUB).
044590     GO TO 6481-EXIT.
044600 6481-EXIT.
044610     EXIT.
044620
044630 6490-SHOW-ONE-SITE.
044640     MOVE PV-SITE-ID (PV-SUB) TO PML-SITE-ID.
044650     MOVE "BEFORE" TO PML-LABEL.
044660     PERFORM 6491-MOVE-ONE-SITE-BEFORE THRU 6491-EXIT
044670         VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
044680     MOVE PV-CHANGED-COUNT (PV-SUB) TO PML-CHANGED.
044690     DISPLAY PREVIEW-MIX-LINE.
044700     MOVE SPACES TO PML-SITE-ID.
044710     MOVE "AFTER " TO PML-LABEL.
044720     PERFORM 6492-MOVE-ONE-SITE-AFTER THRU 6492-EXIT
044730         VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 5.
044740     MOVE SPACES TO PML-CHANGED-AREA.
044750     DISPLAY PREVIEW-MIX-LINE.
044760     GO TO 6490-EXIT.
044770 6490-EXIT.
044780     EXIT.
044790
044800 6491-MOVE-ONE-SITE-BEFORE.
044810     MOVE PV-BEFORE-TALLY (PV-SUB, TIER-SUB)
044820         TO PML-TIER-COUNT (TIER-SUB).
044830     GO TO 6491-EXIT.
044840 6491-EXIT.
044850     EXIT.
044860
044870 6492-MOVE-ONE-SITE-AFTER.
044880     MOVE PV-AFTER-TALLY (PV-SUB, TIER-SUB)
044890         TO PML-TIER-COUNT (TIER-SUB).
044900     GO TO 6492-EXIT.
044910 6492-EXIT.
044920     EXIT.
044930
044940*****************************************************************
044950* 6500-GET-DECISION - A TO APPROVE, R TO REJECT; ANYTHING ELSE
044960* LEAVES THE SET PENDING
044970*****************************************************************
044980 6500-GET-DECISION.
044990     DISPLAY "APPROVE (A), REJECT (R), OR ENTER TO LEAVE "
045000         "PENDING: ".
045010     MOVE SPACE TO REVIEW-DECISION.
045020     ACCEPT REVIEW-DECISION.
045030     GO TO 6500-EXIT.
045040 6500-EXIT.
045050     EXIT.
045060
045070*****************************************************************
045080* 6600-REWRITE-DECIDED-SET - WRITE THE HELD FILE BACK.  EACH TIER
045090* ROW OF THE REVIEWED SET IS EITHER STAMPED APPROVED OR DROPPED,
045100* AND AUDITED WITH ITS BEFORE AND AFTER IMAGES; EVERY OTHER ROW
045110* IS WRITTEN BACK AS IT WAS.
045120*****************************************************************
045130 6600-REWRITE-DECIDED-SET.
045140     MOVE ZERO TO DECIDED-RECORD-COUNT.
045150     OPEN OUTPUT GAS-PARM-FILE.
045160     IF PARM-FILE-STATUS NOT = "00"
045170         DISPLAY "GASPARM NOT AVAILABLE FOR REWRITE, STATUS "
045180             PARM-FILE-STATUS " - THE SET STAYS PENDING."
045190         GO TO 6600-EXIT
045200     END-IF.
045210     PERFORM 6610-SETTLE-ONE-RECORD THRU 6610-EXIT
045220         VARYING HOLD-SUB FROM 1 BY 1
045230         UNTIL HOLD-SUB > HOLD-STORED-COUNT.
045240     CLOSE GAS-PARM-FILE.
045250     IF REVIEW-APPROVED
045260         DISPLAY "BAND SET EFFECTIVE " REVIEW-EFFECTIVE-DATE
045270             " APPROVED BY " REVIEW-OPERATOR-ID
045280             " - IN FORCE FROM ITS EFFECTIVE DATE."
045290     ELSE
045300         DISPLAY "BAND SET EFFECTIVE " REVIEW-EFFECTIVE-DATE
045310             " REJECTED BY " REVIEW-OPERATOR-ID " - DROPPED."
045320     END-IF.
045330     DISPLAY "TIER ROWS DECIDED: " DECIDED-RECORD-COUNT.
045340     GO TO 6600-EXIT.
045350 6600-EXIT.
045360     EXIT.
045370
045380 6610-SETTLE-ONE-RECORD.
045390     MOVE PURGE-HOLD-ROW (HOLD-SUB) TO GP-PARM-RECORD.
045400     IF GP-EFFECTIVE-DATE NOT = REVIEW-EFFECTIVE-DATE
045410         OR NOT GP-SET-PENDING
045420         WRITE GP-PARM-RECORD
045430         GO TO 6610-EXIT
045440     END-IF.
045450     ADD 1 TO DECIDED-RECORD-COUNT.
045460     MOVE GP-PARM-RECORD TO AUDIT-BEFORE-IMAGE.
045470     IF REVIEW-REJECTED
045480         MOVE "REJECTSET " TO AUDIT-ACTION
045490         MOVE SPACES TO AUDIT-AFTER-IMAGE
045500         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
045510         GO TO 6610-EXIT
045520     END-IF.
045530     MOVE "A" TO GP-SET-STATUS.
045540     MOVE REVIEW-OPERATOR-ID TO GP-APPROVED-BY.
045550     MOVE TODAY-DATE TO GP-APPROVED-DATE.
045560     MOVE TODAY-TIME TO GP-APPROVED-TIME.
045570     MOVE GP-PARM-RECORD TO AUDIT-AFTER-IMAGE.
045580     WRITE GP-PARM-RECORD.
045590     MOVE "APPROVESET" TO AUDIT-ACTION.
045600     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
045610     GO TO 6610-EXIT.
045620 6610-EXIT.
045630     EXIT.
045640
045650 END PROGRAM GASPARMM.
