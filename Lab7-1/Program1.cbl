001949*                  GH-READING-DATE ON EVERY HISTORY ROW -- AN
001951*                  INTERACTIVE CHECK IS RATED ON THE DAY IT IS
001952*                  KEYED.
001961* 2026-10-15  DRH  CARRY THE KEYED VALUE IN THE NEW
001970*                  GH-RAW-GAS-VALUE AS WELL -- NO CALIBRATION
001979*                  CORRECTION APPLIES TO A CONSOLE CHECK.
001982* 2026-10-15  DRH  CARRY SPACES IN THE NEW GH-CARRIER-ID -- A
001985*                  CONSOLE CHECK IS NOT A CARRIER DELIVERY.
001987* 2026-10-15  DRH  SKIP GASPARM ROWS STILL PENDING APPROVAL
001989*                  (GP-SET-STATUS "P").  A RETUNE KEYED IN
001991*                  GASPARMM TAKES EFFECT ONLY ONCE A SECOND
001993*                  SUPERVISOR HAS APPROVED IT.
001995*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
012540* IS THE FIRST TIER SEEN FOR THAT EFFECTIVE DATE
012550*****************************************************************
012560 1110-STORE-THRESHOLD.
012561*    A SET STILL AWAITING ITS SECOND SUPERVISOR'S APPROVAL IN
012562*    GASPARMM IS NOT YET IN FORCE.
012563     IF GP-SET-PENDING
012564         GO TO 1110-EXIT
012565     END-IF.
012570     MOVE ZERO TO SET-FOUND-SUB.
012580     PERFORM 1120-MATCH-ONE-SET THRU 1120-EXIT
012590         VARYING SET-SUB FROM 1 BY 1
022550     MOVE OPERATOR-ID             TO GH-OPERATOR-ID.
022560     MOVE SPACE                   TO GH-SHIFT-CODE.
022570     MOVE TODAY-DATE              TO GH-READING-DATE.
022585     MOVE GAS                     TO GH-RAW-GAS-VALUE.
022592     MOVE SPACES                  TO GH-CARRIER-ID.
022600     WRITE GH-HISTORY-RECORD
022610         INVALID KEY
022620             DISPLAY "ERROR - DUPLICATE GASHIST KEY, RECORD NOT "
