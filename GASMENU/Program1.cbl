001595* 2026-09-03  DRH  ADD OPTION 4, THE GASHAINQ ARCHIVE INQUIRY
001596*                  AND RESTORE, SO READINGS OLDER THAN THE
001597*                  RETENTION WINDOW NO LONGER MEAN TAPE DUMPS.
001617* 2026-10-15  DRH  ADD OPTION 5, THE GASSTBD SHIFT STATUS BOARD,
001637*                  SO THE HANDOVER CHECK IS ONE SCREEN INSTEAD OF
001657*                  FIVE FILES.
001677*****************************************************************
001700
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
004700     DISPLAY "   2.  FIELD CALCULATION UTILITY".
004710     DISPLAY "   3.  HISTORY INQUIRY".
004720     DISPLAY "   4.  ARCHIVE INQUIRY / RESTORE".
004760     DISPLAY "   5.  SHIFT STATUS BOARD".
004800     DISPLAY "   9.  EXIT".
004900     DISPLAY "==============================================".
005000     DISPLAY "ENTER YOUR CHOICE: ".
005620             PERFORM 4000-HISTORY-INQUIRY THRU 4000-EXIT
005630         WHEN 4
005640             PERFORM 5000-ARCHIVE-INQUIRY THRU 5000-EXIT
005660         WHEN 5
005680             PERFORM 6000-STATUS-BOARD THRU 6000-EXIT
005700         WHEN 9
005800             CONTINUE
005900         WHEN OTHER
009397     GO TO 5000-EXIT.
009398 5000-EXIT.
009399     EXIT.
009408
009417*****************************************************************
009426* 6000-STATUS-BOARD - HAND OFF TO THE GASSTBD SHIFT STATUS BOARD
009435*****************************************************************
009444 6000-STATUS-BOARD.
009453     CALL "GASSTBD".
009462     GO TO 6000-EXIT.
009471 6000-EXIT.
009480     EXIT.
009489
009500 END PROGRAM GASMENU.
