002092*                  CONTROL REPORT IS ACCUMULATED IN A TABLE
002093*                  RATHER THAN ON A SITE BREAK.  "EXAMINED"
002094*                  NOW COUNTS ONLY THE PRE-CUTOFF ROWS READ.
002096* 2026-10-15  DRH  WIDEN THE ARCHIVE RECORD TO 53 BYTES FOR
002098*                  THE NEW GH-RAW-GAS-VALUE ON THE HISTORY ROW.
002123* 2026-10-15  DRH  WIDEN THE ARCHIVE RECORD TO 57 BYTES FOR
002148*                  THE NEW GH-CARRIER-ID ON THE HISTORY ROW.
002173*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004100     COPY GASHREC.
004200
004300 FD  GAS-ARCHIVE-FILE.
004400 01  ARC-HISTORY-RECORD              PIC X(57).
004500
004600 FD  GAS-REPORT-FILE.
004700 01  RPT-PRINT-LINE                  PIC X(80).
