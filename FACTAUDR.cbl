001980*                  REPORT NO LONGER TRIPLE-COUNTS A COMBINATION
001990*                  AND EXISTING HISTORY STILL READS.  THE
001992*                  PARAMETER BREAKDOWN KEYS ON N FOR BOTH.
001994* 2026-10-15  DM   FACTAUD RECORD WIDENED TO 104 BYTES FOR THE
001996*                  SEQUENCE, RECORD CHECK AND CHAIN VALUE NOW
001998*                  SEALED ONTO "A"-TYPE RECORDS; THIS REPORT
001999*                  STILL READS ONLY COLS 1-73.
002000*================================================================

002100 ENVIRONMENT DIVISION.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  FACT-AUDIT-FILE.
003300 01  FACT-AUDIT-RECORD            PIC X(104).

004300 FD  AUDR-REPORT-FILE.
004400 01  AUDR-REPORT-RECORD             PIC X(80).
