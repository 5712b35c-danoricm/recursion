002950*                  CONSOLE WARNING - A 51ST DEPARTMENT'S
002960*                  CHARGES HAD BEEN LANDING SILENTLY ON
002970*                  WHICHEVER DEPARTMENT HELD SLOT 50.
002980* 2026-10-15  DM   FACTAUD AND FACTARCV RECORDS WIDENED TO 104
002985*                  BYTES FOR THE SEQUENCE, RECORD CHECK AND
002990*                  CHAIN VALUE NOW SEALED ONTO "A"-TYPE RECORDS.
002995*                  BILLING STILL READS ONLY COLS 1-73; FACTAUDV
002997*                  PROVES THE LOG BEFORE FINANCE RELIES ON IT.
003000*================================================================

003100 ENVIRONMENT DIVISION.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  FACT-AUDIT-FILE.
005200 01  FACT-AUDIT-RECORD              PIC X(104).

005300 FD  BILL-ARCHIVE-FILE.
005400 01  BILL-ARCHIVE-RECORD            PIC X(104).

005500 FD  BILL-RATE-FILE.
005600 01  BILL-RATE-RECORD.
