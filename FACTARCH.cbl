002250*                  FROM WHICHEVER LAYOUT THE RECORD CARRIES -
002260*                  THE TYPE BYTE TELLS THEM APART - AND EITHER
002270*                  KIND ARCHIVES AND RETAINS UNCHANGED.
002280* 2026-10-15  DM   SEALED AUDIT RECORDS.  "A"-TYPE RECORDS NOW
002282*                  CARRY A SEQUENCE NUMBER, RECORD CHECK AND
002284*                  CHAIN VALUE IN COLS 74-104, SO FACTAUD,
002286*                  FACTARCV AND FACTAUDW RECORDS GROW TO 104
002288*                  BYTES.  RECORDS STILL PASS THROUGH BYTE FOR
002290*                  BYTE AND IN ORDER, WHICH IS WHAT KEEPS THE
002292*                  CHAIN UNBROKEN ACROSS THE ARCHIVE GENERATIONS
002294*                  FACTAUDV WALKS.
002300*================================================================

002400 ENVIRONMENT DIVISION.
004200 01  FACT-AUDIT-RECORD.
004300     05 FACT-AUDIT-REC-TYPE       PIC X(01).
004400         88 FACT-AUDIT-REC-V2         VALUE "A".
004500     05 FILLER                    PIC X(103).

005200 FD  ARCH-ARCHIVE-FILE.
005300 01  ARCH-ARCHIVE-RECORD            PIC X(104).

005400 FD  ARCH-WORK-FILE.
005500 01  ARCH-WORK-RECORD               PIC X(104).

005600 FD  ARCH-REPORT-FILE.
005700 01  ARCH-REPORT-RECORD             PIC X(80).
