002500*                  COMMAND LINE (YYYY-MM-DD, THE FACTARCH
002600*                  CONVENTION).  RETURN CODE 8 WHEN ANY EXTRACT
002700*                  IS OVERDUE, SO THE DESK CAN CHASE IT.
002701* 2026-10-15  DM   OUTPUT GENERATIONS.  THE REGISTER RECORD NOW
002702*                  CARRIES THE RESEND COUNT AND LAST RESEND DATE
002703*                  FACTRSND POSTS WHEN IT REGENERATES AN EXTRACT;
002704*                  THE REGISTER REPORT SHOWS THE COUNT.
002800*================================================================

002900 ENVIRONMENT DIVISION.
005800         88 FACT-REG-ACKNOWLEDGED       VALUE "A".
005900     05 FILLER                      PIC X(01).
006000     05 FACT-REG-ACK-DATE           PIC X(10).
006100     05 FILLER                      PIC X(01).
006101     05 FACT-REG-RESEND-CTR         PIC 9(03).
006102     05 FILLER                      PIC X(01).
006103     05 FACT-REG-RESEND-DATE        PIC X(10).
006104     05 FILLER                      PIC X(06).

006200 FD  ACK-INPUT-FILE.
006300 01  ACK-INPUT-RECORD.
015100         "     CONTROL TOT".
015200     05 FILLER                  PIC X(04) VALUE " ST ".
015300     05 FILLER                  PIC X(11) VALUE "ACK DATE".
015301     05 FILLER                  PIC X(05) VALUE "RSND ".
015400     05 FILLER                  PIC X(08) VALUE "FLAG".

015500 01  ACK-DETAIL-LINE.
016500     05 FILLER                  PIC X(02) VALUE SPACES.
016600     05 ACK-DTL-ACK-DATE        PIC X(10).
016700     05 FILLER                  PIC X(01) VALUE SPACES.
016701     05 ACK-DTL-RESENDS         PIC Z(03)9.
016702     05 FILLER                  PIC X(01) VALUE SPACES.
016800     05 ACK-DTL-FLAG            PIC X(08).

016900 01  ACK-SUMMARY-LINE.
039300     MOVE FACT-REG-CONTROL-TOT   TO ACK-DTL-CONTROL-TOT.
039400     MOVE FACT-REG-STATUS        TO ACK-DTL-STATUS.
039500     MOVE FACT-REG-ACK-DATE      TO ACK-DTL-ACK-DATE.
039501     IF FACT-REG-RESEND-CTR IS NUMERIC
039502         MOVE FACT-REG-RESEND-CTR TO ACK-DTL-RESENDS
039503     ELSE
039504         MOVE ZERO TO ACK-DTL-RESENDS
039505     END-IF.
039600     IF FACT-REG-UNACKNOWLEDGED
039700         MOVE FACT-REG-BUSINESS-DATE TO ACK-DATE-WORK
039800         STRING ACK-DW-YYYY ACK-DW-MM ACK-DW-DD
