003192*                  SELECTS CORRECTLY.  WHEN THE JOURNAL HAS NO
003194*                  NIGHTLY RECORD FOR THE BUSINESS DATE THE OLD
003196*                  DATE MATCH IS USED AND THE REPORT SAYS SO.
003197* 2026-10-15  DM   FACTPEND RECORD LAYOUT GROWS TO 140 BYTES
003198*                  FOR THE SUPERVISOR APPROVAL FIELDS.  ONLY
003199*                  COMPLETED (C) RECORDS ARE COUNTED, AS BEFORE.
00319A* 2026-10-15  DM   FACTAUD RECORD WIDENED TO 104 BYTES FOR THE
00319B*                  SEQUENCE, RECORD CHECK AND CHAIN VALUE NOW
00319C*                  SEALED ONTO "A"-TYPE RECORDS; THE COUNT STILL
00319D*                  READS ONLY COLS 1-73.
003200*================================================================

003300 ENVIRONMENT DIVISION.
008770     05 FACT-PEND-REC-CALC-STATUS   PIC X(01).
008780     05 FACT-PEND-REC-COMP-TIME     PIC X(14).
008790     05 FILLER                      PIC X(01).
008795     05 FILLER                      PIC X(60).

008900 FD  FACT-AUDIT-FILE.
009000 01  FACT-AUDIT-RECORD              PIC X(104).

009100 FD  FACT-EXTRACT-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
