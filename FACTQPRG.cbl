002300*                  STAGED ON FACTQPRW AND COPIED BACK, THE SAME
002400*                  PATTERN FACTARCH USES, SO A BROKEN RUN NEVER
002500*                  TRUNCATES THE LIVE QUEUE.
002510* 2026-10-15  DM   SUPERVISOR HOLD.  THE FACTPEND RECORD GROWS TO
002520*                  140 BYTES FOR THE APPROVAL FIELDS.  A DECLINED
002530*                  (D) REQUEST WHOSE DECISION TIMESTAMP IS BEFORE
002540*                  THE CUTOFF NOW PURGES THE SAME WAY A COMPLETED
002550*                  ONE DOES; HELD (H) REQUESTS ARE RETAINED LIKE
002560*                  PENDING ONES.
002600*================================================================

002700 ENVIRONMENT DIVISION.
003900 01  FACT-PENDING-RECORD.
004000     05 FACT-PEND-REC-STATUS        PIC X(01).
004100         88 FACT-PEND-REC-COMPLETED     VALUE "C".
004110         88 FACT-PEND-REC-DECLINED      VALUE "D".
004200     05 FACT-PEND-REC-FUNC          PIC X(01).
004300     05 FACT-PEND-REC-N             PIC X(04).
004400     05 FACT-PEND-REC-R             PIC X(04).
004800     05 FACT-PEND-REC-CALC-STATUS   PIC X(01).
004900     05 FACT-PEND-REC-COMP-TIME     PIC X(14).
005000     05 FILLER                      PIC X(01).
005010     05 FACT-PEND-REC-HOLD-CODE     PIC X(02).
005020     05 FACT-PEND-REC-APPROVER      PIC X(08).
005030     05 FACT-PEND-REC-DECISION      PIC X(01).
005040     05 FACT-PEND-REC-DEC-TIME      PIC X(14).
005050     05 FACT-PEND-REC-DECL-REASON   PIC X(20).
005060     05 FILLER                      PIC X(15).

005100 FD  QPRG-WORK-FILE.
005200 01  QPRG-WORK-RECORD               PIC X(140).

005300 WORKING-STORAGE SECTION.
005400*================================================================

014700*----------------------------------------------------------------
014800* 2000-SPLIT-QUEUE  -  ONE QUEUE RECORD PER ITERATION: A
014900*                      COMPLETED OR DECLINED RECORD OLDER THAN
015000*                      THE CUTOFF IS DROPPED, EVERYTHING ELSE IS
015100*                      STAGED FOR THE COPY BACK
015200*----------------------------------------------------------------
015300 2000-SPLIT-QUEUE.
015400     IF (FACT-PEND-REC-COMPLETED
015500         AND FACT-PEND-REC-COMP-TIME(1:8) < QPRG-CUTOFF-YMD)
015520       OR (FACT-PEND-REC-DECLINED
015540         AND FACT-PEND-REC-DEC-TIME(1:8) < QPRG-CUTOFF-YMD)
015600         ADD 1 TO QPRG-PURGED-CTR
015700     ELSE
015800         PERFORM 3000-WRITE-WORK-RECORD
