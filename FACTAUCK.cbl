000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTAUCK.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL FACTAUD SEAL AND CHECK ROUTINES.
001100*                  FINANCE BILLS FROM THE AUDIT LOG THROUGH
001200*                  FACTBILL, SO EVERY "A"-TYPE RECORD NOW CARRIES
001300*                  A SEQUENCE NUMBER, A RECORD CHECK VALUE AND A
001400*                  CHAIN VALUE IN COLS 74-104.  THE SEQUENCE AND
001500*                  THE LAST CHAIN VALUE LIVE ON THE FACTAUSQ
001600*                  CONTROL FILE, NOT IN STORAGE, SO THEY RUN ON
001700*                  FROM ONE RUN UNIT TO THE NEXT.  THE RECORD
001800*                  CHECK IS A WEIGHTED REMAINDER OVER COLS 1-84
001900*                  (THE RECORD AND ITS SEQUENCE NUMBER); THE
002000*                  CHAIN VALUE FOLDS THE RECORD CHECK INTO THE
002100*                  PREVIOUS RECORD'S CHAIN VALUE, SO AN EDITED
002200*                  RECORD FAILS ITS OWN CHECK AND A DELETED OR
002300*                  INSERTED ONE BREAKS THE CHAIN AFTER IT.
002400*                  'FACTAUD-SEAL' IS CALLED BY THE WRITER IN
002500*                  RECURSIONEXAMPLE; 'FACTAUD-CHECK' IS CALLED
002600*                  BY THE FACTAUDV VERIFIER, SO BOTH SIDES USE
002700*                  THE ONE CALCULATION.
002800* 2026-10-15  DM   FACTAUSQ IS NOW HELD UNDER AN EXCLUSIVE LOCK
002900*                  FROM THE READ OF THE LAST SEQUENCE UNTIL THE
003000*                  CALLER HAS WRITTEN THE SEALED RECORD AND
003100*                  CALLED 'FACTAUD-RELEASE', SO CLERK SESSIONS
003200*                  AND A BATCH RUN SEALING AT ONCE CAN NEVER TAKE
003300*                  THE SAME NUMBER.  A LOCKED FILE IS RETRIED
003400*                  EVERY TENTH OF A SECOND FOR UP TO 30 SECONDS.
003500*                  THE RECORD IS UPDATED IN PLACE BY REWRITE
003600*                  RATHER THAN BY RECREATING THE FILE, SO A RUN
003700*                  THAT DIES MID-SEAL CANNOT LEAVE IT EMPTY.  AN
003800*                  EMPTY OR DAMAGED FILE NOW STOPS SEALING
003900*                  (STATUS 98) INSTEAD OF RESTARTING THE SEQUENCE
004000*                  AT ONE; ONLY A MISSING FILE STARTS A NEW ONE.
004100*================================================================

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AUCK-SEQ-FILE ASSIGN TO FACTAUSQ
004600         ORGANIZATION IS SEQUENTIAL
004700         LOCK MODE IS EXCLUSIVE
004800         FILE STATUS IS AUCK-SEQ-STATUS.

004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* ONE FIXED RECORD, UPDATED IN PLACE.  IT ENDS IN A LINE FEED SO
005300* THE FILE STAYS THE ONE-LINE TEXT FILE FACTAUDV AND OPERATORS
005400* READ.
005500*----------------------------------------------------------------
005600 FD  AUCK-SEQ-FILE.
005700 01  AUCK-SEQ-RECORD.
005800     05 AUCK-SEQ-REC-LAST-SEQ      PIC X(10).
005900     05 FILLER                     PIC X(01).
006000     05 AUCK-SEQ-REC-LAST-CHAIN    PIC X(09).
006100     05 FILLER                     PIC X(01).
006200     05 AUCK-SEQ-REC-UPDATED       PIC X(14).
006300     05 AUCK-SEQ-REC-LINE-END      PIC X(01).

006400 WORKING-STORAGE SECTION.
006500*================================================================
006600* 77-LEVEL SWITCHES AND WORK FIELDS
006700*================================================================
006800 77  AUCK-SEQ-STATUS           PIC X(02) VALUE SPACES.
006900     88 AUCK-SEQ-OK                VALUE "00".
007000     88 AUCK-SEQ-NO-FILE           VALUE "35".
007100     88 AUCK-SEQ-LOCKED            VALUE "61".
007200 77  AUCK-SEQ-BAD-SW           PIC X(01) VALUE "N".
007300     88 AUCK-SEQ-BAD               VALUE "Y".
007400 77  AUCK-SEQ-HELD-SW          PIC X(01) VALUE "N".
007500     88 AUCK-SEQ-HELD              VALUE "Y".
007600 77  AUCK-RETRY-CTR            PIC 9(04) COMP VALUE ZERO.
007700 77  AUCK-RETRY-MAX            PIC 9(04) COMP VALUE 300.
007800 77  AUCK-RETRY-WAIT           PIC 9V9(03) VALUE 0.100.
007900 77  AUCK-SUB                  PIC 9(04) COMP VALUE ZERO.
008000 77  AUCK-HASH                 PIC 9(09) COMP VALUE ZERO.
008100 77  AUCK-WORK                 PIC 9(18) COMP VALUE ZERO.
008200 77  AUCK-QUOTIENT             PIC 9(18) COMP VALUE ZERO.
008300 77  AUCK-LAST-SEQ             PIC 9(10) VALUE ZERO.
008400 77  AUCK-LAST-CHAIN           PIC 9(09) VALUE ZERO.
008500 77  AUCK-PREV-CHAIN           PIC 9(09) VALUE ZERO.
008600 77  AUCK-NEW-CHECK            PIC 9(09) VALUE ZERO.
008700 77  AUCK-NEW-CHAIN            PIC 9(09) VALUE ZERO.

008800*================================================================
008900* CHECK CONSTANTS - THE REMAINDER IS TAKEN ON A PRIME SO EVERY
009000* BYTE AND ITS POSITION MOVES THE RESULT.  THESE MUST NEVER
009100* CHANGE ONCE RECORDS HAVE BEEN SEALED WITH THEM.
009200*================================================================
009300 01  AUCK-MODULUS              PIC 9(09) VALUE 999999937.
009400 01  AUCK-BYTE-WEIGHT          PIC 9(03) VALUE 131.
009500 01  AUCK-CHAIN-WEIGHT         PIC 9(07) VALUE 1000003.
009600 01  AUCK-CHECKED-LENGTH       PIC 9(04) COMP VALUE 84.

009700*================================================================
009800* SEALED AUDIT RECORD - THE 73-BYTE "A"-TYPE RECORD FOLLOWED BY
009900* THE INTEGRITY FIELDS
010000*================================================================
010100 01  AUCK-RECORD.
010200     05 AUCK-REC-BODY              PIC X(73).
010300     05 FILLER                     PIC X(01).
010400     05 AUCK-REC-SEQ               PIC 9(10).
010500     05 FILLER                     PIC X(01).
010600     05 AUCK-REC-CHECK             PIC 9(09).
010700     05 FILLER                     PIC X(01).
010800     05 AUCK-REC-CHAIN             PIC 9(09).

010900 01  AUCK-TODAY                PIC X(21) VALUE SPACES.

011000 LINKAGE SECTION.
011100 01  SEAL-RECORD               PIC X(104).
011200 01  SEAL-STATUS               PIC X(02).
011300 01  CHECK-RECORD              PIC X(104).
011400 01  CHECK-PREV-CHAIN          PIC 9(09).
011500 01  CHECK-REC-CHECK           PIC 9(09).
011600 01  CHECK-CHAIN               PIC 9(09).

011700*================================================================
011800* PROCEDURE DIVISION - CALL VIA THE ENTRY POINTS ONLY
011900*================================================================
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012200     GOBACK.

012300*----------------------------------------------------------------
012400* 'FACTAUD-SEAL'  -  LOCK FACTAUSQ, TAKE THE NEXT SEQUENCE
012500*                    NUMBER, FILL IN THE INTEGRITY FIELDS OF THE
012600*                    CALLER'S RECORD AND REWRITE THE NEW LAST
012700*                    SEQUENCE AND CHAIN VALUE.  ON STATUS 00 THE
012800*                    LOCK IS STILL HELD: THE CALLER WRITES THE
012900*                    RECORD TO FACTAUD AND THEN CALLS
013000*                    'FACTAUD-RELEASE'.  A NON-ZERO STATUS LEAVES
013100*                    THE RECORD UNSEALED AND NOTHING LOCKED.
013200*----------------------------------------------------------------
013300 ENTRY 'FACTAUD-SEAL' USING SEAL-RECORD, SEAL-STATUS.
013400     IF AUCK-SEQ-HELD
013500         CLOSE AUCK-SEQ-FILE
013600         MOVE "N" TO AUCK-SEQ-HELD-SW
013700     END-IF.
013800     MOVE ZERO TO AUCK-LAST-SEQ.
013900     MOVE ZERO TO AUCK-LAST-CHAIN.
014000     MOVE "N" TO AUCK-SEQ-BAD-SW.
014100     PERFORM 1100-OPEN-SEQ-FILE
014200         THRU 1100-OPEN-SEQ-FILE-EXIT.
014300     IF NOT AUCK-SEQ-OK
014400         MOVE AUCK-SEQ-STATUS TO SEAL-STATUS
014500         GOBACK
014600     END-IF.
014700     PERFORM 1000-READ-SEQ-RECORD
014800         THRU 1000-READ-SEQ-RECORD-EXIT.
014900     IF AUCK-SEQ-BAD
015000         CLOSE AUCK-SEQ-FILE
015100         MOVE "98" TO SEAL-STATUS
015200         GOBACK
015300     END-IF.
015400     MOVE SEAL-RECORD TO AUCK-RECORD.
015500     ADD 1 TO AUCK-LAST-SEQ.
015600     MOVE AUCK-LAST-SEQ TO AUCK-REC-SEQ.
015700     MOVE AUCK-LAST-CHAIN TO AUCK-PREV-CHAIN.
015800     PERFORM 2000-COMPUTE-CHECK
015900         THRU 2000-COMPUTE-CHECK-EXIT.
016000     MOVE AUCK-NEW-CHECK TO AUCK-REC-CHECK.
016100     MOVE AUCK-NEW-CHAIN TO AUCK-REC-CHAIN.
016200     MOVE SPACES TO AUCK-SEQ-RECORD.
016300     MOVE AUCK-LAST-SEQ TO AUCK-SEQ-REC-LAST-SEQ.
016400     MOVE AUCK-NEW-CHAIN TO AUCK-SEQ-REC-LAST-CHAIN.
016500     MOVE FUNCTION CURRENT-DATE TO AUCK-TODAY.
016600     MOVE AUCK-TODAY(1:14) TO AUCK-SEQ-REC-UPDATED.
016700     MOVE X"0A" TO AUCK-SEQ-REC-LINE-END.
016800     REWRITE AUCK-SEQ-RECORD.
016900     IF NOT AUCK-SEQ-OK
017000         MOVE AUCK-SEQ-STATUS TO SEAL-STATUS
017100         CLOSE AUCK-SEQ-FILE
017200         GOBACK
017300     END-IF.
017400     MOVE "Y" TO AUCK-SEQ-HELD-SW.
017500     MOVE AUCK-SEQ-STATUS TO SEAL-STATUS.
017600     MOVE AUCK-RECORD TO SEAL-RECORD.
017700     GOBACK.

017800*----------------------------------------------------------------
017900* 'FACTAUD-RELEASE'  -  THE CALLER HAS WRITTEN THE SEALED RECORD;
018000*                       CLOSE FACTAUSQ AND FREE THE LOCK FOR THE
018100*                       NEXT WRITER
018200*----------------------------------------------------------------
018300 ENTRY 'FACTAUD-RELEASE'.
018400     IF AUCK-SEQ-HELD
018500         CLOSE AUCK-SEQ-FILE
018600         MOVE "N" TO AUCK-SEQ-HELD-SW
018700     END-IF.
018800     GOBACK.

018900*----------------------------------------------------------------
019000* 'FACTAUD-CHECK'  -  RECOMPUTE THE RECORD CHECK OF A SEALED
019100*                     RECORD AND THE CHAIN VALUE IT SHOULD CARRY
019200*                     AFTER THE GIVEN PREVIOUS CHAIN VALUE
019300*----------------------------------------------------------------
019400 ENTRY 'FACTAUD-CHECK' USING CHECK-RECORD, CHECK-PREV-CHAIN,
019500     CHECK-REC-CHECK, CHECK-CHAIN.
019600     MOVE CHECK-RECORD TO AUCK-RECORD.
019700     MOVE CHECK-PREV-CHAIN TO AUCK-PREV-CHAIN.
019800     PERFORM 2000-COMPUTE-CHECK
019900         THRU 2000-COMPUTE-CHECK-EXIT.
020000     MOVE AUCK-NEW-CHECK TO CHECK-REC-CHECK.
020100     MOVE AUCK-NEW-CHAIN TO CHECK-CHAIN.
020200     GOBACK.

020300*----------------------------------------------------------------
020400* 1000-READ-SEQ-RECORD  -  AN EMPTY OR DAMAGED CONTROL FILE
020500*                          RETURNS STATUS 98 AND NOTHING IS
020600*                          SEALED - THE SEQUENCE IS NEVER
020700*                          QUIETLY RESTARTED
020800*----------------------------------------------------------------
020900 1000-READ-SEQ-RECORD.
021000     READ AUCK-SEQ-FILE
021100         AT END
021200             SET AUCK-SEQ-BAD TO TRUE
021300             GO TO 1000-READ-SEQ-RECORD-EXIT
021400     END-READ.
021500     IF NOT AUCK-SEQ-OK
021600         SET AUCK-SEQ-BAD TO TRUE
021700         GO TO 1000-READ-SEQ-RECORD-EXIT
021800     END-IF.
021900     IF AUCK-SEQ-REC-LAST-SEQ NOT NUMERIC
022000         OR AUCK-SEQ-REC-LAST-CHAIN NOT NUMERIC
022100         SET AUCK-SEQ-BAD TO TRUE
022200         GO TO 1000-READ-SEQ-RECORD-EXIT
022300     END-IF.
022400     MOVE AUCK-SEQ-REC-LAST-SEQ TO AUCK-LAST-SEQ.
022500     MOVE AUCK-SEQ-REC-LAST-CHAIN TO AUCK-LAST-CHAIN.
022600 1000-READ-SEQ-RECORD-EXIT.
022700     EXIT.

022800*----------------------------------------------------------------
022900* 1100-OPEN-SEQ-FILE  -  OPEN FACTAUSQ I-O UNDER THE EXCLUSIVE
023000*                        LOCK, WAITING WHILE ANOTHER WRITER HOLDS
023100*                        IT.  STILL LOCKED AFTER THE RETRIES
023200*                        RETURNS STATUS 61 TO THE CALLER.
023300*----------------------------------------------------------------
023400 1100-OPEN-SEQ-FILE.
023500     MOVE ZERO TO AUCK-RETRY-CTR.
023600     MOVE "61" TO AUCK-SEQ-STATUS.
023700     PERFORM 1150-TRY-OPEN-SEQ-FILE
023800         THRU 1150-TRY-OPEN-SEQ-FILE-EXIT
023900         UNTIL NOT AUCK-SEQ-LOCKED
024000         OR AUCK-RETRY-CTR > AUCK-RETRY-MAX.
024100 1100-OPEN-SEQ-FILE-EXIT.
024200     EXIT.

024300*----------------------------------------------------------------
024400* 1150-TRY-OPEN-SEQ-FILE  -  ONE ATTEMPT, AFTER A PAUSE IF NOT
024500*                            THE FIRST.  THE VERY FIRST SEAL
024600*                            FINDS NO FILE AND STARTS ONE.
024700*----------------------------------------------------------------
024800 1150-TRY-OPEN-SEQ-FILE.
024900     IF AUCK-RETRY-CTR > ZERO
025000         CALL "C$SLEEP" USING AUCK-RETRY-WAIT
025100     END-IF.
025200     ADD 1 TO AUCK-RETRY-CTR.
025300     OPEN I-O AUCK-SEQ-FILE.
025400     IF AUCK-SEQ-NO-FILE
025500         PERFORM 1200-START-SEQ-FILE
025600             THRU 1200-START-SEQ-FILE-EXIT
025700     END-IF.
025800 1150-TRY-OPEN-SEQ-FILE-EXIT.
025900     EXIT.

026000*----------------------------------------------------------------
026100* 1200-START-SEQ-FILE  -  WRITE A ZERO SEQUENCE AND CHAIN, THEN
026200*                         OPEN IT I-O LIKE AN EXISTING ONE
026300*----------------------------------------------------------------
026400 1200-START-SEQ-FILE.
026500     OPEN OUTPUT AUCK-SEQ-FILE.
026600     IF NOT AUCK-SEQ-OK
026700         GO TO 1200-START-SEQ-FILE-EXIT
026800     END-IF.
026900     MOVE SPACES TO AUCK-SEQ-RECORD.
027000     MOVE ZERO TO AUCK-LAST-SEQ.
027100     MOVE ZERO TO AUCK-LAST-CHAIN.
027200     MOVE AUCK-LAST-SEQ TO AUCK-SEQ-REC-LAST-SEQ.
027300     MOVE AUCK-LAST-CHAIN TO AUCK-SEQ-REC-LAST-CHAIN.
027400     MOVE FUNCTION CURRENT-DATE TO AUCK-TODAY.
027500     MOVE AUCK-TODAY(1:14) TO AUCK-SEQ-REC-UPDATED.
027600     MOVE X"0A" TO AUCK-SEQ-REC-LINE-END.
027700     WRITE AUCK-SEQ-RECORD.
027800     CLOSE AUCK-SEQ-FILE.
027900     OPEN I-O AUCK-SEQ-FILE.
028000 1200-START-SEQ-FILE-EXIT.
028100     EXIT.

028200*----------------------------------------------------------------
028300* 2000-COMPUTE-CHECK  -  RECORD CHECK OVER COLS 1-84, THEN THE
028400*                        CHAIN VALUE FROM THE PREVIOUS ONE
028500*----------------------------------------------------------------
028600 2000-COMPUTE-CHECK.
028700     MOVE ZERO TO AUCK-HASH.
028800     PERFORM 2100-HASH-ONE-BYTE
028900         THRU 2100-HASH-ONE-BYTE-EXIT
029000         VARYING AUCK-SUB FROM 1 BY 1
029100         UNTIL AUCK-SUB > AUCK-CHECKED-LENGTH.
029200     MOVE AUCK-HASH TO AUCK-NEW-CHECK.
029300     COMPUTE AUCK-WORK =
029400         AUCK-PREV-CHAIN * AUCK-CHAIN-WEIGHT + AUCK-NEW-CHECK.
029500     DIVIDE AUCK-WORK BY AUCK-MODULUS
029600         GIVING AUCK-QUOTIENT REMAINDER AUCK-NEW-CHAIN.
029700 2000-COMPUTE-CHECK-EXIT.
029800     EXIT.

029900*----------------------------------------------------------------
030000* 2100-HASH-ONE-BYTE
030100*----------------------------------------------------------------
030200 2100-HASH-ONE-BYTE.
030300     COMPUTE AUCK-WORK = AUCK-HASH * AUCK-BYTE-WEIGHT
030400         + FUNCTION ORD(AUCK-RECORD(AUCK-SUB:1)) + AUCK-SUB.
030500     DIVIDE AUCK-WORK BY AUCK-MODULUS
030600         GIVING AUCK-QUOTIENT REMAINDER AUCK-HASH.
030700 2100-HASH-ONE-BYTE-EXIT.
030800     EXIT.
