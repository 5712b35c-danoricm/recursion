000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTJOBS.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL NIGHTLY JOB-STREAM DRIVER.  THE
001100*                  OPERATOR HAD BEEN RUNNING FACTFRNT, FACTBAT,
001200*                  FACTBAL, FACTRECN, FACTACK AND THE FACTARCH/
001300*                  FACTQPRG HOUSEKEEPING BY HAND AND DECIDING
001400*                  AFTER EACH ONE WHETHER ITS RETURN CODE MEANT
001500*                  STOP.  THE STREAM IS NOW DEFINED ON FACTJOBC,
001600*                  ONE RECORD PER STEP IN RUN ORDER, EACH WITH A
001700*                  HOLD RETURN CODE - A STEP ENDING AT OR ABOVE
001800*                  IT HOLDS EVERY STEP AFTER IT (FACTBAL AND
001900*                  FACTRECN HOLD AT 8).  A STEP'S PARM IS EITHER
002000*                  A FIXED VALUE OR A CUTOFF DATE A GIVEN NUMBER
002100*                  OF DAYS BEFORE THE FACTCTL BUSINESS DATE, SO
002200*                  THE RETENTION AND DEADLINE PARMS OF FACTACK,
002300*                  FACTARCH AND FACTQPRG ARE NEVER TYPED.  EVERY
002400*                  STEP RUN APPENDS A RECORD TO THE FACTSTPL
002500*                  STEP LOG - BUSINESS DATE, STEP, START AND END
002600*                  TIMESTAMPS, RETURN CODE AND C (COMPLETE) OR F
002700*                  (FAILED).  A RERUN FOR THE SAME BUSINESS DATE
002800*                  READS THE LOG, SKIPS EVERY STEP WHOSE LATEST
002900*                  ENTRY IS C, AND RESUMES AT THE FAILED STEP,
003000*                  USING THE STEP'S RESTART PARM WHEN ONE IS
003100*                  DEFINED (FACTBAT RESTART).  RETURN CODE IS THE
003200*                  HIGHEST STEP RETURN CODE, OR 16 WHEN THE
003300*                  STREAM CANNOT BE STARTED.
003400*================================================================

003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FACT-CONTROL-FILE ASSIGN TO FACTCTL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JOBS-CONTROL-STATUS.

004100     SELECT JOBS-STREAM-FILE ASSIGN TO FACTJOBC
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS JOBS-STREAM-STATUS.

004400     SELECT JOBS-STEPLOG-FILE ASSIGN TO FACTSTPL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JOBS-STEPLOG-STATUS.

004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FACT-CONTROL-FILE.
005000 01  FACT-CONTROL-RECORD.
005100     05 FACT-CTL-BUSINESS-DATE      PIC X(10).
005200     05 FILLER                      PIC X(01).
005300     05 FACT-CTL-CHECKPOINT-INT     PIC 9(09).
005400     05 FILLER                      PIC X(01).
005500     05 FACT-CTL-LINES-PER-PAGE     PIC 9(05).
005600     05 FILLER                      PIC X(01).
005700     05 FACT-CTL-RUN-STATUS         PIC X(01).

005800 FD  JOBS-STREAM-FILE.
005900 01  JOBS-STREAM-RECORD.
006000     05 JOBS-JC-STEP-NAME           PIC X(08).
006100     05 FILLER                      PIC X(01).
006200     05 JOBS-JC-HOLD-RC             PIC X(02).
006300     05 FILLER                      PIC X(01).
006400     05 JOBS-JC-CUTOFF-DAYS         PIC X(03).
006500     05 FILLER                      PIC X(01).
006600     05 JOBS-JC-PARM                PIC X(20).
006700     05 FILLER                      PIC X(01).
006800     05 JOBS-JC-RESTART-PARM        PIC X(20).
006900     05 FILLER                      PIC X(23).

007000 FD  JOBS-STEPLOG-FILE.
007100 01  JOBS-STEPLOG-RECORD.
007200     05 JOBS-SL-BUSINESS-DATE       PIC X(10).
007300     05 FILLER                      PIC X(01).
007400     05 JOBS-SL-STEP-NO             PIC 9(02).
007500     05 FILLER                      PIC X(01).
007600     05 JOBS-SL-STEP-NAME           PIC X(08).
007700     05 FILLER                      PIC X(01).
007800     05 JOBS-SL-START-TIME          PIC X(14).
007900     05 FILLER                      PIC X(01).
008000     05 JOBS-SL-END-TIME            PIC X(14).
008100     05 FILLER                      PIC X(01).
008200     05 JOBS-SL-RETURN-CODE         PIC 9(03).
008300     05 FILLER                      PIC X(01).
008400     05 JOBS-SL-STEP-STATUS         PIC X(01).
008500         88 JOBS-SL-COMPLETE            VALUE "C".
008600         88 JOBS-SL-FAILED              VALUE "F".
008700     05 FILLER                      PIC X(22).

008800 WORKING-STORAGE SECTION.
008900*================================================================
009000* 77-LEVEL SWITCHES AND COUNTERS
009100*================================================================
009200 77  JOBS-CONTROL-STATUS       PIC X(02) VALUE SPACES.
009300     88 JOBS-CONTROL-OK            VALUE "00".
009400 77  JOBS-STREAM-STATUS        PIC X(02) VALUE SPACES.
009500     88 JOBS-STREAM-OK             VALUE "00".
009600 77  JOBS-STEPLOG-STATUS       PIC X(02) VALUE SPACES.
009700     88 JOBS-STEPLOG-OK            VALUE "00".
009800     88 JOBS-STEPLOG-NO-FILE       VALUE "35".

009900 77  JOBS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
010000     88 JOBS-FILE-EOF              VALUE "Y".
010100 77  JOBS-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
010200     88 JOBS-INIT-FAILED           VALUE "Y".
010300 77  JOBS-HELD-SWITCH          PIC X(01) VALUE "N".
010400     88 JOBS-STREAM-HELD           VALUE "Y".
010500 77  JOBS-LOG-FAILED-SWITCH    PIC X(01) VALUE "N".
010600     88 JOBS-LOG-FAILED            VALUE "Y".

010700 77  JOBS-STEP-SUB             PIC 9(04) COMP VALUE ZERO.
010800 77  JOBS-STEP-COUNT           PIC 9(04) COMP VALUE ZERO.
010900 77  JOBS-STEP-MAX             PIC 9(04) COMP VALUE 20.
011000 77  JOBS-RUN-CTR              PIC 9(04) COMP VALUE ZERO.
011100 77  JOBS-SKIP-CTR             PIC 9(04) COMP VALUE ZERO.
011200 77  JOBS-LOG-READ-CTR         PIC 9(09) COMP VALUE ZERO.
011300 77  JOBS-HIGH-RC              PIC 9(03) VALUE ZERO.
011400 77  JOBS-STEP-RC              PIC 9(03) VALUE ZERO.
011500 77  JOBS-SYSTEM-STATUS        PIC S9(09) COMP VALUE ZERO.
011600 77  JOBS-STATUS-REMAINDER     PIC S9(09) COMP VALUE ZERO.
011700 77  JOBS-DAY-INT              PIC 9(08) COMP VALUE ZERO.
011800 77  JOBS-STEP-START           PIC X(14) VALUE SPACES.
011900 77  JOBS-STEP-PARM            PIC X(20) VALUE SPACES.

012000 77  JOBS-BUSINESS-DATE        PIC X(10) VALUE SPACES.
012100 01  JOBS-BUSINESS-YMD          PIC X(08) VALUE SPACES.
012200 01  JOBS-BUSINESS-NUM REDEFINES JOBS-BUSINESS-YMD
012300                                PIC 9(08).
012400 01  JOBS-DATE-WORK.
012500     05 JOBS-DW-YYYY            PIC X(04).
012600     05 FILLER                  PIC X(01).
012700     05 JOBS-DW-MM              PIC X(02).
012800     05 FILLER                  PIC X(01).
012900     05 JOBS-DW-DD              PIC X(02).
013000 01  JOBS-CUTOFF-NUM            PIC 9(08) VALUE ZERO.
013100 01  JOBS-CUTOFF-YMD REDEFINES JOBS-CUTOFF-NUM.
013200     05 JOBS-CUT-YYYY           PIC X(04).
013300     05 JOBS-CUT-MM             PIC X(02).
013400     05 JOBS-CUT-DD             PIC X(02).

013500 01  JOBS-COMMAND               PIC X(80) VALUE SPACES.

013600*================================================================
013700* STREAM TABLE - ONE ENTRY PER FACTJOBC STEP IN RUN ORDER.  THE
013800* DONE AND FAILED FLAGS COME FROM THE LATEST FACTSTPL ENTRY FOR
013900* THE STEP ON THE CURRENT BUSINESS DATE.
014000*================================================================
014100 01  JOBS-STEP-TABLE.
014200     05 JOBS-STEP-ENTRY OCCURS 20 TIMES.
014300         10 JOBS-STEP-NAME      PIC X(08).
014400         10 JOBS-STEP-HOLD-RC   PIC 9(02).
014500         10 JOBS-STEP-CUT-DAYS  PIC 9(03).
014600         10 JOBS-STEP-CUT-SW    PIC X(01).
014700             88 JOBS-STEP-USES-CUTOFF   VALUE "Y".
014800         10 JOBS-STEP-FIX-PARM  PIC X(20).
014900         10 JOBS-STEP-RST-PARM  PIC X(20).
015000         10 JOBS-STEP-LAST      PIC X(01).
015100             88 JOBS-STEP-DONE          VALUE "C".
015200             88 JOBS-STEP-FAILED        VALUE "F".

015300*================================================================
015400* PROCEDURE DIVISION
015500*================================================================
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-INITIALIZE-EXIT.
016000     IF NOT JOBS-INIT-FAILED
016100         PERFORM 2000-RUN-ONE-STEP
016200             THRU 2000-RUN-ONE-STEP-EXIT
016300             VARYING JOBS-STEP-SUB FROM 1 BY 1
016400             UNTIL JOBS-STEP-SUB > JOBS-STEP-COUNT
016500             OR JOBS-STREAM-HELD
016600             OR JOBS-LOG-FAILED
016700     END-IF.
016800     PERFORM 8000-TERMINATE
016900         THRU 8000-TERMINATE-EXIT.
017000     STOP RUN.

017100*----------------------------------------------------------------
017200* 1000-INITIALIZE  -  BUSINESS DATE FROM FACTCTL, THE STREAM
017300*                     FROM FACTJOBC, TONIGHT'S PROGRESS FROM
017400*                     FACTSTPL, THEN OPEN THE LOG FOR APPEND
017500*----------------------------------------------------------------
017600 1000-INITIALIZE.
017700     OPEN INPUT FACT-CONTROL-FILE.
017800     IF NOT JOBS-CONTROL-OK
017900         DISPLAY "FACTJOBS: UNABLE TO OPEN FACTCTL - STATUS "
018000             JOBS-CONTROL-STATUS
018100         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
018200         GO TO 1000-INITIALIZE-EXIT
018300     END-IF.
018400     MOVE "N" TO JOBS-FILE-EOF-SWITCH.
018500     READ FACT-CONTROL-FILE
018600         AT END
018700             MOVE "Y" TO JOBS-FILE-EOF-SWITCH
018800     END-READ.
018900     IF JOBS-FILE-EOF
019000         DISPLAY "FACTJOBS: FACTCTL IS EMPTY - RUN-CONTROL "
019100             "RECORD REQUIRED"
019200         CLOSE FACT-CONTROL-FILE
019300         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
019400         GO TO 1000-INITIALIZE-EXIT
019500     END-IF.
019600     MOVE FACT-CTL-BUSINESS-DATE TO JOBS-BUSINESS-DATE.
019700     CLOSE FACT-CONTROL-FILE.
019800     MOVE JOBS-BUSINESS-DATE TO JOBS-DATE-WORK.
019900     STRING JOBS-DW-YYYY JOBS-DW-MM JOBS-DW-DD
020000         DELIMITED BY SIZE INTO JOBS-BUSINESS-YMD.
020100     IF JOBS-BUSINESS-YMD IS NOT NUMERIC
020200         DISPLAY "FACTJOBS: INVALID BUSINESS DATE ON FACTCTL - "
020300             JOBS-BUSINESS-DATE
020400         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
020500         GO TO 1000-INITIALIZE-EXIT
020600     END-IF.
020700     PERFORM 1100-LOAD-STREAM
020800         THRU 1100-LOAD-STREAM-EXIT.
020900     IF JOBS-INIT-FAILED
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF.
021200     PERFORM 1300-LOAD-STEP-LOG
021300         THRU 1300-LOAD-STEP-LOG-EXIT.
021400     IF JOBS-INIT-FAILED
021500         GO TO 1000-INITIALIZE-EXIT
021600     END-IF.
021700     OPEN EXTEND JOBS-STEPLOG-FILE.
021800     IF JOBS-STEPLOG-NO-FILE
021900         OPEN OUTPUT JOBS-STEPLOG-FILE
022000     END-IF.
022100     IF NOT JOBS-STEPLOG-OK
022200         DISPLAY "FACTJOBS: UNABLE TO OPEN FACTSTPL - STATUS "
022300             JOBS-STEPLOG-STATUS
022400         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     DISPLAY "FACTJOBS: NIGHTLY STREAM FOR BUSINESS DATE "
022800         JOBS-BUSINESS-DATE.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.

023100*----------------------------------------------------------------
023200* 1100-LOAD-STREAM  -  FACTJOBC INTO THE STREAM TABLE.  AN EMPTY
023300*                      OR INVALID DEFINITION STOPS THE DRIVER
023400*                      BEFORE ANY STEP RUNS.
023500*----------------------------------------------------------------
023600 1100-LOAD-STREAM.
023700     OPEN INPUT JOBS-STREAM-FILE.
023800     IF NOT JOBS-STREAM-OK
023900         DISPLAY "FACTJOBS: UNABLE TO OPEN FACTJOBC - STATUS "
024000             JOBS-STREAM-STATUS
024100         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
024200         GO TO 1100-LOAD-STREAM-EXIT
024300     END-IF.
024400     MOVE "N" TO JOBS-FILE-EOF-SWITCH.
024500     PERFORM 1150-LOAD-ONE-STEP
024600         THRU 1150-LOAD-ONE-STEP-EXIT
024700         UNTIL JOBS-FILE-EOF.
024800     CLOSE JOBS-STREAM-FILE.
024900     IF JOBS-STEP-COUNT = ZERO AND NOT JOBS-INIT-FAILED
025000         DISPLAY "FACTJOBS: FACTJOBC DEFINES NO STEPS"
025100         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
025200     END-IF.
025300 1100-LOAD-STREAM-EXIT.
025400     EXIT.

025500*----------------------------------------------------------------
025600* 1150-LOAD-ONE-STEP  -  STEP NAME AND HOLD CODE ARE REQUIRED.
025700*                        A NUMERIC CUTOFF-DAYS FIELD MAKES THE
025800*                        PARM A DATE THAT MANY DAYS BEFORE THE
025900*                        BUSINESS DATE; OTHERWISE THE FIXED PARM
026000*                        (WHICH MAY BE BLANK) IS PASSED.
026100*----------------------------------------------------------------
026200 1150-LOAD-ONE-STEP.
026300     READ JOBS-STREAM-FILE
026400         AT END
026500             MOVE "Y" TO JOBS-FILE-EOF-SWITCH
026600             GO TO 1150-LOAD-ONE-STEP-EXIT
026700     END-READ.
026800     IF JOBS-STREAM-RECORD = SPACES
026900         GO TO 1150-LOAD-ONE-STEP-EXIT
027000     END-IF.
027100     IF JOBS-JC-STEP-NAME = SPACES
027200         OR JOBS-JC-HOLD-RC IS NOT NUMERIC
027300         OR (JOBS-JC-CUTOFF-DAYS NOT = SPACES
027400             AND JOBS-JC-CUTOFF-DAYS IS NOT NUMERIC)
027500         DISPLAY "FACTJOBS: INVALID FACTJOBC STEP - "
027600             JOBS-JC-STEP-NAME " " JOBS-JC-HOLD-RC " "
027700             JOBS-JC-CUTOFF-DAYS
027800         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
027900         MOVE "Y" TO JOBS-FILE-EOF-SWITCH
028000         GO TO 1150-LOAD-ONE-STEP-EXIT
028100     END-IF.
028200     IF JOBS-STEP-COUNT >= JOBS-STEP-MAX
028300         DISPLAY "FACTJOBS: FACTJOBC HAS MORE THAN "
028400             JOBS-STEP-MAX " STEPS - STREAM NOT STARTED"
028500         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
028600         MOVE "Y" TO JOBS-FILE-EOF-SWITCH
028700         GO TO 1150-LOAD-ONE-STEP-EXIT
028800     END-IF.
028900     ADD 1 TO JOBS-STEP-COUNT.
029000     MOVE JOBS-JC-STEP-NAME TO JOBS-STEP-NAME(JOBS-STEP-COUNT).
029100     MOVE JOBS-JC-HOLD-RC TO JOBS-STEP-HOLD-RC(JOBS-STEP-COUNT).
029200     IF JOBS-JC-CUTOFF-DAYS IS NUMERIC
029300         MOVE JOBS-JC-CUTOFF-DAYS TO
029400             JOBS-STEP-CUT-DAYS(JOBS-STEP-COUNT)
029500         MOVE "Y" TO JOBS-STEP-CUT-SW(JOBS-STEP-COUNT)
029600     ELSE
029700         MOVE ZERO TO JOBS-STEP-CUT-DAYS(JOBS-STEP-COUNT)
029800         MOVE "N" TO JOBS-STEP-CUT-SW(JOBS-STEP-COUNT)
029900     END-IF.
030000     MOVE JOBS-JC-PARM TO JOBS-STEP-FIX-PARM(JOBS-STEP-COUNT).
030100     MOVE JOBS-JC-RESTART-PARM TO
030200         JOBS-STEP-RST-PARM(JOBS-STEP-COUNT).
030300     MOVE SPACE TO JOBS-STEP-LAST(JOBS-STEP-COUNT).
030400 1150-LOAD-ONE-STEP-EXIT.
030500     EXIT.

030600*----------------------------------------------------------------
030700* 1300-LOAD-STEP-LOG  -  THE LATEST FACTSTPL ENTRY FOR EACH STEP
030800*                        ON THE CURRENT BUSINESS DATE.  NO LOG
030900*                        YET MEANS A FRESH NIGHT.
031000*----------------------------------------------------------------
031100 1300-LOAD-STEP-LOG.
031200     OPEN INPUT JOBS-STEPLOG-FILE.
031300     IF JOBS-STEPLOG-NO-FILE
031400         GO TO 1300-LOAD-STEP-LOG-EXIT
031500     END-IF.
031600     IF NOT JOBS-STEPLOG-OK
031700         DISPLAY "FACTJOBS: UNABLE TO OPEN FACTSTPL - STATUS "
031800             JOBS-STEPLOG-STATUS
031900         MOVE "Y" TO JOBS-INIT-FAILED-SWITCH
032000         GO TO 1300-LOAD-STEP-LOG-EXIT
032100     END-IF.
032200     MOVE "N" TO JOBS-FILE-EOF-SWITCH.
032300     PERFORM 1350-TAKE-ONE-LOG-ENTRY
032400         THRU 1350-TAKE-ONE-LOG-ENTRY-EXIT
032500         UNTIL JOBS-FILE-EOF.
032600     CLOSE JOBS-STEPLOG-FILE.
032700 1300-LOAD-STEP-LOG-EXIT.
032800     EXIT.

032900*----------------------------------------------------------------
033000* 1350-TAKE-ONE-LOG-ENTRY  -  MATCHED ON STEP NUMBER AND NAME SO
033100*                            A CHANGED FACTJOBC NEVER CREDITS
033200*                            ONE STEP WITH ANOTHER'S RUN
033300*----------------------------------------------------------------
033400 1350-TAKE-ONE-LOG-ENTRY.
033500     READ JOBS-STEPLOG-FILE
033600         AT END
033700             MOVE "Y" TO JOBS-FILE-EOF-SWITCH
033800             GO TO 1350-TAKE-ONE-LOG-ENTRY-EXIT
033900     END-READ.
034000     ADD 1 TO JOBS-LOG-READ-CTR.
034100     IF JOBS-SL-BUSINESS-DATE NOT = JOBS-BUSINESS-DATE
034200         OR JOBS-SL-STEP-NO IS NOT NUMERIC
034300         GO TO 1350-TAKE-ONE-LOG-ENTRY-EXIT
034400     END-IF.
034500     IF JOBS-SL-STEP-NO = ZERO
034600         OR JOBS-SL-STEP-NO > JOBS-STEP-COUNT
034700         GO TO 1350-TAKE-ONE-LOG-ENTRY-EXIT
034800     END-IF.
034900     IF JOBS-SL-STEP-NAME NOT = JOBS-STEP-NAME(JOBS-SL-STEP-NO)
035000         GO TO 1350-TAKE-ONE-LOG-ENTRY-EXIT
035100     END-IF.
035200     MOVE JOBS-SL-STEP-STATUS TO
035300         JOBS-STEP-LAST(JOBS-SL-STEP-NO).
035400 1350-TAKE-ONE-LOG-ENTRY-EXIT.
035500     EXIT.

035600*----------------------------------------------------------------
035700* 2000-RUN-ONE-STEP  -  SKIP A STEP ALREADY COMPLETE TONIGHT,
035800*                       OTHERWISE BUILD ITS COMMAND, RUN IT, LOG
035900*                       IT AND APPLY ITS HOLD RULE
036000*----------------------------------------------------------------
036100 2000-RUN-ONE-STEP.
036200     IF JOBS-STEP-DONE(JOBS-STEP-SUB)
036300         ADD 1 TO JOBS-SKIP-CTR
036400         DISPLAY "FACTJOBS: STEP " JOBS-STEP-SUB " "
036500             JOBS-STEP-NAME(JOBS-STEP-SUB)
036600             " ALREADY COMPLETE - SKIPPED"
036700         GO TO 2000-RUN-ONE-STEP-EXIT
036800     END-IF.
036900     PERFORM 2100-BUILD-STEP-PARM
037000         THRU 2100-BUILD-STEP-PARM-EXIT.
037100     MOVE SPACES TO JOBS-COMMAND.
037200     STRING JOBS-STEP-NAME(JOBS-STEP-SUB) DELIMITED BY SPACE
037300         " " DELIMITED BY SIZE
037400         JOBS-STEP-PARM DELIMITED BY SIZE
037500         INTO JOBS-COMMAND.
037600     DISPLAY "FACTJOBS: STEP " JOBS-STEP-SUB " STARTED  - "
037700         JOBS-COMMAND(1:40).
037800     MOVE FUNCTION CURRENT-DATE(1:14) TO JOBS-STEP-START.
037900     CALL "SYSTEM" USING JOBS-COMMAND.
038000     PERFORM 2200-TAKE-STEP-RC
038100         THRU 2200-TAKE-STEP-RC-EXIT.
038200     MOVE ZERO TO RETURN-CODE.
038300     ADD 1 TO JOBS-RUN-CTR.
038400     IF JOBS-STEP-RC > JOBS-HIGH-RC
038500         MOVE JOBS-STEP-RC TO JOBS-HIGH-RC
038600     END-IF.
038700     MOVE SPACES TO JOBS-STEPLOG-RECORD.
038800     MOVE JOBS-BUSINESS-DATE TO JOBS-SL-BUSINESS-DATE.
038900     MOVE JOBS-STEP-SUB TO JOBS-SL-STEP-NO.
039000     MOVE JOBS-STEP-NAME(JOBS-STEP-SUB) TO JOBS-SL-STEP-NAME.
039100     MOVE JOBS-STEP-START TO JOBS-SL-START-TIME.
039200     MOVE FUNCTION CURRENT-DATE(1:14) TO JOBS-SL-END-TIME.
039300     MOVE JOBS-STEP-RC TO JOBS-SL-RETURN-CODE.
039400     IF JOBS-STEP-RC >= JOBS-STEP-HOLD-RC(JOBS-STEP-SUB)
039500         SET JOBS-SL-FAILED TO TRUE
039600         SET JOBS-STREAM-HELD TO TRUE
039700     ELSE
039800         SET JOBS-SL-COMPLETE TO TRUE
039900     END-IF.
040000     MOVE JOBS-SL-STEP-STATUS TO JOBS-STEP-LAST(JOBS-STEP-SUB).
040100     WRITE JOBS-STEPLOG-RECORD.
040200     IF NOT JOBS-STEPLOG-OK
040300         DISPLAY "FACTJOBS: UNABLE TO WRITE FACTSTPL - STATUS "
040400             JOBS-STEPLOG-STATUS " - STREAM STOPPED"
040500         SET JOBS-LOG-FAILED TO TRUE
040600     END-IF.
040700     DISPLAY "FACTJOBS: STEP " JOBS-STEP-SUB " ENDED    - "
040800         JOBS-STEP-NAME(JOBS-STEP-SUB) " RETURN CODE "
040900         JOBS-STEP-RC.
041000     IF JOBS-STREAM-HELD
041100         DISPLAY "FACTJOBS: " JOBS-STEP-NAME(JOBS-STEP-SUB)
041200             " AT OR ABOVE HOLD CODE "
041300             JOBS-STEP-HOLD-RC(JOBS-STEP-SUB)
041400             " - REMAINING STEPS HELD"
041500     END-IF.
041600 2000-RUN-ONE-STEP-EXIT.
041700     EXIT.

041800*----------------------------------------------------------------
041900* 2100-BUILD-STEP-PARM  -  RESTART PARM WHEN THE STEP FAILED
042000*                          EARLIER TONIGHT AND HAS ONE, ELSE THE
042100*                          CUTOFF DATE, ELSE THE FIXED PARM
042200*----------------------------------------------------------------
042300 2100-BUILD-STEP-PARM.
042400     MOVE SPACES TO JOBS-STEP-PARM.
042500     IF JOBS-STEP-FAILED(JOBS-STEP-SUB)
042600         AND JOBS-STEP-RST-PARM(JOBS-STEP-SUB) NOT = SPACES
042700         MOVE JOBS-STEP-RST-PARM(JOBS-STEP-SUB) TO JOBS-STEP-PARM
042800         GO TO 2100-BUILD-STEP-PARM-EXIT
042900     END-IF.
043000     IF NOT JOBS-STEP-USES-CUTOFF(JOBS-STEP-SUB)
043100         MOVE JOBS-STEP-FIX-PARM(JOBS-STEP-SUB) TO JOBS-STEP-PARM
043200         GO TO 2100-BUILD-STEP-PARM-EXIT
043300     END-IF.
043400     COMPUTE JOBS-DAY-INT =
043500         FUNCTION INTEGER-OF-DATE(JOBS-BUSINESS-NUM)
043600         - JOBS-STEP-CUT-DAYS(JOBS-STEP-SUB).
043700     MOVE FUNCTION DATE-OF-INTEGER(JOBS-DAY-INT) TO
043800         JOBS-CUTOFF-NUM.
043900     STRING JOBS-CUT-YYYY "-" JOBS-CUT-MM "-" JOBS-CUT-DD
044000         DELIMITED BY SIZE INTO JOBS-STEP-PARM.
044100 2100-BUILD-STEP-PARM-EXIT.
044200     EXIT.

044300*----------------------------------------------------------------
044400* 2200-TAKE-STEP-RC  -  SYSTEM HANDS BACK THE PROCESS WAIT
044500*                       STATUS; THE STEP'S RETURN CODE IS THE
044600*                       HIGH-ORDER BYTE.  A STEP THAT COULD NOT
044700*                       BE STARTED OR WAS CANCELLED (LOW-ORDER
044800*                       BYTE SET) IS TREATED AS RETURN CODE 16.
044900*----------------------------------------------------------------
045000 2200-TAKE-STEP-RC.
045100     MOVE RETURN-CODE TO JOBS-SYSTEM-STATUS.
045200     IF JOBS-SYSTEM-STATUS < ZERO
045300         MOVE 16 TO JOBS-STEP-RC
045400         GO TO 2200-TAKE-STEP-RC-EXIT
045500     END-IF.
045600     DIVIDE JOBS-SYSTEM-STATUS BY 256
045700         GIVING JOBS-SYSTEM-STATUS
045800         REMAINDER JOBS-STATUS-REMAINDER.
045900     IF JOBS-STATUS-REMAINDER NOT = ZERO
046000         MOVE 16 TO JOBS-STEP-RC
046100         GO TO 2200-TAKE-STEP-RC-EXIT
046200     END-IF.
046300     MOVE JOBS-SYSTEM-STATUS TO JOBS-STEP-RC.
046400 2200-TAKE-STEP-RC-EXIT.
046500     EXIT.

046600*----------------------------------------------------------------
046700* 8000-TERMINATE  -  CLOSE THE LOG AND SET THE RETURN CODE
046800*----------------------------------------------------------------
046900 8000-TERMINATE.
047000     IF JOBS-INIT-FAILED
047100         DISPLAY "FACTJOBS: STREAM NOT STARTED"
047200         MOVE 16 TO RETURN-CODE
047300         GO TO 8000-TERMINATE-EXIT
047400     END-IF.
047500     CLOSE JOBS-STEPLOG-FILE.
047600     IF JOBS-LOG-FAILED
047700         MOVE 16 TO JOBS-HIGH-RC
047800     END-IF.
047900     IF JOBS-STREAM-HELD OR JOBS-LOG-FAILED
048000         DISPLAY "FACTJOBS: STREAM HELD - RERUN RESUMES AT "
048100             "THE FAILED STEP"
048200     ELSE
048300         DISPLAY "FACTJOBS: STREAM COMPLETE FOR "
048400             JOBS-BUSINESS-DATE
048500     END-IF.
048600     MOVE JOBS-HIGH-RC TO RETURN-CODE.
048700     DISPLAY "FACTJOBS: STEPS DEFINED  = " JOBS-STEP-COUNT.
048800     DISPLAY "FACTJOBS: STEPS RUN      = " JOBS-RUN-CTR.
048900     DISPLAY "FACTJOBS: STEPS SKIPPED  = " JOBS-SKIP-CTR.
049000     DISPLAY "FACTJOBS: RETURN CODE    = " RETURN-CODE.
049100 8000-TERMINATE-EXIT.
049200     EXIT.
