000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTMREB.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL FACTMAST REBUILD FROM AUDIT HISTORY.
001100*                  FACTMSTR ONLY WRITES THE MASTER AS
001200*                  CALCULATIONS HAPPEN, SO A LOST, DAMAGED OR
001300*                  SHORT-UPDATED FACTMAST COULD NOT BE PUT
001400*                  RIGHT.  THIS JOB READS THE FACTARCV ARCHIVE
001500*                  GENERATIONS NAMED ON FACTARCL (THE FACTAUDV
001600*                  CONVENTION) AND THEN FACTAUD, IN BOTH AUDIT
001700*                  LAYOUTS, AND BUILDS ONE ENTRY PER FUNCTION/N/R
001800*                  KEY FROM EVERY SUCCESSFUL CALCULATION - THE
001900*                  SAME ONES FACTMSTR IS CALLED FOR - WITH THE
002000*                  LATEST RESULT, THE FIRST AND LAST REQUESTED
002100*                  DATES AND THE REQUEST COUNT.  FACTBAT DATES
002200*                  THE MASTER WITH THE BUSINESS DATE, SO A BATCH
002300*                  OR ORIGINAL-LAYOUT RECORD STAMPED INSIDE A
002400*                  FACTRUNH RUN WINDOW TAKES THAT RUN'S BUSINESS
002500*                  DATE; ANY OTHER RECORD IS DATED FROM ITS
002600*                  TIMESTAMP.  ORIGINAL-LAYOUT RECORDS WERE
002700*                  WRITTEN PER FACTORIAL AND ARE TAKEN AS
002800*                  FUNCTION F.  COMMAND-LINE PARM REBUILD WRITES
002900*                  A REPLACEMENT MASTER TO FACTMASN, NEVER OVER
003000*                  THE LIVE FILE; COMPARE READS THE LIVE FACTMAST
003100*                  AND LISTS EVERY KEY WHOSE COUNT OR DATES
003200*                  DIFFER FROM THE HISTORY, OR THAT ONLY ONE SIDE
003300*                  HOLDS.  THE FACTMRRP REPORT ENDS WITH THE
003400*                  CONTROL COUNTS FOR SIGN-OFF BEFORE THE FILES
003500*                  ARE SWAPPED.  RETURN CODE 8 WHEN COMPARE
003600*                  FINDS A DIFFERENCE, 16 ON A FILE ERROR.
003700*================================================================

003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MREB-LIST-FILE ASSIGN TO FACTARCL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS MREB-LIST-STATUS.

004400     SELECT MREB-ARCHIVE-FILE ASSIGN TO FACTARCV
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS MREB-ARCHIVE-STATUS.

004700     SELECT FACT-AUDIT-FILE ASSIGN TO FACTAUD
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS MREB-AUDIT-STATUS.

005000     SELECT FACT-RUNHIST-FILE ASSIGN TO FACTRUNH
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS MREB-RUNHIST-STATUS.

005300     SELECT FACT-MASTER-FILE ASSIGN TO FACTMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS FACT-MST-KEY
005700         FILE STATUS IS MREB-MASTER-STATUS.

005800     SELECT MREB-NEW-MASTER-FILE ASSIGN TO FACTMASN
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS MREB-NEW-KEY
006200         FILE STATUS IS MREB-NEW-MASTER-STATUS.

006300     SELECT MREB-REPORT-FILE ASSIGN TO FACTMRRP
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS MREB-REPORT-STATUS.

006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  MREB-LIST-FILE.
006900 01  MREB-LIST-RECORD.
007000     05 MREB-LIST-REC-NAME         PIC X(80).

007100 FD  MREB-ARCHIVE-FILE.
007200 01  MREB-ARCHIVE-RECORD           PIC X(104).

007300 FD  FACT-AUDIT-FILE.
007400 01  FACT-AUDIT-RECORD             PIC X(104).

007500 FD  FACT-RUNHIST-FILE.
007600 01  FACT-RUNHIST-RECORD.
007700     05 FACT-RH-BUSINESS-DATE       PIC X(10).
007800     05 FILLER                      PIC X(01).
007900     05 FACT-RH-RUN-TYPE            PIC X(01).
008000     05 FILLER                      PIC X(01).
008100     05 FACT-RH-START-TIME          PIC X(14).
008200     05 FILLER                      PIC X(01).
008300     05 FACT-RH-END-TIME            PIC X(14).
008400     05 FILLER                      PIC X(38).

008500 FD  FACT-MASTER-FILE.
008600 01  FACT-MASTER-RECORD.
008700     05 FACT-MST-KEY.
008800         10 FACT-MST-FUNC       PIC X(01).
008900         10 FACT-MST-N          PIC 9(04).
009000         10 FACT-MST-R          PIC 9(04).
009100     05 FACT-MST-RESULT         PIC X(20).
009200     05 FACT-MST-FIRST-DATE     PIC X(10).
009300     05 FACT-MST-LAST-DATE      PIC X(10).
009400     05 FACT-MST-COUNT          PIC 9(09).

009500 FD  MREB-NEW-MASTER-FILE.
009600 01  MREB-NEW-MASTER-RECORD.
009700     05 MREB-NEW-KEY.
009800         10 MREB-NEW-FUNC       PIC X(01).
009900         10 MREB-NEW-N          PIC 9(04).
010000         10 MREB-NEW-R          PIC 9(04).
010100     05 MREB-NEW-RESULT         PIC X(20).
010200     05 MREB-NEW-FIRST-DATE     PIC X(10).
010300     05 MREB-NEW-LAST-DATE      PIC X(10).
010400     05 MREB-NEW-COUNT          PIC 9(09).

010500 FD  MREB-REPORT-FILE.
010600 01  MREB-REPORT-RECORD            PIC X(80).

010700 WORKING-STORAGE SECTION.
010800*================================================================
010900* 77-LEVEL SWITCHES AND COUNTERS
011000*================================================================
011100 77  MREB-LIST-STATUS          PIC X(02) VALUE SPACES.
011200     88 MREB-LIST-OK               VALUE "00".
011300     88 MREB-LIST-NO-FILE          VALUE "35".
011400 77  MREB-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
011500     88 MREB-ARCHIVE-OK            VALUE "00".
011600     88 MREB-ARCHIVE-NO-FILE       VALUE "35".
011700 77  MREB-AUDIT-STATUS         PIC X(02) VALUE SPACES.
011800     88 MREB-AUDIT-OK              VALUE "00".
011900     88 MREB-AUDIT-NO-FILE         VALUE "35".
012000 77  MREB-RUNHIST-STATUS       PIC X(02) VALUE SPACES.
012100     88 MREB-RUNHIST-OK            VALUE "00".
012200     88 MREB-RUNHIST-NO-FILE       VALUE "35".
012300 77  MREB-MASTER-STATUS        PIC X(02) VALUE SPACES.
012400     88 MREB-MASTER-OK             VALUE "00".
012500     88 MREB-MASTER-EOF            VALUE "10".
012600     88 MREB-MASTER-NO-FILE        VALUE "35".
012700 77  MREB-NEW-MASTER-STATUS    PIC X(02) VALUE SPACES.
012800     88 MREB-NEW-MASTER-OK         VALUE "00".
012900 77  MREB-REPORT-STATUS        PIC X(02) VALUE SPACES.
013000     88 MREB-REPORT-OK             VALUE "00".

013100 77  MREB-LIST-EOF-SWITCH      PIC X(01) VALUE "N".
013200     88 MREB-LIST-EOF              VALUE "Y".
013300 77  MREB-SOURCE-EOF-SWITCH    PIC X(01) VALUE "N".
013400     88 MREB-SOURCE-EOF            VALUE "Y".
013500 77  MREB-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
013600     88 MREB-INIT-FAILED           VALUE "Y".
013700 77  MREB-FAILED-SWITCH        PIC X(01) VALUE "N".
013800     88 MREB-FAILED                VALUE "Y".
013900 77  MREB-REPORT-OPEN-SWITCH   PIC X(01) VALUE "N".
014000     88 MREB-REPORT-OPEN           VALUE "Y".
014100 77  MREB-MODE-SWITCH          PIC X(01) VALUE SPACE.
014200     88 MREB-REBUILD-MODE          VALUE "R".
014300     88 MREB-COMPARE-MODE          VALUE "C".
014400 77  MREB-KEY-FOUND-SWITCH     PIC X(01) VALUE "N".
014500     88 MREB-KEY-FOUND             VALUE "Y".
014600 77  MREB-RUN-FOUND-SWITCH     PIC X(01) VALUE "N".
014700     88 MREB-RUN-FOUND             VALUE "Y".
014800 77  MREB-RECORD-OK-SWITCH     PIC X(01) VALUE "N".
014900     88 MREB-RECORD-OK             VALUE "Y".

015000 77  MREB-SOURCE-CTR           PIC 9(09) COMP VALUE ZERO.
015100 77  MREB-READ-CTR             PIC 9(09) COMP VALUE ZERO.
015200 77  MREB-V2-CTR               PIC 9(09) COMP VALUE ZERO.
015300 77  MREB-OLD-CTR              PIC 9(09) COMP VALUE ZERO.
015400 77  MREB-UNRECOGNISED-CTR     PIC 9(09) COMP VALUE ZERO.
015500 77  MREB-NOT-CALC-CTR         PIC 9(09) COMP VALUE ZERO.
015600 77  MREB-TAKEN-CTR            PIC 9(09) COMP VALUE ZERO.
015700 77  MREB-RUN-DATED-CTR        PIC 9(09) COMP VALUE ZERO.
015800 77  MREB-RUNS-LOADED-CTR      PIC 9(09) COMP VALUE ZERO.
015900 77  MREB-RUNS-SKIPPED-CTR     PIC 9(09) COMP VALUE ZERO.
016000 77  MREB-WRITTEN-CTR          PIC 9(09) COMP VALUE ZERO.
016100 77  MREB-WRITTEN-COUNT-TOT    PIC 9(09) COMP VALUE ZERO.
016200 77  MREB-MASTER-READ-CTR      PIC 9(09) COMP VALUE ZERO.
016300 77  MREB-AGREE-CTR            PIC 9(09) COMP VALUE ZERO.
016400 77  MREB-DIFFER-CTR           PIC 9(09) COMP VALUE ZERO.
016500 77  MREB-NO-HISTORY-CTR       PIC 9(09) COMP VALUE ZERO.
016600 77  MREB-NOT-ON-MASTER-CTR    PIC 9(09) COMP VALUE ZERO.

016700 77  MREB-KEY-SUB              PIC 9(04) COMP VALUE ZERO.
016800 77  MREB-KEY-COUNT            PIC 9(04) COMP VALUE ZERO.
016900 77  MREB-KEY-MAX              PIC 9(04) COMP VALUE 1000.
017000 77  MREB-RUN-SUB              PIC 9(04) COMP VALUE ZERO.
017100 77  MREB-RUN-COUNT            PIC 9(04) COMP VALUE ZERO.
017200 77  MREB-RUN-MAX              PIC 9(04) COMP VALUE 3000.

017300 77  MREB-COMMAND-PARM         PIC X(10) VALUE SPACES.
017400 77  MREB-SOURCE-NAME          PIC X(24) VALUE SPACES.
017500 77  MREB-REPORT-RUN-DATE      PIC X(10) VALUE SPACES.
017600 77  MREB-REC-STAMP            PIC X(14) VALUE SPACES.
017700 77  MREB-REC-DATE             PIC X(10) VALUE SPACES.
017800 77  MREB-REC-STATUS           PIC X(01) VALUE SPACE.
017900 77  MREB-REC-SOURCE           PIC X(01) VALUE SPACE.

018000 01  MREB-REPORT-TODAY.
018100     05 MREB-REPORT-TODAY-YYYY  PIC 9(04).
018200     05 MREB-REPORT-TODAY-MM    PIC 9(02).
018300     05 MREB-REPORT-TODAY-DD    PIC 9(02).

018400 01  MREB-REC-KEY.
018500     05 MREB-REC-FUNC           PIC X(01).
018600     05 MREB-REC-N              PIC 9(04).
018700     05 MREB-REC-R              PIC 9(04).
018800 01  MREB-REC-RESULT.
018900     05 MREB-REC-RESULT-HIGH    PIC X(11).
019000     05 MREB-REC-RESULT-LOW     PIC X(09).

019100*================================================================
019200* ENVIRONMENT NAME USED TO POINT FACTARCV AT EACH GENERATION
019300*================================================================
019400 01  MREB-ARCHIVE-ENV-NAME     PIC X(11) VALUE "DD_FACTARCV".

019500*================================================================
019600* AUDIT RECORD LAYOUTS - THE ORIGINAL PER-FACTORIAL RECORD AND
019700* THE "A"-TYPE REQUEST-LEVEL RECORD; THE TYPE BYTE TELLS THEM
019800* APART (OLD RECORDS BEGIN WITH A DIGIT).  COLS 75-104 (THE
019900* SEAL) ARE NOT NEEDED HERE.
020000*================================================================
020100 01  MREB-AUDIT-WORK            PIC X(104).
020200 01  MREB-OLD-LAYOUT REDEFINES MREB-AUDIT-WORK.
020300     05 MREB-OLD-PARAM          PIC X(04).
020400     05 FILLER                  PIC X(01).
020500     05 MREB-OLD-RESULT         PIC X(09).
020600     05 FILLER                  PIC X(01).
020700     05 MREB-OLD-STATUS         PIC X(01).
020800     05 FILLER                  PIC X(01).
020900     05 MREB-OLD-TIMESTAMP      PIC X(26).
021000     05 FILLER                  PIC X(61).
021100 01  MREB-V2-LAYOUT REDEFINES MREB-AUDIT-WORK.
021200     05 MREB-V2-TYPE            PIC X(01).
021300         88 MREB-V2-RECORD          VALUE "A".
021400     05 MREB-V2-FUNC            PIC X(01).
021500         88 MREB-V2-FUNC-VALID      VALUE "F" "W" "C" "P".
021600     05 FILLER                  PIC X(01).
021700     05 MREB-V2-N               PIC X(04).
021800     05 FILLER                  PIC X(01).
021900     05 MREB-V2-R               PIC X(04).
022000     05 FILLER                  PIC X(01).
022100     05 MREB-V2-RESULT          PIC X(20).
022200     05 FILLER                  PIC X(01).
022300     05 MREB-V2-STATUS          PIC X(01).
022400     05 FILLER                  PIC X(01).
022500     05 MREB-V2-SOURCE          PIC X(01).
022600         88 MREB-V2-BATCH           VALUE "B".
022700     05 FILLER                  PIC X(01).
022800     05 MREB-V2-TIMESTAMP       PIC X(26).
022900     05 FILLER                  PIC X(40).

023000*================================================================
023100* FACTBAT RUN WINDOWS FROM FACTRUNH
023200*================================================================
023300 01  MREB-RUN-TABLE.
023400     05 MREB-RUN-ENTRY OCCURS 3000 TIMES.
023500         10 MREB-RUN-BUSINESS-DATE  PIC X(10).
023600         10 MREB-RUN-START          PIC X(14).
023700         10 MREB-RUN-END            PIC X(14).

023800*================================================================
023900* HISTORY TABLE - ONE ENTRY PER FUNCTION/N/R KEY
024000*================================================================
024100 01  MREB-KEY-TABLE.
024200     05 MREB-KEY-ENTRY OCCURS 1000 TIMES.
024300         10 MREB-KEY-VALUE.
024400             15 MREB-KEY-FUNC       PIC X(01).
024500             15 MREB-KEY-N          PIC 9(04).
024600             15 MREB-KEY-R          PIC 9(04).
024700         10 MREB-KEY-RESULT         PIC X(20).
024800         10 MREB-KEY-FIRST-DATE     PIC X(10).
024900         10 MREB-KEY-LAST-DATE      PIC X(10).
025000         10 MREB-KEY-REQUESTS       PIC 9(09) COMP.
025100         10 MREB-KEY-MATCHED        PIC X(01).

025200*================================================================
025300* REPORT LINE LAYOUTS
025400*================================================================
025500 01  MREB-REPORT-HEADING-1.
025600     05 FILLER                  PIC X(20) VALUE SPACES.
025700     05 FILLER                  PIC X(30) VALUE
025800         "FACTMAST REBUILD FROM HISTORY".
025900 01  MREB-REPORT-HEADING-2.
026000     05 FILLER                  PIC X(11) VALUE "RUN DATE: ".
026100     05 MREB-REPORT-H2-DATE     PIC X(10).
026200 01  MREB-REPORT-HEADING-3.
026300     05 FILLER                  PIC X(11) VALUE "MODE:".
026400     05 MREB-REPORT-H3-MODE     PIC X(40).

026500 01  MREB-DIFF-HEADING-1.
026600     05 FILLER                  PIC X(12) VALUE "KEY".
026700     05 FILLER                  PIC X(10) VALUE "   MASTER ".
026800     05 FILLER                  PIC X(10) VALUE "  HISTORY ".
026900     05 FILLER                  PIC X(11) VALUE "MASTER".
027000     05 FILLER                  PIC X(11) VALUE "HISTORY".
027100     05 FILLER                  PIC X(11) VALUE "MASTER".
027200     05 FILLER                  PIC X(10) VALUE "HISTORY".
027300 01  MREB-DIFF-HEADING-2.
027400     05 FILLER                  PIC X(12) VALUE "F NNNN RRRR".
027500     05 FILLER                  PIC X(10) VALUE "    COUNT ".
027600     05 FILLER                  PIC X(10) VALUE "    COUNT ".
027700     05 FILLER                  PIC X(11) VALUE "FIRST DATE".
027800     05 FILLER                  PIC X(11) VALUE "FIRST DATE".
027900     05 FILLER                  PIC X(11) VALUE "LAST DATE".
028000     05 FILLER                  PIC X(10) VALUE "LAST DATE".
028100 01  MREB-DIFF-LINE.
028200     05 MREB-DL-FUNC            PIC X(01).
028300     05 FILLER                  PIC X(01) VALUE SPACES.
028400     05 MREB-DL-N               PIC 9(04).
028500     05 FILLER                  PIC X(01) VALUE SPACES.
028600     05 MREB-DL-R               PIC 9(04).
028700     05 FILLER                  PIC X(01) VALUE SPACES.
028800     05 MREB-DL-MST-COUNT       PIC Z(08)9.
028900     05 FILLER                  PIC X(01) VALUE SPACES.
029000     05 MREB-DL-HST-COUNT       PIC Z(08)9.
029100     05 FILLER                  PIC X(01) VALUE SPACES.
029200     05 MREB-DL-MST-FIRST       PIC X(10).
029300     05 FILLER                  PIC X(01) VALUE SPACES.
029400     05 MREB-DL-HST-FIRST       PIC X(10).
029500     05 FILLER                  PIC X(01) VALUE SPACES.
029600     05 MREB-DL-MST-LAST        PIC X(10).
029700     05 FILLER                  PIC X(01) VALUE SPACES.
029800     05 MREB-DL-HST-LAST        PIC X(10).

029900 01  MREB-SUMMARY-LINE.
030000     05 MREB-SUM-TITLE          PIC X(40).
030100     05 MREB-SUM-COUNT          PIC Z(08)9.

030200 01  MREB-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

030300*================================================================
030400* PROCEDURE DIVISION
030500*================================================================
030600 PROCEDURE DIVISION.
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE
030900         THRU 1000-INITIALIZE-EXIT.
031000     IF NOT MREB-INIT-FAILED
031100         PERFORM 2000-WALK-ARCHIVES
031200             THRU 2000-WALK-ARCHIVES-EXIT
031300     END-IF.
031400     IF NOT MREB-INIT-FAILED AND NOT MREB-FAILED
031500         PERFORM 2500-READ-CURRENT-AUDIT
031600             THRU 2500-READ-CURRENT-AUDIT-EXIT
031700     END-IF.
031800     IF NOT MREB-INIT-FAILED AND NOT MREB-FAILED
031900         IF MREB-REBUILD-MODE
032000             PERFORM 4000-WRITE-NEW-MASTER
032100                 THRU 4000-WRITE-NEW-MASTER-EXIT
032200         ELSE
032300             PERFORM 4500-COMPARE-MASTER
032400                 THRU 4500-COMPARE-MASTER-EXIT
032500         END-IF
032600     END-IF.
032700     PERFORM 7000-PRINT-CONTROL-COUNTS
032800         THRU 7000-PRINT-CONTROL-COUNTS-EXIT.
032900     PERFORM 8000-TERMINATE
033000         THRU 8000-TERMINATE-EXIT.
033100     STOP RUN.

033200*----------------------------------------------------------------
033300* 1000-INITIALIZE  -  MODE PARM, REPORT HEADINGS AND THE
033400*                     FACTRUNH RUN WINDOWS
033500*----------------------------------------------------------------
033600 1000-INITIALIZE.
033700     ACCEPT MREB-COMMAND-PARM FROM COMMAND-LINE.
033800     EVALUATE MREB-COMMAND-PARM
033900         WHEN "REBUILD"
034000             SET MREB-REBUILD-MODE TO TRUE
034100         WHEN "COMPARE"
034200             SET MREB-COMPARE-MODE TO TRUE
034300         WHEN OTHER
034400             DISPLAY "FACTMREB: PARM NOT REBUILD OR COMPARE - "
034500                 MREB-COMMAND-PARM
034600             MOVE "Y" TO MREB-INIT-FAILED-SWITCH
034700             GO TO 1000-INITIALIZE-EXIT
034800     END-EVALUATE.
034900     OPEN OUTPUT MREB-REPORT-FILE.
035000     IF NOT MREB-REPORT-OK
035100         DISPLAY "FACTMREB: UNABLE TO OPEN FACTMRRP - STATUS "
035200             MREB-REPORT-STATUS
035300         MOVE "Y" TO MREB-INIT-FAILED-SWITCH
035400         GO TO 1000-INITIALIZE-EXIT
035500     END-IF.
035600     MOVE "Y" TO MREB-REPORT-OPEN-SWITCH.
035700     MOVE FUNCTION CURRENT-DATE TO MREB-REPORT-TODAY.
035800     STRING MREB-REPORT-TODAY-YYYY "-" MREB-REPORT-TODAY-MM "-"
035900         MREB-REPORT-TODAY-DD DELIMITED BY SIZE
036000         INTO MREB-REPORT-RUN-DATE.
036100     MOVE MREB-REPORT-HEADING-1 TO MREB-REPORT-LINE-AREA.
036200     PERFORM 5100-WRITE-REPORT-LINE
036300         THRU 5100-WRITE-REPORT-LINE-EXIT.
036400     MOVE MREB-REPORT-RUN-DATE TO MREB-REPORT-H2-DATE.
036500     MOVE MREB-REPORT-HEADING-2 TO MREB-REPORT-LINE-AREA.
036600     PERFORM 5100-WRITE-REPORT-LINE
036700         THRU 5100-WRITE-REPORT-LINE-EXIT.
036800     IF MREB-REBUILD-MODE
036900         MOVE "REBUILD - REPLACEMENT MASTER TO FACTMASN"
037000             TO MREB-REPORT-H3-MODE
037100     ELSE
037200         MOVE "COMPARE - HISTORY AGAINST LIVE FACTMAST"
037300             TO MREB-REPORT-H3-MODE
037400     END-IF.
037500     MOVE MREB-REPORT-HEADING-3 TO MREB-REPORT-LINE-AREA.
037600     PERFORM 5100-WRITE-REPORT-LINE
037700         THRU 5100-WRITE-REPORT-LINE-EXIT.
037800     PERFORM 5100-WRITE-REPORT-LINE
037900         THRU 5100-WRITE-REPORT-LINE-EXIT.
038000     PERFORM 1200-LOAD-RUN-WINDOWS
038100         THRU 1200-LOAD-RUN-WINDOWS-EXIT.
038200 1000-INITIALIZE-EXIT.
038300     EXIT.

038400*----------------------------------------------------------------
038500* 1200-LOAD-RUN-WINDOWS  -  START AND END STAMP OF EVERY FACTBAT
038600*                           RUN; WITHOUT FACTRUNH EVERY RECORD
038700*                           IS DATED FROM ITS OWN TIMESTAMP
038800*----------------------------------------------------------------
038900 1200-LOAD-RUN-WINDOWS.
039000     OPEN INPUT FACT-RUNHIST-FILE.
039100     IF MREB-RUNHIST-NO-FILE
039200         GO TO 1200-LOAD-RUN-WINDOWS-EXIT
039300     END-IF.
039400     IF NOT MREB-RUNHIST-OK
039500         DISPLAY "FACTMREB: UNABLE TO OPEN FACTRUNH - STATUS "
039600             MREB-RUNHIST-STATUS
039700         MOVE "Y" TO MREB-INIT-FAILED-SWITCH
039800         GO TO 1200-LOAD-RUN-WINDOWS-EXIT
039900     END-IF.
040000     MOVE "N" TO MREB-SOURCE-EOF-SWITCH.
040100     PERFORM 1250-LOAD-ONE-RUN
040200         THRU 1250-LOAD-ONE-RUN-EXIT
040300         UNTIL MREB-SOURCE-EOF.
040400     CLOSE FACT-RUNHIST-FILE.
040500 1200-LOAD-RUN-WINDOWS-EXIT.
040600     EXIT.

040700*----------------------------------------------------------------
040800* 1250-LOAD-ONE-RUN  -  RUNS PAST THE TABLE ARE COUNTED, NOT
040900*                      LOADED; THEIR RECORDS KEEP THE CALENDAR
041000*                      DATE
041100*----------------------------------------------------------------
041200 1250-LOAD-ONE-RUN.
041300     READ FACT-RUNHIST-FILE
041400         AT END
041500             MOVE "Y" TO MREB-SOURCE-EOF-SWITCH
041600             GO TO 1250-LOAD-ONE-RUN-EXIT
041700     END-READ.
041800     IF FACT-RH-START-TIME IS NOT NUMERIC
041900         OR FACT-RH-END-TIME IS NOT NUMERIC
042000         OR FACT-RH-BUSINESS-DATE = SPACES
042100         GO TO 1250-LOAD-ONE-RUN-EXIT
042200     END-IF.
042300     IF MREB-RUN-COUNT NOT < MREB-RUN-MAX
042400         ADD 1 TO MREB-RUNS-SKIPPED-CTR
042500         GO TO 1250-LOAD-ONE-RUN-EXIT
042600     END-IF.
042700     ADD 1 TO MREB-RUN-COUNT.
042800     MOVE FACT-RH-BUSINESS-DATE
042900         TO MREB-RUN-BUSINESS-DATE(MREB-RUN-COUNT).
043000     MOVE FACT-RH-START-TIME TO MREB-RUN-START(MREB-RUN-COUNT).
043100     MOVE FACT-RH-END-TIME   TO MREB-RUN-END(MREB-RUN-COUNT).
043200     ADD 1 TO MREB-RUNS-LOADED-CTR.
043300 1250-LOAD-ONE-RUN-EXIT.
043400     EXIT.

043500*----------------------------------------------------------------
043600* 2000-WALK-ARCHIVES  -  EVERY GENERATION NAMED ON FACTARCL, IN
043700*                        LIST ORDER; WITHOUT A LIST, THE ONE
043800*                        FACTARCV THE JOB ASSIGNED, IF ANY
043900*----------------------------------------------------------------
044000 2000-WALK-ARCHIVES.
044100     OPEN INPUT MREB-LIST-FILE.
044200     IF MREB-LIST-NO-FILE
044300         MOVE "FACTARCV" TO MREB-SOURCE-NAME
044400         PERFORM 2200-READ-ARCHIVE
044500             THRU 2200-READ-ARCHIVE-EXIT
044600         GO TO 2000-WALK-ARCHIVES-EXIT
044700     END-IF.
044800     IF NOT MREB-LIST-OK
044900         DISPLAY "FACTMREB: UNABLE TO OPEN FACTARCL - STATUS "
045000             MREB-LIST-STATUS
045100         MOVE "Y" TO MREB-FAILED-SWITCH
045200         GO TO 2000-WALK-ARCHIVES-EXIT
045300     END-IF.
045400     MOVE "N" TO MREB-LIST-EOF-SWITCH.
045500     PERFORM 2100-NEXT-GENERATION
045600         THRU 2100-NEXT-GENERATION-EXIT
045700         UNTIL MREB-LIST-EOF.
045800     CLOSE MREB-LIST-FILE.
045900 2000-WALK-ARCHIVES-EXIT.
046000     EXIT.

046100*----------------------------------------------------------------
046200* 2100-NEXT-GENERATION  -  ONE FACTARCL LINE.  BLANK LINES AND
046300*                          "*" COMMENT LINES ARE SKIPPED; A
046400*                          LISTED GENERATION THAT IS NOT THERE
046500*                          IS A FAILURE, NOT A SKIP.
046600*----------------------------------------------------------------
046700 2100-NEXT-GENERATION.
046800     READ MREB-LIST-FILE
046900         AT END
047000             MOVE "Y" TO MREB-LIST-EOF-SWITCH
047100             GO TO 2100-NEXT-GENERATION-EXIT
047200     END-READ.
047300     IF MREB-LIST-REC-NAME = SPACES
047400         OR MREB-LIST-REC-NAME(1:1) = "*"
047500         GO TO 2100-NEXT-GENERATION-EXIT
047600     END-IF.
047700     MOVE MREB-LIST-REC-NAME TO MREB-SOURCE-NAME.
047800     DISPLAY MREB-ARCHIVE-ENV-NAME UPON ENVIRONMENT-NAME.
047900     DISPLAY MREB-LIST-REC-NAME UPON ENVIRONMENT-VALUE.
048000     PERFORM 2200-READ-ARCHIVE
048100         THRU 2200-READ-ARCHIVE-EXIT.
048200     IF MREB-ARCHIVE-NO-FILE
048300         DISPLAY "FACTMREB: LISTED GENERATION NOT FOUND - "
048400             MREB-LIST-REC-NAME
048500         MOVE "Y" TO MREB-FAILED-SWITCH
048600     END-IF.
048700     IF MREB-FAILED
048800         MOVE "Y" TO MREB-LIST-EOF-SWITCH
048900     END-IF.
049000 2100-NEXT-GENERATION-EXIT.
049100     EXIT.

049200*----------------------------------------------------------------
049300* 2200-READ-ARCHIVE  -  ONE ARCHIVE GENERATION, START TO END
049400*----------------------------------------------------------------
049500 2200-READ-ARCHIVE.
049600     OPEN INPUT MREB-ARCHIVE-FILE.
049700     IF MREB-ARCHIVE-NO-FILE
049800         GO TO 2200-READ-ARCHIVE-EXIT
049900     END-IF.
050000     IF NOT MREB-ARCHIVE-OK
050100         DISPLAY "FACTMREB: UNABLE TO OPEN FACTARCV - STATUS "
050200             MREB-ARCHIVE-STATUS
050300         MOVE "Y" TO MREB-FAILED-SWITCH
050400         GO TO 2200-READ-ARCHIVE-EXIT
050500     END-IF.
050600     ADD 1 TO MREB-SOURCE-CTR.
050700     MOVE "N" TO MREB-SOURCE-EOF-SWITCH.
050800     PERFORM 2300-READ-ONE-ARCHIVED
050900         THRU 2300-READ-ONE-ARCHIVED-EXIT
051000         UNTIL MREB-SOURCE-EOF.
051100     CLOSE MREB-ARCHIVE-FILE.
051200 2200-READ-ARCHIVE-EXIT.
051300     EXIT.

051400*----------------------------------------------------------------
051500* 2300-READ-ONE-ARCHIVED
051600*----------------------------------------------------------------
051700 2300-READ-ONE-ARCHIVED.
051800     READ MREB-ARCHIVE-FILE
051900         AT END
052000             MOVE "Y" TO MREB-SOURCE-EOF-SWITCH
052100             GO TO 2300-READ-ONE-ARCHIVED-EXIT
052200     END-READ.
052300     MOVE MREB-ARCHIVE-RECORD TO MREB-AUDIT-WORK.
052400     PERFORM 3000-TAKE-AUDIT-RECORD
052500         THRU 3000-TAKE-AUDIT-RECORD-EXIT.
052600     IF MREB-FAILED
052700         MOVE "Y" TO MREB-SOURCE-EOF-SWITCH
052800     END-IF.
052900 2300-READ-ONE-ARCHIVED-EXIT.
053000     EXIT.

053100*----------------------------------------------------------------
053200* 2500-READ-CURRENT-AUDIT  -  THE LIVE FACTAUD, AFTER THE
053300*                            ARCHIVES; NONE YET IS NOT AN ERROR
053400*----------------------------------------------------------------
053500 2500-READ-CURRENT-AUDIT.
053600     OPEN INPUT FACT-AUDIT-FILE.
053700     IF MREB-AUDIT-NO-FILE
053800         DISPLAY "FACTMREB: NO FACTAUD FILE - ARCHIVES ONLY"
053900         GO TO 2500-READ-CURRENT-AUDIT-EXIT
054000     END-IF.
054100     IF NOT MREB-AUDIT-OK
054200         DISPLAY "FACTMREB: UNABLE TO OPEN FACTAUD - STATUS "
054300             MREB-AUDIT-STATUS
054400         MOVE "Y" TO MREB-FAILED-SWITCH
054500         GO TO 2500-READ-CURRENT-AUDIT-EXIT
054600     END-IF.
054700     ADD 1 TO MREB-SOURCE-CTR.
054800     MOVE "N" TO MREB-SOURCE-EOF-SWITCH.
054900     PERFORM 2600-READ-ONE-AUDIT
055000         THRU 2600-READ-ONE-AUDIT-EXIT
055100         UNTIL MREB-SOURCE-EOF.
055200     CLOSE FACT-AUDIT-FILE.
055300 2500-READ-CURRENT-AUDIT-EXIT.
055400     EXIT.

055500*----------------------------------------------------------------
055600* 2600-READ-ONE-AUDIT
055700*----------------------------------------------------------------
055800 2600-READ-ONE-AUDIT.
055900     READ FACT-AUDIT-FILE
056000         AT END
056100             MOVE "Y" TO MREB-SOURCE-EOF-SWITCH
056200             GO TO 2600-READ-ONE-AUDIT-EXIT
056300     END-READ.
056400     MOVE FACT-AUDIT-RECORD TO MREB-AUDIT-WORK.
056500     PERFORM 3000-TAKE-AUDIT-RECORD
056600         THRU 3000-TAKE-AUDIT-RECORD-EXIT.
056700     IF MREB-FAILED
056800         MOVE "Y" TO MREB-SOURCE-EOF-SWITCH
056900     END-IF.
057000 2600-READ-ONE-AUDIT-EXIT.
057100     EXIT.

057200*----------------------------------------------------------------
057300* 3000-TAKE-AUDIT-RECORD  -  PARSE WHICHEVER LAYOUT THE RECORD
057400*                            CARRIES; ONLY A SUCCESSFUL
057500*                            CALCULATION (STATUS 0) REACHED THE
057600*                            MASTER, SO ONLY THOSE ARE POSTED
057700*----------------------------------------------------------------
057800 3000-TAKE-AUDIT-RECORD.
057900     ADD 1 TO MREB-READ-CTR.
058000     MOVE "N" TO MREB-RECORD-OK-SWITCH.
058100     IF MREB-V2-RECORD
058200         ADD 1 TO MREB-V2-CTR
058300         IF MREB-V2-FUNC-VALID
058400             AND MREB-V2-N IS NUMERIC
058500             AND MREB-V2-R IS NUMERIC
058600             AND MREB-V2-TIMESTAMP(1:14) IS NUMERIC
058700             MOVE "Y" TO MREB-RECORD-OK-SWITCH
058800             MOVE MREB-V2-FUNC   TO MREB-REC-FUNC
058900             MOVE MREB-V2-N      TO MREB-REC-N
059000             MOVE MREB-V2-R      TO MREB-REC-R
059100             MOVE MREB-V2-RESULT TO MREB-REC-RESULT
059200             MOVE MREB-V2-STATUS TO MREB-REC-STATUS
059300             MOVE MREB-V2-SOURCE TO MREB-REC-SOURCE
059400             MOVE MREB-V2-TIMESTAMP(1:14) TO MREB-REC-STAMP
059500         END-IF
059600     ELSE
059700         IF MREB-OLD-PARAM IS NUMERIC
059800             ADD 1 TO MREB-OLD-CTR
059900             IF MREB-OLD-RESULT IS NUMERIC
060000                 AND MREB-OLD-TIMESTAMP(1:14) IS NUMERIC
060100                 MOVE "Y" TO MREB-RECORD-OK-SWITCH
060200                 MOVE "F"             TO MREB-REC-FUNC
060300                 MOVE MREB-OLD-PARAM  TO MREB-REC-N
060400                 MOVE ZERO            TO MREB-REC-R
060500                 MOVE ALL "0"         TO MREB-REC-RESULT-HIGH
060600                 MOVE MREB-OLD-RESULT TO MREB-REC-RESULT-LOW
060700                 MOVE MREB-OLD-STATUS TO MREB-REC-STATUS
060800                 MOVE "B"             TO MREB-REC-SOURCE
060900                 MOVE MREB-OLD-TIMESTAMP(1:14) TO MREB-REC-STAMP
061000             END-IF
061100         END-IF
061200     END-IF.
061300     IF NOT MREB-RECORD-OK
061400         ADD 1 TO MREB-UNRECOGNISED-CTR
061500         GO TO 3000-TAKE-AUDIT-RECORD-EXIT
061600     END-IF.
061700     IF MREB-REC-STATUS NOT = "0"
061800         ADD 1 TO MREB-NOT-CALC-CTR
061900         GO TO 3000-TAKE-AUDIT-RECORD-EXIT
062000     END-IF.
062100     PERFORM 3100-DATE-RECORD
062200         THRU 3100-DATE-RECORD-EXIT.
062300     PERFORM 3200-POST-KEY
062400         THRU 3200-POST-KEY-EXIT.
062500 3000-TAKE-AUDIT-RECORD-EXIT.
062600     EXIT.

062700*----------------------------------------------------------------
062800* 3100-DATE-RECORD  -  THE BUSINESS DATE OF THE FACTBAT RUN THE
062900*                      RECORD FALLS IN, ELSE ITS CALENDAR DATE.
063000*                      ONLINE RECORDS ALWAYS TAKE THE CALENDAR
063100*                      DATE, AS FACTONL DOES.
063200*----------------------------------------------------------------
063300 3100-DATE-RECORD.
063400     STRING MREB-REC-STAMP(1:4) "-" MREB-REC-STAMP(5:2) "-"
063500         MREB-REC-STAMP(7:2) DELIMITED BY SIZE
063600         INTO MREB-REC-DATE.
063700     IF MREB-REC-SOURCE NOT = "B"
063800         GO TO 3100-DATE-RECORD-EXIT
063900     END-IF.
064000     MOVE "N" TO MREB-RUN-FOUND-SWITCH.
064100     PERFORM 3150-CHECK-RUN-WINDOW
064200         THRU 3150-CHECK-RUN-WINDOW-EXIT
064300         VARYING MREB-RUN-SUB FROM 1 BY 1
064400         UNTIL MREB-RUN-SUB > MREB-RUN-COUNT OR MREB-RUN-FOUND.
064500     IF MREB-RUN-FOUND
064600         ADD 1 TO MREB-RUN-DATED-CTR
064700     END-IF.
064800 3100-DATE-RECORD-EXIT.
064900     EXIT.

065000*----------------------------------------------------------------
065100* 3150-CHECK-RUN-WINDOW
065200*----------------------------------------------------------------
065300 3150-CHECK-RUN-WINDOW.
065400     IF MREB-REC-STAMP < MREB-RUN-START(MREB-RUN-SUB)
065500         OR MREB-REC-STAMP > MREB-RUN-END(MREB-RUN-SUB)
065600         GO TO 3150-CHECK-RUN-WINDOW-EXIT
065700     END-IF.
065800     MOVE "Y" TO MREB-RUN-FOUND-SWITCH.
065900     MOVE MREB-RUN-BUSINESS-DATE(MREB-RUN-SUB) TO MREB-REC-DATE.
066000 3150-CHECK-RUN-WINDOW-EXIT.
066100     EXIT.

066200*----------------------------------------------------------------
066300* 3200-POST-KEY  -  ADD THE REQUEST TO ITS KEY; THE RESULT IS
066400*                   TAKEN FROM THE LATEST-DATED REQUEST
066500*----------------------------------------------------------------
066600 3200-POST-KEY.
066700     MOVE "N" TO MREB-KEY-FOUND-SWITCH.
066800     PERFORM 3250-FIND-KEY
066900         THRU 3250-FIND-KEY-EXIT
067000         VARYING MREB-KEY-SUB FROM 1 BY 1
067100         UNTIL MREB-KEY-SUB > MREB-KEY-COUNT OR MREB-KEY-FOUND.
067200     IF MREB-KEY-FOUND
067300         SUBTRACT 1 FROM MREB-KEY-SUB
067400     ELSE
067500         IF MREB-KEY-COUNT NOT < MREB-KEY-MAX
067600             DISPLAY "FACTMREB: MORE THAN 1000 KEYS IN HISTORY"
067700             MOVE "Y" TO MREB-FAILED-SWITCH
067800             GO TO 3200-POST-KEY-EXIT
067900         END-IF
068000         ADD 1 TO MREB-KEY-COUNT
068100         MOVE MREB-KEY-COUNT TO MREB-KEY-SUB
068200         MOVE MREB-REC-KEY  TO MREB-KEY-VALUE(MREB-KEY-SUB)
068300         MOVE MREB-REC-DATE TO MREB-KEY-FIRST-DATE(MREB-KEY-SUB)
068400         MOVE MREB-REC-DATE TO MREB-KEY-LAST-DATE(MREB-KEY-SUB)
068500         MOVE MREB-REC-RESULT TO MREB-KEY-RESULT(MREB-KEY-SUB)
068600         MOVE ZERO TO MREB-KEY-REQUESTS(MREB-KEY-SUB)
068700         MOVE "N" TO MREB-KEY-MATCHED(MREB-KEY-SUB)
068800     END-IF.
068900     ADD 1 TO MREB-KEY-REQUESTS(MREB-KEY-SUB).
069000     ADD 1 TO MREB-TAKEN-CTR.
069100     IF MREB-REC-DATE < MREB-KEY-FIRST-DATE(MREB-KEY-SUB)
069200         MOVE MREB-REC-DATE TO MREB-KEY-FIRST-DATE(MREB-KEY-SUB)
069300     END-IF.
069400     IF MREB-REC-DATE NOT < MREB-KEY-LAST-DATE(MREB-KEY-SUB)
069500         MOVE MREB-REC-DATE TO MREB-KEY-LAST-DATE(MREB-KEY-SUB)
069600         MOVE MREB-REC-RESULT TO MREB-KEY-RESULT(MREB-KEY-SUB)
069700     END-IF.
069800 3200-POST-KEY-EXIT.
069900     EXIT.

070000*----------------------------------------------------------------
070100* 3250-FIND-KEY
070200*----------------------------------------------------------------
070300 3250-FIND-KEY.
070400     IF MREB-KEY-VALUE(MREB-KEY-SUB) = MREB-REC-KEY
070500         MOVE "Y" TO MREB-KEY-FOUND-SWITCH
070600     END-IF.
070700 3250-FIND-KEY-EXIT.
070800     EXIT.

070900*----------------------------------------------------------------
071000* 4000-WRITE-NEW-MASTER  -  REBUILD MODE: ONE FACTMASN RECORD
071100*                           PER KEY IN HISTORY
071200*----------------------------------------------------------------
071300 4000-WRITE-NEW-MASTER.
071400     OPEN OUTPUT MREB-NEW-MASTER-FILE.
071500     IF NOT MREB-NEW-MASTER-OK
071600         DISPLAY "FACTMREB: UNABLE TO OPEN FACTMASN - STATUS "
071700             MREB-NEW-MASTER-STATUS
071800         MOVE "Y" TO MREB-FAILED-SWITCH
071900         GO TO 4000-WRITE-NEW-MASTER-EXIT
072000     END-IF.
072100     PERFORM 4100-WRITE-ONE-MASTER
072200         THRU 4100-WRITE-ONE-MASTER-EXIT
072300         VARYING MREB-KEY-SUB FROM 1 BY 1
072400         UNTIL MREB-KEY-SUB > MREB-KEY-COUNT OR MREB-FAILED.
072500     CLOSE MREB-NEW-MASTER-FILE.
072600 4000-WRITE-NEW-MASTER-EXIT.
072700     EXIT.

072800*----------------------------------------------------------------
072900* 4100-WRITE-ONE-MASTER
073000*----------------------------------------------------------------
073100 4100-WRITE-ONE-MASTER.
073200     MOVE MREB-KEY-VALUE(MREB-KEY-SUB)  TO MREB-NEW-KEY.
073300     MOVE MREB-KEY-RESULT(MREB-KEY-SUB) TO MREB-NEW-RESULT.
073400     MOVE MREB-KEY-FIRST-DATE(MREB-KEY-SUB)
073500         TO MREB-NEW-FIRST-DATE.
073600     MOVE MREB-KEY-LAST-DATE(MREB-KEY-SUB) TO MREB-NEW-LAST-DATE.
073700     MOVE MREB-KEY-REQUESTS(MREB-KEY-SUB)  TO MREB-NEW-COUNT.
073800     WRITE MREB-NEW-MASTER-RECORD.
073900     IF NOT MREB-NEW-MASTER-OK
074000         DISPLAY "FACTMREB: UNABLE TO WRITE FACTMASN - STATUS "
074100             MREB-NEW-MASTER-STATUS
074200         MOVE "Y" TO MREB-FAILED-SWITCH
074300         GO TO 4100-WRITE-ONE-MASTER-EXIT
074400     END-IF.
074500     ADD 1 TO MREB-WRITTEN-CTR.
074600     ADD MREB-NEW-COUNT TO MREB-WRITTEN-COUNT-TOT.
074700 4100-WRITE-ONE-MASTER-EXIT.
074800     EXIT.

074900*----------------------------------------------------------------
075000* 4500-COMPARE-MASTER  -  COMPARE MODE: WALK THE LIVE MASTER IN
075100*                         KEY ORDER AGAINST THE HISTORY, THEN
075200*                         LIST THE HISTORY KEYS IT NEVER HELD
075300*----------------------------------------------------------------
075400 4500-COMPARE-MASTER.
075500     OPEN INPUT FACT-MASTER-FILE.
075600     IF NOT MREB-MASTER-OK AND NOT MREB-MASTER-NO-FILE
075700         DISPLAY "FACTMREB: UNABLE TO OPEN FACTMAST - STATUS "
075800             MREB-MASTER-STATUS
075900         MOVE "Y" TO MREB-FAILED-SWITCH
076000         GO TO 4500-COMPARE-MASTER-EXIT
076100     END-IF.
076200     MOVE "KEYS WHERE THE MASTER AND THE HISTORY DIFFER"
076300         TO MREB-REPORT-LINE-AREA.
076400     PERFORM 5100-WRITE-REPORT-LINE
076500         THRU 5100-WRITE-REPORT-LINE-EXIT.
076600     MOVE MREB-DIFF-HEADING-1 TO MREB-REPORT-LINE-AREA.
076700     PERFORM 5100-WRITE-REPORT-LINE
076800         THRU 5100-WRITE-REPORT-LINE-EXIT.
076900     MOVE MREB-DIFF-HEADING-2 TO MREB-REPORT-LINE-AREA.
077000     PERFORM 5100-WRITE-REPORT-LINE
077100         THRU 5100-WRITE-REPORT-LINE-EXIT.
077200     IF MREB-MASTER-NO-FILE
077300         DISPLAY "FACTMREB: NO FACTMAST FILE - EVERY HISTORY KEY "
077400             "IS MISSING"
077500     ELSE
077600         MOVE "N" TO MREB-SOURCE-EOF-SWITCH
077700         PERFORM 4600-COMPARE-ONE-MASTER
077800             THRU 4600-COMPARE-ONE-MASTER-EXIT
077900             UNTIL MREB-SOURCE-EOF
078000         CLOSE FACT-MASTER-FILE
078100     END-IF.
078200     IF MREB-FAILED
078300         GO TO 4500-COMPARE-MASTER-EXIT
078400     END-IF.
078500     PERFORM 4700-LIST-NOT-ON-MASTER
078600         THRU 4700-LIST-NOT-ON-MASTER-EXIT
078700         VARYING MREB-KEY-SUB FROM 1 BY 1
078800         UNTIL MREB-KEY-SUB > MREB-KEY-COUNT.
078900     IF MREB-DIFFER-CTR = ZERO AND MREB-NO-HISTORY-CTR = ZERO
079000         AND MREB-NOT-ON-MASTER-CTR = ZERO
079100         MOVE "NONE - THE MASTER AGREES WITH THE HISTORY"
079200             TO MREB-REPORT-LINE-AREA
079300         PERFORM 5100-WRITE-REPORT-LINE
079400             THRU 5100-WRITE-REPORT-LINE-EXIT
079500     END-IF.
079600 4500-COMPARE-MASTER-EXIT.
079700     EXIT.

079800*----------------------------------------------------------------
079900* 4600-COMPARE-ONE-MASTER  -  A KEY THE HISTORY DOES NOT HOLD
080000*                             PRINTS WITH THE HISTORY COLUMNS
080100*                             BLANK
080200*----------------------------------------------------------------
080300 4600-COMPARE-ONE-MASTER.
080400     READ FACT-MASTER-FILE NEXT RECORD
080500         AT END
080600             MOVE "Y" TO MREB-SOURCE-EOF-SWITCH
080700             GO TO 4600-COMPARE-ONE-MASTER-EXIT
080800     END-READ.
080900     IF NOT MREB-MASTER-OK
081000         DISPLAY "FACTMREB: UNABLE TO READ FACTMAST - STATUS "
081100             MREB-MASTER-STATUS
081200         MOVE "Y" TO MREB-FAILED-SWITCH
081300         MOVE "Y" TO MREB-SOURCE-EOF-SWITCH
081400         GO TO 4600-COMPARE-ONE-MASTER-EXIT
081500     END-IF.
081600     ADD 1 TO MREB-MASTER-READ-CTR.
081700     MOVE FACT-MST-KEY TO MREB-REC-KEY.
081800     MOVE "N" TO MREB-KEY-FOUND-SWITCH.
081900     PERFORM 3250-FIND-KEY
082000         THRU 3250-FIND-KEY-EXIT
082100         VARYING MREB-KEY-SUB FROM 1 BY 1
082200         UNTIL MREB-KEY-SUB > MREB-KEY-COUNT OR MREB-KEY-FOUND.
082300     MOVE SPACES TO MREB-DIFF-LINE.
082400     MOVE FACT-MST-FUNC       TO MREB-DL-FUNC.
082500     MOVE FACT-MST-N          TO MREB-DL-N.
082600     MOVE FACT-MST-R          TO MREB-DL-R.
082700     MOVE FACT-MST-COUNT      TO MREB-DL-MST-COUNT.
082800     MOVE FACT-MST-FIRST-DATE TO MREB-DL-MST-FIRST.
082900     MOVE FACT-MST-LAST-DATE  TO MREB-DL-MST-LAST.
083000     IF NOT MREB-KEY-FOUND
083100         ADD 1 TO MREB-NO-HISTORY-CTR
083200         PERFORM 4800-WRITE-DIFF-LINE
083300             THRU 4800-WRITE-DIFF-LINE-EXIT
083400         GO TO 4600-COMPARE-ONE-MASTER-EXIT
083500     END-IF.
083600     SUBTRACT 1 FROM MREB-KEY-SUB.
083700     MOVE "Y" TO MREB-KEY-MATCHED(MREB-KEY-SUB).
083800     IF FACT-MST-COUNT = MREB-KEY-REQUESTS(MREB-KEY-SUB)
083900         AND FACT-MST-FIRST-DATE =
084000             MREB-KEY-FIRST-DATE(MREB-KEY-SUB)
084100         AND FACT-MST-LAST-DATE =
084200             MREB-KEY-LAST-DATE(MREB-KEY-SUB)
084300         ADD 1 TO MREB-AGREE-CTR
084400         GO TO 4600-COMPARE-ONE-MASTER-EXIT
084500     END-IF.
084600     ADD 1 TO MREB-DIFFER-CTR.
084700     MOVE MREB-KEY-REQUESTS(MREB-KEY-SUB) TO MREB-DL-HST-COUNT.
084800     MOVE MREB-KEY-FIRST-DATE(MREB-KEY-SUB) TO MREB-DL-HST-FIRST.
084900     MOVE MREB-KEY-LAST-DATE(MREB-KEY-SUB) TO MREB-DL-HST-LAST.
085000     PERFORM 4800-WRITE-DIFF-LINE
085100         THRU 4800-WRITE-DIFF-LINE-EXIT.
085200 4600-COMPARE-ONE-MASTER-EXIT.
085300     EXIT.

085400*----------------------------------------------------------------
085500* 4700-LIST-NOT-ON-MASTER  -  A HISTORY KEY THE MASTER NEVER
085600*                             HELD PRINTS WITH THE MASTER
085700*                             COLUMNS BLANK
085800*----------------------------------------------------------------
085900 4700-LIST-NOT-ON-MASTER.
086000     IF MREB-KEY-MATCHED(MREB-KEY-SUB) = "Y"
086100         GO TO 4700-LIST-NOT-ON-MASTER-EXIT
086200     END-IF.
086300     ADD 1 TO MREB-NOT-ON-MASTER-CTR.
086400     MOVE SPACES TO MREB-DIFF-LINE.
086500     MOVE MREB-KEY-FUNC(MREB-KEY-SUB) TO MREB-DL-FUNC.
086600     MOVE MREB-KEY-N(MREB-KEY-SUB)    TO MREB-DL-N.
086700     MOVE MREB-KEY-R(MREB-KEY-SUB)    TO MREB-DL-R.
086800     MOVE MREB-KEY-REQUESTS(MREB-KEY-SUB) TO MREB-DL-HST-COUNT.
086900     MOVE MREB-KEY-FIRST-DATE(MREB-KEY-SUB) TO MREB-DL-HST-FIRST.
087000     MOVE MREB-KEY-LAST-DATE(MREB-KEY-SUB) TO MREB-DL-HST-LAST.
087100     PERFORM 4800-WRITE-DIFF-LINE
087200         THRU 4800-WRITE-DIFF-LINE-EXIT.
087300 4700-LIST-NOT-ON-MASTER-EXIT.
087400     EXIT.

087500*----------------------------------------------------------------
087600* 4800-WRITE-DIFF-LINE
087700*----------------------------------------------------------------
087800 4800-WRITE-DIFF-LINE.
087900     MOVE MREB-DIFF-LINE TO MREB-REPORT-LINE-AREA.
088000     PERFORM 5100-WRITE-REPORT-LINE
088100         THRU 5100-WRITE-REPORT-LINE-EXIT.
088200 4800-WRITE-DIFF-LINE-EXIT.
088300     EXIT.

088400*----------------------------------------------------------------
088500* 5100-WRITE-REPORT-LINE  -  ONE LINE FROM THE LINE AREA WITH
088600*                            THE SHARED STATUS CHECK
088700*----------------------------------------------------------------
088800 5100-WRITE-REPORT-LINE.
088900     IF NOT MREB-REPORT-OPEN
089000         GO TO 5100-WRITE-REPORT-LINE-EXIT
089100     END-IF.
089200     MOVE MREB-REPORT-LINE-AREA TO MREB-REPORT-RECORD.
089300     WRITE MREB-REPORT-RECORD.
089400     IF NOT MREB-REPORT-OK
089500         DISPLAY "FACTMREB: UNABLE TO WRITE FACTMRRP - STATUS "
089600             MREB-REPORT-STATUS
089700         MOVE "Y" TO MREB-FAILED-SWITCH
089800         MOVE "N" TO MREB-REPORT-OPEN-SWITCH
089900     END-IF.
090000     MOVE SPACES TO MREB-REPORT-LINE-AREA.
090100 5100-WRITE-REPORT-LINE-EXIT.
090200     EXIT.

090300*----------------------------------------------------------------
090400* 5200-WRITE-SUMMARY-LINE
090500*----------------------------------------------------------------
090600 5200-WRITE-SUMMARY-LINE.
090700     MOVE MREB-SUMMARY-LINE TO MREB-REPORT-LINE-AREA.
090800     PERFORM 5100-WRITE-REPORT-LINE
090900         THRU 5100-WRITE-REPORT-LINE-EXIT.
091000     MOVE SPACES TO MREB-SUMMARY-LINE.
091100 5200-WRITE-SUMMARY-LINE-EXIT.
091200     EXIT.

091300*----------------------------------------------------------------
091400* 7000-PRINT-CONTROL-COUNTS  -  THE SIGN-OFF FIGURES.  A REBUILD
091500*                              BALANCES WHEN THE COUNTS ON THE
091600*                              RECORDS WRITTEN ADD UP TO THE
091700*                              REQUESTS TAKEN FROM HISTORY.
091800*----------------------------------------------------------------
091900 7000-PRINT-CONTROL-COUNTS.
092000     IF MREB-INIT-FAILED
092100         GO TO 7000-PRINT-CONTROL-COUNTS-EXIT
092200     END-IF.
092300     PERFORM 5100-WRITE-REPORT-LINE
092400         THRU 5100-WRITE-REPORT-LINE-EXIT.
092500     MOVE "CONTROL COUNTS" TO MREB-REPORT-LINE-AREA.
092600     PERFORM 5100-WRITE-REPORT-LINE
092700         THRU 5100-WRITE-REPORT-LINE-EXIT.
092800     MOVE SPACES TO MREB-SUMMARY-LINE.
092900     MOVE "FACTBAT RUN WINDOWS LOADED" TO MREB-SUM-TITLE.
093000     MOVE MREB-RUNS-LOADED-CTR TO MREB-SUM-COUNT.
093100     PERFORM 5200-WRITE-SUMMARY-LINE
093200         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
093300     IF MREB-RUNS-SKIPPED-CTR > ZERO
093400         MOVE "FACTBAT RUN WINDOWS NOT LOADED" TO MREB-SUM-TITLE
093500         MOVE MREB-RUNS-SKIPPED-CTR TO MREB-SUM-COUNT
093600         PERFORM 5200-WRITE-SUMMARY-LINE
093700             THRU 5200-WRITE-SUMMARY-LINE-EXIT
093800     END-IF.
093900     MOVE "AUDIT FILES READ" TO MREB-SUM-TITLE.
094000     MOVE MREB-SOURCE-CTR TO MREB-SUM-COUNT.
094100     PERFORM 5200-WRITE-SUMMARY-LINE
094200         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
094300     MOVE "AUDIT RECORDS READ" TO MREB-SUM-TITLE.
094400     MOVE MREB-READ-CTR TO MREB-SUM-COUNT.
094500     PERFORM 5200-WRITE-SUMMARY-LINE
094600         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
094700     MOVE "  REQUEST-LEVEL RECORDS" TO MREB-SUM-TITLE.
094800     MOVE MREB-V2-CTR TO MREB-SUM-COUNT.
094900     PERFORM 5200-WRITE-SUMMARY-LINE
095000         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
095100     MOVE "  ORIGINAL-LAYOUT RECORDS (AS F)" TO MREB-SUM-TITLE.
095200     MOVE MREB-OLD-CTR TO MREB-SUM-COUNT.
095300     PERFORM 5200-WRITE-SUMMARY-LINE
095400         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
095500     MOVE "  UNRECOGNISED - SKIPPED" TO MREB-SUM-TITLE.
095600     MOVE MREB-UNRECOGNISED-CTR TO MREB-SUM-COUNT.
095700     PERFORM 5200-WRITE-SUMMARY-LINE
095800         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
095900     MOVE "  NOT CALCULATED - SKIPPED" TO MREB-SUM-TITLE.
096000     MOVE MREB-NOT-CALC-CTR TO MREB-SUM-COUNT.
096100     PERFORM 5200-WRITE-SUMMARY-LINE
096200         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
096300     MOVE "REQUESTS TAKEN FROM HISTORY" TO MREB-SUM-TITLE.
096400     MOVE MREB-TAKEN-CTR TO MREB-SUM-COUNT.
096500     PERFORM 5200-WRITE-SUMMARY-LINE
096600         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
096700     MOVE "  DATED FROM A FACTBAT RUN" TO MREB-SUM-TITLE.
096800     MOVE MREB-RUN-DATED-CTR TO MREB-SUM-COUNT.
096900     PERFORM 5200-WRITE-SUMMARY-LINE
097000         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
097100     MOVE "KEYS IN HISTORY" TO MREB-SUM-TITLE.
097200     MOVE MREB-KEY-COUNT TO MREB-SUM-COUNT.
097300     PERFORM 5200-WRITE-SUMMARY-LINE
097400         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
097500     IF MREB-REBUILD-MODE
097600         PERFORM 7100-PRINT-REBUILD-COUNTS
097700             THRU 7100-PRINT-REBUILD-COUNTS-EXIT
097800     ELSE
097900         PERFORM 7200-PRINT-COMPARE-COUNTS
098000             THRU 7200-PRINT-COMPARE-COUNTS-EXIT
098100     END-IF.
098200 7000-PRINT-CONTROL-COUNTS-EXIT.
098300     EXIT.

098400*----------------------------------------------------------------
098500* 7100-PRINT-REBUILD-COUNTS
098600*----------------------------------------------------------------
098700 7100-PRINT-REBUILD-COUNTS.
098800     MOVE "FACTMASN RECORDS WRITTEN" TO MREB-SUM-TITLE.
098900     MOVE MREB-WRITTEN-CTR TO MREB-SUM-COUNT.
099000     PERFORM 5200-WRITE-SUMMARY-LINE
099100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
099200     MOVE "REQUEST COUNT ON RECORDS WRITTEN" TO MREB-SUM-TITLE.
099300     MOVE MREB-WRITTEN-COUNT-TOT TO MREB-SUM-COUNT.
099400     PERFORM 5200-WRITE-SUMMARY-LINE
099500         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
099600     PERFORM 5100-WRITE-REPORT-LINE
099700         THRU 5100-WRITE-REPORT-LINE-EXIT.
099800     IF NOT MREB-FAILED
099900         AND MREB-WRITTEN-CTR = MREB-KEY-COUNT
100000         AND MREB-WRITTEN-COUNT-TOT = MREB-TAKEN-CTR
100100         MOVE "REBUILD BALANCED - FACTMASN READY FOR SIGN-OFF"
100200             TO MREB-REPORT-LINE-AREA
100300     ELSE
100400         MOVE "REBUILD DID NOT BALANCE - DO NOT SWAP FACTMASN"
100500             TO MREB-REPORT-LINE-AREA
100600     END-IF.
100700     PERFORM 5100-WRITE-REPORT-LINE
100800         THRU 5100-WRITE-REPORT-LINE-EXIT.
100900 7100-PRINT-REBUILD-COUNTS-EXIT.
101000     EXIT.

101100*----------------------------------------------------------------
101200* 7200-PRINT-COMPARE-COUNTS
101300*----------------------------------------------------------------
101400 7200-PRINT-COMPARE-COUNTS.
101500     MOVE "FACTMAST RECORDS READ" TO MREB-SUM-TITLE.
101600     MOVE MREB-MASTER-READ-CTR TO MREB-SUM-COUNT.
101700     PERFORM 5200-WRITE-SUMMARY-LINE
101800         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
101900     MOVE "  AGREE WITH HISTORY" TO MREB-SUM-TITLE.
102000     MOVE MREB-AGREE-CTR TO MREB-SUM-COUNT.
102100     PERFORM 5200-WRITE-SUMMARY-LINE
102200         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
102300     MOVE "  COUNT OR DATES DIFFER" TO MREB-SUM-TITLE.
102400     MOVE MREB-DIFFER-CTR TO MREB-SUM-COUNT.
102500     PERFORM 5200-WRITE-SUMMARY-LINE
102600         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
102700     MOVE "  NOT IN HISTORY" TO MREB-SUM-TITLE.
102800     MOVE MREB-NO-HISTORY-CTR TO MREB-SUM-COUNT.
102900     PERFORM 5200-WRITE-SUMMARY-LINE
103000         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
103100     MOVE "HISTORY KEYS NOT ON FACTMAST" TO MREB-SUM-TITLE.
103200     MOVE MREB-NOT-ON-MASTER-CTR TO MREB-SUM-COUNT.
103300     PERFORM 5200-WRITE-SUMMARY-LINE
103400         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
103500 7200-PRINT-COMPARE-COUNTS-EXIT.
103600     EXIT.

103700*----------------------------------------------------------------
103800* 8000-TERMINATE  -  CLOSE THE REPORT AND SET THE RETURN CODE
103900*----------------------------------------------------------------
104000 8000-TERMINATE.
104100     IF MREB-REPORT-OPEN
104200         CLOSE MREB-REPORT-FILE
104300     END-IF.
104400     EVALUATE TRUE
104500         WHEN MREB-INIT-FAILED OR MREB-FAILED
104600             MOVE 16 TO RETURN-CODE
104700         WHEN MREB-COMPARE-MODE
104800             AND (MREB-DIFFER-CTR > ZERO
104900             OR MREB-NO-HISTORY-CTR > ZERO
105000             OR MREB-NOT-ON-MASTER-CTR > ZERO)
105100             MOVE 8 TO RETURN-CODE
105200         WHEN OTHER
105300             MOVE ZERO TO RETURN-CODE
105400     END-EVALUATE.
105500     DISPLAY "FACTMREB: AUDIT RECORDS READ = " MREB-READ-CTR.
105600     DISPLAY "FACTMREB: REQUESTS TAKEN     = " MREB-TAKEN-CTR.
105700     DISPLAY "FACTMREB: KEYS IN HISTORY    = " MREB-KEY-COUNT.
105800     DISPLAY "FACTMREB: RETURN CODE        = " RETURN-CODE.
105900 8000-TERMINATE-EXIT.
106000     EXIT.
