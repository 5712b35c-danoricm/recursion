000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTROLL.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL END-OF-DAY BUSINESS DATE ROLL.  THE
001100*                  DESK HAD BEEN HAND-EDITING FACTCTL EVERY
001200*                  EVENING TO SET THE NEXT DATE AND CLEAR THE C
001300*                  STATUS, AND A MISTYPED DATE OR A FORGOTTEN
001400*                  EDIT MEANT A REFUSED RUN OR A FACTEXT
001500*                  STAMPED WITH THE WRONG DATE.  THIS JOB RUNS
001600*                  AFTER FACTBAL AND MOVES FACTCTL TO THE NEXT
001700*                  BUSINESS DATE - THE NEXT DAY THAT IS NOT A
001800*                  SATURDAY OR SUNDAY AND NOT A HOLIDAY OR
001900*                  NON-PROCESSING DAY ON THE FACTCAL BUSINESS
002000*                  CALENDAR - AND RESETS THE RUN STATUS, KEEPING
002100*                  THE CHECKPOINT INTERVAL AND LINES PER PAGE.
002200*                  A FACTCAL ENTRY OF TYPE P MARKS A WEEKEND DAY
002300*                  THAT IS WORKED.  THE ROLL IS REFUSED WITH
002400*                  RETURN CODE 8, FACTCTL UNCHANGED, UNLESS
002500*                  FACTCTL SHOWS THE DATE COMPLETE, THE FACTRUNH
002600*                  JOURNAL HOLDS A NIGHTLY (N OR R) FACTBAT RUN
002700*                  FOR THE DATE THAT ENDED WITH RETURN CODE 0,
002800*                  AND THE FACTBALR REPORT IS FOR THE SAME DATE
002900*                  AND SAYS NIGHT IN BALANCE.  EVERY CHECK AND
003000*                  EVERY DAY SKIPPED PRINTS ON THE FACTROLR
003100*                  RUN-BOOK REPORT.  RETURN CODE 16 ON A FILE
003200*                  ERROR OR A BAD CALENDAR ENTRY.
003300*================================================================

003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FACT-CONTROL-FILE ASSIGN TO FACTCTL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS ROLL-CONTROL-STATUS.

004000     SELECT ROLL-CALENDAR-FILE ASSIGN TO FACTCAL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS ROLL-CALENDAR-STATUS.

004300     SELECT FACT-RUNHIST-FILE ASSIGN TO FACTRUNH
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS ROLL-RUNHIST-STATUS.

004600     SELECT ROLL-BALANCE-FILE ASSIGN TO FACTBALR
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS ROLL-BALANCE-STATUS.

004900     SELECT ROLL-REPORT-FILE ASSIGN TO FACTROLR
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS ROLL-REPORT-STATUS.

005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  FACT-CONTROL-FILE.
005500 01  FACT-CONTROL-RECORD.
005600     05 FACT-CTL-BUSINESS-DATE      PIC X(10).
005700     05 FILLER                      PIC X(01).
005800     05 FACT-CTL-CHECKPOINT-INT     PIC 9(09).
005900     05 FILLER                      PIC X(01).
006000     05 FACT-CTL-LINES-PER-PAGE     PIC 9(05).
006100     05 FILLER                      PIC X(01).
006200     05 FACT-CTL-RUN-STATUS         PIC X(01).
006300         88 FACT-CTL-RUN-COMPLETE       VALUE "C".

006400 FD  ROLL-CALENDAR-FILE.
006500 01  ROLL-CALENDAR-RECORD.
006600     05 ROLL-CAL-REC-DATE           PIC X(10).
006700     05 FILLER                      PIC X(01).
006800     05 ROLL-CAL-REC-TYPE           PIC X(01).
006900     05 FILLER                      PIC X(01).
007000     05 ROLL-CAL-REC-DESC           PIC X(30).
007100     05 FILLER                      PIC X(37).

007200 FD  FACT-RUNHIST-FILE.
007300 01  FACT-RUNHIST-RECORD.
007400     05 FACT-RH-BUSINESS-DATE       PIC X(10).
007500     05 FILLER                      PIC X(01).
007600     05 FACT-RH-RUN-TYPE            PIC X(01).
007700     05 FILLER                      PIC X(01).
007800     05 FACT-RH-START-TIME          PIC X(14).
007900     05 FILLER                      PIC X(01).
008000     05 FACT-RH-END-TIME            PIC X(14).
008100     05 FILLER                      PIC X(01).
008200     05 FACT-RH-RECORDS-READ        PIC X(07).
008300     05 FILLER                      PIC X(01).
008400     05 FACT-RH-RECORDS-WRITTEN     PIC X(07).
008500     05 FILLER                      PIC X(01).
008600     05 FACT-RH-RECORDS-REJECTED    PIC X(07).
008700     05 FILLER                      PIC X(01).
008800     05 FACT-RH-PENDING-PROCESSED   PIC X(07).
008900     05 FILLER                      PIC X(01).
009000     05 FACT-RH-RETURN-CODE         PIC X(02).
009100     05 FILLER                      PIC X(03).

009200 FD  ROLL-BALANCE-FILE.
009300 01  ROLL-BALANCE-RECORD.
009400     05 ROLL-BAL-REC-LABEL          PIC X(16).
009500     05 ROLL-BAL-REC-DATE           PIC X(10).
009600     05 FILLER                      PIC X(54).

009700 FD  ROLL-REPORT-FILE.
009800 01  ROLL-REPORT-RECORD             PIC X(80).

009900 WORKING-STORAGE SECTION.
010000*================================================================
010100* 77-LEVEL SWITCHES AND COUNTERS
010200*================================================================
010300 77  ROLL-CONTROL-STATUS       PIC X(02) VALUE SPACES.
010400     88 ROLL-CONTROL-OK            VALUE "00".
010500 77  ROLL-CALENDAR-STATUS      PIC X(02) VALUE SPACES.
010600     88 ROLL-CALENDAR-OK           VALUE "00".
010700 77  ROLL-RUNHIST-STATUS       PIC X(02) VALUE SPACES.
010800     88 ROLL-RUNHIST-OK            VALUE "00".
010900     88 ROLL-RUNHIST-NO-FILE       VALUE "35".
011000 77  ROLL-BALANCE-STATUS       PIC X(02) VALUE SPACES.
011100     88 ROLL-BALANCE-OK            VALUE "00".
011200     88 ROLL-BALANCE-NO-FILE       VALUE "35".
011300 77  ROLL-REPORT-STATUS        PIC X(02) VALUE SPACES.
011400     88 ROLL-REPORT-OK             VALUE "00".

011500 77  ROLL-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
011600     88 ROLL-FILE-EOF              VALUE "Y".
011700 77  ROLL-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
011800     88 ROLL-INIT-FAILED           VALUE "Y".
011900 77  ROLL-FAILED-SWITCH        PIC X(01) VALUE "N".
012000     88 ROLL-FAILED                VALUE "Y".
012100 77  ROLL-REFUSED-SWITCH       PIC X(01) VALUE "N".
012200     88 ROLL-REFUSED               VALUE "Y".
012300 77  ROLL-RUN-CLEAN-SWITCH     PIC X(01) VALUE "N".
012400     88 ROLL-RUN-CLEAN             VALUE "Y".
012500 77  ROLL-BAL-DATE-SWITCH      PIC X(01) VALUE "N".
012600     88 ROLL-BAL-DATE-MATCH        VALUE "Y".
012700 77  ROLL-BAL-VERDICT          PIC X(01) VALUE SPACE.
012800     88 ROLL-BAL-IN-BALANCE        VALUE "B".
012900     88 ROLL-BAL-OUT-OF-BALANCE    VALUE "O".
013000 77  ROLL-DAY-VALID-SWITCH     PIC X(01) VALUE "N".
013100     88 ROLL-DAY-VALID             VALUE "Y".
013200 77  ROLL-CAL-FOUND-SWITCH     PIC X(01) VALUE "N".
013300     88 ROLL-CAL-FOUND             VALUE "Y".

013400 77  ROLL-RUNHIST-CTR          PIC 9(09) COMP VALUE ZERO.
013500 77  ROLL-NIGHTLY-CTR          PIC 9(09) COMP VALUE ZERO.
013600 77  ROLL-SKIPPED-CTR          PIC 9(09) COMP VALUE ZERO.
013700 77  ROLL-CAL-SUB              PIC 9(04) COMP VALUE ZERO.
013800 77  ROLL-CAL-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
013900 77  ROLL-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
014000 77  ROLL-CAL-MAX              PIC 9(04) COMP VALUE 366.
014100 77  ROLL-DAYS-TRIED           PIC 9(04) COMP VALUE ZERO.
014200 77  ROLL-DAYS-LIMIT           PIC 9(04) COMP VALUE 31.

014300 77  ROLL-BUSINESS-DATE        PIC X(10) VALUE SPACES.
014400 77  ROLL-NEW-DATE             PIC X(10) VALUE SPACES.
014500 77  ROLL-CTL-STATUS           PIC X(01) VALUE SPACE.
014600 77  ROLL-CHECKPOINT-INT       PIC 9(09) VALUE ZERO.
014700 77  ROLL-LINES-PER-PAGE       PIC 9(05) VALUE ZERO.
014800 77  ROLL-LAST-RC              PIC X(02) VALUE SPACES.
014900 77  ROLL-DAY-INT              PIC 9(08) COMP VALUE ZERO.
015000 77  ROLL-DAY-QUOTIENT         PIC 9(08) COMP VALUE ZERO.
015100 77  ROLL-WEEKDAY              PIC 9(01) VALUE ZERO.
015200     88 ROLL-WEEKEND               VALUE 5 6.
015300 77  ROLL-SKIP-REASON          PIC X(40) VALUE SPACES.
015400 77  ROLL-COUNT-EDIT           PIC ZZZ9.

015500 01  ROLL-DAY-NUM              PIC 9(08) VALUE ZERO.
015600 01  ROLL-DAY-YMD REDEFINES ROLL-DAY-NUM.
015700     05 ROLL-DAY-YYYY           PIC X(04).
015800     05 ROLL-DAY-MM             PIC X(02).
015900     05 ROLL-DAY-DD             PIC X(02).
016000 01  ROLL-DAY-DATE             PIC X(10) VALUE SPACES.
016100 01  ROLL-DATE-WORK.
016200     05 ROLL-DW-YYYY            PIC X(04).
016300     05 ROLL-DW-SEP-1           PIC X(01).
016400     05 ROLL-DW-MM              PIC X(02).
016500     05 ROLL-DW-SEP-2           PIC X(01).
016600     05 ROLL-DW-DD              PIC X(02).
016700 01  ROLL-DATE-YMD             PIC X(08) VALUE SPACES.
016800 01  ROLL-EDIT-NUM             PIC 9(08) VALUE ZERO.
016900 01  ROLL-EDIT-INT             PIC 9(08) COMP VALUE ZERO.

017000 01  ROLL-WEEKDAY-NAMES.
017100     05 FILLER                  PIC X(09) VALUE "MONDAY".
017200     05 FILLER                  PIC X(09) VALUE "TUESDAY".
017300     05 FILLER                  PIC X(09) VALUE "WEDNESDAY".
017400     05 FILLER                  PIC X(09) VALUE "THURSDAY".
017500     05 FILLER                  PIC X(09) VALUE "FRIDAY".
017600     05 FILLER                  PIC X(09) VALUE "SATURDAY".
017700     05 FILLER                  PIC X(09) VALUE "SUNDAY".
017800 01  ROLL-WEEKDAY-TABLE REDEFINES ROLL-WEEKDAY-NAMES.
017900     05 ROLL-WEEKDAY-NAME       PIC X(09) OCCURS 7 TIMES.

018000 77  ROLL-REPORT-RUN-DATE      PIC X(10) VALUE SPACES.
018100 01  ROLL-REPORT-TODAY.
018200     05 ROLL-REPORT-TODAY-YYYY  PIC 9(04).
018300     05 ROLL-REPORT-TODAY-MM    PIC 9(02).
018400     05 ROLL-REPORT-TODAY-DD    PIC 9(02).

018500*================================================================
018600* BUSINESS CALENDAR - ONE ENTRY PER FACTCAL RECORD.  TYPE H IS A
018700* HOLIDAY AND N ANY OTHER NON-PROCESSING DAY; BOTH ARE SKIPPED.
018800* TYPE P MARKS A SATURDAY OR SUNDAY THAT IS WORKED.
018900*================================================================
019000 01  ROLL-CAL-TABLE.
019100     05 ROLL-CAL-ENTRY OCCURS 366 TIMES.
019200         10 ROLL-CAL-DATE       PIC X(10).
019300         10 ROLL-CAL-TYPE       PIC X(01).
019400             88 ROLL-CAL-SKIP-DAY   VALUE "H" "N".
019500             88 ROLL-CAL-WORK-DAY   VALUE "P".
019600         10 ROLL-CAL-DESC       PIC X(30).

019700*================================================================
019800* REPORT LINE LAYOUTS
019900*================================================================
020000 01  ROLL-REPORT-HEADING-1.
020100     05 FILLER                  PIC X(20) VALUE SPACES.
020200     05 FILLER                  PIC X(30) VALUE
020300         "BUSINESS DATE ROLL REPORT".
020400 01  ROLL-REPORT-HEADING-2.
020500     05 FILLER                  PIC X(11) VALUE "RUN DATE: ".
020600     05 ROLL-REPORT-H2-DATE     PIC X(10).

020700 01  ROLL-CHECK-LINE.
020800     05 ROLL-CHK-TITLE          PIC X(30).
020900     05 ROLL-CHK-VALUE          PIC X(40).

021000 01  ROLL-SKIP-LINE.
021100     05 FILLER                  PIC X(02) VALUE SPACES.
021200     05 ROLL-SKP-DATE           PIC X(10).
021300     05 FILLER                  PIC X(02) VALUE SPACES.
021400     05 ROLL-SKP-DAY            PIC X(09).
021500     05 FILLER                  PIC X(02) VALUE SPACES.
021600     05 ROLL-SKP-REASON         PIC X(40).

021700 01  ROLL-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

021800*================================================================
021900* PROCEDURE DIVISION
022000*================================================================
022100 PROCEDURE DIVISION.
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE
022400         THRU 1000-INITIALIZE-EXIT.
022500     IF NOT ROLL-INIT-FAILED
022600         PERFORM 2000-CHECK-RUN-STATUS
022700             THRU 2000-CHECK-RUN-STATUS-EXIT
022800         PERFORM 2100-CHECK-RUN-HISTORY
022900             THRU 2100-CHECK-RUN-HISTORY-EXIT
023000         PERFORM 2200-CHECK-BALANCING
023100             THRU 2200-CHECK-BALANCING-EXIT
023200     END-IF.
023300     IF NOT ROLL-INIT-FAILED AND NOT ROLL-REFUSED
023400         AND NOT ROLL-FAILED
023500         PERFORM 3000-FIND-NEXT-DATE
023600             THRU 3000-FIND-NEXT-DATE-EXIT
023700     END-IF.
023800     IF NOT ROLL-INIT-FAILED AND NOT ROLL-REFUSED
023900         AND NOT ROLL-FAILED
024000         PERFORM 4000-REWRITE-RUN-CONTROL
024100             THRU 4000-REWRITE-RUN-CONTROL-EXIT
024200     END-IF.
024300     PERFORM 8000-TERMINATE
024400         THRU 8000-TERMINATE-EXIT.
024500     STOP RUN.

024600*----------------------------------------------------------------
024700* 1000-INITIALIZE  -  CURRENT RUN CONTROL FROM FACTCTL, THE
024800*                     BUSINESS CALENDAR, THE REPORT HEADER
024900*----------------------------------------------------------------
025000 1000-INITIALIZE.
025100     OPEN INPUT FACT-CONTROL-FILE.
025200     IF NOT ROLL-CONTROL-OK
025300         DISPLAY "FACTROLL: UNABLE TO OPEN FACTCTL - STATUS "
025400             ROLL-CONTROL-STATUS
025500         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
025600         GO TO 1000-INITIALIZE-EXIT
025700     END-IF.
025800     MOVE "N" TO ROLL-FILE-EOF-SWITCH.
025900     READ FACT-CONTROL-FILE
026000         AT END
026100             MOVE "Y" TO ROLL-FILE-EOF-SWITCH
026200     END-READ.
026300     IF ROLL-FILE-EOF
026400         DISPLAY "FACTROLL: FACTCTL IS EMPTY - RUN-CONTROL "
026500             "RECORD REQUIRED"
026600         CLOSE FACT-CONTROL-FILE
026700         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF.
027000     IF FACT-CTL-CHECKPOINT-INT IS NOT NUMERIC
027100         OR FACT-CTL-LINES-PER-PAGE IS NOT NUMERIC
027200         DISPLAY "FACTROLL: INVALID RUN-CONTROL VALUES ON "
027300             "FACTCTL"
027400         CLOSE FACT-CONTROL-FILE
027500         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
027600         GO TO 1000-INITIALIZE-EXIT
027700     END-IF.
027800     MOVE FACT-CTL-BUSINESS-DATE  TO ROLL-BUSINESS-DATE.
027900     MOVE FACT-CTL-CHECKPOINT-INT TO ROLL-CHECKPOINT-INT.
028000     MOVE FACT-CTL-LINES-PER-PAGE TO ROLL-LINES-PER-PAGE.
028100     MOVE FACT-CTL-RUN-STATUS     TO ROLL-CTL-STATUS.
028200     CLOSE FACT-CONTROL-FILE.
028300     MOVE ROLL-BUSINESS-DATE TO ROLL-DATE-WORK.
028400     PERFORM 1900-EDIT-DATE
028500         THRU 1900-EDIT-DATE-EXIT.
028600     IF ROLL-DATE-YMD IS NOT NUMERIC
028700         DISPLAY "FACTROLL: INVALID BUSINESS DATE ON FACTCTL - "
028800             ROLL-BUSINESS-DATE
028900         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
029000         GO TO 1000-INITIALIZE-EXIT
029100     END-IF.
029200     MOVE ROLL-DATE-YMD TO ROLL-DAY-NUM.
029300     PERFORM 1100-LOAD-CALENDAR
029400         THRU 1100-LOAD-CALENDAR-EXIT.
029500     IF ROLL-INIT-FAILED
029600         GO TO 1000-INITIALIZE-EXIT
029700     END-IF.
029800     OPEN OUTPUT ROLL-REPORT-FILE.
029900     IF NOT ROLL-REPORT-OK
030000         DISPLAY "FACTROLL: UNABLE TO OPEN FACTROLR - STATUS "
030100             ROLL-REPORT-STATUS
030200         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
030300         GO TO 1000-INITIALIZE-EXIT
030400     END-IF.
030500     MOVE FUNCTION CURRENT-DATE TO ROLL-REPORT-TODAY.
030600     STRING ROLL-REPORT-TODAY-YYYY "-" ROLL-REPORT-TODAY-MM "-"
030700         ROLL-REPORT-TODAY-DD DELIMITED BY SIZE
030800         INTO ROLL-REPORT-RUN-DATE.
030900     MOVE ROLL-REPORT-HEADING-1 TO ROLL-REPORT-LINE-AREA.
031000     PERFORM 5100-WRITE-REPORT-LINE
031100         THRU 5100-WRITE-REPORT-LINE-EXIT.
031200     MOVE ROLL-REPORT-RUN-DATE TO ROLL-REPORT-H2-DATE.
031300     MOVE ROLL-REPORT-HEADING-2 TO ROLL-REPORT-LINE-AREA.
031400     PERFORM 5100-WRITE-REPORT-LINE
031500         THRU 5100-WRITE-REPORT-LINE-EXIT.
031600     MOVE SPACES TO ROLL-REPORT-LINE-AREA.
031700     PERFORM 5100-WRITE-REPORT-LINE
031800         THRU 5100-WRITE-REPORT-LINE-EXIT.
031900     MOVE "CURRENT BUSINESS DATE" TO ROLL-CHK-TITLE.
032000     MOVE ROLL-BUSINESS-DATE TO ROLL-CHK-VALUE.
032100     PERFORM 5200-WRITE-CHECK-LINE
032200         THRU 5200-WRITE-CHECK-LINE-EXIT.
032300     MOVE "CALENDAR ENTRIES LOADED" TO ROLL-CHK-TITLE.
032400     MOVE ROLL-CAL-COUNT TO ROLL-COUNT-EDIT.
032500     MOVE ROLL-COUNT-EDIT TO ROLL-CHK-VALUE.
032600     PERFORM 5200-WRITE-CHECK-LINE
032700         THRU 5200-WRITE-CHECK-LINE-EXIT.
032800 1000-INITIALIZE-EXIT.
032900     EXIT.

033000*----------------------------------------------------------------
033100* 1100-LOAD-CALENDAR  -  FACTCAL INTO THE CALENDAR TABLE.  THE
033200*                        CALENDAR IS REQUIRED - A MISSING FILE,
033300*                        A BAD DATE OR TYPE, OR A FULL TABLE
033400*                        STOPS THE ROLL RATHER THAN RISK LANDING
033500*                        ON A HOLIDAY.
033600*----------------------------------------------------------------
033700 1100-LOAD-CALENDAR.
033800     OPEN INPUT ROLL-CALENDAR-FILE.
033900     IF NOT ROLL-CALENDAR-OK
034000         DISPLAY "FACTROLL: UNABLE TO OPEN FACTCAL - STATUS "
034100             ROLL-CALENDAR-STATUS
034200         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
034300         GO TO 1100-LOAD-CALENDAR-EXIT
034400     END-IF.
034500     MOVE "N" TO ROLL-FILE-EOF-SWITCH.
034600     PERFORM 1150-LOAD-ONE-CALENDAR-DAY
034700         THRU 1150-LOAD-ONE-CALENDAR-DAY-EXIT
034800         UNTIL ROLL-FILE-EOF.
034900     CLOSE ROLL-CALENDAR-FILE.
035000 1100-LOAD-CALENDAR-EXIT.
035100     EXIT.

035200*----------------------------------------------------------------
035300* 1150-LOAD-ONE-CALENDAR-DAY
035400*----------------------------------------------------------------
035500 1150-LOAD-ONE-CALENDAR-DAY.
035600     READ ROLL-CALENDAR-FILE
035700         AT END
035800             MOVE "Y" TO ROLL-FILE-EOF-SWITCH
035900             GO TO 1150-LOAD-ONE-CALENDAR-DAY-EXIT
036000     END-READ.
036100     IF ROLL-CALENDAR-RECORD = SPACES
036200         GO TO 1150-LOAD-ONE-CALENDAR-DAY-EXIT
036300     END-IF.
036400     MOVE ROLL-CAL-REC-DATE TO ROLL-DATE-WORK.
036500     PERFORM 1900-EDIT-DATE
036600         THRU 1900-EDIT-DATE-EXIT.
036700     IF ROLL-DATE-YMD IS NOT NUMERIC
036800         OR (ROLL-CAL-REC-TYPE NOT = "H"
036900             AND ROLL-CAL-REC-TYPE NOT = "N"
037000             AND ROLL-CAL-REC-TYPE NOT = "P")
037100         DISPLAY "FACTROLL: INVALID FACTCAL ENTRY - "
037200             ROLL-CAL-REC-DATE " " ROLL-CAL-REC-TYPE
037300         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
037400         MOVE "Y" TO ROLL-FILE-EOF-SWITCH
037500         GO TO 1150-LOAD-ONE-CALENDAR-DAY-EXIT
037600     END-IF.
037700     IF ROLL-CAL-COUNT >= ROLL-CAL-MAX
037800         DISPLAY "FACTROLL: FACTCAL HAS MORE THAN "
037900             ROLL-CAL-MAX " ENTRIES - ROLL STOPPED"
038000         MOVE "Y" TO ROLL-INIT-FAILED-SWITCH
038100         MOVE "Y" TO ROLL-FILE-EOF-SWITCH
038200         GO TO 1150-LOAD-ONE-CALENDAR-DAY-EXIT
038300     END-IF.
038400     ADD 1 TO ROLL-CAL-COUNT.
038500     MOVE ROLL-CAL-REC-DATE TO ROLL-CAL-DATE(ROLL-CAL-COUNT).
038600     MOVE ROLL-CAL-REC-TYPE TO ROLL-CAL-TYPE(ROLL-CAL-COUNT).
038700     MOVE ROLL-CAL-REC-DESC TO ROLL-CAL-DESC(ROLL-CAL-COUNT).
038800 1150-LOAD-ONE-CALENDAR-DAY-EXIT.
038900     EXIT.

039000*----------------------------------------------------------------
039100* 1900-EDIT-DATE  -  A YYYY-MM-DD DATE IN ROLL-DATE-WORK TO
039200*                    YYYYMMDD IN ROLL-DATE-YMD; LEFT NON-NUMERIC
039300*                    WHEN THE DATE IS NOT IN THAT FORM OR IS NOT
039400*                    A DAY ON THE CALENDAR (2026-02-31)
039500*----------------------------------------------------------------
039600 1900-EDIT-DATE.
039700     MOVE SPACES TO ROLL-DATE-YMD.
039800     IF ROLL-DW-SEP-1 NOT = "-" OR ROLL-DW-SEP-2 NOT = "-"
039900         GO TO 1900-EDIT-DATE-EXIT
040000     END-IF.
040100     STRING ROLL-DW-YYYY ROLL-DW-MM ROLL-DW-DD
040200         DELIMITED BY SIZE INTO ROLL-DATE-YMD.
040300     IF ROLL-DATE-YMD IS NOT NUMERIC
040400         GO TO 1900-EDIT-DATE-EXIT
040500     END-IF.
040600     IF ROLL-DW-MM < "01" OR ROLL-DW-MM > "12"
040700         OR ROLL-DW-DD < "01" OR ROLL-DW-DD > "31"
040800         MOVE SPACES TO ROLL-DATE-YMD
040900         GO TO 1900-EDIT-DATE-EXIT
041000     END-IF.
041100     MOVE ROLL-DATE-YMD TO ROLL-EDIT-NUM.
041200     COMPUTE ROLL-EDIT-INT =
041300         FUNCTION INTEGER-OF-DATE(ROLL-EDIT-NUM).
041400     IF ROLL-EDIT-INT = ZERO
041500         MOVE SPACES TO ROLL-DATE-YMD
041600     END-IF.
041700 1900-EDIT-DATE-EXIT.
041800     EXIT.

041900*----------------------------------------------------------------
042000* 2000-CHECK-RUN-STATUS  -  FACTBAT MARKS FACTCTL C AT CLEAN END
042100*                           OF JOB; ANYTHING ELSE MEANS THE
042200*                           NIGHT IS NOT FINISHED
042300*----------------------------------------------------------------
042400 2000-CHECK-RUN-STATUS.
042500     MOVE "FACTCTL RUN STATUS" TO ROLL-CHK-TITLE.
042600     IF ROLL-CTL-STATUS = "C"
042700         MOVE "C - COMPLETE" TO ROLL-CHK-VALUE
042800     ELSE
042900         STRING ROLL-CTL-STATUS " - NOT COMPLETE - REFUSED"
043000             DELIMITED BY SIZE INTO ROLL-CHK-VALUE
043100         DISPLAY "FACTROLL: FACTCTL STATUS IS NOT C FOR "
043200             ROLL-BUSINESS-DATE
043300         SET ROLL-REFUSED TO TRUE
043400     END-IF.
043500     PERFORM 5200-WRITE-CHECK-LINE
043600         THRU 5200-WRITE-CHECK-LINE-EXIT.
043700 2000-CHECK-RUN-STATUS-EXIT.
043800     EXIT.

043900*----------------------------------------------------------------
044000* 2100-CHECK-RUN-HISTORY  -  THE FACTRUNH JOURNAL MUST HOLD AT
044100*                           LEAST ONE NIGHTLY (N OR R) FACTBAT
044200*                           RUN FOR THE BUSINESS DATE THAT ENDED
044300*                           WITH RETURN CODE 0.  EXPRESS RUNS
044400*                           AND A REFUSED DOUBLE SUBMISSION DO
044500*                           NOT COUNT.
044600*----------------------------------------------------------------
044700 2100-CHECK-RUN-HISTORY.
044800     OPEN INPUT FACT-RUNHIST-FILE.
044900     IF ROLL-RUNHIST-NO-FILE
045000         DISPLAY "FACTROLL: NO FACTRUNH JOURNAL - ROLL REFUSED"
045100         GO TO 2100-CHECK-RUN-HISTORY-NOTE
045200     END-IF.
045300     IF NOT ROLL-RUNHIST-OK
045400         DISPLAY "FACTROLL: UNABLE TO OPEN FACTRUNH - STATUS "
045500             ROLL-RUNHIST-STATUS
045600         SET ROLL-FAILED TO TRUE
045700         GO TO 2100-CHECK-RUN-HISTORY-NOTE
045800     END-IF.
045900     MOVE "N" TO ROLL-FILE-EOF-SWITCH.
046000     PERFORM 2150-TAKE-ONE-RUN
046100         THRU 2150-TAKE-ONE-RUN-EXIT
046200         UNTIL ROLL-FILE-EOF.
046300     CLOSE FACT-RUNHIST-FILE.
046400 2100-CHECK-RUN-HISTORY-NOTE.
046500     MOVE "FACTBAT NIGHTLY RUN" TO ROLL-CHK-TITLE.
046600     EVALUATE TRUE
046700         WHEN ROLL-RUN-CLEAN
046800             MOVE "COMPLETE - RETURN CODE 00" TO ROLL-CHK-VALUE
046900         WHEN ROLL-NIGHTLY-CTR = ZERO
047000             MOVE "NO NIGHTLY RUN JOURNALED - REFUSED"
047100                 TO ROLL-CHK-VALUE
047200         WHEN OTHER
047300             STRING "LAST RETURN CODE " ROLL-LAST-RC
047400                 " - REFUSED" DELIMITED BY SIZE
047500                 INTO ROLL-CHK-VALUE
047600     END-EVALUATE.
047700     IF NOT ROLL-RUN-CLEAN
047800         SET ROLL-REFUSED TO TRUE
047900     END-IF.
048000     PERFORM 5200-WRITE-CHECK-LINE
048100         THRU 5200-WRITE-CHECK-LINE-EXIT.
048200 2100-CHECK-RUN-HISTORY-EXIT.
048300     EXIT.

048400*----------------------------------------------------------------
048500* 2150-TAKE-ONE-RUN
048600*----------------------------------------------------------------
048700 2150-TAKE-ONE-RUN.
048800     READ FACT-RUNHIST-FILE
048900         AT END
049000             MOVE "Y" TO ROLL-FILE-EOF-SWITCH
049100             GO TO 2150-TAKE-ONE-RUN-EXIT
049200     END-READ.
049300     ADD 1 TO ROLL-RUNHIST-CTR.
049400     IF FACT-RH-BUSINESS-DATE NOT = ROLL-BUSINESS-DATE
049500         GO TO 2150-TAKE-ONE-RUN-EXIT
049600     END-IF.
049700     IF FACT-RH-RUN-TYPE NOT = "N" AND
049800         FACT-RH-RUN-TYPE NOT = "R"
049900         GO TO 2150-TAKE-ONE-RUN-EXIT
050000     END-IF.
050100     ADD 1 TO ROLL-NIGHTLY-CTR.
050200     MOVE FACT-RH-RETURN-CODE TO ROLL-LAST-RC.
050300     IF FACT-RH-RETURN-CODE = "00"
050400         SET ROLL-RUN-CLEAN TO TRUE
050500     END-IF.
050600 2150-TAKE-ONE-RUN-EXIT.
050700     EXIT.

050800*----------------------------------------------------------------
050900* 2200-CHECK-BALANCING  -  THE FACTBALR REPORT MUST BE FOR THE
051000*                          BUSINESS DATE (HEADING LINE 3) AND
051100*                          END NIGHT IN BALANCE
051200*----------------------------------------------------------------
051300 2200-CHECK-BALANCING.
051400     OPEN INPUT ROLL-BALANCE-FILE.
051500     IF ROLL-BALANCE-NO-FILE
051600         DISPLAY "FACTROLL: NO FACTBALR REPORT - ROLL REFUSED"
051700         GO TO 2200-CHECK-BALANCING-NOTE
051800     END-IF.
051900     IF NOT ROLL-BALANCE-OK
052000         DISPLAY "FACTROLL: UNABLE TO OPEN FACTBALR - STATUS "
052100             ROLL-BALANCE-STATUS
052200         SET ROLL-FAILED TO TRUE
052300         GO TO 2200-CHECK-BALANCING-NOTE
052400     END-IF.
052500     MOVE "N" TO ROLL-FILE-EOF-SWITCH.
052600     PERFORM 2250-TAKE-ONE-BALANCE-LINE
052700         THRU 2250-TAKE-ONE-BALANCE-LINE-EXIT
052800         UNTIL ROLL-FILE-EOF.
052900     CLOSE ROLL-BALANCE-FILE.
053000 2200-CHECK-BALANCING-NOTE.
053100     MOVE "FACTBAL BALANCING" TO ROLL-CHK-TITLE.
053200     EVALUATE TRUE
053300         WHEN NOT ROLL-BAL-DATE-MATCH
053400             MOVE "NO FACTBALR FOR THIS DATE - REFUSED"
053500                 TO ROLL-CHK-VALUE
053600             SET ROLL-REFUSED TO TRUE
053700         WHEN ROLL-BAL-IN-BALANCE
053800             MOVE "NIGHT IN BALANCE" TO ROLL-CHK-VALUE
053900         WHEN ROLL-BAL-OUT-OF-BALANCE
054000             MOVE "OUT OF BALANCE - REFUSED" TO ROLL-CHK-VALUE
054100             SET ROLL-REFUSED TO TRUE
054200         WHEN OTHER
054300             MOVE "NO BALANCING VERDICT - REFUSED"
054400                 TO ROLL-CHK-VALUE
054500             SET ROLL-REFUSED TO TRUE
054600     END-EVALUATE.
054700     PERFORM 5200-WRITE-CHECK-LINE
054800         THRU 5200-WRITE-CHECK-LINE-EXIT.
054900 2200-CHECK-BALANCING-EXIT.
055000     EXIT.

055100*----------------------------------------------------------------
055200* 2250-TAKE-ONE-BALANCE-LINE
055300*----------------------------------------------------------------
055400 2250-TAKE-ONE-BALANCE-LINE.
055500     READ ROLL-BALANCE-FILE
055600         AT END
055700             MOVE "Y" TO ROLL-FILE-EOF-SWITCH
055800             GO TO 2250-TAKE-ONE-BALANCE-LINE-EXIT
055900     END-READ.
056000     IF ROLL-BAL-REC-LABEL = "BUSINESS DATE:"
056100         IF ROLL-BAL-REC-DATE = ROLL-BUSINESS-DATE
056200             SET ROLL-BAL-DATE-MATCH TO TRUE
056300         END-IF
056400         GO TO 2250-TAKE-ONE-BALANCE-LINE-EXIT
056500     END-IF.
056600     IF ROLL-BALANCE-RECORD = "NIGHT IN BALANCE"
056700         SET ROLL-BAL-IN-BALANCE TO TRUE
056800     END-IF.
056900     IF ROLL-BALANCE-RECORD(1:14) = "OUT OF BALANCE"
057000         SET ROLL-BAL-OUT-OF-BALANCE TO TRUE
057100     END-IF.
057200 2250-TAKE-ONE-BALANCE-LINE-EXIT.
057300     EXIT.

057400*----------------------------------------------------------------
057500* 3000-FIND-NEXT-DATE  -  STEP A DAY AT A TIME FROM THE CURRENT
057600*                         BUSINESS DATE UNTIL A PROCESSING DAY
057700*                         IS FOUND, PRINTING EACH DAY SKIPPED.
057800*                         A MONTH WITHOUT ONE MEANS THE CALENDAR
057900*                         IS WRONG AND THE ROLL STOPS.
058000*----------------------------------------------------------------
058100 3000-FIND-NEXT-DATE.
058200     MOVE SPACES TO ROLL-REPORT-LINE-AREA.
058300     PERFORM 5100-WRITE-REPORT-LINE
058400         THRU 5100-WRITE-REPORT-LINE-EXIT.
058500     MOVE "DAYS SKIPPED:" TO ROLL-REPORT-LINE-AREA.
058600     PERFORM 5100-WRITE-REPORT-LINE
058700         THRU 5100-WRITE-REPORT-LINE-EXIT.
058800     COMPUTE ROLL-DAY-INT =
058900         FUNCTION INTEGER-OF-DATE(ROLL-DAY-NUM).
059000     MOVE "N" TO ROLL-DAY-VALID-SWITCH.
059100     PERFORM 3100-TRY-ONE-DAY
059200         THRU 3100-TRY-ONE-DAY-EXIT
059300         UNTIL ROLL-DAY-VALID
059400         OR ROLL-DAYS-TRIED >= ROLL-DAYS-LIMIT.
059500     IF NOT ROLL-DAY-VALID
059600         DISPLAY "FACTROLL: NO BUSINESS DAY WITHIN "
059700             ROLL-DAYS-LIMIT " DAYS OF " ROLL-BUSINESS-DATE
059800             " - CHECK FACTCAL"
059900         MOVE "  NO BUSINESS DAY FOUND - CHECK FACTCAL"
060000             TO ROLL-REPORT-LINE-AREA
060100         PERFORM 5100-WRITE-REPORT-LINE
060200             THRU 5100-WRITE-REPORT-LINE-EXIT
060300         SET ROLL-FAILED TO TRUE
060400         GO TO 3000-FIND-NEXT-DATE-EXIT
060500     END-IF.
060600     IF ROLL-SKIPPED-CTR = ZERO
060700         MOVE "  NONE" TO ROLL-REPORT-LINE-AREA
060800         PERFORM 5100-WRITE-REPORT-LINE
060900             THRU 5100-WRITE-REPORT-LINE-EXIT
061000     END-IF.
061100     MOVE ROLL-DAY-DATE TO ROLL-NEW-DATE.
061200 3000-FIND-NEXT-DATE-EXIT.
061300     EXIT.

061400*----------------------------------------------------------------
061500* 3100-TRY-ONE-DAY  -  THE NEXT CALENDAR DAY IS A PROCESSING DAY
061600*                      UNLESS IT IS A SATURDAY OR SUNDAY WITHOUT
061700*                      A P ENTRY, OR CARRIES AN H OR N ENTRY.
061800*                      DAY 1 OF THE INTEGER DATE IS A MONDAY.
061900*----------------------------------------------------------------
062000 3100-TRY-ONE-DAY.
062100     ADD 1 TO ROLL-DAYS-TRIED.
062200     ADD 1 TO ROLL-DAY-INT.
062300     MOVE FUNCTION DATE-OF-INTEGER(ROLL-DAY-INT) TO
062400         ROLL-DAY-NUM.
062500     MOVE SPACES TO ROLL-DAY-DATE.
062600     STRING ROLL-DAY-YYYY "-" ROLL-DAY-MM "-" ROLL-DAY-DD
062700         DELIMITED BY SIZE INTO ROLL-DAY-DATE.
062800     DIVIDE ROLL-DAY-INT BY 7 GIVING ROLL-DAY-QUOTIENT
062900         REMAINDER ROLL-WEEKDAY.
063000     IF ROLL-WEEKDAY = ZERO
063100         MOVE 6 TO ROLL-WEEKDAY
063200     ELSE
063300         SUBTRACT 1 FROM ROLL-WEEKDAY
063400     END-IF.
063500     MOVE "N" TO ROLL-CAL-FOUND-SWITCH.
063600     PERFORM 3150-SCAN-CALENDAR
063700         THRU 3150-SCAN-CALENDAR-EXIT
063800         VARYING ROLL-CAL-SUB FROM 1 BY 1
063900         UNTIL ROLL-CAL-SUB > ROLL-CAL-COUNT
064000         OR ROLL-CAL-FOUND.
064100     MOVE SPACES TO ROLL-SKIP-REASON.
064200     IF ROLL-CAL-FOUND
064300         IF ROLL-CAL-SKIP-DAY(ROLL-CAL-HIT-SUB)
064400             IF ROLL-CAL-TYPE(ROLL-CAL-HIT-SUB) = "H"
064500                 STRING "HOLIDAY - " DELIMITED BY SIZE
064600                     ROLL-CAL-DESC(ROLL-CAL-HIT-SUB)
064700                     DELIMITED BY SIZE INTO ROLL-SKIP-REASON
064800             ELSE
064900                 STRING "NON-PROCESSING - " DELIMITED BY SIZE
065000                     ROLL-CAL-DESC(ROLL-CAL-HIT-SUB)
065100                     DELIMITED BY SIZE INTO ROLL-SKIP-REASON
065200             END-IF
065300         END-IF
065400     ELSE
065500         IF ROLL-WEEKEND
065600             MOVE "WEEKEND" TO ROLL-SKIP-REASON
065700         END-IF
065800     END-IF.
065900     IF ROLL-SKIP-REASON = SPACES
066000         SET ROLL-DAY-VALID TO TRUE
066100         GO TO 3100-TRY-ONE-DAY-EXIT
066200     END-IF.
066300     ADD 1 TO ROLL-SKIPPED-CTR.
066400     MOVE ROLL-DAY-DATE TO ROLL-SKP-DATE.
066500     MOVE ROLL-WEEKDAY-NAME(ROLL-WEEKDAY + 1) TO ROLL-SKP-DAY.
066600     MOVE ROLL-SKIP-REASON TO ROLL-SKP-REASON.
066700     MOVE ROLL-SKIP-LINE TO ROLL-REPORT-LINE-AREA.
066800     PERFORM 5100-WRITE-REPORT-LINE
066900         THRU 5100-WRITE-REPORT-LINE-EXIT.
067000 3100-TRY-ONE-DAY-EXIT.
067100     EXIT.

067200*----------------------------------------------------------------
067300* 3150-SCAN-CALENDAR
067400*----------------------------------------------------------------
067500 3150-SCAN-CALENDAR.
067600     IF ROLL-CAL-DATE(ROLL-CAL-SUB) = ROLL-DAY-DATE
067700         SET ROLL-CAL-FOUND TO TRUE
067800         MOVE ROLL-CAL-SUB TO ROLL-CAL-HIT-SUB
067900     END-IF.
068000 3150-SCAN-CALENDAR-EXIT.
068100     EXIT.

068200*----------------------------------------------------------------
068300* 4000-REWRITE-RUN-CONTROL  -  NEW BUSINESS DATE, SAME OPERATING
068400*                              VALUES, RUN STATUS CLEARED SO THE
068500*                              NEXT FACTBAT RUN IS ACCEPTED
068600*----------------------------------------------------------------
068700 4000-REWRITE-RUN-CONTROL.
068800     OPEN OUTPUT FACT-CONTROL-FILE.
068900     IF NOT ROLL-CONTROL-OK
069000         DISPLAY "FACTROLL: UNABLE TO UPDATE FACTCTL - STATUS "
069100             ROLL-CONTROL-STATUS
069200         SET ROLL-FAILED TO TRUE
069300         GO TO 4000-REWRITE-RUN-CONTROL-EXIT
069400     END-IF.
069500     MOVE SPACES TO FACT-CONTROL-RECORD.
069600     MOVE ROLL-NEW-DATE         TO FACT-CTL-BUSINESS-DATE.
069700     MOVE ROLL-CHECKPOINT-INT   TO FACT-CTL-CHECKPOINT-INT.
069800     MOVE ROLL-LINES-PER-PAGE   TO FACT-CTL-LINES-PER-PAGE.
069900     MOVE SPACE                 TO FACT-CTL-RUN-STATUS.
070000     WRITE FACT-CONTROL-RECORD.
070100     IF NOT ROLL-CONTROL-OK
070200         DISPLAY "FACTROLL: UNABLE TO WRITE FACTCTL - STATUS "
070300             ROLL-CONTROL-STATUS
070400         SET ROLL-FAILED TO TRUE
070500     END-IF.
070600     CLOSE FACT-CONTROL-FILE.
070700 4000-REWRITE-RUN-CONTROL-EXIT.
070800     EXIT.

070900*----------------------------------------------------------------
071000* 5100-WRITE-REPORT-LINE  -  ONE LINE FROM THE LINE AREA WITH
071100*                            THE SHARED STATUS CHECK
071200*----------------------------------------------------------------
071300 5100-WRITE-REPORT-LINE.
071400     MOVE ROLL-REPORT-LINE-AREA TO ROLL-REPORT-RECORD.
071500     WRITE ROLL-REPORT-RECORD.
071600     IF NOT ROLL-REPORT-OK
071700         SET ROLL-FAILED TO TRUE
071800         DISPLAY "FACTROLL: UNABLE TO WRITE FACTROLR - STATUS "
071900             ROLL-REPORT-STATUS
072000         MOVE 16 TO RETURN-CODE
072100     END-IF.
072200     MOVE SPACES TO ROLL-REPORT-LINE-AREA.
072300 5100-WRITE-REPORT-LINE-EXIT.
072400     EXIT.

072500*----------------------------------------------------------------
072600* 5200-WRITE-CHECK-LINE  -  ONE TITLE/VALUE LINE
072700*----------------------------------------------------------------
072800 5200-WRITE-CHECK-LINE.
072900     MOVE ROLL-CHECK-LINE TO ROLL-REPORT-LINE-AREA.
073000     PERFORM 5100-WRITE-REPORT-LINE
073100         THRU 5100-WRITE-REPORT-LINE-EXIT.
073200     MOVE SPACES TO ROLL-CHECK-LINE.
073300 5200-WRITE-CHECK-LINE-EXIT.
073400     EXIT.

073500*----------------------------------------------------------------
073600* 8000-TERMINATE  -  RESULT LINE, CLOSE THE REPORT AND SET THE
073700*                    RETURN CODE
073800*----------------------------------------------------------------
073900 8000-TERMINATE.
074000     IF ROLL-INIT-FAILED
074100         MOVE 16 TO RETURN-CODE
074200         GO TO 8000-TERMINATE-EXIT
074300     END-IF.
074400     MOVE SPACES TO ROLL-REPORT-LINE-AREA.
074500     PERFORM 5100-WRITE-REPORT-LINE
074600         THRU 5100-WRITE-REPORT-LINE-EXIT.
074700     EVALUATE TRUE
074800         WHEN ROLL-FAILED
074900             MOVE "ROLL FAILED - FACTCTL MAY NEED ATTENTION"
075000                 TO ROLL-REPORT-LINE-AREA
075100         WHEN ROLL-REFUSED
075200             MOVE "ROLL REFUSED - FACTCTL UNCHANGED"
075300                 TO ROLL-REPORT-LINE-AREA
075400         WHEN OTHER
075500             MOVE "NEW BUSINESS DATE" TO ROLL-CHK-TITLE
075600             MOVE ROLL-NEW-DATE TO ROLL-CHK-VALUE
075700             PERFORM 5200-WRITE-CHECK-LINE
075800                 THRU 5200-WRITE-CHECK-LINE-EXIT
075900             MOVE "DATE ROLLED - FACTCTL RESET FOR NEXT RUN"
076000                 TO ROLL-REPORT-LINE-AREA
076100     END-EVALUATE.
076200     PERFORM 5100-WRITE-REPORT-LINE
076300         THRU 5100-WRITE-REPORT-LINE-EXIT.
076400     CLOSE ROLL-REPORT-FILE.
076500     EVALUATE TRUE
076600         WHEN ROLL-FAILED
076700             MOVE 16 TO RETURN-CODE
076800         WHEN ROLL-REFUSED
076900             MOVE 8 TO RETURN-CODE
077000     END-EVALUATE.
077100     DISPLAY "FACTROLL: BUSINESS DATE     = " ROLL-BUSINESS-DATE.
077200     DISPLAY "FACTROLL: NEW BUSINESS DATE = " ROLL-NEW-DATE.
077300     DISPLAY "FACTROLL: DAYS SKIPPED      = " ROLL-SKIPPED-CTR.
077400     DISPLAY "FACTROLL: RETURN CODE       = " RETURN-CODE.
077500 8000-TERMINATE-EXIT.
077600     EXIT.
