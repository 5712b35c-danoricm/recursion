000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTDVAR.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL DEPARTMENT VOLUME VARIANCE REPORT.
001100*                  RUNS AFTER FACTFRNT AND BEFORE FACTBAT.  READS
001200*                  THE FACTDVOL HISTORY FACTFRNT APPENDS TO EACH
001300*                  NIGHT AND COMPARES EACH DEPARTMENT'S RECORDS
001400*                  READ AND CONTROL TOTAL (SUM N) FOR THE
001500*                  BUSINESS DATE WITH ITS AVERAGE OVER THE SAME
001600*                  WEEKDAY IN THE TRAILING WEEKS.  A DEPARTMENT
001700*                  IS FLAGGED HIGH ABOVE THE HIGH PERCENTAGE OF
001800*                  ITS AVERAGE, LOW BELOW THE LOW PERCENTAGE, AND
001900*                  MISSING WHEN NO FILE CAME IN TONIGHT THOUGH
002000*                  ONE NORMALLY DOES.  THE WEEKS, THE NIGHTS OF
002100*                  HISTORY NEEDED BEFORE A TREND IS TRUSTED AND
002200*                  THE PERCENTAGES COME FROM FACTDVPM WHEN
002300*                  PRESENT - A "**" RECORD FOR ALL DEPARTMENTS,
002400*                  DEPARTMENT RECORDS FOR THEIR OWN PERCENTAGES -
002500*                  OTHERWISE 4 WEEKS, 2 NIGHTS, 200 AND 50.  THE
002600*                  BUSINESS DATE IS THE COMMAND-LINE PARM
002700*                  (YYYY-MM-DD) OR THE ONE ON FACTCTL.  WHEN A
002800*                  DATE WAS EDITED MORE THAN ONCE THE LAST SET ON
002900*                  FACTDVOL COUNTS.  REPORT FACTDVRP.  RETURN
003000*                  CODE 4 WHEN ANY DEPARTMENT IS FLAGGED OR THERE
003100*                  IS NO HISTORY FOR THE DATE, 16 ON A FILE OR
003200*                  PARAMETER ERROR.
003300*================================================================

003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FACT-DVOL-FILE ASSIGN TO FACTDVOL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS DVAR-DVOL-STATUS.

004000     SELECT FACT-CONTROL-FILE ASSIGN TO FACTCTL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS DVAR-CONTROL-STATUS.

004300     SELECT DVAR-PARM-FILE ASSIGN TO FACTDVPM
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS DVAR-PARM-STATUS.

004600     SELECT DVAR-REPORT-FILE ASSIGN TO FACTDVRP
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS DVAR-REPORT-STATUS.

004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  FACT-DVOL-FILE.
005200 01  FACT-DVOL-RECORD.
005300     05 FACT-DV-BUSINESS-DATE       PIC X(10).
005400     05 FILLER                      PIC X(01).
005500     05 FACT-DV-DEPT                PIC X(02).
005600     05 FILLER                      PIC X(01).
005700     05 FACT-DV-RECEIVED            PIC X(01).
005800     05 FILLER                      PIC X(01).
005900     05 FACT-DV-READ                PIC 9(09).
006000     05 FILLER                      PIC X(01).
006100     05 FACT-DV-ACCEPTED            PIC 9(09).
006200     05 FILLER                      PIC X(01).
006300     05 FACT-DV-ERRORS              PIC 9(09).
006400     05 FILLER                      PIC X(01).
006500     05 FACT-DV-CONTROL-TOT         PIC 9(15).
006600     05 FILLER                      PIC X(01).
006700     05 FACT-DV-RUN-STAMP           PIC X(14).
006800     05 FILLER                      PIC X(04).

006900 FD  FACT-CONTROL-FILE.
007000 01  FACT-CONTROL-RECORD.
007100     05 FACT-CTL-BUSINESS-DATE      PIC X(10).
007200     05 FILLER                      PIC X(01).
007300     05 FACT-CTL-CHECKPOINT-INT     PIC 9(09).
007400     05 FILLER                      PIC X(01).
007500     05 FACT-CTL-LINES-PER-PAGE     PIC 9(05).
007600     05 FILLER                      PIC X(01).
007700     05 FACT-CTL-RUN-STATUS         PIC X(01).

007800 FD  DVAR-PARM-FILE.
007900 01  DVAR-PARM-RECORD.
008000     05 DVAR-PARM-REC-DEPT          PIC X(02).
008100     05 FILLER                      PIC X(01).
008200     05 DVAR-PARM-REC-HIGH          PIC X(03).
008300     05 FILLER                      PIC X(01).
008400     05 DVAR-PARM-REC-LOW           PIC X(03).
008500     05 FILLER                      PIC X(01).
008600     05 DVAR-PARM-REC-WEEKS         PIC X(02).
008700     05 FILLER                      PIC X(01).
008800     05 DVAR-PARM-REC-NIGHTS        PIC X(02).
008900     05 FILLER                      PIC X(64).

009000 FD  DVAR-REPORT-FILE.
009100 01  DVAR-REPORT-RECORD             PIC X(80).

009200 WORKING-STORAGE SECTION.
009300*================================================================
009400* 77-LEVEL SWITCHES AND COUNTERS
009500*================================================================
009600 77  DVAR-DVOL-STATUS          PIC X(02) VALUE SPACES.
009700     88 DVAR-DVOL-OK               VALUE "00".
009800     88 DVAR-DVOL-NO-FILE          VALUE "35".
009900 77  DVAR-CONTROL-STATUS       PIC X(02) VALUE SPACES.
010000     88 DVAR-CONTROL-OK            VALUE "00".
010100 77  DVAR-PARM-STATUS          PIC X(02) VALUE SPACES.
010200     88 DVAR-PARM-OK               VALUE "00".
010300     88 DVAR-PARM-NO-FILE          VALUE "35".
010400 77  DVAR-REPORT-STATUS        PIC X(02) VALUE SPACES.
010500     88 DVAR-REPORT-OK             VALUE "00".

010600 77  DVAR-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
010700     88 DVAR-FILE-EOF              VALUE "Y".
010800 77  DVAR-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
010900     88 DVAR-INIT-FAILED           VALUE "Y".
011000 77  DVAR-REPORT-OPEN-SWITCH   PIC X(01) VALUE "N".
011100     88 DVAR-REPORT-OPEN           VALUE "Y".
011200 77  DVAR-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
011300     88 DVAR-DEPT-FOUND            VALUE "Y".
011400 77  DVAR-LIMIT-FOUND-SWITCH   PIC X(01) VALUE "N".
011500     88 DVAR-LIMIT-FOUND           VALUE "Y".

011600 77  DVAR-HISTORY-READ-CTR     PIC 9(09) COMP VALUE ZERO.
011700 77  DVAR-HISTORY-USED-CTR     PIC 9(09) COMP VALUE ZERO.
011800 77  DVAR-HISTORY-BAD-CTR      PIC 9(09) COMP VALUE ZERO.
011900 77  DVAR-HIGH-CTR             PIC 9(09) COMP VALUE ZERO.
012000 77  DVAR-LOW-CTR              PIC 9(09) COMP VALUE ZERO.
012100 77  DVAR-MISSING-CTR          PIC 9(09) COMP VALUE ZERO.
012200 77  DVAR-NO-TREND-CTR         PIC 9(09) COMP VALUE ZERO.

012300 77  DVAR-DEPT-SUB             PIC 9(04) COMP VALUE ZERO.
012400 77  DVAR-DEPT-COUNT           PIC 9(04) COMP VALUE ZERO.
012500 77  DVAR-DEPT-MAX             PIC 9(04) COMP VALUE 20.
012600 77  DVAR-WEEK-SUB             PIC 9(04) COMP VALUE ZERO.
012700 77  DVAR-LIMIT-SUB            PIC 9(04) COMP VALUE ZERO.
012800 77  DVAR-LIMIT-COUNT          PIC 9(04) COMP VALUE ZERO.
012900 77  DVAR-LIMIT-MAX            PIC 9(04) COMP VALUE 20.

013000*================================================================
013100* THRESHOLDS - FROM THE FACTDVPM "**" RECORD WHEN PRESENT,
013200* OTHERWISE THESE.  HIGH AND LOW ARE PERCENTAGES OF THE AVERAGE.
013300*================================================================
013400 77  DVAR-WEEKS                PIC 9(04) COMP VALUE 4.
013500 77  DVAR-MIN-NIGHTS           PIC 9(04) COMP VALUE 2.
013600 77  DVAR-DEFAULT-HIGH         PIC 9(04) COMP VALUE 200.
013700 77  DVAR-DEFAULT-LOW          PIC 9(04) COMP VALUE 50.
013800 77  DVAR-HIGH-PCT             PIC 9(04) COMP VALUE ZERO.
013900 77  DVAR-LOW-PCT              PIC 9(04) COMP VALUE ZERO.

014000*================================================================
014100* DATE AND COMPARISON WORK AREAS
014200*================================================================
014300 77  DVAR-BUSINESS-INT         PIC 9(08) COMP VALUE ZERO.
014400 77  DVAR-REC-INT              PIC 9(08) COMP VALUE ZERO.
014500 77  DVAR-DAYS-BACK            PIC 9(08) COMP VALUE ZERO.
014600 77  DVAR-WEEKS-BACK           PIC 9(08) COMP VALUE ZERO.
014700 77  DVAR-DAYS-OVER            PIC 9(08) COMP VALUE ZERO.
014800 77  DVAR-DAY-QUOTIENT         PIC 9(08) COMP VALUE ZERO.
014900 77  DVAR-WEEKDAY              PIC 9(01) VALUE ZERO.
015000 77  DVAR-NIGHTS               PIC 9(04) COMP VALUE ZERO.
015100 77  DVAR-SUM-READ             PIC 9(15) COMP VALUE ZERO.
015200 77  DVAR-SUM-CONTROL          PIC 9(18) COMP VALUE ZERO.
015300 77  DVAR-AVG-READ             PIC 9(09) COMP VALUE ZERO.
015400 77  DVAR-AVG-CONTROL          PIC 9(15) COMP VALUE ZERO.
015500 77  DVAR-READ-PCT             PIC 9(04) COMP VALUE ZERO.
015600 77  DVAR-CONTROL-PCT          PIC 9(04) COMP VALUE ZERO.
015700 77  DVAR-FLAG                 PIC X(08) VALUE SPACES.
015800     88 DVAR-FLAG-HIGH             VALUE "HIGH".
015900     88 DVAR-FLAG-LOW              VALUE "LOW".
016000     88 DVAR-FLAG-MISSING          VALUE "MISSING".
016100     88 DVAR-FLAG-NO-TREND         VALUE "NO TREND".

016200 01  DVAR-COMMAND-PARM          PIC X(10) VALUE SPACES.
016300 01  DVAR-BUSINESS-DATE         PIC X(10) VALUE SPACES.
016400 01  DVAR-BUSINESS-NUM          PIC 9(08) VALUE ZERO.
016500 01  DVAR-REC-NUM               PIC 9(08) VALUE ZERO.
016600 01  DVAR-RUN-DATE              PIC X(10) VALUE SPACES.
016700 01  DVAR-RUN-TODAY.
016800     05 DVAR-RUN-YYYY           PIC X(04).
016900     05 DVAR-RUN-MM             PIC X(02).
017000     05 DVAR-RUN-DD             PIC X(02).
017100     05 FILLER                  PIC X(13).
017200 01  DVAR-DATE-WORK.
017300     05 DVAR-DW-YYYY            PIC X(04).
017400     05 DVAR-DW-SEP-1           PIC X(01).
017500     05 DVAR-DW-MM              PIC X(02).
017600     05 DVAR-DW-SEP-2           PIC X(01).
017700     05 DVAR-DW-DD              PIC X(02).
017800 01  DVAR-DATE-YMD              PIC X(08) VALUE SPACES.
017900 01  DVAR-EDIT-NUM              PIC 9(08) VALUE ZERO.
018000 01  DVAR-EDIT-INT              PIC 9(08) COMP VALUE ZERO.

018100 01  DVAR-WEEKDAY-NAMES.
018200     05 FILLER                  PIC X(09) VALUE "MONDAY".
018300     05 FILLER                  PIC X(09) VALUE "TUESDAY".
018400     05 FILLER                  PIC X(09) VALUE "WEDNESDAY".
018500     05 FILLER                  PIC X(09) VALUE "THURSDAY".
018600     05 FILLER                  PIC X(09) VALUE "FRIDAY".
018700     05 FILLER                  PIC X(09) VALUE "SATURDAY".
018800     05 FILLER                  PIC X(09) VALUE "SUNDAY".
018900 01  DVAR-WEEKDAY-TABLE REDEFINES DVAR-WEEKDAY-NAMES.
019000     05 DVAR-WEEKDAY-NAME       PIC X(09) OCCURS 7 TIMES.

019100*================================================================
019200* DEPARTMENT PERCENTAGES FROM FACTDVPM - ZERO MEANS THE "**"
019300* FIGURE APPLIES
019400*================================================================
019500 01  DVAR-LIMIT-TABLE.
019600     05 DVAR-LIMIT-ENTRY OCCURS 20 TIMES.
019700         10 DVAR-LIMIT-DEPT         PIC X(02).
019800         10 DVAR-LIMIT-HIGH         PIC 9(04) COMP.
019900         10 DVAR-LIMIT-LOW          PIC 9(04) COMP.

020000*================================================================
020100* DEPARTMENT TABLE - TONIGHT'S FIGURES AND ONE SLOT PER TRAILING
020200* WEEK, EACH HELD FROM THE LAST FACTDVOL RECORD FOR ITS DATE
020300*================================================================
020400 01  DVAR-DEPT-TABLE.
020500     05 DVAR-DEPT-ENTRY OCCURS 20 TIMES.
020600         10 DVAR-DEPT-CODE          PIC X(02).
020700         10 DVAR-TONIGHT-FOUND      PIC X(01).
020800         10 DVAR-TONIGHT-RECEIVED   PIC X(01).
020900         10 DVAR-TONIGHT-READ       PIC 9(09) COMP.
021000         10 DVAR-TONIGHT-CONTROL    PIC 9(15) COMP.
021100         10 DVAR-WEEK-ENTRY OCCURS 12 TIMES.
021200             15 DVAR-WEEK-FOUND     PIC X(01).
021300             15 DVAR-WEEK-READ      PIC 9(09) COMP.
021400             15 DVAR-WEEK-CONTROL   PIC 9(15) COMP.

021500*================================================================
021600* REPORT LINE LAYOUTS
021700*================================================================
021800 01  DVAR-REPORT-HEADING-1.
021900     05 FILLER                  PIC X(20) VALUE SPACES.
022000     05 FILLER                  PIC X(35) VALUE
022100         "DEPARTMENT VOLUME VARIANCE REPORT".
022200 01  DVAR-REPORT-HEADING-2.
022300     05 FILLER                  PIC X(16) VALUE "RUN DATE:".
022400     05 DVAR-REPORT-H2-DATE     PIC X(10).
022500 01  DVAR-REPORT-HEADING-3.
022600     05 FILLER                  PIC X(16) VALUE "BUSINESS DATE:".
022700     05 DVAR-REPORT-H3-DATE     PIC X(10).
022800     05 FILLER                  PIC X(02) VALUE SPACES.
022900     05 DVAR-REPORT-H3-DAY      PIC X(09).
023000 01  DVAR-REPORT-HEADING-4.
023100     05 FILLER                  PIC X(16) VALUE "COMPARED WITH:".
023200     05 FILLER                  PIC X(13) VALUE "SAME WEEKDAY,".
023300     05 FILLER                  PIC X(06) VALUE " LAST ".
023400     05 DVAR-REPORT-H4-WEEKS    PIC Z9.
023500     05 FILLER                  PIC X(17) VALUE
023600         " WEEKS; AT LEAST ".
023700     05 DVAR-REPORT-H4-NIGHTS   PIC Z9.
023800     05 FILLER                  PIC X(07) VALUE " NIGHTS".

023900 01  DVAR-COLUMN-HEADING-1.
024000     05 FILLER                  PIC X(04) VALUE SPACES.
024100     05 FILLER                  PIC X(25) VALUE
024200         "----- RECORDS READ -----".
024300     05 FILLER                  PIC X(37) VALUE
024400         "------- CONTROL TOTAL (SUM N) -------".
024500 01  DVAR-COLUMN-HEADING-2.
024600     05 FILLER                  PIC X(04) VALUE "DEPT".
024700     05 FILLER                  PIC X(10) VALUE "  TONIGHT ".
024800     05 FILLER                  PIC X(10) VALUE "  AVERAGE ".
024900     05 FILLER                  PIC X(05) VALUE " PCT ".
025000     05 FILLER                  PIC X(16) VALUE
025100         "        TONIGHT ".
025200     05 FILLER                  PIC X(16) VALUE
025300         "        AVERAGE ".
025400     05 FILLER                  PIC X(05) VALUE " PCT ".
025500     05 FILLER                  PIC X(03) VALUE "NT ".
025600     05 FILLER                  PIC X(04) VALUE "FLAG".
025700 01  DVAR-DETAIL-LINE.
025800     05 DVAR-DL-DEPT            PIC X(02).
025900     05 FILLER                  PIC X(02) VALUE SPACES.
026000     05 DVAR-DL-READ            PIC Z(08)9.
026100     05 FILLER                  PIC X(01) VALUE SPACES.
026200     05 DVAR-DL-AVG-READ        PIC Z(08)9.
026300     05 DVAR-DL-AVG-READ-X REDEFINES DVAR-DL-AVG-READ
026400                                PIC X(09).
026500     05 FILLER                  PIC X(01) VALUE SPACES.
026600     05 DVAR-DL-READ-PCT        PIC ZZZ9.
026700     05 DVAR-DL-READ-PCT-X REDEFINES DVAR-DL-READ-PCT
026800                                PIC X(04).
026900     05 FILLER                  PIC X(01) VALUE SPACES.
027000     05 DVAR-DL-CONTROL         PIC Z(14)9.
027100     05 FILLER                  PIC X(01) VALUE SPACES.
027200     05 DVAR-DL-AVG-CONTROL     PIC Z(14)9.
027300     05 DVAR-DL-AVG-CONTROL-X REDEFINES DVAR-DL-AVG-CONTROL
027400                                PIC X(15).
027500     05 FILLER                  PIC X(01) VALUE SPACES.
027600     05 DVAR-DL-CONTROL-PCT     PIC ZZZ9.
027700     05 DVAR-DL-CONTROL-PCT-X REDEFINES DVAR-DL-CONTROL-PCT
027800                                PIC X(04).
027900     05 FILLER                  PIC X(01) VALUE SPACES.
028000     05 DVAR-DL-NIGHTS          PIC Z9.
028100     05 FILLER                  PIC X(01) VALUE SPACES.
028200     05 DVAR-DL-FLAG            PIC X(08).

028300 01  DVAR-WARNING-LINE.
028400     05 FILLER                  PIC X(06) VALUE SPACES.
028500     05 FILLER                  PIC X(04) VALUE "*** ".
028600     05 DVAR-WL-BODY.
028700         10 DVAR-WL-TEXT        PIC X(23).
028800         10 DVAR-WL-LIMIT       PIC ZZZ9.
028900         10 DVAR-WL-TRAILER     PIC X(41).
029000     05 DVAR-WL-BODY-X REDEFINES DVAR-WL-BODY
029100                                PIC X(68).

029200 01  DVAR-SUMMARY-LINE.
029300     05 DVAR-SUM-TITLE          PIC X(40).
029400     05 DVAR-SUM-COUNT          PIC Z(08)9.

029500 01  DVAR-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

029600*================================================================
029700* PROCEDURE DIVISION
029800*================================================================
029900 PROCEDURE DIVISION.
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE
030200         THRU 1000-INITIALIZE-EXIT.
030300     IF NOT DVAR-INIT-FAILED
030400         PERFORM 2000-LOAD-HISTORY
030500             THRU 2000-LOAD-HISTORY-EXIT
030600     END-IF.
030700     IF NOT DVAR-INIT-FAILED
030800         PERFORM 3000-PRINT-VARIANCES
030900             THRU 3000-PRINT-VARIANCES-EXIT
031000         PERFORM 6000-PRINT-SUMMARY
031100             THRU 6000-PRINT-SUMMARY-EXIT
031200     END-IF.
031300     PERFORM 8000-TERMINATE
031400         THRU 8000-TERMINATE-EXIT.
031500     STOP RUN.

031600*----------------------------------------------------------------
031700* 1000-INITIALIZE  -  BUSINESS DATE FROM THE PARM OR FACTCTL,
031800*                     THE THRESHOLDS, THE REPORT AND ITS HEADER
031900*----------------------------------------------------------------
032000 1000-INITIALIZE.
032100     MOVE FUNCTION CURRENT-DATE TO DVAR-RUN-TODAY.
032200     STRING DVAR-RUN-YYYY "-" DVAR-RUN-MM "-" DVAR-RUN-DD
032300         DELIMITED BY SIZE INTO DVAR-RUN-DATE.
032400     ACCEPT DVAR-COMMAND-PARM FROM COMMAND-LINE.
032500     IF DVAR-COMMAND-PARM = SPACES
032600         PERFORM 1050-READ-BUSINESS-DATE
032700             THRU 1050-READ-BUSINESS-DATE-EXIT
032800         IF DVAR-INIT-FAILED
032900             GO TO 1000-INITIALIZE-EXIT
033000         END-IF
033100     END-IF.
033200     MOVE DVAR-COMMAND-PARM TO DVAR-DATE-WORK.
033300     PERFORM 1900-EDIT-DATE
033400         THRU 1900-EDIT-DATE-EXIT.
033500     IF DVAR-DATE-YMD IS NOT NUMERIC
033600         DISPLAY "FACTDVAR: BUSINESS DATE NOT VALID - "
033700             DVAR-COMMAND-PARM
033800         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
033900         GO TO 1000-INITIALIZE-EXIT
034000     END-IF.
034100     MOVE DVAR-COMMAND-PARM TO DVAR-BUSINESS-DATE.
034200     MOVE DVAR-DATE-YMD TO DVAR-BUSINESS-NUM.
034300     COMPUTE DVAR-BUSINESS-INT =
034400         FUNCTION INTEGER-OF-DATE(DVAR-BUSINESS-NUM).
034500     DIVIDE DVAR-BUSINESS-INT BY 7 GIVING DVAR-DAY-QUOTIENT
034600         REMAINDER DVAR-WEEKDAY.
034700     IF DVAR-WEEKDAY = ZERO
034800         MOVE 6 TO DVAR-WEEKDAY
034900     ELSE
035000         SUBTRACT 1 FROM DVAR-WEEKDAY
035100     END-IF.
035200     PERFORM 1100-LOAD-PARAMETERS
035300         THRU 1100-LOAD-PARAMETERS-EXIT.
035400     IF DVAR-INIT-FAILED
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF.
035700     OPEN OUTPUT DVAR-REPORT-FILE.
035800     IF NOT DVAR-REPORT-OK
035900         DISPLAY "FACTDVAR: UNABLE TO OPEN FACTDVRP - STATUS "
036000             DVAR-REPORT-STATUS
036100         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF.
036400     MOVE "Y" TO DVAR-REPORT-OPEN-SWITCH.
036500     MOVE DVAR-REPORT-HEADING-1 TO DVAR-REPORT-LINE-AREA.
036600     PERFORM 5100-WRITE-REPORT-LINE
036700         THRU 5100-WRITE-REPORT-LINE-EXIT.
036800     MOVE DVAR-RUN-DATE TO DVAR-REPORT-H2-DATE.
036900     MOVE DVAR-REPORT-HEADING-2 TO DVAR-REPORT-LINE-AREA.
037000     PERFORM 5100-WRITE-REPORT-LINE
037100         THRU 5100-WRITE-REPORT-LINE-EXIT.
037200     MOVE DVAR-BUSINESS-DATE TO DVAR-REPORT-H3-DATE.
037300     MOVE DVAR-WEEKDAY-NAME(DVAR-WEEKDAY + 1)
037400         TO DVAR-REPORT-H3-DAY.
037500     MOVE DVAR-REPORT-HEADING-3 TO DVAR-REPORT-LINE-AREA.
037600     PERFORM 5100-WRITE-REPORT-LINE
037700         THRU 5100-WRITE-REPORT-LINE-EXIT.
037800     MOVE DVAR-WEEKS TO DVAR-REPORT-H4-WEEKS.
037900     MOVE DVAR-MIN-NIGHTS TO DVAR-REPORT-H4-NIGHTS.
038000     MOVE DVAR-REPORT-HEADING-4 TO DVAR-REPORT-LINE-AREA.
038100     PERFORM 5100-WRITE-REPORT-LINE
038200         THRU 5100-WRITE-REPORT-LINE-EXIT.
038300     PERFORM 5100-WRITE-REPORT-LINE
038400         THRU 5100-WRITE-REPORT-LINE-EXIT.
038500 1000-INITIALIZE-EXIT.
038600     EXIT.

038700*----------------------------------------------------------------
038800* 1050-READ-BUSINESS-DATE  -  NO PARM: THE DATE FACTFRNT HAS
038900*                             JUST EDITED IS THE ONE ON FACTCTL
039000*----------------------------------------------------------------
039100 1050-READ-BUSINESS-DATE.
039200     OPEN INPUT FACT-CONTROL-FILE.
039300     IF NOT DVAR-CONTROL-OK
039400         DISPLAY "FACTDVAR: UNABLE TO OPEN FACTCTL - STATUS "
039500             DVAR-CONTROL-STATUS
039600         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
039700         GO TO 1050-READ-BUSINESS-DATE-EXIT
039800     END-IF.
039900     READ FACT-CONTROL-FILE
040000         AT END
040100             MOVE SPACES TO FACT-CONTROL-RECORD
040200     END-READ.
040300     MOVE FACT-CTL-BUSINESS-DATE TO DVAR-COMMAND-PARM.
040400     CLOSE FACT-CONTROL-FILE.
040500 1050-READ-BUSINESS-DATE-EXIT.
040600     EXIT.

040700*----------------------------------------------------------------
040800* 1100-LOAD-PARAMETERS  -  FACTDVPM: ONE RECORD PER DEPARTMENT
040900*                          (HIGH AND LOW PERCENTAGES) AND A "**"
041000*                          RECORD FOR ALL OF THEM, WHICH ALSO
041100*                          CARRIES THE WEEKS TO LOOK BACK AND
041200*                          THE NIGHTS NEEDED.  NO FILE MEANS THE
041300*                          DEFAULTS; A BLANK FIELD KEEPS ITS
041400*                          DEFAULT.
041500*----------------------------------------------------------------
041600 1100-LOAD-PARAMETERS.
041700     OPEN INPUT DVAR-PARM-FILE.
041800     IF DVAR-PARM-NO-FILE
041900         GO TO 1100-LOAD-PARAMETERS-EXIT
042000     END-IF.
042100     IF NOT DVAR-PARM-OK
042200         DISPLAY "FACTDVAR: UNABLE TO OPEN FACTDVPM - STATUS "
042300             DVAR-PARM-STATUS
042400         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
042500         GO TO 1100-LOAD-PARAMETERS-EXIT
042600     END-IF.
042700     MOVE "N" TO DVAR-FILE-EOF-SWITCH.
042800     PERFORM 1150-LOAD-ONE-PARAMETER
042900         THRU 1150-LOAD-ONE-PARAMETER-EXIT
043000         UNTIL DVAR-FILE-EOF.
043100     CLOSE DVAR-PARM-FILE.
043200     IF DVAR-INIT-FAILED
043300         GO TO 1100-LOAD-PARAMETERS-EXIT
043400     END-IF.
043500     IF DVAR-WEEKS = ZERO OR DVAR-WEEKS > 12
043600         OR DVAR-MIN-NIGHTS = ZERO
043700         OR DVAR-MIN-NIGHTS > DVAR-WEEKS
043800         OR DVAR-DEFAULT-HIGH NOT > 100
043900         OR DVAR-DEFAULT-LOW NOT < 100
044000         DISPLAY "FACTDVAR: FACTDVPM ** ENTRY NOT VALID - WEEKS "
044100             "1-12, NIGHTS 1-WEEKS, HIGH OVER 100, LOW UNDER 100"
044200         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
044300     END-IF.
044400 1100-LOAD-PARAMETERS-EXIT.
044500     EXIT.

044600*----------------------------------------------------------------
044700* 1150-LOAD-ONE-PARAMETER  -  BLANK AND "*" COMMENT LINES ARE
044800*                             SKIPPED
044900*----------------------------------------------------------------
045000 1150-LOAD-ONE-PARAMETER.
045100     READ DVAR-PARM-FILE
045200         AT END
045300             MOVE "Y" TO DVAR-FILE-EOF-SWITCH
045400             GO TO 1150-LOAD-ONE-PARAMETER-EXIT
045500     END-READ.
045600     IF DVAR-PARM-RECORD = SPACES
045700         OR (DVAR-PARM-RECORD(1:1) = "*"
045800         AND DVAR-PARM-REC-DEPT NOT = "**")
045900         GO TO 1150-LOAD-ONE-PARAMETER-EXIT
046000     END-IF.
046100     IF DVAR-PARM-REC-DEPT = SPACES
046200         OR (DVAR-PARM-REC-HIGH NOT = SPACES
046300         AND DVAR-PARM-REC-HIGH NOT NUMERIC)
046400         OR (DVAR-PARM-REC-LOW NOT = SPACES
046500         AND DVAR-PARM-REC-LOW NOT NUMERIC)
046600         OR (DVAR-PARM-REC-WEEKS NOT = SPACES
046700         AND DVAR-PARM-REC-WEEKS NOT NUMERIC)
046800         OR (DVAR-PARM-REC-NIGHTS NOT = SPACES
046900         AND DVAR-PARM-REC-NIGHTS NOT NUMERIC)
047000         GO TO 1150-LOAD-ONE-PARAMETER-BAD
047100     END-IF.
047200     IF DVAR-PARM-REC-DEPT = "**"
047300         IF DVAR-PARM-REC-HIGH NOT = SPACES
047400             MOVE DVAR-PARM-REC-HIGH TO DVAR-DEFAULT-HIGH
047500         END-IF
047600         IF DVAR-PARM-REC-LOW NOT = SPACES
047700             MOVE DVAR-PARM-REC-LOW TO DVAR-DEFAULT-LOW
047800         END-IF
047900         IF DVAR-PARM-REC-WEEKS NOT = SPACES
048000             MOVE DVAR-PARM-REC-WEEKS TO DVAR-WEEKS
048100         END-IF
048200         IF DVAR-PARM-REC-NIGHTS NOT = SPACES
048300             MOVE DVAR-PARM-REC-NIGHTS TO DVAR-MIN-NIGHTS
048400         END-IF
048500         GO TO 1150-LOAD-ONE-PARAMETER-EXIT
048600     END-IF.
048700     IF DVAR-LIMIT-COUNT NOT < DVAR-LIMIT-MAX
048800         DISPLAY "FACTDVAR: FACTDVPM EXCEEDS DEPARTMENT TABLE"
048900         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
049000         MOVE "Y" TO DVAR-FILE-EOF-SWITCH
049100         GO TO 1150-LOAD-ONE-PARAMETER-EXIT
049200     END-IF.
049300     ADD 1 TO DVAR-LIMIT-COUNT.
049400     MOVE DVAR-PARM-REC-DEPT TO DVAR-LIMIT-DEPT(DVAR-LIMIT-COUNT).
049500     MOVE ZERO TO DVAR-LIMIT-HIGH(DVAR-LIMIT-COUNT).
049600     MOVE ZERO TO DVAR-LIMIT-LOW(DVAR-LIMIT-COUNT).
049700     IF DVAR-PARM-REC-HIGH NOT = SPACES
049800         MOVE DVAR-PARM-REC-HIGH
049900             TO DVAR-LIMIT-HIGH(DVAR-LIMIT-COUNT)
050000         IF DVAR-LIMIT-HIGH(DVAR-LIMIT-COUNT) NOT > 100
050100             GO TO 1150-LOAD-ONE-PARAMETER-BAD
050200         END-IF
050300     END-IF.
050400     IF DVAR-PARM-REC-LOW NOT = SPACES
050500         MOVE DVAR-PARM-REC-LOW
050600             TO DVAR-LIMIT-LOW(DVAR-LIMIT-COUNT)
050700         IF DVAR-LIMIT-LOW(DVAR-LIMIT-COUNT) NOT < 100
050800             GO TO 1150-LOAD-ONE-PARAMETER-BAD
050900         END-IF
051000     END-IF.
051100     GO TO 1150-LOAD-ONE-PARAMETER-EXIT.
051200 1150-LOAD-ONE-PARAMETER-BAD.
051300     DISPLAY "FACTDVAR: FACTDVPM ENTRY NOT VALID - "
051400         DVAR-PARM-RECORD.
051500     MOVE "Y" TO DVAR-INIT-FAILED-SWITCH.
051600     MOVE "Y" TO DVAR-FILE-EOF-SWITCH.
051700 1150-LOAD-ONE-PARAMETER-EXIT.
051800     EXIT.

051900*----------------------------------------------------------------
052000* 1900-EDIT-DATE  -  YYYY-MM-DD IN DVAR-DATE-WORK TO YYYYMMDD IN
052100*                    DVAR-DATE-YMD; SPACES WHEN NOT A DATE OR
052200*                    NOT A DAY ON THE CALENDAR (2026-02-31)
052300*----------------------------------------------------------------
052400 1900-EDIT-DATE.
052500     MOVE SPACES TO DVAR-DATE-YMD.
052600     IF DVAR-DW-SEP-1 NOT = "-" OR DVAR-DW-SEP-2 NOT = "-"
052700         GO TO 1900-EDIT-DATE-EXIT
052800     END-IF.
052900     STRING DVAR-DW-YYYY DVAR-DW-MM DVAR-DW-DD
053000         DELIMITED BY SIZE INTO DVAR-DATE-YMD.
053100     IF DVAR-DATE-YMD IS NOT NUMERIC
053200         GO TO 1900-EDIT-DATE-EXIT
053300     END-IF.
053400     IF DVAR-DW-MM < "01" OR DVAR-DW-MM > "12"
053500         OR DVAR-DW-DD < "01" OR DVAR-DW-DD > "31"
053600         MOVE SPACES TO DVAR-DATE-YMD
053700         GO TO 1900-EDIT-DATE-EXIT
053800     END-IF.
053900     MOVE DVAR-DATE-YMD TO DVAR-EDIT-NUM.
054000     COMPUTE DVAR-EDIT-INT =
054100         FUNCTION INTEGER-OF-DATE(DVAR-EDIT-NUM).
054200     IF DVAR-EDIT-INT = ZERO
054300         MOVE SPACES TO DVAR-DATE-YMD
054400     END-IF.
054500 1900-EDIT-DATE-EXIT.
054600     EXIT.

054700*----------------------------------------------------------------
054800* 2000-LOAD-HISTORY  -  ONE PASS OF FACTDVOL, KEEPING THE
054900*                       BUSINESS DATE AND THE SAME WEEKDAY IN
055000*                       EACH TRAILING WEEK.  NO FACTDVOL MEANS
055100*                       FACTFRNT HAS NOT WRITTEN ANY YET.
055200*----------------------------------------------------------------
055300 2000-LOAD-HISTORY.
055400     OPEN INPUT FACT-DVOL-FILE.
055500     IF DVAR-DVOL-NO-FILE
055600         DISPLAY "FACTDVAR: NO FACTDVOL FILE - NO VOLUME "
055700             "HISTORY WRITTEN YET"
055800         GO TO 2000-LOAD-HISTORY-EXIT
055900     END-IF.
056000     IF NOT DVAR-DVOL-OK
056100         DISPLAY "FACTDVAR: UNABLE TO OPEN FACTDVOL - STATUS "
056200             DVAR-DVOL-STATUS
056300         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
056400         GO TO 2000-LOAD-HISTORY-EXIT
056500     END-IF.
056600     MOVE "N" TO DVAR-FILE-EOF-SWITCH.
056700     PERFORM 2100-TAKE-ONE-HISTORY
056800         THRU 2100-TAKE-ONE-HISTORY-EXIT
056900         UNTIL DVAR-FILE-EOF.
057000     CLOSE FACT-DVOL-FILE.
057100 2000-LOAD-HISTORY-EXIT.
057200     EXIT.

057300*----------------------------------------------------------------
057400* 2100-TAKE-ONE-HISTORY  -  A LATER RECORD FOR THE SAME DATE AND
057500*                           DEPARTMENT (A RERUN OF FACTFRNT)
057600*                           REPLACES THE EARLIER ONE
057700*----------------------------------------------------------------
057800 2100-TAKE-ONE-HISTORY.
057900     READ FACT-DVOL-FILE
058000         AT END
058100             MOVE "Y" TO DVAR-FILE-EOF-SWITCH
058200             GO TO 2100-TAKE-ONE-HISTORY-EXIT
058300     END-READ.
058400     ADD 1 TO DVAR-HISTORY-READ-CTR.
058500     MOVE FACT-DV-BUSINESS-DATE TO DVAR-DATE-WORK.
058600     PERFORM 1900-EDIT-DATE
058700         THRU 1900-EDIT-DATE-EXIT.
058800     IF DVAR-DATE-YMD IS NOT NUMERIC
058900         OR FACT-DV-DEPT = SPACES
059000         OR FACT-DV-READ IS NOT NUMERIC
059100         OR FACT-DV-CONTROL-TOT IS NOT NUMERIC
059200         ADD 1 TO DVAR-HISTORY-BAD-CTR
059300         GO TO 2100-TAKE-ONE-HISTORY-EXIT
059400     END-IF.
059500     MOVE DVAR-DATE-YMD TO DVAR-REC-NUM.
059600     COMPUTE DVAR-REC-INT =
059700         FUNCTION INTEGER-OF-DATE(DVAR-REC-NUM).
059800     IF DVAR-REC-INT > DVAR-BUSINESS-INT
059900         GO TO 2100-TAKE-ONE-HISTORY-EXIT
060000     END-IF.
060100     COMPUTE DVAR-DAYS-BACK = DVAR-BUSINESS-INT - DVAR-REC-INT.
060200     DIVIDE DVAR-DAYS-BACK BY 7 GIVING DVAR-WEEKS-BACK
060300         REMAINDER DVAR-DAYS-OVER.
060400     IF DVAR-DAYS-OVER NOT = ZERO
060500         OR DVAR-WEEKS-BACK > DVAR-WEEKS
060600         GO TO 2100-TAKE-ONE-HISTORY-EXIT
060700     END-IF.
060800     PERFORM 2200-FIND-DEPARTMENT
060900         THRU 2200-FIND-DEPARTMENT-EXIT.
061000     IF DVAR-INIT-FAILED
061100         MOVE "Y" TO DVAR-FILE-EOF-SWITCH
061200         GO TO 2100-TAKE-ONE-HISTORY-EXIT
061300     END-IF.
061400     ADD 1 TO DVAR-HISTORY-USED-CTR.
061500     IF DVAR-WEEKS-BACK = ZERO
061600         MOVE "Y" TO DVAR-TONIGHT-FOUND(DVAR-DEPT-SUB)
061700         MOVE FACT-DV-RECEIVED
061800             TO DVAR-TONIGHT-RECEIVED(DVAR-DEPT-SUB)
061900         MOVE FACT-DV-READ TO DVAR-TONIGHT-READ(DVAR-DEPT-SUB)
062000         MOVE FACT-DV-CONTROL-TOT
062100             TO DVAR-TONIGHT-CONTROL(DVAR-DEPT-SUB)
062200         GO TO 2100-TAKE-ONE-HISTORY-EXIT
062300     END-IF.
062400     MOVE DVAR-WEEKS-BACK TO DVAR-WEEK-SUB.
062500     MOVE "Y" TO DVAR-WEEK-FOUND(DVAR-DEPT-SUB, DVAR-WEEK-SUB).
062600     MOVE FACT-DV-READ
062700         TO DVAR-WEEK-READ(DVAR-DEPT-SUB, DVAR-WEEK-SUB).
062800     MOVE FACT-DV-CONTROL-TOT
062900         TO DVAR-WEEK-CONTROL(DVAR-DEPT-SUB, DVAR-WEEK-SUB).
063000 2100-TAKE-ONE-HISTORY-EXIT.
063100     EXIT.

063200*----------------------------------------------------------------
063300* 2200-FIND-DEPARTMENT  -  THE DEPARTMENT'S TABLE SLOT, ADDED
063400*                          THE FIRST TIME IT IS SEEN
063500*----------------------------------------------------------------
063600 2200-FIND-DEPARTMENT.
063700     MOVE "N" TO DVAR-DEPT-FOUND-SWITCH.
063800     PERFORM 2250-SCAN-DEPARTMENT
063900         THRU 2250-SCAN-DEPARTMENT-EXIT
064000         VARYING DVAR-DEPT-SUB FROM 1 BY 1
064100         UNTIL DVAR-DEPT-SUB > DVAR-DEPT-COUNT
064200         OR DVAR-DEPT-FOUND.
064300     IF DVAR-DEPT-FOUND
064400         SUBTRACT 1 FROM DVAR-DEPT-SUB
064500         GO TO 2200-FIND-DEPARTMENT-EXIT
064600     END-IF.
064700     IF DVAR-DEPT-COUNT NOT < DVAR-DEPT-MAX
064800         DISPLAY "FACTDVAR: FACTDVOL EXCEEDS DEPARTMENT TABLE"
064900         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
065000         GO TO 2200-FIND-DEPARTMENT-EXIT
065100     END-IF.
065200     ADD 1 TO DVAR-DEPT-COUNT.
065300     MOVE DVAR-DEPT-COUNT TO DVAR-DEPT-SUB.
065400     MOVE FACT-DV-DEPT TO DVAR-DEPT-CODE(DVAR-DEPT-SUB).
065500     MOVE "N" TO DVAR-TONIGHT-FOUND(DVAR-DEPT-SUB).
065600     MOVE "N" TO DVAR-TONIGHT-RECEIVED(DVAR-DEPT-SUB).
065700     MOVE ZERO TO DVAR-TONIGHT-READ(DVAR-DEPT-SUB).
065800     MOVE ZERO TO DVAR-TONIGHT-CONTROL(DVAR-DEPT-SUB).
065900     PERFORM 2300-CLEAR-WEEK
066000         THRU 2300-CLEAR-WEEK-EXIT
066100         VARYING DVAR-WEEK-SUB FROM 1 BY 1
066200         UNTIL DVAR-WEEK-SUB > 12.
066300 2200-FIND-DEPARTMENT-EXIT.
066400     EXIT.

066500*----------------------------------------------------------------
066600* 2250-SCAN-DEPARTMENT
066700*----------------------------------------------------------------
066800 2250-SCAN-DEPARTMENT.
066900     IF DVAR-DEPT-CODE(DVAR-DEPT-SUB) = FACT-DV-DEPT
067000         MOVE "Y" TO DVAR-DEPT-FOUND-SWITCH
067100     END-IF.
067200 2250-SCAN-DEPARTMENT-EXIT.
067300     EXIT.

067400*----------------------------------------------------------------
067500* 2300-CLEAR-WEEK
067600*----------------------------------------------------------------
067700 2300-CLEAR-WEEK.
067800     MOVE "N" TO DVAR-WEEK-FOUND(DVAR-DEPT-SUB, DVAR-WEEK-SUB).
067900     MOVE ZERO TO DVAR-WEEK-READ(DVAR-DEPT-SUB, DVAR-WEEK-SUB).
068000     MOVE ZERO
068100         TO DVAR-WEEK-CONTROL(DVAR-DEPT-SUB, DVAR-WEEK-SUB).
068200 2300-CLEAR-WEEK-EXIT.
068300     EXIT.

068400*----------------------------------------------------------------
068500* 3000-PRINT-VARIANCES  -  ONE LINE PER DEPARTMENT WITH ITS FLAG
068600*----------------------------------------------------------------
068700 3000-PRINT-VARIANCES.
068800     MOVE DVAR-COLUMN-HEADING-1 TO DVAR-REPORT-LINE-AREA.
068900     PERFORM 5100-WRITE-REPORT-LINE
069000         THRU 5100-WRITE-REPORT-LINE-EXIT.
069100     MOVE DVAR-COLUMN-HEADING-2 TO DVAR-REPORT-LINE-AREA.
069200     PERFORM 5100-WRITE-REPORT-LINE
069300         THRU 5100-WRITE-REPORT-LINE-EXIT.
069400     IF DVAR-DEPT-COUNT = ZERO
069500         MOVE "  NO VOLUME HISTORY FOR ANY DEPARTMENT"
069600             TO DVAR-REPORT-LINE-AREA
069700         PERFORM 5100-WRITE-REPORT-LINE
069800             THRU 5100-WRITE-REPORT-LINE-EXIT
069900         ADD 1 TO DVAR-MISSING-CTR
070000         GO TO 3000-PRINT-VARIANCES-EXIT
070100     END-IF.
070200     PERFORM 3100-CHECK-DEPARTMENT
070300         THRU 3100-CHECK-DEPARTMENT-EXIT
070400         VARYING DVAR-DEPT-SUB FROM 1 BY 1
070500         UNTIL DVAR-DEPT-SUB > DVAR-DEPT-COUNT.
070600 3000-PRINT-VARIANCES-EXIT.
070700     EXIT.

070800*----------------------------------------------------------------
070900* 3100-CHECK-DEPARTMENT  -  AVERAGE THE TRAILING NIGHTS FOUND,
071000*                           THEN FLAG.  MISSING: NO FILE TONIGHT
071100*                           WHERE THERE IS NORMALLY VOLUME.  NO
071200*                           TREND: TOO FEW NIGHTS TO JUDGE.  HIGH
071300*                           OR LOW: RECORDS READ OR CONTROL TOTAL
071400*                           OUTSIDE THE PERCENTAGES.
071500*----------------------------------------------------------------
071600 3100-CHECK-DEPARTMENT.
071700     MOVE SPACES TO DVAR-FLAG.
071800     MOVE ZERO TO DVAR-NIGHTS.
071900     MOVE ZERO TO DVAR-SUM-READ.
072000     MOVE ZERO TO DVAR-SUM-CONTROL.
072100     PERFORM 3150-ADD-WEEK
072200         THRU 3150-ADD-WEEK-EXIT
072300         VARYING DVAR-WEEK-SUB FROM 1 BY 1
072400         UNTIL DVAR-WEEK-SUB > DVAR-WEEKS.
072500     MOVE ZERO TO DVAR-AVG-READ.
072600     MOVE ZERO TO DVAR-AVG-CONTROL.
072700     IF DVAR-NIGHTS > ZERO
072800         COMPUTE DVAR-AVG-READ ROUNDED =
072900             DVAR-SUM-READ / DVAR-NIGHTS
073000         COMPUTE DVAR-AVG-CONTROL ROUNDED =
073100             DVAR-SUM-CONTROL / DVAR-NIGHTS
073200     END-IF.
073300     PERFORM 3200-FIND-LIMITS
073400         THRU 3200-FIND-LIMITS-EXIT.
073500     MOVE SPACES TO DVAR-DETAIL-LINE.
073600     MOVE DVAR-DEPT-CODE(DVAR-DEPT-SUB) TO DVAR-DL-DEPT.
073700     MOVE DVAR-TONIGHT-READ(DVAR-DEPT-SUB) TO DVAR-DL-READ.
073800     MOVE DVAR-TONIGHT-CONTROL(DVAR-DEPT-SUB) TO DVAR-DL-CONTROL.
073900     MOVE DVAR-NIGHTS TO DVAR-DL-NIGHTS.
074000     IF DVAR-NIGHTS < DVAR-MIN-NIGHTS
074100         MOVE SPACES TO DVAR-DL-AVG-READ-X
074200         MOVE SPACES TO DVAR-DL-AVG-CONTROL-X
074300         MOVE SPACES TO DVAR-DL-READ-PCT-X
074400         MOVE SPACES TO DVAR-DL-CONTROL-PCT-X
074500         SET DVAR-FLAG-NO-TREND TO TRUE
074600         ADD 1 TO DVAR-NO-TREND-CTR
074700         GO TO 3100-CHECK-DEPARTMENT-WRITE
074800     END-IF.
074900     MOVE DVAR-AVG-READ TO DVAR-DL-AVG-READ.
075000     MOVE DVAR-AVG-CONTROL TO DVAR-DL-AVG-CONTROL.
075100     PERFORM 3300-COMPUTE-PERCENTAGES
075200         THRU 3300-COMPUTE-PERCENTAGES-EXIT.
075300     MOVE DVAR-READ-PCT TO DVAR-DL-READ-PCT.
075400     MOVE DVAR-CONTROL-PCT TO DVAR-DL-CONTROL-PCT.
075500     IF DVAR-TONIGHT-RECEIVED(DVAR-DEPT-SUB) NOT = "Y"
075600         IF DVAR-AVG-READ > ZERO
075700             SET DVAR-FLAG-MISSING TO TRUE
075800             ADD 1 TO DVAR-MISSING-CTR
075900         END-IF
076000         GO TO 3100-CHECK-DEPARTMENT-WRITE
076100     END-IF.
076200     IF DVAR-READ-PCT > DVAR-HIGH-PCT
076300         OR DVAR-CONTROL-PCT > DVAR-HIGH-PCT
076400         SET DVAR-FLAG-HIGH TO TRUE
076500         ADD 1 TO DVAR-HIGH-CTR
076600         GO TO 3100-CHECK-DEPARTMENT-WRITE
076700     END-IF.
076800     IF DVAR-READ-PCT < DVAR-LOW-PCT
076900         OR DVAR-CONTROL-PCT < DVAR-LOW-PCT
077000         SET DVAR-FLAG-LOW TO TRUE
077100         ADD 1 TO DVAR-LOW-CTR
077200     END-IF.
077300 3100-CHECK-DEPARTMENT-WRITE.
077400     MOVE DVAR-FLAG TO DVAR-DL-FLAG.
077500     MOVE DVAR-DETAIL-LINE TO DVAR-REPORT-LINE-AREA.
077600     PERFORM 5100-WRITE-REPORT-LINE
077700         THRU 5100-WRITE-REPORT-LINE-EXIT.
077800     PERFORM 3400-PRINT-WARNING
077900         THRU 3400-PRINT-WARNING-EXIT.
078000 3100-CHECK-DEPARTMENT-EXIT.
078100     EXIT.

078200*----------------------------------------------------------------
078300* 3150-ADD-WEEK  -  A WEEK WITH NO RECORD (FACTFRNT DID NOT RUN
078400*                   THAT DAY) IS LEFT OUT OF THE AVERAGE; A
078500*                   NIGHT WITH NO FILE COUNTS AS ZERO
078600*----------------------------------------------------------------
078700 3150-ADD-WEEK.
078800     IF DVAR-WEEK-FOUND(DVAR-DEPT-SUB, DVAR-WEEK-SUB) NOT = "Y"
078900         GO TO 3150-ADD-WEEK-EXIT
079000     END-IF.
079100     ADD 1 TO DVAR-NIGHTS.
079200     ADD DVAR-WEEK-READ(DVAR-DEPT-SUB, DVAR-WEEK-SUB)
079300         TO DVAR-SUM-READ.
079400     ADD DVAR-WEEK-CONTROL(DVAR-DEPT-SUB, DVAR-WEEK-SUB)
079500         TO DVAR-SUM-CONTROL.
079600 3150-ADD-WEEK-EXIT.
079700     EXIT.

079800*----------------------------------------------------------------
079900* 3200-FIND-LIMITS  -  THE DEPARTMENT'S OWN PERCENTAGES, ELSE
080000*                      THE "**" ONES
080100*----------------------------------------------------------------
080200 3200-FIND-LIMITS.
080300     MOVE DVAR-DEFAULT-HIGH TO DVAR-HIGH-PCT.
080400     MOVE DVAR-DEFAULT-LOW  TO DVAR-LOW-PCT.
080500     MOVE "N" TO DVAR-LIMIT-FOUND-SWITCH.
080600     PERFORM 3250-SCAN-LIMITS
080700         THRU 3250-SCAN-LIMITS-EXIT
080800         VARYING DVAR-LIMIT-SUB FROM 1 BY 1
080900         UNTIL DVAR-LIMIT-SUB > DVAR-LIMIT-COUNT
081000         OR DVAR-LIMIT-FOUND.
081100 3200-FIND-LIMITS-EXIT.
081200     EXIT.

081300*----------------------------------------------------------------
081400* 3250-SCAN-LIMITS
081500*----------------------------------------------------------------
081600 3250-SCAN-LIMITS.
081700     IF DVAR-LIMIT-DEPT(DVAR-LIMIT-SUB) NOT =
081800         DVAR-DEPT-CODE(DVAR-DEPT-SUB)
081900         GO TO 3250-SCAN-LIMITS-EXIT
082000     END-IF.
082100     MOVE "Y" TO DVAR-LIMIT-FOUND-SWITCH.
082200     IF DVAR-LIMIT-HIGH(DVAR-LIMIT-SUB) > ZERO
082300         MOVE DVAR-LIMIT-HIGH(DVAR-LIMIT-SUB) TO DVAR-HIGH-PCT
082400     END-IF.
082500     IF DVAR-LIMIT-LOW(DVAR-LIMIT-SUB) > ZERO
082600         MOVE DVAR-LIMIT-LOW(DVAR-LIMIT-SUB) TO DVAR-LOW-PCT
082700     END-IF.
082800 3250-SCAN-LIMITS-EXIT.
082900     EXIT.

083000*----------------------------------------------------------------
083100* 3300-COMPUTE-PERCENTAGES  -  TONIGHT AS A PERCENTAGE OF THE
083200*                              AVERAGE, HELD AT 9999.  VOLUME
083300*                              AGAINST A ZERO AVERAGE IS 9999.
083400*----------------------------------------------------------------
083500 3300-COMPUTE-PERCENTAGES.
083600     MOVE 100 TO DVAR-READ-PCT.
083700     MOVE 100 TO DVAR-CONTROL-PCT.
083800     IF DVAR-AVG-READ = ZERO
083900         IF DVAR-TONIGHT-READ(DVAR-DEPT-SUB) > ZERO
084000             MOVE 9999 TO DVAR-READ-PCT
084100         END-IF
084200     ELSE
084300         COMPUTE DVAR-READ-PCT ROUNDED =
084400             DVAR-TONIGHT-READ(DVAR-DEPT-SUB) * 100
084500             / DVAR-AVG-READ
084600             ON SIZE ERROR
084700                 MOVE 9999 TO DVAR-READ-PCT
084800         END-COMPUTE
084900     END-IF.
085000     IF DVAR-AVG-CONTROL = ZERO
085100         IF DVAR-TONIGHT-CONTROL(DVAR-DEPT-SUB) > ZERO
085200             MOVE 9999 TO DVAR-CONTROL-PCT
085300         END-IF
085400     ELSE
085500         COMPUTE DVAR-CONTROL-PCT ROUNDED =
085600             DVAR-TONIGHT-CONTROL(DVAR-DEPT-SUB) * 100
085700             / DVAR-AVG-CONTROL
085800             ON SIZE ERROR
085900                 MOVE 9999 TO DVAR-CONTROL-PCT
086000         END-COMPUTE
086100     END-IF.
086200 3300-COMPUTE-PERCENTAGES-EXIT.
086300     EXIT.

086400*----------------------------------------------------------------
086500* 3400-PRINT-WARNING  -  A WARNING LINE UNDER A FLAGGED
086600*                        DEPARTMENT, AND THE SAME ON THE CONSOLE
086700*                        FOR THE DESK
086800*----------------------------------------------------------------
086900 3400-PRINT-WARNING.
087000     IF NOT DVAR-FLAG-HIGH AND NOT DVAR-FLAG-LOW
087100         AND NOT DVAR-FLAG-MISSING
087200         GO TO 3400-PRINT-WARNING-EXIT
087300     END-IF.
087400     MOVE SPACES TO DVAR-WL-BODY-X.
087500     EVALUATE TRUE
087600         WHEN DVAR-FLAG-MISSING
087700             MOVE "NO REQUEST FILE TONIGHT - ONE USUALLY COMES IN"
087800                 TO DVAR-WL-BODY-X
087900         WHEN DVAR-FLAG-HIGH
088000             MOVE "ABOVE THE HIGH LIMIT OF" TO DVAR-WL-TEXT
088100             MOVE DVAR-HIGH-PCT TO DVAR-WL-LIMIT
088200             MOVE "% OF AVERAGE" TO DVAR-WL-TRAILER
088300         WHEN DVAR-FLAG-LOW
088400             MOVE "BELOW THE LOW LIMIT OF" TO DVAR-WL-TEXT
088500             MOVE DVAR-LOW-PCT TO DVAR-WL-LIMIT
088600             MOVE "% OF AVERAGE" TO DVAR-WL-TRAILER
088700     END-EVALUATE.
088800     MOVE DVAR-WARNING-LINE TO DVAR-REPORT-LINE-AREA.
088900     PERFORM 5100-WRITE-REPORT-LINE
089000         THRU 5100-WRITE-REPORT-LINE-EXIT.
089100     DISPLAY "FACTDVAR: VOLUME WARNING - DEPARTMENT "
089200         DVAR-DEPT-CODE(DVAR-DEPT-SUB) " " DVAR-FLAG.
089300 3400-PRINT-WARNING-EXIT.
089400     EXIT.

089500*----------------------------------------------------------------
089600* 5100-WRITE-REPORT-LINE  -  ONE LINE FROM THE LINE AREA WITH
089700*                            THE SHARED STATUS CHECK
089800*----------------------------------------------------------------
089900 5100-WRITE-REPORT-LINE.
090000     IF NOT DVAR-REPORT-OPEN
090100         GO TO 5100-WRITE-REPORT-LINE-EXIT
090200     END-IF.
090300     MOVE DVAR-REPORT-LINE-AREA TO DVAR-REPORT-RECORD.
090400     WRITE DVAR-REPORT-RECORD.
090500     IF NOT DVAR-REPORT-OK
090600         DISPLAY "FACTDVAR: UNABLE TO WRITE FACTDVRP - STATUS "
090700             DVAR-REPORT-STATUS
090800         MOVE "Y" TO DVAR-INIT-FAILED-SWITCH
090900         MOVE "N" TO DVAR-REPORT-OPEN-SWITCH
091000     END-IF.
091100     MOVE SPACES TO DVAR-REPORT-LINE-AREA.
091200 5100-WRITE-REPORT-LINE-EXIT.
091300     EXIT.

091400*----------------------------------------------------------------
091500* 5200-WRITE-SUMMARY-LINE
091600*----------------------------------------------------------------
091700 5200-WRITE-SUMMARY-LINE.
091800     MOVE DVAR-SUMMARY-LINE TO DVAR-REPORT-LINE-AREA.
091900     PERFORM 5100-WRITE-REPORT-LINE
092000         THRU 5100-WRITE-REPORT-LINE-EXIT.
092100     MOVE SPACES TO DVAR-SUMMARY-LINE.
092200 5200-WRITE-SUMMARY-LINE-EXIT.
092300     EXIT.

092400*----------------------------------------------------------------
092500* 6000-PRINT-SUMMARY
092600*----------------------------------------------------------------
092700 6000-PRINT-SUMMARY.
092800     PERFORM 5100-WRITE-REPORT-LINE
092900         THRU 5100-WRITE-REPORT-LINE-EXIT.
093000     MOVE "SUMMARY" TO DVAR-REPORT-LINE-AREA.
093100     PERFORM 5100-WRITE-REPORT-LINE
093200         THRU 5100-WRITE-REPORT-LINE-EXIT.
093300     MOVE SPACES TO DVAR-SUMMARY-LINE.
093400     MOVE "  HISTORY RECORDS READ" TO DVAR-SUM-TITLE.
093500     MOVE DVAR-HISTORY-READ-CTR TO DVAR-SUM-COUNT.
093600     PERFORM 5200-WRITE-SUMMARY-LINE
093700         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
093800     MOVE "  HISTORY RECORDS USED" TO DVAR-SUM-TITLE.
093900     MOVE DVAR-HISTORY-USED-CTR TO DVAR-SUM-COUNT.
094000     PERFORM 5200-WRITE-SUMMARY-LINE
094100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
094200     IF DVAR-HISTORY-BAD-CTR > ZERO
094300         MOVE "  HISTORY RECORDS NOT VALID - SKIPPED"
094400             TO DVAR-SUM-TITLE
094500         MOVE DVAR-HISTORY-BAD-CTR TO DVAR-SUM-COUNT
094600         PERFORM 5200-WRITE-SUMMARY-LINE
094700             THRU 5200-WRITE-SUMMARY-LINE-EXIT
094800     END-IF.
094900     MOVE "  DEPARTMENTS CHECKED" TO DVAR-SUM-TITLE.
095000     MOVE DVAR-DEPT-COUNT TO DVAR-SUM-COUNT.
095100     PERFORM 5200-WRITE-SUMMARY-LINE
095200         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
095300     MOVE "  HIGH" TO DVAR-SUM-TITLE.
095400     MOVE DVAR-HIGH-CTR TO DVAR-SUM-COUNT.
095500     PERFORM 5200-WRITE-SUMMARY-LINE
095600         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
095700     MOVE "  LOW" TO DVAR-SUM-TITLE.
095800     MOVE DVAR-LOW-CTR TO DVAR-SUM-COUNT.
095900     PERFORM 5200-WRITE-SUMMARY-LINE
096000         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
096100     MOVE "  MISSING" TO DVAR-SUM-TITLE.
096200     MOVE DVAR-MISSING-CTR TO DVAR-SUM-COUNT.
096300     PERFORM 5200-WRITE-SUMMARY-LINE
096400         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
096500     MOVE "  NO TREND YET" TO DVAR-SUM-TITLE.
096600     MOVE DVAR-NO-TREND-CTR TO DVAR-SUM-COUNT.
096700     PERFORM 5200-WRITE-SUMMARY-LINE
096800         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
096900 6000-PRINT-SUMMARY-EXIT.
097000     EXIT.

097100*----------------------------------------------------------------
097200* 8000-TERMINATE  -  CLOSE THE REPORT AND SET THE RETURN CODE
097300*----------------------------------------------------------------
097400 8000-TERMINATE.
097500     IF DVAR-REPORT-OPEN
097600         CLOSE DVAR-REPORT-FILE
097700     END-IF.
097800     EVALUATE TRUE
097900         WHEN DVAR-INIT-FAILED
098000             MOVE 16 TO RETURN-CODE
098100         WHEN DVAR-HIGH-CTR > ZERO OR DVAR-LOW-CTR > ZERO
098200             OR DVAR-MISSING-CTR > ZERO
098300             MOVE 4 TO RETURN-CODE
098400         WHEN OTHER
098500             MOVE ZERO TO RETURN-CODE
098600     END-EVALUATE.
098700     DISPLAY "FACTDVAR: DEPARTMENTS CHECKED = " DVAR-DEPT-COUNT.
098800     DISPLAY "FACTDVAR: FLAGGED HIGH/LOW/MISSING = "
098900         DVAR-HIGH-CTR "/" DVAR-LOW-CTR "/" DVAR-MISSING-CTR.
099000     DISPLAY "FACTDVAR: RETURN CODE = " RETURN-CODE.
099100 8000-TERMINATE-EXIT.
099200     EXIT.
