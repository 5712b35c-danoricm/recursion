000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTDIST.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL DEPARTMENT RESULT DISTRIBUTION.  THE
001100*                  WAREHOUSE, PLANNING AND FINANCE AREAS HAD NO
001200*                  FILE OF THEIR OWN ANSWERS AND READ THE SHARED
001300*                  FACTRPT PRINTOUT.  THIS JOB RUNS AFTER
001400*                  FACTBAT AND WALKS THE COMBINED FACTIN FILE
001500*                  FACTFRNT BUILT, IN ITS SEQUENCE NUMBER ORDER,
001600*                  AGAINST FACTOUT AND FACTSUSP.  EACH REQUEST
001700*                  GOES TO ITS DEPARTMENT'S RETURN FILE
001800*                  (FACTRSWH, FACTRSPL, FACTRSFI) KEYED BY THE
001900*                  ORIGINAL SEQUENCE NUMBER, EITHER WITH ITS
002000*                  RESULT OR AS REJECTED WITH THE FACTSUSP
002100*                  REASON CODE.  EACH RETURN FILE HAS A HEADER
002200*                  AND A TRAILER CARRYING THE RECORD, RESULT AND
002300*                  REJECT COUNTS AND THE CONTROL TOTAL (SUM OF N
002400*                  OVER THE RESULTS).  A REQUEST WITH NEITHER A
002500*                  RESULT NOR A REJECT IS LISTED AS MISSING ON
002600*                  THE FACTDSRP DISTRIBUTION REPORT AND THE JOB
002700*                  ENDS WITH RETURN CODE 8.  FACTOUT AND
002800*                  FACTSUSP ENTRIES BELOW THE CURRENT SEQUENCE
002900*                  NUMBER ARE THE DUPLICATES A RESTARTED RUN
003000*                  APPENDS AND ARE PASSED OVER; QUEUED REQUESTS
003100*                  CARRY NO SEQUENCE NUMBER AND ARE ONLY
003200*                  COUNTED.  REFUSED WITH RETURN CODE 8 UNLESS
003300*                  FACTCTL SHOWS THE NIGHT COMPLETE.  RETURN
003400*                  CODE 16 ON A FILE ERROR.
003401* 2026-10-15  DM   REJECTS WITH THE OVER-BUDGET REASON OB ARE
003402*                  COUNTED SEPARATELY PER DEPARTMENT, ON THE
003403*                  RETURN FILE TRAILER (CARVED FROM THE TRAILING
003404*                  FILLER) AND UNDER REJECTED ON THE REPORT.
003500*================================================================

003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FACT-CONTROL-FILE ASSIGN TO FACTCTL
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS DIST-CONTROL-STATUS.

004200     SELECT FACT-INPUT-FILE ASSIGN TO FACTIN
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS DIST-INPUT-STATUS.

004500     SELECT FACT-OUTPUT-FILE ASSIGN TO FACTOUT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS DIST-OUTPUT-STATUS.

004800     SELECT FACT-SUSPENSE-FILE ASSIGN TO FACTSUSP
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS DIST-SUSPENSE-STATUS.

005100     SELECT DIST-WAREHOUSE-FILE ASSIGN TO FACTRSWH
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS DIST-WAREHOUSE-STATUS.

005400     SELECT DIST-PLANNING-FILE ASSIGN TO FACTRSPL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS DIST-PLANNING-STATUS.

005700     SELECT DIST-FINANCE-FILE ASSIGN TO FACTRSFI
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS DIST-FINANCE-STATUS.

006000     SELECT DIST-REPORT-FILE ASSIGN TO FACTDSRP
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS DIST-REPORT-STATUS.

006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  FACT-CONTROL-FILE.
006600 01  FACT-CONTROL-RECORD.
006700     05 FACT-CTL-BUSINESS-DATE      PIC X(10).
006800     05 FILLER                      PIC X(01).
006900     05 FACT-CTL-CHECKPOINT-INT     PIC 9(09).
007000     05 FILLER                      PIC X(01).
007100     05 FACT-CTL-LINES-PER-PAGE     PIC 9(05).
007200     05 FILLER                      PIC X(01).
007300     05 FACT-CTL-RUN-STATUS         PIC X(01).
007400         88 FACT-CTL-RUN-COMPLETE       VALUE "C".

007500 FD  FACT-INPUT-FILE.
007600 01  FACT-INPUT-RECORD.
007700     05 FACT-INPUT-FUNC        PIC X(01).
007800     05 FACT-INPUT-N-X         PIC X(04).
007900     05 FACT-INPUT-R-X         PIC X(04).
008000     05 FACT-INPUT-DEPT        PIC X(02).
008100     05 FACT-INPUT-SEQ         PIC X(09).
008200     05 FILLER                 PIC X(60).

008300 FD  FACT-OUTPUT-FILE.
008400 01  FACT-OUTPUT-RECORD.
008500     05 FACT-OUTPUT-FUNC       PIC X(01).
008600     05 FACT-OUTPUT-VALUE      PIC 9(04).
008700     05 FACT-OUTPUT-R          PIC 9(04).
008800     05 FACT-OUTPUT-CALC-STATUS     PIC X(01).
008900     05 FACT-OUTPUT-RESULT     PIC X(20).
009000     05 FACT-OUTPUT-DEPT       PIC X(02).
009100     05 FACT-OUTPUT-SEQ        PIC X(09).
009200     05 FILLER                 PIC X(39).

009300 FD  FACT-SUSPENSE-FILE.
009400 01  FACT-SUSPENSE-RECORD.
009500     05 FACT-SUSP-IMAGE             PIC X(69).
009600     05 FACT-SUSP-SEQ               PIC 9(09).
009700     05 FACT-SUSP-REASON            PIC X(02).
009701         88 FACT-SUSP-OVER-BUDGET       VALUE "OB".
009800 01  FACT-SUSPENSE-IMAGE-VIEW REDEFINES FACT-SUSPENSE-RECORD.
009900     05 FACT-SUSP-IMG-FUNC          PIC X(01).
010000     05 FACT-SUSP-IMG-N-X           PIC X(04).
010100     05 FACT-SUSP-IMG-R-X           PIC X(04).
010200     05 FACT-SUSP-IMG-DEPT          PIC X(02).
010300     05 FACT-SUSP-IMG-SEQ           PIC X(09).
010400     05 FILLER                      PIC X(60).

010500 FD  DIST-WAREHOUSE-FILE.
010600 01  DIST-WAREHOUSE-RECORD          PIC X(80).

010700 FD  DIST-PLANNING-FILE.
010800 01  DIST-PLANNING-RECORD           PIC X(80).

010900 FD  DIST-FINANCE-FILE.
011000 01  DIST-FINANCE-RECORD            PIC X(80).

011100 FD  DIST-REPORT-FILE.
011200 01  DIST-REPORT-RECORD             PIC X(80).

011300 WORKING-STORAGE SECTION.
011400*================================================================
011500* 77-LEVEL SWITCHES AND COUNTERS
011600*================================================================
011700 77  DIST-CONTROL-STATUS       PIC X(02) VALUE SPACES.
011800     88 DIST-CONTROL-OK            VALUE "00".
011900 77  DIST-INPUT-STATUS         PIC X(02) VALUE SPACES.
012000     88 DIST-INPUT-OK              VALUE "00".
012100 77  DIST-OUTPUT-STATUS        PIC X(02) VALUE SPACES.
012200     88 DIST-OUTPUT-OK             VALUE "00".
012300 77  DIST-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
012400     88 DIST-SUSPENSE-OK           VALUE "00".
012500 77  DIST-WAREHOUSE-STATUS     PIC X(02) VALUE SPACES.
012600     88 DIST-WAREHOUSE-OK          VALUE "00".
012700 77  DIST-PLANNING-STATUS      PIC X(02) VALUE SPACES.
012800     88 DIST-PLANNING-OK           VALUE "00".
012900 77  DIST-FINANCE-STATUS       PIC X(02) VALUE SPACES.
013000     88 DIST-FINANCE-OK            VALUE "00".
013100 77  DIST-REPORT-STATUS        PIC X(02) VALUE SPACES.
013200     88 DIST-REPORT-OK             VALUE "00".

013300 77  DIST-INPUT-EOF-SWITCH     PIC X(01) VALUE "N".
013400     88 DIST-INPUT-EOF             VALUE "Y".
013500 77  DIST-OUTPUT-EOF-SWITCH    PIC X(01) VALUE "N".
013600     88 DIST-OUTPUT-EOF            VALUE "Y".
013700 77  DIST-SUSPENSE-EOF-SWITCH  PIC X(01) VALUE "N".
013800     88 DIST-SUSPENSE-EOF          VALUE "Y".
013900 77  DIST-KEY-FOUND-SWITCH     PIC X(01) VALUE "N".
014000     88 DIST-KEY-FOUND             VALUE "Y".
014100 77  DIST-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
014200     88 DIST-DEPT-FOUND            VALUE "Y".
014300 77  DIST-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
014400     88 DIST-INIT-FAILED           VALUE "Y".
014500 77  DIST-FAILED-SWITCH        PIC X(01) VALUE "N".
014600     88 DIST-FAILED                VALUE "Y".
014700 77  DIST-REFUSED-SWITCH       PIC X(01) VALUE "N".
014800     88 DIST-REFUSED               VALUE "Y".

014900 77  DIST-INPUT-CTR            PIC 9(09) COMP VALUE ZERO.
015000 77  DIST-UNSTAMPED-CTR        PIC 9(09) COMP VALUE ZERO.
015100 77  DIST-OUTPUT-CTR           PIC 9(09) COMP VALUE ZERO.
015200 77  DIST-OUTPUT-QUEUE-CTR     PIC 9(09) COMP VALUE ZERO.
015300 77  DIST-OUTPUT-SKIPPED-CTR   PIC 9(09) COMP VALUE ZERO.
015400 77  DIST-SUSPENSE-CTR         PIC 9(09) COMP VALUE ZERO.
015500 77  DIST-SUSPENSE-QUEUE-CTR   PIC 9(09) COMP VALUE ZERO.
015600 77  DIST-SUSPENSE-SKIPPED-CTR PIC 9(09) COMP VALUE ZERO.
015700 77  DIST-MISSING-CTR          PIC 9(09) COMP VALUE ZERO.
015800 77  DIST-DEPT-SUB             PIC 9(04) COMP VALUE ZERO.
015900 77  DIST-DEPT-MAX             PIC 9(04) COMP VALUE 3.

016000 77  DIST-BUSINESS-DATE        PIC X(10) VALUE SPACES.
016100 77  DIST-INPUT-KEY            PIC X(09) VALUE SPACES.
016200 77  DIST-OUTPUT-KEY           PIC X(09) VALUE SPACES.
016300 77  DIST-SUSPENSE-KEY         PIC X(09) VALUE SPACES.
016400 77  DIST-N-VALUE              PIC 9(04) VALUE ZERO.
016500 77  DIST-INPUT-EDIT           PIC X(04) VALUE SPACES.

016600 77  DIST-REPORT-RUN-DATE      PIC X(10) VALUE SPACES.
016700 01  DIST-REPORT-TODAY.
016800     05 DIST-REPORT-TODAY-YYYY  PIC 9(04).
016900     05 DIST-REPORT-TODAY-MM    PIC 9(02).
017000     05 DIST-REPORT-TODAY-DD    PIC 9(02).

017100*================================================================
017200* DEPARTMENT TABLE - THE THREE AREAS FACTFRNT TAKES REQUESTS
017300* FROM, IN FACTFRNT'S ORDER, WITH THEIR RETURN FILE TOTALS
017400*================================================================
017500 01  DIST-DEPT-CODES.
017600     05 FILLER                  PIC X(02) VALUE "WH".
017700     05 FILLER                  PIC X(02) VALUE "PL".
017800     05 FILLER                  PIC X(02) VALUE "FI".
017900 01  DIST-DEPT-CODE-TABLE REDEFINES DIST-DEPT-CODES.
018000     05 DIST-DEPT-CODE-ENTRY    PIC X(02) OCCURS 3 TIMES.

018100 01  DIST-DEPT-TABLE.
018200     05 DIST-DEPT-ENTRY OCCURS 3 TIMES.
018300         10 DIST-DEPT-CODE          PIC X(02).
018400         10 DIST-DEPT-RECORDS       PIC 9(09) COMP.
018500         10 DIST-DEPT-RESULTS       PIC 9(09) COMP.
018600         10 DIST-DEPT-REJECTS       PIC 9(09) COMP.
018601         10 DIST-DEPT-OVER-BUDGET   PIC 9(09) COMP.
018700         10 DIST-DEPT-MISSING       PIC 9(09) COMP.
018800         10 DIST-DEPT-CONTROL-TOT   PIC 9(15) COMP.

018900*================================================================
019000* DEPARTMENT RETURN FILE RECORDS - HEADER, ONE DETAIL PER
019100* REQUEST, TRAILER.  DISPOSITION A IS ANSWERED (RESULT AND
019200* CALCULATION STATUS FROM FACTOUT), R IS REJECTED (REASON CODE
019300* FROM FACTSUSP).
019301* THE TRAILER'S OVER-BUDGET COUNT IS THE PART OF ITS REJECTS
019302* WITH REASON OB.
019400*================================================================
019500 01  DIST-RETURN-HEADER-REC.
019600     05 DIST-RH-TYPE            PIC X(01) VALUE "H".
019700     05 DIST-RH-DEPT            PIC X(02).
019800     05 DIST-RH-BUSINESS-DATE   PIC X(10).
019900     05 FILLER                  PIC X(67) VALUE SPACES.
020000 01  DIST-RETURN-DETAIL-REC.
020100     05 DIST-RD-TYPE            PIC X(01) VALUE "D".
020200     05 DIST-RD-SEQ             PIC X(09).
020300     05 DIST-RD-FUNC            PIC X(01).
020400     05 DIST-RD-N-X             PIC X(04).
020500     05 DIST-RD-R-X             PIC X(04).
020600     05 DIST-RD-DISPOSITION     PIC X(01).
020700         88 DIST-RD-ANSWERED        VALUE "A".
020800         88 DIST-RD-REJECTED        VALUE "R".
020900     05 DIST-RD-CALC-STATUS     PIC X(01).
021000     05 DIST-RD-RESULT          PIC X(20).
021100     05 DIST-RD-REASON          PIC X(02).
021200     05 FILLER                  PIC X(37) VALUE SPACES.
021300 01  DIST-RETURN-TRAILER-REC.
021400     05 DIST-RT-TYPE            PIC X(01) VALUE "T".
021500     05 DIST-RT-RECORDS         PIC 9(09).
021600     05 DIST-RT-RESULTS         PIC 9(09).
021700     05 DIST-RT-REJECTS         PIC 9(09).
021701     05 DIST-RT-OVER-BUDGET     PIC 9(09).
021800     05 DIST-RT-CONTROL-TOT     PIC 9(15).
021900     05 FILLER                  PIC X(28) VALUE SPACES.
022000 01  DIST-RETURN-AREA           PIC X(80) VALUE SPACES.

022100*================================================================
022200* REPORT LINE LAYOUTS
022300*================================================================
022400 01  DIST-REPORT-HEADING-1.
022500     05 FILLER                  PIC X(20) VALUE SPACES.
022600     05 FILLER                  PIC X(30) VALUE
022700         "RESULT DISTRIBUTION REPORT".
022800 01  DIST-REPORT-HEADING-2.
022900     05 FILLER                  PIC X(11) VALUE "RUN DATE: ".
023000     05 DIST-REPORT-H2-DATE     PIC X(10).
023100 01  DIST-REPORT-HEADING-3.
023200     05 FILLER                  PIC X(15) VALUE "BUSINESS DATE:".
023300     05 FILLER                  PIC X(01) VALUE SPACE.
023400     05 DIST-REPORT-H3-DATE     PIC X(10).

023500 01  DIST-MISSING-HEADING.
023600     05 FILLER                  PIC X(06) VALUE "DEPT".
023700     05 FILLER                  PIC X(11) VALUE "SEQUENCE".
023800     05 FILLER                  PIC X(06) VALUE "FUNC".
023900     05 FILLER                  PIC X(06) VALUE "N".
024000     05 FILLER                  PIC X(06) VALUE "R".
024100 01  DIST-MISSING-LINE.
024200     05 DIST-ML-DEPT            PIC X(02).
024300     05 FILLER                  PIC X(04) VALUE SPACES.
024400     05 DIST-ML-SEQ             PIC X(09).
024500     05 FILLER                  PIC X(02) VALUE SPACES.
024600     05 DIST-ML-FUNC            PIC X(01).
024700     05 FILLER                  PIC X(05) VALUE SPACES.
024800     05 DIST-ML-N-X             PIC X(04).
024900     05 FILLER                  PIC X(02) VALUE SPACES.
025000     05 DIST-ML-R-X             PIC X(04).
025100     05 FILLER                  PIC X(02) VALUE SPACES.
025200     05 FILLER                  PIC X(07) VALUE "MISSING".

025300 01  DIST-SUMMARY-LINE.
025400     05 DIST-SUM-TITLE          PIC X(30).
025500     05 DIST-SUM-COUNT          PIC Z(14)9.

025600 01  DIST-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

025700*================================================================
025800* PROCEDURE DIVISION
025900*================================================================
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE
026300         THRU 1000-INITIALIZE-EXIT.
026400     IF NOT DIST-INIT-FAILED AND NOT DIST-REFUSED
026500         PERFORM 2000-DISTRIBUTE-REQUEST
026600             THRU 2000-DISTRIBUTE-REQUEST-EXIT
026700             UNTIL DIST-INPUT-EOF
026800         PERFORM 6000-COUNT-UNMATCHED
026900             THRU 6000-COUNT-UNMATCHED-EXIT
027000         PERFORM 7000-WRITE-TRAILERS
027100             THRU 7000-WRITE-TRAILERS-EXIT
027200         PERFORM 7500-PRINT-CONTROL-COUNTS
027300             THRU 7500-PRINT-CONTROL-COUNTS-EXIT
027400     END-IF.
027500     PERFORM 8000-TERMINATE
027600         THRU 8000-TERMINATE-EXIT.
027700     STOP RUN.

027800*----------------------------------------------------------------
027900* 1000-INITIALIZE  -  BUSINESS DATE FROM FACTCTL, OPEN THE
028000*                     FILES, RETURN FILE HEADERS, REPORT HEADER
028100*                     AND THE FIRST FACTOUT AND FACTSUSP KEYS
028200*----------------------------------------------------------------
028300 1000-INITIALIZE.
028400     OPEN INPUT FACT-CONTROL-FILE.
028500     IF NOT DIST-CONTROL-OK
028600         DISPLAY "FACTDIST: UNABLE TO OPEN FACTCTL - STATUS "
028700             DIST-CONTROL-STATUS
028800         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
028900         GO TO 1000-INITIALIZE-EXIT
029000     END-IF.
029100     MOVE "N" TO DIST-INPUT-EOF-SWITCH.
029200     READ FACT-CONTROL-FILE
029300         AT END
029400             MOVE "Y" TO DIST-INPUT-EOF-SWITCH
029500     END-READ.
029600     IF DIST-INPUT-EOF
029700         DISPLAY "FACTDIST: FACTCTL IS EMPTY - RUN-CONTROL "
029800             "RECORD REQUIRED"
029900         CLOSE FACT-CONTROL-FILE
030000         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
030100         GO TO 1000-INITIALIZE-EXIT
030200     END-IF.
030300     MOVE FACT-CTL-BUSINESS-DATE TO DIST-BUSINESS-DATE.
030400     IF NOT FACT-CTL-RUN-COMPLETE
030500         DISPLAY "FACTDIST: FACTBAT RUN FOR " DIST-BUSINESS-DATE
030600             " IS NOT COMPLETE - DISTRIBUTION REFUSED"
030700         MOVE "Y" TO DIST-REFUSED-SWITCH
030800     END-IF.
030900     CLOSE FACT-CONTROL-FILE.
031000     IF DIST-REFUSED
031100         GO TO 1000-INITIALIZE-EXIT
031200     END-IF.
031300     PERFORM 1100-OPEN-FILES
031400         THRU 1100-OPEN-FILES-EXIT.
031500     IF DIST-INIT-FAILED
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF.
031800     PERFORM 1200-START-RETURN-FILE
031900         THRU 1200-START-RETURN-FILE-EXIT
032000         VARYING DIST-DEPT-SUB FROM 1 BY 1
032100         UNTIL DIST-DEPT-SUB > DIST-DEPT-MAX.
032200     MOVE FUNCTION CURRENT-DATE TO DIST-REPORT-TODAY.
032300     STRING DIST-REPORT-TODAY-YYYY "-" DIST-REPORT-TODAY-MM "-"
032400         DIST-REPORT-TODAY-DD DELIMITED BY SIZE
032500         INTO DIST-REPORT-RUN-DATE.
032600     MOVE DIST-REPORT-HEADING-1 TO DIST-REPORT-LINE-AREA.
032700     PERFORM 5100-WRITE-REPORT-LINE
032800         THRU 5100-WRITE-REPORT-LINE-EXIT.
032900     MOVE DIST-REPORT-RUN-DATE TO DIST-REPORT-H2-DATE.
033000     MOVE DIST-REPORT-HEADING-2 TO DIST-REPORT-LINE-AREA.
033100     PERFORM 5100-WRITE-REPORT-LINE
033200         THRU 5100-WRITE-REPORT-LINE-EXIT.
033300     MOVE DIST-BUSINESS-DATE TO DIST-REPORT-H3-DATE.
033400     MOVE DIST-REPORT-HEADING-3 TO DIST-REPORT-LINE-AREA.
033500     PERFORM 5100-WRITE-REPORT-LINE
033600         THRU 5100-WRITE-REPORT-LINE-EXIT.
033700     MOVE SPACES TO DIST-REPORT-LINE-AREA.
033800     PERFORM 5100-WRITE-REPORT-LINE
033900         THRU 5100-WRITE-REPORT-LINE-EXIT.
034000     MOVE "REQUESTS WITH NO RESULT AND NO REJECT"
034100         TO DIST-REPORT-LINE-AREA.
034200     PERFORM 5100-WRITE-REPORT-LINE
034300         THRU 5100-WRITE-REPORT-LINE-EXIT.
034400     MOVE DIST-MISSING-HEADING TO DIST-REPORT-LINE-AREA.
034500     PERFORM 5100-WRITE-REPORT-LINE
034600         THRU 5100-WRITE-REPORT-LINE-EXIT.
034700     PERFORM 2200-NEXT-RESULT
034800         THRU 2200-NEXT-RESULT-EXIT.
034900     PERFORM 2400-NEXT-REJECT
035000         THRU 2400-NEXT-REJECT-EXIT.
035100 1000-INITIALIZE-EXIT.
035200     EXIT.

035300*----------------------------------------------------------------
035400* 1100-OPEN-FILES  -  THE THREE INPUTS, THE THREE RETURN FILES
035500*                     AND THE DISTRIBUTION REPORT
035600*----------------------------------------------------------------
035700 1100-OPEN-FILES.
035800     OPEN INPUT FACT-INPUT-FILE.
035900     IF NOT DIST-INPUT-OK
036000         DISPLAY "FACTDIST: UNABLE TO OPEN FACTIN - STATUS "
036100             DIST-INPUT-STATUS
036200         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
036300         GO TO 1100-OPEN-FILES-EXIT
036400     END-IF.
036500     OPEN INPUT FACT-OUTPUT-FILE.
036600     IF NOT DIST-OUTPUT-OK
036700         DISPLAY "FACTDIST: UNABLE TO OPEN FACTOUT - STATUS "
036800             DIST-OUTPUT-STATUS
036900         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
037000         GO TO 1100-OPEN-FILES-EXIT
037100     END-IF.
037200     OPEN INPUT FACT-SUSPENSE-FILE.
037300     IF NOT DIST-SUSPENSE-OK
037400         DISPLAY "FACTDIST: UNABLE TO OPEN FACTSUSP - STATUS "
037500             DIST-SUSPENSE-STATUS
037600         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
037700         GO TO 1100-OPEN-FILES-EXIT
037800     END-IF.
037900     OPEN OUTPUT DIST-WAREHOUSE-FILE.
038000     IF NOT DIST-WAREHOUSE-OK
038100         DISPLAY "FACTDIST: UNABLE TO OPEN FACTRSWH - STATUS "
038200             DIST-WAREHOUSE-STATUS
038300         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
038400         GO TO 1100-OPEN-FILES-EXIT
038500     END-IF.
038600     OPEN OUTPUT DIST-PLANNING-FILE.
038700     IF NOT DIST-PLANNING-OK
038800         DISPLAY "FACTDIST: UNABLE TO OPEN FACTRSPL - STATUS "
038900             DIST-PLANNING-STATUS
039000         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
039100         GO TO 1100-OPEN-FILES-EXIT
039200     END-IF.
039300     OPEN OUTPUT DIST-FINANCE-FILE.
039400     IF NOT DIST-FINANCE-OK
039500         DISPLAY "FACTDIST: UNABLE TO OPEN FACTRSFI - STATUS "
039600             DIST-FINANCE-STATUS
039700         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
039800         GO TO 1100-OPEN-FILES-EXIT
039900     END-IF.
040000     OPEN OUTPUT DIST-REPORT-FILE.
040100     IF NOT DIST-REPORT-OK
040200         DISPLAY "FACTDIST: UNABLE TO OPEN FACTDSRP - STATUS "
040300             DIST-REPORT-STATUS
040400         MOVE "Y" TO DIST-INIT-FAILED-SWITCH
040500         GO TO 1100-OPEN-FILES-EXIT
040600     END-IF.
040700 1100-OPEN-FILES-EXIT.
040800     EXIT.

040900*----------------------------------------------------------------
041000* 1200-START-RETURN-FILE  -  CLEAR ONE DEPARTMENT'S TOTALS AND
041100*                            WRITE ITS HEADER RECORD
041200*----------------------------------------------------------------
041300 1200-START-RETURN-FILE.
041400     MOVE DIST-DEPT-CODE-ENTRY (DIST-DEPT-SUB)
041500         TO DIST-DEPT-CODE (DIST-DEPT-SUB).
041600     MOVE ZERO TO DIST-DEPT-RECORDS (DIST-DEPT-SUB)
041700                  DIST-DEPT-RESULTS (DIST-DEPT-SUB)
041800                  DIST-DEPT-REJECTS (DIST-DEPT-SUB)
041801                  DIST-DEPT-OVER-BUDGET (DIST-DEPT-SUB)
041900                  DIST-DEPT-MISSING (DIST-DEPT-SUB)
042000                  DIST-DEPT-CONTROL-TOT (DIST-DEPT-SUB).
042100     MOVE DIST-DEPT-CODE (DIST-DEPT-SUB) TO DIST-RH-DEPT.
042200     MOVE DIST-BUSINESS-DATE TO DIST-RH-BUSINESS-DATE.
042300     MOVE DIST-RETURN-HEADER-REC TO DIST-RETURN-AREA.
042400     PERFORM 4000-WRITE-RETURN-RECORD
042500         THRU 4000-WRITE-RETURN-RECORD-EXIT.
042600 1200-START-RETURN-FILE-EXIT.
042700     EXIT.

042800*----------------------------------------------------------------
042900* 2000-DISTRIBUTE-REQUEST  -  ONE FACTIN REQUEST: FIND ITS
043000*                             FACTOUT RESULT OR FACTSUSP REJECT
043100*                             BY SEQUENCE NUMBER
043200*----------------------------------------------------------------
043300 2000-DISTRIBUTE-REQUEST.
043400     READ FACT-INPUT-FILE
043500         AT END
043600             MOVE "Y" TO DIST-INPUT-EOF-SWITCH
043700             GO TO 2000-DISTRIBUTE-REQUEST-EXIT
043800     END-READ.
043900     ADD 1 TO DIST-INPUT-CTR.
044000     PERFORM 2100-FIND-DEPARTMENT
044100         THRU 2100-FIND-DEPARTMENT-EXIT.
044200     IF NOT DIST-DEPT-FOUND
044300         OR FACT-INPUT-SEQ IS NOT NUMERIC
044400         ADD 1 TO DIST-UNSTAMPED-CTR
044500         DISPLAY "FACTDIST: FACTIN RECORD " DIST-INPUT-CTR
044600             " HAS NO FACTFRNT DEPARTMENT/SEQUENCE STAMP"
044700         GO TO 2000-DISTRIBUTE-REQUEST-EXIT
044800     END-IF.
044900     MOVE FACT-INPUT-SEQ TO DIST-INPUT-KEY.
045000     PERFORM 2200-NEXT-RESULT
045100         THRU 2200-NEXT-RESULT-EXIT
045200         UNTIL DIST-OUTPUT-KEY NOT < DIST-INPUT-KEY.
045300     IF DIST-OUTPUT-KEY = DIST-INPUT-KEY
045400         PERFORM 3000-RETURN-RESULT
045500             THRU 3000-RETURN-RESULT-EXIT
045600         PERFORM 2200-NEXT-RESULT
045700             THRU 2200-NEXT-RESULT-EXIT
045800         GO TO 2000-DISTRIBUTE-REQUEST-EXIT
045900     END-IF.
046000     PERFORM 2400-NEXT-REJECT
046100         THRU 2400-NEXT-REJECT-EXIT
046200         UNTIL DIST-SUSPENSE-KEY NOT < DIST-INPUT-KEY.
046300     IF DIST-SUSPENSE-KEY = DIST-INPUT-KEY
046400         PERFORM 3100-RETURN-REJECT
046500             THRU 3100-RETURN-REJECT-EXIT
046600         PERFORM 2400-NEXT-REJECT
046700             THRU 2400-NEXT-REJECT-EXIT
046800         GO TO 2000-DISTRIBUTE-REQUEST-EXIT
046900     END-IF.
047000     PERFORM 3200-REPORT-MISSING
047100         THRU 3200-REPORT-MISSING-EXIT.
047200 2000-DISTRIBUTE-REQUEST-EXIT.
047300     EXIT.

047400*----------------------------------------------------------------
047500* 2100-FIND-DEPARTMENT  -  DEPARTMENT TABLE SUBSCRIPT FOR THE
047600*                          FACTIN STAMP
047700*----------------------------------------------------------------
047800 2100-FIND-DEPARTMENT.
047900     MOVE "N" TO DIST-DEPT-FOUND-SWITCH.
048000     PERFORM 2150-SCAN-DEPARTMENT
048100         THRU 2150-SCAN-DEPARTMENT-EXIT
048200         VARYING DIST-DEPT-SUB FROM 1 BY 1
048300         UNTIL DIST-DEPT-SUB > DIST-DEPT-MAX
048400         OR DIST-DEPT-FOUND.
048500 2100-FIND-DEPARTMENT-EXIT.
048600     EXIT.

048700*----------------------------------------------------------------
048800* 2150-SCAN-DEPARTMENT
048900*----------------------------------------------------------------
049000 2150-SCAN-DEPARTMENT.
049100     IF DIST-DEPT-CODE (DIST-DEPT-SUB) = FACT-INPUT-DEPT
049200         SET DIST-DEPT-FOUND TO TRUE
049300         SUBTRACT 1 FROM DIST-DEPT-SUB
049400     END-IF.
049500 2150-SCAN-DEPARTMENT-EXIT.
049600     EXIT.

049700*----------------------------------------------------------------
049800* 2200-NEXT-RESULT  -  ADVANCE FACTOUT TO ITS NEXT RECORD THAT
049900*                      CARRIES A SEQUENCE NUMBER.  HIGH-VALUES
050000*                      AT END OF FILE.
050100*----------------------------------------------------------------
050200 2200-NEXT-RESULT.
050300     IF DIST-OUTPUT-KEY NOT = SPACES
050400         AND DIST-OUTPUT-KEY < DIST-INPUT-KEY
050500         ADD 1 TO DIST-OUTPUT-SKIPPED-CTR
050600     END-IF.
050700     MOVE "N" TO DIST-KEY-FOUND-SWITCH.
050800     PERFORM 2250-READ-ONE-RESULT
050900         THRU 2250-READ-ONE-RESULT-EXIT
051000         UNTIL DIST-KEY-FOUND OR DIST-OUTPUT-EOF.
051100 2200-NEXT-RESULT-EXIT.
051200     EXIT.

051300*----------------------------------------------------------------
051400* 2250-READ-ONE-RESULT  -  A FACTOUT RECORD WITH NO SEQUENCE
051500*                          NUMBER IS A QUEUED REQUEST'S RESULT
051600*----------------------------------------------------------------
051700 2250-READ-ONE-RESULT.
051800     READ FACT-OUTPUT-FILE
051900         AT END
052000             MOVE "Y" TO DIST-OUTPUT-EOF-SWITCH
052100             MOVE HIGH-VALUES TO DIST-OUTPUT-KEY
052200             GO TO 2250-READ-ONE-RESULT-EXIT
052300     END-READ.
052400     ADD 1 TO DIST-OUTPUT-CTR.
052500     IF FACT-OUTPUT-SEQ IS NUMERIC
052600         MOVE FACT-OUTPUT-SEQ TO DIST-OUTPUT-KEY
052700         MOVE "Y" TO DIST-KEY-FOUND-SWITCH
052800     ELSE
052900         ADD 1 TO DIST-OUTPUT-QUEUE-CTR
053000     END-IF.
053100 2250-READ-ONE-RESULT-EXIT.
053200     EXIT.

053300*----------------------------------------------------------------
053400* 2400-NEXT-REJECT  -  ADVANCE FACTSUSP TO ITS NEXT REJECT THAT
053500*                      CARRIES A SEQUENCE NUMBER IN ITS FACTIN
053600*                      IMAGE.  HIGH-VALUES AT END OF FILE.
053700*----------------------------------------------------------------
053800 2400-NEXT-REJECT.
053900     IF DIST-SUSPENSE-KEY NOT = SPACES
054000         AND DIST-SUSPENSE-KEY < DIST-INPUT-KEY
054100         ADD 1 TO DIST-SUSPENSE-SKIPPED-CTR
054200     END-IF.
054300     MOVE "N" TO DIST-KEY-FOUND-SWITCH.
054400     PERFORM 2450-READ-ONE-REJECT
054500         THRU 2450-READ-ONE-REJECT-EXIT
054600         UNTIL DIST-KEY-FOUND OR DIST-SUSPENSE-EOF.
054700 2400-NEXT-REJECT-EXIT.
054800     EXIT.

054900*----------------------------------------------------------------
055000* 2450-READ-ONE-REJECT  -  A FACTSUSP IMAGE WITH NO SEQUENCE
055100*                          NUMBER IS A QUEUED REQUEST'S REJECT
055200*----------------------------------------------------------------
055300 2450-READ-ONE-REJECT.
055400     READ FACT-SUSPENSE-FILE
055500         AT END
055600             MOVE "Y" TO DIST-SUSPENSE-EOF-SWITCH
055700             MOVE HIGH-VALUES TO DIST-SUSPENSE-KEY
055800             GO TO 2450-READ-ONE-REJECT-EXIT
055900     END-READ.
056000     ADD 1 TO DIST-SUSPENSE-CTR.
056100     IF FACT-SUSP-IMG-SEQ IS NUMERIC
056200         MOVE FACT-SUSP-IMG-SEQ TO DIST-SUSPENSE-KEY
056300         MOVE "Y" TO DIST-KEY-FOUND-SWITCH
056400     ELSE
056500         ADD 1 TO DIST-SUSPENSE-QUEUE-CTR
056600     END-IF.
056700 2450-READ-ONE-REJECT-EXIT.
056800     EXIT.

056900*----------------------------------------------------------------
057000* 3000-RETURN-RESULT  -  ANSWERED REQUEST TO THE DEPARTMENT'S
057100*                        RETURN FILE
057200*----------------------------------------------------------------
057300 3000-RETURN-RESULT.
057400     MOVE SPACES TO DIST-RD-SEQ DIST-RD-FUNC DIST-RD-N-X
057500                    DIST-RD-R-X DIST-RD-CALC-STATUS
057600                    DIST-RD-RESULT DIST-RD-REASON.
057700     MOVE FACT-INPUT-SEQ   TO DIST-RD-SEQ.
057800     MOVE FACT-INPUT-FUNC  TO DIST-RD-FUNC.
057900     MOVE FACT-INPUT-N-X   TO DIST-RD-N-X.
058000     MOVE FACT-INPUT-R-X   TO DIST-RD-R-X.
058100     SET DIST-RD-ANSWERED  TO TRUE.
058200     MOVE FACT-OUTPUT-CALC-STATUS TO DIST-RD-CALC-STATUS.
058300     MOVE FACT-OUTPUT-RESULT TO DIST-RD-RESULT.
058400     MOVE DIST-RETURN-DETAIL-REC TO DIST-RETURN-AREA.
058500     PERFORM 4000-WRITE-RETURN-RECORD
058600         THRU 4000-WRITE-RETURN-RECORD-EXIT.
058700     ADD 1 TO DIST-DEPT-RECORDS (DIST-DEPT-SUB).
058800     ADD 1 TO DIST-DEPT-RESULTS (DIST-DEPT-SUB).
058900     MOVE FACT-INPUT-N-X TO DIST-INPUT-EDIT.
059000     INSPECT DIST-INPUT-EDIT
059100         REPLACING TRAILING SPACE BY ZERO.
059200     IF DIST-INPUT-EDIT IS NUMERIC
059300         MOVE DIST-INPUT-EDIT TO DIST-N-VALUE
059400         ADD DIST-N-VALUE TO DIST-DEPT-CONTROL-TOT (DIST-DEPT-SUB)
059500     END-IF.
059600 3000-RETURN-RESULT-EXIT.
059700     EXIT.

059800*----------------------------------------------------------------
059900* 3100-RETURN-REJECT  -  REJECTED REQUEST TO THE DEPARTMENT'S
060000*                        RETURN FILE WITH THE FACTSUSP REASON
060100*----------------------------------------------------------------
060200 3100-RETURN-REJECT.
060300     MOVE SPACES TO DIST-RD-SEQ DIST-RD-FUNC DIST-RD-N-X
060400                    DIST-RD-R-X DIST-RD-CALC-STATUS
060500                    DIST-RD-RESULT DIST-RD-REASON.
060600     MOVE FACT-INPUT-SEQ   TO DIST-RD-SEQ.
060700     MOVE FACT-INPUT-FUNC  TO DIST-RD-FUNC.
060800     MOVE FACT-INPUT-N-X   TO DIST-RD-N-X.
060900     MOVE FACT-INPUT-R-X   TO DIST-RD-R-X.
061000     SET DIST-RD-REJECTED  TO TRUE.
061100     MOVE FACT-SUSP-REASON TO DIST-RD-REASON.
061200     MOVE DIST-RETURN-DETAIL-REC TO DIST-RETURN-AREA.
061300     PERFORM 4000-WRITE-RETURN-RECORD
061400         THRU 4000-WRITE-RETURN-RECORD-EXIT.
061500     ADD 1 TO DIST-DEPT-RECORDS (DIST-DEPT-SUB).
061600     ADD 1 TO DIST-DEPT-REJECTS (DIST-DEPT-SUB).
061601     IF FACT-SUSP-OVER-BUDGET
061602         ADD 1 TO DIST-DEPT-OVER-BUDGET (DIST-DEPT-SUB)
061603     END-IF.
061700 3100-RETURN-REJECT-EXIT.
061800     EXIT.

061900*----------------------------------------------------------------
062000* 3200-REPORT-MISSING  -  NEITHER A RESULT NOR A REJECT
062100*----------------------------------------------------------------
062200 3200-REPORT-MISSING.
062300     ADD 1 TO DIST-MISSING-CTR.
062400     ADD 1 TO DIST-DEPT-MISSING (DIST-DEPT-SUB).
062500     MOVE FACT-INPUT-DEPT  TO DIST-ML-DEPT.
062600     MOVE FACT-INPUT-SEQ   TO DIST-ML-SEQ.
062700     MOVE FACT-INPUT-FUNC  TO DIST-ML-FUNC.
062800     MOVE FACT-INPUT-N-X   TO DIST-ML-N-X.
062900     MOVE FACT-INPUT-R-X   TO DIST-ML-R-X.
063000     MOVE DIST-MISSING-LINE TO DIST-REPORT-LINE-AREA.
063100     PERFORM 5100-WRITE-REPORT-LINE
063200         THRU 5100-WRITE-REPORT-LINE-EXIT.
063300 3200-REPORT-MISSING-EXIT.
063400     EXIT.

063500*----------------------------------------------------------------
063600* 4000-WRITE-RETURN-RECORD  -  DIST-RETURN-AREA TO THE RETURN
063700*                              FILE OF DEPARTMENT DIST-DEPT-SUB
063800*----------------------------------------------------------------
063900 4000-WRITE-RETURN-RECORD.
064000     EVALUATE DIST-DEPT-SUB
064100         WHEN 1
064200             WRITE DIST-WAREHOUSE-RECORD FROM DIST-RETURN-AREA
064300             IF NOT DIST-WAREHOUSE-OK
064400                 DISPLAY "FACTDIST: UNABLE TO WRITE FACTRSWH - "
064500                     "STATUS " DIST-WAREHOUSE-STATUS
064600                 SET DIST-FAILED TO TRUE
064700             END-IF
064800         WHEN 2
064900             WRITE DIST-PLANNING-RECORD FROM DIST-RETURN-AREA
065000             IF NOT DIST-PLANNING-OK
065100                 DISPLAY "FACTDIST: UNABLE TO WRITE FACTRSPL - "
065200                     "STATUS " DIST-PLANNING-STATUS
065300                 SET DIST-FAILED TO TRUE
065400             END-IF
065500         WHEN 3
065600             WRITE DIST-FINANCE-RECORD FROM DIST-RETURN-AREA
065700             IF NOT DIST-FINANCE-OK
065800                 DISPLAY "FACTDIST: UNABLE TO WRITE FACTRSFI - "
065900                     "STATUS " DIST-FINANCE-STATUS
066000                 SET DIST-FAILED TO TRUE
066100             END-IF
066200     END-EVALUATE.
066300     IF DIST-FAILED
066400         MOVE "Y" TO DIST-INPUT-EOF-SWITCH
066500     END-IF.
066600 4000-WRITE-RETURN-RECORD-EXIT.
066700     EXIT.

066800*----------------------------------------------------------------
066900* 5100-WRITE-REPORT-LINE
067000*----------------------------------------------------------------
067100 5100-WRITE-REPORT-LINE.
067200     MOVE DIST-REPORT-LINE-AREA TO DIST-REPORT-RECORD.
067300     WRITE DIST-REPORT-RECORD.
067400     IF NOT DIST-REPORT-OK
067500         SET DIST-FAILED TO TRUE
067600         DISPLAY "FACTDIST: UNABLE TO WRITE FACTDSRP - STATUS "
067700             DIST-REPORT-STATUS
067800         MOVE "Y" TO DIST-INPUT-EOF-SWITCH
067900     END-IF.
068000     MOVE SPACES TO DIST-REPORT-LINE-AREA.
068100 5100-WRITE-REPORT-LINE-EXIT.
068200     EXIT.

068300*----------------------------------------------------------------
068400* 5200-WRITE-SUMMARY-LINE  -  ONE TITLE/COUNT LINE
068500*----------------------------------------------------------------
068600 5200-WRITE-SUMMARY-LINE.
068700     MOVE DIST-SUMMARY-LINE TO DIST-REPORT-LINE-AREA.
068800     PERFORM 5100-WRITE-REPORT-LINE
068900         THRU 5100-WRITE-REPORT-LINE-EXIT.
069000 5200-WRITE-SUMMARY-LINE-EXIT.
069100     EXIT.

069200*----------------------------------------------------------------
069300* 6000-COUNT-UNMATCHED  -  FACTOUT AND FACTSUSP ENTRIES LEFT
069400*                          AFTER THE LAST FACTIN REQUEST
069500*----------------------------------------------------------------
069600 6000-COUNT-UNMATCHED.
069700     IF DIST-FAILED
069800         GO TO 6000-COUNT-UNMATCHED-EXIT
069900     END-IF.
070000     MOVE HIGH-VALUES TO DIST-INPUT-KEY.
070100     PERFORM 2200-NEXT-RESULT
070200         THRU 2200-NEXT-RESULT-EXIT
070300         UNTIL DIST-OUTPUT-EOF.
070400     PERFORM 2400-NEXT-REJECT
070500         THRU 2400-NEXT-REJECT-EXIT
070600         UNTIL DIST-SUSPENSE-EOF.
070700 6000-COUNT-UNMATCHED-EXIT.
070800     EXIT.

070900*----------------------------------------------------------------
071000* 7000-WRITE-TRAILERS  -  COUNT/CONTROL-TOTAL TRAILER ON EACH
071100*                         RETURN FILE
071200*----------------------------------------------------------------
071300 7000-WRITE-TRAILERS.
071400     PERFORM 7100-WRITE-ONE-TRAILER
071500         THRU 7100-WRITE-ONE-TRAILER-EXIT
071600         VARYING DIST-DEPT-SUB FROM 1 BY 1
071700         UNTIL DIST-DEPT-SUB > DIST-DEPT-MAX.
071800 7000-WRITE-TRAILERS-EXIT.
071900     EXIT.

072000*----------------------------------------------------------------
072100* 7100-WRITE-ONE-TRAILER
072200*----------------------------------------------------------------
072300 7100-WRITE-ONE-TRAILER.
072400     MOVE DIST-DEPT-RECORDS (DIST-DEPT-SUB) TO DIST-RT-RECORDS.
072500     MOVE DIST-DEPT-RESULTS (DIST-DEPT-SUB) TO DIST-RT-RESULTS.
072600     MOVE DIST-DEPT-REJECTS (DIST-DEPT-SUB) TO DIST-RT-REJECTS.
072601     MOVE DIST-DEPT-OVER-BUDGET (DIST-DEPT-SUB)
072602         TO DIST-RT-OVER-BUDGET.
072700     MOVE DIST-DEPT-CONTROL-TOT (DIST-DEPT-SUB)
072800         TO DIST-RT-CONTROL-TOT.
072900     MOVE DIST-RETURN-TRAILER-REC TO DIST-RETURN-AREA.
073000     PERFORM 4000-WRITE-RETURN-RECORD
073100         THRU 4000-WRITE-RETURN-RECORD-EXIT.
073200 7100-WRITE-ONE-TRAILER-EXIT.
073300     EXIT.

073400*----------------------------------------------------------------
073500* 7500-PRINT-CONTROL-COUNTS  -  PER-DEPARTMENT RETURN FILE
073600*                               TOTALS AND THE INPUT COUNTS
073700*----------------------------------------------------------------
073800 7500-PRINT-CONTROL-COUNTS.
073900     IF DIST-MISSING-CTR = ZERO
074000         MOVE "  NONE" TO DIST-REPORT-LINE-AREA
074100         PERFORM 5100-WRITE-REPORT-LINE
074200             THRU 5100-WRITE-REPORT-LINE-EXIT
074300     END-IF.
074400     PERFORM 7600-PRINT-ONE-DEPARTMENT
074500         THRU 7600-PRINT-ONE-DEPARTMENT-EXIT
074600         VARYING DIST-DEPT-SUB FROM 1 BY 1
074700         UNTIL DIST-DEPT-SUB > DIST-DEPT-MAX.
074800     MOVE SPACES TO DIST-REPORT-LINE-AREA.
074900     PERFORM 5100-WRITE-REPORT-LINE
075000         THRU 5100-WRITE-REPORT-LINE-EXIT.
075100     MOVE "INPUT CONTROL COUNTS" TO DIST-REPORT-LINE-AREA.
075200     PERFORM 5100-WRITE-REPORT-LINE
075300         THRU 5100-WRITE-REPORT-LINE-EXIT.
075400     MOVE "FACTIN REQUESTS READ" TO DIST-SUM-TITLE.
075500     MOVE DIST-INPUT-CTR TO DIST-SUM-COUNT.
075600     PERFORM 5200-WRITE-SUMMARY-LINE
075700         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
075800     MOVE "  NOT STAMPED BY FACTFRNT" TO DIST-SUM-TITLE.
075900     MOVE DIST-UNSTAMPED-CTR TO DIST-SUM-COUNT.
076000     PERFORM 5200-WRITE-SUMMARY-LINE
076100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
076200     MOVE "  MISSING" TO DIST-SUM-TITLE.
076300     MOVE DIST-MISSING-CTR TO DIST-SUM-COUNT.
076400     PERFORM 5200-WRITE-SUMMARY-LINE
076500         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
076600     MOVE "FACTOUT RECORDS READ" TO DIST-SUM-TITLE.
076700     MOVE DIST-OUTPUT-CTR TO DIST-SUM-COUNT.
076800     PERFORM 5200-WRITE-SUMMARY-LINE
076900         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
077000     MOVE "  QUEUED REQUESTS" TO DIST-SUM-TITLE.
077100     MOVE DIST-OUTPUT-QUEUE-CTR TO DIST-SUM-COUNT.
077200     PERFORM 5200-WRITE-SUMMARY-LINE
077300         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
077400     MOVE "  RESTART DUPLICATES/UNMATCHED" TO DIST-SUM-TITLE.
077500     MOVE DIST-OUTPUT-SKIPPED-CTR TO DIST-SUM-COUNT.
077600     PERFORM 5200-WRITE-SUMMARY-LINE
077700         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
077800     MOVE "FACTSUSP RECORDS READ" TO DIST-SUM-TITLE.
077900     MOVE DIST-SUSPENSE-CTR TO DIST-SUM-COUNT.
078000     PERFORM 5200-WRITE-SUMMARY-LINE
078100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
078200     MOVE "  QUEUED REQUESTS" TO DIST-SUM-TITLE.
078300     MOVE DIST-SUSPENSE-QUEUE-CTR TO DIST-SUM-COUNT.
078400     PERFORM 5200-WRITE-SUMMARY-LINE
078500         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
078600     MOVE "  RESTART DUPLICATES/UNMATCHED" TO DIST-SUM-TITLE.
078700     MOVE DIST-SUSPENSE-SKIPPED-CTR TO DIST-SUM-COUNT.
078800     PERFORM 5200-WRITE-SUMMARY-LINE
078900         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
079000 7500-PRINT-CONTROL-COUNTS-EXIT.
079100     EXIT.

079200*----------------------------------------------------------------
079300* 7600-PRINT-ONE-DEPARTMENT  -  THE SAME FIGURES AS THE RETURN
079400*                               FILE TRAILER
079500*----------------------------------------------------------------
079600 7600-PRINT-ONE-DEPARTMENT.
079700     MOVE SPACES TO DIST-REPORT-LINE-AREA.
079800     PERFORM 5100-WRITE-REPORT-LINE
079900         THRU 5100-WRITE-REPORT-LINE-EXIT.
080000     STRING "DEPARTMENT " DIST-DEPT-CODE (DIST-DEPT-SUB)
080100         DELIMITED BY SIZE INTO DIST-REPORT-LINE-AREA.
080200     PERFORM 5100-WRITE-REPORT-LINE
080300         THRU 5100-WRITE-REPORT-LINE-EXIT.
080400     MOVE "  RETURN RECORDS" TO DIST-SUM-TITLE.
080500     MOVE DIST-DEPT-RECORDS (DIST-DEPT-SUB) TO DIST-SUM-COUNT.
080600     PERFORM 5200-WRITE-SUMMARY-LINE
080700         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
080800     MOVE "    RESULTS" TO DIST-SUM-TITLE.
080900     MOVE DIST-DEPT-RESULTS (DIST-DEPT-SUB) TO DIST-SUM-COUNT.
081000     PERFORM 5200-WRITE-SUMMARY-LINE
081100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
081200     MOVE "    REJECTED" TO DIST-SUM-TITLE.
081300     MOVE DIST-DEPT-REJECTS (DIST-DEPT-SUB) TO DIST-SUM-COUNT.
081400     PERFORM 5200-WRITE-SUMMARY-LINE
081500         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
081501     MOVE "      OVER BUDGET" TO DIST-SUM-TITLE.
081502     MOVE DIST-DEPT-OVER-BUDGET (DIST-DEPT-SUB) TO DIST-SUM-COUNT.
081503     PERFORM 5200-WRITE-SUMMARY-LINE
081504         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
081600     MOVE "  MISSING" TO DIST-SUM-TITLE.
081700     MOVE DIST-DEPT-MISSING (DIST-DEPT-SUB) TO DIST-SUM-COUNT.
081800     PERFORM 5200-WRITE-SUMMARY-LINE
081900         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
082000     MOVE "  CONTROL TOTAL (SUM N)" TO DIST-SUM-TITLE.
082100     MOVE DIST-DEPT-CONTROL-TOT (DIST-DEPT-SUB)
082200         TO DIST-SUM-COUNT.
082300     PERFORM 5200-WRITE-SUMMARY-LINE
082400         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
082500 7600-PRINT-ONE-DEPARTMENT-EXIT.
082600     EXIT.

082700*----------------------------------------------------------------
082800* 8000-TERMINATE  -  RESULT LINE, CLOSE THE FILES AND SET THE
082900*                    RETURN CODE
083000*----------------------------------------------------------------
083100 8000-TERMINATE.
083200     IF DIST-REFUSED
083300         MOVE 8 TO RETURN-CODE
083400         GO TO 8000-TERMINATE-EXIT
083500     END-IF.
083600     IF DIST-INIT-FAILED
083700         MOVE 16 TO RETURN-CODE
083800         GO TO 8000-TERMINATE-EXIT
083900     END-IF.
084000     MOVE SPACES TO DIST-REPORT-LINE-AREA.
084100     PERFORM 5100-WRITE-REPORT-LINE
084200         THRU 5100-WRITE-REPORT-LINE-EXIT.
084300     EVALUATE TRUE
084400         WHEN DIST-FAILED
084500             MOVE "DISTRIBUTION FAILED - RETURN FILES INCOMPLETE"
084600                 TO DIST-REPORT-LINE-AREA
084700         WHEN DIST-MISSING-CTR > ZERO
084800             MOVE "REQUESTS MISSING - SEE LIST ABOVE"
084900                 TO DIST-REPORT-LINE-AREA
085000         WHEN OTHER
085100             MOVE "ALL REQUESTS DISTRIBUTED"
085200                 TO DIST-REPORT-LINE-AREA
085300     END-EVALUATE.
085400     PERFORM 5100-WRITE-REPORT-LINE
085500         THRU 5100-WRITE-REPORT-LINE-EXIT.
085600     CLOSE FACT-INPUT-FILE
085700           FACT-OUTPUT-FILE
085800           FACT-SUSPENSE-FILE
085900           DIST-WAREHOUSE-FILE
086000           DIST-PLANNING-FILE
086100           DIST-FINANCE-FILE
086200           DIST-REPORT-FILE.
086300     EVALUATE TRUE
086400         WHEN DIST-FAILED
086500             MOVE 16 TO RETURN-CODE
086600         WHEN DIST-MISSING-CTR > ZERO
086700             MOVE 8 TO RETURN-CODE
086800     END-EVALUATE.
086900     DISPLAY "FACTDIST: BUSINESS DATE     = " DIST-BUSINESS-DATE.
087000     DISPLAY "FACTDIST: REQUESTS READ     = " DIST-INPUT-CTR.
087100     DISPLAY "FACTDIST: REQUESTS MISSING  = " DIST-MISSING-CTR.
087200     DISPLAY "FACTDIST: RETURN CODE       = " RETURN-CODE.
087300 8000-TERMINATE-EXIT.
087400     EXIT.
