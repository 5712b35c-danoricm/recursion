000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTAUDV.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL FACTAUD INTEGRITY VERIFICATION.
001100*                  FINANCE BILLS FROM THE AUDIT LOG, SO IT HAS
001200*                  TO BE PROVABLY COMPLETE AND UNEDITED.  THIS
001300*                  JOB WALKS THE FACTARCV ARCHIVE GENERATIONS,
001400*                  OLDEST FIRST, THEN THE LIVE FACTAUD, AS ONE
001500*                  STREAM.  THE GENERATIONS ARE NAMED ONE PER
001600*                  LINE ON FACTARCL AND EACH IS OPENED IN TURN
001700*                  UNDER THE FACTARCV FILE NAME; WITH NO FACTARCL
001800*                  THE SINGLE FACTARCV THE JOB SUPPLIES IS READ.
001900*                  EVERY SEALED RECORD HAS ITS RECORD CHECK AND
002000*                  CHAIN VALUE RECOMPUTED THROUGH 'FACTAUD-CHECK'
002100*                  IN FACTAUCK AND ITS SEQUENCE NUMBER CHECKED
002200*                  AGAINST THE ONE BEFORE.  THE FACTAVRP REPORT
002300*                  LISTS ALTERED RECORDS, DUPLICATE OR OUT-OF-
002400*                  ORDER SEQUENCE NUMBERS, GAPS, BROKEN CHAINS,
002500*                  UNSEALED RECORDS AFTER SEALING BEGAN, AND A
002600*                  LOG THAT ENDS SHORT OF THE FACTAUSQ CONTROL
002700*                  FILE.  HISTORY WRITTEN BEFORE SEALING - BOTH
002800*                  THE ORIGINAL LAYOUT AND UNSEALED "A"-TYPE
002900*                  RECORDS - IS COUNTED AS UNVERIFIED.  RETURN
003000*                  CODE 8 WHEN THE LOG CANNOT BE TRUSTED, 4 WHEN
003100*                  IT IS INTACT BUT THE FIRST SEALED RECORD
003200*                  PRESENTED IS NOT SEQUENCE 1, 16 ON A FILE
003300*                  ERROR.
003400*================================================================

003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT AUDV-LIST-FILE ASSIGN TO FACTARCL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS AUDV-LIST-STATUS.

004100     SELECT AUDV-ARCHIVE-FILE ASSIGN TO FACTARCV
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS AUDV-ARCHIVE-STATUS.

004400     SELECT FACT-AUDIT-FILE ASSIGN TO FACTAUD
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS AUDV-AUDIT-STATUS.

004700     SELECT AUDV-SEQ-FILE ASSIGN TO FACTAUSQ
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS AUDV-SEQ-STATUS.

005000     SELECT AUDV-REPORT-FILE ASSIGN TO FACTAVRP
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS AUDV-REPORT-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  AUDV-LIST-FILE.
005600 01  AUDV-LIST-RECORD.
005700     05 AUDV-LIST-REC-NAME         PIC X(80).

005800 FD  AUDV-ARCHIVE-FILE.
005900 01  AUDV-ARCHIVE-RECORD           PIC X(104).

006000 FD  FACT-AUDIT-FILE.
006100 01  FACT-AUDIT-RECORD             PIC X(104).

006200 FD  AUDV-SEQ-FILE.
006300 01  AUDV-SEQ-RECORD.
006400     05 AUDV-SEQ-REC-LAST-SEQ      PIC X(10).
006500     05 FILLER                     PIC X(01).
006600     05 AUDV-SEQ-REC-LAST-CHAIN    PIC X(09).
006700     05 FILLER                     PIC X(60).

006800 FD  AUDV-REPORT-FILE.
006900 01  AUDV-REPORT-RECORD            PIC X(80).

007000 WORKING-STORAGE SECTION.
007100*================================================================
007200* 77-LEVEL SWITCHES AND COUNTERS
007300*================================================================
007400 77  AUDV-LIST-STATUS          PIC X(02) VALUE SPACES.
007500     88 AUDV-LIST-OK               VALUE "00".
007600     88 AUDV-LIST-NO-FILE          VALUE "35".
007700 77  AUDV-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
007800     88 AUDV-ARCHIVE-OK            VALUE "00".
007900     88 AUDV-ARCHIVE-NO-FILE       VALUE "35".
008000 77  AUDV-AUDIT-STATUS         PIC X(02) VALUE SPACES.
008100     88 AUDV-AUDIT-OK              VALUE "00".
008200     88 AUDV-AUDIT-NO-FILE         VALUE "35".
008300 77  AUDV-SEQ-STATUS           PIC X(02) VALUE SPACES.
008400     88 AUDV-SEQ-OK                VALUE "00".
008500     88 AUDV-SEQ-NO-FILE           VALUE "35".
008600 77  AUDV-REPORT-STATUS        PIC X(02) VALUE SPACES.
008700     88 AUDV-REPORT-OK             VALUE "00".

008800 77  AUDV-LIST-EOF-SWITCH      PIC X(01) VALUE "N".
008900     88 AUDV-LIST-EOF              VALUE "Y".
009000 77  AUDV-SOURCE-EOF-SWITCH    PIC X(01) VALUE "N".
009100     88 AUDV-SOURCE-EOF            VALUE "Y".
009200 77  AUDV-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
009300     88 AUDV-INIT-FAILED           VALUE "Y".
009400 77  AUDV-FAILED-SWITCH        PIC X(01) VALUE "N".
009500     88 AUDV-FAILED                VALUE "Y".
009600 77  AUDV-SEALING-SWITCH       PIC X(01) VALUE "N".
009700     88 AUDV-SEALING-BEGUN         VALUE "Y".
009800 77  AUDV-CONTROL-SWITCH       PIC X(01) VALUE "N".
009900     88 AUDV-CONTROL-PRESENT       VALUE "Y".

010000 77  AUDV-GENERATION-CTR       PIC 9(09) COMP VALUE ZERO.
010100 77  AUDV-READ-CTR             PIC 9(09) COMP VALUE ZERO.
010200 77  AUDV-VERIFIED-CTR         PIC 9(09) COMP VALUE ZERO.
010300 77  AUDV-UNVERIFIED-CTR       PIC 9(09) COMP VALUE ZERO.
010400 77  AUDV-ALTERED-CTR          PIC 9(09) COMP VALUE ZERO.
010500 77  AUDV-DUPLICATE-CTR        PIC 9(09) COMP VALUE ZERO.
010600 77  AUDV-GAP-CTR              PIC 9(09) COMP VALUE ZERO.
010700 77  AUDV-MISSING-CTR          PIC 9(09) COMP VALUE ZERO.
010800 77  AUDV-BROKEN-CTR           PIC 9(09) COMP VALUE ZERO.
010900 77  AUDV-UNSEALED-CTR         PIC 9(09) COMP VALUE ZERO.
011000 77  AUDV-CONTROL-CTR          PIC 9(09) COMP VALUE ZERO.
011100 77  AUDV-EXCEPTION-CTR        PIC 9(09) COMP VALUE ZERO.
011200 77  AUDV-EXCEPTION-MAX        PIC 9(09) COMP VALUE 500.

011300 77  AUDV-SRC-READ-CTR         PIC 9(09) COMP VALUE ZERO.
011400 77  AUDV-SRC-SEALED-CTR       PIC 9(09) COMP VALUE ZERO.
011500 77  AUDV-SRC-UNVER-CTR        PIC 9(09) COMP VALUE ZERO.

011600 77  AUDV-REPORT-RUN-DATE      PIC X(10) VALUE SPACES.
011700 01  AUDV-REPORT-TODAY.
011800     05 AUDV-REPORT-TODAY-YYYY  PIC 9(04).
011900     05 AUDV-REPORT-TODAY-MM    PIC 9(02).
012000     05 AUDV-REPORT-TODAY-DD    PIC 9(02).

012100*================================================================
012200* CURRENT SOURCE - "FACTAUD" OR THE ARCHIVE GENERATION NAME
012300*================================================================
012400 01  AUDV-SOURCE-NAME          PIC X(80) VALUE SPACES.
012500 01  AUDV-SOURCE-TYPE          PIC X(01) VALUE SPACE.
012600     88 AUDV-SOURCE-ARCHIVE        VALUE "A".
012700     88 AUDV-SOURCE-LIVE           VALUE "L".

012800*================================================================
012900* AUDIT RECORD UNDER CHECK - THE "A"-TYPE LAYOUT WITH THE SEAL
013000* FIELDS.  ORIGINAL-LAYOUT RECORDS BEGIN WITH A DIGIT.
013100*================================================================
013200 01  AUDV-AUDIT-WORK.
013300     05 AUDV-WORK-TYPE             PIC X(01).
013400         88 AUDV-WORK-V2               VALUE "A".
013500     05 FILLER                     PIC X(72).
013600     05 FILLER                     PIC X(01).
013700     05 AUDV-WORK-SEQ              PIC X(10).
013800     05 AUDV-WORK-SEQ-NUM REDEFINES AUDV-WORK-SEQ
013900                                   PIC 9(10).
014000     05 FILLER                     PIC X(01).
014100     05 AUDV-WORK-CHECK            PIC X(09).
014200     05 AUDV-WORK-CHECK-NUM REDEFINES AUDV-WORK-CHECK
014300                                   PIC 9(09).
014400     05 FILLER                     PIC X(01).
014500     05 AUDV-WORK-CHAIN            PIC X(09).
014600     05 AUDV-WORK-CHAIN-NUM REDEFINES AUDV-WORK-CHAIN
014700                                   PIC 9(09).

014800*================================================================
014900* CHAIN STATE CARRIED FROM RECORD TO RECORD AND ACROSS FILES
015000*================================================================
015100 01  AUDV-LAST-SEQ             PIC 9(10) VALUE ZERO.
015200 01  AUDV-LAST-CHAIN           PIC 9(09) VALUE ZERO.
015300 01  AUDV-FIRST-SEQ            PIC 9(10) VALUE ZERO.
015400 01  AUDV-EXPECTED-SEQ         PIC 9(10) VALUE ZERO.
015500 01  AUDV-CALC-CHECK           PIC 9(09) VALUE ZERO.
015600 01  AUDV-CALC-CHAIN           PIC 9(09) VALUE ZERO.
015700 01  AUDV-GAP-COUNT            PIC 9(10) VALUE ZERO.
015800 01  AUDV-CONTROL-SEQ          PIC 9(10) VALUE ZERO.
015900 01  AUDV-CONTROL-CHAIN        PIC 9(09) VALUE ZERO.

016000*================================================================
016100* ENVIRONMENT NAME USED TO POINT FACTARCV AT EACH GENERATION
016200*================================================================
016300 01  AUDV-ARCHIVE-ENV-NAME     PIC X(11) VALUE "DD_FACTARCV".

016400*================================================================
016500* REPORT LINE LAYOUTS
016600*================================================================
016700 01  AUDV-REPORT-HEADING-1.
016800     05 FILLER                  PIC X(20) VALUE SPACES.
016900     05 FILLER                  PIC X(30) VALUE
017000         "FACTAUD INTEGRITY VERIFICATION".
017100 01  AUDV-REPORT-HEADING-2.
017200     05 FILLER                  PIC X(11) VALUE "RUN DATE: ".
017300     05 AUDV-REPORT-H2-DATE     PIC X(10).

017400 01  AUDV-EXCEPTION-HEADING.
017500     05 FILLER                  PIC X(13) VALUE "EXCEPTION".
017600     05 FILLER                  PIC X(25) VALUE "SOURCE".
017700     05 FILLER                  PIC X(10) VALUE "   RECORD".
017800     05 FILLER                  PIC X(12) VALUE "    SEQUENCE".
017900     05 FILLER                  PIC X(20) VALUE " DETAIL".

018000 01  AUDV-EXCEPTION-LINE.
018100     05 AUDV-EXC-TYPE           PIC X(12).
018200     05 FILLER                  PIC X(01) VALUE SPACE.
018300     05 AUDV-EXC-SOURCE         PIC X(24).
018400     05 FILLER                  PIC X(01) VALUE SPACE.
018500     05 AUDV-EXC-RECORD         PIC Z(08)9.
018600     05 FILLER                  PIC X(01) VALUE SPACE.
018700     05 AUDV-EXC-SEQ            PIC Z(10)9.
018800     05 FILLER                  PIC X(01) VALUE SPACE.
018900     05 AUDV-EXC-DETAIL.
019000         10 AUDV-EXC-DET-TEXT   PIC X(08).
019100         10 AUDV-EXC-DET-COUNT  PIC Z(09)9.

019200 01  AUDV-SOURCE-HEADING.
019300     05 FILLER                  PIC X(40) VALUE "SOURCE".
019400     05 FILLER                  PIC X(10) VALUE "      READ".
019500     05 FILLER                  PIC X(10) VALUE "    SEALED".
019600     05 FILLER                  PIC X(12) VALUE "  UNVERIFIED".

019700 01  AUDV-SOURCE-LINE.
019800     05 AUDV-SRC-NAME           PIC X(40).
019900     05 AUDV-SRC-READ           PIC Z(09)9.
020000     05 AUDV-SRC-SEALED         PIC Z(09)9.
020100     05 FILLER                  PIC X(02) VALUE SPACES.
020200     05 AUDV-SRC-UNVER          PIC Z(09)9.

020300 01  AUDV-SUMMARY-LINE.
020400     05 AUDV-SUM-TITLE          PIC X(30).
020500     05 AUDV-SUM-COUNT          PIC Z(14)9.

020600 01  AUDV-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

020700*================================================================
020800* PROCEDURE DIVISION
020900*================================================================
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE
021300         THRU 1000-INITIALIZE-EXIT.
021400     IF NOT AUDV-INIT-FAILED
021500         PERFORM 2000-WALK-ARCHIVES
021600             THRU 2000-WALK-ARCHIVES-EXIT
021700     END-IF.
021800     IF NOT AUDV-INIT-FAILED AND NOT AUDV-FAILED
021900         PERFORM 3000-WALK-LIVE-LOG
022000             THRU 3000-WALK-LIVE-LOG-EXIT
022100     END-IF.
022200     IF NOT AUDV-INIT-FAILED AND NOT AUDV-FAILED
022300         PERFORM 6000-CHECK-CONTROL
022400             THRU 6000-CHECK-CONTROL-EXIT
022500     END-IF.
022600     PERFORM 7000-PRINT-SUMMARY
022700         THRU 7000-PRINT-SUMMARY-EXIT.
022800     PERFORM 8000-TERMINATE
022900         THRU 8000-TERMINATE-EXIT.
023000     STOP RUN.

023100*----------------------------------------------------------------
023200* 1000-INITIALIZE  -  OPEN THE REPORT, READ THE FACTAUSQ
023300*                     CONTROL RECORD AND PRINT THE HEADINGS
023400*----------------------------------------------------------------
023500 1000-INITIALIZE.
023600     OPEN OUTPUT AUDV-REPORT-FILE.
023700     IF NOT AUDV-REPORT-OK
023800         DISPLAY "FACTAUDV: UNABLE TO OPEN FACTAVRP - STATUS "
023900             AUDV-REPORT-STATUS
024000         SET AUDV-INIT-FAILED TO TRUE
024100         GO TO 1000-INITIALIZE-EXIT
024200     END-IF.
024300     OPEN INPUT AUDV-SEQ-FILE.
024400     IF AUDV-SEQ-OK
024500         READ AUDV-SEQ-FILE
024600             AT END
024700                 MOVE SPACES TO AUDV-SEQ-RECORD
024800         END-READ
024900         CLOSE AUDV-SEQ-FILE
025000         IF AUDV-SEQ-REC-LAST-SEQ NUMERIC
025100             AND AUDV-SEQ-REC-LAST-CHAIN NUMERIC
025200             SET AUDV-CONTROL-PRESENT TO TRUE
025300             MOVE AUDV-SEQ-REC-LAST-SEQ TO AUDV-CONTROL-SEQ
025400             MOVE AUDV-SEQ-REC-LAST-CHAIN TO AUDV-CONTROL-CHAIN
025500         END-IF
025600     ELSE
025700         IF NOT AUDV-SEQ-NO-FILE
025800             DISPLAY "FACTAUDV: UNABLE TO OPEN FACTAUSQ - STATUS "
025900                 AUDV-SEQ-STATUS
026000             SET AUDV-INIT-FAILED TO TRUE
026100             GO TO 1000-INITIALIZE-EXIT
026200         END-IF
026300     END-IF.
026400     MOVE FUNCTION CURRENT-DATE TO AUDV-REPORT-TODAY.
026500     STRING AUDV-REPORT-TODAY-YYYY "-" AUDV-REPORT-TODAY-MM "-"
026600         AUDV-REPORT-TODAY-DD DELIMITED BY SIZE
026700         INTO AUDV-REPORT-RUN-DATE.
026800     MOVE AUDV-REPORT-HEADING-1 TO AUDV-REPORT-LINE-AREA.
026900     PERFORM 5100-WRITE-REPORT-LINE
027000         THRU 5100-WRITE-REPORT-LINE-EXIT.
027100     MOVE AUDV-REPORT-RUN-DATE TO AUDV-REPORT-H2-DATE.
027200     MOVE AUDV-REPORT-HEADING-2 TO AUDV-REPORT-LINE-AREA.
027300     PERFORM 5100-WRITE-REPORT-LINE
027400         THRU 5100-WRITE-REPORT-LINE-EXIT.
027500     PERFORM 5100-WRITE-REPORT-LINE
027600         THRU 5100-WRITE-REPORT-LINE-EXIT.
027700     MOVE AUDV-SOURCE-HEADING TO AUDV-REPORT-LINE-AREA.
027800     PERFORM 5100-WRITE-REPORT-LINE
027900         THRU 5100-WRITE-REPORT-LINE-EXIT.
028000 1000-INITIALIZE-EXIT.
028100     EXIT.

028200*----------------------------------------------------------------
028300* 2000-WALK-ARCHIVES  -  EVERY GENERATION NAMED ON FACTARCL, IN
028400*                        LIST ORDER; WITHOUT A LIST, THE ONE
028500*                        FACTARCV THE JOB ASSIGNED, IF ANY
028600*----------------------------------------------------------------
028700 2000-WALK-ARCHIVES.
028800     OPEN INPUT AUDV-LIST-FILE.
028900     IF AUDV-LIST-NO-FILE
029000         MOVE "FACTARCV" TO AUDV-SOURCE-NAME
029100         PERFORM 2200-VERIFY-ARCHIVE
029200             THRU 2200-VERIFY-ARCHIVE-EXIT
029300         GO TO 2000-WALK-ARCHIVES-EXIT
029400     END-IF.
029500     IF NOT AUDV-LIST-OK
029600         DISPLAY "FACTAUDV: UNABLE TO OPEN FACTARCL - STATUS "
029700             AUDV-LIST-STATUS
029800         SET AUDV-FAILED TO TRUE
029900         GO TO 2000-WALK-ARCHIVES-EXIT
030000     END-IF.
030100     PERFORM 2100-NEXT-GENERATION
030200         THRU 2100-NEXT-GENERATION-EXIT
030300         UNTIL AUDV-LIST-EOF.
030400     CLOSE AUDV-LIST-FILE.
030500 2000-WALK-ARCHIVES-EXIT.
030600     EXIT.

030700*----------------------------------------------------------------
030800* 2100-NEXT-GENERATION  -  ONE FACTARCL LINE.  BLANK LINES AND
030900*                          "*" COMMENT LINES ARE SKIPPED; A
031000*                          LISTED GENERATION THAT IS NOT THERE
031100*                          IS A FAILURE, NOT A SKIP.
031200*----------------------------------------------------------------
031300 2100-NEXT-GENERATION.
031400     READ AUDV-LIST-FILE
031500         AT END
031600             MOVE "Y" TO AUDV-LIST-EOF-SWITCH
031700             GO TO 2100-NEXT-GENERATION-EXIT
031800     END-READ.
031900     IF AUDV-LIST-REC-NAME = SPACES
032000         OR AUDV-LIST-REC-NAME(1:1) = "*"
032100         GO TO 2100-NEXT-GENERATION-EXIT
032200     END-IF.
032300     MOVE AUDV-LIST-REC-NAME TO AUDV-SOURCE-NAME.
032400     DISPLAY AUDV-ARCHIVE-ENV-NAME UPON ENVIRONMENT-NAME.
032500     DISPLAY AUDV-LIST-REC-NAME UPON ENVIRONMENT-VALUE.
032600     PERFORM 2200-VERIFY-ARCHIVE
032700         THRU 2200-VERIFY-ARCHIVE-EXIT.
032800     IF AUDV-ARCHIVE-NO-FILE
032900         DISPLAY "FACTAUDV: LISTED GENERATION NOT FOUND - "
033000             AUDV-LIST-REC-NAME
033100         SET AUDV-FAILED TO TRUE
033200     END-IF.
033300     IF AUDV-FAILED
033400         MOVE "Y" TO AUDV-LIST-EOF-SWITCH
033500     END-IF.
033600 2100-NEXT-GENERATION-EXIT.
033700     EXIT.

033800*----------------------------------------------------------------
033900* 2200-VERIFY-ARCHIVE  -  ONE ARCHIVE GENERATION, START TO END
034000*----------------------------------------------------------------
034100 2200-VERIFY-ARCHIVE.
034200     SET AUDV-SOURCE-ARCHIVE TO TRUE.
034300     OPEN INPUT AUDV-ARCHIVE-FILE.
034400     IF AUDV-ARCHIVE-NO-FILE
034500         GO TO 2200-VERIFY-ARCHIVE-EXIT
034600     END-IF.
034700     IF NOT AUDV-ARCHIVE-OK
034800         DISPLAY "FACTAUDV: UNABLE TO OPEN FACTARCV - STATUS "
034900             AUDV-ARCHIVE-STATUS
035000         SET AUDV-FAILED TO TRUE
035100         GO TO 2200-VERIFY-ARCHIVE-EXIT
035200     END-IF.
035300     ADD 1 TO AUDV-GENERATION-CTR.
035400     PERFORM 4000-START-SOURCE
035500         THRU 4000-START-SOURCE-EXIT.
035600     PERFORM 2300-READ-ONE-ARCHIVED
035700         THRU 2300-READ-ONE-ARCHIVED-EXIT
035800         UNTIL AUDV-SOURCE-EOF.
035900     CLOSE AUDV-ARCHIVE-FILE.
036000     PERFORM 4900-END-SOURCE
036100         THRU 4900-END-SOURCE-EXIT.
036200 2200-VERIFY-ARCHIVE-EXIT.
036300     EXIT.

036400*----------------------------------------------------------------
036500* 2300-READ-ONE-ARCHIVED
036600*----------------------------------------------------------------
036700 2300-READ-ONE-ARCHIVED.
036800     READ AUDV-ARCHIVE-FILE
036900         AT END
037000             MOVE "Y" TO AUDV-SOURCE-EOF-SWITCH
037100             GO TO 2300-READ-ONE-ARCHIVED-EXIT
037200     END-READ.
037300     MOVE AUDV-ARCHIVE-RECORD TO AUDV-AUDIT-WORK.
037400     PERFORM 4100-VERIFY-RECORD
037500         THRU 4100-VERIFY-RECORD-EXIT.
037600 2300-READ-ONE-ARCHIVED-EXIT.
037700     EXIT.

037800*----------------------------------------------------------------
037900* 3000-WALK-LIVE-LOG  -  THE CURRENT FACTAUD, CONTINUING THE
038000*                        CHAIN FROM THE LAST ARCHIVED RECORD
038100*----------------------------------------------------------------
038200 3000-WALK-LIVE-LOG.
038300     MOVE "FACTAUD" TO AUDV-SOURCE-NAME.
038400     SET AUDV-SOURCE-LIVE TO TRUE.
038500     OPEN INPUT FACT-AUDIT-FILE.
038600     IF AUDV-AUDIT-NO-FILE
038700         DISPLAY "FACTAUDV: NO FACTAUD FILE - LIVE LOG SKIPPED"
038800         GO TO 3000-WALK-LIVE-LOG-EXIT
038900     END-IF.
039000     IF NOT AUDV-AUDIT-OK
039100         DISPLAY "FACTAUDV: UNABLE TO OPEN FACTAUD - STATUS "
039200             AUDV-AUDIT-STATUS
039300         SET AUDV-FAILED TO TRUE
039400         GO TO 3000-WALK-LIVE-LOG-EXIT
039500     END-IF.
039600     PERFORM 4000-START-SOURCE
039700         THRU 4000-START-SOURCE-EXIT.
039800     PERFORM 3100-READ-ONE-LIVE
039900         THRU 3100-READ-ONE-LIVE-EXIT
040000         UNTIL AUDV-SOURCE-EOF.
040100     CLOSE FACT-AUDIT-FILE.
040200     PERFORM 4900-END-SOURCE
040300         THRU 4900-END-SOURCE-EXIT.
040400 3000-WALK-LIVE-LOG-EXIT.
040500     EXIT.

040600*----------------------------------------------------------------
040700* 3100-READ-ONE-LIVE
040800*----------------------------------------------------------------
040900 3100-READ-ONE-LIVE.
041000     READ FACT-AUDIT-FILE
041100         AT END
041200             MOVE "Y" TO AUDV-SOURCE-EOF-SWITCH
041300             GO TO 3100-READ-ONE-LIVE-EXIT
041400     END-READ.
041500     MOVE FACT-AUDIT-RECORD TO AUDV-AUDIT-WORK.
041600     PERFORM 4100-VERIFY-RECORD
041700         THRU 4100-VERIFY-RECORD-EXIT.
041800 3100-READ-ONE-LIVE-EXIT.
041900     EXIT.

042000*----------------------------------------------------------------
042100* 4000-START-SOURCE  -  RESET THE PER-FILE COUNTS
042200*----------------------------------------------------------------
042300 4000-START-SOURCE.
042400     MOVE "N" TO AUDV-SOURCE-EOF-SWITCH.
042500     MOVE ZERO TO AUDV-SRC-READ-CTR.
042600     MOVE ZERO TO AUDV-SRC-SEALED-CTR.
042700     MOVE ZERO TO AUDV-SRC-UNVER-CTR.
042800 4000-START-SOURCE-EXIT.
042900     EXIT.

043000*----------------------------------------------------------------
043100* 4100-VERIFY-RECORD  -  ONE AUDIT RECORD.  UNSEALED RECORDS ARE
043200*                        UNVERIFIED HISTORY UNTIL THE FIRST
043300*                        SEALED ONE, AND AN EXCEPTION AFTER IT.
043400*                        A SEALED RECORD MUST PASS ITS OWN CHECK
043500*                        FIRST; ONLY THEN ARE ITS SEQUENCE AND
043600*                        CHAIN LINK TO THE RECORD BEFORE TESTED.
043700*----------------------------------------------------------------
043800 4100-VERIFY-RECORD.
043900     ADD 1 TO AUDV-READ-CTR.
044000     ADD 1 TO AUDV-SRC-READ-CTR.
044100     IF NOT AUDV-WORK-V2
044200         OR AUDV-WORK-SEQ NOT NUMERIC
044300         OR AUDV-WORK-CHECK NOT NUMERIC
044400         OR AUDV-WORK-CHAIN NOT NUMERIC
044500         PERFORM 4200-UNSEALED-RECORD
044600             THRU 4200-UNSEALED-RECORD-EXIT
044700         GO TO 4100-VERIFY-RECORD-EXIT
044800     END-IF.
044900     ADD 1 TO AUDV-SRC-SEALED-CTR.
045000     CALL 'FACTAUD-CHECK' USING AUDV-AUDIT-WORK, AUDV-LAST-CHAIN,
045100         AUDV-CALC-CHECK, AUDV-CALC-CHAIN.
045200     IF AUDV-CALC-CHECK NOT = AUDV-WORK-CHECK-NUM
045300         ADD 1 TO AUDV-ALTERED-CTR
045400         MOVE "ALTERED" TO AUDV-EXC-TYPE
045500         MOVE SPACES TO AUDV-EXC-DETAIL
045600         PERFORM 5300-WRITE-EXCEPTION
045700             THRU 5300-WRITE-EXCEPTION-EXIT
045800         PERFORM 4400-RESYNC-CHAIN
045900             THRU 4400-RESYNC-CHAIN-EXIT
046000         GO TO 4100-VERIFY-RECORD-EXIT
046100     END-IF.
046200     IF NOT AUDV-SEALING-BEGUN
046300         SET AUDV-SEALING-BEGUN TO TRUE
046400         MOVE AUDV-WORK-SEQ-NUM TO AUDV-FIRST-SEQ
046500         IF AUDV-WORK-SEQ-NUM NOT = 1
046600             PERFORM 4400-RESYNC-CHAIN
046700                 THRU 4400-RESYNC-CHAIN-EXIT
046800             ADD 1 TO AUDV-VERIFIED-CTR
046900             GO TO 4100-VERIFY-RECORD-EXIT
047000         END-IF
047100     END-IF.
047200     COMPUTE AUDV-EXPECTED-SEQ = AUDV-LAST-SEQ + 1.
047300     IF AUDV-WORK-SEQ-NUM < AUDV-EXPECTED-SEQ
047400         ADD 1 TO AUDV-DUPLICATE-CTR
047500         MOVE "DUPLICATE" TO AUDV-EXC-TYPE
047600         MOVE "LAST SEQ" TO AUDV-EXC-DET-TEXT
047700         MOVE AUDV-LAST-SEQ TO AUDV-EXC-DET-COUNT
047800         PERFORM 5300-WRITE-EXCEPTION
047900             THRU 5300-WRITE-EXCEPTION-EXIT
048000         GO TO 4100-VERIFY-RECORD-EXIT
048100     END-IF.
048200     IF AUDV-WORK-SEQ-NUM > AUDV-EXPECTED-SEQ
048300         ADD 1 TO AUDV-GAP-CTR
048400         COMPUTE AUDV-GAP-COUNT =
048500             AUDV-WORK-SEQ-NUM - AUDV-EXPECTED-SEQ
048600         ADD AUDV-GAP-COUNT TO AUDV-MISSING-CTR
048700         MOVE "GAP" TO AUDV-EXC-TYPE
048800         MOVE "MISSING" TO AUDV-EXC-DET-TEXT
048900         MOVE AUDV-GAP-COUNT TO AUDV-EXC-DET-COUNT
049000         PERFORM 5300-WRITE-EXCEPTION
049100             THRU 5300-WRITE-EXCEPTION-EXIT
049200         PERFORM 4400-RESYNC-CHAIN
049300             THRU 4400-RESYNC-CHAIN-EXIT
049400         GO TO 4100-VERIFY-RECORD-EXIT
049500     END-IF.
049600     IF AUDV-CALC-CHAIN NOT = AUDV-WORK-CHAIN-NUM
049700         ADD 1 TO AUDV-BROKEN-CTR
049800         MOVE "BROKEN CHAIN" TO AUDV-EXC-TYPE
049900         MOVE SPACES TO AUDV-EXC-DETAIL
050000         PERFORM 5300-WRITE-EXCEPTION
050100             THRU 5300-WRITE-EXCEPTION-EXIT
050200         PERFORM 4400-RESYNC-CHAIN
050300             THRU 4400-RESYNC-CHAIN-EXIT
050400         GO TO 4100-VERIFY-RECORD-EXIT
050500     END-IF.
050600     ADD 1 TO AUDV-VERIFIED-CTR.
050700     PERFORM 4400-RESYNC-CHAIN
050800         THRU 4400-RESYNC-CHAIN-EXIT.
050900 4100-VERIFY-RECORD-EXIT.
051000     EXIT.

051100*----------------------------------------------------------------
051200* 4200-UNSEALED-RECORD
051300*----------------------------------------------------------------
051400 4200-UNSEALED-RECORD.
051500     IF NOT AUDV-SEALING-BEGUN
051600         ADD 1 TO AUDV-UNVERIFIED-CTR
051700         ADD 1 TO AUDV-SRC-UNVER-CTR
051800         GO TO 4200-UNSEALED-RECORD-EXIT
051900     END-IF.
052000     ADD 1 TO AUDV-UNSEALED-CTR.
052100     MOVE "UNSEALED" TO AUDV-EXC-TYPE.
052200     MOVE ZERO TO AUDV-WORK-SEQ-NUM.
052300     MOVE SPACES TO AUDV-EXC-DETAIL.
052400     PERFORM 5300-WRITE-EXCEPTION
052500         THRU 5300-WRITE-EXCEPTION-EXIT.
052600 4200-UNSEALED-RECORD-EXIT.
052700     EXIT.

052800*----------------------------------------------------------------
052900* 4400-RESYNC-CHAIN  -  CARRY THIS RECORD'S SEQUENCE AND CHAIN
053000*                       VALUE FORWARD, SO ONE BAD RECORD IS
053100*                       REPORTED ONCE AND NOT ON EVERY RECORD
053200*                       AFTER IT
053300*----------------------------------------------------------------
053400 4400-RESYNC-CHAIN.
053500     MOVE AUDV-WORK-SEQ-NUM TO AUDV-LAST-SEQ.
053600     MOVE AUDV-WORK-CHAIN-NUM TO AUDV-LAST-CHAIN.
053700 4400-RESYNC-CHAIN-EXIT.
053800     EXIT.

053900*----------------------------------------------------------------
054000* 4900-END-SOURCE  -  ONE LINE PER FILE WALKED
054100*----------------------------------------------------------------
054200 4900-END-SOURCE.
054300     MOVE SPACES TO AUDV-SOURCE-LINE.
054400     MOVE AUDV-SOURCE-NAME TO AUDV-SRC-NAME.
054500     MOVE AUDV-SRC-READ-CTR TO AUDV-SRC-READ.
054600     MOVE AUDV-SRC-SEALED-CTR TO AUDV-SRC-SEALED.
054700     MOVE AUDV-SRC-UNVER-CTR TO AUDV-SRC-UNVER.
054800     MOVE AUDV-SOURCE-LINE TO AUDV-REPORT-LINE-AREA.
054900     PERFORM 5100-WRITE-REPORT-LINE
055000         THRU 5100-WRITE-REPORT-LINE-EXIT.
055100 4900-END-SOURCE-EXIT.
055200     EXIT.

055300*----------------------------------------------------------------
055400* 5100-WRITE-REPORT-LINE
055500*----------------------------------------------------------------
055600 5100-WRITE-REPORT-LINE.
055700     MOVE AUDV-REPORT-LINE-AREA TO AUDV-REPORT-RECORD.
055800     WRITE AUDV-REPORT-RECORD.
055900     IF NOT AUDV-REPORT-OK
056000         SET AUDV-FAILED TO TRUE
056100         DISPLAY "FACTAUDV: UNABLE TO WRITE FACTAVRP - STATUS "
056200             AUDV-REPORT-STATUS
056300         MOVE "Y" TO AUDV-SOURCE-EOF-SWITCH
056400         MOVE "Y" TO AUDV-LIST-EOF-SWITCH
056500     END-IF.
056600     MOVE SPACES TO AUDV-REPORT-LINE-AREA.
056700 5100-WRITE-REPORT-LINE-EXIT.
056800     EXIT.

056900*----------------------------------------------------------------
057000* 5200-WRITE-SUMMARY-LINE  -  ONE TITLE/COUNT LINE
057100*----------------------------------------------------------------
057200 5200-WRITE-SUMMARY-LINE.
057300     MOVE AUDV-SUMMARY-LINE TO AUDV-REPORT-LINE-AREA.
057400     PERFORM 5100-WRITE-REPORT-LINE
057500         THRU 5100-WRITE-REPORT-LINE-EXIT.
057600 5200-WRITE-SUMMARY-LINE-EXIT.
057700     EXIT.

057800*----------------------------------------------------------------
057900* 5300-WRITE-EXCEPTION  -  ONE EXCEPTION LINE, WITH THE COLUMN
058000*                          HEADING BEFORE THE FIRST.  PAST THE
058100*                          LISTING LIMIT THEY ARE ONLY COUNTED.
058200*----------------------------------------------------------------
058300 5300-WRITE-EXCEPTION.
058400     ADD 1 TO AUDV-EXCEPTION-CTR.
058500     IF AUDV-EXCEPTION-CTR > AUDV-EXCEPTION-MAX
058600         GO TO 5300-WRITE-EXCEPTION-EXIT
058700     END-IF.
058800     IF AUDV-EXCEPTION-CTR = 1
058900         PERFORM 5100-WRITE-REPORT-LINE
059000             THRU 5100-WRITE-REPORT-LINE-EXIT
059100         MOVE AUDV-EXCEPTION-HEADING TO AUDV-REPORT-LINE-AREA
059200         PERFORM 5100-WRITE-REPORT-LINE
059300             THRU 5100-WRITE-REPORT-LINE-EXIT
059400     END-IF.
059500     MOVE AUDV-SOURCE-NAME TO AUDV-EXC-SOURCE.
059600     MOVE AUDV-SRC-READ-CTR TO AUDV-EXC-RECORD.
059700     MOVE AUDV-WORK-SEQ-NUM TO AUDV-EXC-SEQ.
059800     MOVE AUDV-EXCEPTION-LINE TO AUDV-REPORT-LINE-AREA.
059900     PERFORM 5100-WRITE-REPORT-LINE
060000         THRU 5100-WRITE-REPORT-LINE-EXIT.
060100     IF AUDV-EXCEPTION-CTR = AUDV-EXCEPTION-MAX
060200         MOVE "LISTING LIMIT REACHED - FURTHER EXCEPTIONS COUNTED"
060300             TO AUDV-REPORT-LINE-AREA
060400         PERFORM 5100-WRITE-REPORT-LINE
060500             THRU 5100-WRITE-REPORT-LINE-EXIT
060600     END-IF.
060700 5300-WRITE-EXCEPTION-EXIT.
060800     EXIT.

060900*----------------------------------------------------------------
061000* 6000-CHECK-CONTROL  -  THE LOG MUST END WHERE FACTAUSQ SAYS
061100*                        THE LAST SEAL WAS MADE.  A SHORTER LOG
061200*                        HAS LOST ITS NEWEST RECORDS.
061300*----------------------------------------------------------------
061400 6000-CHECK-CONTROL.
061500     MOVE "FACTAUSQ" TO AUDV-SOURCE-NAME.
061600     MOVE ZERO TO AUDV-SRC-READ-CTR.
061700     MOVE AUDV-CONTROL-SEQ TO AUDV-WORK-SEQ-NUM.
061800     IF NOT AUDV-CONTROL-PRESENT
061900         IF AUDV-SEALING-BEGUN
062000             ADD 1 TO AUDV-CONTROL-CTR
062100             MOVE "NO CONTROL" TO AUDV-EXC-TYPE
062200             MOVE SPACES TO AUDV-EXC-DETAIL
062300             PERFORM 5300-WRITE-EXCEPTION
062400                 THRU 5300-WRITE-EXCEPTION-EXIT
062500         END-IF
062600         GO TO 6000-CHECK-CONTROL-EXIT
062700     END-IF.
062800     IF AUDV-CONTROL-SEQ > AUDV-LAST-SEQ
062900         ADD 1 TO AUDV-GAP-CTR
063000         COMPUTE AUDV-GAP-COUNT = AUDV-CONTROL-SEQ - AUDV-LAST-SEQ
063100         ADD AUDV-GAP-COUNT TO AUDV-MISSING-CTR
063200         MOVE "TAIL MISSING" TO AUDV-EXC-TYPE
063300         MOVE "MISSING" TO AUDV-EXC-DET-TEXT
063400         MOVE AUDV-GAP-COUNT TO AUDV-EXC-DET-COUNT
063500         PERFORM 5300-WRITE-EXCEPTION
063600             THRU 5300-WRITE-EXCEPTION-EXIT
063700         GO TO 6000-CHECK-CONTROL-EXIT
063800     END-IF.
063900     IF AUDV-CONTROL-SEQ < AUDV-LAST-SEQ
064000         OR AUDV-CONTROL-CHAIN NOT = AUDV-LAST-CHAIN
064100         ADD 1 TO AUDV-CONTROL-CTR
064200         MOVE "CONTROL DIFF" TO AUDV-EXC-TYPE
064300         MOVE "LAST SEQ" TO AUDV-EXC-DET-TEXT
064400         MOVE AUDV-LAST-SEQ TO AUDV-EXC-DET-COUNT
064500         PERFORM 5300-WRITE-EXCEPTION
064600             THRU 5300-WRITE-EXCEPTION-EXIT
064700     END-IF.
064800 6000-CHECK-CONTROL-EXIT.
064900     EXIT.

065000*----------------------------------------------------------------
065100* 7000-PRINT-SUMMARY  -  CONTROL COUNTS AND THE VERDICT
065200*----------------------------------------------------------------
065300 7000-PRINT-SUMMARY.
065400     IF AUDV-INIT-FAILED
065500         GO TO 7000-PRINT-SUMMARY-EXIT
065600     END-IF.
065700     PERFORM 5100-WRITE-REPORT-LINE
065800         THRU 5100-WRITE-REPORT-LINE-EXIT.
065900     MOVE SPACES TO AUDV-SUMMARY-LINE.
066000     MOVE "ARCHIVE GENERATIONS READ" TO AUDV-SUM-TITLE.
066100     MOVE AUDV-GENERATION-CTR TO AUDV-SUM-COUNT.
066200     PERFORM 5200-WRITE-SUMMARY-LINE
066300         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
066400     MOVE "AUDIT RECORDS READ" TO AUDV-SUM-TITLE.
066500     MOVE AUDV-READ-CTR TO AUDV-SUM-COUNT.
066600     PERFORM 5200-WRITE-SUMMARY-LINE
066700         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
066800     MOVE "SEALED RECORDS VERIFIED" TO AUDV-SUM-TITLE.
066900     MOVE AUDV-VERIFIED-CTR TO AUDV-SUM-COUNT.
067000     PERFORM 5200-WRITE-SUMMARY-LINE
067100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
067200     MOVE "UNVERIFIED (BEFORE SEALING)" TO AUDV-SUM-TITLE.
067300     MOVE AUDV-UNVERIFIED-CTR TO AUDV-SUM-COUNT.
067400     PERFORM 5200-WRITE-SUMMARY-LINE
067500         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
067600     MOVE "ALTERED RECORDS" TO AUDV-SUM-TITLE.
067700     MOVE AUDV-ALTERED-CTR TO AUDV-SUM-COUNT.
067800     PERFORM 5200-WRITE-SUMMARY-LINE
067900         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
068000     MOVE "DUPLICATE/OUT-OF-ORDER" TO AUDV-SUM-TITLE.
068100     MOVE AUDV-DUPLICATE-CTR TO AUDV-SUM-COUNT.
068200     PERFORM 5200-WRITE-SUMMARY-LINE
068300         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
068400     MOVE "SEQUENCE GAPS" TO AUDV-SUM-TITLE.
068500     MOVE AUDV-GAP-CTR TO AUDV-SUM-COUNT.
068600     PERFORM 5200-WRITE-SUMMARY-LINE
068700         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
068800     MOVE "RECORDS MISSING" TO AUDV-SUM-TITLE.
068900     MOVE AUDV-MISSING-CTR TO AUDV-SUM-COUNT.
069000     PERFORM 5200-WRITE-SUMMARY-LINE
069100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
069200     MOVE "BROKEN CHAIN LINKS" TO AUDV-SUM-TITLE.
069300     MOVE AUDV-BROKEN-CTR TO AUDV-SUM-COUNT.
069400     PERFORM 5200-WRITE-SUMMARY-LINE
069500         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
069600     MOVE "UNSEALED AFTER SEALING BEGAN" TO AUDV-SUM-TITLE.
069700     MOVE AUDV-UNSEALED-CTR TO AUDV-SUM-COUNT.
069800     PERFORM 5200-WRITE-SUMMARY-LINE
069900         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
070000     MOVE "CONTROL FILE EXCEPTIONS" TO AUDV-SUM-TITLE.
070100     MOVE AUDV-CONTROL-CTR TO AUDV-SUM-COUNT.
070200     PERFORM 5200-WRITE-SUMMARY-LINE
070300         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
070400     MOVE "FIRST SEALED SEQUENCE" TO AUDV-SUM-TITLE.
070500     MOVE AUDV-FIRST-SEQ TO AUDV-SUM-COUNT.
070600     PERFORM 5200-WRITE-SUMMARY-LINE
070700         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
070800     MOVE "LAST SEALED SEQUENCE" TO AUDV-SUM-TITLE.
070900     MOVE AUDV-LAST-SEQ TO AUDV-SUM-COUNT.
071000     PERFORM 5200-WRITE-SUMMARY-LINE
071100         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
071200     MOVE "FACTAUSQ LAST SEQUENCE" TO AUDV-SUM-TITLE.
071300     MOVE AUDV-CONTROL-SEQ TO AUDV-SUM-COUNT.
071400     PERFORM 5200-WRITE-SUMMARY-LINE
071500         THRU 5200-WRITE-SUMMARY-LINE-EXIT.
071600     PERFORM 5100-WRITE-REPORT-LINE
071700         THRU 5100-WRITE-REPORT-LINE-EXIT.
071800     EVALUATE TRUE
071900         WHEN AUDV-FAILED
072000             MOVE "VERIFICATION DID NOT COMPLETE - FILE ERROR"
072100                 TO AUDV-REPORT-LINE-AREA
072200         WHEN AUDV-EXCEPTION-CTR > ZERO
072300             MOVE "AUDIT LOG CANNOT BE TRUSTED - SEE EXCEPTIONS"
072400                 TO AUDV-REPORT-LINE-AREA
072500         WHEN AUDV-SEALING-BEGUN AND AUDV-FIRST-SEQ NOT = 1
072600             MOVE "CHAIN INTACT - START NOT PROVEN, EARLIER GENERA
072700-                "TIONS NOT PRESENTED" TO AUDV-REPORT-LINE-AREA
072800         WHEN OTHER
072900             MOVE "AUDIT LOG VERIFIED - CHAIN INTACT" TO
073000                 AUDV-REPORT-LINE-AREA
073100     END-EVALUATE.
073200     PERFORM 5100-WRITE-REPORT-LINE
073300         THRU 5100-WRITE-REPORT-LINE-EXIT.
073400 7000-PRINT-SUMMARY-EXIT.
073500     EXIT.

073600*----------------------------------------------------------------
073700* 8000-TERMINATE  -  CLOSE THE REPORT AND SET THE RETURN CODE
073800*----------------------------------------------------------------
073900 8000-TERMINATE.
074000     IF AUDV-INIT-FAILED
074100         MOVE 16 TO RETURN-CODE
074200         GO TO 8000-TERMINATE-EXIT
074300     END-IF.
074400     CLOSE AUDV-REPORT-FILE.
074500     EVALUATE TRUE
074600         WHEN AUDV-FAILED
074700             MOVE 16 TO RETURN-CODE
074800         WHEN AUDV-EXCEPTION-CTR > ZERO
074900             MOVE 8 TO RETURN-CODE
075000         WHEN AUDV-SEALING-BEGUN AND AUDV-FIRST-SEQ NOT = 1
075100             MOVE 4 TO RETURN-CODE
075200         WHEN OTHER
075300             MOVE ZERO TO RETURN-CODE
075400     END-EVALUATE.
075500     DISPLAY "FACTAUDV: RECORDS READ     = " AUDV-READ-CTR.
075600     DISPLAY "FACTAUDV: VERIFIED         = " AUDV-VERIFIED-CTR.
075700     DISPLAY "FACTAUDV: UNVERIFIED       = " AUDV-UNVERIFIED-CTR.
075800     DISPLAY "FACTAUDV: EXCEPTIONS       = " AUDV-EXCEPTION-CTR.
075900     DISPLAY "FACTAUDV: RETURN CODE      = " RETURN-CODE.
076000 8000-TERMINATE-EXIT.
076100     EXIT.
