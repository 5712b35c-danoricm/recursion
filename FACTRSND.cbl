000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTRSND.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL FACTEXT REGENERATION.  WHEN THE
001100*                  DOWNSTREAM SYSTEM SAYS IT NEVER RECEIVED AN
001200*                  EXTRACT, OR ASKS FOR ONE AGAIN, THIS JOB
001300*                  REBUILDS THE FACTEXT FOR THE BUSINESS DATE ON
001400*                  THE COMMAND LINE (YYYY-MM-DD) FROM THE DATED
001500*                  GENERATION FACTGENS KEPT, TO FACTEXTR - NEVER
001600*                  OVER TONIGHT'S FACTEXT.  THE GENERATION IS
001700*                  FOUND ON THE FACTGENL CATALOG AND OPENED
001800*                  THROUGH THE FACTEXTG FILE NAME.  THE REBUILT
001900*                  FILE IS THEN READ BACK WITH THE FACTRECN
002000*                  STRUCTURE CHECKS AND ITS HEADER EXPECTED
002100*                  COUNT, DETAIL COUNT, TRAILER PRODUCED COUNT,
002200*                  DETAIL RESULT TOTAL AND TRAILER CONTROL TOTAL
002300*                  ARE COMPARED WITH THAT DATE'S FACTREG RECORD
002400*                  (THE LAST ONE, IF THE DATE WAS RUN TWICE).
002500*                  ONLY A CLEAN COMPARE COUNTS AS A RESEND: THE
002600*                  REGISTER RECORD'S RESEND COUNT IS RAISED AND
002700*                  STAMPED WITH TODAY'S DATE, USING THE FACTACK
002800*                  STAGE-AND-COPY-BACK THROUGH FACTREGW.  THE
002900*                  REGENERATION REPORT IS FACTRSRP.  RETURN CODE
003000*                  8 WHEN THE DATE HAS NO GENERATION OR NO
003100*                  REGISTER RECORD OR ANY CONTROL DISAGREES, SO
003200*                  THE SCHEDULER CAN HOLD THE TRANSMISSION STEP;
003300*                  16 ON A STRUCTURAL OR FILE ERROR.
003400*================================================================

003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RSND-CATALOG-FILE ASSIGN TO FACTGENL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS RSND-CATALOG-STATUS.

004100     SELECT FACT-REGISTER-FILE ASSIGN TO FACTREG
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS RSND-REGISTER-STATUS.

004400     SELECT RSND-WORK-FILE ASSIGN TO FACTREGW
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RSND-WORK-STATUS.

004700     SELECT RSND-EXTGEN-FILE ASSIGN TO FACTEXTG
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS RSND-EXTGEN-STATUS.

005000     SELECT RSND-REBUILT-FILE ASSIGN TO FACTEXTR
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS RSND-REBUILT-STATUS.

005300     SELECT RSND-REPORT-FILE ASSIGN TO FACTRSRP
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RSND-REPORT-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RSND-CATALOG-FILE.
005900 01  FACT-GENCAT-RECORD.
006000     05 FACT-GC-BUSINESS-DATE       PIC X(10).
006100     05 FILLER                      PIC X(01).
006200     05 FACT-GC-OUTPUT-NAME         PIC X(24).
006300     05 FILLER                      PIC X(01).
006400     05 FACT-GC-EXTRACT-NAME        PIC X(24).
006500     05 FILLER                      PIC X(01).
006600     05 FACT-GC-OUTPUT-RECORDS      PIC 9(09).
006700     05 FILLER                      PIC X(01).
006800     05 FACT-GC-EXTRACT-RECORDS     PIC 9(09).

006900 FD  FACT-REGISTER-FILE.
007000 01  FACT-REGISTER-RECORD.
007100     05 FACT-REG-BUSINESS-DATE      PIC X(10).
007200     05 FILLER                      PIC X(01).
007300     05 FACT-REG-EXPECTED           PIC 9(09).
007400     05 FILLER                      PIC X(01).
007500     05 FACT-REG-PRODUCED           PIC 9(09).
007600     05 FILLER                      PIC X(01).
007700     05 FACT-REG-CONTROL-TOT        PIC 9(15).
007800     05 FILLER                      PIC X(01).
007900     05 FACT-REG-STATUS             PIC X(01).
008000         88 FACT-REG-UNACKNOWLEDGED     VALUE "U".
008100         88 FACT-REG-ACKNOWLEDGED       VALUE "A".
008200     05 FILLER                      PIC X(01).
008300     05 FACT-REG-ACK-DATE           PIC X(10).
008400     05 FILLER                      PIC X(01).
008500     05 FACT-REG-RESEND-CTR         PIC 9(03).
008600     05 FILLER                      PIC X(01).
008700     05 FACT-REG-RESEND-DATE        PIC X(10).
008800     05 FILLER                      PIC X(06).

008900 FD  RSND-WORK-FILE.
009000 01  RSND-WORK-RECORD               PIC X(80).

009100 FD  RSND-EXTGEN-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  RSND-EXTGEN-RECORD             PIC X(80).

009400 FD  RSND-REBUILT-FILE
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  RSND-REBUILT-RECORD            PIC X(80).

009700 FD  RSND-REPORT-FILE.
009800 01  RSND-REPORT-RECORD             PIC X(80).

009900 WORKING-STORAGE SECTION.
010000*================================================================
010100* 77-LEVEL SWITCHES AND COUNTERS
010200*================================================================
010300 77  RSND-CATALOG-STATUS       PIC X(02) VALUE SPACES.
010400     88 RSND-CATALOG-OK            VALUE "00".
010500     88 RSND-CATALOG-NO-FILE       VALUE "35".
010600 77  RSND-REGISTER-STATUS      PIC X(02) VALUE SPACES.
010700     88 RSND-REGISTER-OK           VALUE "00".
010800     88 RSND-REGISTER-NO-FILE      VALUE "35".
010900 77  RSND-WORK-STATUS          PIC X(02) VALUE SPACES.
011000     88 RSND-WORK-OK               VALUE "00".
011100 77  RSND-EXTGEN-STATUS        PIC X(02) VALUE SPACES.
011200     88 RSND-EXTGEN-OK             VALUE "00".
011300     88 RSND-EXTGEN-NO-FILE        VALUE "35".
011400 77  RSND-REBUILT-STATUS       PIC X(02) VALUE SPACES.
011500     88 RSND-REBUILT-OK            VALUE "00".
011600 77  RSND-REPORT-STATUS        PIC X(02) VALUE SPACES.
011700     88 RSND-REPORT-OK             VALUE "00".

011800 77  RSND-EOF-SWITCH           PIC X(01) VALUE "N".
011900     88 RSND-EOF                   VALUE "Y".
012000 77  RSND-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
012100     88 RSND-INIT-FAILED           VALUE "Y".
012200 77  RSND-FAILED-SWITCH        PIC X(01) VALUE "N".
012300     88 RSND-FAILED                VALUE "Y".
012400 77  RSND-NOT-FOUND-SWITCH     PIC X(01) VALUE "N".
012500     88 RSND-NOT-FOUND             VALUE "Y".
012600 77  RSND-HEADER-SWITCH        PIC X(01) VALUE "N".
012700     88 RSND-HEADER-SEEN           VALUE "Y".
012800 77  RSND-TRAILER-SWITCH       PIC X(01) VALUE "N".
012900     88 RSND-TRAILER-SEEN          VALUE "Y".
013000 77  RSND-STRUCT-ERROR-SWITCH  PIC X(01) VALUE "N".
013100     88 RSND-STRUCT-ERROR          VALUE "Y".
013200 77  RSND-MISMATCH-SWITCH      PIC X(01) VALUE "N".
013300     88 RSND-MISMATCH              VALUE "Y".
013400 77  RSND-REPORT-OPEN-SWITCH   PIC X(01) VALUE "N".
013500     88 RSND-REPORT-OPEN           VALUE "Y".

013600 77  RSND-COPIED-CTR           PIC 9(09) COMP VALUE ZERO.
013700 77  RSND-RECORDS-READ-CTR     PIC 9(09) COMP VALUE ZERO.
013800 77  RSND-DETAIL-CTR           PIC 9(09) COMP VALUE ZERO.
013900 77  RSND-CONTROL-TOTAL        PIC 9(15) COMP VALUE ZERO.
014000 77  RSND-HDR-EXPECTED         PIC 9(09) COMP VALUE ZERO.
014100 77  RSND-TRL-PRODUCED         PIC 9(09) COMP VALUE ZERO.
014200 77  RSND-TRL-CONTROL-TOT      PIC 9(15) COMP VALUE ZERO.
014300 77  RSND-REG-EXPECTED         PIC 9(09) COMP VALUE ZERO.
014400 77  RSND-REG-PRODUCED         PIC 9(09) COMP VALUE ZERO.
014500 77  RSND-REG-CONTROL-TOT      PIC 9(15) COMP VALUE ZERO.
014600 77  RSND-REG-READ-CTR         PIC 9(09) COMP VALUE ZERO.
014700 77  RSND-REG-MATCH-CTR        PIC 9(09) COMP VALUE ZERO.
014800 77  RSND-REG-RECORD-NUM       PIC 9(09) COMP VALUE ZERO.
014900 77  RSND-RESEND-NUMBER        PIC 9(03) VALUE ZERO.

015000 77  RSND-COMMAND-PARM         PIC X(10) VALUE SPACES.
015100 77  RSND-BUSINESS-DATE        PIC X(10) VALUE SPACES.
015200 77  RSND-EXTRACT-RUN-DATE     PIC X(10) VALUE SPACES.
015300 77  RSND-GENERATION-NAME      PIC X(24) VALUE SPACES.
015400 77  RSND-DATE-YMD             PIC X(08) VALUE SPACES.
015500 77  RSND-EDIT-NUM             PIC 9(08) VALUE ZERO.
015600 77  RSND-EDIT-INT             PIC 9(08) COMP VALUE ZERO.
015700 77  RSND-RUN-DATE             PIC X(10) VALUE SPACES.

015800 01  RSND-RUN-TODAY.
015900     05 RSND-RUN-YYYY           PIC 9(04).
016000     05 RSND-RUN-MM             PIC 9(02).
016100     05 RSND-RUN-DD             PIC 9(02).

016200 01  RSND-DATE-WORK.
016300     05 RSND-DW-YYYY            PIC X(04).
016400     05 RSND-DW-SEP-1           PIC X(01).
016500     05 RSND-DW-MM              PIC X(02).
016600     05 RSND-DW-SEP-2           PIC X(01).
016700     05 RSND-DW-DD              PIC X(02).

016800*================================================================
016900* ENVIRONMENT NAME USED TO POINT FACTEXTG AT THE GENERATION
017000*================================================================
017100 01  RSND-EXTGEN-ENV-NAME      PIC X(11) VALUE "DD_FACTEXTG".

017200*================================================================
017300* EXTRACT RECORD LAYOUTS - MUST MATCH THE FACTBAT FD
017400*================================================================
017500 01  RSND-EXTRACT-WORK          PIC X(80).
017600 01  RSND-EXT-HEADER-REC REDEFINES RSND-EXTRACT-WORK.
017700     05 RSND-EXT-H-TYPE         PIC X(01).
017800     05 RSND-EXT-H-RUN-DATE     PIC X(10).
017900     05 RSND-EXT-H-EXPECTED     PIC 9(09).
018000     05 FILLER                  PIC X(60).
018100 01  RSND-EXT-DETAIL-REC REDEFINES RSND-EXTRACT-WORK.
018200     05 RSND-EXT-D-TYPE         PIC X(01).
018300     05 RSND-EXT-D-FUNC         PIC X(01).
018400     05 RSND-EXT-D-VALUE        PIC 9(04).
018500     05 RSND-EXT-D-R            PIC 9(04).
018600     05 RSND-EXT-D-RESULT       PIC 9(09).
018700     05 FILLER                  PIC X(61).
018800 01  RSND-EXT-TRAILER-REC REDEFINES RSND-EXTRACT-WORK.
018900     05 RSND-EXT-T-TYPE         PIC X(01).
019000     05 RSND-EXT-T-PRODUCED     PIC 9(09).
019100     05 RSND-EXT-T-CONTROL-TOT  PIC 9(15).
019200     05 FILLER                  PIC X(55).

019300*================================================================
019400* REPORT LINE LAYOUTS
019500*================================================================
019600 01  RSND-REPORT-HEADING-1.
019700     05 FILLER                  PIC X(20) VALUE SPACES.
019800     05 FILLER                  PIC X(30) VALUE
019900         "FACTEXT REGENERATION REPORT".
020000 01  RSND-REPORT-HEADING-2.
020100     05 FILLER                  PIC X(11) VALUE "RUN DATE: ".
020200     05 RSND-REPORT-H2-DATE     PIC X(10).
020300 01  RSND-REPORT-HEADING-3.
020400     05 FILLER                  PIC X(15) VALUE "BUSINESS DATE:".
020500     05 FILLER                  PIC X(01) VALUE SPACE.
020600     05 RSND-REPORT-H3-DATE     PIC X(10).
020700 01  RSND-REPORT-HEADING-4.
020800     05 FILLER                  PIC X(15) VALUE "GENERATION:".
020900     05 FILLER                  PIC X(01) VALUE SPACE.
021000     05 RSND-REPORT-H4-NAME     PIC X(24).

021100 01  RSND-COLUMN-HEADING.
021200     05 FILLER                  PIC X(22) VALUE "CONTROL".
021300     05 FILLER                  PIC X(15) VALUE "       REBUILT".
021400     05 FILLER                  PIC X(02) VALUE SPACES.
021500     05 FILLER                  PIC X(15) VALUE "      REGISTER".
021600     05 FILLER                  PIC X(02) VALUE SPACES.
021700     05 FILLER                  PIC X(08) VALUE "VERDICT".

021800 01  RSND-COMPARE-LINE.
021900     05 RSND-CMP-TITLE          PIC X(22).
022000     05 RSND-CMP-FILE-VALUE     PIC Z(14)9.
022100     05 FILLER                  PIC X(02) VALUE SPACES.
022200     05 RSND-CMP-REG-VALUE      PIC Z(14)9.
022300     05 FILLER                  PIC X(02) VALUE SPACES.
022400     05 RSND-CMP-VERDICT        PIC X(08).

022500 01  RSND-MESSAGE-LINE.
022600     05 RSND-MSG-TEXT           PIC X(60).

022700 01  RSND-RESEND-LINE.
022800     05 FILLER                  PIC X(29) VALUE
022900         "RESEND RECORDED ON FACTREG -".
023000     05 FILLER                  PIC X(14) VALUE
023100         "RESEND NUMBER ".
023200     05 RSND-RSL-NUMBER         PIC ZZ9.

023300 01  RSND-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

023400*================================================================
023500* PROCEDURE DIVISION
023600*================================================================
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE
024000         THRU 1000-INITIALIZE-EXIT.
024100     IF NOT RSND-INIT-FAILED AND NOT RSND-NOT-FOUND
024200         PERFORM 2000-REBUILD-EXTRACT
024300             THRU 2000-REBUILD-EXTRACT-EXIT
024400     END-IF.
024500     IF NOT RSND-INIT-FAILED AND NOT RSND-NOT-FOUND
024600         AND NOT RSND-FAILED
024700         PERFORM 3000-VERIFY-REBUILT
024800             THRU 3000-VERIFY-REBUILT-EXIT
024900         PERFORM 4000-COMPARE-REGISTER
025000             THRU 4000-COMPARE-REGISTER-EXIT
025100     END-IF.
025200     IF NOT RSND-INIT-FAILED AND NOT RSND-NOT-FOUND
025300         AND NOT RSND-FAILED AND NOT RSND-STRUCT-ERROR
025400         AND NOT RSND-MISMATCH
025500         PERFORM 6000-RECORD-RESEND
025600             THRU 6000-RECORD-RESEND-EXIT
025700     END-IF.
025800     PERFORM 7000-PRINT-VERDICT
025900         THRU 7000-PRINT-VERDICT-EXIT.
026000     PERFORM 8000-TERMINATE
026100         THRU 8000-TERMINATE-EXIT.
026200     STOP RUN.

026300*----------------------------------------------------------------
026400* 1000-INITIALIZE  -  EDIT THE BUSINESS DATE PARM, OPEN THE
026500*                     REPORT, THEN FIND THE DATE'S GENERATION
026600*                     AND REGISTER RECORD
026700*----------------------------------------------------------------
026800 1000-INITIALIZE.
026900     MOVE FUNCTION CURRENT-DATE TO RSND-RUN-TODAY.
027000     STRING RSND-RUN-YYYY "-" RSND-RUN-MM "-" RSND-RUN-DD
027100         DELIMITED BY SIZE INTO RSND-RUN-DATE.
027200     ACCEPT RSND-COMMAND-PARM FROM COMMAND-LINE.
027300     IF RSND-COMMAND-PARM = SPACES
027400         DISPLAY "FACTRSND: BUSINESS DATE PARM IS REQUIRED"
027500         MOVE "Y" TO RSND-INIT-FAILED-SWITCH
027600         GO TO 1000-INITIALIZE-EXIT
027700     END-IF.
027800     MOVE RSND-COMMAND-PARM TO RSND-DATE-WORK.
027900     PERFORM 1900-EDIT-DATE
028000         THRU 1900-EDIT-DATE-EXIT.
028100     IF RSND-DATE-YMD IS NOT NUMERIC
028200         DISPLAY "FACTRSND: INVALID BUSINESS DATE PARM - "
028300             RSND-COMMAND-PARM
028400         MOVE "Y" TO RSND-INIT-FAILED-SWITCH
028500         GO TO 1000-INITIALIZE-EXIT
028600     END-IF.
028700     MOVE RSND-COMMAND-PARM TO RSND-BUSINESS-DATE.
028800     OPEN OUTPUT RSND-REPORT-FILE.
028900     IF NOT RSND-REPORT-OK
029000         DISPLAY "FACTRSND: UNABLE TO OPEN FACTRSRP - STATUS "
029100             RSND-REPORT-STATUS
029200         MOVE "Y" TO RSND-INIT-FAILED-SWITCH
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF.
029500     MOVE "Y" TO RSND-REPORT-OPEN-SWITCH.
029600     MOVE RSND-REPORT-HEADING-1 TO RSND-REPORT-LINE-AREA.
029700     PERFORM 5100-WRITE-REPORT-LINE
029800         THRU 5100-WRITE-REPORT-LINE-EXIT.
029900     MOVE RSND-RUN-DATE TO RSND-REPORT-H2-DATE.
030000     MOVE RSND-REPORT-HEADING-2 TO RSND-REPORT-LINE-AREA.
030100     PERFORM 5100-WRITE-REPORT-LINE
030200         THRU 5100-WRITE-REPORT-LINE-EXIT.
030300     MOVE RSND-BUSINESS-DATE TO RSND-REPORT-H3-DATE.
030400     MOVE RSND-REPORT-HEADING-3 TO RSND-REPORT-LINE-AREA.
030500     PERFORM 5100-WRITE-REPORT-LINE
030600         THRU 5100-WRITE-REPORT-LINE-EXIT.
030700     PERFORM 1200-FIND-GENERATION
030800         THRU 1200-FIND-GENERATION-EXIT.
030900     IF RSND-INIT-FAILED OR RSND-NOT-FOUND
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF.
031200     MOVE RSND-GENERATION-NAME TO RSND-REPORT-H4-NAME.
031300     MOVE RSND-REPORT-HEADING-4 TO RSND-REPORT-LINE-AREA.
031400     PERFORM 5100-WRITE-REPORT-LINE
031500         THRU 5100-WRITE-REPORT-LINE-EXIT.
031600     MOVE SPACES TO RSND-REPORT-LINE-AREA.
031700     PERFORM 5100-WRITE-REPORT-LINE
031800         THRU 5100-WRITE-REPORT-LINE-EXIT.
031900     PERFORM 1300-FIND-REGISTER
032000         THRU 1300-FIND-REGISTER-EXIT.
032100 1000-INITIALIZE-EXIT.
032200     EXIT.

032300*----------------------------------------------------------------
032400* 1200-FIND-GENERATION  -  THE DATE'S ENTRY ON FACTGENL.  NONE
032500*                          MEANS IT WAS NEVER TAKEN OR HAS
032600*                          PASSED THE RETENTION LIMIT.
032700*----------------------------------------------------------------
032800 1200-FIND-GENERATION.
032900     OPEN INPUT RSND-CATALOG-FILE.
033000     IF RSND-CATALOG-NO-FILE
033100         MOVE "NO FACTGENL GENERATION CATALOG ON FILE" TO
033200             RSND-MSG-TEXT
033300         PERFORM 3950-NOTE-NOT-FOUND
033400             THRU 3950-NOTE-NOT-FOUND-EXIT
033500         GO TO 1200-FIND-GENERATION-EXIT
033600     END-IF.
033700     IF NOT RSND-CATALOG-OK
033800         DISPLAY "FACTRSND: UNABLE TO OPEN FACTGENL - STATUS "
033900             RSND-CATALOG-STATUS
034000         MOVE "Y" TO RSND-INIT-FAILED-SWITCH
034100         GO TO 1200-FIND-GENERATION-EXIT
034200     END-IF.
034300     MOVE "N" TO RSND-EOF-SWITCH.
034400     PERFORM 1250-CHECK-ONE-ENTRY
034500         THRU 1250-CHECK-ONE-ENTRY-EXIT
034600         UNTIL RSND-EOF.
034700     CLOSE RSND-CATALOG-FILE.
034800     IF RSND-GENERATION-NAME = SPACES
034900         MOVE "NO GENERATION KEPT FOR THIS DATE ON FACTGENL" TO
035000             RSND-MSG-TEXT
035100         PERFORM 3950-NOTE-NOT-FOUND
035200             THRU 3950-NOTE-NOT-FOUND-EXIT
035300     END-IF.
035400 1200-FIND-GENERATION-EXIT.
035500     EXIT.

035600*----------------------------------------------------------------
035700* 1250-CHECK-ONE-ENTRY
035800*----------------------------------------------------------------
035900 1250-CHECK-ONE-ENTRY.
036000     READ RSND-CATALOG-FILE
036100         AT END
036200             MOVE "Y" TO RSND-EOF-SWITCH
036300             GO TO 1250-CHECK-ONE-ENTRY-EXIT
036400     END-READ.
036500     IF FACT-GC-BUSINESS-DATE = RSND-BUSINESS-DATE
036600         MOVE FACT-GC-EXTRACT-NAME TO RSND-GENERATION-NAME
036700         MOVE "Y" TO RSND-EOF-SWITCH
036800     END-IF.
036900 1250-CHECK-ONE-ENTRY-EXIT.
037000     EXIT.

037100*----------------------------------------------------------------
037200* 1300-FIND-REGISTER  -  THE LAST FACTREG RECORD FOR THE DATE;
037300*                        ITS POSITION IS KEPT FOR THE UPDATE
037400*----------------------------------------------------------------
037500 1300-FIND-REGISTER.
037600     OPEN INPUT FACT-REGISTER-FILE.
037700     IF RSND-REGISTER-NO-FILE
037800         MOVE "NO FACTREG EXTRACT REGISTER ON FILE" TO
037900             RSND-MSG-TEXT
038000         PERFORM 3950-NOTE-NOT-FOUND
038100             THRU 3950-NOTE-NOT-FOUND-EXIT
038200         GO TO 1300-FIND-REGISTER-EXIT
038300     END-IF.
038400     IF NOT RSND-REGISTER-OK
038500         DISPLAY "FACTRSND: UNABLE TO OPEN FACTREG - STATUS "
038600             RSND-REGISTER-STATUS
038700         MOVE "Y" TO RSND-INIT-FAILED-SWITCH
038800         GO TO 1300-FIND-REGISTER-EXIT
038900     END-IF.
039000     MOVE "N" TO RSND-EOF-SWITCH.
039100     PERFORM 1350-CHECK-ONE-REGISTER
039200         THRU 1350-CHECK-ONE-REGISTER-EXIT
039300         UNTIL RSND-EOF.
039400     CLOSE FACT-REGISTER-FILE.
039500     IF RSND-REG-RECORD-NUM = ZERO
039600         MOVE "NO FACTREG RECORD FOR THIS DATE" TO
039700             RSND-MSG-TEXT
039800         PERFORM 3950-NOTE-NOT-FOUND
039900             THRU 3950-NOTE-NOT-FOUND-EXIT
040000     END-IF.
040100 1300-FIND-REGISTER-EXIT.
040200     EXIT.

040300*----------------------------------------------------------------
040400* 1350-CHECK-ONE-REGISTER
040500*----------------------------------------------------------------
040600 1350-CHECK-ONE-REGISTER.
040700     READ FACT-REGISTER-FILE
040800         AT END
040900             MOVE "Y" TO RSND-EOF-SWITCH
041000             GO TO 1350-CHECK-ONE-REGISTER-EXIT
041100     END-READ.
041200     ADD 1 TO RSND-REG-READ-CTR.
041300     IF FACT-REG-BUSINESS-DATE NOT = RSND-BUSINESS-DATE
041400         GO TO 1350-CHECK-ONE-REGISTER-EXIT
041500     END-IF.
041600     ADD 1 TO RSND-REG-MATCH-CTR.
041700     MOVE RSND-REG-READ-CTR TO RSND-REG-RECORD-NUM.
041800     IF FACT-REG-EXPECTED IS NOT NUMERIC
041900         OR FACT-REG-PRODUCED IS NOT NUMERIC
042000         OR FACT-REG-CONTROL-TOT IS NOT NUMERIC
042100         MOVE "FACTREG CONTROL FIELDS ARE NOT NUMERIC" TO
042200             RSND-MSG-TEXT
042300         PERFORM 3900-NOTE-STRUCT-ERROR
042400             THRU 3900-NOTE-STRUCT-ERROR-EXIT
042500         GO TO 1350-CHECK-ONE-REGISTER-EXIT
042600     END-IF.
042700     MOVE FACT-REG-EXPECTED    TO RSND-REG-EXPECTED.
042800     MOVE FACT-REG-PRODUCED    TO RSND-REG-PRODUCED.
042900     MOVE FACT-REG-CONTROL-TOT TO RSND-REG-CONTROL-TOT.
043000 1350-CHECK-ONE-REGISTER-EXIT.
043100     EXIT.

043200*----------------------------------------------------------------
043300* 1900-EDIT-DATE  -  YYYY-MM-DD IN RSND-DATE-WORK; LEAVES
043400*                    RSND-DATE-YMD NUMERIC WHEN IT IS VALID
043500*                    AND A DAY ON THE CALENDAR - NOT 2026-02-31
043600*----------------------------------------------------------------
043700 1900-EDIT-DATE.
043800     MOVE SPACES TO RSND-DATE-YMD.
043900     IF RSND-DW-SEP-1 NOT = "-" OR RSND-DW-SEP-2 NOT = "-"
044000         GO TO 1900-EDIT-DATE-EXIT
044100     END-IF.
044200     STRING RSND-DW-YYYY RSND-DW-MM RSND-DW-DD
044300         DELIMITED BY SIZE INTO RSND-DATE-YMD.
044400     IF RSND-DATE-YMD IS NOT NUMERIC
044500         GO TO 1900-EDIT-DATE-EXIT
044600     END-IF.
044700     IF RSND-DW-MM < "01" OR RSND-DW-MM > "12"
044800         OR RSND-DW-DD < "01" OR RSND-DW-DD > "31"
044900         MOVE SPACES TO RSND-DATE-YMD
045000         GO TO 1900-EDIT-DATE-EXIT
045100     END-IF.
045200     MOVE RSND-DATE-YMD TO RSND-EDIT-NUM.
045300     COMPUTE RSND-EDIT-INT =
045400         FUNCTION INTEGER-OF-DATE(RSND-EDIT-NUM).
045500     IF RSND-EDIT-INT = ZERO
045600         MOVE SPACES TO RSND-DATE-YMD
045700     END-IF.
045800 1900-EDIT-DATE-EXIT.
045900     EXIT.

046000*----------------------------------------------------------------
046100* 2000-REBUILD-EXTRACT  -  THE GENERATION, RECORD FOR RECORD,
046200*                         TO FACTEXTR
046300*----------------------------------------------------------------
046400 2000-REBUILD-EXTRACT.
046500     DISPLAY RSND-EXTGEN-ENV-NAME UPON ENVIRONMENT-NAME.
046600     DISPLAY RSND-GENERATION-NAME UPON ENVIRONMENT-VALUE.
046700     OPEN INPUT RSND-EXTGEN-FILE.
046800     IF RSND-EXTGEN-NO-FILE
046900         MOVE "CATALOGUED GENERATION FILE IS MISSING" TO
047000             RSND-MSG-TEXT
047100         PERFORM 3950-NOTE-NOT-FOUND
047200             THRU 3950-NOTE-NOT-FOUND-EXIT
047300         GO TO 2000-REBUILD-EXTRACT-EXIT
047400     END-IF.
047500     IF NOT RSND-EXTGEN-OK
047600         DISPLAY "FACTRSND: UNABLE TO OPEN " RSND-GENERATION-NAME
047700             " - STATUS " RSND-EXTGEN-STATUS
047800         MOVE "Y" TO RSND-FAILED-SWITCH
047900         GO TO 2000-REBUILD-EXTRACT-EXIT
048000     END-IF.
048100     OPEN OUTPUT RSND-REBUILT-FILE.
048200     IF NOT RSND-REBUILT-OK
048300         DISPLAY "FACTRSND: UNABLE TO OPEN FACTEXTR - STATUS "
048400             RSND-REBUILT-STATUS
048500         CLOSE RSND-EXTGEN-FILE
048600         MOVE "Y" TO RSND-FAILED-SWITCH
048700         GO TO 2000-REBUILD-EXTRACT-EXIT
048800     END-IF.
048900     MOVE "N" TO RSND-EOF-SWITCH.
049000     PERFORM 2100-COPY-ONE-RECORD
049100         THRU 2100-COPY-ONE-RECORD-EXIT
049200         UNTIL RSND-EOF.
049300     CLOSE RSND-EXTGEN-FILE.
049400     CLOSE RSND-REBUILT-FILE.
049500 2000-REBUILD-EXTRACT-EXIT.
049600     EXIT.

049700*----------------------------------------------------------------
049800* 2100-COPY-ONE-RECORD
049900*----------------------------------------------------------------
050000 2100-COPY-ONE-RECORD.
050100     READ RSND-EXTGEN-FILE
050200         AT END
050300             MOVE "Y" TO RSND-EOF-SWITCH
050400             GO TO 2100-COPY-ONE-RECORD-EXIT
050500     END-READ.
050600     MOVE RSND-EXTGEN-RECORD TO RSND-REBUILT-RECORD.
050700     WRITE RSND-REBUILT-RECORD.
050800     IF NOT RSND-REBUILT-OK
050900         DISPLAY "FACTRSND: UNABLE TO WRITE FACTEXTR - STATUS "
051000             RSND-REBUILT-STATUS
051100         MOVE "Y" TO RSND-FAILED-SWITCH
051200         MOVE "Y" TO RSND-EOF-SWITCH
051300         GO TO 2100-COPY-ONE-RECORD-EXIT
051400     END-IF.
051500     ADD 1 TO RSND-COPIED-CTR.
051600 2100-COPY-ONE-RECORD-EXIT.
051700     EXIT.

051800*----------------------------------------------------------------
051900* 3000-VERIFY-REBUILT  -  READ FACTEXTR BACK END TO END WITH
052000*                         THE FACTRECN STRUCTURE CHECKS
052100*----------------------------------------------------------------
052200 3000-VERIFY-REBUILT.
052300     OPEN INPUT RSND-REBUILT-FILE.
052400     IF NOT RSND-REBUILT-OK
052500         DISPLAY "FACTRSND: UNABLE TO REOPEN FACTEXTR - STATUS "
052600             RSND-REBUILT-STATUS
052700         MOVE "Y" TO RSND-FAILED-SWITCH
052800         GO TO 3000-VERIFY-REBUILT-EXIT
052900     END-IF.
053000     MOVE "N" TO RSND-EOF-SWITCH.
053100     PERFORM 3100-CHECK-ONE-RECORD
053200         THRU 3100-CHECK-ONE-RECORD-EXIT
053300         UNTIL RSND-EOF.
053400     CLOSE RSND-REBUILT-FILE.
053500     IF NOT RSND-HEADER-SEEN
053600         MOVE "HEADER RECORD MISSING FROM FACTEXTR" TO
053700             RSND-MSG-TEXT
053800         PERFORM 3900-NOTE-STRUCT-ERROR
053900             THRU 3900-NOTE-STRUCT-ERROR-EXIT
054000     END-IF.
054100     IF NOT RSND-TRAILER-SEEN
054200         MOVE "TRAILER RECORD MISSING FROM FACTEXTR" TO
054300             RSND-MSG-TEXT
054400         PERFORM 3900-NOTE-STRUCT-ERROR
054500             THRU 3900-NOTE-STRUCT-ERROR-EXIT
054600     END-IF.
054700     IF RSND-HEADER-SEEN
054800         AND RSND-EXTRACT-RUN-DATE NOT = RSND-BUSINESS-DATE
054900         MOVE "HEADER BUSINESS DATE DOES NOT MATCH THE PARM" TO
055000             RSND-MSG-TEXT
055100         PERFORM 3900-NOTE-STRUCT-ERROR
055200             THRU 3900-NOTE-STRUCT-ERROR-EXIT
055300     END-IF.
055400 3000-VERIFY-REBUILT-EXIT.
055500     EXIT.

055600*----------------------------------------------------------------
055700* 3100-CHECK-ONE-RECORD  -  CLASSIFY ONE RECORD
055800*----------------------------------------------------------------
055900 3100-CHECK-ONE-RECORD.
056000     READ RSND-REBUILT-FILE
056100         AT END
056200             MOVE "Y" TO RSND-EOF-SWITCH
056300             GO TO 3100-CHECK-ONE-RECORD-EXIT
056400     END-READ.
056500     ADD 1 TO RSND-RECORDS-READ-CTR.
056600     MOVE RSND-REBUILT-RECORD TO RSND-EXTRACT-WORK.
056700     IF RSND-TRAILER-SEEN
056800         MOVE "RECORD AFTER TRAILER ON FACTEXTR" TO
056900             RSND-MSG-TEXT
057000         PERFORM 3900-NOTE-STRUCT-ERROR
057100             THRU 3900-NOTE-STRUCT-ERROR-EXIT
057200     END-IF.
057300     EVALUATE RSND-EXT-H-TYPE
057400         WHEN "H"
057500             PERFORM 3200-TAKE-HEADER
057600                 THRU 3200-TAKE-HEADER-EXIT
057700         WHEN "D"
057800             PERFORM 3300-TAKE-DETAIL
057900                 THRU 3300-TAKE-DETAIL-EXIT
058000         WHEN "T"
058100             PERFORM 3400-TAKE-TRAILER
058200                 THRU 3400-TAKE-TRAILER-EXIT
058300         WHEN OTHER
058400             MOVE "UNKNOWN RECORD TYPE ON FACTEXTR" TO
058500                 RSND-MSG-TEXT
058600             PERFORM 3900-NOTE-STRUCT-ERROR
058700                 THRU 3900-NOTE-STRUCT-ERROR-EXIT
058800     END-EVALUATE.
058900 3100-CHECK-ONE-RECORD-EXIT.
059000     EXIT.

059100*----------------------------------------------------------------
059200* 3200-TAKE-HEADER  -  MUST BE THE FIRST RECORD, ONCE ONLY
059300*----------------------------------------------------------------
059400 3200-TAKE-HEADER.
059500     IF RSND-HEADER-SEEN
059600         MOVE "DUPLICATE HEADER RECORD ON FACTEXTR" TO
059700             RSND-MSG-TEXT
059800         PERFORM 3900-NOTE-STRUCT-ERROR
059900             THRU 3900-NOTE-STRUCT-ERROR-EXIT
060000         GO TO 3200-TAKE-HEADER-EXIT
060100     END-IF.
060200     IF RSND-RECORDS-READ-CTR NOT = 1
060300         MOVE "HEADER RECORD IS NOT FIRST ON FACTEXTR" TO
060400             RSND-MSG-TEXT
060500         PERFORM 3900-NOTE-STRUCT-ERROR
060600             THRU 3900-NOTE-STRUCT-ERROR-EXIT
060700     END-IF.
060800     SET RSND-HEADER-SEEN TO TRUE.
060900     MOVE RSND-EXT-H-RUN-DATE TO RSND-EXTRACT-RUN-DATE.
061000     IF RSND-EXT-H-EXPECTED IS NOT NUMERIC
061100         MOVE "HEADER EXPECTED COUNT IS NOT NUMERIC" TO
061200             RSND-MSG-TEXT
061300         PERFORM 3900-NOTE-STRUCT-ERROR
061400             THRU 3900-NOTE-STRUCT-ERROR-EXIT
061500         GO TO 3200-TAKE-HEADER-EXIT
061600     END-IF.
061700     MOVE RSND-EXT-H-EXPECTED TO RSND-HDR-EXPECTED.
061800 3200-TAKE-HEADER-EXIT.
061900     EXIT.

062000*----------------------------------------------------------------
062100* 3300-TAKE-DETAIL  -  COUNT AND ACCUMULATE THE CONTROL TOTAL
062200*----------------------------------------------------------------
062300 3300-TAKE-DETAIL.
062400     IF NOT RSND-HEADER-SEEN
062500         MOVE "DETAIL RECORD BEFORE HEADER ON FACTEXTR" TO
062600             RSND-MSG-TEXT
062700         PERFORM 3900-NOTE-STRUCT-ERROR
062800             THRU 3900-NOTE-STRUCT-ERROR-EXIT
062900     END-IF.
063000     ADD 1 TO RSND-DETAIL-CTR.
063100     IF RSND-EXT-D-RESULT IS NOT NUMERIC
063200         MOVE "DETAIL RESULT IS NOT NUMERIC ON FACTEXTR" TO
063300             RSND-MSG-TEXT
063400         PERFORM 3900-NOTE-STRUCT-ERROR
063500             THRU 3900-NOTE-STRUCT-ERROR-EXIT
063600         GO TO 3300-TAKE-DETAIL-EXIT
063700     END-IF.
063800     ADD RSND-EXT-D-RESULT TO RSND-CONTROL-TOTAL.
063900 3300-TAKE-DETAIL-EXIT.
064000     EXIT.

064100*----------------------------------------------------------------
064200* 3400-TAKE-TRAILER  -  ONCE ONLY; ANY LATER RECORD IS AN ERROR
064300*----------------------------------------------------------------
064400 3400-TAKE-TRAILER.
064500     IF RSND-TRAILER-SEEN
064600         GO TO 3400-TAKE-TRAILER-EXIT
064700     END-IF.
064800     SET RSND-TRAILER-SEEN TO TRUE.
064900     IF RSND-EXT-T-PRODUCED IS NOT NUMERIC
065000         OR RSND-EXT-T-CONTROL-TOT IS NOT NUMERIC
065100         MOVE "TRAILER CONTROL FIELDS ARE NOT NUMERIC" TO
065200             RSND-MSG-TEXT
065300         PERFORM 3900-NOTE-STRUCT-ERROR
065400             THRU 3900-NOTE-STRUCT-ERROR-EXIT
065500         GO TO 3400-TAKE-TRAILER-EXIT
065600     END-IF.
065700     MOVE RSND-EXT-T-PRODUCED    TO RSND-TRL-PRODUCED.
065800     MOVE RSND-EXT-T-CONTROL-TOT TO RSND-TRL-CONTROL-TOT.
065900 3400-TAKE-TRAILER-EXIT.
066000     EXIT.

066100*----------------------------------------------------------------
066200* 3900-NOTE-STRUCT-ERROR  -  FLAG THE ERROR AND ECHO IT TO THE
066300*                            CONSOLE; THE REPORT GETS IT TOO
066400*----------------------------------------------------------------
066500 3900-NOTE-STRUCT-ERROR.
066600     SET RSND-STRUCT-ERROR TO TRUE.
066700     DISPLAY "FACTRSND: " RSND-MSG-TEXT.
066800     MOVE RSND-MESSAGE-LINE TO RSND-REPORT-LINE-AREA.
066900     PERFORM 5100-WRITE-REPORT-LINE
067000         THRU 5100-WRITE-REPORT-LINE-EXIT.
067100 3900-NOTE-STRUCT-ERROR-EXIT.
067200     EXIT.

067300*----------------------------------------------------------------
067400* 3950-NOTE-NOT-FOUND  -  NOTHING TO RESEND FOR THE DATE
067500*----------------------------------------------------------------
067600 3950-NOTE-NOT-FOUND.
067700     SET RSND-NOT-FOUND TO TRUE.
067800     DISPLAY "FACTRSND: " RSND-MSG-TEXT.
067900     MOVE RSND-MESSAGE-LINE TO RSND-REPORT-LINE-AREA.
068000     PERFORM 5100-WRITE-REPORT-LINE
068100         THRU 5100-WRITE-REPORT-LINE-EXIT.
068200 3950-NOTE-NOT-FOUND-EXIT.
068300     EXIT.

068400*----------------------------------------------------------------
068500* 4000-COMPARE-REGISTER  -  ONE LINE PER CONTROL, REBUILT FILE
068600*                           AGAINST THE FACTREG RECORD
068700*----------------------------------------------------------------
068800 4000-COMPARE-REGISTER.
068900     MOVE RSND-COLUMN-HEADING TO RSND-REPORT-LINE-AREA.
069000     PERFORM 5100-WRITE-REPORT-LINE
069100         THRU 5100-WRITE-REPORT-LINE-EXIT.
069200     MOVE SPACES TO RSND-COMPARE-LINE.
069300     MOVE "HEADER EXPECTED COUNT" TO RSND-CMP-TITLE.
069400     MOVE RSND-HDR-EXPECTED TO RSND-CMP-FILE-VALUE.
069500     MOVE RSND-REG-EXPECTED TO RSND-CMP-REG-VALUE.
069600     IF RSND-HDR-EXPECTED = RSND-REG-EXPECTED
069700         MOVE "OK"       TO RSND-CMP-VERDICT
069800     ELSE
069900         MOVE "MISMATCH" TO RSND-CMP-VERDICT
070000         SET RSND-MISMATCH TO TRUE
070100     END-IF.
070200     PERFORM 5200-WRITE-COMPARE-LINE
070300         THRU 5200-WRITE-COMPARE-LINE-EXIT.
070400     MOVE SPACES TO RSND-COMPARE-LINE.
070500     MOVE "DETAIL RECORD COUNT" TO RSND-CMP-TITLE.
070600     MOVE RSND-DETAIL-CTR   TO RSND-CMP-FILE-VALUE.
070700     MOVE RSND-REG-PRODUCED TO RSND-CMP-REG-VALUE.
070800     IF RSND-DETAIL-CTR = RSND-REG-PRODUCED
070900         MOVE "OK"       TO RSND-CMP-VERDICT
071000     ELSE
071100         MOVE "MISMATCH" TO RSND-CMP-VERDICT
071200         SET RSND-MISMATCH TO TRUE
071300     END-IF.
071400     PERFORM 5200-WRITE-COMPARE-LINE
071500         THRU 5200-WRITE-COMPARE-LINE-EXIT.
071600     MOVE SPACES TO RSND-COMPARE-LINE.
071700     MOVE "TRAILER PRODUCED COUNT" TO RSND-CMP-TITLE.
071800     MOVE RSND-TRL-PRODUCED TO RSND-CMP-FILE-VALUE.
071900     MOVE RSND-REG-PRODUCED TO RSND-CMP-REG-VALUE.
072000     IF RSND-TRL-PRODUCED = RSND-REG-PRODUCED
072100         MOVE "OK"       TO RSND-CMP-VERDICT
072200     ELSE
072300         MOVE "MISMATCH" TO RSND-CMP-VERDICT
072400         SET RSND-MISMATCH TO TRUE
072500     END-IF.
072600     PERFORM 5200-WRITE-COMPARE-LINE
072700         THRU 5200-WRITE-COMPARE-LINE-EXIT.
072800     MOVE SPACES TO RSND-COMPARE-LINE.
072900     MOVE "DETAIL RESULT TOTAL" TO RSND-CMP-TITLE.
073000     MOVE RSND-CONTROL-TOTAL   TO RSND-CMP-FILE-VALUE.
073100     MOVE RSND-REG-CONTROL-TOT TO RSND-CMP-REG-VALUE.
073200     IF RSND-CONTROL-TOTAL = RSND-REG-CONTROL-TOT
073300         MOVE "OK"       TO RSND-CMP-VERDICT
073400     ELSE
073500         MOVE "MISMATCH" TO RSND-CMP-VERDICT
073600         SET RSND-MISMATCH TO TRUE
073700     END-IF.
073800     PERFORM 5200-WRITE-COMPARE-LINE
073900         THRU 5200-WRITE-COMPARE-LINE-EXIT.
074000     MOVE SPACES TO RSND-COMPARE-LINE.
074100     MOVE "TRAILER CONTROL TOTAL" TO RSND-CMP-TITLE.
074200     MOVE RSND-TRL-CONTROL-TOT TO RSND-CMP-FILE-VALUE.
074300     MOVE RSND-REG-CONTROL-TOT TO RSND-CMP-REG-VALUE.
074400     IF RSND-TRL-CONTROL-TOT = RSND-REG-CONTROL-TOT
074500         MOVE "OK"       TO RSND-CMP-VERDICT
074600     ELSE
074700         MOVE "MISMATCH" TO RSND-CMP-VERDICT
074800         SET RSND-MISMATCH TO TRUE
074900     END-IF.
075000     PERFORM 5200-WRITE-COMPARE-LINE
075100         THRU 5200-WRITE-COMPARE-LINE-EXIT.
075200 4000-COMPARE-REGISTER-EXIT.
075300     EXIT.

075400*----------------------------------------------------------------
075500* 5100-WRITE-REPORT-LINE  -  ONE LINE FROM THE LINE AREA WITH
075600*                            THE SHARED STATUS CHECK
075700*----------------------------------------------------------------
075800 5100-WRITE-REPORT-LINE.
075900     IF NOT RSND-REPORT-OPEN
076000         GO TO 5100-WRITE-REPORT-LINE-EXIT
076100     END-IF.
076200     MOVE RSND-REPORT-LINE-AREA TO RSND-REPORT-RECORD.
076300     WRITE RSND-REPORT-RECORD.
076400     IF NOT RSND-REPORT-OK
076500         DISPLAY "FACTRSND: UNABLE TO WRITE FACTRSRP - STATUS "
076600             RSND-REPORT-STATUS
076700         MOVE "Y" TO RSND-FAILED-SWITCH
076800         MOVE "N" TO RSND-REPORT-OPEN-SWITCH
076900     END-IF.
077000     MOVE SPACES TO RSND-REPORT-LINE-AREA.
077100 5100-WRITE-REPORT-LINE-EXIT.
077200     EXIT.

077300*----------------------------------------------------------------
077400* 5200-WRITE-COMPARE-LINE
077500*----------------------------------------------------------------
077600 5200-WRITE-COMPARE-LINE.
077700     MOVE RSND-COMPARE-LINE TO RSND-REPORT-LINE-AREA.
077800     PERFORM 5100-WRITE-REPORT-LINE
077900         THRU 5100-WRITE-REPORT-LINE-EXIT.
078000 5200-WRITE-COMPARE-LINE-EXIT.
078100     EXIT.

078200*----------------------------------------------------------------
078300* 6000-RECORD-RESEND  -  FIRST PASS: STAGE FACTREG TO FACTREGW
078400*                        WITH THE DATE'S RECORD UPDATED; THEN
078500*                        COPY IT BACK ONLY IF THAT WENT CLEANLY,
078600*                        SO A BROKEN RUN NEVER TRUNCATES THE
078700*                        REGISTER
078800*----------------------------------------------------------------
078900 6000-RECORD-RESEND.
079000     OPEN INPUT FACT-REGISTER-FILE.
079100     IF NOT RSND-REGISTER-OK
079200         DISPLAY "FACTRSND: UNABLE TO REOPEN FACTREG - STATUS "
079300             RSND-REGISTER-STATUS
079400         MOVE "Y" TO RSND-FAILED-SWITCH
079500         GO TO 6000-RECORD-RESEND-EXIT
079600     END-IF.
079700     OPEN OUTPUT RSND-WORK-FILE.
079800     IF NOT RSND-WORK-OK
079900         DISPLAY "FACTRSND: UNABLE TO OPEN FACTREGW - STATUS "
080000             RSND-WORK-STATUS
080100         CLOSE FACT-REGISTER-FILE
080200         MOVE "Y" TO RSND-FAILED-SWITCH
080300         GO TO 6000-RECORD-RESEND-EXIT
080400     END-IF.
080500     MOVE ZERO TO RSND-REG-READ-CTR.
080600     MOVE "N" TO RSND-EOF-SWITCH.
080700     PERFORM 6100-STAGE-ONE-REGISTER
080800         THRU 6100-STAGE-ONE-REGISTER-EXIT
080900         UNTIL RSND-EOF.
081000     CLOSE FACT-REGISTER-FILE.
081100     CLOSE RSND-WORK-FILE.
081200     IF RSND-FAILED
081300         GO TO 6000-RECORD-RESEND-EXIT
081400     END-IF.
081500     PERFORM 6200-REWRITE-REGISTER
081600         THRU 6200-REWRITE-REGISTER-EXIT.
081700 6000-RECORD-RESEND-EXIT.
081800     EXIT.

081900*----------------------------------------------------------------
082000* 6100-STAGE-ONE-REGISTER  -  A RESEND COUNT NOT YET SET ON AN
082100*                             OLDER RECORD STARTS FROM ZERO
082200*----------------------------------------------------------------
082300 6100-STAGE-ONE-REGISTER.
082400     READ FACT-REGISTER-FILE
082500         AT END
082600             MOVE "Y" TO RSND-EOF-SWITCH
082700             GO TO 6100-STAGE-ONE-REGISTER-EXIT
082800     END-READ.
082900     ADD 1 TO RSND-REG-READ-CTR.
083000     IF RSND-REG-READ-CTR = RSND-REG-RECORD-NUM
083100         IF FACT-REG-RESEND-CTR IS NOT NUMERIC
083200             MOVE ZERO TO FACT-REG-RESEND-CTR
083300         END-IF
083400         ADD 1 TO FACT-REG-RESEND-CTR
083500             ON SIZE ERROR
083600                 CONTINUE
083700         END-ADD
083800         MOVE RSND-RUN-DATE TO FACT-REG-RESEND-DATE
083900         MOVE FACT-REG-RESEND-CTR TO RSND-RESEND-NUMBER
084000     END-IF.
084100     MOVE FACT-REGISTER-RECORD TO RSND-WORK-RECORD.
084200     WRITE RSND-WORK-RECORD.
084300     IF NOT RSND-WORK-OK
084400         DISPLAY "FACTRSND: UNABLE TO WRITE FACTREGW - STATUS "
084500             RSND-WORK-STATUS
084600         MOVE "Y" TO RSND-FAILED-SWITCH
084700         MOVE "Y" TO RSND-EOF-SWITCH
084800     END-IF.
084900 6100-STAGE-ONE-REGISTER-EXIT.
085000     EXIT.

085100*----------------------------------------------------------------
085200* 6200-REWRITE-REGISTER  -  SECOND PASS: COPY THE STAGED WORK
085300*                           FILE BACK OVER FACTREG
085400*----------------------------------------------------------------
085500 6200-REWRITE-REGISTER.
085600     OPEN INPUT RSND-WORK-FILE.
085700     IF NOT RSND-WORK-OK
085800         DISPLAY "FACTRSND: UNABLE TO REOPEN FACTREGW - STATUS "
085900             RSND-WORK-STATUS
086000         MOVE "Y" TO RSND-FAILED-SWITCH
086100         GO TO 6200-REWRITE-REGISTER-EXIT
086200     END-IF.
086300     OPEN OUTPUT FACT-REGISTER-FILE.
086400     IF NOT RSND-REGISTER-OK
086500         DISPLAY "FACTRSND: UNABLE TO REOPEN FACTREG - STATUS "
086600             RSND-REGISTER-STATUS
086700         CLOSE RSND-WORK-FILE
086800         MOVE "Y" TO RSND-FAILED-SWITCH
086900         GO TO 6200-REWRITE-REGISTER-EXIT
087000     END-IF.
087100     MOVE "N" TO RSND-EOF-SWITCH.
087200     PERFORM 6300-COPY-ONE-REGISTER
087300         THRU 6300-COPY-ONE-REGISTER-EXIT
087400         UNTIL RSND-EOF.
087500     CLOSE RSND-WORK-FILE.
087600     CLOSE FACT-REGISTER-FILE.
087700 6200-REWRITE-REGISTER-EXIT.
087800     EXIT.

087900*----------------------------------------------------------------
088000* 6300-COPY-ONE-REGISTER
088100*----------------------------------------------------------------
088200 6300-COPY-ONE-REGISTER.
088300     READ RSND-WORK-FILE
088400         AT END
088500             MOVE "Y" TO RSND-EOF-SWITCH
088600             GO TO 6300-COPY-ONE-REGISTER-EXIT
088700     END-READ.
088800     MOVE RSND-WORK-RECORD TO FACT-REGISTER-RECORD.
088900     WRITE FACT-REGISTER-RECORD.
089000     IF NOT RSND-REGISTER-OK
089100         DISPLAY "FACTRSND: UNABLE TO WRITE FACTREG - STATUS "
089200             RSND-REGISTER-STATUS
089300         MOVE "Y" TO RSND-FAILED-SWITCH
089400         MOVE "Y" TO RSND-EOF-SWITCH
089500     END-IF.
089600 6300-COPY-ONE-REGISTER-EXIT.
089700     EXIT.

089800*----------------------------------------------------------------
089900* 7000-PRINT-VERDICT  -  WHETHER FACTEXTR MAY BE SENT
090000*----------------------------------------------------------------
090100 7000-PRINT-VERDICT.
090200     IF RSND-INIT-FAILED
090300         GO TO 7000-PRINT-VERDICT-EXIT
090400     END-IF.
090500     MOVE SPACES TO RSND-REPORT-LINE-AREA.
090600     PERFORM 5100-WRITE-REPORT-LINE
090700         THRU 5100-WRITE-REPORT-LINE-EXIT.
090800     EVALUATE TRUE
090900         WHEN RSND-NOT-FOUND
091000             MOVE "NOTHING REGENERATED - NO RESEND RECORDED" TO
091100                 RSND-REPORT-LINE-AREA
091200         WHEN RSND-STRUCT-ERROR OR RSND-MISMATCH
091300             MOVE "REGENERATION FAILED - DO NOT SEND FACTEXTR" TO
091400                 RSND-REPORT-LINE-AREA
091500         WHEN RSND-FAILED
091600             MOVE "REGENERATION INCOMPLETE - FILE ERROR" TO
091700                 RSND-REPORT-LINE-AREA
091800         WHEN OTHER
091900             MOVE "REGENERATION CLEAN - FACTEXTR READY TO SEND" TO
092000                 RSND-REPORT-LINE-AREA
092100     END-EVALUATE.
092200     PERFORM 5100-WRITE-REPORT-LINE
092300         THRU 5100-WRITE-REPORT-LINE-EXIT.
092400     IF RSND-NOT-FOUND OR RSND-STRUCT-ERROR OR RSND-MISMATCH
092500         OR RSND-FAILED
092600         GO TO 7000-PRINT-VERDICT-EXIT
092700     END-IF.
092800     MOVE RSND-RESEND-NUMBER TO RSND-RSL-NUMBER.
092900     MOVE RSND-RESEND-LINE TO RSND-REPORT-LINE-AREA.
093000     PERFORM 5100-WRITE-REPORT-LINE
093100         THRU 5100-WRITE-REPORT-LINE-EXIT.
093200 7000-PRINT-VERDICT-EXIT.
093300     EXIT.

093400*----------------------------------------------------------------
093500* 8000-TERMINATE  -  CLOSE THE REPORT AND SET THE RETURN CODE
093600*----------------------------------------------------------------
093700 8000-TERMINATE.
093800     IF RSND-REPORT-OPEN
093900         CLOSE RSND-REPORT-FILE
094000     END-IF.
094100     EVALUATE TRUE
094200         WHEN RSND-INIT-FAILED OR RSND-FAILED
094300             OR RSND-STRUCT-ERROR
094400             MOVE 16 TO RETURN-CODE
094500         WHEN RSND-NOT-FOUND OR RSND-MISMATCH
094600             MOVE 8 TO RETURN-CODE
094700         WHEN OTHER
094800             MOVE ZERO TO RETURN-CODE
094900     END-EVALUATE.
095000     DISPLAY "FACTRSND: BUSINESS DATE    = " RSND-BUSINESS-DATE.
095100     DISPLAY "FACTRSND: RECORDS REBUILT  = " RSND-COPIED-CTR.
095200     DISPLAY "FACTRSND: DETAIL RECORDS   = " RSND-DETAIL-CTR.
095300     DISPLAY "FACTRSND: REGISTER MATCHES = " RSND-REG-MATCH-CTR.
095400     DISPLAY "FACTRSND: RETURN CODE      = " RETURN-CODE.
095500 8000-TERMINATE-EXIT.
095600     EXIT.
