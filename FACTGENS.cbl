000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTGENS.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL DATED OUTPUT GENERATIONS.  FACTBAT
001100*                  REBUILDS FACTOUT AND FACTEXT EVERY NIGHT, SO
001200*                  ONLY THE LATEST NIGHT WAS EVER ON HAND.  THIS
001300*                  JOB RUNS AFTER FACTBAT AND BEFORE FACTROLL
001400*                  AND COPIES BOTH FILES, RECORD FOR RECORD, TO
001500*                  GENERATIONS NAMED FOR THE BUSINESS DATE
001600*                  (FACTOUT.GYYYYMMDD AND FACTEXT.GYYYYMMDD),
001700*                  OPENED THROUGH THE FACTOUTG AND FACTEXTG
001800*                  FILE NAMES THE SAME WAY FACTAUDV OPENS EACH
001900*                  FACTARCV.  EVERY GENERATION KEPT IS LISTED
002000*                  ON THE FACTGENL CATALOG, OLDEST FIRST, WITH
002100*                  ITS RECORD COUNTS; A RERUN FOR THE SAME DATE
002200*                  REPLACES THAT DATE'S ENTRY.  THE RETENTION
002300*                  LIMIT IS THE NUMBER OF GENERATIONS TO KEEP
002400*                  (COMMAND-LINE PARM, 1-999, DEFAULT 30); THE
002500*                  OLDEST BEYOND IT ARE DROPPED FROM THE CATALOG
002600*                  AND THEIR FILES DELETED, ONLY AFTER THE NEW
002700*                  CATALOG IS WRITTEN.  FACTEXT MUST CARRY THE
002800*                  FACTCTL BUSINESS DATE ON ITS HEADER.  REFUSED
002900*                  WITH RETURN CODE 8 UNLESS FACTCTL SHOWS THE
003000*                  NIGHT COMPLETE OR WHEN FACTEXT IS FOR ANOTHER
003100*                  DATE.  RETURN CODE 16 ON A FILE ERROR.
003200* 2026-10-15  DM   THE FACTEXT HEADER DATE IS CHECKED AT START-UP,
003300*                  SO A REFUSED RUN WRITES NO FACTOUT GENERATION
003400*                  THAT THE CATALOG DOES NOT KNOW OF.  FACTGENL IS
003500*                  STAGED THROUGH WORK FILE FACTGENW AND COPIED
003600*                  BACK ONLY WHEN THE STAGING IS CLEAN, AS FACTACK
003700*                  DOES WITH FACTREGW; IF THE COPY BACK FAILS,
003800*                  FACTGENW STILL HOLDS THE WHOLE CATALOG.
003900*================================================================

004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT FACT-CONTROL-FILE ASSIGN TO FACTCTL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS GENS-CONTROL-STATUS.

004600     SELECT FACT-OUTPUT-FILE ASSIGN TO FACTOUT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS GENS-OUTPUT-STATUS.

004900     SELECT FACT-EXTRACT-FILE ASSIGN TO FACTEXT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS GENS-EXTRACT-STATUS.

005200     SELECT GENS-OUTGEN-FILE ASSIGN TO FACTOUTG
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS GENS-OUTGEN-STATUS.

005500     SELECT GENS-EXTGEN-FILE ASSIGN TO FACTEXTG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS GENS-EXTGEN-STATUS.

005800     SELECT GENS-CATALOG-FILE ASSIGN TO FACTGENL
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS GENS-CATALOG-STATUS.

006100     SELECT GENS-WORK-FILE ASSIGN TO FACTGENW
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS GENS-WORK-STATUS.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  FACT-CONTROL-FILE.
006700 01  FACT-CONTROL-RECORD.
006800     05 FACT-CTL-BUSINESS-DATE      PIC X(10).
006900     05 FILLER                      PIC X(01).
007000     05 FACT-CTL-CHECKPOINT-INT     PIC 9(09).
007100     05 FILLER                      PIC X(01).
007200     05 FACT-CTL-LINES-PER-PAGE     PIC 9(05).
007300     05 FILLER                      PIC X(01).
007400     05 FACT-CTL-RUN-STATUS         PIC X(01).
007500         88 FACT-CTL-RUN-COMPLETE       VALUE "C".

007600 FD  FACT-OUTPUT-FILE.
007700 01  FACT-OUTPUT-RECORD             PIC X(80).

007800 FD  FACT-EXTRACT-FILE
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  FACT-EXTRACT-RECORD            PIC X(80).

008100 FD  GENS-OUTGEN-FILE.
008200 01  GENS-OUTGEN-RECORD             PIC X(80).

008300 FD  GENS-EXTGEN-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  GENS-EXTGEN-RECORD             PIC X(80).

008600 FD  GENS-CATALOG-FILE.
008700 01  FACT-GENCAT-RECORD.
008800     05 FACT-GC-BUSINESS-DATE       PIC X(10).
008900     05 FILLER                      PIC X(01).
009000     05 FACT-GC-OUTPUT-NAME         PIC X(24).
009100     05 FILLER                      PIC X(01).
009200     05 FACT-GC-EXTRACT-NAME        PIC X(24).
009300     05 FILLER                      PIC X(01).
009400     05 FACT-GC-OUTPUT-RECORDS      PIC 9(09).
009500     05 FILLER                      PIC X(01).
009600     05 FACT-GC-EXTRACT-RECORDS     PIC 9(09).

009700 FD  GENS-WORK-FILE.
009800 01  GENS-WORK-RECORD               PIC X(80).

009900 WORKING-STORAGE SECTION.
010000*================================================================
010100* 77-LEVEL SWITCHES AND COUNTERS
010200*================================================================
010300 77  GENS-CONTROL-STATUS       PIC X(02) VALUE SPACES.
010400     88 GENS-CONTROL-OK            VALUE "00".
010500 77  GENS-OUTPUT-STATUS        PIC X(02) VALUE SPACES.
010600     88 GENS-OUTPUT-OK             VALUE "00".
010700 77  GENS-EXTRACT-STATUS       PIC X(02) VALUE SPACES.
010800     88 GENS-EXTRACT-OK            VALUE "00".
010900 77  GENS-OUTGEN-STATUS        PIC X(02) VALUE SPACES.
011000     88 GENS-OUTGEN-OK             VALUE "00".
011100 77  GENS-EXTGEN-STATUS        PIC X(02) VALUE SPACES.
011200     88 GENS-EXTGEN-OK             VALUE "00".
011300 77  GENS-CATALOG-STATUS       PIC X(02) VALUE SPACES.
011400     88 GENS-CATALOG-OK            VALUE "00".
011500     88 GENS-CATALOG-NO-FILE       VALUE "35".
011600 77  GENS-WORK-STATUS          PIC X(02) VALUE SPACES.
011700     88 GENS-WORK-OK               VALUE "00".

011800 77  GENS-EOF-SWITCH           PIC X(01) VALUE "N".
011900     88 GENS-EOF                   VALUE "Y".
012000 77  GENS-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
012100     88 GENS-INIT-FAILED           VALUE "Y".
012200 77  GENS-FAILED-SWITCH        PIC X(01) VALUE "N".
012300     88 GENS-FAILED                VALUE "Y".
012400 77  GENS-REFUSED-SWITCH       PIC X(01) VALUE "N".
012500     88 GENS-REFUSED               VALUE "Y".
012600 77  GENS-FOUND-SWITCH         PIC X(01) VALUE "N".
012700     88 GENS-FOUND                 VALUE "Y".

012800 77  GENS-OUTPUT-CTR           PIC 9(09) COMP VALUE ZERO.
012900 77  GENS-EXTRACT-CTR          PIC 9(09) COMP VALUE ZERO.
013000 77  GENS-EXPIRED-CTR          PIC 9(09) COMP VALUE ZERO.
013100 77  GENS-DELETED-CTR          PIC 9(09) COMP VALUE ZERO.
013200 77  GENS-KEPT-CTR             PIC 9(09) COMP VALUE ZERO.
013300 77  GENS-SUB                  PIC 9(04) COMP VALUE ZERO.
013400 77  GENS-POS                  PIC 9(04) COMP VALUE ZERO.
013500 77  GENS-CAT-COUNT            PIC 9(04) COMP VALUE ZERO.
013600 77  GENS-CAT-MAX              PIC 9(04) COMP VALUE 1000.
013700 77  GENS-FIRST-KEPT           PIC 9(04) COMP VALUE 1.
013800 77  GENS-KEEP-LIMIT           PIC 9(03) VALUE 30.
013900 77  GENS-KEEP-LENGTH          PIC 9(04) COMP VALUE ZERO.

014000 77  GENS-BUSINESS-DATE        PIC X(10) VALUE SPACES.
014100 77  GENS-COMMAND-PARM         PIC X(10) VALUE SPACES.
014200 77  GENS-KEEP-PARM            PIC X(10) VALUE SPACES.
014300 77  GENS-DELETE-NAME          PIC X(25) VALUE SPACES.

014400 01  GENS-DATE-WORK.
014500     05 GENS-DW-YYYY            PIC X(04).
014600     05 GENS-DW-SEP-1           PIC X(01).
014700     05 GENS-DW-MM              PIC X(02).
014800     05 GENS-DW-SEP-2           PIC X(01).
014900     05 GENS-DW-DD              PIC X(02).

015000*================================================================
015100* GENERATION FILE NAMES FOR TONIGHT AND THE ENVIRONMENT NAMES
015200* USED TO POINT FACTOUTG AND FACTEXTG AT THEM
015300*================================================================
015400 01  GENS-OUTPUT-GEN-NAME.
015500     05 FILLER                  PIC X(09) VALUE "FACTOUT.G".
015600     05 GENS-OGN-YYYY           PIC X(04).
015700     05 GENS-OGN-MM             PIC X(02).
015800     05 GENS-OGN-DD             PIC X(02).
015900     05 FILLER                  PIC X(07) VALUE SPACES.
016000 01  GENS-EXTRACT-GEN-NAME.
016100     05 FILLER                  PIC X(09) VALUE "FACTEXT.G".
016200     05 GENS-EGN-YYYY           PIC X(04).
016300     05 GENS-EGN-MM             PIC X(02).
016400     05 GENS-EGN-DD             PIC X(02).
016500     05 FILLER                  PIC X(07) VALUE SPACES.
016600 01  GENS-OUTGEN-ENV-NAME      PIC X(11) VALUE "DD_FACTOUTG".
016700 01  GENS-EXTGEN-ENV-NAME      PIC X(11) VALUE "DD_FACTEXTG".

016800*================================================================
016900* EXTRACT HEADER VIEW - MUST MATCH THE FACTBAT LAYOUT
017000*================================================================
017100 01  GENS-EXTRACT-WORK          PIC X(80).
017200 01  GENS-EXT-HEADER-REC REDEFINES GENS-EXTRACT-WORK.
017300     05 GENS-EXT-H-TYPE         PIC X(01).
017400     05 GENS-EXT-H-RUN-DATE     PIC X(10).
017500     05 FILLER                  PIC X(69).

017600*================================================================
017700* GENERATION CATALOG, OLDEST FIRST
017800*================================================================
017900 01  GENS-CATALOG-TABLE.
018000     05 GENS-CAT-ENTRY OCCURS 1000 TIMES.
018100         10 GENS-CAT-RECORD         PIC X(80).

018200*================================================================
018300* PROCEDURE DIVISION
018400*================================================================
018500 PROCEDURE DIVISION.
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE
018800         THRU 1000-INITIALIZE-EXIT.
018900     IF NOT GENS-INIT-FAILED AND NOT GENS-REFUSED
019000         PERFORM 2000-COPY-FACTOUT
019100             THRU 2000-COPY-FACTOUT-EXIT
019200     END-IF.
019300     IF NOT GENS-INIT-FAILED AND NOT GENS-REFUSED
019400         AND NOT GENS-FAILED
019500         PERFORM 3000-COPY-FACTEXT
019600             THRU 3000-COPY-FACTEXT-EXIT
019700     END-IF.
019800     IF NOT GENS-INIT-FAILED AND NOT GENS-REFUSED
019900         AND NOT GENS-FAILED
020000         PERFORM 4000-CATALOG-GENERATION
020100             THRU 4000-CATALOG-GENERATION-EXIT
020200         PERFORM 5000-REWRITE-CATALOG
020300             THRU 5000-REWRITE-CATALOG-EXIT
020400     END-IF.
020500     IF NOT GENS-INIT-FAILED AND NOT GENS-REFUSED
020600         AND NOT GENS-FAILED
020700         PERFORM 6000-DELETE-EXPIRED
020800             THRU 6000-DELETE-EXPIRED-EXIT
020900             VARYING GENS-SUB FROM 1 BY 1
021000             UNTIL GENS-SUB NOT < GENS-FIRST-KEPT
021100     END-IF.
021200     PERFORM 8000-TERMINATE
021300         THRU 8000-TERMINATE-EXIT.
021400     STOP RUN.

021500*----------------------------------------------------------------
021600* 1000-INITIALIZE  -  RETENTION PARM, BUSINESS DATE FROM
021700*                     FACTCTL, THE FACTEXT HEADER, TONIGHT'S
021800*                     GENERATION NAMES AND THE CATALOG AS IT
021900*                     STANDS.  NOTHING IS WRITTEN UNTIL ALL OF
022000*                     THESE ARE IN ORDER.
022100*----------------------------------------------------------------
022200 1000-INITIALIZE.
022300     ACCEPT GENS-COMMAND-PARM FROM COMMAND-LINE.
022400     IF GENS-COMMAND-PARM NOT = SPACES
022500         PERFORM 1050-EDIT-RETENTION
022600             THRU 1050-EDIT-RETENTION-EXIT
022700         IF GENS-INIT-FAILED
022800             GO TO 1000-INITIALIZE-EXIT
022900         END-IF
023000     END-IF.
023100     OPEN INPUT FACT-CONTROL-FILE.
023200     IF NOT GENS-CONTROL-OK
023300         DISPLAY "FACTGENS: UNABLE TO OPEN FACTCTL - STATUS "
023400             GENS-CONTROL-STATUS
023500         MOVE "Y" TO GENS-INIT-FAILED-SWITCH
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF.
023800     MOVE "N" TO GENS-EOF-SWITCH.
023900     READ FACT-CONTROL-FILE
024000         AT END
024100             MOVE "Y" TO GENS-EOF-SWITCH
024200     END-READ.
024300     IF GENS-EOF
024400         DISPLAY "FACTGENS: FACTCTL IS EMPTY - RUN-CONTROL "
024500             "RECORD REQUIRED"
024600         CLOSE FACT-CONTROL-FILE
024700         MOVE "Y" TO GENS-INIT-FAILED-SWITCH
024800         GO TO 1000-INITIALIZE-EXIT
024900     END-IF.
025000     MOVE FACT-CTL-BUSINESS-DATE TO GENS-BUSINESS-DATE.
025100     IF NOT FACT-CTL-RUN-COMPLETE
025200         DISPLAY "FACTGENS: FACTBAT RUN FOR " GENS-BUSINESS-DATE
025300             " IS NOT COMPLETE - GENERATIONS NOT TAKEN"
025400         MOVE "Y" TO GENS-REFUSED-SWITCH
025500     END-IF.
025600     CLOSE FACT-CONTROL-FILE.
025700     IF GENS-REFUSED
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
026000     PERFORM 1100-CHECK-EXTRACT-HEADER
026100         THRU 1100-CHECK-EXTRACT-HEADER-EXIT.
026200     IF GENS-INIT-FAILED OR GENS-REFUSED
026300         GO TO 1000-INITIALIZE-EXIT
026400     END-IF.
026500     MOVE GENS-BUSINESS-DATE TO GENS-DATE-WORK.
026600     MOVE GENS-DW-YYYY TO GENS-OGN-YYYY GENS-EGN-YYYY.
026700     MOVE GENS-DW-MM   TO GENS-OGN-MM   GENS-EGN-MM.
026800     MOVE GENS-DW-DD   TO GENS-OGN-DD   GENS-EGN-DD.
026900     PERFORM 1200-LOAD-CATALOG
027000         THRU 1200-LOAD-CATALOG-EXIT.
027100 1000-INITIALIZE-EXIT.
027200     EXIT.

027300*----------------------------------------------------------------
027400* 1050-EDIT-RETENTION  -  THE PARM IS THE NUMBER OF GENERATIONS
027500*                         TO KEEP, ONE TO THREE DIGITS, NOT ZERO
027600*----------------------------------------------------------------
027700 1050-EDIT-RETENTION.
027800     MOVE SPACES TO GENS-KEEP-PARM.
027900     MOVE ZERO TO GENS-KEEP-LENGTH.
028000     UNSTRING GENS-COMMAND-PARM DELIMITED BY SPACE
028100         INTO GENS-KEEP-PARM COUNT IN GENS-KEEP-LENGTH.
028200     IF GENS-KEEP-LENGTH < 1 OR GENS-KEEP-LENGTH > 3
028300         GO TO 1050-EDIT-RETENTION-BAD
028400     END-IF.
028500     IF GENS-KEEP-PARM(1:GENS-KEEP-LENGTH) IS NOT NUMERIC
028600         GO TO 1050-EDIT-RETENTION-BAD
028700     END-IF.
028800     MOVE GENS-KEEP-PARM(1:GENS-KEEP-LENGTH) TO GENS-KEEP-LIMIT.
028900     IF GENS-KEEP-LIMIT > ZERO
029000         GO TO 1050-EDIT-RETENTION-EXIT
029100     END-IF.
029200 1050-EDIT-RETENTION-BAD.
029300     DISPLAY "FACTGENS: INVALID RETENTION PARM - "
029400         GENS-COMMAND-PARM.
029500     MOVE "Y" TO GENS-INIT-FAILED-SWITCH.
029600 1050-EDIT-RETENTION-EXIT.
029700     EXIT.

029800*----------------------------------------------------------------
029900* 1100-CHECK-EXTRACT-HEADER  -  FACTEXT MUST BE TONIGHT'S: ITS
030000*                               HEADER CARRIES THE FACTCTL
030100*                               BUSINESS DATE.  AN EXTRACT FOR
030200*                               ANY OTHER DATE IS REFUSED BEFORE
030300*                               EITHER GENERATION IS OPENED.
030400*----------------------------------------------------------------
030500 1100-CHECK-EXTRACT-HEADER.
030600     OPEN INPUT FACT-EXTRACT-FILE.
030700     IF NOT GENS-EXTRACT-OK
030800         DISPLAY "FACTGENS: UNABLE TO OPEN FACTEXT - STATUS "
030900             GENS-EXTRACT-STATUS
031000         MOVE "Y" TO GENS-INIT-FAILED-SWITCH
031100         GO TO 1100-CHECK-EXTRACT-HEADER-EXIT
031200     END-IF.
031300     MOVE "N" TO GENS-EOF-SWITCH.
031400     MOVE SPACES TO GENS-EXTRACT-WORK.
031500     READ FACT-EXTRACT-FILE
031600         AT END
031700             MOVE "Y" TO GENS-EOF-SWITCH
031800     END-READ.
031900     IF NOT GENS-EOF
032000         MOVE FACT-EXTRACT-RECORD TO GENS-EXTRACT-WORK
032100     END-IF.
032200     CLOSE FACT-EXTRACT-FILE.
032300     IF GENS-EXT-H-TYPE NOT = "H"
032400         OR GENS-EXT-H-RUN-DATE NOT = GENS-BUSINESS-DATE
032500         DISPLAY "FACTGENS: FACTEXT HEADER IS NOT FOR "
032600             GENS-BUSINESS-DATE " - GENERATIONS NOT TAKEN"
032700         MOVE "Y" TO GENS-REFUSED-SWITCH
032800     END-IF.
032900 1100-CHECK-EXTRACT-HEADER-EXIT.
033000     EXIT.

033100*----------------------------------------------------------------
033200* 1200-LOAD-CATALOG  -  FACTGENL INTO THE TABLE; NO CATALOG YET
033300*                       IS AN EMPTY ONE
033400*----------------------------------------------------------------
033500 1200-LOAD-CATALOG.
033600     MOVE ZERO TO GENS-CAT-COUNT.
033700     OPEN INPUT GENS-CATALOG-FILE.
033800     IF GENS-CATALOG-NO-FILE
033900         GO TO 1200-LOAD-CATALOG-EXIT
034000     END-IF.
034100     IF NOT GENS-CATALOG-OK
034200         DISPLAY "FACTGENS: UNABLE TO OPEN FACTGENL - STATUS "
034300             GENS-CATALOG-STATUS
034400         MOVE "Y" TO GENS-INIT-FAILED-SWITCH
034500         GO TO 1200-LOAD-CATALOG-EXIT
034600     END-IF.
034700     MOVE "N" TO GENS-EOF-SWITCH.
034800     PERFORM 1250-LOAD-ONE-ENTRY
034900         THRU 1250-LOAD-ONE-ENTRY-EXIT
035000         UNTIL GENS-EOF.
035100     CLOSE GENS-CATALOG-FILE.
035200 1200-LOAD-CATALOG-EXIT.
035300     EXIT.

035400*----------------------------------------------------------------
035500* 1250-LOAD-ONE-ENTRY  -  BLANK LINES ARE SKIPPED
035600*----------------------------------------------------------------
035700 1250-LOAD-ONE-ENTRY.
035800     READ GENS-CATALOG-FILE
035900         AT END
036000             MOVE "Y" TO GENS-EOF-SWITCH
036100             GO TO 1250-LOAD-ONE-ENTRY-EXIT
036200     END-READ.
036300     IF FACT-GC-BUSINESS-DATE = SPACES
036400         GO TO 1250-LOAD-ONE-ENTRY-EXIT
036500     END-IF.
036600     IF GENS-CAT-COUNT NOT < GENS-CAT-MAX - 1
036700         DISPLAY "FACTGENS: FACTGENL HOLDS MORE THAN "
036800             "999 GENERATIONS"
036900         MOVE "Y" TO GENS-INIT-FAILED-SWITCH
037000         MOVE "Y" TO GENS-EOF-SWITCH
037100         GO TO 1250-LOAD-ONE-ENTRY-EXIT
037200     END-IF.
037300     ADD 1 TO GENS-CAT-COUNT.
037400     MOVE FACT-GENCAT-RECORD TO GENS-CAT-RECORD(GENS-CAT-COUNT).
037500 1250-LOAD-ONE-ENTRY-EXIT.
037600     EXIT.

037700*----------------------------------------------------------------
037800* 2000-COPY-FACTOUT  -  TONIGHT'S FACTOUT TO ITS GENERATION
037900*----------------------------------------------------------------
038000 2000-COPY-FACTOUT.
038100     OPEN INPUT FACT-OUTPUT-FILE.
038200     IF NOT GENS-OUTPUT-OK
038300         DISPLAY "FACTGENS: UNABLE TO OPEN FACTOUT - STATUS "
038400             GENS-OUTPUT-STATUS
038500         MOVE "Y" TO GENS-FAILED-SWITCH
038600         GO TO 2000-COPY-FACTOUT-EXIT
038700     END-IF.
038800     DISPLAY GENS-OUTGEN-ENV-NAME UPON ENVIRONMENT-NAME.
038900     DISPLAY GENS-OUTPUT-GEN-NAME UPON ENVIRONMENT-VALUE.
039000     OPEN OUTPUT GENS-OUTGEN-FILE.
039100     IF NOT GENS-OUTGEN-OK
039200         DISPLAY "FACTGENS: UNABLE TO OPEN " GENS-OUTPUT-GEN-NAME
039300             " - STATUS " GENS-OUTGEN-STATUS
039400         CLOSE FACT-OUTPUT-FILE
039500         MOVE "Y" TO GENS-FAILED-SWITCH
039600         GO TO 2000-COPY-FACTOUT-EXIT
039700     END-IF.
039800     MOVE "N" TO GENS-EOF-SWITCH.
039900     PERFORM 2100-COPY-ONE-OUTPUT
040000         THRU 2100-COPY-ONE-OUTPUT-EXIT
040100         UNTIL GENS-EOF.
040200     CLOSE FACT-OUTPUT-FILE.
040300     CLOSE GENS-OUTGEN-FILE.
040400 2000-COPY-FACTOUT-EXIT.
040500     EXIT.

040600*----------------------------------------------------------------
040700* 2100-COPY-ONE-OUTPUT
040800*----------------------------------------------------------------
040900 2100-COPY-ONE-OUTPUT.
041000     READ FACT-OUTPUT-FILE
041100         AT END
041200             MOVE "Y" TO GENS-EOF-SWITCH
041300             GO TO 2100-COPY-ONE-OUTPUT-EXIT
041400     END-READ.
041500     MOVE FACT-OUTPUT-RECORD TO GENS-OUTGEN-RECORD.
041600     WRITE GENS-OUTGEN-RECORD.
041700     IF NOT GENS-OUTGEN-OK
041800         DISPLAY "FACTGENS: UNABLE TO WRITE "
041900             GENS-OUTPUT-GEN-NAME " - STATUS " GENS-OUTGEN-STATUS
042000         MOVE "Y" TO GENS-FAILED-SWITCH
042100         MOVE "Y" TO GENS-EOF-SWITCH
042200         GO TO 2100-COPY-ONE-OUTPUT-EXIT
042300     END-IF.
042400     ADD 1 TO GENS-OUTPUT-CTR.
042500 2100-COPY-ONE-OUTPUT-EXIT.
042600     EXIT.

042700*----------------------------------------------------------------
042800* 3000-COPY-FACTEXT  -  TONIGHT'S FACTEXT TO ITS GENERATION.
042900*                       ITS HEADER WAS CHECKED AT START-UP.
043000*----------------------------------------------------------------
043100 3000-COPY-FACTEXT.
043200     OPEN INPUT FACT-EXTRACT-FILE.
043300     IF NOT GENS-EXTRACT-OK
043400         DISPLAY "FACTGENS: UNABLE TO OPEN FACTEXT - STATUS "
043500             GENS-EXTRACT-STATUS
043600         MOVE "Y" TO GENS-FAILED-SWITCH
043700         GO TO 3000-COPY-FACTEXT-EXIT
043800     END-IF.
043900     MOVE "N" TO GENS-EOF-SWITCH.
044000     READ FACT-EXTRACT-FILE
044100         AT END
044200             MOVE "Y" TO GENS-EOF-SWITCH
044300     END-READ.
044400     DISPLAY GENS-EXTGEN-ENV-NAME UPON ENVIRONMENT-NAME.
044500     DISPLAY GENS-EXTRACT-GEN-NAME UPON ENVIRONMENT-VALUE.
044600     OPEN OUTPUT GENS-EXTGEN-FILE.
044700     IF NOT GENS-EXTGEN-OK
044800         DISPLAY "FACTGENS: UNABLE TO OPEN " GENS-EXTRACT-GEN-NAME
044900             " - STATUS " GENS-EXTGEN-STATUS
045000         CLOSE FACT-EXTRACT-FILE
045100         MOVE "Y" TO GENS-FAILED-SWITCH
045200         GO TO 3000-COPY-FACTEXT-EXIT
045300     END-IF.
045400     PERFORM 3100-COPY-ONE-EXTRACT
045500         THRU 3100-COPY-ONE-EXTRACT-EXIT
045600         UNTIL GENS-EOF.
045700     CLOSE FACT-EXTRACT-FILE.
045800     CLOSE GENS-EXTGEN-FILE.
045900 3000-COPY-FACTEXT-EXIT.
046000     EXIT.

046100*----------------------------------------------------------------
046200* 3100-COPY-ONE-EXTRACT  -  WRITE THE RECORD IN HAND, READ THE
046300*                          NEXT
046400*----------------------------------------------------------------
046500 3100-COPY-ONE-EXTRACT.
046600     MOVE FACT-EXTRACT-RECORD TO GENS-EXTGEN-RECORD.
046700     WRITE GENS-EXTGEN-RECORD.
046800     IF NOT GENS-EXTGEN-OK
046900         DISPLAY "FACTGENS: UNABLE TO WRITE "
047000             GENS-EXTRACT-GEN-NAME " - STATUS " GENS-EXTGEN-STATUS
047100         MOVE "Y" TO GENS-FAILED-SWITCH
047200         MOVE "Y" TO GENS-EOF-SWITCH
047300         GO TO 3100-COPY-ONE-EXTRACT-EXIT
047400     END-IF.
047500     ADD 1 TO GENS-EXTRACT-CTR.
047600     READ FACT-EXTRACT-FILE
047700         AT END
047800             MOVE "Y" TO GENS-EOF-SWITCH
047900     END-READ.
048000 3100-COPY-ONE-EXTRACT-EXIT.
048100     EXIT.

048200*----------------------------------------------------------------
048300* 4000-CATALOG-GENERATION  -  PLACE TONIGHT'S ENTRY IN DATE
048400*                             ORDER, REPLACING ANY ENTRY FOR THE
048500*                             SAME DATE, THEN MARK THE OLDEST
048600*                             BEYOND THE RETENTION LIMIT EXPIRED
048700*----------------------------------------------------------------
048800 4000-CATALOG-GENERATION.
048900     MOVE "N" TO GENS-FOUND-SWITCH.
049000     MOVE ZERO TO GENS-POS.
049100     PERFORM 4100-FIND-POSITION
049200         THRU 4100-FIND-POSITION-EXIT
049300         VARYING GENS-SUB FROM 1 BY 1
049400         UNTIL GENS-SUB > GENS-CAT-COUNT OR GENS-POS > ZERO.
049500     IF GENS-POS = ZERO
049600         ADD 1 TO GENS-CAT-COUNT
049700         MOVE GENS-CAT-COUNT TO GENS-POS
049800     ELSE
049900         IF NOT GENS-FOUND
050000             PERFORM 4200-SHIFT-ENTRY
050100                 THRU 4200-SHIFT-ENTRY-EXIT
050200                 VARYING GENS-SUB FROM GENS-CAT-COUNT BY -1
050300                 UNTIL GENS-SUB < GENS-POS
050400             ADD 1 TO GENS-CAT-COUNT
050500         END-IF
050600     END-IF.
050700     MOVE SPACES TO FACT-GENCAT-RECORD.
050800     MOVE GENS-BUSINESS-DATE    TO FACT-GC-BUSINESS-DATE.
050900     MOVE GENS-OUTPUT-GEN-NAME  TO FACT-GC-OUTPUT-NAME.
051000     MOVE GENS-EXTRACT-GEN-NAME TO FACT-GC-EXTRACT-NAME.
051100     MOVE GENS-OUTPUT-CTR       TO FACT-GC-OUTPUT-RECORDS.
051200     MOVE GENS-EXTRACT-CTR      TO FACT-GC-EXTRACT-RECORDS.
051300     MOVE FACT-GENCAT-RECORD TO GENS-CAT-RECORD(GENS-POS).
051400     MOVE 1 TO GENS-FIRST-KEPT.
051500     IF GENS-CAT-COUNT > GENS-KEEP-LIMIT
051600         COMPUTE GENS-FIRST-KEPT =
051700             GENS-CAT-COUNT - GENS-KEEP-LIMIT + 1
051800     END-IF.
051900     COMPUTE GENS-EXPIRED-CTR = GENS-FIRST-KEPT - 1.
052000     COMPUTE GENS-KEPT-CTR = GENS-CAT-COUNT - GENS-EXPIRED-CTR.
052100 4000-CATALOG-GENERATION-EXIT.
052200     EXIT.

052300*----------------------------------------------------------------
052400* 4100-FIND-POSITION  -  FIRST ENTRY DATED ON OR AFTER TONIGHT
052500*----------------------------------------------------------------
052600 4100-FIND-POSITION.
052700     MOVE GENS-CAT-RECORD(GENS-SUB) TO FACT-GENCAT-RECORD.
052800     IF FACT-GC-BUSINESS-DATE < GENS-BUSINESS-DATE
052900         GO TO 4100-FIND-POSITION-EXIT
053000     END-IF.
053100     MOVE GENS-SUB TO GENS-POS.
053200     IF FACT-GC-BUSINESS-DATE = GENS-BUSINESS-DATE
053300         MOVE "Y" TO GENS-FOUND-SWITCH
053400     END-IF.
053500 4100-FIND-POSITION-EXIT.
053600     EXIT.

053700*----------------------------------------------------------------
053800* 4200-SHIFT-ENTRY  -  MOVE ONE ENTRY UP A SLOT TO OPEN A GAP
053900*----------------------------------------------------------------
054000 4200-SHIFT-ENTRY.
054100     MOVE GENS-CAT-RECORD(GENS-SUB)
054200         TO GENS-CAT-RECORD(GENS-SUB + 1).
054300 4200-SHIFT-ENTRY-EXIT.
054400     EXIT.

054500*----------------------------------------------------------------
054600* 5000-REWRITE-CATALOG  -  THE ENTRIES WITHIN THE RETENTION
054700*                          LIMIT, OLDEST FIRST, ARE STAGED ON
054800*                          FACTGENW.  FACTGENL IS REPLACED ONLY
054900*                          WHEN THE STAGING IS CLEAN, SO A
055000*                          BROKEN RUN NEVER TRUNCATES IT.
055100*----------------------------------------------------------------
055200 5000-REWRITE-CATALOG.
055300     OPEN OUTPUT GENS-WORK-FILE.
055400     IF NOT GENS-WORK-OK
055500         DISPLAY "FACTGENS: UNABLE TO OPEN FACTGENW - STATUS "
055600             GENS-WORK-STATUS
055700         MOVE "Y" TO GENS-FAILED-SWITCH
055800         GO TO 5000-REWRITE-CATALOG-EXIT
055900     END-IF.
056000     PERFORM 5100-STAGE-ONE-ENTRY
056100         THRU 5100-STAGE-ONE-ENTRY-EXIT
056200         VARYING GENS-SUB FROM GENS-FIRST-KEPT BY 1
056300         UNTIL GENS-SUB > GENS-CAT-COUNT OR GENS-FAILED.
056400     CLOSE GENS-WORK-FILE.
056500     IF GENS-FAILED
056600         GO TO 5000-REWRITE-CATALOG-EXIT
056700     END-IF.
056800     OPEN INPUT GENS-WORK-FILE.
056900     IF NOT GENS-WORK-OK
057000         DISPLAY "FACTGENS: UNABLE TO REOPEN FACTGENW - STATUS "
057100             GENS-WORK-STATUS
057200         MOVE "Y" TO GENS-FAILED-SWITCH
057300         GO TO 5000-REWRITE-CATALOG-EXIT
057400     END-IF.
057500     OPEN OUTPUT GENS-CATALOG-FILE.
057600     IF NOT GENS-CATALOG-OK
057700         DISPLAY "FACTGENS: UNABLE TO REOPEN FACTGENL - STATUS "
057800             GENS-CATALOG-STATUS
057900         CLOSE GENS-WORK-FILE
058000         MOVE "Y" TO GENS-FAILED-SWITCH
058100         GO TO 5000-REWRITE-CATALOG-EXIT
058200     END-IF.
058300     MOVE "N" TO GENS-EOF-SWITCH.
058400     PERFORM 5200-COPY-ONE-ENTRY
058500         THRU 5200-COPY-ONE-ENTRY-EXIT
058600         UNTIL GENS-EOF.
058700     CLOSE GENS-WORK-FILE.
058800     CLOSE GENS-CATALOG-FILE.
058900     IF GENS-FAILED
059000         DISPLAY "FACTGENS: FACTGENL INCOMPLETE - RESTORE IT "
059100             "FROM FACTGENW"
059200     END-IF.
059300 5000-REWRITE-CATALOG-EXIT.
059400     EXIT.

059500*----------------------------------------------------------------
059600* 5100-STAGE-ONE-ENTRY
059700*----------------------------------------------------------------
059800 5100-STAGE-ONE-ENTRY.
059900     MOVE GENS-CAT-RECORD(GENS-SUB) TO GENS-WORK-RECORD.
060000     WRITE GENS-WORK-RECORD.
060100     IF NOT GENS-WORK-OK
060200         DISPLAY "FACTGENS: UNABLE TO WRITE FACTGENW - STATUS "
060300             GENS-WORK-STATUS
060400         MOVE "Y" TO GENS-FAILED-SWITCH
060500     END-IF.
060600 5100-STAGE-ONE-ENTRY-EXIT.
060700     EXIT.

060800*----------------------------------------------------------------
060900* 5200-COPY-ONE-ENTRY  -  FACTGENW BACK OVER FACTGENL
061000*----------------------------------------------------------------
061100 5200-COPY-ONE-ENTRY.
061200     READ GENS-WORK-FILE
061300         AT END
061400             MOVE "Y" TO GENS-EOF-SWITCH
061500             GO TO 5200-COPY-ONE-ENTRY-EXIT
061600     END-READ.
061700     MOVE GENS-WORK-RECORD TO FACT-GENCAT-RECORD.
061800     WRITE FACT-GENCAT-RECORD.
061900     IF NOT GENS-CATALOG-OK
062000         DISPLAY "FACTGENS: UNABLE TO WRITE FACTGENL - STATUS "
062100             GENS-CATALOG-STATUS
062200         MOVE "Y" TO GENS-FAILED-SWITCH
062300         MOVE "Y" TO GENS-EOF-SWITCH
062400     END-IF.
062500 5200-COPY-ONE-ENTRY-EXIT.
062600     EXIT.

062700*----------------------------------------------------------------
062800* 6000-DELETE-EXPIRED  -  BOTH FILES OF ONE GENERATION NO LONGER
062900*                         ON THE CATALOG.  A FILE ALREADY GONE
063000*                         IS NOTED, NOT AN ERROR.
063100*----------------------------------------------------------------
063200 6000-DELETE-EXPIRED.
063300     MOVE GENS-CAT-RECORD(GENS-SUB) TO FACT-GENCAT-RECORD.
063400     MOVE FACT-GC-OUTPUT-NAME TO GENS-DELETE-NAME.
063500     PERFORM 6100-DELETE-ONE-FILE
063600         THRU 6100-DELETE-ONE-FILE-EXIT.
063700     MOVE FACT-GC-EXTRACT-NAME TO GENS-DELETE-NAME.
063800     PERFORM 6100-DELETE-ONE-FILE
063900         THRU 6100-DELETE-ONE-FILE-EXIT.
064000 6000-DELETE-EXPIRED-EXIT.
064100     EXIT.

064200*----------------------------------------------------------------
064300* 6100-DELETE-ONE-FILE
064400*----------------------------------------------------------------
064500 6100-DELETE-ONE-FILE.
064600     IF GENS-DELETE-NAME = SPACES
064700         GO TO 6100-DELETE-ONE-FILE-EXIT
064800     END-IF.
064900     CALL "CBL_DELETE_FILE" USING GENS-DELETE-NAME.
065000     IF RETURN-CODE = ZERO
065100         ADD 1 TO GENS-DELETED-CTR
065200     ELSE
065300         DISPLAY "FACTGENS: EXPIRED GENERATION NOT DELETED - "
065400             GENS-DELETE-NAME
065500     END-IF.
065600     MOVE ZERO TO RETURN-CODE.
065700 6100-DELETE-ONE-FILE-EXIT.
065800     EXIT.

065900*----------------------------------------------------------------
066000* 8000-TERMINATE  -  CONTROL COUNTS AND THE RETURN CODE
066100*----------------------------------------------------------------
066200 8000-TERMINATE.
066300     EVALUATE TRUE
066400         WHEN GENS-INIT-FAILED OR GENS-FAILED
066500             MOVE 16 TO RETURN-CODE
066600         WHEN GENS-REFUSED
066700             MOVE 8 TO RETURN-CODE
066800         WHEN OTHER
066900             MOVE ZERO TO RETURN-CODE
067000     END-EVALUATE.
067100     IF RETURN-CODE = ZERO
067200         DISPLAY "FACTGENS: BUSINESS DATE       = "
067300             GENS-BUSINESS-DATE
067400         DISPLAY "FACTGENS: FACTOUT RECORDS     = "
067500             GENS-OUTPUT-CTR " TO " GENS-OUTPUT-GEN-NAME
067600         DISPLAY "FACTGENS: FACTEXT RECORDS     = "
067700             GENS-EXTRACT-CTR " TO " GENS-EXTRACT-GEN-NAME
067800         DISPLAY "FACTGENS: GENERATIONS KEPT    = "
067900             GENS-KEPT-CTR " OF " GENS-KEEP-LIMIT
068000         DISPLAY "FACTGENS: GENERATIONS EXPIRED = "
068100             GENS-EXPIRED-CTR
068200         DISPLAY "FACTGENS: FILES DELETED       = "
068300             GENS-DELETED-CTR
068400     END-IF.
068500     DISPLAY "FACTGENS: RETURN CODE         = " RETURN-CODE.
068600 8000-TERMINATE-EXIT.
068700     EXIT.
