000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FACTSECR.
000300 AUTHOR. D-MORRIS.
000400 INSTALLATION. COMBINATORICS-UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DM   ORIGINAL DAILY SECURITY EXCEPTION REPORT.
001100*                  READS THE FACTSEVT SIGN-ON EVENT LOG THAT
001200*                  FACTONL APPENDS TO, THE FACTOPLG ADMINISTRATOR
001300*                  LOG FROM FACTOPAD AND THE FACTOPER OPERATOR
001400*                  FILE, FOR ONE REPORT DATE (COMMAND-LINE PARM
001500*                  YYYY-MM-DD, DEFAULT TODAY).  FACTSCRP LISTS
001600*                  IDS WITH REPEATED FAILED SIGN-ONS, LOCKOUTS
001700*                  WITH THE ADMINISTRATOR WHO CLEARED EACH ONE,
001800*                  THE ENABLE COMMANDS RUN THAT DAY, SIGN-ONS
001900*                  OUTSIDE NORMAL HOURS (ALL OF THEM ON A
002000*                  WEEKEND OR A FACTCAL HOLIDAY THAT IS NOT
002100*                  WORKED), AND IDS STILL ENABLED ON FACTOPER
002200*                  WITH NO SIGN-ON FOR THE DORMANT PERIOD.  THE
002300*                  HOURS, THE FAILURE LIMIT AND THE DORMANT
002400*                  PERIOD COME FROM FACTSECP WHEN PRESENT,
002500*                  OTHERWISE 0700-1900, 3 AND 90 DAYS.  AN ID
002600*                  IS ONLY CALLED DORMANT ONCE THE LOG ITSELF
002700*                  GOES BACK THAT FAR, AND AN ADD, RESET OR
002800*                  ENABLE ON FACTOPLG COUNTS AS ACTIVITY.
002900*                  RETURN CODE 4 WHEN ANY EXCEPTION IS LISTED,
003000*                  16 ON A FILE ERROR.
003100*================================================================

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FACT-SECEVT-FILE ASSIGN TO FACTSEVT
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS SECR-EVENT-STATUS.

003800     SELECT FACT-OPLOG-FILE ASSIGN TO FACTOPLG
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS SECR-OPLOG-STATUS.

004100     SELECT SECR-OPERATOR-FILE ASSIGN TO FACTOPER
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS SECR-OPER-STATUS.

004400     SELECT SECR-CALENDAR-FILE ASSIGN TO FACTCAL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS SECR-CAL-STATUS.

004700     SELECT SECR-PARM-FILE ASSIGN TO FACTSECP
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS SECR-PARM-STATUS.

005000     SELECT SECR-REPORT-FILE ASSIGN TO FACTSCRP
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS SECR-REPORT-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  FACT-SECEVT-FILE.
005600 01  FACT-SECEVT-RECORD.
005700     05 FACT-SE-STAMP.
005800         10 FACT-SE-STAMP-DATE      PIC X(08).
005900         10 FACT-SE-STAMP-TIME      PIC X(06).
006000     05 FILLER                      PIC X(01).
006100     05 FACT-SE-OPERATOR            PIC X(08).
006200     05 FILLER                      PIC X(01).
006300     05 FACT-SE-EVENT               PIC X(08).
006400         88 FACT-SE-SIGNON              VALUE "SIGNON".
006500         88 FACT-SE-SIGNFAIL            VALUE "SIGNFAIL".
006600         88 FACT-SE-LOCKOUT             VALUE "LOCKOUT".
006700         88 FACT-SE-PWFORCED            VALUE "PWFORCED".
006800         88 FACT-SE-PWCHANGE            VALUE "PWCHANGE".
006900         88 FACT-SE-SIGNOFF             VALUE "SIGNOFF".
007000         88 FACT-SE-REFUSED             VALUE "REFUSED".
007100     05 FILLER                      PIC X(01).
007200     05 FACT-SE-DETAIL              PIC X(30).
007300     05 FILLER                      PIC X(17).

007400 FD  FACT-OPLOG-FILE.
007500 01  FACT-OPLOG-RECORD.
007600     05 FACT-OL-TIMESTAMP.
007700         10 FACT-OL-STAMP           PIC X(14).
007800         10 FILLER                  PIC X(12).
007900     05 FILLER                      PIC X(01).
008000     05 FACT-OL-ADMIN               PIC X(08).
008100     05 FILLER                      PIC X(01).
008200     05 FACT-OL-ACTION              PIC X(06).
008300     05 FILLER                      PIC X(01).
008400     05 FACT-OL-OPER                PIC X(08).
008500     05 FILLER                      PIC X(01).
008600     05 FACT-OL-RESULT              PIC X(28).
008700         88 FACT-OL-ACTIVITY            VALUE "ADDED"
008800                                              "PASSWORD RESET"
008900                                              "ENABLED".
009000         88 FACT-OL-ENABLED             VALUE "ENABLED".

009100 FD  SECR-OPERATOR-FILE.
009200 01  FACTOPER-RECORD.
009300     05 FACTOPER-REC-ID          PIC X(08).
009400     05 FILLER                   PIC X(01).
009500     05 FACTOPER-REC-PASSWORD    PIC X(08).
009600     05 FILLER                   PIC X(01).
009700     05 FACTOPER-REC-AUTH        PIC X(01).
009800     05 FILLER                   PIC X(01).
009900     05 FACTOPER-REC-DISABLED    PIC X(01).
010000     05 FILLER                   PIC X(01).
010100     05 FACTOPER-REC-EXPIRY      PIC X(10).

010200 FD  SECR-CALENDAR-FILE.
010300 01  SECR-CALENDAR-RECORD.
010400     05 SECR-CAL-REC-DATE           PIC X(10).
010500     05 FILLER                      PIC X(01).
010600     05 SECR-CAL-REC-TYPE           PIC X(01).
010700     05 FILLER                      PIC X(01).
010800     05 SECR-CAL-REC-DESC           PIC X(30).
010900     05 FILLER                      PIC X(37).

011000 FD  SECR-PARM-FILE.
011100 01  SECR-PARM-RECORD.
011200     05 SECR-PARM-REC-START         PIC X(04).
011300     05 FILLER                      PIC X(01).
011400     05 SECR-PARM-REC-END           PIC X(04).
011500     05 FILLER                      PIC X(01).
011600     05 SECR-PARM-REC-FAIL-LIMIT    PIC X(02).
011700     05 FILLER                      PIC X(01).
011800     05 SECR-PARM-REC-DORMANT       PIC X(03).
011900     05 FILLER                      PIC X(64).

012000 FD  SECR-REPORT-FILE.
012100 01  SECR-REPORT-RECORD             PIC X(80).

012200 WORKING-STORAGE SECTION.
012300*================================================================
012400* 77-LEVEL SWITCHES AND COUNTERS
012500*================================================================
012600 77  SECR-EVENT-STATUS         PIC X(02) VALUE SPACES.
012700     88 SECR-EVENT-OK              VALUE "00".
012800     88 SECR-EVENT-NO-FILE         VALUE "35".
012900 77  SECR-OPLOG-STATUS         PIC X(02) VALUE SPACES.
013000     88 SECR-OPLOG-OK              VALUE "00".
013100     88 SECR-OPLOG-NO-FILE         VALUE "35".
013200 77  SECR-OPER-STATUS          PIC X(02) VALUE SPACES.
013300     88 SECR-OPER-OK               VALUE "00".
013400 77  SECR-CAL-STATUS           PIC X(02) VALUE SPACES.
013500     88 SECR-CAL-OK                VALUE "00".
013600     88 SECR-CAL-NO-FILE           VALUE "35".
013700 77  SECR-PARM-STATUS          PIC X(02) VALUE SPACES.
013800     88 SECR-PARM-OK               VALUE "00".
013900     88 SECR-PARM-NO-FILE          VALUE "35".
014000 77  SECR-REPORT-STATUS        PIC X(02) VALUE SPACES.
014100     88 SECR-REPORT-OK             VALUE "00".

014200 77  SECR-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
014300     88 SECR-FILE-EOF              VALUE "Y".
014400 77  SECR-INIT-FAILED-SWITCH   PIC X(01) VALUE "N".
014500     88 SECR-INIT-FAILED           VALUE "Y".
014600 77  SECR-EVENT-LOG-SWITCH     PIC X(01) VALUE "N".
014700     88 SECR-EVENT-LOG-PRESENT     VALUE "Y".
014800 77  SECR-OPLOG-SWITCH         PIC X(01) VALUE "N".
014900     88 SECR-OPLOG-PRESENT         VALUE "Y".
015000 77  SECR-WORKDAY-SWITCH       PIC X(01) VALUE "Y".
015100     88 SECR-WORKDAY               VALUE "Y".
015200 77  SECR-FOUND-SWITCH         PIC X(01) VALUE "N".
015300     88 SECR-FOUND                 VALUE "Y".
015400 77  SECR-REPORT-OPEN-SWITCH   PIC X(01) VALUE "N".
015500     88 SECR-REPORT-OPEN           VALUE "Y".

015600 77  SECR-EVENTS-READ-CTR      PIC 9(09) COMP VALUE ZERO.
015700 77  SECR-EVENTS-TODAY-CTR     PIC 9(09) COMP VALUE ZERO.
015800 77  SECR-SIGNON-CTR           PIC 9(09) COMP VALUE ZERO.
015900 77  SECR-SIGNFAIL-CTR         PIC 9(09) COMP VALUE ZERO.
016000 77  SECR-LOCKOUT-CTR          PIC 9(09) COMP VALUE ZERO.
016100 77  SECR-PWCHANGE-CTR         PIC 9(09) COMP VALUE ZERO.
016200 77  SECR-SIGNOFF-CTR          PIC 9(09) COMP VALUE ZERO.
016300 77  SECR-REFUSED-CTR          PIC 9(09) COMP VALUE ZERO.
016400 77  SECR-OPLOG-READ-CTR       PIC 9(09) COMP VALUE ZERO.
016500 77  SECR-ENABLE-TODAY-CTR     PIC 9(09) COMP VALUE ZERO.
016600 77  SECR-REPEAT-CTR           PIC 9(09) COMP VALUE ZERO.
016700 77  SECR-UNCLEARED-CTR        PIC 9(09) COMP VALUE ZERO.
016800 77  SECR-OUT-OF-HOURS-CTR     PIC 9(09) COMP VALUE ZERO.
016900 77  SECR-DORMANT-CTR          PIC 9(09) COMP VALUE ZERO.
017000 77  SECR-EXCEPTION-CTR        PIC 9(09) COMP VALUE ZERO.
017100 77  SECR-DROPPED-CTR          PIC 9(09) COMP VALUE ZERO.

017200 77  SECR-SUB                  PIC 9(04) COMP VALUE ZERO.
017300 77  SECR-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
017400 77  SECR-SAVE-SUB             PIC 9(04) COMP VALUE ZERO.
017500 77  SECR-OPER-COUNT           PIC 9(04) COMP VALUE ZERO.
017600 77  SECR-OPER-MAX             PIC 9(04) COMP VALUE 50.
017700 77  SECR-FAIL-COUNT           PIC 9(04) COMP VALUE ZERO.
017800 77  SECR-FAIL-MAX             PIC 9(04) COMP VALUE 100.
017900 77  SECR-LOCK-COUNT           PIC 9(04) COMP VALUE ZERO.
018000 77  SECR-LOCK-MAX             PIC 9(04) COMP VALUE 50.

018100*================================================================
018200* THRESHOLDS - FROM FACTSECP WHEN PRESENT, OTHERWISE THESE
018300*================================================================
018400 77  SECR-HOURS-START          PIC 9(04) VALUE 0700.
018500 77  SECR-HOURS-END            PIC 9(04) VALUE 1900.
018600 77  SECR-FAIL-LIMIT           PIC 9(04) COMP VALUE 3.
018700 77  SECR-DORMANT-DAYS         PIC 9(04) COMP VALUE 90.

018800*================================================================
018900* DATE WORK AREAS
019000*================================================================
019100 77  SECR-REPORT-INT           PIC 9(08) COMP VALUE ZERO.
019200 77  SECR-LAST-INT             PIC 9(08) COMP VALUE ZERO.
019300 77  SECR-IDLE-DAYS            PIC 9(08) COMP VALUE ZERO.
019400 77  SECR-DAY-QUOTIENT         PIC 9(08) COMP VALUE ZERO.
019500 77  SECR-WEEKDAY              PIC 9(01) VALUE ZERO.
019600 77  SECR-TIME-HHMM            PIC 9(04) VALUE ZERO.

019700 01  SECR-COMMAND-PARM          PIC X(10) VALUE SPACES.
019800 01  SECR-REPORT-DATE           PIC X(10) VALUE SPACES.
019900 01  SECR-REPORT-YMD            PIC X(08) VALUE SPACES.
020000 01  SECR-REPORT-NUM            PIC 9(08) VALUE ZERO.
020100 01  SECR-LOG-START-YMD         PIC X(08) VALUE SPACES.
020200 01  SECR-LAST-YMD              PIC X(08) VALUE SPACES.
020300 01  SECR-LAST-NUM              PIC 9(08) VALUE ZERO.
020400 01  SECR-RUN-DATE              PIC X(10) VALUE SPACES.
020500 01  SECR-RUN-TODAY.
020600     05 SECR-RUN-YYYY           PIC X(04).
020700     05 SECR-RUN-MM             PIC X(02).
020800     05 SECR-RUN-DD             PIC X(02).
020900     05 FILLER                  PIC X(13).
021000 01  SECR-DATE-WORK.
021100     05 SECR-DW-YYYY            PIC X(04).
021200     05 SECR-DW-SEP-1           PIC X(01).
021300     05 SECR-DW-MM              PIC X(02).
021400     05 SECR-DW-SEP-2           PIC X(01).
021500     05 SECR-DW-DD              PIC X(02).
021600 01  SECR-DATE-YMD              PIC X(08) VALUE SPACES.
021700 01  SECR-EDIT-NUM              PIC 9(08) VALUE ZERO.
021800 01  SECR-EDIT-INT              PIC 9(08) COMP VALUE ZERO.
021900 01  SECR-YMD-WORK.
022000     05 SECR-YW-YYYY            PIC X(04).
022100     05 SECR-YW-MM              PIC X(02).
022200     05 SECR-YW-DD              PIC X(02).
022300 01  SECR-STAMP-WORK.
022400     05 SECR-SW-DATE            PIC X(08).
022500     05 SECR-SW-HH              PIC X(02).
022600     05 SECR-SW-MM              PIC X(02).
022700     05 SECR-SW-SS              PIC X(02).
022800 01  SECR-STAMP-EDIT            PIC X(16) VALUE SPACES.
022900 01  SECR-SEARCH-ID             PIC X(08) VALUE SPACES.
023000 01  SECR-TIME-EDIT             PIC X(08) VALUE SPACES.

023100*================================================================
023200* OPERATOR TABLE - FACTOPER, WITH THE LAST SIGN-ON FROM FACTSEVT
023300* AND THE LAST ADD, RESET OR ENABLE FROM FACTOPLG
023400*================================================================
023500 01  SECR-OPER-TABLE.
023600     05 SECR-OPER-ENTRY OCCURS 50 TIMES.
023700         10 SECR-OPER-ID            PIC X(08).
023800         10 SECR-OPER-AUTH          PIC X(01).
023900         10 SECR-OPER-DISABLED      PIC X(01).
024000         10 SECR-OPER-LAST-SIGNON   PIC X(14).
024100         10 SECR-OPER-LAST-ADMIN    PIC X(14).

024200*================================================================
024300* FAILED SIGN-ONS ON THE REPORT DATE - ONE ENTRY PER ID AS KEYED,
024400* SO IDS THAT ARE NOT ON FACTOPER ARE COUNTED TOO
024500*================================================================
024600 01  SECR-FAIL-TABLE.
024700     05 SECR-FAIL-ENTRY OCCURS 100 TIMES.
024800         10 SECR-FAIL-ID            PIC X(08).
024900         10 SECR-FAIL-TIMES         PIC 9(04) COMP.
025000         10 SECR-FAIL-FIRST         PIC X(06).
025100         10 SECR-FAIL-LAST          PIC X(06).
025200         10 SECR-FAIL-REASON        PIC X(30).

025300*================================================================
025400* LOCKOUTS ON THE REPORT DATE AND THE FACTOPLG ENABLE THAT
025500* CLEARED EACH ONE, IF ANY
025600*================================================================
025700 01  SECR-LOCK-TABLE.
025800     05 SECR-LOCK-ENTRY OCCURS 50 TIMES.
025900         10 SECR-LOCK-ID            PIC X(08).
026000         10 SECR-LOCK-STAMP         PIC X(14).
026100         10 SECR-LOCK-CLEARED-BY    PIC X(08).
026200         10 SECR-LOCK-CLEARED-AT    PIC X(14).

026300*================================================================
026400* REPORT LINE LAYOUTS
026500*================================================================
026600 01  SECR-REPORT-HEADING-1.
026700     05 FILLER                  PIC X(20) VALUE SPACES.
026800     05 FILLER                  PIC X(31) VALUE
026900         "DAILY SECURITY EXCEPTION REPORT".
027000 01  SECR-REPORT-HEADING-2.
027100     05 FILLER                  PIC X(13) VALUE "REPORT DATE: ".
027200     05 SECR-H2-REPORT-DATE     PIC X(10).
027300     05 FILLER                  PIC X(13) VALUE "   RUN DATE: ".
027400     05 SECR-H2-RUN-DATE        PIC X(10).
027500 01  SECR-REPORT-HEADING-3.
027600     05 FILLER                  PIC X(14) VALUE "NORMAL HOURS: ".
027700     05 SECR-H3-START           PIC 9(04).
027800     05 FILLER                  PIC X(01) VALUE "-".
027900     05 SECR-H3-END             PIC 9(04).
028000     05 FILLER                  PIC X(02) VALUE SPACES.
028100     05 SECR-H3-DAY             PIC X(50).
028200 01  SECR-REPORT-HEADING-4.
028300     05 FILLER                  PIC X(24) VALUE
028400         "REPEATED FAILURE LIMIT: ".
028500     05 SECR-H4-LIMIT           PIC Z(03)9.
028600     05 FILLER                  PIC X(17) VALUE
028700         "   DORMANT AFTER ".
028800     05 SECR-H4-DORMANT         PIC Z(03)9.
028900     05 FILLER                  PIC X(05) VALUE " DAYS".

029000 01  SECR-SECTION-LINE.
029100     05 SECR-SECTION-TITLE      PIC X(50).

029200 01  SECR-FAIL-HEADING.
029300     05 FILLER                  PIC X(10) VALUE "OPERATOR".
029400     05 FILLER                  PIC X(08) VALUE " FAILS".
029500     05 FILLER                  PIC X(10) VALUE "FIRST".
029600     05 FILLER                  PIC X(10) VALUE "LAST".
029700     05 FILLER                  PIC X(11) VALUE "LAST REASON".
029800 01  SECR-FAIL-LINE.
029900     05 SECR-FL-ID              PIC X(08).
030000     05 FILLER                  PIC X(02) VALUE SPACES.
030100     05 SECR-FL-TIMES           PIC Z(05)9.
030200     05 FILLER                  PIC X(02) VALUE SPACES.
030300     05 SECR-FL-FIRST           PIC X(08).
030400     05 FILLER                  PIC X(02) VALUE SPACES.
030500     05 SECR-FL-LAST            PIC X(08).
030600     05 FILLER                  PIC X(02) VALUE SPACES.
030700     05 SECR-FL-REASON          PIC X(30).

030800 01  SECR-LOCK-HEADING.
030900     05 FILLER                  PIC X(10) VALUE "OPERATOR".
031000     05 FILLER                  PIC X(10) VALUE "LOCKED".
031100     05 FILLER                  PIC X(07) VALUE "CLEARED".
031200 01  SECR-LOCK-LINE.
031300     05 SECR-LL-ID              PIC X(08).
031400     05 FILLER                  PIC X(02) VALUE SPACES.
031500     05 SECR-LL-TIME            PIC X(08).
031600     05 FILLER                  PIC X(02) VALUE SPACES.
031700     05 SECR-LL-STATUS          PIC X(45).

031800 01  SECR-ENABLE-HEADING.
031900     05 FILLER                  PIC X(10) VALUE "OPERATOR".
032000     05 FILLER                  PIC X(10) VALUE "TIME".
032100     05 FILLER                  PIC X(13) VALUE "ENABLED BY".
032200 01  SECR-ENABLE-LINE.
032300     05 SECR-EL-ID              PIC X(08).
032400     05 FILLER                  PIC X(02) VALUE SPACES.
032500     05 SECR-EL-TIME            PIC X(08).
032600     05 FILLER                  PIC X(02) VALUE SPACES.
032700     05 SECR-EL-ADMIN           PIC X(08).

032800 01  SECR-HOURS-HEADING.
032900     05 FILLER                  PIC X(10) VALUE "OPERATOR".
033000     05 FILLER                  PIC X(10) VALUE "SIGNED ON".
033100     05 FILLER                  PIC X(06) VALUE "DETAIL".
033200 01  SECR-HOURS-LINE.
033300     05 SECR-HL-ID              PIC X(08).
033400     05 FILLER                  PIC X(02) VALUE SPACES.
033500     05 SECR-HL-TIME            PIC X(08).
033600     05 FILLER                  PIC X(02) VALUE SPACES.
033700     05 SECR-HL-DETAIL          PIC X(30).

033800 01  SECR-DORMANT-HEADING.
033900     05 FILLER                  PIC X(10) VALUE "OPERATOR".
034000     05 FILLER                  PIC X(05) VALUE "AUTH".
034100     05 FILLER                  PIC X(18) VALUE "LAST SIGN-ON".
034200     05 FILLER                  PIC X(18) VALUE "LAST ADMIN".
034300     05 FILLER                  PIC X(09) VALUE "IDLE DAYS".
034400 01  SECR-DORMANT-LINE.
034500     05 SECR-DL-ID              PIC X(08).
034600     05 FILLER                  PIC X(03) VALUE SPACES.
034700     05 SECR-DL-AUTH            PIC X(01).
034800     05 FILLER                  PIC X(03) VALUE SPACES.
034900     05 SECR-DL-SIGNON          PIC X(16).
035000     05 FILLER                  PIC X(02) VALUE SPACES.
035100     05 SECR-DL-ADMIN           PIC X(16).
035200     05 FILLER                  PIC X(02) VALUE SPACES.
035300     05 SECR-DL-IDLE            PIC Z(07)9.

035400 01  SECR-NONE-LINE.
035500     05 FILLER                  PIC X(02) VALUE SPACES.
035600     05 SECR-NONE-TEXT          PIC X(60).

035700 01  SECR-SUMMARY-LINE.
035800     05 SECR-SUM-TITLE          PIC X(32).
035900     05 SECR-SUM-COUNT          PIC Z(08)9.

036000 01  SECR-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

036100*================================================================
036200* PROCEDURE DIVISION
036300*================================================================
036400 PROCEDURE DIVISION.
036500 0000-MAINLINE.
036600     PERFORM 1000-INITIALIZE
036700         THRU 1000-INITIALIZE-EXIT.
036800     PERFORM 2000-SCAN-EVENT-LOG
036900         THRU 2000-SCAN-EVENT-LOG-EXIT.
037000     PERFORM 2500-SCAN-ADMIN-LOG
037100         THRU 2500-SCAN-ADMIN-LOG-EXIT.
037200     PERFORM 3000-PRINT-REPEATED-FAILURES
037300         THRU 3000-PRINT-REPEATED-FAILURES-EXIT.
037400     PERFORM 3500-PRINT-LOCKOUTS
037500         THRU 3500-PRINT-LOCKOUTS-EXIT.
037600     PERFORM 4000-PRINT-OUT-OF-HOURS
037700         THRU 4000-PRINT-OUT-OF-HOURS-EXIT.
037800     PERFORM 4500-PRINT-DORMANT-IDS
037900         THRU 4500-PRINT-DORMANT-IDS-EXIT.
038000     PERFORM 6000-PRINT-SUMMARY
038100         THRU 6000-PRINT-SUMMARY-EXIT.
038200     PERFORM 8000-TERMINATE
038300         THRU 8000-TERMINATE-EXIT.
038400     STOP RUN.

038500*----------------------------------------------------------------
038600* 1000-INITIALIZE  -  EDIT THE REPORT-DATE PARM, LOAD THE
038700*                     THRESHOLDS, THE CALENDAR DAY AND
038800*                     FACTOPER, OPEN THE REPORT AND PRINT THE
038900*                     HEADER
039000*----------------------------------------------------------------
039100 1000-INITIALIZE.
039200     MOVE FUNCTION CURRENT-DATE TO SECR-RUN-TODAY.
039300     STRING SECR-RUN-YYYY "-" SECR-RUN-MM "-" SECR-RUN-DD
039400         DELIMITED BY SIZE INTO SECR-RUN-DATE.
039500     ACCEPT SECR-COMMAND-PARM FROM COMMAND-LINE.
039600     IF SECR-COMMAND-PARM = SPACES
039700         MOVE SECR-RUN-DATE TO SECR-COMMAND-PARM
039800     END-IF.
039900     MOVE SECR-COMMAND-PARM TO SECR-DATE-WORK.
040000     PERFORM 1900-EDIT-DATE
040100         THRU 1900-EDIT-DATE-EXIT.
040200     IF SECR-DATE-YMD IS NOT NUMERIC
040300         DISPLAY "FACTSECR: REPORT DATE PARM NOT VALID - "
040400             SECR-COMMAND-PARM
040500         MOVE 16 TO RETURN-CODE
040600         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
040700         GO TO 1000-INITIALIZE-EXIT
040800     END-IF.
040900     MOVE SECR-COMMAND-PARM TO SECR-REPORT-DATE.
041000     MOVE SECR-DATE-YMD TO SECR-REPORT-YMD.
041100     MOVE SECR-DATE-YMD TO SECR-REPORT-NUM.
041200     COMPUTE SECR-REPORT-INT =
041300         FUNCTION INTEGER-OF-DATE(SECR-REPORT-NUM).
041400     DIVIDE SECR-REPORT-INT BY 7 GIVING SECR-DAY-QUOTIENT
041500         REMAINDER SECR-WEEKDAY.
041600     IF SECR-WEEKDAY = ZERO
041700         MOVE 6 TO SECR-WEEKDAY
041800     ELSE
041900         SUBTRACT 1 FROM SECR-WEEKDAY
042000     END-IF.
042100     IF SECR-WEEKDAY > 4
042200         MOVE "N" TO SECR-WORKDAY-SWITCH
042300     END-IF.

042400     PERFORM 1100-LOAD-PARAMETERS
042500         THRU 1100-LOAD-PARAMETERS-EXIT.
042600     IF SECR-INIT-FAILED
042700         GO TO 1000-INITIALIZE-EXIT
042800     END-IF.
042900     PERFORM 1200-CHECK-CALENDAR
043000         THRU 1200-CHECK-CALENDAR-EXIT.
043100     IF SECR-INIT-FAILED
043200         GO TO 1000-INITIALIZE-EXIT
043300     END-IF.
043400     PERFORM 1300-LOAD-OPERATORS
043500         THRU 1300-LOAD-OPERATORS-EXIT.
043600     IF SECR-INIT-FAILED
043700         GO TO 1000-INITIALIZE-EXIT
043800     END-IF.

043900     OPEN OUTPUT SECR-REPORT-FILE.
044000     IF NOT SECR-REPORT-OK
044100         DISPLAY "FACTSECR: UNABLE TO OPEN FACTSCRP - STATUS "
044200             SECR-REPORT-STATUS
044300         MOVE 16 TO RETURN-CODE
044400         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
044500         GO TO 1000-INITIALIZE-EXIT
044600     END-IF.
044700     MOVE "Y" TO SECR-REPORT-OPEN-SWITCH.
044800     MOVE SECR-REPORT-HEADING-1 TO SECR-REPORT-LINE-AREA.
044900     PERFORM 5100-WRITE-REPORT-LINE
045000         THRU 5100-WRITE-REPORT-LINE-EXIT.
045100     MOVE SECR-REPORT-DATE TO SECR-H2-REPORT-DATE.
045200     MOVE SECR-RUN-DATE TO SECR-H2-RUN-DATE.
045300     MOVE SECR-REPORT-HEADING-2 TO SECR-REPORT-LINE-AREA.
045400     PERFORM 5100-WRITE-REPORT-LINE
045500         THRU 5100-WRITE-REPORT-LINE-EXIT.
045600     MOVE SECR-HOURS-START TO SECR-H3-START.
045700     MOVE SECR-HOURS-END TO SECR-H3-END.
045800     IF SECR-WORKDAY
045900         MOVE "WORKING DAY" TO SECR-H3-DAY
046000     ELSE
046100         MOVE "NON-WORKING DAY - EVERY SIGN-ON IS OUT OF HOURS"
046200             TO SECR-H3-DAY
046300     END-IF.
046400     MOVE SECR-REPORT-HEADING-3 TO SECR-REPORT-LINE-AREA.
046500     PERFORM 5100-WRITE-REPORT-LINE
046600         THRU 5100-WRITE-REPORT-LINE-EXIT.
046700     MOVE SECR-FAIL-LIMIT TO SECR-H4-LIMIT.
046800     MOVE SECR-DORMANT-DAYS TO SECR-H4-DORMANT.
046900     MOVE SECR-REPORT-HEADING-4 TO SECR-REPORT-LINE-AREA.
047000     PERFORM 5100-WRITE-REPORT-LINE
047100         THRU 5100-WRITE-REPORT-LINE-EXIT.
047200 1000-INITIALIZE-EXIT.
047300     EXIT.

047400*----------------------------------------------------------------
047500* 1100-LOAD-PARAMETERS  -  FACTSECP: START AND END OF NORMAL
047600*                          HOURS (HHMM), THE FAILED SIGN-ON
047700*                          LIMIT AND THE DORMANT PERIOD IN DAYS.
047800*                          NO FILE MEANS THE DEFAULTS; A BLANK
047900*                          FIELD KEEPS ITS DEFAULT.
048000*----------------------------------------------------------------
048100 1100-LOAD-PARAMETERS.
048200     OPEN INPUT SECR-PARM-FILE.
048300     IF SECR-PARM-NO-FILE
048400         GO TO 1100-LOAD-PARAMETERS-EXIT
048500     END-IF.
048600     IF NOT SECR-PARM-OK
048700         DISPLAY "FACTSECR: UNABLE TO OPEN FACTSECP - STATUS "
048800             SECR-PARM-STATUS
048900         MOVE 16 TO RETURN-CODE
049000         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
049100         GO TO 1100-LOAD-PARAMETERS-EXIT
049200     END-IF.
049300     READ SECR-PARM-FILE
049400         AT END
049500             MOVE SPACES TO SECR-PARM-RECORD
049600     END-READ.
049700     CLOSE SECR-PARM-FILE.
049800     IF (SECR-PARM-REC-START NOT = SPACES
049900         AND SECR-PARM-REC-START NOT NUMERIC)
050000         OR (SECR-PARM-REC-END NOT = SPACES
050100         AND SECR-PARM-REC-END NOT NUMERIC)
050200         OR (SECR-PARM-REC-FAIL-LIMIT NOT = SPACES
050300         AND SECR-PARM-REC-FAIL-LIMIT NOT NUMERIC)
050400         OR (SECR-PARM-REC-DORMANT NOT = SPACES
050500         AND SECR-PARM-REC-DORMANT NOT NUMERIC)
050600         GO TO 1100-LOAD-PARAMETERS-BAD
050700     END-IF.
050800     IF SECR-PARM-REC-START NOT = SPACES
050900         MOVE SECR-PARM-REC-START TO SECR-HOURS-START
051000     END-IF.
051100     IF SECR-PARM-REC-END NOT = SPACES
051200         MOVE SECR-PARM-REC-END TO SECR-HOURS-END
051300     END-IF.
051400     IF SECR-PARM-REC-FAIL-LIMIT NOT = SPACES
051500         MOVE SECR-PARM-REC-FAIL-LIMIT TO SECR-FAIL-LIMIT
051600     END-IF.
051700     IF SECR-PARM-REC-DORMANT NOT = SPACES
051800         MOVE SECR-PARM-REC-DORMANT TO SECR-DORMANT-DAYS
051900     END-IF.
052000     IF SECR-HOURS-START > 2359 OR SECR-HOURS-END > 2400
052100         OR SECR-HOURS-START NOT < SECR-HOURS-END
052200         OR SECR-FAIL-LIMIT = ZERO
052300         OR SECR-DORMANT-DAYS = ZERO
052400         GO TO 1100-LOAD-PARAMETERS-BAD
052500     END-IF.
052600     GO TO 1100-LOAD-PARAMETERS-EXIT.
052700 1100-LOAD-PARAMETERS-BAD.
052800     DISPLAY "FACTSECR: FACTSECP ENTRY NOT VALID - "
052900         SECR-PARM-RECORD.
053000     MOVE 16 TO RETURN-CODE.
053100     MOVE "Y" TO SECR-INIT-FAILED-SWITCH.
053200 1100-LOAD-PARAMETERS-EXIT.
053300     EXIT.

053400*----------------------------------------------------------------
053500* 1200-CHECK-CALENDAR  -  LOOK FOR THE REPORT DATE ON FACTCAL.
053600*                         H OR N MAKES IT A NON-WORKING DAY, P
053700*                         MAKES A WEEKEND DAY A WORKING ONE.  NO
053800*                         FACTCAL MEANS WEEKENDS ONLY.
053900*----------------------------------------------------------------
054000 1200-CHECK-CALENDAR.
054100     OPEN INPUT SECR-CALENDAR-FILE.
054200     IF SECR-CAL-NO-FILE
054300         GO TO 1200-CHECK-CALENDAR-EXIT
054400     END-IF.
054500     IF NOT SECR-CAL-OK
054600         DISPLAY "FACTSECR: UNABLE TO OPEN FACTCAL - STATUS "
054700             SECR-CAL-STATUS
054800         MOVE 16 TO RETURN-CODE
054900         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
055000         GO TO 1200-CHECK-CALENDAR-EXIT
055100     END-IF.
055200     MOVE "N" TO SECR-FILE-EOF-SWITCH.
055300     PERFORM 1250-READ-CALENDAR-DAY
055400         THRU 1250-READ-CALENDAR-DAY-EXIT
055500         UNTIL SECR-FILE-EOF.
055600     CLOSE SECR-CALENDAR-FILE.
055700 1200-CHECK-CALENDAR-EXIT.
055800     EXIT.

055900*----------------------------------------------------------------
056000* 1250-READ-CALENDAR-DAY
056100*----------------------------------------------------------------
056200 1250-READ-CALENDAR-DAY.
056300     READ SECR-CALENDAR-FILE
056400         AT END
056500             MOVE "Y" TO SECR-FILE-EOF-SWITCH
056600             GO TO 1250-READ-CALENDAR-DAY-EXIT
056700     END-READ.
056800     IF SECR-CAL-REC-DATE NOT = SECR-REPORT-DATE
056900         GO TO 1250-READ-CALENDAR-DAY-EXIT
057000     END-IF.
057100     IF SECR-CAL-REC-TYPE = "H" OR SECR-CAL-REC-TYPE = "N"
057200         MOVE "N" TO SECR-WORKDAY-SWITCH
057300     END-IF.
057400     IF SECR-CAL-REC-TYPE = "P"
057500         MOVE "Y" TO SECR-WORKDAY-SWITCH
057600     END-IF.
057700 1250-READ-CALENDAR-DAY-EXIT.
057800     EXIT.

057900*----------------------------------------------------------------
058000* 1300-LOAD-OPERATORS  -  FACTOPER INTO THE OPERATOR TABLE
058100*----------------------------------------------------------------
058200 1300-LOAD-OPERATORS.
058300     OPEN INPUT SECR-OPERATOR-FILE.
058400     IF NOT SECR-OPER-OK
058500         DISPLAY "FACTSECR: UNABLE TO OPEN FACTOPER - STATUS "
058600             SECR-OPER-STATUS
058700         MOVE 16 TO RETURN-CODE
058800         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
058900         GO TO 1300-LOAD-OPERATORS-EXIT
059000     END-IF.
059100     MOVE "N" TO SECR-FILE-EOF-SWITCH.
059200     PERFORM 1350-LOAD-ONE-OPERATOR
059300         THRU 1350-LOAD-ONE-OPERATOR-EXIT
059400         UNTIL SECR-FILE-EOF.
059500     CLOSE SECR-OPERATOR-FILE.
059600 1300-LOAD-OPERATORS-EXIT.
059700     EXIT.

059800*----------------------------------------------------------------
059900* 1350-LOAD-ONE-OPERATOR
060000*----------------------------------------------------------------
060100 1350-LOAD-ONE-OPERATOR.
060200     READ SECR-OPERATOR-FILE
060300         AT END
060400             MOVE "Y" TO SECR-FILE-EOF-SWITCH
060500             GO TO 1350-LOAD-ONE-OPERATOR-EXIT
060600     END-READ.
060700     IF FACTOPER-REC-ID = SPACES
060800         GO TO 1350-LOAD-ONE-OPERATOR-EXIT
060900     END-IF.
061000     IF SECR-OPER-COUNT >= SECR-OPER-MAX
061100         DISPLAY "FACTSECR: FACTOPER EXCEEDS OPERATOR TABLE"
061200         MOVE 16 TO RETURN-CODE
061300         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
061400         MOVE "Y" TO SECR-FILE-EOF-SWITCH
061500         GO TO 1350-LOAD-ONE-OPERATOR-EXIT
061600     END-IF.
061700     ADD 1 TO SECR-OPER-COUNT.
061800     MOVE FACTOPER-REC-ID TO SECR-OPER-ID(SECR-OPER-COUNT).
061900     MOVE FACTOPER-REC-AUTH TO SECR-OPER-AUTH(SECR-OPER-COUNT).
062000     MOVE FACTOPER-REC-DISABLED TO
062100         SECR-OPER-DISABLED(SECR-OPER-COUNT).
062200     MOVE SPACES TO SECR-OPER-LAST-SIGNON(SECR-OPER-COUNT).
062300     MOVE SPACES TO SECR-OPER-LAST-ADMIN(SECR-OPER-COUNT).
062400 1350-LOAD-ONE-OPERATOR-EXIT.
062500     EXIT.

062600*----------------------------------------------------------------
062700* 1900-EDIT-DATE  -  YYYY-MM-DD IN THE DATE WORK AREA TO
062800*                    YYYYMMDD, SPACES WHEN IT IS NOT A DATE
062900*                    OR NOT A DAY ON THE CALENDAR (2026-02-31)
063000*----------------------------------------------------------------
063100 1900-EDIT-DATE.
063200     MOVE SPACES TO SECR-DATE-YMD.
063300     IF SECR-DW-SEP-1 NOT = "-" OR SECR-DW-SEP-2 NOT = "-"
063400         GO TO 1900-EDIT-DATE-EXIT
063500     END-IF.
063600     STRING SECR-DW-YYYY SECR-DW-MM SECR-DW-DD
063700         DELIMITED BY SIZE INTO SECR-DATE-YMD.
063800     IF SECR-DATE-YMD IS NOT NUMERIC
063900         GO TO 1900-EDIT-DATE-EXIT
064000     END-IF.
064100     IF SECR-DW-MM < "01" OR SECR-DW-MM > "12"
064200         OR SECR-DW-DD < "01" OR SECR-DW-DD > "31"
064300         MOVE SPACES TO SECR-DATE-YMD
064400         GO TO 1900-EDIT-DATE-EXIT
064500     END-IF.
064600     MOVE SECR-DATE-YMD TO SECR-EDIT-NUM.
064700     COMPUTE SECR-EDIT-INT =
064800         FUNCTION INTEGER-OF-DATE(SECR-EDIT-NUM).
064900     IF SECR-EDIT-INT = ZERO
065000         MOVE SPACES TO SECR-DATE-YMD
065100     END-IF.
065200 1900-EDIT-DATE-EXIT.
065300     EXIT.

065400*----------------------------------------------------------------
065500* 2000-SCAN-EVENT-LOG  -  FIRST PASS OF FACTSEVT UP TO THE END
065600*                         OF THE REPORT DATE: THE DAY'S EVENT
065700*                         COUNTS, FAILURES AND LOCKOUTS, AND THE
065800*                         LAST SIGN-ON OF EVERY ID.  NO FACTSEVT
065900*                         MEANS NOTHING HAS BEEN LOGGED YET.
066000*----------------------------------------------------------------
066100 2000-SCAN-EVENT-LOG.
066200     IF SECR-INIT-FAILED
066300         GO TO 2000-SCAN-EVENT-LOG-EXIT
066400     END-IF.
066500     OPEN INPUT FACT-SECEVT-FILE.
066600     IF SECR-EVENT-NO-FILE
066700         DISPLAY "FACTSECR: NO FACTSEVT FILE - NO SIGN-ON "
066800             "EVENTS LOGGED YET"
066900         GO TO 2000-SCAN-EVENT-LOG-EXIT
067000     END-IF.
067100     IF NOT SECR-EVENT-OK
067200         DISPLAY "FACTSECR: UNABLE TO OPEN FACTSEVT - STATUS "
067300             SECR-EVENT-STATUS
067400         MOVE 16 TO RETURN-CODE
067500         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
067600         GO TO 2000-SCAN-EVENT-LOG-EXIT
067700     END-IF.
067800     MOVE "Y" TO SECR-EVENT-LOG-SWITCH.
067900     MOVE "N" TO SECR-FILE-EOF-SWITCH.
068000     PERFORM 2100-TALLY-ONE-EVENT
068100         THRU 2100-TALLY-ONE-EVENT-EXIT
068200         UNTIL SECR-FILE-EOF.
068300     CLOSE FACT-SECEVT-FILE.
068400     IF SECR-DROPPED-CTR > ZERO
068500         DISPLAY "FACTSECR: FAILURE OR LOCKOUT TABLE FULL - "
068600             SECR-DROPPED-CTR " EVENTS NOT LISTED"
068700     END-IF.
068800 2000-SCAN-EVENT-LOG-EXIT.
068900     EXIT.

069000*----------------------------------------------------------------
069100* 2100-TALLY-ONE-EVENT
069200*----------------------------------------------------------------
069300 2100-TALLY-ONE-EVENT.
069400     READ FACT-SECEVT-FILE
069500         AT END
069600             MOVE "Y" TO SECR-FILE-EOF-SWITCH
069700             GO TO 2100-TALLY-ONE-EVENT-EXIT
069800     END-READ.
069900     IF FACT-SE-STAMP-DATE > SECR-REPORT-YMD
070000         OR FACT-SE-STAMP-DATE IS NOT NUMERIC
070100         GO TO 2100-TALLY-ONE-EVENT-EXIT
070200     END-IF.
070300     ADD 1 TO SECR-EVENTS-READ-CTR.
070400     IF SECR-LOG-START-YMD = SPACES
070500         MOVE FACT-SE-STAMP-DATE TO SECR-LOG-START-YMD
070600     END-IF.
070700     IF FACT-SE-SIGNON
070800         PERFORM 2200-NOTE-LAST-SIGNON
070900             THRU 2200-NOTE-LAST-SIGNON-EXIT
071000     END-IF.
071100     IF FACT-SE-STAMP-DATE NOT = SECR-REPORT-YMD
071200         GO TO 2100-TALLY-ONE-EVENT-EXIT
071300     END-IF.
071400     ADD 1 TO SECR-EVENTS-TODAY-CTR.
071500     EVALUATE TRUE
071600         WHEN FACT-SE-SIGNON
071700             ADD 1 TO SECR-SIGNON-CTR
071800         WHEN FACT-SE-SIGNFAIL
071900             ADD 1 TO SECR-SIGNFAIL-CTR
072000             PERFORM 2300-COUNT-FAILURE
072100                 THRU 2300-COUNT-FAILURE-EXIT
072200         WHEN FACT-SE-LOCKOUT
072300             ADD 1 TO SECR-LOCKOUT-CTR
072400             PERFORM 2400-NOTE-LOCKOUT
072500                 THRU 2400-NOTE-LOCKOUT-EXIT
072600         WHEN FACT-SE-PWFORCED
072700         WHEN FACT-SE-PWCHANGE
072800             ADD 1 TO SECR-PWCHANGE-CTR
072900         WHEN FACT-SE-SIGNOFF
073000             ADD 1 TO SECR-SIGNOFF-CTR
073100         WHEN FACT-SE-REFUSED
073200             ADD 1 TO SECR-REFUSED-CTR
073300     END-EVALUATE.
073400 2100-TALLY-ONE-EVENT-EXIT.
073500     EXIT.

073600*----------------------------------------------------------------
073700* 2200-NOTE-LAST-SIGNON  -  THE LOG IS IN TIME ORDER, SO THE
073800*                           LATEST SIGN-ON SIMPLY OVERWRITES
073900*----------------------------------------------------------------
074000 2200-NOTE-LAST-SIGNON.
074100     MOVE FACT-SE-OPERATOR TO SECR-SEARCH-ID.
074200     MOVE "N" TO SECR-FOUND-SWITCH.
074300     PERFORM 2250-SCAN-OPERATOR
074400         THRU 2250-SCAN-OPERATOR-EXIT
074500         VARYING SECR-SUB FROM 1 BY 1
074600         UNTIL SECR-SUB > SECR-OPER-COUNT OR SECR-FOUND.
074700     IF SECR-FOUND
074800         MOVE FACT-SE-STAMP TO
074900             SECR-OPER-LAST-SIGNON(SECR-HIT-SUB)
075000     END-IF.
075100 2200-NOTE-LAST-SIGNON-EXIT.
075200     EXIT.

075300*----------------------------------------------------------------
075400* 2250-SCAN-OPERATOR
075500*----------------------------------------------------------------
075600 2250-SCAN-OPERATOR.
075700     IF SECR-OPER-ID(SECR-SUB) = SECR-SEARCH-ID
075800         SET SECR-FOUND TO TRUE
075900         MOVE SECR-SUB TO SECR-HIT-SUB
076000     END-IF.
076100 2250-SCAN-OPERATOR-EXIT.
076200     EXIT.

076300*----------------------------------------------------------------
076400* 2300-COUNT-FAILURE  -  ONE FAILED SIGN-ON AGAINST THE ID AS
076500*                        KEYED, WITH THE FIRST AND LAST TIME
076600*----------------------------------------------------------------
076700 2300-COUNT-FAILURE.
076800     MOVE "N" TO SECR-FOUND-SWITCH.
076900     PERFORM 2350-SCAN-FAILURE
077000         THRU 2350-SCAN-FAILURE-EXIT
077100         VARYING SECR-SUB FROM 1 BY 1
077200         UNTIL SECR-SUB > SECR-FAIL-COUNT OR SECR-FOUND.
077300     IF NOT SECR-FOUND
077400         IF SECR-FAIL-COUNT >= SECR-FAIL-MAX
077500             ADD 1 TO SECR-DROPPED-CTR
077600             GO TO 2300-COUNT-FAILURE-EXIT
077700         END-IF
077800         ADD 1 TO SECR-FAIL-COUNT
077900         MOVE SECR-FAIL-COUNT TO SECR-HIT-SUB
078000         MOVE FACT-SE-OPERATOR TO SECR-FAIL-ID(SECR-HIT-SUB)
078100         MOVE ZERO TO SECR-FAIL-TIMES(SECR-HIT-SUB)
078200         MOVE FACT-SE-STAMP-TIME TO
078300             SECR-FAIL-FIRST(SECR-HIT-SUB)
078400     END-IF.
078500     ADD 1 TO SECR-FAIL-TIMES(SECR-HIT-SUB).
078600     MOVE FACT-SE-STAMP-TIME TO SECR-FAIL-LAST(SECR-HIT-SUB).
078700     MOVE FACT-SE-DETAIL TO SECR-FAIL-REASON(SECR-HIT-SUB).
078800 2300-COUNT-FAILURE-EXIT.
078900     EXIT.

079000*----------------------------------------------------------------
079100* 2350-SCAN-FAILURE
079200*----------------------------------------------------------------
079300 2350-SCAN-FAILURE.
079400     IF SECR-FAIL-ID(SECR-SUB) = FACT-SE-OPERATOR
079500         SET SECR-FOUND TO TRUE
079600         MOVE SECR-SUB TO SECR-HIT-SUB
079700     END-IF.
079800 2350-SCAN-FAILURE-EXIT.
079900     EXIT.

080000*----------------------------------------------------------------
080100* 2400-NOTE-LOCKOUT
080200*----------------------------------------------------------------
080300 2400-NOTE-LOCKOUT.
080400     IF SECR-LOCK-COUNT >= SECR-LOCK-MAX
080500         ADD 1 TO SECR-DROPPED-CTR
080600         GO TO 2400-NOTE-LOCKOUT-EXIT
080700     END-IF.
080800     ADD 1 TO SECR-LOCK-COUNT.
080900     MOVE FACT-SE-OPERATOR TO SECR-LOCK-ID(SECR-LOCK-COUNT).
081000     MOVE FACT-SE-STAMP TO SECR-LOCK-STAMP(SECR-LOCK-COUNT).
081100     MOVE SPACES TO SECR-LOCK-CLEARED-BY(SECR-LOCK-COUNT).
081200     MOVE SPACES TO SECR-LOCK-CLEARED-AT(SECR-LOCK-COUNT).
081300 2400-NOTE-LOCKOUT-EXIT.
081400     EXIT.

081500*----------------------------------------------------------------
081600* 2500-SCAN-ADMIN-LOG  -  FACTOPLG: THE LAST SUCCESSFUL ADD,
081700*                         RESET OR ENABLE OF EVERY ID UP TO THE
081800*                         REPORT DATE, AND THE ENABLE THAT
081900*                         CLEARED EACH LOCKOUT, WHENEVER IT RAN
082000*----------------------------------------------------------------
082100 2500-SCAN-ADMIN-LOG.
082200     IF SECR-INIT-FAILED
082300         GO TO 2500-SCAN-ADMIN-LOG-EXIT
082400     END-IF.
082500     OPEN INPUT FACT-OPLOG-FILE.
082600     IF SECR-OPLOG-NO-FILE
082700         DISPLAY "FACTSECR: NO FACTOPLG FILE - NO ADMINISTRATOR "
082800             "COMMANDS LOGGED YET"
082900         GO TO 2500-SCAN-ADMIN-LOG-EXIT
083000     END-IF.
083100     IF NOT SECR-OPLOG-OK
083200         DISPLAY "FACTSECR: UNABLE TO OPEN FACTOPLG - STATUS "
083300             SECR-OPLOG-STATUS
083400         MOVE 16 TO RETURN-CODE
083500         MOVE "Y" TO SECR-INIT-FAILED-SWITCH
083600         GO TO 2500-SCAN-ADMIN-LOG-EXIT
083700     END-IF.
083800     MOVE "Y" TO SECR-OPLOG-SWITCH.
083900     MOVE "N" TO SECR-FILE-EOF-SWITCH.
084000     PERFORM 2550-APPLY-ONE-COMMAND
084100         THRU 2550-APPLY-ONE-COMMAND-EXIT
084200         UNTIL SECR-FILE-EOF.
084300     CLOSE FACT-OPLOG-FILE.
084400 2500-SCAN-ADMIN-LOG-EXIT.
084500     EXIT.

084600*----------------------------------------------------------------
084700* 2550-APPLY-ONE-COMMAND  -  REJECTED COMMANDS CHANGED NOTHING
084800*                            AND ARE PASSED OVER
084900*----------------------------------------------------------------
085000 2550-APPLY-ONE-COMMAND.
085100     READ FACT-OPLOG-FILE
085200         AT END
085300             MOVE "Y" TO SECR-FILE-EOF-SWITCH
085400             GO TO 2550-APPLY-ONE-COMMAND-EXIT
085500     END-READ.
085600     ADD 1 TO SECR-OPLOG-READ-CTR.
085700     IF NOT FACT-OL-ACTIVITY
085800         GO TO 2550-APPLY-ONE-COMMAND-EXIT
085900     END-IF.
086000     IF FACT-OL-STAMP(1:8) NOT > SECR-REPORT-YMD
086100         MOVE FACT-OL-OPER TO SECR-SEARCH-ID
086200         MOVE "N" TO SECR-FOUND-SWITCH
086300         PERFORM 2250-SCAN-OPERATOR
086400             THRU 2250-SCAN-OPERATOR-EXIT
086500             VARYING SECR-SUB FROM 1 BY 1
086600             UNTIL SECR-SUB > SECR-OPER-COUNT OR SECR-FOUND
086700         IF SECR-FOUND
086800             MOVE FACT-OL-STAMP TO
086900                 SECR-OPER-LAST-ADMIN(SECR-HIT-SUB)
087000         END-IF
087100     END-IF.
087200     IF FACT-OL-ENABLED
087300         PERFORM 2600-MATCH-LOCKOUT
087400             THRU 2600-MATCH-LOCKOUT-EXIT
087500             VARYING SECR-SUB FROM 1 BY 1
087600             UNTIL SECR-SUB > SECR-LOCK-COUNT
087700     END-IF.
087800 2550-APPLY-ONE-COMMAND-EXIT.
087900     EXIT.

088000*----------------------------------------------------------------
088100* 2600-MATCH-LOCKOUT  -  AN ENABLE CLEARS EVERY LOCKOUT OF THAT
088200*                        ID BEFORE IT THAT IS NOT YET CLEARED
088300*----------------------------------------------------------------
088400 2600-MATCH-LOCKOUT.
088500     IF SECR-LOCK-ID(SECR-SUB) = FACT-OL-OPER
088600         AND SECR-LOCK-CLEARED-BY(SECR-SUB) = SPACES
088700         AND SECR-LOCK-STAMP(SECR-SUB) < FACT-OL-STAMP
088800         MOVE FACT-OL-ADMIN TO SECR-LOCK-CLEARED-BY(SECR-SUB)
088900         MOVE FACT-OL-STAMP TO SECR-LOCK-CLEARED-AT(SECR-SUB)
089000     END-IF.
089100 2600-MATCH-LOCKOUT-EXIT.
089200     EXIT.

089300*----------------------------------------------------------------
089400* 3000-PRINT-REPEATED-FAILURES  -  IDS AT OR OVER THE FAILED
089500*                                  SIGN-ON LIMIT FOR THE DAY
089600*----------------------------------------------------------------
089700 3000-PRINT-REPEATED-FAILURES.
089800     IF SECR-INIT-FAILED
089900         GO TO 3000-PRINT-REPEATED-FAILURES-EXIT
090000     END-IF.
090100     MOVE "REPEATED FAILED SIGN-ONS" TO SECR-SECTION-TITLE.
090200     PERFORM 5200-START-SECTION
090300         THRU 5200-START-SECTION-EXIT.
090400     MOVE SECR-FAIL-HEADING TO SECR-REPORT-LINE-AREA.
090500     PERFORM 5100-WRITE-REPORT-LINE
090600         THRU 5100-WRITE-REPORT-LINE-EXIT.
090700     PERFORM 3100-PRINT-ONE-FAILURE
090800         THRU 3100-PRINT-ONE-FAILURE-EXIT
090900         VARYING SECR-SUB FROM 1 BY 1
091000         UNTIL SECR-SUB > SECR-FAIL-COUNT.
091100     IF SECR-REPEAT-CTR = ZERO
091200         MOVE "NONE" TO SECR-NONE-TEXT
091300         PERFORM 5300-WRITE-NONE-LINE
091400             THRU 5300-WRITE-NONE-LINE-EXIT
091500     END-IF.
091600 3000-PRINT-REPEATED-FAILURES-EXIT.
091700     EXIT.

091800*----------------------------------------------------------------
091900* 3100-PRINT-ONE-FAILURE
092000*----------------------------------------------------------------
092100 3100-PRINT-ONE-FAILURE.
092200     IF SECR-FAIL-TIMES(SECR-SUB) < SECR-FAIL-LIMIT
092300         GO TO 3100-PRINT-ONE-FAILURE-EXIT
092400     END-IF.
092500     ADD 1 TO SECR-REPEAT-CTR.
092600     MOVE SPACES TO SECR-FAIL-LINE.
092700     MOVE SECR-FAIL-ID(SECR-SUB) TO SECR-FL-ID.
092800     MOVE SECR-FAIL-TIMES(SECR-SUB) TO SECR-FL-TIMES.
092900     MOVE SECR-FAIL-FIRST(SECR-SUB)(1:2) TO SECR-SW-HH.
093000     MOVE SECR-FAIL-FIRST(SECR-SUB)(3:2) TO SECR-SW-MM.
093100     MOVE SECR-FAIL-FIRST(SECR-SUB)(5:2) TO SECR-SW-SS.
093200     PERFORM 7100-EDIT-TIME
093300         THRU 7100-EDIT-TIME-EXIT.
093400     MOVE SECR-TIME-EDIT TO SECR-FL-FIRST.
093500     MOVE SECR-FAIL-LAST(SECR-SUB)(1:2) TO SECR-SW-HH.
093600     MOVE SECR-FAIL-LAST(SECR-SUB)(3:2) TO SECR-SW-MM.
093700     MOVE SECR-FAIL-LAST(SECR-SUB)(5:2) TO SECR-SW-SS.
093800     PERFORM 7100-EDIT-TIME
093900         THRU 7100-EDIT-TIME-EXIT.
094000     MOVE SECR-TIME-EDIT TO SECR-FL-LAST.
094100     MOVE SECR-FAIL-REASON(SECR-SUB) TO SECR-FL-REASON.
094200     MOVE SECR-FAIL-LINE TO SECR-REPORT-LINE-AREA.
094300     PERFORM 5100-WRITE-REPORT-LINE
094400         THRU 5100-WRITE-REPORT-LINE-EXIT.
094500 3100-PRINT-ONE-FAILURE-EXIT.
094600     EXIT.

094700*----------------------------------------------------------------
094800* 3500-PRINT-LOCKOUTS  -  THE DAY'S LOCKOUTS WITH WHO CLEARED
094900*                         THEM, THEN EVERY ENABLE RUN THAT DAY
095000*----------------------------------------------------------------
095100 3500-PRINT-LOCKOUTS.
095200     IF SECR-INIT-FAILED
095300         GO TO 3500-PRINT-LOCKOUTS-EXIT
095400     END-IF.
095500     MOVE "LOCKOUTS AND WHO CLEARED THEM" TO SECR-SECTION-TITLE.
095600     PERFORM 5200-START-SECTION
095700         THRU 5200-START-SECTION-EXIT.
095800     MOVE SECR-LOCK-HEADING TO SECR-REPORT-LINE-AREA.
095900     PERFORM 5100-WRITE-REPORT-LINE
096000         THRU 5100-WRITE-REPORT-LINE-EXIT.
096100     PERFORM 3550-PRINT-ONE-LOCKOUT
096200         THRU 3550-PRINT-ONE-LOCKOUT-EXIT
096300         VARYING SECR-SUB FROM 1 BY 1
096400         UNTIL SECR-SUB > SECR-LOCK-COUNT.
096500     IF SECR-LOCK-COUNT = ZERO
096600         MOVE "NONE" TO SECR-NONE-TEXT
096700         PERFORM 5300-WRITE-NONE-LINE
096800             THRU 5300-WRITE-NONE-LINE-EXIT
096900     END-IF.

097000     MOVE "ENABLE COMMANDS ON FACTOPLG" TO SECR-SECTION-TITLE.
097100     PERFORM 5200-START-SECTION
097200         THRU 5200-START-SECTION-EXIT.
097300     IF NOT SECR-OPLOG-PRESENT
097400         MOVE "NO FACTOPLG FILE" TO SECR-NONE-TEXT
097500         PERFORM 5300-WRITE-NONE-LINE
097600             THRU 5300-WRITE-NONE-LINE-EXIT
097700         GO TO 3500-PRINT-LOCKOUTS-EXIT
097800     END-IF.
097900     MOVE SECR-ENABLE-HEADING TO SECR-REPORT-LINE-AREA.
098000     PERFORM 5100-WRITE-REPORT-LINE
098100         THRU 5100-WRITE-REPORT-LINE-EXIT.
098200     OPEN INPUT FACT-OPLOG-FILE.
098300     IF NOT SECR-OPLOG-OK
098400         DISPLAY "FACTSECR: UNABLE TO REOPEN FACTOPLG - STATUS "
098500             SECR-OPLOG-STATUS
098600         MOVE 16 TO RETURN-CODE
098700         GO TO 3500-PRINT-LOCKOUTS-EXIT
098800     END-IF.
098900     MOVE "N" TO SECR-FILE-EOF-SWITCH.
099000     PERFORM 3600-LIST-ONE-ENABLE
099100         THRU 3600-LIST-ONE-ENABLE-EXIT
099200         UNTIL SECR-FILE-EOF.
099300     CLOSE FACT-OPLOG-FILE.
099400     IF SECR-ENABLE-TODAY-CTR = ZERO
099500         MOVE "NONE" TO SECR-NONE-TEXT
099600         PERFORM 5300-WRITE-NONE-LINE
099700             THRU 5300-WRITE-NONE-LINE-EXIT
099800     END-IF.
099900 3500-PRINT-LOCKOUTS-EXIT.
100000     EXIT.

100100*----------------------------------------------------------------
100200* 3550-PRINT-ONE-LOCKOUT  -  CLEARED BY THE FACTOPLG ENABLE
100300*                            FOUND FOR IT, OR WHAT FACTOPER
100400*                            SAYS NOW WHEN THERE IS NONE
100500*----------------------------------------------------------------
100600 3550-PRINT-ONE-LOCKOUT.
100700     MOVE SPACES TO SECR-LOCK-LINE.
100800     MOVE SECR-LOCK-ID(SECR-SUB) TO SECR-LL-ID.
100900     MOVE SECR-LOCK-STAMP(SECR-SUB) TO SECR-STAMP-WORK.
101000     PERFORM 7100-EDIT-TIME
101100         THRU 7100-EDIT-TIME-EXIT.
101200     MOVE SECR-TIME-EDIT TO SECR-LL-TIME.
101300     IF SECR-LOCK-CLEARED-BY(SECR-SUB) NOT = SPACES
101400         MOVE SECR-LOCK-CLEARED-AT(SECR-SUB) TO SECR-STAMP-WORK
101500         PERFORM 7000-EDIT-STAMP
101600             THRU 7000-EDIT-STAMP-EXIT
101700         STRING "CLEARED BY " SECR-LOCK-CLEARED-BY(SECR-SUB)
101800             " " SECR-STAMP-EDIT
101900             DELIMITED BY SIZE INTO SECR-LL-STATUS
102000         GO TO 3550-PRINT-ONE-LOCKOUT-WRITE
102100     END-IF.
102200     MOVE SECR-LOCK-ID(SECR-SUB) TO SECR-SEARCH-ID.
102300     MOVE SECR-SUB TO SECR-SAVE-SUB.
102400     MOVE "N" TO SECR-FOUND-SWITCH.
102500     PERFORM 2250-SCAN-OPERATOR
102600         THRU 2250-SCAN-OPERATOR-EXIT
102700         VARYING SECR-SUB FROM 1 BY 1
102800         UNTIL SECR-SUB > SECR-OPER-COUNT OR SECR-FOUND.
102900     MOVE SECR-SAVE-SUB TO SECR-SUB.
103000     EVALUATE TRUE
103100         WHEN NOT SECR-FOUND
103200             MOVE "NO LONGER ON FACTOPER" TO SECR-LL-STATUS
103300         WHEN SECR-OPER-DISABLED(SECR-HIT-SUB) = "Y"
103400             MOVE "STILL LOCKED" TO SECR-LL-STATUS
103500             ADD 1 TO SECR-UNCLEARED-CTR
103600         WHEN OTHER
103700             MOVE "ENABLED - NO FACTOPLG RECORD" TO
103800                 SECR-LL-STATUS
103900     END-EVALUATE.
104000 3550-PRINT-ONE-LOCKOUT-WRITE.
104100     MOVE SECR-LOCK-LINE TO SECR-REPORT-LINE-AREA.
104200     PERFORM 5100-WRITE-REPORT-LINE
104300         THRU 5100-WRITE-REPORT-LINE-EXIT.
104400 3550-PRINT-ONE-LOCKOUT-EXIT.
104500     EXIT.

104600*----------------------------------------------------------------
104700* 3600-LIST-ONE-ENABLE
104800*----------------------------------------------------------------
104900 3600-LIST-ONE-ENABLE.
105000     READ FACT-OPLOG-FILE
105100         AT END
105200             MOVE "Y" TO SECR-FILE-EOF-SWITCH
105300             GO TO 3600-LIST-ONE-ENABLE-EXIT
105400     END-READ.
105500     IF NOT FACT-OL-ENABLED
105600         OR FACT-OL-STAMP(1:8) NOT = SECR-REPORT-YMD
105700         GO TO 3600-LIST-ONE-ENABLE-EXIT
105800     END-IF.
105900     ADD 1 TO SECR-ENABLE-TODAY-CTR.
106000     MOVE SPACES TO SECR-ENABLE-LINE.
106100     MOVE FACT-OL-OPER TO SECR-EL-ID.
106200     MOVE FACT-OL-STAMP TO SECR-STAMP-WORK.
106300     PERFORM 7100-EDIT-TIME
106400         THRU 7100-EDIT-TIME-EXIT.
106500     MOVE SECR-TIME-EDIT TO SECR-EL-TIME.
106600     MOVE FACT-OL-ADMIN TO SECR-EL-ADMIN.
106700     MOVE SECR-ENABLE-LINE TO SECR-REPORT-LINE-AREA.
106800     PERFORM 5100-WRITE-REPORT-LINE
106900         THRU 5100-WRITE-REPORT-LINE-EXIT.
107000 3600-LIST-ONE-ENABLE-EXIT.
107100     EXIT.

107200*----------------------------------------------------------------
107300* 4000-PRINT-OUT-OF-HOURS  -  SECOND PASS OF FACTSEVT: EVERY
107400*                             SIGN-ON ON THE REPORT DATE BEFORE
107500*                             THE START OR FROM THE END OF
107600*                             NORMAL HOURS, OR ANY TIME ON A
107700*                             NON-WORKING DAY
107800*----------------------------------------------------------------
107900 4000-PRINT-OUT-OF-HOURS.
108000     IF SECR-INIT-FAILED
108100         GO TO 4000-PRINT-OUT-OF-HOURS-EXIT
108200     END-IF.
108300     MOVE "SIGN-ONS OUTSIDE NORMAL HOURS" TO SECR-SECTION-TITLE.
108400     PERFORM 5200-START-SECTION
108500         THRU 5200-START-SECTION-EXIT.
108600     IF NOT SECR-EVENT-LOG-PRESENT
108700         MOVE "NO FACTSEVT FILE" TO SECR-NONE-TEXT
108800         PERFORM 5300-WRITE-NONE-LINE
108900             THRU 5300-WRITE-NONE-LINE-EXIT
109000         GO TO 4000-PRINT-OUT-OF-HOURS-EXIT
109100     END-IF.
109200     MOVE SECR-HOURS-HEADING TO SECR-REPORT-LINE-AREA.
109300     PERFORM 5100-WRITE-REPORT-LINE
109400         THRU 5100-WRITE-REPORT-LINE-EXIT.
109500     OPEN INPUT FACT-SECEVT-FILE.
109600     IF NOT SECR-EVENT-OK
109700         DISPLAY "FACTSECR: UNABLE TO REOPEN FACTSEVT - STATUS "
109800             SECR-EVENT-STATUS
109900         MOVE 16 TO RETURN-CODE
110000         GO TO 4000-PRINT-OUT-OF-HOURS-EXIT
110100     END-IF.
110200     MOVE "N" TO SECR-FILE-EOF-SWITCH.
110300     PERFORM 4100-CHECK-ONE-SIGNON
110400         THRU 4100-CHECK-ONE-SIGNON-EXIT
110500         UNTIL SECR-FILE-EOF.
110600     CLOSE FACT-SECEVT-FILE.
110700     IF SECR-OUT-OF-HOURS-CTR = ZERO
110800         MOVE "NONE" TO SECR-NONE-TEXT
110900         PERFORM 5300-WRITE-NONE-LINE
111000             THRU 5300-WRITE-NONE-LINE-EXIT
111100     END-IF.
111200 4000-PRINT-OUT-OF-HOURS-EXIT.
111300     EXIT.

111400*----------------------------------------------------------------
111500* 4100-CHECK-ONE-SIGNON
111600*----------------------------------------------------------------
111700 4100-CHECK-ONE-SIGNON.
111800     READ FACT-SECEVT-FILE
111900         AT END
112000             MOVE "Y" TO SECR-FILE-EOF-SWITCH
112100             GO TO 4100-CHECK-ONE-SIGNON-EXIT
112200     END-READ.
112300     IF FACT-SE-STAMP-DATE NOT = SECR-REPORT-YMD
112400         OR NOT FACT-SE-SIGNON
112500         OR FACT-SE-STAMP-TIME IS NOT NUMERIC
112600         GO TO 4100-CHECK-ONE-SIGNON-EXIT
112700     END-IF.
112800     MOVE FACT-SE-STAMP-TIME(1:4) TO SECR-TIME-HHMM.
112900     IF SECR-WORKDAY
113000         AND SECR-TIME-HHMM NOT < SECR-HOURS-START
113100         AND SECR-TIME-HHMM < SECR-HOURS-END
113200         GO TO 4100-CHECK-ONE-SIGNON-EXIT
113300     END-IF.
113400     ADD 1 TO SECR-OUT-OF-HOURS-CTR.
113500     MOVE SPACES TO SECR-HOURS-LINE.
113600     MOVE FACT-SE-OPERATOR TO SECR-HL-ID.
113700     MOVE FACT-SE-STAMP TO SECR-STAMP-WORK.
113800     PERFORM 7100-EDIT-TIME
113900         THRU 7100-EDIT-TIME-EXIT.
114000     MOVE SECR-TIME-EDIT TO SECR-HL-TIME.
114100     IF SECR-WORKDAY
114200         MOVE "OUTSIDE NORMAL HOURS" TO SECR-HL-DETAIL
114300     ELSE
114400         MOVE "NON-WORKING DAY" TO SECR-HL-DETAIL
114500     END-IF.
114600     MOVE SECR-HOURS-LINE TO SECR-REPORT-LINE-AREA.
114700     PERFORM 5100-WRITE-REPORT-LINE
114800         THRU 5100-WRITE-REPORT-LINE-EXIT.
114900 4100-CHECK-ONE-SIGNON-EXIT.
115000     EXIT.

115100*----------------------------------------------------------------
115200* 4500-PRINT-DORMANT-IDS  -  ENABLED IDS WHOSE LAST SIGN-ON OR
115300*                            ADMINISTRATOR ACTION IS AT LEAST
115400*                            THE DORMANT PERIOD BEFORE THE
115500*                            REPORT DATE.  AN ID WITH NEITHER IS
115600*                            MEASURED FROM THE START OF THE LOG.
115700*----------------------------------------------------------------
115800 4500-PRINT-DORMANT-IDS.
115900     IF SECR-INIT-FAILED
116000         GO TO 4500-PRINT-DORMANT-IDS-EXIT
116100     END-IF.
116200     MOVE "DORMANT IDS STILL ENABLED ON FACTOPER" TO
116300         SECR-SECTION-TITLE.
116400     PERFORM 5200-START-SECTION
116500         THRU 5200-START-SECTION-EXIT.
116600     IF SECR-LOG-START-YMD = SPACES
116700         MOVE "NO SIGN-ON HISTORY ON FACTSEVT - NOT CHECKED" TO
116800             SECR-NONE-TEXT
116900         PERFORM 5300-WRITE-NONE-LINE
117000             THRU 5300-WRITE-NONE-LINE-EXIT
117100         GO TO 4500-PRINT-DORMANT-IDS-EXIT
117200     END-IF.
117300     MOVE SECR-DORMANT-HEADING TO SECR-REPORT-LINE-AREA.
117400     PERFORM 5100-WRITE-REPORT-LINE
117500         THRU 5100-WRITE-REPORT-LINE-EXIT.
117600     PERFORM 4550-CHECK-ONE-OPERATOR
117700         THRU 4550-CHECK-ONE-OPERATOR-EXIT
117800         VARYING SECR-SUB FROM 1 BY 1
117900         UNTIL SECR-SUB > SECR-OPER-COUNT.
118000     IF SECR-DORMANT-CTR = ZERO
118100         MOVE "NONE" TO SECR-NONE-TEXT
118200         PERFORM 5300-WRITE-NONE-LINE
118300             THRU 5300-WRITE-NONE-LINE-EXIT
118400     END-IF.
118500 4500-PRINT-DORMANT-IDS-EXIT.
118600     EXIT.

118700*----------------------------------------------------------------
118800* 4550-CHECK-ONE-OPERATOR
118900*----------------------------------------------------------------
119000 4550-CHECK-ONE-OPERATOR.
119100     IF SECR-OPER-DISABLED(SECR-SUB) = "Y"
119200         GO TO 4550-CHECK-ONE-OPERATOR-EXIT
119300     END-IF.
119400     MOVE SECR-LOG-START-YMD TO SECR-LAST-YMD.
119500     IF SECR-OPER-LAST-SIGNON(SECR-SUB)(1:8) > SECR-LAST-YMD
119600         MOVE SECR-OPER-LAST-SIGNON(SECR-SUB)(1:8) TO
119700             SECR-LAST-YMD
119800     END-IF.
119900     IF SECR-OPER-LAST-ADMIN(SECR-SUB)(1:8) > SECR-LAST-YMD
120000         MOVE SECR-OPER-LAST-ADMIN(SECR-SUB)(1:8) TO
120100             SECR-LAST-YMD
120200     END-IF.
120300     MOVE SECR-LAST-YMD TO SECR-LAST-NUM.
120400     COMPUTE SECR-LAST-INT =
120500         FUNCTION INTEGER-OF-DATE(SECR-LAST-NUM).
120600     COMPUTE SECR-IDLE-DAYS = SECR-REPORT-INT - SECR-LAST-INT.
120700     IF SECR-IDLE-DAYS < SECR-DORMANT-DAYS
120800         GO TO 4550-CHECK-ONE-OPERATOR-EXIT
120900     END-IF.
121000     ADD 1 TO SECR-DORMANT-CTR.
121100     MOVE SPACES TO SECR-DORMANT-LINE.
121200     MOVE SECR-OPER-ID(SECR-SUB) TO SECR-DL-ID.
121300     MOVE SECR-OPER-AUTH(SECR-SUB) TO SECR-DL-AUTH.
121400     IF SECR-OPER-LAST-SIGNON(SECR-SUB) = SPACES
121500         MOVE "NONE LOGGED" TO SECR-DL-SIGNON
121600     ELSE
121700         MOVE SECR-OPER-LAST-SIGNON(SECR-SUB) TO SECR-STAMP-WORK
121800         PERFORM 7000-EDIT-STAMP
121900             THRU 7000-EDIT-STAMP-EXIT
122000         MOVE SECR-STAMP-EDIT TO SECR-DL-SIGNON
122100     END-IF.
122200     IF SECR-OPER-LAST-ADMIN(SECR-SUB) = SPACES
122300         MOVE "NONE LOGGED" TO SECR-DL-ADMIN
122400     ELSE
122500         MOVE SECR-OPER-LAST-ADMIN(SECR-SUB) TO SECR-STAMP-WORK
122600         PERFORM 7000-EDIT-STAMP
122700             THRU 7000-EDIT-STAMP-EXIT
122800         MOVE SECR-STAMP-EDIT TO SECR-DL-ADMIN
122900     END-IF.
123000     MOVE SECR-IDLE-DAYS TO SECR-DL-IDLE.
123100     MOVE SECR-DORMANT-LINE TO SECR-REPORT-LINE-AREA.
123200     PERFORM 5100-WRITE-REPORT-LINE
123300         THRU 5100-WRITE-REPORT-LINE-EXIT.
123400 4550-CHECK-ONE-OPERATOR-EXIT.
123500     EXIT.

123600*----------------------------------------------------------------
123700* 5100-WRITE-REPORT-LINE  -  ONE LINE FROM THE LINE AREA WITH
123800*                            THE SHARED STATUS CHECK
123900*----------------------------------------------------------------
124000 5100-WRITE-REPORT-LINE.
124100     MOVE SECR-REPORT-LINE-AREA TO SECR-REPORT-RECORD.
124200     WRITE SECR-REPORT-RECORD.
124300     IF NOT SECR-REPORT-OK
124400         DISPLAY "FACTSECR: UNABLE TO WRITE FACTSCRP - STATUS "
124500             SECR-REPORT-STATUS
124600         MOVE 16 TO RETURN-CODE
124700     END-IF.
124800 5100-WRITE-REPORT-LINE-EXIT.
124900     EXIT.

125000*----------------------------------------------------------------
125100* 5200-START-SECTION  -  BLANK LINE, THEN THE SECTION TITLE
125200*----------------------------------------------------------------
125300 5200-START-SECTION.
125400     MOVE SPACES TO SECR-REPORT-LINE-AREA.
125500     PERFORM 5100-WRITE-REPORT-LINE
125600         THRU 5100-WRITE-REPORT-LINE-EXIT.
125700     MOVE SECR-SECTION-LINE TO SECR-REPORT-LINE-AREA.
125800     PERFORM 5100-WRITE-REPORT-LINE
125900         THRU 5100-WRITE-REPORT-LINE-EXIT.
126000 5200-START-SECTION-EXIT.
126100     EXIT.

126200*----------------------------------------------------------------
126300* 5300-WRITE-NONE-LINE
126400*----------------------------------------------------------------
126500 5300-WRITE-NONE-LINE.
126600     MOVE SECR-NONE-LINE TO SECR-REPORT-LINE-AREA.
126700     PERFORM 5100-WRITE-REPORT-LINE
126800         THRU 5100-WRITE-REPORT-LINE-EXIT.
126900 5300-WRITE-NONE-LINE-EXIT.
127000     EXIT.

127100*----------------------------------------------------------------
127200* 6000-PRINT-SUMMARY  -  THE DAY'S EVENT COUNTS AND THE
127300*                        EXCEPTION TOTALS
127400*----------------------------------------------------------------
127500 6000-PRINT-SUMMARY.
127600     IF SECR-INIT-FAILED
127700         GO TO 6000-PRINT-SUMMARY-EXIT
127800     END-IF.
127900     COMPUTE SECR-EXCEPTION-CTR =
128000         SECR-REPEAT-CTR + SECR-LOCK-COUNT
128100         + SECR-OUT-OF-HOURS-CTR + SECR-DORMANT-CTR.
128200     MOVE "SUMMARY" TO SECR-SECTION-TITLE.
128300     PERFORM 5200-START-SECTION
128400         THRU 5200-START-SECTION-EXIT.
128500     MOVE "EVENTS LOGGED ON REPORT DATE" TO SECR-SUM-TITLE.
128600     MOVE SECR-EVENTS-TODAY-CTR TO SECR-SUM-COUNT.
128700     PERFORM 6100-WRITE-SUMMARY-LINE
128800         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
128900     MOVE "  SIGN-ONS" TO SECR-SUM-TITLE.
129000     MOVE SECR-SIGNON-CTR TO SECR-SUM-COUNT.
129100     PERFORM 6100-WRITE-SUMMARY-LINE
129200         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
129300     MOVE "  FAILED SIGN-ONS" TO SECR-SUM-TITLE.
129400     MOVE SECR-SIGNFAIL-CTR TO SECR-SUM-COUNT.
129500     PERFORM 6100-WRITE-SUMMARY-LINE
129600         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
129700     MOVE "  LOCKOUTS" TO SECR-SUM-TITLE.
129800     MOVE SECR-LOCKOUT-CTR TO SECR-SUM-COUNT.
129900     PERFORM 6100-WRITE-SUMMARY-LINE
130000         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
130100     MOVE "  PASSWORD CHANGES" TO SECR-SUM-TITLE.
130200     MOVE SECR-PWCHANGE-CTR TO SECR-SUM-COUNT.
130300     PERFORM 6100-WRITE-SUMMARY-LINE
130400         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
130500     MOVE "  SIGN-OFFS" TO SECR-SUM-TITLE.
130600     MOVE SECR-SIGNOFF-CTR TO SECR-SUM-COUNT.
130700     PERFORM 6100-WRITE-SUMMARY-LINE
130800         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
130900     MOVE "  REFUSED SESSIONS" TO SECR-SUM-TITLE.
131000     MOVE SECR-REFUSED-CTR TO SECR-SUM-COUNT.
131100     PERFORM 6100-WRITE-SUMMARY-LINE
131200         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
131300     MOVE "ENABLE COMMANDS ON REPORT DATE" TO SECR-SUM-TITLE.
131400     MOVE SECR-ENABLE-TODAY-CTR TO SECR-SUM-COUNT.
131500     PERFORM 6100-WRITE-SUMMARY-LINE
131600         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
131700     MOVE "IDS AT FAILURE LIMIT" TO SECR-SUM-TITLE.
131800     MOVE SECR-REPEAT-CTR TO SECR-SUM-COUNT.
131900     PERFORM 6100-WRITE-SUMMARY-LINE
132000         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
132100     MOVE "LOCKOUTS STILL LOCKED" TO SECR-SUM-TITLE.
132200     MOVE SECR-UNCLEARED-CTR TO SECR-SUM-COUNT.
132300     PERFORM 6100-WRITE-SUMMARY-LINE
132400         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
132500     MOVE "OUT-OF-HOURS SIGN-ONS" TO SECR-SUM-TITLE.
132600     MOVE SECR-OUT-OF-HOURS-CTR TO SECR-SUM-COUNT.
132700     PERFORM 6100-WRITE-SUMMARY-LINE
132800         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
132900     MOVE "DORMANT IDS STILL ENABLED" TO SECR-SUM-TITLE.
133000     MOVE SECR-DORMANT-CTR TO SECR-SUM-COUNT.
133100     PERFORM 6100-WRITE-SUMMARY-LINE
133200         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
133300     MOVE "EXCEPTIONS LISTED" TO SECR-SUM-TITLE.
133400     MOVE SECR-EXCEPTION-CTR TO SECR-SUM-COUNT.
133500     PERFORM 6100-WRITE-SUMMARY-LINE
133600         THRU 6100-WRITE-SUMMARY-LINE-EXIT.
133700 6000-PRINT-SUMMARY-EXIT.
133800     EXIT.

133900*----------------------------------------------------------------
134000* 6100-WRITE-SUMMARY-LINE
134100*----------------------------------------------------------------
134200 6100-WRITE-SUMMARY-LINE.
134300     MOVE SECR-SUMMARY-LINE TO SECR-REPORT-LINE-AREA.
134400     PERFORM 5100-WRITE-REPORT-LINE
134500         THRU 5100-WRITE-REPORT-LINE-EXIT.
134600 6100-WRITE-SUMMARY-LINE-EXIT.
134700     EXIT.

134800*----------------------------------------------------------------
134900* 7000-EDIT-STAMP  -  YYYYMMDDHHMMSS TO YYYY-MM-DD HH:MM
135000*----------------------------------------------------------------
135100 7000-EDIT-STAMP.
135200     MOVE SPACES TO SECR-STAMP-EDIT.
135300     STRING SECR-SW-DATE(1:4) "-" SECR-SW-DATE(5:2) "-"
135400         SECR-SW-DATE(7:2) " " SECR-SW-HH ":" SECR-SW-MM
135500         DELIMITED BY SIZE INTO SECR-STAMP-EDIT.
135600 7000-EDIT-STAMP-EXIT.
135700     EXIT.

135800*----------------------------------------------------------------
135900* 7100-EDIT-TIME  -  HHMMSS OF THE STAMP TO HH:MM:SS
136000*----------------------------------------------------------------
136100 7100-EDIT-TIME.
136200     MOVE SPACES TO SECR-TIME-EDIT.
136300     STRING SECR-SW-HH ":" SECR-SW-MM ":" SECR-SW-SS
136400         DELIMITED BY SIZE INTO SECR-TIME-EDIT.
136500 7100-EDIT-TIME-EXIT.
136600     EXIT.

136700*----------------------------------------------------------------
136800* 8000-TERMINATE  -  CLOSE THE REPORT, SET THE WARNING RETURN
136900*                    CODE WHEN ANYTHING WAS LISTED
137000*----------------------------------------------------------------
137100 8000-TERMINATE.
137200     IF SECR-REPORT-OPEN
137300         CLOSE SECR-REPORT-FILE
137400     END-IF.
137500     IF SECR-INIT-FAILED
137600         GO TO 8000-TERMINATE-EXIT
137700     END-IF.
137800     IF RETURN-CODE = ZERO AND SECR-EXCEPTION-CTR > ZERO
137900         MOVE 4 TO RETURN-CODE
138000     END-IF.
138100     DISPLAY "FACTSECR: EVENTS READ = " SECR-EVENTS-READ-CTR
138200         "  EXCEPTIONS = " SECR-EXCEPTION-CTR.
138300 8000-TERMINATE-EXIT.
138400     EXIT.
