0085E5*                  EXPRESS MODE NEVER OPENED).  A QUEUE REJECT
0085E6*                  NOW BUILDS ITS FACTSUSP IMAGE FROM THE WORK
0085E7*                  RECORD FOR THE SAME REASON.
0085E8* 2026-10-15  DM   DEPARTMENT RETURN FILES.  FACTOUT NOW CARRIES
0085E9*                  THE FACTFRNT COMBINED-FILE SEQUENCE NUMBER
0085F0*                  (FACTIN COLUMNS 12-20) IN FACT-OUTPUT-SEQ,
0085F1*                  CUT FROM THE TRAILING FILLER, SO FACTDIST
0085F2*                  CAN KEY EACH RESULT BACK TO THE DEPARTMENT'S
0085F3*                  ORIGINAL REQUEST.  QUEUED REQUESTS HAVE NO
0085F4*                  FACTIN RECORD AND LEAVE IT BLANK.
0085F5* 2026-10-15  DM   SUPERVISOR HOLD.  FACTONL NOW QUEUES A
0085F6*                  REQUEST OVER THE FACTHOLD THRESHOLDS AS H
0085F7*                  (HELD) UNTIL A SUPERVISOR APPROVES IT TO P OR
0085F8*                  DECLINES IT TO D.  THE QUEUE PATHS ALREADY RUN
0085F9*                  ONLY P, SO NORMAL AND EXPRESS RUNS PASS HELD
0085G0*                  AND DECLINED REQUESTS THROUGH UNTOUCHED; THE
0085G1*                  FACTPEND RECORD AND THE FACTPENDW WORK RECORD
0085G2*                  GROW TO 140 BYTES FOR THE APPROVAL FIELDS AND
0085G3*                  THE HELD COUNT PRINTS ON FACTCONF.
0085G4* 2026-10-15  DM   MONTHLY DEPARTMENT BUDGETS.  WHEN FACTBUDG IS
0085G5*                  PRESENT EVERY REQUEST THAT PASSES THE EDITS IS
0085G6*                  PRICED FROM FACTRATE AND CHARGED TO ITS
0085G7*                  DEPARTMENT'S MONTH-TO-DATE SPEND, CARRIED FROM
0085G8*                  NIGHT TO NIGHT ON FACTSPND AND STARTED AGAIN AT
0085G9*                  ZERO WHEN THE BUSINESS MONTH CHANGES.  A
0085GA*                  REQUEST THAT WOULD TAKE THE SPEND PAST THE
0085GB*                  CEILING IS NOT CALCULATED - IT GOES TO FACTSUSP
0085GC*                  WITH THE NEW REASON OB (OVER BUDGET) - UNLESS
0085GD*                  FACTBOVR CARRIES A SUPERVISOR OVERRIDE FOR THE
0085GE*                  DEPARTMENT.  QUEUED REQUESTS ARE CHARGED TO THE
0085GF*                  OPERATOR'S FACTODEP DEPARTMENT.  THE PRE-PASS
0085GG*                  MAKES THE SAME CHARGES SO THE EXTRACT EXPECTED
0085GH*                  COUNT STILL MATCHES, AND FACTSPND IS REWRITTEN
0085GI*                  ONLY AT A CLEAN END.  WITHOUT FACTBUDG THE RUN
0085GJ*                  IS UNCHANGED.
0085GK* 2026-10-15  DM   OUTPUT GENERATIONS.  THE FACTREG RECORD NOW
0085GL*                  CARRIES A RESEND COUNT AND THE DATE OF THE LAST
0085GM*                  RESEND, CUT FROM THE TRAILING FILLER, FOR
0085GN*                  FACTRSND TO RECORD A REGENERATED EXTRACT; A NEW
0085GO*                  REGISTER RECORD STARTS WITH A COUNT OF ZERO.
008600*================================================================

008700 ENVIRONMENT DIVISION.
011980         ORGANIZATION IS LINE SEQUENTIAL
011990         FILE STATUS IS FACT-RUNHIST-STATUS.

011991     SELECT FACT-BUDGET-FILE ASSIGN TO FACTBUDG
011992         ORGANIZATION IS LINE SEQUENTIAL
011993         FILE STATUS IS FACT-BUDGET-STATUS.

011994     SELECT FACT-SPEND-FILE ASSIGN TO FACTSPND
011995         ORGANIZATION IS LINE SEQUENTIAL
011996         FILE STATUS IS FACT-SPEND-STATUS.

011997     SELECT FACT-OVERRIDE-FILE ASSIGN TO FACTBOVR
011998         ORGANIZATION IS LINE SEQUENTIAL
011999         FILE STATUS IS FACT-OVERRIDE-STATUS.

01199A     SELECT FACT-RATE-FILE ASSIGN TO FACTRATE
01199B         ORGANIZATION IS LINE SEQUENTIAL
01199C         FILE STATUS IS FACT-RATE-STATUS.

01199D     SELECT FACT-OPDEPT-FILE ASSIGN TO FACTODEP
01199E         ORGANIZATION IS LINE SEQUENTIAL
01199F         FILE STATUS IS FACT-OPDEPT-STATUS.

012000 DATA DIVISION.
012100 FILE SECTION.
012200 FD  FACT-INPUT-FILE.
014200     05 FACT-OUTPUT-CALC-STATUS     PIC X(01).
014300     05 FACT-OUTPUT-RESULT     PIC X(20).
014320     05 FACT-OUTPUT-DEPT       PIC X(02).
014340     05 FACT-OUTPUT-SEQ        PIC X(09).
014400     05 FILLER                 PIC X(39).

014500 FD  FACT-CHECKPOINT-FILE.
014600 01  FACT-CHECKPOINT-RECORD.
017100 01  FACT-PENDING-RECORD.
017200     05 FACT-PEND-REC-STATUS        PIC X(01).
017300         88 FACT-PEND-REC-PENDING       VALUE "P".
017310         88 FACT-PEND-REC-HELD          VALUE "H".
017400     05 FACT-PEND-REC-FUNC          PIC X(01).
017500     05 FACT-PEND-REC-N             PIC X(04).
017600     05 FACT-PEND-REC-R             PIC X(04).
017840     05 FACT-PEND-REC-CALC-STATUS   PIC X(01).
017860     05 FACT-PEND-REC-COMP-TIME     PIC X(14).
017900     05 FILLER                      PIC X(01).
017910     05 FACT-PEND-REC-HOLD-CODE     PIC X(02).
017920     05 FACT-PEND-REC-APPROVER      PIC X(08).
017930     05 FACT-PEND-REC-DECISION      PIC X(01).
017940     05 FACT-PEND-REC-DEC-TIME      PIC X(14).
017950     05 FACT-PEND-REC-DECL-REASON   PIC X(20).
017960     05 FILLER                      PIC X(15).

018000 FD  FACT-PENDWORK-FILE.
018100 01  FACT-PENDWORK-RECORD           PIC X(140).

018200 FD  FACT-CONFIRM-FILE.
018300 01  FACT-CONFIRM-RECORD            PIC X(80).
018395     05 FACT-REG-STATUS             PIC X(01).
018396     05 FILLER                      PIC X(01).
018397     05 FACT-REG-ACK-DATE           PIC X(10).
018398     05 FILLER                      PIC X(01).
018399     05 FACT-REG-RESEND-CTR         PIC 9(03).
01839A     05 FILLER                      PIC X(01).
01839B     05 FACT-REG-RESEND-DATE        PIC X(10).
01839C     05 FILLER                      PIC X(06).

0183A0 FD  FACT-RUNHIST-FILE.
0183A1 01  FACT-RUNHIST-RECORD.
0183B8     05 FACT-RH-RETURN-CODE         PIC 9(02).
0183B9     05 FILLER                      PIC X(03).

0183BA FD  FACT-BUDGET-FILE.
0183BB 01  FACT-BUDGET-RECORD.
0183BC     05 FACT-BUD-REC-DEPT           PIC X(02).
0183BD     05 FILLER                      PIC X(01).
0183BE     05 FACT-BUD-REC-CEILING        PIC 9(09)V99.
0183BF     05 FILLER                      PIC X(01).
0183BG     05 FACT-BUD-REC-NAME           PIC X(20).
0183BH     05 FILLER                      PIC X(45).

0183BI FD  FACT-SPEND-FILE.
0183BJ 01  FACT-SPEND-RECORD.
0183BK     05 FACT-SPD-REC-DEPT           PIC X(02).
0183BL     05 FILLER                      PIC X(01).
0183BM     05 FACT-SPD-REC-MONTH          PIC X(06).
0183BN     05 FILLER                      PIC X(01).
0183BO     05 FACT-SPD-REC-SPENT          PIC 9(09)V99.
0183BP     05 FILLER                      PIC X(01).
0183BQ     05 FACT-SPD-REC-REQUESTS       PIC 9(09).
0183BR     05 FILLER                      PIC X(01).
0183BS     05 FACT-SPD-REC-AS-OF          PIC X(10).
0183BT     05 FILLER                      PIC X(38).

0183BU FD  FACT-OVERRIDE-FILE.
0183BV 01  FACT-OVERRIDE-RECORD.
0183BW     05 FACT-OVR-REC-DEPT           PIC X(02).
0183BX     05 FILLER                      PIC X(01).
0183BY     05 FACT-OVR-REC-MONTH          PIC X(06).
0183BZ     05 FILLER                      PIC X(01).
0183C0     05 FACT-OVR-REC-SUPERVISOR     PIC X(08).
0183C1     05 FILLER                      PIC X(62).

0183C2 FD  FACT-RATE-FILE.
0183C3 01  FACT-RATE-RECORD.
0183C4     05 FACT-RATE-REC-FUNC          PIC X(01).
0183C5     05 FILLER                      PIC X(01).
0183C6     05 FACT-RATE-REC-RATE          PIC 9(05)V99.
0183C7     05 FILLER                      PIC X(71).

0183C8 FD  FACT-OPDEPT-FILE.
0183C9 01  FACT-OPDEPT-RECORD.
0183CA     05 FACT-ODP-REC-OPERATOR       PIC X(08).
0183CB     05 FILLER                      PIC X(01).
0183CC     05 FACT-ODP-REC-DEPT           PIC X(02).
0183CD     05 FILLER                      PIC X(01).
0183CE     05 FACT-ODP-REC-NAME           PIC X(20).
0183CF     05 FILLER                      PIC X(48).

018400 WORKING-STORAGE SECTION.
018500*================================================================
018600* 77-LEVEL SWITCHES AND COUNTERS
020400     88 FACT-REASON-BLANK           VALUE "BL".
020500     88 FACT-REASON-NON-NUMERIC     VALUE "NN".
020600     88 FACT-REASON-OUT-OF-RANGE    VALUE "RG".
020601     88 FACT-REASON-OVER-BUDGET     VALUE "OB".

020700 77  FACT-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
020800     88 FACT-SUSPENSE-OK            VALUE "00".
023192 77  FACT-RUN-START-STAMP      PIC X(14) VALUE SPACES.
023200 77  FACT-PEND-PROCESSED-CTR   PIC 9(09) COMP VALUE ZERO.
023300 77  FACT-PEND-READ-CTR        PIC 9(09) COMP VALUE ZERO.
023320 77  FACT-PEND-HELD-CTR        PIC 9(09) COMP VALUE ZERO.
023400 77  FACT-QUEUE-ORIGIN-SWITCH  PIC X(01) VALUE "N".
023500     88 FACT-QUEUE-ORIGIN           VALUE "Y".
023600 77  FACT-OPTOT-COUNT          PIC 9(04) COMP VALUE ZERO.
024500 77  FACT-REJ-BLANK-CTR        PIC 9(09) COMP VALUE ZERO.
024600 77  FACT-REJ-NONNUM-CTR       PIC 9(09) COMP VALUE ZERO.
024700 77  FACT-REJ-RANGE-CTR        PIC 9(09) COMP VALUE ZERO.
024701 77  FACT-REJ-BUDGET-CTR       PIC 9(09) COMP VALUE ZERO.

024702 77  FACT-BUDGET-STATUS        PIC X(02) VALUE SPACES.
024703     88 FACT-BUDGET-OK              VALUE "00".
024704     88 FACT-BUDGET-NO-FILE         VALUE "35".
024705 77  FACT-SPEND-STATUS         PIC X(02) VALUE SPACES.
024706     88 FACT-SPEND-OK               VALUE "00".
024707     88 FACT-SPEND-NO-FILE          VALUE "35".
024708 77  FACT-OVERRIDE-STATUS      PIC X(02) VALUE SPACES.
024709     88 FACT-OVERRIDE-OK            VALUE "00".
02470A     88 FACT-OVERRIDE-NO-FILE       VALUE "35".
02470B 77  FACT-RATE-STATUS          PIC X(02) VALUE SPACES.
02470C     88 FACT-RATE-OK                VALUE "00".
02470D 77  FACT-OPDEPT-STATUS        PIC X(02) VALUE SPACES.
02470E     88 FACT-OPDEPT-OK              VALUE "00".
02470F 77  FACT-LOAD-EOF-SWITCH      PIC X(01) VALUE "N".
02470G     88 FACT-LOAD-EOF               VALUE "Y".
02470H 77  FACT-BUDGET-SWITCH        PIC X(01) VALUE "N".
02470I     88 FACT-BUDGET-IN-FORCE        VALUE "Y".
02470J 77  FACT-BUDGET-MONTH         PIC X(06) VALUE SPACES.
02470K 77  FACT-BUDGET-DEPT          PIC X(02) VALUE SPACES.
02470L 77  FACT-BUDGET-PRICE         PIC 9(05)V99 VALUE ZERO.
02470M 77  FACT-BUD-COUNT            PIC 9(04) COMP VALUE ZERO.
02470N 77  FACT-BUD-SUB              PIC 9(04) COMP VALUE ZERO.
02470O 77  FACT-BUD-MAX              PIC 9(04) COMP VALUE 50.
02470P 77  FACT-BUD-FOUND-SWITCH     PIC X(01) VALUE "N".
02470Q     88 FACT-BUD-FOUND              VALUE "Y".
02470R 77  FACT-BUD-FULL-SWITCH      PIC X(01) VALUE "N".
02470S     88 FACT-BUD-FULL-WARNED        VALUE "Y".
02470T 77  FACT-SPEND-CLEARED-CTR    PIC 9(09) COMP VALUE ZERO.
02470U 77  FACT-RATE-SUB             PIC 9(04) COMP VALUE ZERO.
02470V 77  FACT-MAP-COUNT            PIC 9(04) COMP VALUE ZERO.
02470W 77  FACT-MAP-SUB              PIC 9(04) COMP VALUE ZERO.
02470X 77  FACT-MAP-MAX              PIC 9(04) COMP VALUE 200.
02470Y 77  FACT-MAP-FOUND-SWITCH     PIC X(01) VALUE "N".
02470Z     88 FACT-MAP-FOUND              VALUE "Y".

024800 77  FACT-CHECKPOINT-STATUS      PIC X(02) VALUE SPACES.
024900     88 FACT-CHECKPOINT-OK           VALUE "00".
033260* REFERENCES THE RECORD AREA OF A FILE THAT IS NOT OPEN.
033270*================================================================
033280 01  FACT-EDIT-WORK-RECORD.
033289     05 FACT-EDIT-FUNC          PIC X(01).
033290         88 FACT-FUNC-FACTORIAL     VALUE "F".
033291         88 FACT-FUNC-COMBINATION   VALUE "C".
033292         88 FACT-FUNC-PERMUTATION   VALUE "P".
033293         88 FACT-FUNC-WIDE          VALUE "W".
033294     05 FACT-EDIT-N-X           PIC X(04).
033295     05 FACT-EDIT-R-X           PIC X(04).
033296     05 FACT-EDIT-DEPT          PIC X(02).
033297     05 FACT-EDIT-SEQ           PIC X(09).
033298     05 FACT-EDIT-OPERATOR      PIC X(08).

033299*================================================================
03329A* QUEUED-REQUEST SUSPENSE IMAGE - A QUEUE REJECT HAS NO FACTIN
0332A0     05 FACT-QI-R               PIC X(04).
0332A1     05 FILLER                  PIC X(60).

0332A2*================================================================
0332A3* DEPARTMENT BUDGET TABLE - CEILINGS FROM FACTBUDG, OVERRIDES
0332A4* FROM FACTBOVR AND THE MONTH-TO-DATE SPEND CARRIED ON FACTSPND.
0332A5* A DEPARTMENT WITH SPEND BUT NO FACTBUDG RECORD HAS NO CEILING.
0332A6* THE START FIELDS KEEP THE CARRIED FIGURES SO THE PRE-PASS CAN
0332A7* MAKE ITS CHARGES AND PUT THE TABLE BACK FOR THE MAIN PASS.
0332A8*================================================================
0332A9 01  FACT-BUD-TABLE.
0332AA     05 FACT-BUD-ENTRY OCCURS 50 TIMES.
0332AB         10 FACT-BUD-DEPT           PIC X(02).
0332AC         10 FACT-BUD-CEILING        PIC 9(09)V99.
0332AD         10 FACT-BUD-HAS-CEILING    PIC X(01).
0332AE         10 FACT-BUD-OVERRIDE       PIC X(01).
0332AF         10 FACT-BUD-SPENT          PIC 9(09)V99.
0332AG         10 FACT-BUD-REQUESTS       PIC 9(09) COMP.
0332AH         10 FACT-BUD-START-SPENT    PIC 9(09)V99.
0332AI         10 FACT-BUD-START-REQUESTS PIC 9(09) COMP.

0332AJ*================================================================
0332AK* REQUEST PRICES - ONE FIXED SLOT PER FUNCTION CODE, LOADED FROM
0332AL* FACTRATE.  THE SAME RATES FACTBILL CHARGES AT MONTH END.
0332AM*================================================================
0332AN 01  FACT-RATE-CODES-VALUES.
0332AO     05 FILLER                  PIC X(01) VALUE "F".
0332AP     05 FILLER                  PIC X(01) VALUE "C".
0332AQ     05 FILLER                  PIC X(01) VALUE "P".
0332AR     05 FILLER                  PIC X(01) VALUE "W".
0332AS 01  FACT-RATE-CODES REDEFINES FACT-RATE-CODES-VALUES.
0332AT     05 FACT-RATE-CODE          PIC X(01) OCCURS 4 TIMES.
0332AU 01  FACT-RATE-TABLE.
0332AV     05 FACT-RATE-AMOUNT        PIC 9(05)V99 OCCURS 4 TIMES.

0332AW*================================================================
0332AX* OPERATOR-TO-DEPARTMENT MAP - LOADED FROM FACTODEP SO A QUEUED
0332AY* REQUEST IS CHARGED TO ITS OPERATOR'S DEPARTMENT
0332AZ*================================================================
0332B0 01  FACT-MAP-TABLE.
0332B1     05 FACT-MAP-ENTRY OCCURS 200 TIMES.
0332B2         10 FACT-MAP-OPERATOR       PIC X(08).
0332B3         10 FACT-MAP-DEPT           PIC X(02).

033300*================================================================
033400* DEFERRED-REQUEST OPERATOR TOTALS AND CONFIRMATION LINES
033500*================================================================
039620         SET FACT-EXPRESS-MODE TO TRUE
039630         PERFORM 1080-INITIALIZE-EXPRESS
039640             THRU 1080-INITIALIZE-EXPRESS-EXIT
039641         IF NOT FACT-INIT-FAILED
039642             PERFORM 1300-LOAD-BUDGETS
039643                 THRU 1300-LOAD-BUDGETS-EXIT
039644         END-IF
039650         GO TO 1000-INITIALIZE-EXIT
039660     END-IF.

040000         GO TO 1000-INITIALIZE-EXIT
040100     END-IF.

040101     PERFORM 1300-LOAD-BUDGETS
040102         THRU 1300-LOAD-BUDGETS-EXIT.
040103     IF FACT-INIT-FAILED
040104         MOVE "Y" TO FACT-END-OF-FILE-SWITCH
040105         GO TO 1000-INITIALIZE-EXIT
040106     END-IF.

040200     PERFORM 1100-COUNT-EXPECTED-RECORDS
040300         THRU 1100-COUNT-EXPECTED-RECORDS-EXIT.

054600     CLOSE FACT-INPUT-FILE.
054700     PERFORM 1160-COUNT-PENDING-RECORDS
054800         THRU 1160-COUNT-PENDING-RECORDS-EXIT.
054801     PERFORM 1390-RESET-BUDGET-SPEND
054802         THRU 1390-RESET-BUDGET-SPEND-EXIT.
054900 1100-COUNT-EXPECTED-RECORDS-EXIT.
055000     EXIT.

055820             MOVE FACT-INPUT-N-X  TO FACT-EDIT-N-X
055830             MOVE FACT-INPUT-R-X  TO FACT-EDIT-R-X
055840             MOVE FACT-INPUT-DEPT TO FACT-EDIT-DEPT
055841             MOVE SPACES TO FACT-EDIT-OPERATOR
055850             PERFORM 2900-VALIDATE-INPUT-VALUE
055870                 THRU 2900-VALIDATE-INPUT-VALUE-EXIT
055900             IF FACT-INPUT-VALID AND NOT FACT-FUNC-WIDE
059740                 MOVE FACT-PEND-REC-FUNC TO FACT-EDIT-FUNC
059760                 MOVE FACT-PEND-REC-N TO FACT-EDIT-N-X
059780                 MOVE FACT-PEND-REC-R TO FACT-EDIT-R-X
059781                 MOVE FACT-PEND-REC-OPERATOR TO FACT-EDIT-OPERATOR
059790                 PERFORM 2900-VALIDATE-INPUT-VALUE
059792                     THRU 2900-VALIDATE-INPUT-VALUE-EXIT
059794                 IF FACT-INPUT-VALID AND NOT FACT-FUNC-WIDE
060200 1170-COUNT-ONE-PENDING-EXIT.
060300     EXIT.

060301*----------------------------------------------------------------
060302* 1300-LOAD-BUDGETS  -  MONTHLY DEPARTMENT BUDGETS.  WITHOUT A
060303*                       FACTBUDG FILE BUDGET CONTROL IS NOT IN
060304*                       FORCE AND NOTHING BELOW APPLIES.  WITH
060305*                       ONE, FACTRATE AND FACTODEP ARE REQUIRED,
060306*                       FACTBOVR IS OPTIONAL, AND FACTSPND GIVES
060307*                       THE SPEND CARRIED FROM EARLIER NIGHTS OF
060308*                       THE SAME BUSINESS MONTH.
060309*----------------------------------------------------------------
06030A 1300-LOAD-BUDGETS.
06030B     MOVE FACT-BUSINESS-DATE(1:4) TO FACT-BUDGET-MONTH(1:4).
06030C     MOVE FACT-BUSINESS-DATE(6:2) TO FACT-BUDGET-MONTH(5:2).
06030D     MOVE "N" TO FACT-LOAD-EOF-SWITCH.
06030E     OPEN INPUT FACT-BUDGET-FILE.
06030F     IF FACT-BUDGET-NO-FILE
06030G         DISPLAY "FACTBAT: NO FACTBUDG - DEPARTMENT BUDGETS NOT "
06030H             "IN FORCE"
06030I         GO TO 1300-LOAD-BUDGETS-EXIT
06030J     END-IF.
06030K     IF NOT FACT-BUDGET-OK
06030L         DISPLAY "FACTBAT: UNABLE TO OPEN FACTBUDG - STATUS "
06030M             FACT-BUDGET-STATUS
06030N         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06030O         GO TO 1300-LOAD-BUDGETS-EXIT
06030P     END-IF.
06030Q     PERFORM 1310-LOAD-ONE-BUDGET
06030R         THRU 1310-LOAD-ONE-BUDGET-EXIT
06030S         UNTIL FACT-LOAD-EOF.
06030T     CLOSE FACT-BUDGET-FILE.
06030U     IF FACT-INIT-FAILED
06030V         GO TO 1300-LOAD-BUDGETS-EXIT
06030W     END-IF.
06030X     SET FACT-BUDGET-IN-FORCE TO TRUE.
06030Y     PERFORM 1320-LOAD-RATES
06030Z         THRU 1320-LOAD-RATES-EXIT.
060310     IF FACT-INIT-FAILED
060311         GO TO 1300-LOAD-BUDGETS-EXIT
060312     END-IF.
060313     PERFORM 1340-LOAD-OPERATOR-MAP
060314         THRU 1340-LOAD-OPERATOR-MAP-EXIT.
060315     IF FACT-INIT-FAILED
060316         GO TO 1300-LOAD-BUDGETS-EXIT
060317     END-IF.
060318     PERFORM 1360-LOAD-OVERRIDES
060319         THRU 1360-LOAD-OVERRIDES-EXIT.
06031A     IF FACT-INIT-FAILED
06031B         GO TO 1300-LOAD-BUDGETS-EXIT
06031C     END-IF.
06031D     PERFORM 1380-LOAD-CARRIED-SPEND
06031E         THRU 1380-LOAD-CARRIED-SPEND-EXIT.
06031F     IF FACT-INIT-FAILED
06031G         GO TO 1300-LOAD-BUDGETS-EXIT
06031H     END-IF.
06031I     DISPLAY "FACTBAT: DEPARTMENT BUDGETS IN FORCE FOR MONTH "
06031J         FACT-BUDGET-MONTH.
06031K 1300-LOAD-BUDGETS-EXIT.
06031L     EXIT.

06031M*----------------------------------------------------------------
06031N* 1310-LOAD-ONE-BUDGET  -  ONE CEILING PER DEPARTMENT.  A BAD OR
06031O*                          DUPLICATE RECORD REFUSES THE RUN RATHER
06031P*                          THAN GUESS AT A DEPARTMENT'S LIMIT.
06031Q*----------------------------------------------------------------
06031R 1310-LOAD-ONE-BUDGET.
06031S     READ FACT-BUDGET-FILE
06031T         AT END
06031U             MOVE "Y" TO FACT-LOAD-EOF-SWITCH
06031V             GO TO 1310-LOAD-ONE-BUDGET-EXIT
06031W     END-READ.
06031X     IF FACT-BUD-REC-DEPT = SPACES
06031Y         OR FACT-BUD-REC-CEILING IS NOT NUMERIC
06031Z         DISPLAY "FACTBAT: INVALID FACTBUDG RECORD FOR "
060320             "DEPARTMENT " FACT-BUD-REC-DEPT " - RUN REFUSED"
060321         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
060322         MOVE "Y" TO FACT-LOAD-EOF-SWITCH
060323         GO TO 1310-LOAD-ONE-BUDGET-EXIT
060324     END-IF.
060325     MOVE FACT-BUD-REC-DEPT TO FACT-BUDGET-DEPT.
060326     MOVE "N" TO FACT-BUD-FOUND-SWITCH.
060327     PERFORM 3760-SCAN-BUDGET
060328         THRU 3760-SCAN-BUDGET-EXIT
060329         VARYING FACT-BUD-SUB FROM 1 BY 1
06032A         UNTIL FACT-BUD-SUB > FACT-BUD-COUNT
06032B         OR FACT-BUD-FOUND.
06032C     IF FACT-BUD-FOUND
06032D         DISPLAY "FACTBAT: DUPLICATE FACTBUDG RECORD FOR "
06032E             "DEPARTMENT " FACT-BUD-REC-DEPT " - RUN REFUSED"
06032F         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06032G         MOVE "Y" TO FACT-LOAD-EOF-SWITCH
06032H         GO TO 1310-LOAD-ONE-BUDGET-EXIT
06032I     END-IF.
06032J     IF FACT-BUD-COUNT >= FACT-BUD-MAX
06032K         DISPLAY "FACTBAT: FACTBUDG EXCEEDS BUDGET TABLE - "
06032L             "RUN REFUSED"
06032M         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06032N         MOVE "Y" TO FACT-LOAD-EOF-SWITCH
06032O         GO TO 1310-LOAD-ONE-BUDGET-EXIT
06032P     END-IF.
06032Q     PERFORM 3770-ADD-BUDGET-SLOT
06032R         THRU 3770-ADD-BUDGET-SLOT-EXIT.
06032S     MOVE FACT-BUD-REC-CEILING TO FACT-BUD-CEILING(FACT-BUD-SUB).
06032T     MOVE "Y" TO FACT-BUD-HAS-CEILING(FACT-BUD-SUB).
06032U 1310-LOAD-ONE-BUDGET-EXIT.
06032V     EXIT.

06032W*----------------------------------------------------------------
06032X* 1320-LOAD-RATES  -  ONE FACTRATE RECORD PER FUNCTION CODE.  THE
06032Y*                     RATE FILE IS REQUIRED ONCE BUDGETS ARE IN
06032Z*                     FORCE; A FUNCTION WITH NO RATE COSTS NOTHING
060330*                     AGAINST THE BUDGET, AS ON THE FACTBILL
060331*                     STATEMENT.
060332*----------------------------------------------------------------
060333 1320-LOAD-RATES.
060334     INITIALIZE FACT-RATE-TABLE.
060335     MOVE "N" TO FACT-LOAD-EOF-SWITCH.
060336     OPEN INPUT FACT-RATE-FILE.
060337     IF NOT FACT-RATE-OK
060338         DISPLAY "FACTBAT: UNABLE TO OPEN FACTRATE - STATUS "
060339             FACT-RATE-STATUS
06033A         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06033B         GO TO 1320-LOAD-RATES-EXIT
06033C     END-IF.
06033D     PERFORM 1330-LOAD-ONE-RATE
06033E         THRU 1330-LOAD-ONE-RATE-EXIT
06033F         UNTIL FACT-LOAD-EOF.
06033G     CLOSE FACT-RATE-FILE.
06033H 1320-LOAD-RATES-EXIT.
06033I     EXIT.

06033J*----------------------------------------------------------------
06033K* 1330-LOAD-ONE-RATE
06033L*----------------------------------------------------------------
06033M 1330-LOAD-ONE-RATE.
06033N     READ FACT-RATE-FILE
06033O         AT END
06033P             MOVE "Y" TO FACT-LOAD-EOF-SWITCH
06033Q             GO TO 1330-LOAD-ONE-RATE-EXIT
06033R     END-READ.
06033S     PERFORM 3720-FIND-RATE-SLOT
06033T         THRU 3720-FIND-RATE-SLOT-EXIT
06033U         VARYING FACT-RATE-SUB FROM 1 BY 1
06033V         UNTIL FACT-RATE-SUB > 4
06033W         OR FACT-RATE-CODE(FACT-RATE-SUB) = FACT-RATE-REC-FUNC.
06033X     IF FACT-RATE-SUB > 4
06033Y         DISPLAY "FACTBAT: UNKNOWN FUNCTION ON FACTRATE - "
06033Z             FACT-RATE-REC-FUNC
060340         GO TO 1330-LOAD-ONE-RATE-EXIT
060341     END-IF.
060342     IF FACT-RATE-REC-RATE IS NOT NUMERIC
060343         DISPLAY "FACTBAT: NON-NUMERIC RATE ON FACTRATE FOR "
060344             FACT-RATE-REC-FUNC
060345         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
060346         MOVE "Y" TO FACT-LOAD-EOF-SWITCH
060347         GO TO 1330-LOAD-ONE-RATE-EXIT
060348     END-IF.
060349     MOVE FACT-RATE-REC-RATE TO FACT-RATE-AMOUNT(FACT-RATE-SUB).
06034A 1330-LOAD-ONE-RATE-EXIT.
06034B     EXIT.

06034C*----------------------------------------------------------------
06034D* 1340-LOAD-OPERATOR-MAP  -  FACTODEP INTO THE OPERATOR MAP.
06034E*                           REQUIRED ONCE BUDGETS ARE IN FORCE -
06034F*                           WITHOUT IT EVERY QUEUED REQUEST
06034G*                           WOULD CHARGE TO THE ** UNASSIGNED
06034H*                           DEPARTMENT.
06034I*----------------------------------------------------------------
06034J 1340-LOAD-OPERATOR-MAP.
06034K     MOVE "N" TO FACT-LOAD-EOF-SWITCH.
06034L     OPEN INPUT FACT-OPDEPT-FILE.
06034M     IF NOT FACT-OPDEPT-OK
06034N         DISPLAY "FACTBAT: UNABLE TO OPEN FACTODEP - STATUS "
06034O             FACT-OPDEPT-STATUS
06034P         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06034Q         GO TO 1340-LOAD-OPERATOR-MAP-EXIT
06034R     END-IF.
06034S     PERFORM 1350-LOAD-ONE-MAP-ENTRY
06034T         THRU 1350-LOAD-ONE-MAP-ENTRY-EXIT
06034U         UNTIL FACT-LOAD-EOF.
06034V     CLOSE FACT-OPDEPT-FILE.
06034W 1340-LOAD-OPERATOR-MAP-EXIT.
06034X     EXIT.

06034Y*----------------------------------------------------------------
06034Z* 1350-LOAD-ONE-MAP-ENTRY
060350*----------------------------------------------------------------
060351 1350-LOAD-ONE-MAP-ENTRY.
060352     READ FACT-OPDEPT-FILE
060353         AT END
060354             MOVE "Y" TO FACT-LOAD-EOF-SWITCH
060355             GO TO 1350-LOAD-ONE-MAP-ENTRY-EXIT
060356     END-READ.
060357     IF FACT-MAP-COUNT >= FACT-MAP-MAX
060358         DISPLAY "FACTBAT: FACTODEP EXCEEDS MAP TABLE - "
060359             "RUN REFUSED"
06035A         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06035B         MOVE "Y" TO FACT-LOAD-EOF-SWITCH
06035C         GO TO 1350-LOAD-ONE-MAP-ENTRY-EXIT
06035D     END-IF.
06035E     ADD 1 TO FACT-MAP-COUNT.
06035F     MOVE FACT-MAP-COUNT TO FACT-MAP-SUB.
06035G     MOVE FACT-ODP-REC-OPERATOR TO
06035H         FACT-MAP-OPERATOR(FACT-MAP-SUB).
06035I     MOVE FACT-ODP-REC-DEPT TO FACT-MAP-DEPT(FACT-MAP-SUB).
06035J 1350-LOAD-ONE-MAP-ENTRY-EXIT.
06035K     EXIT.

06035L*----------------------------------------------------------------
06035M* 1360-LOAD-OVERRIDES  -  SUPERVISOR OVERRIDES ON FACTBOVR.  AN
06035N*                         OVERRIDE FOR THIS BUSINESS MONTH, OR ONE
06035O*                         WITH A BLANK MONTH (STANDING), LETS THE
06035P*                         DEPARTMENT RUN PAST ITS CEILING.  NO
06035Q*                         FILE MEANS NO OVERRIDES.
06035R*----------------------------------------------------------------
06035S 1360-LOAD-OVERRIDES.
06035T     MOVE "N" TO FACT-LOAD-EOF-SWITCH.
06035U     OPEN INPUT FACT-OVERRIDE-FILE.
06035V     IF FACT-OVERRIDE-NO-FILE
06035W         GO TO 1360-LOAD-OVERRIDES-EXIT
06035X     END-IF.
06035Y     IF NOT FACT-OVERRIDE-OK
06035Z         DISPLAY "FACTBAT: UNABLE TO OPEN FACTBOVR - STATUS "
060360             FACT-OVERRIDE-STATUS
060361         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
060362         GO TO 1360-LOAD-OVERRIDES-EXIT
060363     END-IF.
060364     PERFORM 1370-LOAD-ONE-OVERRIDE
060365         THRU 1370-LOAD-ONE-OVERRIDE-EXIT
060366         UNTIL FACT-LOAD-EOF.
060367     CLOSE FACT-OVERRIDE-FILE.
060368 1360-LOAD-OVERRIDES-EXIT.
060369     EXIT.

06036A*----------------------------------------------------------------
06036B* 1370-LOAD-ONE-OVERRIDE
06036C*----------------------------------------------------------------
06036D 1370-LOAD-ONE-OVERRIDE.
06036E     READ FACT-OVERRIDE-FILE
06036F         AT END
06036G             MOVE "Y" TO FACT-LOAD-EOF-SWITCH
06036H             GO TO 1370-LOAD-ONE-OVERRIDE-EXIT
06036I     END-READ.
06036J     IF FACT-OVR-REC-DEPT = SPACES
06036K         GO TO 1370-LOAD-ONE-OVERRIDE-EXIT
06036L     END-IF.
06036M     IF FACT-OVR-REC-MONTH NOT = SPACES
06036N         AND FACT-OVR-REC-MONTH NOT = FACT-BUDGET-MONTH
06036O         GO TO 1370-LOAD-ONE-OVERRIDE-EXIT
06036P     END-IF.
06036Q     MOVE FACT-OVR-REC-DEPT TO FACT-BUDGET-DEPT.
06036R     PERFORM 3750-FIND-BUDGET-SLOT
06036S         THRU 3750-FIND-BUDGET-SLOT-EXIT.
06036T     IF FACT-BUD-FOUND
06036U         MOVE "Y" TO FACT-BUD-OVERRIDE(FACT-BUD-SUB)
06036V         DISPLAY "FACTBAT: BUDGET OVERRIDE FOR DEPARTMENT "
06036W             FACT-OVR-REC-DEPT " BY " FACT-OVR-REC-SUPERVISOR
06036X     END-IF.
06036Y 1370-LOAD-ONE-OVERRIDE-EXIT.
06036Z     EXIT.

060370*----------------------------------------------------------------
060371* 1380-LOAD-CARRIED-SPEND  -  MONTH-TO-DATE SPEND FROM FACTSPND.
060372*                             A RECORD FOR AN EARLIER MONTH IS
060373*                             DROPPED, SO THE FIRST RUN OF A NEW
060374*                             BUSINESS MONTH STARTS EVERY
060375*                             DEPARTMENT AGAIN AT ZERO.
060376*----------------------------------------------------------------
060377 1380-LOAD-CARRIED-SPEND.
060378     MOVE "N" TO FACT-LOAD-EOF-SWITCH.
060379     OPEN INPUT FACT-SPEND-FILE.
06037A     IF FACT-SPEND-NO-FILE
06037B         DISPLAY "FACTBAT: NO FACTSPND - MONTH-TO-DATE SPEND "
06037C             "STARTS AT ZERO"
06037D         GO TO 1380-LOAD-CARRIED-SPEND-EXIT
06037E     END-IF.
06037F     IF NOT FACT-SPEND-OK
06037G         DISPLAY "FACTBAT: UNABLE TO OPEN FACTSPND - STATUS "
06037H             FACT-SPEND-STATUS
06037I         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06037J         GO TO 1380-LOAD-CARRIED-SPEND-EXIT
06037K     END-IF.
06037L     PERFORM 1385-LOAD-ONE-SPEND
06037M         THRU 1385-LOAD-ONE-SPEND-EXIT
06037N         UNTIL FACT-LOAD-EOF.
06037O     CLOSE FACT-SPEND-FILE.
06037P     IF FACT-SPEND-CLEARED-CTR > ZERO
06037Q         DISPLAY "FACTBAT: NEW BUDGET MONTH - EARLIER SPEND "
06037R             "CLEARED FOR " FACT-SPEND-CLEARED-CTR " DEPARTMENTS"
06037S     END-IF.
06037T 1380-LOAD-CARRIED-SPEND-EXIT.
06037U     EXIT.

06037V*----------------------------------------------------------------
06037W* 1385-LOAD-ONE-SPEND
06037X*----------------------------------------------------------------
06037Y 1385-LOAD-ONE-SPEND.
06037Z     READ FACT-SPEND-FILE
060380         AT END
060381             MOVE "Y" TO FACT-LOAD-EOF-SWITCH
060382             GO TO 1385-LOAD-ONE-SPEND-EXIT
060383     END-READ.
060384     IF FACT-SPD-REC-MONTH NOT = FACT-BUDGET-MONTH
060385         ADD 1 TO FACT-SPEND-CLEARED-CTR
060386         GO TO 1385-LOAD-ONE-SPEND-EXIT
060387     END-IF.
060388     IF FACT-SPD-REC-SPENT IS NOT NUMERIC
060389         OR FACT-SPD-REC-REQUESTS IS NOT NUMERIC
06038A         DISPLAY "FACTBAT: INVALID FACTSPND RECORD FOR "
06038B             "DEPARTMENT " FACT-SPD-REC-DEPT " - RUN REFUSED"
06038C         MOVE "Y" TO FACT-INIT-FAILED-SWITCH
06038D         MOVE "Y" TO FACT-LOAD-EOF-SWITCH
06038E         GO TO 1385-LOAD-ONE-SPEND-EXIT
06038F     END-IF.
06038G     MOVE FACT-SPD-REC-DEPT TO FACT-BUDGET-DEPT.
06038H     PERFORM 3750-FIND-BUDGET-SLOT
06038I         THRU 3750-FIND-BUDGET-SLOT-EXIT.
06038J     IF FACT-BUD-FOUND
06038K         MOVE FACT-SPD-REC-SPENT TO FACT-BUD-SPENT(FACT-BUD-SUB)
06038L         MOVE FACT-SPD-REC-SPENT TO
06038M             FACT-BUD-START-SPENT(FACT-BUD-SUB)
06038N         MOVE FACT-SPD-REC-REQUESTS TO
06038O             FACT-BUD-REQUESTS(FACT-BUD-SUB)
06038P         MOVE FACT-SPD-REC-REQUESTS TO
06038Q             FACT-BUD-START-REQUESTS(FACT-BUD-SUB)
06038R     END-IF.
06038S 1385-LOAD-ONE-SPEND-EXIT.
06038T     EXIT.

06038U*----------------------------------------------------------------
06038V* 1390-RESET-BUDGET-SPEND  -  AFTER THE PRE-PASS HAS MADE ITS
06038W*                             CHARGES, PUT EVERY DEPARTMENT BACK
06038X*                             TO ITS CARRIED SPEND FOR THE MAIN
06038Y*                             PASS
06038Z*----------------------------------------------------------------
060390 1390-RESET-BUDGET-SPEND.
060391     IF NOT FACT-BUDGET-IN-FORCE
060392         GO TO 1390-RESET-BUDGET-SPEND-EXIT
060393     END-IF.
060394     PERFORM 1395-RESET-ONE-BUDGET
060395         THRU 1395-RESET-ONE-BUDGET-EXIT
060396         VARYING FACT-BUD-SUB FROM 1 BY 1
060397         UNTIL FACT-BUD-SUB > FACT-BUD-COUNT.
060398 1390-RESET-BUDGET-SPEND-EXIT.
060399     EXIT.

06039A*----------------------------------------------------------------
06039B* 1395-RESET-ONE-BUDGET
06039C*----------------------------------------------------------------
06039D 1395-RESET-ONE-BUDGET.
06039E     MOVE FACT-BUD-START-SPENT(FACT-BUD-SUB) TO
06039F         FACT-BUD-SPENT(FACT-BUD-SUB).
06039G     MOVE FACT-BUD-START-REQUESTS(FACT-BUD-SUB) TO
06039H         FACT-BUD-REQUESTS(FACT-BUD-SUB).
06039I 1395-RESET-ONE-BUDGET-EXIT.
06039J     EXIT.

060400*----------------------------------------------------------------
060500* 2000-PROCESS-FILE  -  ONE INPUT RECORD PER ITERATION
060600*----------------------------------------------------------------
063340         MOVE FACT-INPUT-N-X  TO FACT-EDIT-N-X
063360         MOVE FACT-INPUT-R-X  TO FACT-EDIT-R-X
063380         MOVE FACT-INPUT-DEPT TO FACT-EDIT-DEPT
063390         MOVE FACT-INPUT-SEQ  TO FACT-EDIT-SEQ
063391         MOVE SPACES TO FACT-EDIT-OPERATOR
063400     END-IF.
063500 2100-READ-INPUT-RECORD-EXIT.
063600     EXIT.
075100     CLOSE FACT-CONFIRM-FILE.
075200     DISPLAY "FACTBAT: PENDING REQUESTS RUN = "
075300         FACT-PEND-PROCESSED-CTR.
075320     DISPLAY "FACTBAT: HELD REQUESTS LEFT = "
075340         FACT-PEND-HELD-CTR.
075400 2300-PROCESS-PENDING-QUEUE-EXIT.
075500     EXIT.

076900         PERFORM 2400-RUN-ONE-PENDING
077000             THRU 2400-RUN-ONE-PENDING-EXIT
077100     END-IF.
077120     IF FACT-PEND-REC-HELD
077140         ADD 1 TO FACT-PEND-HELD-CTR
077160     END-IF.
077200     MOVE FACT-PENDING-RECORD TO FACT-PENDWORK-RECORD.
077300     WRITE FACT-PENDWORK-RECORD.
077400     IF NOT FACT-PENDWORK-OK
078900     MOVE FACT-PEND-REC-FUNC TO FACT-EDIT-FUNC.
079000     MOVE FACT-PEND-REC-N TO FACT-EDIT-N-X.
079100     MOVE FACT-PEND-REC-R TO FACT-EDIT-R-X.
079101     MOVE FACT-PEND-REC-OPERATOR TO FACT-EDIT-OPERATOR.
079200     PERFORM 3000-CALCULATE-FACTORIAL
079300         THRU 3000-CALCULATE-FACTORIAL-EXIT.
079400     PERFORM 4000-WRITE-OUTPUT-RECORD
094300         THRU 2750-PRINT-ONE-OPERATOR-EXIT
094400         VARYING FACT-OPTOT-SUB FROM 1 BY 1
094500         UNTIL FACT-OPTOT-SUB > FACT-OPTOT-COUNT.
094520     IF FACT-PEND-HELD-CTR > ZERO
094530         MOVE SPACES TO FACT-CONFIRM-TOTAL-LINE
094540         MOVE "*HELD*" TO FACT-CONFIRM-TOT-OPER
094550         MOVE FACT-PEND-HELD-CTR TO FACT-CONFIRM-TOT-COUNT
094560         MOVE FACT-CONFIRM-TOTAL-LINE TO FACT-CONFIRM-RECORD
094570         PERFORM 2500-WRITE-CONFIRM-LINE
094580             THRU 2500-WRITE-CONFIRM-LINE-EXIT
094590     END-IF.
094600 2700-PRINT-OPERATOR-TOTALS-EXIT.
094700     EXIT.

096700*                             LINE IS NOT MISTAKEN FOR GENUINE
096800*                             OVERFLOW DOWNSTREAM.  R IS ONLY
096900*                             REQUIRED FOR C AND P REQUESTS.
096901*                             A REQUEST THAT PASSES IS THEN
096902*                             CHARGED AGAINST ITS DEPARTMENT'S
096903*                             MONTHLY BUDGET BY 3700-CHECK-BUDGET.
097000*----------------------------------------------------------------
097100 2900-VALIDATE-INPUT-VALUE.
097200     SET FACT-INPUT-VALID TO TRUE.
099600             SET FACT-INPUT-INVALID TO TRUE
099700             SET FACT-REASON-OUT-OF-RANGE TO TRUE
099800         END-IF
099900         GO TO 2900-VALIDATE-BUDGET
100000     END-IF.
100100     IF FUNCTION NUMVAL(FACT-INPUT-EDIT) > 12
100200         SET FACT-INPUT-INVALID TO TRUE
100400         GO TO 2900-VALIDATE-INPUT-VALUE-EXIT
100500     END-IF.
100600     IF FACT-FUNC-FACTORIAL
100700         GO TO 2900-VALIDATE-BUDGET
100800     END-IF.
100900     IF FACT-EDIT-R-X = SPACES
101000         SET FACT-INPUT-INVALID TO TRUE
102460         SET FACT-INPUT-INVALID TO TRUE
102480         SET FACT-REASON-OUT-OF-RANGE TO TRUE
102490     END-IF.
102491 2900-VALIDATE-BUDGET.
102492     IF FACT-INPUT-VALID
102493         PERFORM 3700-CHECK-BUDGET
102494             THRU 3700-CHECK-BUDGET-EXIT
102495     END-IF.
102500 2900-VALIDATE-INPUT-VALUE-EXIT.
102600     EXIT.

114600     MOVE FACT-STATUS      TO FACT-OUTPUT-CALC-STATUS.
114700     MOVE FACT-RESULT-DISPLAY TO FACT-OUTPUT-RESULT.
114720     MOVE FACT-DEPT-VALUE  TO FACT-OUTPUT-DEPT.
114740     MOVE FACT-EDIT-SEQ    TO FACT-OUTPUT-SEQ.
114800     WRITE FACT-OUTPUT-RECORD.
114900     IF FACT-OUTPUT-OK
115000         ADD 1 TO FACT-RECORDS-WRITTEN-CTR
118400                 ADD 1 TO FACT-REJ-NONNUM-CTR
118500             WHEN FACT-REASON-OUT-OF-RANGE
118600                 ADD 1 TO FACT-REJ-RANGE-CTR
118601             WHEN FACT-REASON-OVER-BUDGET
118602                 ADD 1 TO FACT-REJ-BUDGET-CTR
118700         END-EVALUATE
118800     ELSE
118900         SET FACT-WRITE-FAILED TO TRUE
133700 3500-WRITE-CHECKPOINT-EXIT.
133800     EXIT.

133801*----------------------------------------------------------------
133802* 3700-CHECK-BUDGET  -  CHARGE A REQUEST THAT PASSED THE EDITS TO
133803*                       ITS DEPARTMENT'S MONTH-TO-DATE SPEND AT
133804*                       THE FACTRATE PRICE.  ONE THAT WOULD TAKE
133805*                       THE SPEND PAST THE CEILING IS REJECTED OB
133806*                       INSTEAD, UNLESS THE DEPARTMENT HOLDS A
133807*                       FACTBOVR OVERRIDE.  A QUEUED REQUEST IS
133808*                       CHARGED TO ITS OPERATOR'S DEPARTMENT; AN
133809*                       UNSTAMPED FACTIN RECORD HAS NO DEPARTMENT
13380A*                       AND IS NOT BUDGETED.
13380B*----------------------------------------------------------------
13380C 3700-CHECK-BUDGET.
13380D     IF NOT FACT-BUDGET-IN-FORCE
13380E         GO TO 3700-CHECK-BUDGET-EXIT
13380F     END-IF.
13380G     IF FACT-EDIT-OPERATOR NOT = SPACES
13380H         PERFORM 3780-MAP-OPERATOR
13380I             THRU 3780-MAP-OPERATOR-EXIT
13380J     ELSE
13380K         MOVE FACT-EDIT-DEPT TO FACT-BUDGET-DEPT
13380L     END-IF.
13380M     IF FACT-BUDGET-DEPT = SPACES
13380N         GO TO 3700-CHECK-BUDGET-EXIT
13380O     END-IF.
13380P     PERFORM 3720-FIND-RATE-SLOT
13380Q         THRU 3720-FIND-RATE-SLOT-EXIT
13380R         VARYING FACT-RATE-SUB FROM 1 BY 1
13380S         UNTIL FACT-RATE-SUB > 4
13380T         OR FACT-RATE-CODE(FACT-RATE-SUB) = FACT-EDIT-FUNC.
13380U     IF FACT-RATE-SUB > 4
13380V         MOVE ZERO TO FACT-BUDGET-PRICE
13380W     ELSE
13380X         MOVE FACT-RATE-AMOUNT(FACT-RATE-SUB) TO FACT-BUDGET-PRICE
13380Y     END-IF.
13380Z     PERFORM 3750-FIND-BUDGET-SLOT
133810         THRU 3750-FIND-BUDGET-SLOT-EXIT.
133811     IF NOT FACT-BUD-FOUND
133812         GO TO 3700-CHECK-BUDGET-EXIT
133813     END-IF.
133814     IF FACT-BUD-HAS-CEILING(FACT-BUD-SUB) = "Y"
133815         AND FACT-BUD-OVERRIDE(FACT-BUD-SUB) NOT = "Y"
133816         AND FACT-BUD-SPENT(FACT-BUD-SUB) + FACT-BUDGET-PRICE >
133817             FACT-BUD-CEILING(FACT-BUD-SUB)
133818         SET FACT-INPUT-INVALID TO TRUE
133819         SET FACT-REASON-OVER-BUDGET TO TRUE
13381A         GO TO 3700-CHECK-BUDGET-EXIT
13381B     END-IF.
13381C     ADD FACT-BUDGET-PRICE TO FACT-BUD-SPENT(FACT-BUD-SUB).
13381D     ADD 1 TO FACT-BUD-REQUESTS(FACT-BUD-SUB).
13381E 3700-CHECK-BUDGET-EXIT.
13381F     EXIT.

13381G*----------------------------------------------------------------
13381H* 3720-FIND-RATE-SLOT  -  EMPTY BODY; THE PERFORM VARYING DOES
13381I*                         THE SCANNING IN ITS UNTIL CLAUSE
13381J*----------------------------------------------------------------
13381K 3720-FIND-RATE-SLOT.
13381L     CONTINUE.
13381M 3720-FIND-RATE-SLOT-EXIT.
13381N     EXIT.

13381O*----------------------------------------------------------------
13381P* 3750-FIND-BUDGET-SLOT  -  THE TABLE SLOT FOR FACT-BUDGET-DEPT,
13381Q*                           ADDED WITH NO CEILING WHEN THE
13381R*                           DEPARTMENT HAS NO FACTBUDG RECORD.  A
13381S*                           FULL TABLE LEAVES THE DEPARTMENT
13381T*                           UNTRACKED AND WARNS ONCE.
13381U*----------------------------------------------------------------
13381V 3750-FIND-BUDGET-SLOT.
13381W     MOVE "N" TO FACT-BUD-FOUND-SWITCH.
13381X     PERFORM 3760-SCAN-BUDGET
13381Y         THRU 3760-SCAN-BUDGET-EXIT
13381Z         VARYING FACT-BUD-SUB FROM 1 BY 1
133820         UNTIL FACT-BUD-SUB > FACT-BUD-COUNT
133821         OR FACT-BUD-FOUND.
133822     IF FACT-BUD-FOUND
133823         GO TO 3750-FIND-BUDGET-SLOT-EXIT
133824     END-IF.
133825     IF FACT-BUD-COUNT >= FACT-BUD-MAX
133826         IF NOT FACT-BUD-FULL-WARNED
133827             SET FACT-BUD-FULL-WARNED TO TRUE
133828             DISPLAY "FACTBAT: BUDGET TABLE FULL - DEPARTMENT "
133829                 FACT-BUDGET-DEPT " SPEND NOT TRACKED"
13382A         END-IF
13382B         GO TO 3750-FIND-BUDGET-SLOT-EXIT
13382C     END-IF.
13382D     PERFORM 3770-ADD-BUDGET-SLOT
13382E         THRU 3770-ADD-BUDGET-SLOT-EXIT.
13382F     SET FACT-BUD-FOUND TO TRUE.
13382G 3750-FIND-BUDGET-SLOT-EXIT.
13382H     EXIT.

13382I*----------------------------------------------------------------
13382J* 3760-SCAN-BUDGET
13382K*----------------------------------------------------------------
13382L 3760-SCAN-BUDGET.
13382M     IF FACT-BUD-DEPT(FACT-BUD-SUB) = FACT-BUDGET-DEPT
13382N         SET FACT-BUD-FOUND TO TRUE
13382O         SUBTRACT 1 FROM FACT-BUD-SUB
13382P     END-IF.
13382Q 3760-SCAN-BUDGET-EXIT.
13382R     EXIT.

13382S*----------------------------------------------------------------
13382T* 3770-ADD-BUDGET-SLOT  -  A NEW SLOT FOR FACT-BUDGET-DEPT WITH
13382U*                          NO CEILING, NO OVERRIDE AND NO SPEND
13382V*----------------------------------------------------------------
13382W 3770-ADD-BUDGET-SLOT.
13382X     ADD 1 TO FACT-BUD-COUNT.
13382Y     MOVE FACT-BUD-COUNT TO FACT-BUD-SUB.
13382Z     MOVE FACT-BUDGET-DEPT TO FACT-BUD-DEPT(FACT-BUD-SUB).
133830     MOVE ZERO TO FACT-BUD-CEILING(FACT-BUD-SUB).
133831     MOVE "N" TO FACT-BUD-HAS-CEILING(FACT-BUD-SUB).
133832     MOVE "N" TO FACT-BUD-OVERRIDE(FACT-BUD-SUB).
133833     MOVE ZERO TO FACT-BUD-SPENT(FACT-BUD-SUB).
133834     MOVE ZERO TO FACT-BUD-REQUESTS(FACT-BUD-SUB).
133835     MOVE ZERO TO FACT-BUD-START-SPENT(FACT-BUD-SUB).
133836     MOVE ZERO TO FACT-BUD-START-REQUESTS(FACT-BUD-SUB).
133837 3770-ADD-BUDGET-SLOT-EXIT.
133838     EXIT.

133839*----------------------------------------------------------------
13383A* 3780-MAP-OPERATOR  -  OPERATOR TO DEPARTMENT; NOT ON THE MAP
13383B*                       CHARGES TO THE ** UNASSIGNED DEPARTMENT,
13383C*                       AS ON THE FACTBILL STATEMENT
13383D*----------------------------------------------------------------
13383E 3780-MAP-OPERATOR.
13383F     MOVE "N" TO FACT-MAP-FOUND-SWITCH.
13383G     PERFORM 3790-SCAN-MAP
13383H         THRU 3790-SCAN-MAP-EXIT
13383I         VARYING FACT-MAP-SUB FROM 1 BY 1
13383J         UNTIL FACT-MAP-SUB > FACT-MAP-COUNT
13383K         OR FACT-MAP-FOUND.
13383L     IF FACT-MAP-FOUND
13383M         MOVE FACT-MAP-DEPT(FACT-MAP-SUB) TO FACT-BUDGET-DEPT
13383N     ELSE
13383O         MOVE "**" TO FACT-BUDGET-DEPT
13383P     END-IF.
13383Q 3780-MAP-OPERATOR-EXIT.
13383R     EXIT.

13383S*----------------------------------------------------------------
13383T* 3790-SCAN-MAP
13383U*----------------------------------------------------------------
13383V 3790-SCAN-MAP.
13383W     IF FACT-MAP-OPERATOR(FACT-MAP-SUB) = FACT-EDIT-OPERATOR
13383X         SET FACT-MAP-FOUND TO TRUE
13383Y         SUBTRACT 1 FROM FACT-MAP-SUB
13383Z     END-IF.
133840 3790-SCAN-MAP-EXIT.
133841     EXIT.

133900*----------------------------------------------------------------
134000* 7500-PRINT-REJECT-SUMMARY  -  END-OF-JOB REJECT COUNTS BY
134100*                               REASON CODE ON THE REPORT
137100     MOVE FACT-REJ-RANGE-CTR TO FACT-REPORT-SUM-COUNT.
137200     PERFORM 7550-PRINT-SUMMARY-LINE
137300         THRU 7550-PRINT-SUMMARY-LINE-EXIT.
137301     MOVE "  OVER BUDGET (OB)" TO FACT-REPORT-SUM-TITLE.
137302     MOVE FACT-REJ-BUDGET-CTR TO FACT-REPORT-SUM-COUNT.
137303     PERFORM 7550-PRINT-SUMMARY-LINE
137304         THRU 7550-PRINT-SUMMARY-LINE-EXIT.
137400 7500-PRINT-REJECT-SUMMARY-EXIT.
137500     EXIT.

14129D     MOVE FACT-BUSINESS-DATE        TO FACT-REG-BUSINESS-DATE.
14129E     MOVE FACT-EXTRACT-EXPECTED-CTR TO FACT-REG-EXPECTED.
14129F     MOVE FACT-EXTRACT-PRODUCED-CTR TO FACT-REG-PRODUCED.
14129G     MOVE FACT-EXTRACT-CONTROL-TOTAL TO FACT-REG-CONTROL-TOT.
1412A0     MOVE "U" TO FACT-REG-STATUS.
1412A1     MOVE ZERO TO FACT-REG-RESEND-CTR.
1412A2     WRITE FACT-REGISTER-RECORD.
1412A3     IF NOT FACT-REGISTER-OK
1412A4         DISPLAY "FACTBAT: UNABLE TO WRITE FACTREG - STATUS "
1412F1 7900-WRITE-RUN-HISTORY-EXIT.
1412F2     EXIT.

1412F3*----------------------------------------------------------------
1412F4* 7870-WRITE-BUDGET-SPEND  -  REWRITE FACTSPND WITH EVERY
1412F5*                             DEPARTMENT'S MONTH-TO-DATE SPEND FOR
1412F6*                             THE NEXT RUN TO CARRY FORWARD.  ONLY
1412F7*                             DONE AT A CLEAN END - A FAILED RUN
1412F8*                             LEAVES THE CARRIED FIGURES AS THEY
1412F9*                             WERE, SO ITS RESTART CHARGES EACH
1412FA*                             REQUEST ONCE.
1412FB*----------------------------------------------------------------
1412FC 7870-WRITE-BUDGET-SPEND.
1412FD     IF NOT FACT-BUDGET-IN-FORCE
1412FE         GO TO 7870-WRITE-BUDGET-SPEND-EXIT
1412FF     END-IF.
1412FG     OPEN OUTPUT FACT-SPEND-FILE.
1412FH     IF NOT FACT-SPEND-OK
1412FI         DISPLAY "FACTBAT: UNABLE TO REWRITE FACTSPND - STATUS "
1412FJ             FACT-SPEND-STATUS
1412FK         SET FACT-WRITE-FAILED TO TRUE
1412FL         MOVE 16 TO RETURN-CODE
1412FM         GO TO 7870-WRITE-BUDGET-SPEND-EXIT
1412FN     END-IF.
1412FO     PERFORM 7875-WRITE-ONE-SPEND
1412FP         THRU 7875-WRITE-ONE-SPEND-EXIT
1412FQ         VARYING FACT-BUD-SUB FROM 1 BY 1
1412FR         UNTIL FACT-BUD-SUB > FACT-BUD-COUNT
1412FS         OR FACT-WRITE-FAILED.
1412FT     CLOSE FACT-SPEND-FILE.
1412FU 7870-WRITE-BUDGET-SPEND-EXIT.
1412FV     EXIT.

1412FW*----------------------------------------------------------------
1412FX* 7875-WRITE-ONE-SPEND
1412FY*----------------------------------------------------------------
1412FZ 7875-WRITE-ONE-SPEND.
1412G0     MOVE SPACES TO FACT-SPEND-RECORD.
1412G1     MOVE FACT-BUD-DEPT(FACT-BUD-SUB) TO FACT-SPD-REC-DEPT.
1412G2     MOVE FACT-BUDGET-MONTH TO FACT-SPD-REC-MONTH.
1412G3     MOVE FACT-BUD-SPENT(FACT-BUD-SUB) TO FACT-SPD-REC-SPENT.
1412G4     MOVE FACT-BUD-REQUESTS(FACT-BUD-SUB) TO
1412G5         FACT-SPD-REC-REQUESTS.
1412G6     MOVE FACT-BUSINESS-DATE TO FACT-SPD-REC-AS-OF.
1412G7     WRITE FACT-SPEND-RECORD.
1412G8     IF NOT FACT-SPEND-OK
1412G9         DISPLAY "FACTBAT: UNABLE TO WRITE FACTSPND - STATUS "
1412GA             FACT-SPEND-STATUS
1412GB         SET FACT-WRITE-FAILED TO TRUE
1412GC         MOVE 16 TO RETURN-CODE
1412GD     END-IF.
1412GE 7875-WRITE-ONE-SPEND-EXIT.
1412GF     EXIT.

141300*----------------------------------------------------------------
141400* 8000-TERMINATE  -  CLOSE FILES AND REPORT COUNTS
141500*----------------------------------------------------------------
142640         CLOSE FACT-OUTPUT-FILE
142650         CLOSE FACT-REPORT-FILE
142660         CLOSE FACT-SUSPENSE-FILE
142661         IF NOT FACT-WRITE-FAILED
142662             PERFORM 7870-WRITE-BUDGET-SPEND
142663                 THRU 7870-WRITE-BUDGET-SPEND-EXIT
142664         END-IF
142670         DISPLAY "FACTBAT: RECORDS WRITTEN = "
142680             FACT-RECORDS-WRITTEN-CTR
142690         DISPLAY "FACTBAT: RECORDS REJECTED = " FACT-REJECT-CTR
145300         MOVE 16 TO RETURN-CODE
145400     END-IF.
145500     CLOSE FACT-EXTRACT-FILE.
145501     IF NOT FACT-WRITE-FAILED
145502         PERFORM 7870-WRITE-BUDGET-SPEND
145503             THRU 7870-WRITE-BUDGET-SPEND-EXIT
145504     END-IF.
145520     IF NOT FACT-WRITE-FAILED
145540         PERFORM 7850-WRITE-EXTRACT-REGISTER
145560             THRU 7850-WRITE-EXTRACT-REGISTER-EXIT
