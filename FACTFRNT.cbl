003140*                  SETS MUST STAY IDENTICAL OR A RECORD SHOWN
003150*                  ACCEPTED ON THIS REPORT STILL REJECTS TO
003160*                  FACTSUSP THAT NIGHT.
003161* 2026-10-15  DM   MONTHLY DEPARTMENT BUDGETS.  WHEN FACTBUDG IS
003162*                  PRESENT EACH ACCEPTED RECORD IS PRICED FROM
003163*                  FACTRATE AND CHARGED AGAINST ITS DEPARTMENT'S
003164*                  CEILING ON TOP OF THE MONTH-TO-DATE SPEND
003165*                  CARRIED ON FACTSPND, WITH FACTBOVR OVERRIDES,
003166*                  BY THE SAME RULE THE NIGHTLY RUN APPLIES, SO A
003167*                  RECORD THAT WILL GO TO FACTSUSP OVER BUDGET IS
003168*                  COUNTED IN ITS DEPARTMENT SECTION.  FACTSPND IS
003169*                  ONLY READ HERE - THE NIGHTLY RUN OWNS IT.  A
00316A*                  NEW BUDGET POSITION SECTION SHOWS EACH
00316B*                  DEPARTMENT'S BUDGET, SPEND AND REMAINING FOR
00316C*                  THE BUSINESS MONTH ON FACTCTL, WITH A WARNING
00316D*                  ONCE MORE THAN 80 PERCENT IS USED.  QUEUED
00316E*                  FACTPEND REQUESTS ARE CHARGED AFTER FACTIN BY
00316F*                  THE NIGHTLY RUN AND ARE NOT IN THE PROJECTION.
00316G* 2026-10-15  DM   DEPARTMENT VOLUME HISTORY.  EACH NIGHT ONE
00316H*                  RECORD PER DEPARTMENT IS APPENDED TO FACTDVOL -
00316I*                  BUSINESS DATE, WHETHER A FILE CAME IN, RECORDS
00316J*                  READ, ACCEPTED AND IN ERROR, AND THE CONTROL
00316K*                  TOTAL (SUM N) - FOR THE FACTDVAR VARIANCE
00316L*                  REPORT.  THE BUSINESS DATE IS NOW READ FROM
00316M*                  FACTCTL ONCE FOR THE HISTORY AND THE BUDGET
00316N*                  MONTH ALIKE.  A HISTORY FAILURE WARNS AND THE
00316O*                  EDIT CARRIES ON.
003200*================================================================

003300 ENVIRONMENT DIVISION.
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FRNT-REPORT-STATUS.

005001     SELECT FACT-CONTROL-FILE ASSIGN TO FACTCTL
005002         ORGANIZATION IS LINE SEQUENTIAL
005003         FILE STATUS IS FRNT-CONTROL-STATUS.

005004     SELECT FACT-BUDGET-FILE ASSIGN TO FACTBUDG
005005         ORGANIZATION IS LINE SEQUENTIAL
005006         FILE STATUS IS FRNT-BUDGET-STATUS.

005007     SELECT FACT-SPEND-FILE ASSIGN TO FACTSPND
005008         ORGANIZATION IS LINE SEQUENTIAL
005009         FILE STATUS IS FRNT-SPEND-STATUS.

00500A     SELECT FACT-OVERRIDE-FILE ASSIGN TO FACTBOVR
00500B         ORGANIZATION IS LINE SEQUENTIAL
00500C         FILE STATUS IS FRNT-OVERRIDE-STATUS.

00500D     SELECT FACT-RATE-FILE ASSIGN TO FACTRATE
00500E         ORGANIZATION IS LINE SEQUENTIAL
00500F         FILE STATUS IS FRNT-RATE-STATUS.

00500G     SELECT FACT-DVOL-FILE ASSIGN TO FACTDVOL
00500H         ORGANIZATION IS LINE SEQUENTIAL
00500I         FILE STATUS IS FRNT-DVOL-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FRNT-WAREHOUSE-FILE.
006700 FD  FRNT-REPORT-FILE.
006800 01  FRNT-REPORT-RECORD             PIC X(80).

006801 FD  FACT-CONTROL-FILE.
006802 01  FACT-CONTROL-RECORD.
006803     05 FACT-CTL-BUSINESS-DATE      PIC X(10).
006804     05 FILLER                      PIC X(01).
006805     05 FACT-CTL-CHECKPOINT-INT     PIC 9(09).
006806     05 FILLER                      PIC X(01).
006807     05 FACT-CTL-LINES-PER-PAGE     PIC 9(05).
006808     05 FILLER                      PIC X(01).
006809     05 FACT-CTL-RUN-STATUS         PIC X(01).

00680A FD  FACT-BUDGET-FILE.
00680B 01  FACT-BUDGET-RECORD.
00680C     05 FACT-BUD-REC-DEPT           PIC X(02).
00680D     05 FILLER                      PIC X(01).
00680E     05 FACT-BUD-REC-CEILING        PIC 9(09)V99.
00680F     05 FILLER                      PIC X(01).
00680G     05 FACT-BUD-REC-NAME           PIC X(20).
00680H     05 FILLER                      PIC X(45).

00680I FD  FACT-SPEND-FILE.
00680J 01  FACT-SPEND-RECORD.
00680K     05 FACT-SPD-REC-DEPT           PIC X(02).
00680L     05 FILLER                      PIC X(01).
00680M     05 FACT-SPD-REC-MONTH          PIC X(06).
00680N     05 FILLER                      PIC X(01).
00680O     05 FACT-SPD-REC-SPENT          PIC 9(09)V99.
00680P     05 FILLER                      PIC X(01).
00680Q     05 FACT-SPD-REC-REQUESTS       PIC 9(09).
00680R     05 FILLER                      PIC X(01).
00680S     05 FACT-SPD-REC-AS-OF          PIC X(10).
00680T     05 FILLER                      PIC X(38).

00680U FD  FACT-OVERRIDE-FILE.
00680V 01  FACT-OVERRIDE-RECORD.
00680W     05 FACT-OVR-REC-DEPT           PIC X(02).
00680X     05 FILLER                      PIC X(01).
00680Y     05 FACT-OVR-REC-MONTH          PIC X(06).
00680Z     05 FILLER                      PIC X(01).
006810     05 FACT-OVR-REC-SUPERVISOR     PIC X(08).
006811     05 FILLER                      PIC X(62).

006812 FD  FACT-RATE-FILE.
006813 01  FACT-RATE-RECORD.
006814     05 FACT-RATE-REC-FUNC          PIC X(01).
006815     05 FILLER                      PIC X(01).
006816     05 FACT-RATE-REC-RATE          PIC 9(05)V99.
006817     05 FILLER                      PIC X(71).

006818 FD  FACT-DVOL-FILE.
006819 01  FACT-DVOL-RECORD.
00681A     05 FACT-DV-BUSINESS-DATE       PIC X(10).
00681B     05 FILLER                      PIC X(01).
00681C     05 FACT-DV-DEPT                PIC X(02).
00681D     05 FILLER                      PIC X(01).
00681E     05 FACT-DV-RECEIVED            PIC X(01).
00681F     05 FILLER                      PIC X(01).
00681G     05 FACT-DV-READ                PIC 9(09).
00681H     05 FILLER                      PIC X(01).
00681I     05 FACT-DV-ACCEPTED            PIC 9(09).
00681J     05 FILLER                      PIC X(01).
00681K     05 FACT-DV-ERRORS              PIC 9(09).
00681L     05 FILLER                      PIC X(01).
00681M     05 FACT-DV-CONTROL-TOT         PIC 9(15).
00681N     05 FILLER                      PIC X(01).
00681O     05 FACT-DV-RUN-STAMP           PIC X(14).
00681P     05 FILLER                      PIC X(04).

006900 WORKING-STORAGE SECTION.
007000*================================================================
007100* 77-LEVEL SWITCHES AND COUNTERS
008300     88 FRNT-COMBINED-OK           VALUE "00".
008400 77  FRNT-REPORT-STATUS        PIC X(02) VALUE SPACES.
008500     88 FRNT-REPORT-OK             VALUE "00".
008501 77  FRNT-CONTROL-STATUS       PIC X(02) VALUE SPACES.
008502     88 FRNT-CONTROL-OK            VALUE "00".
008503 77  FRNT-BUDGET-STATUS        PIC X(02) VALUE SPACES.
008504     88 FRNT-BUDGET-OK             VALUE "00".
008505     88 FRNT-BUDGET-NO-FILE        VALUE "35".
008506 77  FRNT-SPEND-STATUS         PIC X(02) VALUE SPACES.
008507     88 FRNT-SPEND-OK              VALUE "00".
008508     88 FRNT-SPEND-NO-FILE         VALUE "35".
008509 77  FRNT-OVERRIDE-STATUS      PIC X(02) VALUE SPACES.
00850A     88 FRNT-OVERRIDE-OK           VALUE "00".
00850B     88 FRNT-OVERRIDE-NO-FILE      VALUE "35".
00850C 77  FRNT-RATE-STATUS          PIC X(02) VALUE SPACES.
00850D     88 FRNT-RATE-OK               VALUE "00".
00850E 77  FRNT-DVOL-STATUS          PIC X(02) VALUE SPACES.
00850F     88 FRNT-DVOL-OK               VALUE "00".
00850G     88 FRNT-DVOL-NO-FILE          VALUE "35".

008600 77  FRNT-DEPT-EOF-SWITCH      PIC X(01) VALUE "N".
008700     88 FRNT-DEPT-EOF               VALUE "Y".
009100     88 FRNT-INIT-FAILED            VALUE "Y".
009200 77  FRNT-WRITE-FAILED-SWITCH  PIC X(01) VALUE "N".
009300     88 FRNT-WRITE-FAILED           VALUE "Y".
009301 77  FRNT-LOAD-EOF-SWITCH      PIC X(01) VALUE "N".
009302     88 FRNT-LOAD-EOF               VALUE "Y".
009303 77  FRNT-BUDGET-SWITCH        PIC X(01) VALUE "N".
009304     88 FRNT-BUDGET-IN-FORCE        VALUE "Y".
009305 77  FRNT-OVER-BUDGET-SWITCH   PIC X(01) VALUE "N".
009306     88 FRNT-OVER-BUDGET            VALUE "Y".
009307 77  FRNT-DVOL-OPEN-SWITCH     PIC X(01) VALUE "N".
009308     88 FRNT-DVOL-OPEN              VALUE "Y".

009400 77  FRNT-INPUT-VALID-SWITCH   PIC X(01) VALUE "Y".
009500     88 FRNT-INPUT-VALID            VALUE "Y".
011300 77  FRNT-TOTAL-VALID-CTR      PIC 9(09) COMP VALUE ZERO.
011400 77  FRNT-TOTAL-ERROR-CTR      PIC 9(09) COMP VALUE ZERO.
011500 77  FRNT-TOTAL-CONTROL-TOT    PIC 9(15) COMP VALUE ZERO.
011501 77  FRNT-DEPT-BUDGET-CTR      PIC 9(09) COMP VALUE ZERO.
011502 77  FRNT-TOTAL-BUDGET-CTR     PIC 9(09) COMP VALUE ZERO.

011503 77  FRNT-BUDGET-MONTH         PIC X(06) VALUE SPACES.
011504 77  FRNT-BUDGET-DEPT          PIC X(02) VALUE SPACES.
011505 77  FRNT-BUDGET-PRICE         PIC 9(05)V99 VALUE ZERO.
011506 77  FRNT-BUDGET-REMAIN        PIC S9(09)V99 VALUE ZERO.
011507 77  FRNT-BUDGET-PCT           PIC 9(04) COMP VALUE ZERO.
011508 77  FRNT-BUD-COUNT            PIC 9(04) COMP VALUE ZERO.
011509 77  FRNT-BUD-SUB              PIC 9(04) COMP VALUE ZERO.
01150A 77  FRNT-BUD-MAX              PIC 9(04) COMP VALUE 50.
01150B 77  FRNT-BUD-FOUND-SWITCH     PIC X(01) VALUE "N".
01150C     88 FRNT-BUD-FOUND              VALUE "Y".
01150D 77  FRNT-RATE-SUB             PIC 9(04) COMP VALUE ZERO.
01150E 77  FRNT-WARNING-CTR          PIC 9(04) COMP VALUE ZERO.

011600 77  FRNT-REPORT-RUN-DATE      PIC X(10) VALUE SPACES.
011601 77  FRNT-BUSINESS-DATE        PIC X(10) VALUE SPACES.
011602 77  FRNT-RUN-STAMP            PIC X(14) VALUE SPACES.

011700 01  FRNT-REPORT-TODAY.
011800     05 FRNT-REPORT-TODAY-YYYY  PIC 9(04).
013400 01  FRNT-INPUT-EDIT            PIC X(04).
013500 01  FRNT-INPUT-EDIT-R          PIC X(04).

013501*================================================================
013502* DEPARTMENT BUDGET TABLE - CEILINGS FROM FACTBUDG, OVERRIDES
013503* FROM FACTBOVR, SPEND CARRIED ON FACTSPND PLUS TONIGHT'S
013504* PROJECTED CHARGES.  A DEPARTMENT WITH SPEND BUT NO FACTBUDG
013505* RECORD HAS NO CEILING.
013506*================================================================
013507 01  FRNT-BUD-TABLE.
013508     05 FRNT-BUD-ENTRY OCCURS 50 TIMES.
013509         10 FRNT-BUD-DEPT           PIC X(02).
01350A         10 FRNT-BUD-NAME           PIC X(20).
01350B         10 FRNT-BUD-CEILING        PIC 9(09)V99.
01350C         10 FRNT-BUD-HAS-CEILING    PIC X(01).
01350D         10 FRNT-BUD-OVERRIDE       PIC X(01).
01350E         10 FRNT-BUD-SPENT          PIC 9(09)V99.
01350F         10 FRNT-BUD-OVER-CTR       PIC 9(09) COMP.

01350G*================================================================
01350H* REQUEST PRICES - ONE FIXED SLOT PER FUNCTION CODE FROM FACTRATE
01350I*================================================================
01350J 01  FRNT-RATE-CODES-VALUES.
01350K     05 FILLER                  PIC X(01) VALUE "F".
01350L     05 FILLER                  PIC X(01) VALUE "C".
01350M     05 FILLER                  PIC X(01) VALUE "P".
01350N     05 FILLER                  PIC X(01) VALUE "W".
01350O 01  FRNT-RATE-CODES REDEFINES FRNT-RATE-CODES-VALUES.
01350P     05 FRNT-RATE-CODE          PIC X(01) OCCURS 4 TIMES.
01350Q 01  FRNT-RATE-TABLE.
01350R     05 FRNT-RATE-AMOUNT        PIC 9(05)V99 OCCURS 4 TIMES.

013600*================================================================
013700* REPORT LINE LAYOUTS
013800*================================================================
015400 01  FRNT-MESSAGE-LINE.
015500     05 FRNT-MSG-TEXT           PIC X(60).

015501 01  FRNT-BUDGET-HEADING.
015502     05 FILLER                  PIC X(05) VALUE "DEPT".
015503     05 FILLER                  PIC X(16) VALUE "NAME".
015504     05 FILLER                  PIC X(12) VALUE "      BUDGET".
015505     05 FILLER                  PIC X(01) VALUE SPACE.
015506     05 FILLER                  PIC X(12) VALUE "       SPENT".
015507     05 FILLER                  PIC X(01) VALUE SPACE.
015508     05 FILLER                  PIC X(12) VALUE "   REMAINING".
015509     05 FILLER                  PIC X(01) VALUE SPACE.
01550A     05 FILLER                  PIC X(05) VALUE " USED".
01550B     05 FILLER                  PIC X(01) VALUE SPACE.
01550C     05 FILLER                  PIC X(06) VALUE "STATUS".

01550D 01  FRNT-BUDGET-LINE.
01550E     05 FRNT-BL-DEPT            PIC X(02).
01550F     05 FILLER                  PIC X(03) VALUE SPACES.
01550G     05 FRNT-BL-NAME            PIC X(15).
01550H     05 FILLER                  PIC X(01) VALUE SPACE.
01550I     05 FRNT-BL-BUDGET          PIC Z(08)9.99.
01550J     05 FRNT-BL-BUDGET-X REDEFINES FRNT-BL-BUDGET
01550K                                PIC X(12).
01550L     05 FILLER                  PIC X(01) VALUE SPACE.
01550M     05 FRNT-BL-SPENT           PIC Z(08)9.99.
01550N     05 FILLER                  PIC X(01) VALUE SPACE.
01550O     05 FRNT-BL-REMAIN          PIC -(08)9.99.
01550P     05 FRNT-BL-REMAIN-X REDEFINES FRNT-BL-REMAIN
01550Q                                PIC X(12).
01550R     05 FILLER                  PIC X(01) VALUE SPACE.
01550S     05 FRNT-BL-PCT             PIC ZZZ9.
01550T     05 FRNT-BL-PCT-X REDEFINES FRNT-BL-PCT
01550U                                PIC X(04).
01550V     05 FRNT-BL-PCT-SIGN        PIC X(01) VALUE "%".
01550W     05 FILLER                  PIC X(01) VALUE SPACE.
01550X     05 FRNT-BL-FLAG            PIC X(09) VALUE SPACES.

015600 01  FRNT-REPORT-LINE-AREA      PIC X(80) VALUE SPACES.

015700*================================================================
017600             THRU 2000-PROCESS-DEPARTMENT-EXIT
017700         PERFORM 7000-PRINT-COMBINED-TOTALS
017800             THRU 7000-PRINT-COMBINED-TOTALS-EXIT
017801         PERFORM 7500-PRINT-BUDGET-POSITION
017802             THRU 7500-PRINT-BUDGET-POSITION-EXIT
017900     END-IF.
018000     PERFORM 8000-TERMINATE
018100         THRU 8000-TERMINATE-EXIT.
020300     STRING FRNT-REPORT-TODAY-YYYY "-" FRNT-REPORT-TODAY-MM "-"
020400         FRNT-REPORT-TODAY-DD DELIMITED BY SIZE
020500         INTO FRNT-REPORT-RUN-DATE.
020501     MOVE FUNCTION CURRENT-DATE TO FRNT-RUN-STAMP.
020600     MOVE FRNT-REPORT-HEADING-1 TO FRNT-REPORT-LINE-AREA.
020700     PERFORM 5100-WRITE-REPORT-LINE
020800         THRU 5100-WRITE-REPORT-LINE-EXIT.
021300     MOVE SPACES TO FRNT-REPORT-LINE-AREA.
021400     PERFORM 5100-WRITE-REPORT-LINE
021500         THRU 5100-WRITE-REPORT-LINE-EXIT.
021501     PERFORM 1400-READ-BUSINESS-DATE
021502         THRU 1400-READ-BUSINESS-DATE-EXIT.
021503     PERFORM 1450-OPEN-VOLUME-HISTORY
021504         THRU 1450-OPEN-VOLUME-HISTORY-EXIT.
021505     PERFORM 1300-LOAD-BUDGETS
021506         THRU 1300-LOAD-BUDGETS-EXIT.
021600 1000-INITIALIZE-EXIT.
021700     EXIT.

021701*----------------------------------------------------------------
021702* 1300-LOAD-BUDGETS  -  MONTHLY DEPARTMENT BUDGETS, READ EXACTLY
021703*                       AS THE NIGHTLY RUN READS THEM.  WITHOUT A
021704*                       FACTBUDG FILE BUDGETS ARE NOT IN FORCE.
021705*                       WITH ONE, FACTRATE IS REQUIRED, FACTBOVR
021706*                       IS OPTIONAL AND FACTSPND GIVES THE SPEND
021707*                       CARRIED FROM EARLIER NIGHTS OF THE MONTH.
021708*----------------------------------------------------------------
021709 1300-LOAD-BUDGETS.
02170A     MOVE "N" TO FRNT-LOAD-EOF-SWITCH.
02170B     OPEN INPUT FACT-BUDGET-FILE.
02170C     IF FRNT-BUDGET-NO-FILE
02170D         DISPLAY "FACTFRNT: NO FACTBUDG - DEPARTMENT BUDGETS NOT "
02170E             "IN FORCE"
02170F         GO TO 1300-LOAD-BUDGETS-EXIT
02170G     END-IF.
02170H     IF NOT FRNT-BUDGET-OK
02170I         DISPLAY "FACTFRNT: UNABLE TO OPEN FACTBUDG - STATUS "
02170J             FRNT-BUDGET-STATUS
02170K         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
02170L         GO TO 1300-LOAD-BUDGETS-EXIT
02170M     END-IF.
02170N     PERFORM 1320-LOAD-ONE-BUDGET
02170O         THRU 1320-LOAD-ONE-BUDGET-EXIT
02170P         UNTIL FRNT-LOAD-EOF.
02170Q     CLOSE FACT-BUDGET-FILE.
02170R     IF FRNT-INIT-FAILED
02170S         GO TO 1300-LOAD-BUDGETS-EXIT
02170T     END-IF.
02170U     SET FRNT-BUDGET-IN-FORCE TO TRUE.
02170V     PERFORM 1310-SET-BUSINESS-MONTH
02170W         THRU 1310-SET-BUSINESS-MONTH-EXIT.
02170X     PERFORM 1330-LOAD-RATES
02170Y         THRU 1330-LOAD-RATES-EXIT.
02170Z     IF FRNT-INIT-FAILED
021710         GO TO 1300-LOAD-BUDGETS-EXIT
021711     END-IF.
021712     PERFORM 1360-LOAD-OVERRIDES
021713         THRU 1360-LOAD-OVERRIDES-EXIT.
021714     IF FRNT-INIT-FAILED
021715         GO TO 1300-LOAD-BUDGETS-EXIT
021716     END-IF.
021717     PERFORM 1380-LOAD-CARRIED-SPEND
021718         THRU 1380-LOAD-CARRIED-SPEND-EXIT.
021719 1300-LOAD-BUDGETS-EXIT.
02171A     EXIT.

02171B*----------------------------------------------------------------
02171C* 1310-SET-BUSINESS-MONTH  -  THE BUDGET MONTH IS THE MONTH OF
02171D*                             THE BUSINESS DATE, AS IN THE
02171E*                             NIGHTLY RUN
02171F*----------------------------------------------------------------
02171G 1310-SET-BUSINESS-MONTH.
02171H     MOVE FRNT-BUSINESS-DATE(1:4) TO FRNT-BUDGET-MONTH(1:4).
02171I     MOVE FRNT-BUSINESS-DATE(6:2) TO FRNT-BUDGET-MONTH(5:2).
02171J 1310-SET-BUSINESS-MONTH-EXIT.
02171K     EXIT.

021727*----------------------------------------------------------------
021728* 1320-LOAD-ONE-BUDGET  -  A BAD OR DUPLICATE RECORD STOPS THE
021729*                          RUN, AS IT WOULD STOP THE NIGHTLY RUN
02172A*----------------------------------------------------------------
02172B 1320-LOAD-ONE-BUDGET.
02172C     READ FACT-BUDGET-FILE
02172D         AT END
02172E             MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
02172F             GO TO 1320-LOAD-ONE-BUDGET-EXIT
02172G     END-READ.
02172H     IF FACT-BUD-REC-DEPT = SPACES
02172I         OR FACT-BUD-REC-CEILING IS NOT NUMERIC
02172J         DISPLAY "FACTFRNT: INVALID FACTBUDG RECORD FOR "
02172K             "DEPARTMENT " FACT-BUD-REC-DEPT
02172L         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
02172M         MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
02172N         GO TO 1320-LOAD-ONE-BUDGET-EXIT
02172O     END-IF.
02172P     MOVE FACT-BUD-REC-DEPT TO FRNT-BUDGET-DEPT.
02172Q     MOVE "N" TO FRNT-BUD-FOUND-SWITCH.
02172R     PERFORM 3760-SCAN-BUDGET
02172S         THRU 3760-SCAN-BUDGET-EXIT
02172T         VARYING FRNT-BUD-SUB FROM 1 BY 1
02172U         UNTIL FRNT-BUD-SUB > FRNT-BUD-COUNT
02172V         OR FRNT-BUD-FOUND.
02172W     IF FRNT-BUD-FOUND
02172X         DISPLAY "FACTFRNT: DUPLICATE FACTBUDG RECORD FOR "
02172Y             "DEPARTMENT " FACT-BUD-REC-DEPT
02172Z         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
021730         MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
021731         GO TO 1320-LOAD-ONE-BUDGET-EXIT
021732     END-IF.
021733     IF FRNT-BUD-COUNT >= FRNT-BUD-MAX
021734         DISPLAY "FACTFRNT: FACTBUDG EXCEEDS BUDGET TABLE"
021735         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
021736         MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
021737         GO TO 1320-LOAD-ONE-BUDGET-EXIT
021738     END-IF.
021739     PERFORM 3770-ADD-BUDGET-SLOT
02173A         THRU 3770-ADD-BUDGET-SLOT-EXIT.
02173B     MOVE FACT-BUD-REC-NAME TO FRNT-BUD-NAME(FRNT-BUD-SUB).
02173C     MOVE FACT-BUD-REC-CEILING TO FRNT-BUD-CEILING(FRNT-BUD-SUB).
02173D     MOVE "Y" TO FRNT-BUD-HAS-CEILING(FRNT-BUD-SUB).
02173E 1320-LOAD-ONE-BUDGET-EXIT.
02173F     EXIT.

02173G*----------------------------------------------------------------
02173H* 1330-LOAD-RATES  -  ONE FACTRATE RECORD PER FUNCTION CODE;
02173I*                     REQUIRED ONCE BUDGETS ARE IN FORCE
02173J*----------------------------------------------------------------
02173K 1330-LOAD-RATES.
02173L     INITIALIZE FRNT-RATE-TABLE.
02173M     MOVE "N" TO FRNT-LOAD-EOF-SWITCH.
02173N     OPEN INPUT FACT-RATE-FILE.
02173O     IF NOT FRNT-RATE-OK
02173P         DISPLAY "FACTFRNT: UNABLE TO OPEN FACTRATE - STATUS "
02173Q             FRNT-RATE-STATUS
02173R         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
02173S         GO TO 1330-LOAD-RATES-EXIT
02173T     END-IF.
02173U     PERFORM 1335-LOAD-ONE-RATE
02173V         THRU 1335-LOAD-ONE-RATE-EXIT
02173W         UNTIL FRNT-LOAD-EOF.
02173X     CLOSE FACT-RATE-FILE.
02173Y 1330-LOAD-RATES-EXIT.
02173Z     EXIT.

021740*----------------------------------------------------------------
021741* 1335-LOAD-ONE-RATE
021742*----------------------------------------------------------------
021743 1335-LOAD-ONE-RATE.
021744     READ FACT-RATE-FILE
021745         AT END
021746             MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
021747             GO TO 1335-LOAD-ONE-RATE-EXIT
021748     END-READ.
021749     PERFORM 3720-FIND-RATE-SLOT
02174A         THRU 3720-FIND-RATE-SLOT-EXIT
02174B         VARYING FRNT-RATE-SUB FROM 1 BY 1
02174C         UNTIL FRNT-RATE-SUB > 4
02174D         OR FRNT-RATE-CODE(FRNT-RATE-SUB) = FACT-RATE-REC-FUNC.
02174E     IF FRNT-RATE-SUB > 4
02174F         DISPLAY "FACTFRNT: UNKNOWN FUNCTION ON FACTRATE - "
02174G             FACT-RATE-REC-FUNC
02174H         GO TO 1335-LOAD-ONE-RATE-EXIT
02174I     END-IF.
02174J     IF FACT-RATE-REC-RATE IS NOT NUMERIC
02174K         DISPLAY "FACTFRNT: NON-NUMERIC RATE ON FACTRATE FOR "
02174L             FACT-RATE-REC-FUNC
02174M         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
02174N         MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
02174O         GO TO 1335-LOAD-ONE-RATE-EXIT
02174P     END-IF.
02174Q     MOVE FACT-RATE-REC-RATE TO FRNT-RATE-AMOUNT(FRNT-RATE-SUB).
02174R 1335-LOAD-ONE-RATE-EXIT.
02174S     EXIT.

02174T*----------------------------------------------------------------
02174U* 1360-LOAD-OVERRIDES  -  FACTBOVR OVERRIDES FOR THIS MONTH, OR
02174V*                         STANDING ONES WITH A BLANK MONTH
02174W*----------------------------------------------------------------
02174X 1360-LOAD-OVERRIDES.
02174Y     MOVE "N" TO FRNT-LOAD-EOF-SWITCH.
02174Z     OPEN INPUT FACT-OVERRIDE-FILE.
021750     IF FRNT-OVERRIDE-NO-FILE
021751         GO TO 1360-LOAD-OVERRIDES-EXIT
021752     END-IF.
021753     IF NOT FRNT-OVERRIDE-OK
021754         DISPLAY "FACTFRNT: UNABLE TO OPEN FACTBOVR - STATUS "
021755             FRNT-OVERRIDE-STATUS
021756         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
021757         GO TO 1360-LOAD-OVERRIDES-EXIT
021758     END-IF.
021759     PERFORM 1370-LOAD-ONE-OVERRIDE
02175A         THRU 1370-LOAD-ONE-OVERRIDE-EXIT
02175B         UNTIL FRNT-LOAD-EOF.
02175C     CLOSE FACT-OVERRIDE-FILE.
02175D 1360-LOAD-OVERRIDES-EXIT.
02175E     EXIT.

02175F*----------------------------------------------------------------
02175G* 1370-LOAD-ONE-OVERRIDE
02175H*----------------------------------------------------------------
02175I 1370-LOAD-ONE-OVERRIDE.
02175J     READ FACT-OVERRIDE-FILE
02175K         AT END
02175L             MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
02175M             GO TO 1370-LOAD-ONE-OVERRIDE-EXIT
02175N     END-READ.
02175O     IF FACT-OVR-REC-DEPT = SPACES
02175P         GO TO 1370-LOAD-ONE-OVERRIDE-EXIT
02175Q     END-IF.
02175R     IF FACT-OVR-REC-MONTH NOT = SPACES
02175S         AND FACT-OVR-REC-MONTH NOT = FRNT-BUDGET-MONTH
02175T         GO TO 1370-LOAD-ONE-OVERRIDE-EXIT
02175U     END-IF.
02175V     MOVE FACT-OVR-REC-DEPT TO FRNT-BUDGET-DEPT.
02175W     PERFORM 3750-FIND-BUDGET-SLOT
02175X         THRU 3750-FIND-BUDGET-SLOT-EXIT.
02175Y     IF FRNT-BUD-FOUND
02175Z         MOVE "Y" TO FRNT-BUD-OVERRIDE(FRNT-BUD-SUB)
021760     END-IF.
021761 1370-LOAD-ONE-OVERRIDE-EXIT.
021762     EXIT.

021763*----------------------------------------------------------------
021764* 1380-LOAD-CARRIED-SPEND  -  MONTH-TO-DATE SPEND FROM FACTSPND;
021765*                             AN EARLIER MONTH'S RECORD COUNTS AS
021766*                             ZERO, AS IN THE NIGHTLY RUN
021767*----------------------------------------------------------------
021768 1380-LOAD-CARRIED-SPEND.
021769     MOVE "N" TO FRNT-LOAD-EOF-SWITCH.
02176A     OPEN INPUT FACT-SPEND-FILE.
02176B     IF FRNT-SPEND-NO-FILE
02176C         GO TO 1380-LOAD-CARRIED-SPEND-EXIT
02176D     END-IF.
02176E     IF NOT FRNT-SPEND-OK
02176F         DISPLAY "FACTFRNT: UNABLE TO OPEN FACTSPND - STATUS "
02176G             FRNT-SPEND-STATUS
02176H         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
02176I         GO TO 1380-LOAD-CARRIED-SPEND-EXIT
02176J     END-IF.
02176K     PERFORM 1385-LOAD-ONE-SPEND
02176L         THRU 1385-LOAD-ONE-SPEND-EXIT
02176M         UNTIL FRNT-LOAD-EOF.
02176N     CLOSE FACT-SPEND-FILE.
02176O 1380-LOAD-CARRIED-SPEND-EXIT.
02176P     EXIT.

02176Q*----------------------------------------------------------------
02176R* 1385-LOAD-ONE-SPEND
02176S*----------------------------------------------------------------
02176T 1385-LOAD-ONE-SPEND.
02176U     READ FACT-SPEND-FILE
02176V         AT END
02176W             MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
02176X             GO TO 1385-LOAD-ONE-SPEND-EXIT
02176Y     END-READ.
02176Z     IF FACT-SPD-REC-MONTH NOT = FRNT-BUDGET-MONTH
021770         GO TO 1385-LOAD-ONE-SPEND-EXIT
021771     END-IF.
021772     IF FACT-SPD-REC-SPENT IS NOT NUMERIC
021773         DISPLAY "FACTFRNT: INVALID FACTSPND RECORD FOR "
021774             "DEPARTMENT " FACT-SPD-REC-DEPT
021775         MOVE "Y" TO FRNT-INIT-FAILED-SWITCH
021776         MOVE "Y" TO FRNT-LOAD-EOF-SWITCH
021777         GO TO 1385-LOAD-ONE-SPEND-EXIT
021778     END-IF.
021779     MOVE FACT-SPD-REC-DEPT TO FRNT-BUDGET-DEPT.
02177A     PERFORM 3750-FIND-BUDGET-SLOT
02177B         THRU 3750-FIND-BUDGET-SLOT-EXIT.
02177C     IF FRNT-BUD-FOUND
02177D         MOVE FACT-SPD-REC-SPENT TO FRNT-BUD-SPENT(FRNT-BUD-SUB)
02177E     END-IF.
02177F 1385-LOAD-ONE-SPEND-EXIT.
02177G     EXIT.

02177H*----------------------------------------------------------------
02177I* 1400-READ-BUSINESS-DATE  -  THE BUSINESS DATE ON FACTCTL DATES
02177J*                             THE VOLUME HISTORY AND THE BUDGET
02177K*                             MONTH; THE RUN DATE IS USED ONLY IF
02177L*                             FACTCTL CANNOT BE READ
02177M*----------------------------------------------------------------
02177N 1400-READ-BUSINESS-DATE.
02177O     MOVE FRNT-REPORT-RUN-DATE TO FRNT-BUSINESS-DATE.
02177P     OPEN INPUT FACT-CONTROL-FILE.
02177Q     IF NOT FRNT-CONTROL-OK
02177R         DISPLAY "FACTFRNT: UNABLE TO OPEN FACTCTL - BUSINESS "
02177S             "DATE TAKEN FROM RUN DATE"
02177T         GO TO 1400-READ-BUSINESS-DATE-EXIT
02177U     END-IF.
02177V     READ FACT-CONTROL-FILE
02177W         AT END
02177X             MOVE SPACES TO FACT-CONTROL-RECORD
02177Y     END-READ.
02177Z     IF FACT-CTL-BUSINESS-DATE(1:4) IS NUMERIC
021780         AND FACT-CTL-BUSINESS-DATE(6:2) IS NUMERIC
021781         AND FACT-CTL-BUSINESS-DATE(9:2) IS NUMERIC
021782         MOVE FACT-CTL-BUSINESS-DATE TO FRNT-BUSINESS-DATE
021783     ELSE
021784         DISPLAY "FACTFRNT: NO BUSINESS DATE ON FACTCTL - "
021785             "BUSINESS DATE TAKEN FROM RUN DATE"
021786     END-IF.
021787     CLOSE FACT-CONTROL-FILE.
021788 1400-READ-BUSINESS-DATE-EXIT.
021789     EXIT.

02178A*----------------------------------------------------------------
02178B* 1450-OPEN-VOLUME-HISTORY  -  FACTDVOL IS APPENDED TO EVERY NIGHT
02178C*                              AND STARTED IF NOT THERE.  A
02178D*                              HISTORY FAILURE WARNS AND THE EDIT
02178E*                              CARRIES ON - FACTIN IS WHAT THE
02178F*                              NIGHT NEEDS.
02178G*----------------------------------------------------------------
02178H 1450-OPEN-VOLUME-HISTORY.
02178I     OPEN EXTEND FACT-DVOL-FILE.
02178J     IF FRNT-DVOL-NO-FILE
02178K         OPEN OUTPUT FACT-DVOL-FILE
02178L     END-IF.
02178M     IF NOT FRNT-DVOL-OK
02178N         DISPLAY "FACTFRNT: UNABLE TO OPEN FACTDVOL - STATUS "
02178O             FRNT-DVOL-STATUS " - NO VOLUME HISTORY TONIGHT"
02178P         GO TO 1450-OPEN-VOLUME-HISTORY-EXIT
02178Q     END-IF.
02178R     SET FRNT-DVOL-OPEN TO TRUE.
02178S 1450-OPEN-VOLUME-HISTORY-EXIT.
02178T     EXIT.

021800*----------------------------------------------------------------
021900* 2000-PROCESS-DEPARTMENT  -  ONE DEPARTMENT FILE END TO END:
022000*                             OPEN, EDIT/STAMP/WRITE EVERY
022800     MOVE ZERO TO FRNT-DEPT-VALID-CTR.
022900     MOVE ZERO TO FRNT-DEPT-ERROR-CTR.
023000     MOVE ZERO TO FRNT-DEPT-CONTROL-TOT.
023001     MOVE ZERO TO FRNT-DEPT-BUDGET-CTR.
023100     PERFORM 2050-OPEN-DEPT-FILE
023200         THRU 2050-OPEN-DEPT-FILE-EXIT.
023300     IF NOT FRNT-DEPT-OPEN
024200         THRU 2200-CLOSE-DEPT-FILE-EXIT.
024300     PERFORM 6000-PRINT-DEPT-SECTION
024400         THRU 6000-PRINT-DEPT-SECTION-EXIT.
024401     PERFORM 6500-WRITE-VOLUME-HISTORY
024402         THRU 6500-WRITE-VOLUME-HISTORY-EXIT.
024500     ADD FRNT-DEPT-READ-CTR    TO FRNT-TOTAL-READ-CTR.
024600     ADD FRNT-DEPT-VALID-CTR   TO FRNT-TOTAL-VALID-CTR.
024700     ADD FRNT-DEPT-ERROR-CTR   TO FRNT-TOTAL-ERROR-CTR.
024800     ADD FRNT-DEPT-CONTROL-TOT TO FRNT-TOTAL-CONTROL-TOT.
024801     ADD FRNT-DEPT-BUDGET-CTR  TO FRNT-TOTAL-BUDGET-CTR.
024900 2000-PROCESS-DEPARTMENT-EXIT.
025000     EXIT.

036900             REPLACING TRAILING SPACE BY ZERO
037000         ADD FUNCTION NUMVAL(FRNT-INPUT-EDIT)
037100             TO FRNT-DEPT-CONTROL-TOT
037101         PERFORM 3700-PROJECT-BUDGET
037102             THRU 3700-PROJECT-BUDGET-EXIT
037103         IF FRNT-OVER-BUDGET
037104             ADD 1 TO FRNT-DEPT-BUDGET-CTR
037105             DISPLAY "FACTFRNT: " FRNT-DEPT-CODE " RECORD "
037106                 FRNT-DEPT-READ-CTR " OVER BUDGET - WILL GO TO "
037107                 "FACTSUSP: " FRNT-WORK-FUNC FRNT-WORK-N-X
037108                 FRNT-WORK-R-X
037109         END-IF
037200     ELSE
037300         ADD 1 TO FRNT-DEPT-ERROR-CTR
037400         DISPLAY "FACTFRNT: " FRNT-DEPT-CODE " RECORD "
045800 2900-VALIDATE-WORK-RECORD-EXIT.
045900     EXIT.

045901*----------------------------------------------------------------
045902* 3700-PROJECT-BUDGET  -  THE NIGHTLY RUN'S BUDGET RULE APPLIED
045903*                         TO AN ACCEPTED RECORD IN FACTIN ORDER:
045904*                         CHARGE THE FACTRATE PRICE TO THE
045905*                         DEPARTMENT, OR FLAG THE RECORD OVER
045906*                         BUDGET WHEN THE CHARGE WOULD TAKE THE
045907*                         SPEND PAST THE CEILING AND THERE IS NO
045908*                         OVERRIDE.  THE TWO RULES MUST STAY
045909*                         IDENTICAL, LIKE THE EDITS.
04590A*----------------------------------------------------------------
04590B 3700-PROJECT-BUDGET.
04590C     MOVE "N" TO FRNT-OVER-BUDGET-SWITCH.
04590D     IF NOT FRNT-BUDGET-IN-FORCE
04590E         GO TO 3700-PROJECT-BUDGET-EXIT
04590F     END-IF.
04590G     PERFORM 3720-FIND-RATE-SLOT
04590H         THRU 3720-FIND-RATE-SLOT-EXIT
04590I         VARYING FRNT-RATE-SUB FROM 1 BY 1
04590J         UNTIL FRNT-RATE-SUB > 4
04590K         OR FRNT-RATE-CODE(FRNT-RATE-SUB) = FRNT-WORK-FUNC.
04590L     IF FRNT-RATE-SUB > 4
04590M         MOVE ZERO TO FRNT-BUDGET-PRICE
04590N     ELSE
04590O         MOVE FRNT-RATE-AMOUNT(FRNT-RATE-SUB) TO FRNT-BUDGET-PRICE
04590P     END-IF.
04590Q     MOVE FRNT-DEPT-CODE TO FRNT-BUDGET-DEPT.
04590R     PERFORM 3750-FIND-BUDGET-SLOT
04590S         THRU 3750-FIND-BUDGET-SLOT-EXIT.
04590T     IF NOT FRNT-BUD-FOUND
04590U         GO TO 3700-PROJECT-BUDGET-EXIT
04590V     END-IF.
04590W     IF FRNT-BUD-HAS-CEILING(FRNT-BUD-SUB) = "Y"
04590X         AND FRNT-BUD-OVERRIDE(FRNT-BUD-SUB) NOT = "Y"
04590Y         AND FRNT-BUD-SPENT(FRNT-BUD-SUB) + FRNT-BUDGET-PRICE >
04590Z             FRNT-BUD-CEILING(FRNT-BUD-SUB)
045910         SET FRNT-OVER-BUDGET TO TRUE
045911         ADD 1 TO FRNT-BUD-OVER-CTR(FRNT-BUD-SUB)
045912         GO TO 3700-PROJECT-BUDGET-EXIT
045913     END-IF.
045914     ADD FRNT-BUDGET-PRICE TO FRNT-BUD-SPENT(FRNT-BUD-SUB).
045915 3700-PROJECT-BUDGET-EXIT.
045916     EXIT.

045917*----------------------------------------------------------------
045918* 3720-FIND-RATE-SLOT  -  EMPTY BODY; THE PERFORM VARYING DOES
045919*                         THE SCANNING IN ITS UNTIL CLAUSE
04591A*----------------------------------------------------------------
04591B 3720-FIND-RATE-SLOT.
04591C     CONTINUE.
04591D 3720-FIND-RATE-SLOT-EXIT.
04591E     EXIT.

04591F*----------------------------------------------------------------
04591G* 3750-FIND-BUDGET-SLOT  -  THE TABLE SLOT FOR FRNT-BUDGET-DEPT,
04591H*                           ADDED WITH NO CEILING WHEN THE
04591I*                           DEPARTMENT HAS NO FACTBUDG RECORD
04591J*----------------------------------------------------------------
04591K 3750-FIND-BUDGET-SLOT.
04591L     MOVE "N" TO FRNT-BUD-FOUND-SWITCH.
04591M     PERFORM 3760-SCAN-BUDGET
04591N         THRU 3760-SCAN-BUDGET-EXIT
04591O         VARYING FRNT-BUD-SUB FROM 1 BY 1
04591P         UNTIL FRNT-BUD-SUB > FRNT-BUD-COUNT
04591Q         OR FRNT-BUD-FOUND.
04591R     IF FRNT-BUD-FOUND
04591S         GO TO 3750-FIND-BUDGET-SLOT-EXIT
04591T     END-IF.
04591U     IF FRNT-BUD-COUNT >= FRNT-BUD-MAX
04591V         GO TO 3750-FIND-BUDGET-SLOT-EXIT
04591W     END-IF.
04591X     PERFORM 3770-ADD-BUDGET-SLOT
04591Y         THRU 3770-ADD-BUDGET-SLOT-EXIT.
04591Z     SET FRNT-BUD-FOUND TO TRUE.
045920 3750-FIND-BUDGET-SLOT-EXIT.
045921     EXIT.

045922*----------------------------------------------------------------
045923* 3760-SCAN-BUDGET
045924*----------------------------------------------------------------
045925 3760-SCAN-BUDGET.
045926     IF FRNT-BUD-DEPT(FRNT-BUD-SUB) = FRNT-BUDGET-DEPT
045927         SET FRNT-BUD-FOUND TO TRUE
045928         SUBTRACT 1 FROM FRNT-BUD-SUB
045929     END-IF.
04592A 3760-SCAN-BUDGET-EXIT.
04592B     EXIT.

04592C*----------------------------------------------------------------
04592D* 3770-ADD-BUDGET-SLOT
04592E*----------------------------------------------------------------
04592F 3770-ADD-BUDGET-SLOT.
04592G     ADD 1 TO FRNT-BUD-COUNT.
04592H     MOVE FRNT-BUD-COUNT TO FRNT-BUD-SUB.
04592I     MOVE FRNT-BUDGET-DEPT TO FRNT-BUD-DEPT(FRNT-BUD-SUB).
04592J     MOVE SPACES TO FRNT-BUD-NAME(FRNT-BUD-SUB).
04592K     MOVE ZERO TO FRNT-BUD-CEILING(FRNT-BUD-SUB).
04592L     MOVE "N" TO FRNT-BUD-HAS-CEILING(FRNT-BUD-SUB).
04592M     MOVE "N" TO FRNT-BUD-OVERRIDE(FRNT-BUD-SUB).
04592N     MOVE ZERO TO FRNT-BUD-SPENT(FRNT-BUD-SUB).
04592O     MOVE ZERO TO FRNT-BUD-OVER-CTR(FRNT-BUD-SUB).
04592P 3770-ADD-BUDGET-SLOT-EXIT.
04592Q     EXIT.

046000*----------------------------------------------------------------
046100* 5100-WRITE-REPORT-LINE  -  ONE LINE FROM THE LINE AREA WITH
046200*                            THE SHARED STATUS CHECK
051500     MOVE FRNT-SUMMARY-LINE TO FRNT-REPORT-LINE-AREA.
051600     PERFORM 5100-WRITE-REPORT-LINE
051700         THRU 5100-WRITE-REPORT-LINE-EXIT.
051701     IF FRNT-BUDGET-IN-FORCE
051702         MOVE SPACES TO FRNT-SUMMARY-LINE
051703         MOVE "  OVER BUDGET - TO FACTSUSP" TO FRNT-SUM-TITLE
051704         MOVE FRNT-DEPT-BUDGET-CTR TO FRNT-SUM-COUNT
051705         MOVE FRNT-SUMMARY-LINE TO FRNT-REPORT-LINE-AREA
051706         PERFORM 5100-WRITE-REPORT-LINE
051707             THRU 5100-WRITE-REPORT-LINE-EXIT
051708     END-IF.
051800 6000-PRINT-DEPT-SECTION-BLANK.
051900     MOVE SPACES TO FRNT-REPORT-LINE-AREA.
052000     PERFORM 5100-WRITE-REPORT-LINE
052200 6000-PRINT-DEPT-SECTION-EXIT.
052300     EXIT.

052301*----------------------------------------------------------------
052302* 6500-WRITE-VOLUME-HISTORY  -  ONE FACTDVOL RECORD PER DEPARTMENT
052303*                               PER NIGHT, A DEPARTMENT THAT SENT
052304*                               NO FILE INCLUDED, SO THE VARIANCE
052305*                               REPORT CAN TELL A MISSING FILE
052306*                               FROM A NIGHT NOT YET RUN.  A RERUN
052307*                               APPENDS A NEWER SET FOR THE SAME
052308*                               DATE, WHICH SUPERSEDES THE FIRST.
052309*----------------------------------------------------------------
05230A 6500-WRITE-VOLUME-HISTORY.
05230B     IF NOT FRNT-DVOL-OPEN OR FRNT-WRITE-FAILED
05230C         GO TO 6500-WRITE-VOLUME-HISTORY-EXIT
05230D     END-IF.
05230E     MOVE SPACES TO FACT-DVOL-RECORD.
05230F     MOVE FRNT-BUSINESS-DATE    TO FACT-DV-BUSINESS-DATE.
05230G     MOVE FRNT-DEPT-CODE        TO FACT-DV-DEPT.
05230H     IF FRNT-DEPT-OPEN
05230I         MOVE "Y" TO FACT-DV-RECEIVED
05230J     ELSE
05230K         MOVE "N" TO FACT-DV-RECEIVED
05230L     END-IF.
05230M     MOVE FRNT-DEPT-READ-CTR    TO FACT-DV-READ.
05230N     MOVE FRNT-DEPT-VALID-CTR   TO FACT-DV-ACCEPTED.
05230O     MOVE FRNT-DEPT-ERROR-CTR   TO FACT-DV-ERRORS.
05230P     MOVE FRNT-DEPT-CONTROL-TOT TO FACT-DV-CONTROL-TOT.
05230Q     MOVE FRNT-RUN-STAMP        TO FACT-DV-RUN-STAMP.
05230R     WRITE FACT-DVOL-RECORD.
05230S     IF NOT FRNT-DVOL-OK
05230T         DISPLAY "FACTFRNT: UNABLE TO WRITE FACTDVOL - STATUS "
05230U             FRNT-DVOL-STATUS
05230V         CLOSE FACT-DVOL-FILE
05230W         MOVE "N" TO FRNT-DVOL-OPEN-SWITCH
05230X     END-IF.
05230Y 6500-WRITE-VOLUME-HISTORY-EXIT.
05230Z     EXIT.

052400*----------------------------------------------------------------
052500* 7000-PRINT-COMBINED-TOTALS  -  THE COMBINED-FILE COUNTS THE
052600*                             NIGHTLY RUN SHOULD SEE ON FACTIN
056000     MOVE FRNT-SUMMARY-LINE TO FRNT-REPORT-LINE-AREA.
056100     PERFORM 5100-WRITE-REPORT-LINE
056200         THRU 5100-WRITE-REPORT-LINE-EXIT.
056201     IF FRNT-BUDGET-IN-FORCE
056202         MOVE SPACES TO FRNT-SUMMARY-LINE
056203         MOVE "  OVER BUDGET - TO FACTSUSP" TO FRNT-SUM-TITLE
056204         MOVE FRNT-TOTAL-BUDGET-CTR TO FRNT-SUM-COUNT
056205         MOVE FRNT-SUMMARY-LINE TO FRNT-REPORT-LINE-AREA
056206         PERFORM 5100-WRITE-REPORT-LINE
056207             THRU 5100-WRITE-REPORT-LINE-EXIT
056208     END-IF.
056300 7000-PRINT-COMBINED-TOTALS-EXIT.
056400     EXIT.

056401*----------------------------------------------------------------
056402* 7500-PRINT-BUDGET-POSITION  -  EVERY DEPARTMENT'S BUDGET, SPEND
056403*                                (CARRIED PLUS TONIGHT'S CHARGES)
056404*                                AND REMAINING FOR THE MONTH, WITH
056405*                                A WARNING LINE ONCE MORE THAN 80
056406*                                PERCENT OF THE BUDGET IS USED
056407*----------------------------------------------------------------
056408 7500-PRINT-BUDGET-POSITION.
056409     MOVE SPACES TO FRNT-REPORT-LINE-AREA.
05640A     PERFORM 5100-WRITE-REPORT-LINE
05640B         THRU 5100-WRITE-REPORT-LINE-EXIT.
05640C     MOVE SPACES TO FRNT-REPORT-LINE-AREA.
05640D     STRING "DEPARTMENT BUDGET POSITION - MONTH "
05640E         FRNT-BUDGET-MONTH(1:4) "-" FRNT-BUDGET-MONTH(5:2)
05640F         DELIMITED BY SIZE INTO FRNT-REPORT-LINE-AREA.
05640G     IF NOT FRNT-BUDGET-IN-FORCE
05640H         MOVE "DEPARTMENT BUDGET POSITION"
05640I             TO FRNT-REPORT-LINE-AREA
05640J     END-IF.
05640K     PERFORM 5100-WRITE-REPORT-LINE
05640L         THRU 5100-WRITE-REPORT-LINE-EXIT.
05640M     IF NOT FRNT-BUDGET-IN-FORCE
05640N         MOVE SPACES TO FRNT-MESSAGE-LINE
05640O         MOVE "  NO FACTBUDG FILE - BUDGETS NOT IN FORCE"
05640P             TO FRNT-MSG-TEXT
05640Q         MOVE FRNT-MESSAGE-LINE TO FRNT-REPORT-LINE-AREA
05640R         PERFORM 5100-WRITE-REPORT-LINE
05640S             THRU 5100-WRITE-REPORT-LINE-EXIT
05640T         GO TO 7500-PRINT-BUDGET-POSITION-EXIT
05640U     END-IF.
05640V     MOVE FRNT-BUDGET-HEADING TO FRNT-REPORT-LINE-AREA.
05640W     PERFORM 5100-WRITE-REPORT-LINE
05640X         THRU 5100-WRITE-REPORT-LINE-EXIT.
05640Y     PERFORM 7550-PRINT-ONE-BUDGET
05640Z         THRU 7550-PRINT-ONE-BUDGET-EXIT
056410         VARYING FRNT-BUD-SUB FROM 1 BY 1
056411         UNTIL FRNT-BUD-SUB > FRNT-BUD-COUNT.
056412     MOVE SPACES TO FRNT-REPORT-LINE-AREA.
056413     STRING "  SPENT IS THE CARRIED MONTH-TO-DATE SPEND PLUS "
056414         "TONIGHT'S" DELIMITED BY SIZE
056415         INTO FRNT-REPORT-LINE-AREA.
056416     PERFORM 5100-WRITE-REPORT-LINE
056417         THRU 5100-WRITE-REPORT-LINE-EXIT.
056418     MOVE SPACES TO FRNT-REPORT-LINE-AREA.
056419     STRING "  FACTIN CHARGES; QUEUED REQUESTS ARE CHARGED "
05641A         "AFTER FACTIN" DELIMITED BY SIZE
05641B         INTO FRNT-REPORT-LINE-AREA.
05641C     PERFORM 5100-WRITE-REPORT-LINE
05641D         THRU 5100-WRITE-REPORT-LINE-EXIT.
05641E 7500-PRINT-BUDGET-POSITION-EXIT.
05641F     EXIT.

05641G*----------------------------------------------------------------
05641H* 7550-PRINT-ONE-BUDGET  -  ONE DEPARTMENT LINE.  STATUS IS
05641I*                           OVERRIDE, AT LIMIT (CEILING REACHED OR
05641J*                           REQUESTS TURNED AWAY TONIGHT), WARNING
05641K*                           (OVER 80 PERCENT USED) OR NO BUDGET.
05641L*----------------------------------------------------------------
05641M 7550-PRINT-ONE-BUDGET.
05641N     MOVE SPACES TO FRNT-BL-FLAG.
05641O     MOVE FRNT-BUD-DEPT(FRNT-BUD-SUB) TO FRNT-BL-DEPT.
05641P     MOVE FRNT-BUD-NAME(FRNT-BUD-SUB) TO FRNT-BL-NAME.
05641Q     MOVE FRNT-BUD-SPENT(FRNT-BUD-SUB) TO FRNT-BL-SPENT.
05641R     MOVE ZERO TO FRNT-BUDGET-PCT.
05641S     IF FRNT-BUD-HAS-CEILING(FRNT-BUD-SUB) NOT = "Y"
05641T         MOVE SPACES TO FRNT-BL-BUDGET-X
05641U         MOVE SPACES TO FRNT-BL-REMAIN-X
05641V         MOVE SPACES TO FRNT-BL-PCT-X
05641W         MOVE SPACE TO FRNT-BL-PCT-SIGN
05641X         MOVE "NO BUDGET" TO FRNT-BL-FLAG
05641Y         GO TO 7550-PRINT-ONE-BUDGET-WRITE
05641Z     END-IF.
056420     MOVE FRNT-BUD-CEILING(FRNT-BUD-SUB) TO FRNT-BL-BUDGET.
056421     COMPUTE FRNT-BUDGET-REMAIN = FRNT-BUD-CEILING(FRNT-BUD-SUB)
056422         - FRNT-BUD-SPENT(FRNT-BUD-SUB).
056423     MOVE FRNT-BUDGET-REMAIN TO FRNT-BL-REMAIN.
056424     MOVE "%" TO FRNT-BL-PCT-SIGN.
056425     IF FRNT-BUD-CEILING(FRNT-BUD-SUB) = ZERO
056426         MOVE 9999 TO FRNT-BUDGET-PCT
056427     ELSE
056428         COMPUTE FRNT-BUDGET-PCT = FRNT-BUD-SPENT(FRNT-BUD-SUB)
056429             * 100 / FRNT-BUD-CEILING(FRNT-BUD-SUB)
05642A             ON SIZE ERROR
05642B                 MOVE 9999 TO FRNT-BUDGET-PCT
05642C         END-COMPUTE
05642D     END-IF.
05642E     MOVE FRNT-BUDGET-PCT TO FRNT-BL-PCT.
05642F     EVALUATE TRUE
05642G         WHEN FRNT-BUD-OVERRIDE(FRNT-BUD-SUB) = "Y"
05642H             MOVE "OVERRIDE" TO FRNT-BL-FLAG
05642I         WHEN FRNT-BUD-OVER-CTR(FRNT-BUD-SUB) > ZERO
05642J             MOVE "AT LIMIT" TO FRNT-BL-FLAG
05642K         WHEN FRNT-BUD-SPENT(FRNT-BUD-SUB) >=
05642L             FRNT-BUD-CEILING(FRNT-BUD-SUB)
05642M             MOVE "AT LIMIT" TO FRNT-BL-FLAG
05642N         WHEN FRNT-BUD-SPENT(FRNT-BUD-SUB) * 100 >
05642O             FRNT-BUD-CEILING(FRNT-BUD-SUB) * 80
05642P             MOVE "WARNING" TO FRNT-BL-FLAG
05642Q     END-EVALUATE.
05642R 7550-PRINT-ONE-BUDGET-WRITE.
05642S     MOVE FRNT-BUDGET-LINE TO FRNT-REPORT-LINE-AREA.
05642T     PERFORM 5100-WRITE-REPORT-LINE
05642U         THRU 5100-WRITE-REPORT-LINE-EXIT.
05642V     IF FRNT-BUD-HAS-CEILING(FRNT-BUD-SUB) = "Y"
05642W         AND FRNT-BUD-SPENT(FRNT-BUD-SUB) * 100 >
05642X             FRNT-BUD-CEILING(FRNT-BUD-SUB) * 80
05642Y         ADD 1 TO FRNT-WARNING-CTR
05642Z         MOVE SPACES TO FRNT-REPORT-LINE-AREA
056430         STRING "      *** WARNING - MORE THAN 80% OF THE "
056431             "MONTHLY BUDGET USED" DELIMITED BY SIZE
056432             INTO FRNT-REPORT-LINE-AREA
056433         PERFORM 5100-WRITE-REPORT-LINE
056434             THRU 5100-WRITE-REPORT-LINE-EXIT
056435         DISPLAY "FACTFRNT: BUDGET WARNING - DEPARTMENT "
056436             FRNT-BUD-DEPT(FRNT-BUD-SUB) " HAS USED "
056437             FRNT-BL-PCT "% OF ITS MONTHLY BUDGET"
056438     END-IF.
056439 7550-PRINT-ONE-BUDGET-EXIT.
05643A     EXIT.

056500*----------------------------------------------------------------
056600* 8000-TERMINATE  -  CLOSE FILES AND REPORT COUNTS
056700*----------------------------------------------------------------
057200     END-IF.
057300     CLOSE FACT-INPUT-FILE.
057400     CLOSE FRNT-REPORT-FILE.
057401     IF FRNT-DVOL-OPEN
057402         CLOSE FACT-DVOL-FILE
057403     END-IF.
057500     DISPLAY "FACTFRNT: RECORDS READ     = " FRNT-TOTAL-READ-CTR.
057600     DISPLAY "FACTFRNT: RECORDS WRITTEN  = " FRNT-SEQUENCE-CTR.
057700     DISPLAY "FACTFRNT: RECORDS IN ERROR = "
057800         FRNT-TOTAL-ERROR-CTR.
057801     IF FRNT-BUDGET-IN-FORCE
057802         DISPLAY "FACTFRNT: OVER BUDGET      = "
057803             FRNT-TOTAL-BUDGET-CTR
057804     END-IF.
057900 8000-TERMINATE-EXIT.
058000     EXIT.
