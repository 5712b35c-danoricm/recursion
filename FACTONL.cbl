0015C6*                  PRINTOUT BIN.  COMPLETED RECORDS PAST THEIR
0015C7*                  RETENTION ARE PURGED BY THE FACTQPRG
0015C8*                  HOUSEKEEPING JOB.
0015C9* 2026-10-15  DM   SUPERVISOR HOLD.  A QUEUED REQUEST OVER THE
0015CA*                  FACTHOLD THRESHOLDS - A W FUNCTION, AN N
0015CB*                  ABOVE THE LIMIT, OR AN OPERATOR BELOW THE
0015CC*                  MINIMUM AUTHORITY - NOW GOES ON FACTPEND AS H
0015CD*                  (HELD) INSTEAD OF P, AND THE NIGHTLY AND
0015CE*                  EXPRESS RUNS LEAVE IT ALONE.  PF7 OPENS A
0015CF*                  HELD-REQUEST PANEL FOR OPERATORS AT OR ABOVE
0015CG*                  THE FACTHOLD SUPERVISOR AUTHORITY, WHO
0015CH*                  APPROVE A REQUEST (BACK TO P) OR DECLINE IT
0015CI*                  (D) WITH A REASON.  NOBODY DECIDES THEIR OWN
0015CJ*                  REQUEST.  THE APPROVER, DECISION AND DECISION
0015CK*                  TIMESTAMP ARE WRITTEN ON THE QUEUE RECORD,
0015CL*                  WHICH GROWS TO 140 BYTES, AND THE PF6 RESULTS
0015CM*                  PANEL NOW ALSO SHOWS DECLINED REQUESTS WITH
0015CN*                  THE REASON IN THE RESULT COLUMN.  WITH NO
0015CO*                  FACTHOLD FILE THE SHIPPED DEFAULTS APPLY:
0015CP*                  HOLD W, HOLD AUTHORITY BELOW 3, NO N LIMIT,
0015CQ*                  SUPERVISOR AUTHORITY 7.
0015CR* 2026-10-15  DM   SECURITY EVENT LOG.  EVERY SIGN-ON, FAILED
0015CS*                  SIGN-ON (WITH THE REASON), LOCKOUT, FORCED OR
0015CT*                  VOLUNTARY PASSWORD CHANGE, SIGN-OFF AND REFUSED
0015CU*                  SESSION IS APPENDED TO FACTSEVT WITH THE
0015CV*                  OPERATOR ID AND A TIMESTAMP, FOR THE FACTSECR
0015CW*                  DAILY SECURITY EXCEPTION REPORT.  A FAILED
0015CX*                  SIGN-ON LOGS THE ID AS KEYED.  PF8 FROM THE
0015CY*                  LOOKUP PANEL NOW CHANGES THE PASSWORD ON THE
0015CZ*                  SAME SCREEN AS THE FORCED CHANGE.  A LOG WRITE
0015D0*                  FAILURE WARNS ONCE AND THE SESSION CARRIES ON.
001600*================================================================

001700 ENVIRONMENT DIVISION.
002054         ORGANIZATION IS LINE SEQUENTIAL
002056         FILE STATUS IS FACTONL-PEND-STATUS.

002057     SELECT FACTONL-PENDWORK-FILE ASSIGN TO FACTHLDW
002058         ORGANIZATION IS LINE SEQUENTIAL
002059         FILE STATUS IS FACTONL-PWRK-STATUS.

00205A     SELECT FACTONL-HOLD-FILE ASSIGN TO FACTHOLD
00205B         ORGANIZATION IS LINE SEQUENTIAL
00205C         FILE STATUS IS FACTONL-HOLD-STATUS.

00205D     SELECT FACTONL-SECLOG-FILE ASSIGN TO FACTSEVT
00205E         ORGANIZATION IS LINE SEQUENTIAL
00205F         FILE STATUS IS FACTONL-SLOG-STATUS.

002100 DATA DIVISION.
002110 FILE SECTION.
002120 FD  FACTONL-OPERATOR-FILE.
00219D     05 FACTONL-PEND-REC-CALC-STAT  PIC X(01).
00219E     05 FACTONL-PEND-REC-COMP-TIME  PIC X(14).
00219F     05 FILLER                      PIC X(01).
00219G     05 FACTONL-PEND-REC-HOLD-CODE  PIC X(02).
00219H     05 FACTONL-PEND-REC-APPROVER   PIC X(08).
00219I     05 FACTONL-PEND-REC-DECISION   PIC X(01).
00219J     05 FACTONL-PEND-REC-DEC-TIME   PIC X(14).
00219K     05 FACTONL-PEND-REC-DECL-RSN   PIC X(20).
00219L     05 FILLER                      PIC X(15).

00219M FD  FACTONL-PENDWORK-FILE.
00219N 01  FACTONL-PENDWORK-RECORD        PIC X(140).

00219O FD  FACTONL-HOLD-FILE.
00219P 01  FACTONL-HOLD-RECORD.
00219Q     05 FACTONL-HOLD-REC-WIDE       PIC X(01).
00219R     05 FILLER                      PIC X(01).
00219S     05 FACTONL-HOLD-REC-MIN-AUTH   PIC X(01).
00219T     05 FILLER                      PIC X(01).
00219U     05 FACTONL-HOLD-REC-MAX-N      PIC X(04).
00219V     05 FILLER                      PIC X(01).
00219W     05 FACTONL-HOLD-REC-SUPV-AUTH  PIC X(01).
00219X     05 FILLER                      PIC X(70).

00219Y FD  FACTONL-SECLOG-FILE.
00219Z 01  FACTONL-SECLOG-RECORD.
0021A0     05 FACTONL-SLOG-REC-STAMP      PIC X(14).
0021A1     05 FILLER                      PIC X(01).
0021A2     05 FACTONL-SLOG-REC-OPERATOR   PIC X(08).
0021A3     05 FILLER                      PIC X(01).
0021A4     05 FACTONL-SLOG-REC-EVENT      PIC X(08).
0021A5     05 FILLER                      PIC X(01).
0021A6     05 FACTONL-SLOG-REC-DETAIL     PIC X(30).
0021A7     05 FILLER                      PIC X(17).

002200 WORKING-STORAGE SECTION.
002300*================================================================
0027D8 77  FACTONL-RSLT-MAX          PIC 9(04) COMP VALUE 10.
0027E0 77  FACTONL-RSLT-EOF-SW       PIC X(01) VALUE "N".
0027E2     88 FACTONL-RSLT-EOF           VALUE "Y".
0027E3 77  FACTONL-PWRK-STATUS       PIC X(02) VALUE SPACES.
0027E4     88 FACTONL-PWRK-OK            VALUE "00".
0027E5 77  FACTONL-PWRK-EOF-SW       PIC X(01) VALUE "N".
0027E6     88 FACTONL-PWRK-EOF           VALUE "Y".
0027E7 77  FACTONL-HOLD-STATUS       PIC X(02) VALUE SPACES.
0027E8     88 FACTONL-HOLD-OK            VALUE "00".
0027E9     88 FACTONL-HOLD-NO-FILE       VALUE "35".
0027EA 77  FACTONL-HOLD-DONE-SW      PIC X(01) VALUE "N".
0027EB     88 FACTONL-HOLD-DONE          VALUE "Y".
0027EC 77  FACTONL-HOLD-EOF-SW       PIC X(01) VALUE "N".
0027ED     88 FACTONL-HOLD-EOF           VALUE "Y".
0027EE 77  FACTONL-DEC-APPLIED-SW    PIC X(01) VALUE "N".
0027EF     88 FACTONL-DEC-APPLIED        VALUE "Y".
0027EG 77  FACTONL-DEC-FAILED-SW     PIC X(01) VALUE "N".
0027EH     88 FACTONL-DEC-FAILED         VALUE "Y".
0027EI 77  FACTONL-HOLD-COUNT        PIC 9(04) COMP VALUE ZERO.
0027EJ 77  FACTONL-HOLD-TOTAL        PIC 9(04) COMP VALUE ZERO.
0027EK 77  FACTONL-HOLD-SUB          PIC 9(04) COMP VALUE ZERO.
0027EL 77  FACTONL-HOLD-MAX          PIC 9(04) COMP VALUE 10.
0027EM 77  FACTONL-SLOG-STATUS       PIC X(02) VALUE SPACES.
0027EN     88 FACTONL-SLOG-OK            VALUE "00".
0027EO     88 FACTONL-SLOG-NO-FILE       VALUE "35".
0027EP 77  FACTONL-SLOG-WARNED-SW    PIC X(01) VALUE "N".
0027EQ     88 FACTONL-SLOG-WARNED         VALUE "Y".
0027ER 77  FACTONL-PWCHG-FORCED-SW   PIC X(01) VALUE "N".
0027ES     88 FACTONL-PWCHG-FORCED        VALUE "Y".

002800 01  FACTONL-CRT-STATUS        PIC 9(04) VALUE ZERO.
002900     88 FACTONL-PF3-PRESSED        VALUE 1003.
003000     88 FACTONL-PF4-PRESSED        VALUE 1004.
003010     88 FACTONL-PF5-PRESSED        VALUE 1005.
003020     88 FACTONL-PF6-PRESSED        VALUE 1006.
003021     88 FACTONL-PF7-PRESSED        VALUE 1007.
003022     88 FACTONL-PF8-PRESSED        VALUE 1008.

003100 COPY FACTSTAT.

003555 01  FACTONL-ENTRY-R           PIC 9(04) VALUE ZERO.
003556 01  FACTONL-ENTRY-MESSAGE     PIC X(40) VALUE SPACES.
003557 01  FACTONL-ENTRY-TIME        PIC X(26) VALUE SPACES.
003558 01  FACTONL-ENTRY-HOLD-CODE   PIC X(02) VALUE SPACES.
003559     88 FACTONL-HOLD-WIDE-FUNC     VALUE "WD".
00355A     88 FACTONL-HOLD-N-LIMIT       VALUE "NL".
00355B     88 FACTONL-HOLD-LOW-AUTH      VALUE "AU".
00355C 01  FACTONL-QUEUED-MESSAGE    PIC X(40) VALUE SPACES.

003560 01  FACTONL-MST-RESULT.
003561     05 FACTONL-MST-RES-HIGH   PIC X(11).
00356D 01  FACTONL-NEW-EXPIRY        PIC X(10) VALUE SPACES.
00356E 01  FACTONL-NEWPW-1           PIC X(08) VALUE SPACES.
00356F 01  FACTONL-NEWPW-2           PIC X(08) VALUE SPACES.
00356G 01  FACTONL-PWCHG-MESSAGE     PIC X(40) VALUE SPACES.
003570 01  FACTONL-PWCHG-TITLE       PIC X(40) VALUE SPACES.

003571*================================================================
003572* RESULTS PANEL LINES - THE TEN MOST RECENT COMPLETED FACTPEND
00358E     05 FACTONL-RSLT-W-TIME    PIC X(14).
00358F 01  FACTONL-RSLT-MESSAGE      PIC X(40) VALUE SPACES.
003590 01  FACTONL-RSLT-REPLY        PIC X(01) VALUE SPACE.
003591*================================================================
003592* HOLD THRESHOLDS - FROM FACTHOLD WHEN PRESENT, OTHERWISE THESE
003593* DEFAULTS.  A REQUEST IS HELD WHEN IT IS A W AND W IS HELD,
003594* WHEN N IS ABOVE A NON-ZERO LIMIT, OR WHEN THE OPERATOR'S
003595* AUTHORITY IS BELOW THE MINIMUM (SPACE = NO MINIMUM).
003596*================================================================
003597 01  FACTONL-HOLD-WIDE         PIC X(01) VALUE "Y".
003598     88 FACTONL-HOLD-WIDE-ON       VALUE "Y".
003599 01  FACTONL-HOLD-MIN-AUTH     PIC X(01) VALUE "3".
00359A 01  FACTONL-HOLD-MAX-N        PIC 9(04) VALUE ZERO.
00359B 01  FACTONL-SUPV-AUTH         PIC X(01) VALUE "7".

00359C*================================================================
00359D* HELD-REQUEST PANEL - THE FIRST TEN H RECORDS ON FACTPEND, WITH
00359E* THE OPERATOR AND ENTRY TIME THAT IDENTIFY EACH ONE WHEN THE
00359F* DECISION IS WRITTEN BACK
00359G*================================================================
00359H 01  FACTONL-HOLD-AREA.
00359I     05 FACTONL-HOLD-L01       PIC X(60) VALUE SPACES.
00359J     05 FACTONL-HOLD-L02       PIC X(60) VALUE SPACES.
00359K     05 FACTONL-HOLD-L03       PIC X(60) VALUE SPACES.
00359L     05 FACTONL-HOLD-L04       PIC X(60) VALUE SPACES.
00359M     05 FACTONL-HOLD-L05       PIC X(60) VALUE SPACES.
00359N     05 FACTONL-HOLD-L06       PIC X(60) VALUE SPACES.
00359O     05 FACTONL-HOLD-L07       PIC X(60) VALUE SPACES.
00359P     05 FACTONL-HOLD-L08       PIC X(60) VALUE SPACES.
00359Q     05 FACTONL-HOLD-L09       PIC X(60) VALUE SPACES.
00359R     05 FACTONL-HOLD-L10       PIC X(60) VALUE SPACES.
00359S 01  FACTONL-HOLD-TABLE REDEFINES FACTONL-HOLD-AREA.
00359T     05 FACTONL-HOLD-LINE      PIC X(60) OCCURS 10 TIMES.
00359U 01  FACTONL-HOLD-KEY-TABLE.
00359V     05 FACTONL-HOLD-KEY OCCURS 10 TIMES.
00359W         10 FACTONL-HOLD-KEY-OPER   PIC X(08).
00359X         10 FACTONL-HOLD-KEY-TIME   PIC X(26).
00359Y 01  FACTONL-HOLD-WORK-LINE.
00359Z     05 FACTONL-HOLD-W-NO      PIC Z9.
0035A0     05 FILLER                 PIC X(01).
0035A1     05 FACTONL-HOLD-W-OPER    PIC X(08).
0035A2     05 FILLER                 PIC X(01).
0035A3     05 FACTONL-HOLD-W-FUNC    PIC X(01).
0035A4     05 FILLER                 PIC X(01).
0035A5     05 FACTONL-HOLD-W-N       PIC X(04).
0035A6     05 FILLER                 PIC X(01).
0035A7     05 FACTONL-HOLD-W-R       PIC X(04).
0035A8     05 FILLER                 PIC X(01).
0035A9     05 FACTONL-HOLD-W-TIME    PIC X(14).
0035AA     05 FILLER                 PIC X(01).
0035AB     05 FACTONL-HOLD-W-WHY     PIC X(21).
0035AC 01  FACTONL-HOLD-SELECT       PIC 9(02) VALUE ZERO.
0035AD 01  FACTONL-HOLD-ACTION       PIC X(01) VALUE SPACE.
0035AE     88 FACTONL-HOLD-APPROVE       VALUE "A".
0035AF     88 FACTONL-HOLD-DECLINE       VALUE "D".
0035AG 01  FACTONL-HOLD-REASON       PIC X(20) VALUE SPACES.
0035AH 01  FACTONL-HOLD-MESSAGE      PIC X(40) VALUE SPACES.
0035AI 01  FACTONL-DEC-OPERATOR      PIC X(08) VALUE SPACES.
0035AJ 01  FACTONL-DEC-ENTRY-TIME    PIC X(26) VALUE SPACES.

0035AK*================================================================
0035AL* SECURITY EVENT - SET BY THE CALLER BEFORE 7000-LOG-SECURITY-
0035AM* EVENT.  THE EVENT CODES ARE THE ONES FACTSECR READS.
0035AN*================================================================
0035AO 01  FACTONL-SEC-EVENT         PIC X(08) VALUE SPACES.
0035AP     88 FACTONL-SEC-SIGNON         VALUE "SIGNON".
0035AQ     88 FACTONL-SEC-SIGNFAIL       VALUE "SIGNFAIL".
0035AR     88 FACTONL-SEC-LOCKOUT        VALUE "LOCKOUT".
0035AS     88 FACTONL-SEC-PWFORCED       VALUE "PWFORCED".
0035AT     88 FACTONL-SEC-PWCHANGE       VALUE "PWCHANGE".
0035AU     88 FACTONL-SEC-SIGNOFF        VALUE "SIGNOFF".
0035AV     88 FACTONL-SEC-REFUSED        VALUE "REFUSED".
0035AW 01  FACTONL-SEC-OPER          PIC X(08) VALUE SPACES.
0035AX 01  FACTONL-SEC-DETAIL        PIC X(30) VALUE SPACES.
0035AY 01  FACTONL-SEC-STAMP         PIC X(21) VALUE SPACES.
0035AZ 01  FACTONL-REFUSE-REASON     PIC X(30) VALUE SPACES.

003570*================================================================
003572* OPERATOR AUTHORIZATION TABLE - LOADED FROM FACTOPER AT START

003797 01  FACTONL-PWCHG-SCREEN.
003798     05 BLANK SCREEN.
003799     05 LINE 02 COLUMN 10 PIC X(40)
00379A         FROM FACTONL-PWCHG-TITLE.
00379B     05 LINE 04 COLUMN 10 VALUE "NEW PASSWORD:".
00379C     05 LINE 04 COLUMN 31 PIC X(08)
00379D         USING FACTONL-NEWPW-1 SECURE.
004500     05 LINE 06 COLUMN 31 PIC X(20)
004510         USING FACTONL-RESULT-DISP.
004600     05 LINE 08 COLUMN 10 VALUE
004610         "PF4=CLEAR PF5=ENTRY PF6=RESULTS PF7=HELD PF3=EXIT".
004611     05 LINE 09 COLUMN 10 VALUE "PF8=CHANGE PASSWORD".
004700     05 LINE 10 COLUMN 10 PIC X(40) USING FACTONL-MESSAGE.

004710 01  FACTONL-ENTRY-SCREEN.
004770 01  FACTONL-RSLT-SCREEN.
004771     05 BLANK SCREEN.
004772     05 LINE 01 COLUMN 05 VALUE
004773         "COMPLETED AND DECLINED REQUESTS".
004774     05 LINE 01 COLUMN 60 VALUE "OPER:".
004775     05 LINE 01 COLUMN 66 PIC X(08) FROM FACTONL-OPERATOR-ID.
004776     05 LINE 03 COLUMN 05 VALUE
004785     05 LINE 16 COLUMN 40 PIC X(01)
004786         USING FACTONL-RSLT-REPLY.

004787 01  FACTONL-HOLD-SCREEN.
004788     05 BLANK SCREEN.
004789     05 LINE 01 COLUMN 05 VALUE
00478A         "HELD REQUESTS - SUPERVISOR APPROVAL".
00478B     05 LINE 01 COLUMN 60 VALUE "OPER:".
00478C     05 LINE 01 COLUMN 66 PIC X(08) FROM FACTONL-OPERATOR-ID.
00478D     05 LINE 03 COLUMN 05 VALUE
00478E         "NO OPERATOR FN N    R    ENTERED        HELD FOR".
00478F     05 LINE 04 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L01.
00478G     05 LINE 05 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L02.
00478H     05 LINE 06 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L03.
00478I     05 LINE 07 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L04.
00478J     05 LINE 08 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L05.
00478K     05 LINE 09 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L06.
00478L     05 LINE 10 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L07.
00478M     05 LINE 11 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L08.
00478N     05 LINE 12 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L09.
00478O     05 LINE 13 COLUMN 05 PIC X(60) FROM FACTONL-HOLD-L10.
00478P     05 LINE 15 COLUMN 05 VALUE "LINE NO:".
00478Q     05 LINE 15 COLUMN 22 PIC 9(02) USING FACTONL-HOLD-SELECT.
00478R     05 LINE 15 COLUMN 30 VALUE "ACTION (A=APPROVE D=DECLINE):".
00478S     05 LINE 15 COLUMN 60 PIC X(01) USING FACTONL-HOLD-ACTION.
00478T     05 LINE 16 COLUMN 05 VALUE "DECLINE REASON:".
00478U     05 LINE 16 COLUMN 22 PIC X(20) USING FACTONL-HOLD-REASON.
00478V     05 LINE 18 COLUMN 05 PIC X(40)
00478W         FROM FACTONL-HOLD-MESSAGE.
00478X     05 LINE 19 COLUMN 05 VALUE
00478Y         "ENTER = APPLY   PF4 = REFRESH   PF3 = RETURN".

004800*================================================================
004900* PROCEDURE DIVISION
005000*================================================================
005200 0000-MAINLINE.
005210     PERFORM 0500-LOAD-OPERATORS
005220         THRU 0500-LOAD-OPERATORS-EXIT.
005221     IF NOT FACTONL-EXIT-REQUESTED
005222         PERFORM 0700-LOAD-HOLD-RULES
005223             THRU 0700-LOAD-HOLD-RULES-EXIT
005224     END-IF.
005225     IF FACTONL-EXIT-REQUESTED
005226         SET FACTONL-SEC-REFUSED TO TRUE
005227         MOVE SPACES TO FACTONL-SEC-OPER
005228         MOVE FACTONL-REFUSE-REASON TO FACTONL-SEC-DETAIL
005229         PERFORM 7000-LOG-SECURITY-EVENT
00522A             THRU 7000-LOG-SECURITY-EVENT-EXIT
00522B     END-IF.
005230     PERFORM 1500-PROCESS-SIGNON
005240         THRU 1500-PROCESS-SIGNON-EXIT
005250         UNTIL FACTONL-SIGNED-ON OR FACTONL-EXIT-REQUESTED.
006092         DISPLAY "FACTONL: UNABLE TO OPEN FACTOPER - STATUS "
006094             FACTONL-OPER-STATUS
006096         MOVE 16 TO RETURN-CODE
006097         MOVE "FACTOPER NOT AVAILABLE" TO FACTONL-REFUSE-REASON
006098         SET FACTONL-EXIT-REQUESTED TO TRUE
006100         GO TO 0500-LOAD-OPERATORS-EXIT
006110     END-IF.
006160     IF FACTONL-OPER-COUNT = ZERO
006170         DISPLAY "FACTONL: FACTOPER IS EMPTY - NO OPERATORS"
006180         MOVE 16 TO RETURN-CODE
006181         MOVE "FACTOPER EMPTY" TO FACTONL-REFUSE-REASON
006190         SET FACTONL-EXIT-REQUESTED TO TRUE
006200     END-IF.
006210 0500-LOAD-OPERATORS-EXIT.
006320     IF FACTONL-OPER-COUNT >= FACTONL-OPER-MAX
006322         DISPLAY "FACTONL: FACTOPER EXCEEDS OPERATOR TABLE - "
006324             "SESSION REFUSED"
006325         MOVE 16 TO RETURN-CODE
006326         MOVE "FACTOPER EXCEEDS OPERATOR TABLE" TO
006327             FACTONL-REFUSE-REASON
006328         SET FACTONL-EXIT-REQUESTED TO TRUE
006330         MOVE "Y" TO FACTONL-OPER-EOF-SWITCH
006340         GO TO 0600-LOAD-ONE-OPERATOR-EXIT
006680*----------------------------------------------------------------
006690 1600-VALIDATE-SIGNON.
006700     MOVE SPACES TO FACTONL-SIGNON-MESSAGE.
006701     MOVE "N" TO FACTONL-PWCHG-FORCED-SW.
006710     IF FACTONL-SIGNON-ID = SPACES
006720         MOVE "ENTER AN OPERATOR ID" TO FACTONL-SIGNON-MESSAGE
006730         GO TO 1600-VALIDATE-SIGNON-EXIT
006810     IF NOT FACTONL-OPER-FOUND
006820         MOVE "OPERATOR NOT AUTHORIZED" TO
006830             FACTONL-SIGNON-MESSAGE
006831         SET FACTONL-SEC-SIGNFAIL TO TRUE
006832         MOVE FACTONL-SIGNON-ID TO FACTONL-SEC-OPER
006833         MOVE "OPERATOR NOT AUTHORIZED" TO FACTONL-SEC-DETAIL
006834         PERFORM 7000-LOG-SECURITY-EVENT
006835             THRU 7000-LOG-SECURITY-EVENT-EXIT
006840         GO TO 1600-VALIDATE-SIGNON-EXIT
006850     END-IF.
006860     MOVE FACTONL-OPER-HIT-SUB TO FACTONL-OPER-SUB.
006870     IF FACTONL-OPER-DISABLED(FACTONL-OPER-SUB) = "Y"
006880         MOVE "OPERATOR ID IS DISABLED" TO
006890             FACTONL-SIGNON-MESSAGE
006891         SET FACTONL-SEC-SIGNFAIL TO TRUE
006892         MOVE FACTONL-SIGNON-ID TO FACTONL-SEC-OPER
006893         MOVE "OPERATOR ID IS DISABLED" TO FACTONL-SEC-DETAIL
006894         PERFORM 7000-LOG-SECURITY-EVENT
006895             THRU 7000-LOG-SECURITY-EVENT-EXIT
006900         GO TO 1600-VALIDATE-SIGNON-EXIT
006910     END-IF.
006920     IF FACTONL-SIGNON-PASSWORD NOT =
006930         FACTONL-OPER-PASSWORD(FACTONL-OPER-SUB)
006940         ADD 1 TO FACTONL-OPER-FAILS(FACTONL-OPER-SUB)
006941         SET FACTONL-SEC-SIGNFAIL TO TRUE
006942         MOVE FACTONL-SIGNON-ID TO FACTONL-SEC-OPER
006943         MOVE "PASSWORD NOT VALID" TO FACTONL-SEC-DETAIL
006944         PERFORM 7000-LOG-SECURITY-EVENT
006945             THRU 7000-LOG-SECURITY-EVENT-EXIT
006950         IF FACTONL-OPER-FAILS(FACTONL-OPER-SUB) >=
006960             FACTONL-MAX-ATTEMPTS
006970             MOVE "Y" TO
006980                 FACTONL-OPER-DISABLED(FACTONL-OPER-SUB)
006990             PERFORM 1700-REWRITE-OPERATOR-FILE
007000                 THRU 1700-REWRITE-OPERATOR-FILE-EXIT
007001             SET FACTONL-SEC-LOCKOUT TO TRUE
007002             MOVE FACTONL-SIGNON-ID TO FACTONL-SEC-OPER
007003             MOVE "DISABLED AFTER BAD PASSWORDS" TO
007004                 FACTONL-SEC-DETAIL
007005             PERFORM 7000-LOG-SECURITY-EVENT
007006                 THRU 7000-LOG-SECURITY-EVENT-EXIT
007010             MOVE "OPERATOR ID NOW LOCKED OUT" TO
007020                 FACTONL-SIGNON-MESSAGE
007030         ELSE
007100         OR FACTONL-OPER-AUTH(FACTONL-OPER-SUB) > "9"
007110         MOVE "OPERATOR HAS NO AUTHORITY LEVEL" TO
007120             FACTONL-SIGNON-MESSAGE
007121         SET FACTONL-SEC-SIGNFAIL TO TRUE
007122         MOVE FACTONL-SIGNON-ID TO FACTONL-SEC-OPER
007123         MOVE "NO AUTHORITY LEVEL" TO FACTONL-SEC-DETAIL
007124         PERFORM 7000-LOG-SECURITY-EVENT
007125             THRU 7000-LOG-SECURITY-EVENT-EXIT
007130         GO TO 1600-VALIDATE-SIGNON-EXIT
007131     END-IF.
007132     IF FACTONL-OPER-EXPIRY(FACTONL-OPER-SUB) = SPACES
007133         OR FACTONL-OPER-EXPIRY(FACTONL-OPER-SUB)
007134             NOT > FACTONL-TODAY
007135         MOVE "PASSWORD EXPIRED - CHANGE REQUIRED" TO
007136             FACTONL-PWCHG-TITLE
007144         SET FACTONL-PWCHG-FORCED TO TRUE
007145         PERFORM 1800-FORCE-PASSWORD-CHANGE
007146             THRU 1800-FORCE-PASSWORD-CHANGE-EXIT
007147         IF NOT FACTONL-PWCHG-OK
007148             MOVE "PASSWORD CHANGE REQUIRED TO SIGN ON" TO
007149                 FACTONL-SIGNON-MESSAGE
00714A             SET FACTONL-SEC-SIGNFAIL TO TRUE
00714B             MOVE FACTONL-SIGNON-ID TO FACTONL-SEC-OPER
00714C             MOVE "EXPIRED PASSWORD NOT CHANGED" TO
00714D                 FACTONL-SEC-DETAIL
00714E             PERFORM 7000-LOG-SECURITY-EVENT
00714F                 THRU 7000-LOG-SECURITY-EVENT-EXIT
00714G             GO TO 1600-VALIDATE-SIGNON-EXIT
00714H         END-IF
00714I         MOVE FACTONL-OPER-HIT-SUB TO FACTONL-OPER-SUB
00714J     END-IF.
007150     SET FACTONL-SIGNED-ON TO TRUE.
007160     MOVE ZERO TO FACTONL-OPER-FAILS(FACTONL-OPER-SUB).
007170     MOVE FACTONL-SIGNON-ID TO FACTONL-OPERATOR-ID.
007180     MOVE FACTONL-OPER-AUTH(FACTONL-OPER-SUB) TO
007190         FACTONL-OPERATOR-AUTH.
007191     IF FACTONL-PWCHG-FORCED
007192         SET FACTONL-SEC-PWFORCED TO TRUE
007193         MOVE FACTONL-OPERATOR-ID TO FACTONL-SEC-OPER
007194         STRING "NEW EXPIRY " FACTONL-NEW-EXPIRY
007195             DELIMITED BY SIZE INTO FACTONL-SEC-DETAIL
007196         PERFORM 7000-LOG-SECURITY-EVENT
007197             THRU 7000-LOG-SECURITY-EVENT-EXIT
007198     END-IF.
007199     SET FACTONL-SEC-SIGNON TO TRUE.
00719A     MOVE FACTONL-OPERATOR-ID TO FACTONL-SEC-OPER.
00719B     STRING "AUTHORITY " FACTONL-OPERATOR-AUTH
00719C         DELIMITED BY SIZE INTO FACTONL-SEC-DETAIL.
00719D     PERFORM 7000-LOG-SECURITY-EVENT
00719E         THRU 7000-LOG-SECURITY-EVENT-EXIT.
007200 1600-VALIDATE-SIGNON-EXIT.
007210     EXIT.

0077F4 1850-PROCESS-PWCHG-SCREEN-EXIT.
0077F6     EXIT.

0077F7*----------------------------------------------------------------
0077F8* 1900-VOLUNTARY-PASSWORD-CHANGE  -  PF8: THE SIGNED-ON OPERATOR
0077F9*                                    CHANGES THE PASSWORD ON THE
0077FA*                                    FORCED-CHANGE SCREEN.  THE
0077FB*                                    SIGN-ON LEFT THE OPERATOR'S
0077FC*                                    TABLE SLOT IN HIT-SUB.
0077FD*----------------------------------------------------------------
0077FE 1900-VOLUNTARY-PASSWORD-CHANGE.
0077FF     MOVE "CHANGE PASSWORD" TO FACTONL-PWCHG-TITLE.
0077FG     MOVE "N" TO FACTONL-PWCHG-FORCED-SW.
0077FH     PERFORM 1800-FORCE-PASSWORD-CHANGE
0077FI         THRU 1800-FORCE-PASSWORD-CHANGE-EXIT.
0077FJ     IF FACTONL-PWCHG-OK
0077FK         MOVE "PASSWORD CHANGED" TO FACTONL-MESSAGE
0077FL         SET FACTONL-SEC-PWCHANGE TO TRUE
0077FM         MOVE FACTONL-OPERATOR-ID TO FACTONL-SEC-OPER
0077FN         STRING "NEW EXPIRY " FACTONL-NEW-EXPIRY
0077FO             DELIMITED BY SIZE INTO FACTONL-SEC-DETAIL
0077FP         PERFORM 7000-LOG-SECURITY-EVENT
0077FQ             THRU 7000-LOG-SECURITY-EVENT-EXIT
0077FR     ELSE
0077FS         MOVE "PASSWORD NOT CHANGED" TO FACTONL-MESSAGE
0077FT     END-IF.
0077FU 1900-VOLUNTARY-PASSWORD-CHANGE-EXIT.
0077FV     EXIT.

007800*----------------------------------------------------------------
007900* 1000-INITIALIZE  -  CLEAR THE WORKING FIELDS FOR A FRESH LOOKUP
008000*----------------------------------------------------------------
009940         WHEN FACTONL-PF6-PRESSED
009950             PERFORM 4500-RESULTS-SESSION
009960                 THRU 4500-RESULTS-SESSION-EXIT
009961         WHEN FACTONL-PF7-PRESSED
009962             PERFORM 5000-HOLD-SESSION
009963                 THRU 5000-HOLD-SESSION-EXIT
009964         WHEN FACTONL-PF8-PRESSED
009965             PERFORM 1900-VOLUNTARY-PASSWORD-CHANGE
009966                 THRU 1900-VOLUNTARY-PASSWORD-CHANGE-EXIT
010000         WHEN OTHER
010100             PERFORM 3000-LOOKUP-FACTORIAL
010200                 THRU 3000-LOOKUP-FACTORIAL-EXIT
0129B6     END-IF.
0129B7     MOVE FUNCTION CURRENT-DATE TO FACTONL-ENTRY-TIME.
0129B8     MOVE SPACES TO FACTONL-PENDING-RECORD.
0129B9     PERFORM 4250-CHECK-HOLD
0129BA         THRU 4250-CHECK-HOLD-EXIT.
0129BB     MOVE FACTONL-ENTRY-FUNC TO FACTONL-PEND-REC-FUNC.
0129BC     MOVE FACTONL-ENTRY-N TO FACTONL-PEND-REC-N.
0129BD     MOVE FACTONL-ENTRY-R TO FACTONL-PEND-REC-R.
0129BE     MOVE FACTONL-OPERATOR-ID TO FACTONL-PEND-REC-OPERATOR.
0129BF     MOVE FACTONL-ENTRY-TIME TO FACTONL-PEND-REC-ENTRY-TIME.
0129BG     WRITE FACTONL-PENDING-RECORD.
0129C0     IF FACTONL-PEND-OK
0129C1         MOVE FACTONL-QUEUED-MESSAGE TO
0129C2             FACTONL-ENTRY-MESSAGE
0129C3         MOVE SPACE TO FACTONL-ENTRY-FUNC
0129C4         MOVE ZERO TO FACTONL-ENTRY-N
0129CD 4200-QUEUE-REQUEST-EXIT.
0129CE     EXIT.

0129CF*----------------------------------------------------------------
0129CG* 4500-RESULTS-SESSION  -  LIST THE SIGNED-ON OPERATOR'S TEN
0129CH*                          MOST RECENT COMPLETED OR DECLINED
0129CI*                          FACTPEND REQUESTS WITH THEIR RESULTS
0129D3*                          OR DECLINE REASONS
0129D4*----------------------------------------------------------------
0129D5 4500-RESULTS-SESSION.
0129D6     MOVE SPACES TO FACTONL-RSLT-AREA.
0129E9         UNTIL FACTONL-RSLT-EOF.
0129EA     CLOSE FACTONL-PENDING-FILE.
0129EB     IF FACTONL-RSLT-COUNT = ZERO
0129EC         MOVE "NO COMPLETED OR DECLINED REQUESTS" TO
0129ED             FACTONL-RSLT-MESSAGE
0129EE     END-IF.
0129EF 4500-RESULTS-SESSION-SHOW.
0129EG     DISPLAY FACTONL-RSLT-SCREEN.
0129EH     ACCEPT FACTONL-RSLT-SCREEN.
0129EI 4500-RESULTS-SESSION-EXIT.
0129EJ     EXIT.

0129EK*----------------------------------------------------------------
0129EL* 4600-LOAD-ONE-RESULT  -  ONE QUEUE RECORD; COMPLETED AND
0129EM*                          DECLINED RECORDS FOR THE SIGNED-ON
0129EN*                          OPERATOR FILL THE PANEL, OLDEST
0129F7*                          ROLLING OFF THE TOP
0129F8*----------------------------------------------------------------
0129F9 4600-LOAD-ONE-RESULT.
0129FA     READ FACTONL-PENDING-FILE
0129FC             MOVE "Y" TO FACTONL-RSLT-EOF-SW
0129FD             GO TO 4600-LOAD-ONE-RESULT-EXIT
0129FE     END-READ.
0129FF     IF (FACTONL-PEND-REC-STATUS NOT = "C"
0129FG         AND FACTONL-PEND-REC-STATUS NOT = "D")
012A00         OR FACTONL-PEND-REC-OPERATOR NOT =
012A01             FACTONL-OPERATOR-ID
012A02         GO TO 4600-LOAD-ONE-RESULT-EXIT
012A05     MOVE FACTONL-PEND-REC-FUNC TO FACTONL-RSLT-W-FUNC.
012A06     MOVE FACTONL-PEND-REC-N TO FACTONL-RSLT-W-N.
012A07     MOVE FACTONL-PEND-REC-R TO FACTONL-RSLT-W-R.
012A08     IF FACTONL-PEND-REC-STATUS = "D"
012A09         MOVE FACTONL-PEND-REC-DECL-RSN TO FACTONL-RSLT-W-RESULT
012A0A         MOVE "DECLINED" TO FACTONL-RSLT-W-STATUS
012A0B         MOVE FACTONL-PEND-REC-DEC-TIME TO FACTONL-RSLT-W-TIME
012A0C         GO TO 4600-LOAD-ONE-RESULT-ADD
012A0D     END-IF.
012A0E     MOVE FACTONL-PEND-REC-RESULT TO FACTONL-RSLT-W-RESULT.
012A0F     INSPECT FACTONL-RSLT-W-RESULT
012A10         REPLACING LEADING "0" BY SPACE.
012A11     IF FACTONL-RSLT-W-RESULT = SPACES
012A12         MOVE "0" TO FACTONL-RSLT-W-RESULT(20:1)
012A17         WHEN "1"
012A18             MOVE "OVERFLOW" TO FACTONL-RSLT-W-STATUS
012A19         WHEN OTHER
012A1A             MOVE "INVALID " TO FACTONL-RSLT-W-STATUS
012A1B     END-EVALUATE.
012A1C     MOVE FACTONL-PEND-REC-COMP-TIME TO FACTONL-RSLT-W-TIME.
012A22 4600-LOAD-ONE-RESULT-ADD.
012A23     IF FACTONL-RSLT-COUNT < FACTONL-RSLT-MAX
012A24         ADD 1 TO FACTONL-RSLT-COUNT
012A25         MOVE FACTONL-RSLT-COUNT TO FACTONL-RSLT-SUB
012A44 4650-SHIFT-RESULT-LINES-EXIT.
012A45     EXIT.

012A46*----------------------------------------------------------------
012A47* 4250-CHECK-HOLD  -  QUEUE AS P, OR AS H WITH THE HOLD CODE
012A48*                     WHEN THE REQUEST IS OVER A FACTHOLD
012A49*                     THRESHOLD AND NEEDS A SUPERVISOR
012A4A*----------------------------------------------------------------
012A4B 4250-CHECK-HOLD.
012A4C     MOVE "P" TO FACTONL-PEND-REC-STATUS.
012A4D     MOVE "REQUEST QUEUED FOR TONIGHT" TO FACTONL-QUEUED-MESSAGE.
012A4E     MOVE SPACES TO FACTONL-ENTRY-HOLD-CODE.
012A4F     IF FACTONL-ENTRY-FUNC = "W" AND FACTONL-HOLD-WIDE-ON
012A4G         SET FACTONL-HOLD-WIDE-FUNC TO TRUE
012A4H         GO TO 4250-CHECK-HOLD-HELD
012A4I     END-IF.
012A4J     IF FACTONL-HOLD-MAX-N > ZERO
012A4K         AND FACTONL-ENTRY-N > FACTONL-HOLD-MAX-N
012A4L         SET FACTONL-HOLD-N-LIMIT TO TRUE
012A4M         GO TO 4250-CHECK-HOLD-HELD
012A4N     END-IF.
012A4O     IF FACTONL-HOLD-MIN-AUTH = SPACE
012A4P         OR FACTONL-OPERATOR-AUTH NOT < FACTONL-HOLD-MIN-AUTH
012A4Q         GO TO 4250-CHECK-HOLD-EXIT
012A4R     END-IF.
012A4S     SET FACTONL-HOLD-LOW-AUTH TO TRUE.
012A4T 4250-CHECK-HOLD-HELD.
012A4U     MOVE "H" TO FACTONL-PEND-REC-STATUS.
012A4V     MOVE FACTONL-ENTRY-HOLD-CODE TO FACTONL-PEND-REC-HOLD-CODE.
012A4W     MOVE "REQUEST HELD FOR SUPERVISOR APPROVAL" TO
012A4X         FACTONL-QUEUED-MESSAGE.
012A4Y 4250-CHECK-HOLD-EXIT.
012A4Z     EXIT.

012A50*----------------------------------------------------------------
012A51* 5000-HOLD-SESSION  -  SUPERVISOR PANEL FOR HELD REQUESTS.
012A52*                       ONLY OPERATORS AT OR ABOVE THE FACTHOLD
012A53*                       SUPERVISOR AUTHORITY GET IN.
012A54*----------------------------------------------------------------
012A55 5000-HOLD-SESSION.
012A56     IF FACTONL-OPERATOR-AUTH < FACTONL-SUPV-AUTH
012A57         MOVE "SUPERVISOR AUTHORITY REQUIRED" TO FACTONL-MESSAGE
012A58         GO TO 5000-HOLD-SESSION-EXIT
012A59     END-IF.
012A5A     MOVE "N" TO FACTONL-HOLD-DONE-SW.
012A5B     MOVE SPACES TO FACTONL-HOLD-MESSAGE.
012A5C     MOVE ZERO TO FACTONL-HOLD-SELECT.
012A5D     MOVE SPACE TO FACTONL-HOLD-ACTION.
012A5E     MOVE SPACES TO FACTONL-HOLD-REASON.
012A5F     PERFORM 5100-LOAD-HELD
012A5G         THRU 5100-LOAD-HELD-EXIT.
012A5H     PERFORM 5200-PROCESS-HOLD-SCREEN
012A5I         THRU 5200-PROCESS-HOLD-SCREEN-EXIT
012A5J         UNTIL FACTONL-HOLD-DONE.
012A5K     MOVE SPACES TO FACTONL-MESSAGE.
012A5L 5000-HOLD-SESSION-EXIT.
012A5M     EXIT.

012A5N*----------------------------------------------------------------
012A5O* 5100-LOAD-HELD  -  LIST THE FIRST TEN HELD REQUESTS ON
012A5P*                    FACTPEND AND COUNT ALL OF THEM.  A MESSAGE
012A5Q*                    ALREADY SET BY A DECISION IS LEFT ALONE.
012A5R*----------------------------------------------------------------
012A5S 5100-LOAD-HELD.
012A5T     MOVE SPACES TO FACTONL-HOLD-AREA.
012A5U     MOVE SPACES TO FACTONL-HOLD-KEY-TABLE.
012A5V     MOVE ZERO TO FACTONL-HOLD-COUNT.
012A5W     MOVE ZERO TO FACTONL-HOLD-TOTAL.
012A5X     MOVE "N" TO FACTONL-HOLD-EOF-SW.
012A5Y     OPEN INPUT FACTONL-PENDING-FILE.
012A5Z     IF FACTONL-PEND-NO-FILE
012A60         IF FACTONL-HOLD-MESSAGE = SPACES
012A61             MOVE "NO HELD REQUESTS" TO FACTONL-HOLD-MESSAGE
012A62         END-IF
012A63         GO TO 5100-LOAD-HELD-EXIT
012A64     END-IF.
012A65     IF NOT FACTONL-PEND-OK
012A66         MOVE "QUEUE FILE ERROR - NO REQUESTS SHOWN" TO
012A67             FACTONL-HOLD-MESSAGE
012A68         DISPLAY "FACTONL: UNABLE TO OPEN FACTPEND - STATUS "
012A69             FACTONL-PEND-STATUS
012A6A         GO TO 5100-LOAD-HELD-EXIT
012A6B     END-IF.
012A6C     PERFORM 5150-LOAD-ONE-HELD
012A6D         THRU 5150-LOAD-ONE-HELD-EXIT
012A6E         UNTIL FACTONL-HOLD-EOF.
012A6F     CLOSE FACTONL-PENDING-FILE.
012A6G     IF FACTONL-HOLD-MESSAGE = SPACES
012A6H         IF FACTONL-HOLD-TOTAL = ZERO
012A6I             MOVE "NO HELD REQUESTS" TO FACTONL-HOLD-MESSAGE
012A6J         ELSE
012A6K             IF FACTONL-HOLD-TOTAL > FACTONL-HOLD-COUNT
012A6L                 MOVE "MORE HELD - DECIDE THESE TO SEE THE REST"
012A6M                     TO FACTONL-HOLD-MESSAGE
012A6N             END-IF
012A6O         END-IF
012A6P     END-IF.
012A6Q 5100-LOAD-HELD-EXIT.
012A6R     EXIT.

012A6S*----------------------------------------------------------------
012A6T* 5150-LOAD-ONE-HELD
012A6U*----------------------------------------------------------------
012A6V 5150-LOAD-ONE-HELD.
012A6W     READ FACTONL-PENDING-FILE
012A6X         AT END
012A6Y             MOVE "Y" TO FACTONL-HOLD-EOF-SW
012A6Z             GO TO 5150-LOAD-ONE-HELD-EXIT
012A70     END-READ.
012A71     IF FACTONL-PEND-REC-STATUS NOT = "H"
012A72         GO TO 5150-LOAD-ONE-HELD-EXIT
012A73     END-IF.
012A74     ADD 1 TO FACTONL-HOLD-TOTAL.
012A75     IF FACTONL-HOLD-COUNT >= FACTONL-HOLD-MAX
012A76         GO TO 5150-LOAD-ONE-HELD-EXIT
012A77     END-IF.
012A78     ADD 1 TO FACTONL-HOLD-COUNT.
012A79     MOVE FACTONL-HOLD-COUNT TO FACTONL-HOLD-SUB.
012A7A     MOVE SPACES TO FACTONL-HOLD-WORK-LINE.
012A7B     MOVE FACTONL-HOLD-COUNT TO FACTONL-HOLD-W-NO.
012A7C     MOVE FACTONL-PEND-REC-OPERATOR TO FACTONL-HOLD-W-OPER.
012A7D     MOVE FACTONL-PEND-REC-FUNC TO FACTONL-HOLD-W-FUNC.
012A7E     MOVE FACTONL-PEND-REC-N TO FACTONL-HOLD-W-N.
012A7F     MOVE FACTONL-PEND-REC-R TO FACTONL-HOLD-W-R.
012A7G     MOVE FACTONL-PEND-REC-ENTRY-TIME TO FACTONL-HOLD-W-TIME.
012A7H     EVALUATE FACTONL-PEND-REC-HOLD-CODE
012A7I         WHEN "WD"
012A7J             MOVE "WIDE FUNCTION" TO FACTONL-HOLD-W-WHY
012A7K         WHEN "NL"
012A7L             MOVE "N OVER LIMIT" TO FACTONL-HOLD-W-WHY
012A7M         WHEN "AU"
012A7N             MOVE "OPERATOR AUTHORITY" TO FACTONL-HOLD-W-WHY
012A7O         WHEN OTHER
012A7P             MOVE "HELD" TO FACTONL-HOLD-W-WHY
012A7Q     END-EVALUATE.
012A7R     MOVE FACTONL-HOLD-WORK-LINE TO
012A7S         FACTONL-HOLD-LINE(FACTONL-HOLD-SUB).
012A7T     MOVE FACTONL-PEND-REC-OPERATOR TO
012A7U         FACTONL-HOLD-KEY-OPER(FACTONL-HOLD-SUB).
012A7V     MOVE FACTONL-PEND-REC-ENTRY-TIME TO
012A7W         FACTONL-HOLD-KEY-TIME(FACTONL-HOLD-SUB).
012A7X 5150-LOAD-ONE-HELD-EXIT.
012A7Y     EXIT.

012A7Z*----------------------------------------------------------------
012A80* 5200-PROCESS-HOLD-SCREEN  -  ONE HELD-REQUEST SCREEN CYCLE
012A81*----------------------------------------------------------------
012A82 5200-PROCESS-HOLD-SCREEN.
012A83     DISPLAY FACTONL-HOLD-SCREEN.
012A84     ACCEPT FACTONL-HOLD-SCREEN.
012A85     IF FACTONL-PF3-PRESSED
012A86         SET FACTONL-HOLD-DONE TO TRUE
012A87         GO TO 5200-PROCESS-HOLD-SCREEN-EXIT
012A88     END-IF.
012A89     MOVE SPACES TO FACTONL-HOLD-MESSAGE.
012A8A     IF NOT FACTONL-PF4-PRESSED
012A8B         PERFORM 5300-APPLY-DECISION
012A8C             THRU 5300-APPLY-DECISION-EXIT
012A8D     END-IF.
012A8E     PERFORM 5100-LOAD-HELD
012A8F         THRU 5100-LOAD-HELD-EXIT.
012A8G 5200-PROCESS-HOLD-SCREEN-EXIT.
012A8H     EXIT.

012A8I*----------------------------------------------------------------
012A8J* 5300-APPLY-DECISION  -  CHECK THE KEYED LINE, ACTION AND
012A8K*                         REASON, THEN WRITE THE DECISION TO
012A8L*                         FACTPEND.  A SUPERVISOR MAY NOT DECIDE
012A8M*                         THEIR OWN REQUEST.
012A8N*----------------------------------------------------------------
012A8O 5300-APPLY-DECISION.
012A8P     IF FACTONL-HOLD-SELECT < 1
012A8Q         OR FACTONL-HOLD-SELECT > FACTONL-HOLD-COUNT
012A8R         MOVE "SELECT A LISTED LINE NUMBER" TO
012A8S             FACTONL-HOLD-MESSAGE
012A8T         GO TO 5300-APPLY-DECISION-EXIT
012A8U     END-IF.
012A8V     IF NOT FACTONL-HOLD-APPROVE AND NOT FACTONL-HOLD-DECLINE
012A8W         MOVE "ACTION MUST BE A OR D" TO FACTONL-HOLD-MESSAGE
012A8X         GO TO 5300-APPLY-DECISION-EXIT
012A8Y     END-IF.
012A8Z     IF FACTONL-HOLD-DECLINE AND FACTONL-HOLD-REASON = SPACES
012A90         MOVE "ENTER A REASON TO DECLINE" TO
012A91             FACTONL-HOLD-MESSAGE
012A92         GO TO 5300-APPLY-DECISION-EXIT
012A93     END-IF.
012A94     MOVE FACTONL-HOLD-SELECT TO FACTONL-HOLD-SUB.
012A95     MOVE FACTONL-HOLD-KEY-OPER(FACTONL-HOLD-SUB) TO
012A96         FACTONL-DEC-OPERATOR.
012A97     MOVE FACTONL-HOLD-KEY-TIME(FACTONL-HOLD-SUB) TO
012A98         FACTONL-DEC-ENTRY-TIME.
012A99     IF FACTONL-DEC-OPERATOR = FACTONL-OPERATOR-ID
012A9A         MOVE "CANNOT DECIDE YOUR OWN REQUEST" TO
012A9B             FACTONL-HOLD-MESSAGE
012A9C         GO TO 5300-APPLY-DECISION-EXIT
012A9D     END-IF.
012A9E     PERFORM 5400-REWRITE-QUEUE
012A9F         THRU 5400-REWRITE-QUEUE-EXIT.
012A9G     IF FACTONL-DEC-FAILED
012A9H         MOVE "QUEUE FILE ERROR - DECISION NOT SAVED" TO
012A9I             FACTONL-HOLD-MESSAGE
012A9J         GO TO 5300-APPLY-DECISION-EXIT
012A9K     END-IF.
012A9L     IF NOT FACTONL-DEC-APPLIED
012A9M         MOVE "REQUEST NO LONGER HELD" TO FACTONL-HOLD-MESSAGE
012A9N         GO TO 5300-APPLY-DECISION-EXIT
012A9O     END-IF.
012A9P     IF FACTONL-HOLD-APPROVE
012A9Q         MOVE "REQUEST APPROVED FOR TONIGHT" TO
012A9R             FACTONL-HOLD-MESSAGE
012A9S     ELSE
012A9T         MOVE "REQUEST DECLINED" TO FACTONL-HOLD-MESSAGE
012A9U     END-IF.
012A9V     MOVE ZERO TO FACTONL-HOLD-SELECT.
012A9W     MOVE SPACE TO FACTONL-HOLD-ACTION.
012A9X     MOVE SPACES TO FACTONL-HOLD-REASON.
012A9Y 5300-APPLY-DECISION-EXIT.
012A9Z     EXIT.

012AA0*----------------------------------------------------------------
012AA1* 5400-REWRITE-QUEUE  -  STAGE FACTPEND TO FACTHLDW WITH THE
012AA2*                        DECISION APPLIED TO THE ONE MATCHING
012AA3*                        HELD RECORD, THEN COPY IT BACK.  THE
012AA4*                        QUEUE IS ONLY REPLACED WHEN THE RECORD
012AA5*                        WAS FOUND AND THE STAGE WROTE CLEANLY.
012AA6*----------------------------------------------------------------
012AA7 5400-REWRITE-QUEUE.
012AA8     MOVE "N" TO FACTONL-DEC-APPLIED-SW.
012AA9     MOVE "N" TO FACTONL-DEC-FAILED-SW.
012AAA     MOVE "N" TO FACTONL-HOLD-EOF-SW.
012AAB     MOVE "N" TO FACTONL-PWRK-EOF-SW.
012AAC     OPEN INPUT FACTONL-PENDING-FILE.
012AAD     IF NOT FACTONL-PEND-OK
012AAE         DISPLAY "FACTONL: UNABLE TO OPEN FACTPEND - STATUS "
012AAF             FACTONL-PEND-STATUS
012AAG         SET FACTONL-DEC-FAILED TO TRUE
012AAH         GO TO 5400-REWRITE-QUEUE-EXIT
012AAI     END-IF.
012AAJ     OPEN OUTPUT FACTONL-PENDWORK-FILE.
012AAK     IF NOT FACTONL-PWRK-OK
012AAL         DISPLAY "FACTONL: UNABLE TO OPEN FACTHLDW - STATUS "
012AAM             FACTONL-PWRK-STATUS
012AAN         SET FACTONL-DEC-FAILED TO TRUE
012AAO         CLOSE FACTONL-PENDING-FILE
012AAP         GO TO 5400-REWRITE-QUEUE-EXIT
012AAQ     END-IF.
012AAR     PERFORM 5450-STAGE-ONE-RECORD
012AAS         THRU 5450-STAGE-ONE-RECORD-EXIT
012AAT         UNTIL FACTONL-HOLD-EOF.
012AAU     CLOSE FACTONL-PENDING-FILE.
012AAV     CLOSE FACTONL-PENDWORK-FILE.
012AAW     IF FACTONL-DEC-FAILED OR NOT FACTONL-DEC-APPLIED
012AAX         GO TO 5400-REWRITE-QUEUE-EXIT
012AAY     END-IF.
012AAZ     OPEN INPUT FACTONL-PENDWORK-FILE.
012AB0     IF NOT FACTONL-PWRK-OK
012AB1         DISPLAY "FACTONL: UNABLE TO REOPEN FACTHLDW - STATUS "
012AB2             FACTONL-PWRK-STATUS
012AB3         SET FACTONL-DEC-FAILED TO TRUE
012AB4         GO TO 5400-REWRITE-QUEUE-EXIT
012AB5     END-IF.
012AB6     OPEN OUTPUT FACTONL-PENDING-FILE.
012AB7     IF NOT FACTONL-PEND-OK
012AB8         DISPLAY "FACTONL: UNABLE TO REWRITE FACTPEND - STATUS "
012AB9             FACTONL-PEND-STATUS
012ABA         SET FACTONL-DEC-FAILED TO TRUE
012ABB         CLOSE FACTONL-PENDWORK-FILE
012ABC         GO TO 5400-REWRITE-QUEUE-EXIT
012ABD     END-IF.
012ABE     PERFORM 5480-COPY-BACK-ONE
012ABF         THRU 5480-COPY-BACK-ONE-EXIT
012ABG         UNTIL FACTONL-PWRK-EOF.
012ABH     CLOSE FACTONL-PENDWORK-FILE.
012ABI     CLOSE FACTONL-PENDING-FILE.
012ABJ 5400-REWRITE-QUEUE-EXIT.
012ABK     EXIT.

012ABL*----------------------------------------------------------------
012ABM* 5450-STAGE-ONE-RECORD  -  COPY ONE QUEUE RECORD TO THE WORK
012ABN*                           FILE, RECORDING THE DECISION ON THE
012ABO*                           SELECTED HELD REQUEST
012ABP*----------------------------------------------------------------
012ABQ 5450-STAGE-ONE-RECORD.
012ABR     READ FACTONL-PENDING-FILE
012ABS         AT END
012ABT             MOVE "Y" TO FACTONL-HOLD-EOF-SW
012ABU             GO TO 5450-STAGE-ONE-RECORD-EXIT
012ABV     END-READ.
012ABW     IF FACTONL-PEND-REC-STATUS = "H"
012ABX         AND FACTONL-PEND-REC-OPERATOR = FACTONL-DEC-OPERATOR
012ABY         AND FACTONL-PEND-REC-ENTRY-TIME = FACTONL-DEC-ENTRY-TIME
012ABZ         AND NOT FACTONL-DEC-APPLIED
012AC0         SET FACTONL-DEC-APPLIED TO TRUE
012AC1         MOVE FACTONL-OPERATOR-ID TO FACTONL-PEND-REC-APPROVER
012AC2         MOVE FUNCTION CURRENT-DATE TO FACTONL-PEND-REC-DEC-TIME
012AC3         IF FACTONL-HOLD-APPROVE
012AC4             MOVE "P" TO FACTONL-PEND-REC-STATUS
012AC5             MOVE "A" TO FACTONL-PEND-REC-DECISION
012AC6         ELSE
012AC7             MOVE "D" TO FACTONL-PEND-REC-STATUS
012AC8             MOVE "D" TO FACTONL-PEND-REC-DECISION
012AC9             MOVE FACTONL-HOLD-REASON TO
012ACA                 FACTONL-PEND-REC-DECL-RSN
012ACB         END-IF
012ACC     END-IF.
012ACD     WRITE FACTONL-PENDWORK-RECORD FROM FACTONL-PENDING-RECORD.
012ACE     IF NOT FACTONL-PWRK-OK
012ACF         DISPLAY "FACTONL: UNABLE TO WRITE FACTHLDW - STATUS "
012ACG             FACTONL-PWRK-STATUS
012ACH         SET FACTONL-DEC-FAILED TO TRUE
012ACI         MOVE "Y" TO FACTONL-HOLD-EOF-SW
012ACJ     END-IF.
012ACK 5450-STAGE-ONE-RECORD-EXIT.
012ACL     EXIT.

012ACM*----------------------------------------------------------------
012ACN* 5480-COPY-BACK-ONE
012ACO*----------------------------------------------------------------
012ACP 5480-COPY-BACK-ONE.
012ACQ     READ FACTONL-PENDWORK-FILE
012ACR         AT END
012ACS             MOVE "Y" TO FACTONL-PWRK-EOF-SW
012ACT             GO TO 5480-COPY-BACK-ONE-EXIT
012ACU     END-READ.
012ACV     WRITE FACTONL-PENDING-RECORD FROM FACTONL-PENDWORK-RECORD.
012ACW     IF NOT FACTONL-PEND-OK
012ACX         DISPLAY "FACTONL: UNABLE TO WRITE FACTPEND - STATUS "
012ACY             FACTONL-PEND-STATUS
012ACZ         MOVE 16 TO RETURN-CODE
012AD0         SET FACTONL-DEC-FAILED TO TRUE
012AD1         MOVE "Y" TO FACTONL-PWRK-EOF-SW
012AD2     END-IF.
012AD3 5480-COPY-BACK-ONE-EXIT.
012AD4     EXIT.

012AD5*----------------------------------------------------------------
012AD6* 0700-LOAD-HOLD-RULES  -  READ THE SUPERVISOR HOLD THRESHOLDS
012AD7*                          FROM FACTHOLD.  NO FILE MEANS THE
012AD8*                          SHIPPED DEFAULTS; A FILE THAT CANNOT
012AD9*                          BE READ OR HOLDS A BAD ENTRY REFUSES
012ADA*                          THE SESSION RATHER THAN LET HELD WORK
012ADB*                          THROUGH UNCHECKED.
012ADC*----------------------------------------------------------------
012ADD 0700-LOAD-HOLD-RULES.
012ADE     OPEN INPUT FACTONL-HOLD-FILE.
012ADF     IF FACTONL-HOLD-NO-FILE
012ADG         GO TO 0700-LOAD-HOLD-RULES-EXIT
012ADH     END-IF.
012ADI     IF NOT FACTONL-HOLD-OK
012ADJ         DISPLAY "FACTONL: UNABLE TO OPEN FACTHOLD - STATUS "
012ADK             FACTONL-HOLD-STATUS
012ADL         MOVE 16 TO RETURN-CODE
012ADM         MOVE "FACTHOLD NOT AVAILABLE" TO FACTONL-REFUSE-REASON
012ADN         SET FACTONL-EXIT-REQUESTED TO TRUE
012ADO         GO TO 0700-LOAD-HOLD-RULES-EXIT
012ADP     END-IF.
012ADQ     READ FACTONL-HOLD-FILE
012ADR         AT END
012ADS             CLOSE FACTONL-HOLD-FILE
012ADT             GO TO 0700-LOAD-HOLD-RULES-EXIT
012ADU     END-READ.
012ADV     CLOSE FACTONL-HOLD-FILE.
012ADW     IF (FACTONL-HOLD-REC-WIDE NOT = "Y"
012ADX         AND FACTONL-HOLD-REC-WIDE NOT = "N")
012ADY         OR (FACTONL-HOLD-REC-MIN-AUTH NOT = SPACE
012ADZ         AND (FACTONL-HOLD-REC-MIN-AUTH < "1"
012AE0         OR FACTONL-HOLD-REC-MIN-AUTH > "9"))
012AE1         OR (FACTONL-HOLD-REC-MAX-N NOT = SPACES
012AE2         AND FACTONL-HOLD-REC-MAX-N NOT NUMERIC)
012AE3         OR FACTONL-HOLD-REC-SUPV-AUTH < "1"
012AE4         OR FACTONL-HOLD-REC-SUPV-AUTH > "9"
012AE5         DISPLAY "FACTONL: FACTHOLD ENTRY NOT VALID - "
012AE6             "SESSION REFUSED"
012AE7         MOVE 16 TO RETURN-CODE
012AE8         MOVE "FACTHOLD ENTRY NOT VALID" TO FACTONL-REFUSE-REASON
012AE9         SET FACTONL-EXIT-REQUESTED TO TRUE
012AEA         GO TO 0700-LOAD-HOLD-RULES-EXIT
012AEB     END-IF.
012AEC     MOVE FACTONL-HOLD-REC-WIDE TO FACTONL-HOLD-WIDE.
012AED     MOVE FACTONL-HOLD-REC-MIN-AUTH TO FACTONL-HOLD-MIN-AUTH.
012AEE     IF FACTONL-HOLD-REC-MAX-N = SPACES
012AEF         MOVE ZERO TO FACTONL-HOLD-MAX-N
012AEG     ELSE
012AEH         MOVE FACTONL-HOLD-REC-MAX-N TO FACTONL-HOLD-MAX-N
012AEI     END-IF.
012AEJ     MOVE FACTONL-HOLD-REC-SUPV-AUTH TO FACTONL-SUPV-AUTH.
012AEK 0700-LOAD-HOLD-RULES-EXIT.
012AEL     EXIT.

012AEM*----------------------------------------------------------------
012AEN* 7000-LOG-SECURITY-EVENT  -  APPEND ONE RECORD TO FACTSEVT FROM
012AEO*                             THE SEC- FIELDS, STAMPED WITH THE
012AEP*                             CURRENT DATE AND TIME.  A FAILURE
012AEQ*                             WARNS ONCE; THE SESSION CARRIES ON.
012AER*----------------------------------------------------------------
012AES 7000-LOG-SECURITY-EVENT.
012AET     MOVE FUNCTION CURRENT-DATE TO FACTONL-SEC-STAMP.
012AEU     OPEN EXTEND FACTONL-SECLOG-FILE.
012AEV     IF FACTONL-SLOG-NO-FILE
012AEW         OPEN OUTPUT FACTONL-SECLOG-FILE
012AEX     END-IF.
012AEY     IF NOT FACTONL-SLOG-OK
012AEZ         IF NOT FACTONL-SLOG-WARNED
012AF0             SET FACTONL-SLOG-WARNED TO TRUE
012AF1             DISPLAY "FACTONL: UNABLE TO OPEN FACTSEVT - STATUS "
012AF2                 FACTONL-SLOG-STATUS
012AF3         END-IF
012AF4         GO TO 7000-LOG-SECURITY-EVENT-CLEAR
012AF5     END-IF.
012AF6     MOVE SPACES TO FACTONL-SECLOG-RECORD.
012AF7     MOVE FACTONL-SEC-STAMP(1:14) TO FACTONL-SLOG-REC-STAMP.
012AF8     MOVE FACTONL-SEC-OPER TO FACTONL-SLOG-REC-OPERATOR.
012AF9     MOVE FACTONL-SEC-EVENT TO FACTONL-SLOG-REC-EVENT.
012AFA     MOVE FACTONL-SEC-DETAIL TO FACTONL-SLOG-REC-DETAIL.
012AFB     WRITE FACTONL-SECLOG-RECORD.
012AFC     IF NOT FACTONL-SLOG-OK AND NOT FACTONL-SLOG-WARNED
012AFD         SET FACTONL-SLOG-WARNED TO TRUE
012AFE         DISPLAY "FACTONL: UNABLE TO WRITE FACTSEVT - STATUS "
012AFF             FACTONL-SLOG-STATUS
012AFG     END-IF.
012AFH     CLOSE FACTONL-SECLOG-FILE.
012AFI 7000-LOG-SECURITY-EVENT-CLEAR.
012AFJ     MOVE SPACES TO FACTONL-SEC-DETAIL.
012AFK 7000-LOG-SECURITY-EVENT-EXIT.
012AFL     EXIT.

013000*----------------------------------------------------------------
013100* 8000-TERMINATE  -  END THE SESSION
013200*----------------------------------------------------------------
013300 8000-TERMINATE.
013400     DISPLAY "FACTONL: SESSION ENDED".
013401     IF FACTONL-SIGNED-ON
013402         SET FACTONL-SEC-SIGNOFF TO TRUE
013403         MOVE FACTONL-OPERATOR-ID TO FACTONL-SEC-OPER
013404         PERFORM 7000-LOG-SECURITY-EVENT
013405             THRU 7000-LOG-SECURITY-EVENT-EXIT
013406     END-IF.
013500 8000-TERMINATE-EXIT.
013600     EXIT.
