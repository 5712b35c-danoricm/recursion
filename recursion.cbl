       DATA DIVISION.
       FILE SECTION.
       FD  FACT-AUDIT-FILE.
       01  FACT-AUDIT-RECORD            PIC X(104).

       WORKING-STORAGE SECTION.
       01 PARAM        PIC 9(4).

       01 FACT-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.
           88 FACT-AUDIT-FILE-OK       VALUE "00".
           88 FACT-AUDIT-FILE-NO-FILE  VALUE "35".
           88 FACT-AUDIT-FILE-LOCKED   VALUE "61".
       01 FACT-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
           88 FACT-AUDIT-OPEN          VALUE "Y".
           88 FACT-AUDIT-OPEN-FAILED   VALUE "F".
       77 FACT-CALL-DEPTH          PIC 9(4) COMP VALUE ZERO.
       77 FACT-AUDIT-RETRY-CTR     PIC 9(4) COMP VALUE ZERO.
       77 FACT-AUDIT-RETRY-MAX     PIC 9(4) COMP VALUE 300.
       77 FACT-AUDIT-RETRY-WAIT    PIC 9V9(3) VALUE 0.100.
       01 FACT-AUDIT-SAVED-FUNC    PIC X(01).
       01 FACT-AUDIT-SAVED-PARAM   PIC 9(4).
       01 FACT-AUDIT-SAVED-R       PIC 9(4).
       01 FACT-AUDIT-TERMINAL      PIC X(08).
       01 FACT-AUDIT-TIMESTAMP     PIC X(26).
       01 FACT-AUDIT-USER-OVERRIDE PIC X(08) VALUE SPACES.
       01 FACT-AUDIT-SEAL-STATUS   PIC X(02) VALUE SPACES.
           88 FACT-AUDIT-SEALED        VALUE "00".

      *----------------------------------------------------------------
      * ONE AUDIT RECORD PER BUSINESS REQUEST.  THE "A" TYPE BYTE
      * DISTINGUISHES THIS LAYOUT FROM THE ORIGINAL RECORDS, WHICH
      * BEGIN WITH THE FOUR-DIGIT PARAMETER VALUE, SO FACTAUDR AND
      * FACTARCH CAN READ A FILE HOLDING BOTH.  SOURCE IS O (ONLINE,
      * CALLER SUPPLIED AN OPERATOR ID) OR B (BATCH).  COLS 74-104
      * CARRY THE SEQUENCE NUMBER, RECORD CHECK AND CHAIN VALUE FILLED
      * IN BY 'FACTAUD-SEAL' IN FACTAUCK JUST BEFORE THE WRITE; A
      * RECORD THAT COULD NOT BE SEALED IS WRITTEN WITH THEM BLANK.
      * THE SEAL HOLDS THE FACTAUSQ LOCK UNTIL FACTAUD IS CLOSED AND
      * 'FACTAUD-RELEASE' IS CALLED, SO EACH RECORD IS ON THE FILE IN
      * SEQUENCE BEFORE ANY OTHER WRITER TAKES THE NEXT NUMBER.
      *----------------------------------------------------------------
       01 FACT-AUDIT-REC-V2.
           05 FACT-AUDIT-V2-TYPE        PIC X(01).
           05 FACT-AUDIT-V2-TIMESTAMP   PIC X(26).
           05 FILLER                    PIC X(01).
           05 FACT-AUDIT-V2-TERMINAL    PIC X(08).
           05 FILLER                    PIC X(01).
           05 FACT-AUDIT-V2-SEQ         PIC X(10).
           05 FILLER                    PIC X(01).
           05 FACT-AUDIT-V2-CHECK       PIC X(09).
           05 FILLER                    PIC X(01).
           05 FACT-AUDIT-V2-CHAIN       PIC X(09).

       01 FACT-TABLE-VALUES.
           05 FILLER             PIC 9(9) VALUE 000000001.

       WRITE-AUDIT-RECORD.
           IF NOT FACT-AUDIT-OPEN AND NOT FACT-AUDIT-OPEN-FAILED
               MOVE ZERO TO FACT-AUDIT-RETRY-CTR
               MOVE "61" TO FACT-AUDIT-FILE-STATUS
               PERFORM OPEN-AUDIT-FILE
                   UNTIL NOT FACT-AUDIT-FILE-LOCKED
                   OR FACT-AUDIT-RETRY-CTR > FACT-AUDIT-RETRY-MAX
               IF FACT-AUDIT-FILE-OK
                   SET FACT-AUDIT-OPEN TO TRUE
               ELSE
               MOVE FACT-AUDIT-SAVED-STATUS TO FACT-AUDIT-V2-STATUS
               MOVE FACT-AUDIT-TIMESTAMP TO FACT-AUDIT-V2-TIMESTAMP
               MOVE FACT-AUDIT-TERMINAL TO FACT-AUDIT-V2-TERMINAL
               CALL 'FACTAUD-SEAL' USING FACT-AUDIT-REC-V2,
                   FACT-AUDIT-SEAL-STATUS
               IF NOT FACT-AUDIT-SEALED
                   DISPLAY "FACTORIAL: UNABLE TO SEAL FACTAUD RECORD - "
                       "STATUS " FACT-AUDIT-SEAL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE FACT-AUDIT-REC-V2 TO FACT-AUDIT-RECORD
               WRITE FACT-AUDIT-RECORD
               IF NOT FACT-AUDIT-FILE-OK
                   DISPLAY "FACTORIAL: UNABLE TO WRITE FACTAUD - "
                       "STATUS " FACT-AUDIT-FILE-STATUS " SEQUENCE "
                       FACT-AUDIT-V2-SEQ
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE FACT-AUDIT-FILE
               MOVE "N" TO FACT-AUDIT-OPEN-SWITCH
               CALL 'FACTAUD-RELEASE'
           END-IF.
           MOVE SPACES TO FACT-AUDIT-USER-OVERRIDE.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * FACTAUD IS CLOSED AFTER EVERY RECORD, SO ANOTHER SESSION OR
      * BATCH RUN MAY HAVE IT OPEN FOR A MOMENT - WAIT A TENTH OF A
      * SECOND AND TRY AGAIN, FOR UP TO 30 SECONDS.
      *----------------------------------------------------------------
       OPEN-AUDIT-FILE.
           IF FACT-AUDIT-RETRY-CTR > ZERO
               CALL "C$SLEEP" USING FACT-AUDIT-RETRY-WAIT
           END-IF.
           ADD 1 TO FACT-AUDIT-RETRY-CTR.
           OPEN EXTEND FACT-AUDIT-FILE.
           IF FACT-AUDIT-FILE-NO-FILE
               OPEN OUTPUT FACT-AUDIT-FILE
           END-IF.
       OPEN-AUDIT-FILE-EXIT.
           EXIT.

       ENTRY 'COMBINATION' USING COMB-N, COMB-R, COMB-STATUS,
           COMB-RESULT.
           IF COMB-N > 12 OR COMB-R > 12
