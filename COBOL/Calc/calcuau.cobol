      * *****************************************************************
      * Program name:    CALCUAU
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Maintenance job for the new
      *                   CALC-USER-AUTHORITY file (CALCUSRA) - each
      *                   user's permitted operators, maximum absolute
      *                   RESULT and release flag - in the style of
      *                   CALCDMU: reads a sequential file of
      *                   ADD/CHANGE/DELETE requests and pends them on
      *                   CALC-PENDING-MAINT (target "U") stamped with
      *                   the maker ID keyed at the console, for the
      *                   CALCAPPR approval job to apply under a
      *                   different operator. A user's own authority
      *                   therefore always needs a second pair of
      *                   eyes.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCUAU.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-USRA-MAINT ASSIGN TO "CALCUAMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT CALC-PENDING-MAINT ASSIGN TO "CALCPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-SEQ-NO
               FILE STATUS IS WS-PEND-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-USRA-MAINT
           RECORDING MODE IS F.
       01  CALC-USRA-MAINT-RECORD.
           05  UAM-FUNCTION            PIC X.
               88  UAM-ADD             VALUE "A".
               88  UAM-CHANGE          VALUE "C".
               88  UAM-DELETE          VALUE "D".
           05  UAM-USER-ID             PIC X(8).
           05  UAM-OPERATORS           PIC X(6).
           05  UAM-MAX-RESULT          PIC S9(7)V99.
           05  UAM-RELEASE-FLAG        PIC X.

       FD  CALC-PENDING-MAINT.
           COPY CALCPND.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS             PIC XX VALUE SPACES.
           88  WS-MAINT-OK             VALUE "00".
           88  WS-MAINT-EOF            VALUE "10".

       01  WS-PEND-STATUS              PIC XX VALUE SPACES.
           88  WS-PEND-OK              VALUE "00".
           88  WS-PEND-FILE-MISSING    VALUE "35".

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-MAINT-FILE    VALUE "Y".

       01  WS-MAKER-ID                 PIC X(8) VALUE SPACES.
       01  WS-NEXT-PEND-SEQ            PIC 9(8) VALUE ZERO.

       01  WS-PENDED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE.
               10  WS-CDT-DATE-YYYY    PIC 9(4).
               10  WS-CDT-DATE-MM      PIC 9(2).
               10  WS-CDT-DATE-DD      PIC 9(2).
           05  WS-CDT-TIME.
               10  WS-CDT-TIME-HH      PIC 9(2).
               10  WS-CDT-TIME-MM      PIC 9(2).
               10  WS-CDT-TIME-SS      PIC 9(2).
               10  WS-CDT-TIME-HUND    PIC 9(2).
           05  FILLER                  PIC X(5).

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Maintenance operator (maker) ID: ".
           ACCEPT WS-MAKER-ID.
           IF WS-MAKER-ID = SPACES
               DISPLAY "MAKER ID REQUIRED"
               DISPLAY "CALCUAU RUN ABORTED"
               STOP RUN
           END-IF.

           OPEN INPUT CALC-USRA-MAINT
           IF NOT WS-MAINT-OK
               DISPLAY "ERROR OPENING CALC-USRA-MAINT, STATUS="
                   WS-MAINT-STATUS
               DISPLAY "CALCUAU RUN ABORTED"
               STOP RUN
           END-IF

           PERFORM OPEN-PENDING-FILE
           PERFORM FIND-NEXT-PEND-SEQ

           PERFORM READ-MAINT-RECORD

           PERFORM UNTIL WS-END-OF-MAINT-FILE
               PERFORM PEND-MAINT-RECORD
               PERFORM READ-MAINT-RECORD
           END-PERFORM

           CLOSE CALC-USRA-MAINT
           CLOSE CALC-PENDING-MAINT

           DISPLAY "CALCUAU PENDED FOR APPROVAL: " WS-PENDED-COUNT
           DISPLAY "CALCUAU REJECTED: " WS-REJECTED-COUNT.

           STOP RUN.

      *****************************************************************
      *****************************************************************
       OPEN-PENDING-FILE.
           OPEN I-O CALC-PENDING-MAINT
           IF WS-PEND-FILE-MISSING
               OPEN OUTPUT CALC-PENDING-MAINT
               CLOSE CALC-PENDING-MAINT
               OPEN I-O CALC-PENDING-MAINT
           END-IF

           IF NOT WS-PEND-OK
               DISPLAY "ERROR OPENING CALC-PENDING-MAINT, STATUS="
                   WS-PEND-STATUS
               DISPLAY "CALCUAU RUN ABORTED"
               CLOSE CALC-USRA-MAINT
               STOP RUN
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-NEXT-PEND-SEQ.
      *    Pending requests from all the maintenance jobs share the
      *    file, so the next sequence is one past the highest key on
      *    it, read directly the way READ-LAST-RESULT-SEQ does.
           MOVE 1 TO WS-NEXT-PEND-SEQ
           MOVE 99999999 TO PD-SEQ-NO
           START CALC-PENDING-MAINT
               KEY NOT GREATER THAN PD-SEQ-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CALC-PENDING-MAINT PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           COMPUTE WS-NEXT-PEND-SEQ = PD-SEQ-NO + 1
                   END-READ
           END-START
           MOVE SPACES TO WS-PEND-STATUS.

      *****************************************************************
      *****************************************************************
       READ-MAINT-RECORD.
           READ CALC-USRA-MAINT
               AT END
                   SET WS-END-OF-MAINT-FILE TO TRUE
           END-READ.

      *****************************************************************
      *****************************************************************
       PEND-MAINT-RECORD.
      *    An ADD or CHANGE must carry a limit that is a real,
      *    non-negative amount, at least one operator, and a release
      *    flag of Y or N (blank is taken as N).
           IF UAM-RELEASE-FLAG = SPACE
               MOVE "N" TO UAM-RELEASE-FLAG
           END-IF

           EVALUATE TRUE
               WHEN NOT UAM-ADD AND NOT UAM-CHANGE AND NOT UAM-DELETE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCUAU: BAD FUNCTION " UAM-FUNCTION
                       " FOR " UAM-USER-ID ", REJECTED"
               WHEN UAM-USER-ID = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCUAU: USER ID MISSING, REJECTED"
               WHEN UAM-DELETE
                   PERFORM WRITE-PENDING-REQUEST
               WHEN UAM-MAX-RESULT NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCUAU: LIMIT NOT NUMERIC FOR "
                       UAM-USER-ID ", REJECTED"
               WHEN UAM-MAX-RESULT < ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCUAU: NEGATIVE LIMIT FOR "
                       UAM-USER-ID ", REJECTED"
               WHEN UAM-OPERATORS = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCUAU: NO OPERATORS FOR "
                       UAM-USER-ID ", REJECTED"
               WHEN UAM-RELEASE-FLAG NOT = "Y"
                   AND UAM-RELEASE-FLAG NOT = "N"
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCUAU: BAD RELEASE FLAG FOR "
                       UAM-USER-ID ", REJECTED"
               WHEN OTHER
                   PERFORM WRITE-PENDING-REQUEST
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       WRITE-PENDING-REQUEST.
           MOVE SPACES TO CALC-PENDING-RECORD
           MOVE WS-NEXT-PEND-SEQ TO PD-SEQ-NO
           SET PD-TARGET-USERAUTH TO TRUE
           MOVE UAM-FUNCTION TO PD-FUNCTION
           MOVE CALC-USRA-MAINT-RECORD(2:24) TO PD-MAINT-IMAGE
           MOVE WS-MAKER-ID TO PD-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO PD-KEYED-DATE
           MOVE WS-CDT-TIME TO PD-KEYED-TIME
           SET PD-PENDING TO TRUE
           WRITE CALC-PENDING-RECORD
           IF WS-PEND-OK
               ADD 1 TO WS-PENDED-COUNT
               ADD 1 TO WS-NEXT-PEND-SEQ
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCUAU: PENDING WRITE FAILED, STATUS="
                   WS-PEND-STATUS
           END-IF.

      *****************************************************************
      *****************************************************************
