      * *****************************************************************
      * Program name:    CALCDMU
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Maintenance job for the new
      *                   CALC-DEPARTMENTS master (CALCDEPT) that
      *                   SIMPLE-CALCULATOR and CALCCICS validate the
      *                   originating department against, in the
      *                   style of CALCGAU: reads a sequential file of
      *                   ADD/CHANGE/DELETE requests and pends them on
      *                   CALC-PENDING-MAINT (target "D") stamped with
      *                   the maker ID keyed at the console, for the
      *                   CALCAPPR approval job to apply under a
      *                   different operator. A department that has
      *                   posted is closed by changing DP-STATUS to
      *                   "I" rather than deleted, so its history
      *                   still reports under its name.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCDMU.
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
           SELECT CALC-DEPT-MAINT ASSIGN TO "CALCDPMT"
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
       FD  CALC-DEPT-MAINT
           RECORDING MODE IS F.
       01  CALC-DEPT-MAINT-RECORD.
           05  DMM-FUNCTION            PIC X.
               88  DMM-ADD             VALUE "A".
               88  DMM-CHANGE          VALUE "C".
               88  DMM-DELETE          VALUE "D".
           05  DMM-DEPARTMENT          PIC X(4).
           05  DMM-NAME                PIC X(30).
           05  DMM-STATUS              PIC X.
               88  DMM-ACTIVE          VALUE "A".
               88  DMM-INACTIVE        VALUE "I".

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
               DISPLAY "CALCDMU RUN ABORTED"
               STOP RUN
           END-IF.

           OPEN INPUT CALC-DEPT-MAINT
           IF NOT WS-MAINT-OK
               DISPLAY "ERROR OPENING CALC-DEPT-MAINT, STATUS="
                   WS-MAINT-STATUS
               DISPLAY "CALCDMU RUN ABORTED"
               STOP RUN
           END-IF

           PERFORM OPEN-PENDING-FILE
           PERFORM FIND-NEXT-PEND-SEQ

           PERFORM READ-MAINT-RECORD

           PERFORM UNTIL WS-END-OF-MAINT-FILE
               PERFORM PEND-MAINT-RECORD
               PERFORM READ-MAINT-RECORD
           END-PERFORM

           CLOSE CALC-DEPT-MAINT
           CLOSE CALC-PENDING-MAINT

           DISPLAY "CALCDMU PENDED FOR APPROVAL: " WS-PENDED-COUNT
           DISPLAY "CALCDMU REJECTED: " WS-REJECTED-COUNT.

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
               DISPLAY "CALCDMU RUN ABORTED"
               CLOSE CALC-DEPT-MAINT
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
           READ CALC-DEPT-MAINT
               AT END
                   SET WS-END-OF-MAINT-FILE TO TRUE
           END-READ.

      *****************************************************************
      *****************************************************************
       PEND-MAINT-RECORD.
      *    An ADD or CHANGE must leave the department active or
      *    inactive - a blank status would read as neither and lock
      *    the department out without anyone having closed it.
           EVALUATE TRUE
               WHEN NOT DMM-ADD AND NOT DMM-CHANGE AND NOT DMM-DELETE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCDMU: BAD FUNCTION " DMM-FUNCTION
                       " FOR " DMM-DEPARTMENT ", REJECTED"
               WHEN DMM-DEPARTMENT = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCDMU: DEPARTMENT CODE MISSING, "
                       "REJECTED"
               WHEN NOT DMM-DELETE
                   AND NOT DMM-ACTIVE AND NOT DMM-INACTIVE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCDMU: BAD STATUS " DMM-STATUS
                       " FOR " DMM-DEPARTMENT ", REJECTED"
               WHEN OTHER
                   PERFORM WRITE-PENDING-REQUEST
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       WRITE-PENDING-REQUEST.
           MOVE SPACES TO CALC-PENDING-RECORD
           MOVE WS-NEXT-PEND-SEQ TO PD-SEQ-NO
           SET PD-TARGET-DEPTS TO TRUE
           MOVE DMM-FUNCTION TO PD-FUNCTION
           MOVE CALC-DEPT-MAINT-RECORD(2:35) TO PD-MAINT-IMAGE
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
               DISPLAY "CALCDMU: PENDING WRITE FAILED, STATUS="
                   WS-PEND-STATUS
           END-IF.

      *****************************************************************
      *****************************************************************
