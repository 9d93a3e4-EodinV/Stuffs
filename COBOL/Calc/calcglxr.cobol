      * *****************************************************************
      * Program name:    CALCGLXR
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Correction and re-send of GL lines
      *                   the GL system rejected. Reads the CALCGXRQ
      *                   correction file (one CALC-GLX-REQUEST per
      *                   exception) against CALC-GL-EXCEPTIONS, as
      *                   loaded by CALCGLAL. A correction re-sends
      *                   the rejected line into CALCGLIF dated today,
      *                   under its original sequence number, amount,
      *                   side and department, with GL-MOVEMENT "X" -
      *                   to the corrected account keyed, or to the
      *                   CALCSUSP01 suspense account for the GL team
      *                   to clear - and marks the exception re-sent
      *                   with the user who corrected it. CALCGLBU
      *                   backs the rejected line out of its original
      *                   account when it posts the transmission the
      *                   re-send goes out in. The listing ends with
      *                   every exception still open and how long it
      *                   has been waiting. Runs in the night chain
      *                   after CALCGLAL and before CALCGLCT, so a
      *                   re-send goes out in the same night's cut.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCGLXR.
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
           SELECT CALC-GLX-REQUESTS ASSIGN TO "CALCGXRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CALC-GL-EXCEPTIONS ASSIGN TO "CALCGLEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXC-STATUS.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGLIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CALC-GLXR-REPORT ASSIGN TO "CALCGXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-GLX-REQUESTS
           RECORDING MODE IS F.
           COPY CALCGXRQ.

       FD  CALC-GL-EXCEPTIONS.
           COPY CALCGLEX.

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
           COPY CALCGL.

       FD  CALC-GLXR-REPORT
           RECORDING MODE IS F.
       01  CALC-GLXR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS               PIC XX VALUE SPACES.
           88  WS-REQ-OK               VALUE "00".
           88  WS-REQ-NOT-FOUND        VALUE "35".

       01  WS-EXC-STATUS               PIC XX VALUE SPACES.
           88  WS-EXC-OK               VALUE "00".
           88  WS-EXC-NOT-FOUND        VALUE "35".

       01  WS-GL-STATUS                PIC XX VALUE SPACES.
           88  WS-GL-OK                VALUE "00".
           88  WS-GL-NOT-FOUND         VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REQ-FILE      VALUE "Y".

       01  WS-EXC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-EXC-FILE      VALUE "Y".

       01  WS-REQ-VALID-SWITCH         PIC X VALUE "Y".
           88  WS-REQ-VALID            VALUE "Y".
           88  WS-REQ-REFUSED          VALUE "N".

       01  WS-REFUSE-TEXT              PIC X(27) VALUE SPACES.

       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE "CALCSUSP01".
       01  WS-RESEND-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-ORIG-ACCOUNT             PIC X(10) VALUE SPACES.

       01  WS-TODAY-INT                PIC S9(9) COMP VALUE ZERO.
       01  WS-RELEASE-INT              PIC S9(9) COMP VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.

       01  WS-REQUEST-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CORRECTED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SUSPENSE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WAITING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-RESENT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-WAITING-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(9)V99 VALUE ZERO.

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

       01  HDG-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "CALCGLXR - GL EXCEPTION RE-SEND LISTING".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-DATE              PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "ACTION".
           05  FILLER                  PIC X(9)  VALUE "RELEASE".
           05  FILLER                  PIC X(7)  VALUE "LINE".
           05  FILLER                  PIC X(9)  VALUE "SEQ-NO".
           05  FILLER                  PIC X(11) VALUE "REJECTED".
           05  FILLER                  PIC X(11) VALUE "RE-SENT TO".
           05  FILLER                  PIC X(14) VALUE "AMOUNT".
           05  FILLER                  PIC X(9)  VALUE "USER".
           05  FILLER                  PIC X(25) VALUE "REASON".
           05  FILLER                  PIC X(27) VALUE "NOTE".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ACTION               PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-RELEASE-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-LINE-NO              PIC ZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-SEQ-NO               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ORIG-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-RESEND-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-AMOUNT               PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-REASON               PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-NOTE                 PIC X(27).

       01  WAITING-NOTE.
           05  FILLER                  PIC X(8)  VALUE "WAITING ".
           05  WN-AGE-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               "CORRECTIONS READ:".
           05  TL-REQUESTS             PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               "RE-SENT TO CORRECTED:".
           05  TL-CORRECTED            PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               "RE-SENT TO SUSPENSE:".
           05  TL-SUSPENSE             PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               "TOTAL RE-SENT:".
           05  TL-RESENT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TL-RESENT-TOTAL         PIC -(10)9.99.

       01  TOTAL-LINE-5.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               "TOTAL REFUSED:".
           05  TL-REFUSED              PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-6.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               "RE-SENT WITH WARNING:".
           05  TL-WARNING              PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-7.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               "STILL OPEN:".
           05  TL-WAITING              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TL-WAITING-TOTAL        PIC -(10)9.99.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CDT-DATE)).

           PERFORM OPEN-FILES

           IF WS-REQ-OK
               PERFORM READ-REQUEST-RECORD
               PERFORM UNTIL WS-END-OF-REQ-FILE
                   PERFORM PROCESS-REQUEST
                   PERFORM READ-REQUEST-RECORD
               END-PERFORM
               CLOSE CALC-GLX-REQUESTS
               CLOSE CALC-GL-INTERFACE
           END-IF

           PERFORM LIST-OPEN-EXCEPTIONS
           PERFORM PRINT-TOTALS

           CLOSE CALC-GL-EXCEPTIONS
           CLOSE CALC-GLXR-REPORT

           DISPLAY "CALCGLXR CORRECTIONS: " WS-REQUEST-COUNT
           DISPLAY "CALCGLXR TO CORRECTED: " WS-CORRECTED-COUNT
           DISPLAY "CALCGLXR TO SUSPENSE: " WS-SUSPENSE-COUNT
           DISPLAY "CALCGLXR REFUSED: " WS-REFUSED-COUNT
           DISPLAY "CALCGLXR STILL OPEN: " WS-WAITING-COUNT

      *    As in CALCHREL: a refused correction leaves nothing
      *    half-done, so it is only a warning; a re-send whose
      *    exception could not be marked has already gone out and
      *    needs looking at before CALCGLBU backs it out.
           IF WS-WARNING-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       OPEN-FILES.
      *    No correction file is a normal night - the open exceptions
      *    are still listed. No exceptions file means the GL has
      *    never rejected a line.
           OPEN INPUT CALC-GLX-REQUESTS
           IF WS-REQ-NOT-FOUND
               DISPLAY "CALCGLXR: NO CALCGXRQ CORRECTIONS TO PROCESS"
           ELSE
               IF NOT WS-REQ-OK
                   DISPLAY "ERROR OPENING CALC-GLX-REQUESTS, "
                       "STATUS=" WS-REQ-STATUS
                   DISPLAY "CALCGLXR RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O CALC-GL-EXCEPTIONS
           IF WS-EXC-NOT-FOUND
               DISPLAY "CALCGLXR: NO CALCGLEX FILE - NO GL EXCEPTIONS"
               IF WS-REQ-OK
                   CLOSE CALC-GLX-REQUESTS
               END-IF
               GOBACK
           END-IF
           IF NOT WS-EXC-OK
               DISPLAY "ERROR OPENING CALC-GL-EXCEPTIONS, STATUS="
                   WS-EXC-STATUS
               DISPLAY "CALCGLXR RUN ABORTED"
               IF WS-REQ-OK
                   CLOSE CALC-GLX-REQUESTS
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-REQ-OK
               OPEN EXTEND CALC-GL-INTERFACE
               IF WS-GL-NOT-FOUND
                   OPEN OUTPUT CALC-GL-INTERFACE
               END-IF
               IF NOT WS-GL-OK
                   DISPLAY "ERROR OPENING CALC-GL-INTERFACE, STATUS="
                       WS-GL-STATUS
                   DISPLAY "CALCGLXR RUN ABORTED"
                   CLOSE CALC-GLX-REQUESTS
                   CLOSE CALC-GL-EXCEPTIONS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT CALC-GLXR-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-GLXR-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCGLXR RUN ABORTED"
               IF WS-REQ-OK
                   CLOSE CALC-GLX-REQUESTS
                   CLOSE CALC-GL-INTERFACE
               END-IF
               CLOSE CALC-GL-EXCEPTIONS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CDT-DATE TO HDG-1-DATE
           WRITE CALC-GLXR-LINE FROM HDG-1
           WRITE CALC-GLXR-LINE FROM HDG-2.

      *****************************************************************
      *****************************************************************
       READ-REQUEST-RECORD.
           READ CALC-GLX-REQUESTS
               AT END
                   SET WS-END-OF-REQ-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

      *****************************************************************
      *****************************************************************
       PROCESS-REQUEST.
           PERFORM VALIDATE-REQUEST
           IF WS-REQ-REFUSED
               PERFORM WRITE-REFUSED-LINE
           ELSE
               PERFORM RESEND-ONE-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       VALIDATE-REQUEST.
      *    Only an open exception can be re-sent, and only once. A
      *    correction must name an account other than the one the GL
      *    rejected; a line the GL rejected on suspense itself cannot
      *    go back to suspense.
           SET WS-REQ-VALID TO TRUE
           MOVE SPACES TO WS-REFUSE-TEXT
           EVALUATE TRUE
               WHEN XR-RELEASE-DATE = SPACES
                   MOVE "RELEASE DATE NOT KEYED" TO WS-REFUSE-TEXT
               WHEN XR-LINE-NO NOT NUMERIC
                   MOVE "LINE-NO NOT NUMERIC" TO WS-REFUSE-TEXT
               WHEN NOT XR-TO-CORRECTED AND NOT XR-TO-SUSPENSE
                   MOVE "ACTION MUST BE C OR S" TO WS-REFUSE-TEXT
               WHEN XR-TO-CORRECTED AND XR-NEW-ACCOUNT = SPACES
                   MOVE "NO CORRECTED ACCOUNT KEYED" TO WS-REFUSE-TEXT
               WHEN XR-USER-ID = SPACES
                   MOVE "NO USER-ID" TO WS-REFUSE-TEXT
               WHEN OTHER
                   MOVE XR-RELEASE-DATE TO EX-RELEASE-DATE
                   MOVE XR-LINE-NO TO EX-LINE-NO
                   READ CALC-GL-EXCEPTIONS
                       INVALID KEY
                           MOVE "NOT ON GL EXCEPTIONS FILE"
                               TO WS-REFUSE-TEXT
                       NOT INVALID KEY
                           PERFORM CHECK-EXCEPTION
                   END-READ
           END-EVALUATE
           IF WS-REFUSE-TEXT NOT = SPACES
               SET WS-REQ-REFUSED TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-EXCEPTION.
           MOVE EX-GL-RECORD TO CALC-GL-RECORD
           MOVE GL-ACCOUNT-REF TO WS-ORIG-ACCOUNT
           IF XR-TO-SUSPENSE
               MOVE WS-SUSPENSE-ACCOUNT TO WS-RESEND-ACCOUNT
           ELSE
               MOVE XR-NEW-ACCOUNT TO WS-RESEND-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN EX-RESENT
                   MOVE "ALREADY RE-SENT" TO WS-REFUSE-TEXT
               WHEN EX-CLEARED
                   MOVE "ALREADY CLEARED" TO WS-REFUSE-TEXT
               WHEN NOT EX-OPEN
                   MOVE "EXCEPTION STATUS UNKNOWN" TO WS-REFUSE-TEXT
               WHEN WS-RESEND-ACCOUNT = WS-ORIG-ACCOUNT
                   MOVE "SAME ACCOUNT AS REJECTED" TO WS-REFUSE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       RESEND-ONE-LINE.
      *    GL first, as in CALCHREL: if the re-send cannot be written
      *    nothing else is touched and the correction is refused, so
      *    it can simply be run again. Once CALCGLIF has the line the
      *    re-send stands; a rewrite failure after that is a warning
      *    for follow-up rather than undone.
           MOVE EX-GL-RECORD TO CALC-GL-RECORD
           MOVE WS-RESEND-ACCOUNT TO GL-ACCOUNT-REF
           MOVE WS-CDT-DATE TO GL-DATE
           SET GL-MOVE-RESEND TO TRUE
           WRITE CALC-GL-RECORD
           IF NOT WS-GL-OK
               DISPLAY "CALCGLXR: ERROR WRITING GL RECORD, STATUS="
                   WS-GL-STATUS
               MOVE "GL RE-SEND NOT WRITTEN" TO WS-REFUSE-TEXT
               PERFORM WRITE-REFUSED-LINE
           ELSE
               MOVE SPACES TO DL-NOTE
               SET EX-RESENT TO TRUE
               MOVE XR-ACTION TO EX-RESEND-ACTION
               MOVE WS-RESEND-ACCOUNT TO EX-RESEND-ACCOUNT
               MOVE WS-CDT-DATE TO EX-RESENT-DATE
               MOVE XR-USER-ID TO EX-CORRECTED-BY
               REWRITE CALC-GL-EXCEPTION-RECORD
               IF NOT WS-EXC-OK
                   DISPLAY "CALCGLXR: " EX-RELEASE-DATE " LINE "
                       EX-LINE-NO " RE-SENT BUT EXCEPTION NOT "
                       "MARKED, STATUS=" WS-EXC-STATUS
                   MOVE "WARNING - NOT MARKED SENT" TO DL-NOTE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF

               IF XR-TO-SUSPENSE
                   ADD 1 TO WS-SUSPENSE-COUNT
                   MOVE "SUSPENSE" TO DL-ACTION
               ELSE
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE "RE-SENT" TO DL-ACTION
               END-IF
               PERFORM SIGN-GL-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-RESENT-TOTAL
               MOVE EX-RELEASE-DATE TO DL-RELEASE-DATE
               MOVE EX-LINE-NO TO DL-LINE-NO
               MOVE GL-SEQ-NO TO DL-SEQ-NO
               MOVE WS-ORIG-ACCOUNT TO DL-ORIG-ACCOUNT
               MOVE WS-RESEND-ACCOUNT TO DL-RESEND-ACCOUNT
               MOVE WS-SIGNED-AMOUNT TO DL-AMOUNT
               MOVE XR-USER-ID TO DL-USER-ID
               MOVE XR-REASON-TEXT TO DL-REASON
               WRITE CALC-GLXR-LINE FROM DETAIL-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       SIGN-GL-AMOUNT.
           IF GL-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = GL-AMOUNT * -1
           ELSE
               MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO DETAIL-LINE
           MOVE "REFUSED" TO DL-ACTION
           MOVE XR-RELEASE-DATE TO DL-RELEASE-DATE
           IF XR-LINE-NO NUMERIC
               MOVE XR-LINE-NO TO DL-LINE-NO
           ELSE
               MOVE ZERO TO DL-LINE-NO
           END-IF
           MOVE ZERO TO DL-SEQ-NO
           MOVE ZERO TO DL-AMOUNT
           MOVE XR-NEW-ACCOUNT TO DL-RESEND-ACCOUNT
           MOVE XR-USER-ID TO DL-USER-ID
           MOVE XR-REASON-TEXT TO DL-REASON
           MOVE WS-REFUSE-TEXT TO DL-NOTE
           WRITE CALC-GLXR-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       LIST-OPEN-EXCEPTIONS.
      *    Every rejected line still waiting for correction, oldest
      *    release first, with the GL's reason and how long since the
      *    line went out - the work list for the next day.
           WRITE CALC-GLXR-LINE FROM SPACES
           MOVE LOW-VALUES TO EX-KEY
           START CALC-GL-EXCEPTIONS
               KEY NOT LESS THAN EX-KEY
               INVALID KEY
                   SET WS-END-OF-EXC-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-EXC-FILE
               READ CALC-GL-EXCEPTIONS NEXT RECORD
                   AT END
                       SET WS-END-OF-EXC-FILE TO TRUE
                   NOT AT END
                       IF EX-OPEN
                           PERFORM WRITE-WAITING-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       WRITE-WAITING-LINE.
           MOVE EX-GL-RECORD TO CALC-GL-RECORD
           PERFORM SIGN-GL-AMOUNT
           ADD 1 TO WS-WAITING-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-WAITING-TOTAL
           MOVE ZERO TO WS-AGE-DAYS
           IF EX-RELEASE-DATE NUMERIC
               COMPUTE WS-RELEASE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(EX-RELEASE-DATE))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RELEASE-INT
           END-IF
           MOVE SPACES TO DETAIL-LINE
           MOVE "OPEN" TO DL-ACTION
           MOVE EX-RELEASE-DATE TO DL-RELEASE-DATE
           MOVE EX-LINE-NO TO DL-LINE-NO
           MOVE GL-SEQ-NO TO DL-SEQ-NO
           MOVE GL-ACCOUNT-REF TO DL-ORIG-ACCOUNT
           MOVE WS-SIGNED-AMOUNT TO DL-AMOUNT
           MOVE EX-REASON-TEXT TO DL-REASON
           MOVE WS-AGE-DAYS TO WN-AGE-DAYS
           MOVE WAITING-NOTE TO DL-NOTE
           WRITE CALC-GLXR-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       PRINT-TOTALS.
           WRITE CALC-GLXR-LINE FROM SPACES
           MOVE WS-REQUEST-COUNT TO TL-REQUESTS
           WRITE CALC-GLXR-LINE FROM TOTAL-LINE-1
           MOVE WS-CORRECTED-COUNT TO TL-CORRECTED
           WRITE CALC-GLXR-LINE FROM TOTAL-LINE-2
           MOVE WS-SUSPENSE-COUNT TO TL-SUSPENSE
           WRITE CALC-GLXR-LINE FROM TOTAL-LINE-3
           COMPUTE TL-RESENT = WS-CORRECTED-COUNT + WS-SUSPENSE-COUNT
           MOVE WS-RESENT-TOTAL TO TL-RESENT-TOTAL
           WRITE CALC-GLXR-LINE FROM TOTAL-LINE-4
           MOVE WS-REFUSED-COUNT TO TL-REFUSED
           WRITE CALC-GLXR-LINE FROM TOTAL-LINE-5
           MOVE WS-WARNING-COUNT TO TL-WARNING
           WRITE CALC-GLXR-LINE FROM TOTAL-LINE-6
           MOVE WS-WAITING-COUNT TO TL-WAITING
           MOVE WS-WAITING-TOTAL TO TL-WAITING-TOTAL
           WRITE CALC-GLXR-LINE FROM TOTAL-LINE-7.

      *****************************************************************
      *****************************************************************
