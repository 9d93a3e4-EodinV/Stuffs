      * *****************************************************************
      * Program name:    CALCGLAL
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. GL acknowledgement load. CALCGLCT
      *                   cuts and balances the CALCGLTX transmission
      *                   but never heard back; a line the GL system
      *                   rejected (closed account, invalid cost
      *                   centre) only came to light when their
      *                   month-end did not tie. This job reads the
      *                   GL team's CALCGLRT return file (CALCGLRA
      *                   layout) for one transmission, proves its
      *                   own header/trailer controls before anything
      *                   is touched, and matches every returned line
      *                   back to the line as released on the
      *                   CALCGLRL archive (sequence number, account,
      *                   amount, sign, side and movement). Rejected
      *                   lines are written to CALC-GL-EXCEPTIONS
      *                   (CALCGLEX) for correction and re-send by
      *                   CALCGLXR; lines sent but never answered for,
      *                   returned lines that were never sent and any
      *                   difference between the GL's received
      *                   control totals and what went out are
      *                   listed on CALCGARP. The transmission's
      *                   CALC-TX-REGISTER record (CALCTXRG) is marked
      *                   acknowledged, partially rejected, or - for a
      *                   transmission the GL refused outright -
      *                   rejected, which CALCGLBU will not post. A
      *                   return file already loaded is left alone,
      *                   so one left on disk is harmless.
      * 10/15/26 MAINT    Review fix: an outright rejection of an
      *                   extract CALCGLBU has already posted marks
      *                   the register entry for back-out, so the
      *                   next CALCGLBU run takes it off the ledger
      *                   and lets the corrected re-cut post instead.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCGLAL.
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
           SELECT CALC-GL-RETURN ASSIGN TO "CALCGLRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT CALC-TX-REGISTER ASSIGN TO "CALCTXRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-EXTRACT-DATE
               FILE STATUS IS WS-TXRG-STATUS.

           SELECT CALC-GL-RELEASED ASSIGN TO "CALCGLRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT CALC-GL-EXCEPTIONS ASSIGN TO "CALCGLEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXC-STATUS.

           SELECT CALC-GLAL-REPORT ASSIGN TO "CALCGARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-GL-RETURN
           RECORDING MODE IS F.
           COPY CALCGLRA.

       FD  CALC-TX-REGISTER.
           COPY CALCTXRG.

       FD  CALC-GL-RELEASED
           RECORDING MODE IS F.
       01  CALC-GL-REL-RECORD.
           05  RL-RELEASE-DATE         PIC X(8).
           05  RL-GL-RECORD            PIC X(44).

       FD  CALC-GL-EXCEPTIONS.
           COPY CALCGLEX.

       FD  CALC-GLAL-REPORT
           RECORDING MODE IS F.
       01  CALC-GLAL-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CALCGL.

       01  WS-RET-STATUS               PIC XX VALUE SPACES.
           88  WS-RET-OK               VALUE "00".
           88  WS-RET-NOT-FOUND        VALUE "35".

       01  WS-TXRG-STATUS              PIC XX VALUE SPACES.
           88  WS-TXRG-OK              VALUE "00".
           88  WS-TXRG-NOT-FOUND       VALUE "35".

       01  WS-REL-STATUS               PIC XX VALUE SPACES.
           88  WS-REL-OK               VALUE "00".

       01  WS-EXC-STATUS               PIC XX VALUE SPACES.
           88  WS-EXC-OK               VALUE "00".
           88  WS-EXC-DUP-KEY          VALUE "22".
           88  WS-EXC-NOT-FOUND        VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-RET-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-RET-FILE      VALUE "Y".

       01  WS-REL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REL-FILE      VALUE "Y".

       01  WS-HEADER-SWITCH            PIC X VALUE "N".
           88  WS-HEADER-SEEN          VALUE "Y".

       01  WS-TRAILER-SWITCH           PIC X VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".

       01  WS-CONTROL-SWITCH           PIC X VALUE "Y".
           88  WS-CONTROLS-OK          VALUE "Y".
           88  WS-CONTROLS-BAD         VALUE "N".

       01  WS-TX-REJECTED-SWITCH       PIC X VALUE "N".
           88  WS-TX-REJECTED-OUTRIGHT VALUE "Y".

       01  WS-EXTRACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-GL-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-TX-REASON-CODE           PIC X(4) VALUE SPACES.
       01  WS-TX-REASON-TEXT           PIC X(30) VALUE SPACES.

       01  WS-ACTUAL-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-ACTUAL-ACCEPTED          PIC 9(8) VALUE ZERO.
       01  WS-ACTUAL-REJECTED          PIC 9(8) VALUE ZERO.
       01  WS-GL-RECEIVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-GL-RECEIVED-HASH         PIC 9(13)V99 VALUE ZERO.

      *    The released lines of the transmission, in the order they
      *    went out; the position is the exception's line number.
      *    Sized as CALCRECN's results table.
       01  WS-SENT-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-SENT-MAX                 PIC 9(5) COMP VALUE 10000.
       01  WS-SENT-INDEX               PIC 9(5) COMP VALUE ZERO.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY           OCCURS 10000 TIMES.
               10  WS-SENT-GL-RECORD   PIC X(44).
               10  WS-SENT-ANSWER      PIC X.

       01  WS-SENT-OVERFLOW-SWITCH     PIC X VALUE "N".
           88  WS-SENT-OVERFLOW        VALUE "Y".

       01  WS-MATCH-INDEX              PIC 9(5) COMP VALUE ZERO.
       01  WS-MATCH-SWITCH             PIC X VALUE "N".
           88  WS-LINE-MATCHED         VALUE "Y".
           88  WS-LINE-NOT-MATCHED     VALUE "N".

       01  WS-RETURN-LINE.
           05  WS-RT-ACCOUNT-REF       PIC X(10).
           05  WS-RT-AMOUNT            PIC 9(9)V99.
           05  WS-RT-SIGN              PIC X.
           05  WS-RT-DATE              PIC X(8).
           05  WS-RT-SEQ-NO            PIC 9(8).
           05  WS-RT-DRCR              PIC X.
           05  WS-RT-MOVEMENT          PIC X.

       01  WS-LINE-ACCEPTED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-LINE-REJECTED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-LINE-REJECTED-HASH       PIC 9(13)V99 VALUE ZERO.
       01  WS-NOT-SENT-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-NO-RESPONSE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-EXC-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-EXC-WARNING-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-CONTROL-DIFF-SWITCH      PIC X VALUE "N".
           88  WS-CONTROL-TOTALS-DIFFER VALUE "Y".

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
               "CALCGLAL - GL ACKNOWLEDGEMENT LOAD".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-DATE              PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               "   TRANSMISSION ".
           05  HDG-1-EXTRACT-DATE      PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               "   GL PROCESSED ".
           05  HDG-1-GL-DATE           PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "RESPONSE".
           05  FILLER                  PIC X(8)  VALUE "LINE".
           05  FILLER                  PIC X(10) VALUE "SEQ-NO".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(17) VALUE "AMOUNT".
           05  FILLER                  PIC X(5)  VALUE "D/C".
           05  FILLER                  PIC X(5)  VALUE "MVT".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(32) VALUE "REASON".
           05  FILLER                  PIC X(22) VALUE "NOTE".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-RESPONSE             PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-LINE-NO              PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEQ-NO               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ACCOUNT-REF          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT               PIC -(11)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DRCR                 PIC X.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-MOVEMENT             PIC X.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-REASON-CODE          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NOTE                 PIC X(22).

       01  MESSAGE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-TEXT                 PIC X(60).
           05  ML-VALUE-1              PIC X(20).
           05  ML-VALUE-2              PIC X(20).

       01  ML-COUNT-EDIT               PIC Z(7)9.
       01  ML-HASH-EDIT                PIC Z(12)9.99.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL-LABEL                PIC X(30).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TL-AMOUNT               PIC Z(12)9.99.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           PERFORM VERIFY-RETURN-CONTROLS
           PERFORM READ-TX-REGISTER
           PERFORM OPEN-REPORT

           IF WS-TX-REJECTED-OUTRIGHT
               PERFORM RECORD-OUTRIGHT-REJECTION
           ELSE
               PERFORM LOAD-SENT-LINES
               PERFORM OPEN-EXCEPTION-FILE
               PERFORM MATCH-RETURN-LINES
               PERFORM LIST-NO-RESPONSE-LINES
               PERFORM CHECK-GL-CONTROL-TOTALS
               CLOSE CALC-GL-EXCEPTIONS
               PERFORM RECORD-ACKNOWLEDGEMENT
           END-IF

           PERFORM PRINT-TOTALS

           CLOSE CALC-TX-REGISTER
           CLOSE CALC-GLAL-REPORT

           DISPLAY "CALCGLAL TRANSMISSION: " WS-EXTRACT-DATE
               " STATUS " TR-STATUS
           DISPLAY "CALCGLAL ACCEPTED: " WS-LINE-ACCEPTED-COUNT
           DISPLAY "CALCGLAL REJECTED: " WS-LINE-REJECTED-COUNT
           DISPLAY "CALCGLAL NO RESPONSE: " WS-NO-RESPONSE-COUNT
           DISPLAY "CALCGLAL NOT SENT: " WS-NOT-SENT-COUNT

      *    Anything the GL did not simply accept needs someone to
      *    look at the listing; an exception that could not be
      *    written has to be chased by hand.
           IF WS-EXC-WARNING-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TX-REJECTED-OUTRIGHT
                   OR WS-LINE-REJECTED-COUNT > ZERO
                   OR WS-NO-RESPONSE-COUNT > ZERO
                   OR WS-NOT-SENT-COUNT > ZERO
                   OR WS-CONTROL-TOTALS-DIFFER
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       VERIFY-RETURN-CONTROLS.
      *    Pre-pass over the whole return file, in the CALCGLBU
      *    VERIFY-TRANSMIT-CONTROLS mould: the "H" header first, the
      *    "T" trailer last, and the trailer's detail, accepted and
      *    rejected counts equal to the details actually read, so a
      *    truncated return never half-loads. No return file is a
      *    normal night.
           OPEN INPUT CALC-GL-RETURN
           IF WS-RET-NOT-FOUND
               DISPLAY "CALCGLAL: NO CALCGLRT RETURN FILE TO LOAD"
               GOBACK
           END-IF
           IF NOT WS-RET-OK
               DISPLAY "ERROR OPENING CALC-GL-RETURN, STATUS="
                   WS-RET-STATUS
               DISPLAY "CALCGLAL RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-RETURN-RECORD
           IF WS-END-OF-RET-FILE OR NOT RA-HEADER-REC
               SET WS-CONTROLS-BAD TO TRUE
               DISPLAY "RETURN HEADER MISSING FROM CALCGLRT"
           ELSE
               SET WS-HEADER-SEEN TO TRUE
               MOVE RA-EXTRACT-DATE TO WS-EXTRACT-DATE
               MOVE RA-GL-PROCESS-DATE TO WS-GL-PROCESS-DATE
               EVALUATE TRUE
                   WHEN RA-TX-REJECTED
                       SET WS-TX-REJECTED-OUTRIGHT TO TRUE
                       MOVE RA-TX-REASON-CODE TO WS-TX-REASON-CODE
                       MOVE RA-TX-REASON-TEXT TO WS-TX-REASON-TEXT
                   WHEN RA-TX-ACCEPTED
                       CONTINUE
                   WHEN OTHER
                       SET WS-CONTROLS-BAD TO TRUE
                       DISPLAY "UNKNOWN TRANSMISSION STATUS "
                           RA-TX-STATUS " ON RETURN HEADER"
               END-EVALUATE
               PERFORM READ-RETURN-RECORD
               PERFORM UNTIL WS-END-OF-RET-FILE
                   PERFORM CHECK-RETURN-RECORD
                   PERFORM READ-RETURN-RECORD
               END-PERFORM
               IF NOT WS-TRAILER-SEEN
                   SET WS-CONTROLS-BAD TO TRUE
                   DISPLAY "RETURN TRAILER MISSING FROM CALCGLRT"
               END-IF
           END-IF

           CLOSE CALC-GL-RETURN
           MOVE "N" TO WS-RET-EOF-SWITCH

           IF WS-CONTROLS-BAD
               DISPLAY "RETURN FILE CONTROL CHECK FAILED"
               DISPLAY "CALCGLAL RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-RETURN-RECORD.
           EVALUATE TRUE
               WHEN RA-TRAILER-REC
                   IF WS-TRAILER-SEEN
                       SET WS-CONTROLS-BAD TO TRUE
                       DISPLAY "DUPLICATE RETURN TRAILER"
                   ELSE
                       SET WS-TRAILER-SEEN TO TRUE
                       PERFORM CHECK-RETURN-TRAILER
                   END-IF
               WHEN RA-DETAIL-REC
                   IF WS-TRAILER-SEEN
                       SET WS-CONTROLS-BAD TO TRUE
                       DISPLAY "RECORDS AFTER RETURN TRAILER"
                   ELSE
                       ADD 1 TO WS-ACTUAL-COUNT
                       EVALUATE TRUE
                           WHEN RA-LINE-ACCEPTED
                               ADD 1 TO WS-ACTUAL-ACCEPTED
                           WHEN RA-LINE-REJECTED
                               ADD 1 TO WS-ACTUAL-REJECTED
                           WHEN OTHER
                               SET WS-CONTROLS-BAD TO TRUE
                               DISPLAY "UNKNOWN LINE STATUS "
                                   RA-LINE-STATUS " FOR SEQ "
                                   RA-SEQ-NO
                       END-EVALUATE
                       IF RA-SEQ-NO NOT NUMERIC
                           OR RA-AMOUNT NOT NUMERIC
                           SET WS-CONTROLS-BAD TO TRUE
                           DISPLAY "RETURN DETAIL NOT NUMERIC FOR "
                               "ACCOUNT " RA-ACCOUNT-REF
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-CONTROLS-BAD TO TRUE
                   DISPLAY "UNKNOWN RECORD TYPE " RA-RECORD-TYPE
                       " IN CALCGLRT"
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       CHECK-RETURN-TRAILER.
           IF RA-TRL-DETAIL-COUNT NOT NUMERIC
               OR RA-TRL-ACCEPT-COUNT NOT NUMERIC
               OR RA-TRL-REJECT-COUNT NOT NUMERIC
               OR RA-TRL-RECEIVED-COUNT NOT NUMERIC
               OR RA-TRL-RECEIVED-HASH NOT NUMERIC
               SET WS-CONTROLS-BAD TO TRUE
               DISPLAY "RETURN TRAILER NOT NUMERIC"
           ELSE
               MOVE RA-TRL-RECEIVED-COUNT TO WS-GL-RECEIVED-COUNT
               MOVE RA-TRL-RECEIVED-HASH TO WS-GL-RECEIVED-HASH
               IF RA-TRL-DETAIL-COUNT NOT = WS-ACTUAL-COUNT
                   SET WS-CONTROLS-BAD TO TRUE
                   DISPLAY "DETAIL COUNT MISMATCH, TRAILER="
                       RA-TRL-DETAIL-COUNT " READ=" WS-ACTUAL-COUNT
               END-IF
               IF RA-TRL-ACCEPT-COUNT NOT = WS-ACTUAL-ACCEPTED
                   OR RA-TRL-REJECT-COUNT NOT = WS-ACTUAL-REJECTED
                   SET WS-CONTROLS-BAD TO TRUE
                   DISPLAY "ACCEPTED/REJECTED COUNT MISMATCH"
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-RETURN-RECORD.
           READ CALC-GL-RETURN
               AT END
                   SET WS-END-OF-RET-FILE TO TRUE
           END-READ.

      *****************************************************************
      *****************************************************************
       READ-TX-REGISTER.
      *    The return must answer for a transmission CALCGLCT cut.
      *    One already acknowledged has been loaded before - the
      *    return file is simply still on disk - and is left alone;
      *    a re-cut puts the transmission back to unacknowledged,
      *    so the GL's answer to the resend loads in its turn.
           OPEN I-O CALC-TX-REGISTER
           IF WS-TXRG-NOT-FOUND
               DISPLAY "CALCGLAL: NO CALCTXRG TRANSMISSION REGISTER"
               DISPLAY "CALCGLAL RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-TXRG-OK
               DISPLAY "ERROR OPENING CALC-TX-REGISTER, STATUS="
                   WS-TXRG-STATUS
               DISPLAY "CALCGLAL RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-EXTRACT-DATE TO TR-EXTRACT-DATE
           READ CALC-TX-REGISTER
               INVALID KEY
                   DISPLAY "CALCGLAL: NO TRANSMISSION REGISTERED FOR "
                       "EXTRACT " WS-EXTRACT-DATE
                   DISPLAY "CALCGLAL RUN REFUSED"
                   CLOSE CALC-TX-REGISTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           IF NOT TR-UNACKNOWLEDGED
               DISPLAY "CALCGLAL: TRANSMISSION " WS-EXTRACT-DATE
                   " ALREADY ACKNOWLEDGED (STATUS " TR-STATUS
                   ") - RETURN FILE NOT RELOADED"
               CLOSE CALC-TX-REGISTER
               GOBACK
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-REPORT.
           OPEN OUTPUT CALC-GLAL-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-GLAL-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCGLAL RUN ABORTED"
               CLOSE CALC-TX-REGISTER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CDT-DATE TO HDG-1-DATE
           MOVE WS-EXTRACT-DATE TO HDG-1-EXTRACT-DATE
           MOVE WS-GL-PROCESS-DATE TO HDG-1-GL-DATE
           WRITE CALC-GLAL-LINE FROM HDG-1
           WRITE CALC-GLAL-LINE FROM HDG-2.

      *****************************************************************
      *****************************************************************
       RECORD-OUTRIGHT-REJECTION.
      *    Nothing of the transmission was booked on the GL side, so
      *    there is no line to re-route: the file is corrected and
      *    re-sent whole with a CALCGLCT mode R re-cut, and CALCGLBU
      *    refuses it meanwhile. If CALCGLBU had already posted it,
      *    the entry is marked for back-out: CALCGLBU's next run
      *    takes every line of it off the ledger again.
           MOVE SPACES TO MESSAGE-LINE
           MOVE "TRANSMISSION REJECTED OUTRIGHT BY THE GL - REASON"
               TO ML-TEXT
           MOVE WS-TX-REASON-CODE TO ML-VALUE-1
           WRITE CALC-GLAL-LINE FROM MESSAGE-LINE
           MOVE SPACES TO MESSAGE-LINE
           MOVE WS-TX-REASON-TEXT TO ML-TEXT
           WRITE CALC-GLAL-LINE FROM MESSAGE-LINE
           MOVE SPACES TO MESSAGE-LINE
           MOVE "CORRECT, THEN RE-CUT WITH CALCGLCT RUN MODE R"
               TO ML-TEXT
           WRITE CALC-GLAL-LINE FROM MESSAGE-LINE

           SET TR-REJECTED TO TRUE
           MOVE WS-TX-REASON-CODE TO TR-REASON-CODE
           MOVE WS-TX-REASON-TEXT TO TR-REASON-TEXT
           MOVE ZERO TO TR-ACCEPTED-COUNT
           MOVE TR-SENT-COUNT TO TR-REJECTED-COUNT
           MOVE TR-SENT-HASH TO TR-REJECTED-HASH
           MOVE ZERO TO TR-NO-RESPONSE-COUNT
           IF TR-POSTED-DATE NOT = SPACES
               SET TR-BACKOUT-PENDING TO TRUE
               MOVE SPACES TO MESSAGE-LINE
               MOVE "POSTED ON THE LEDGER - CALCGLBU WILL BACK IT OUT"
                   TO ML-TEXT
               MOVE TR-POSTED-DATE TO ML-VALUE-1
               WRITE CALC-GLAL-LINE FROM MESSAGE-LINE
           END-IF
           PERFORM REWRITE-TX-REGISTER.

      *****************************************************************
      *****************************************************************
       LOAD-SENT-LINES.
      *    The released archive holds every line exactly as it went
      *    out, tagged with the release date the transmission was cut
      *    for. A transmission too big for the table, or one whose
      *    lines have already been purged from the archive, cannot be
      *    matched honestly - every line would show as unanswered - so
      *    the load stops before anything is written.
           OPEN INPUT CALC-GL-RELEASED
           IF NOT WS-REL-OK
               DISPLAY "ERROR OPENING CALC-GL-RELEASED, STATUS="
                   WS-REL-STATUS
               PERFORM ABORT-ACK-LOAD
           END-IF

           MOVE ZERO TO WS-SENT-COUNT
           PERFORM UNTIL WS-END-OF-REL-FILE
               READ CALC-GL-RELEASED
                   AT END
                       SET WS-END-OF-REL-FILE TO TRUE
                   NOT AT END
                       IF RL-RELEASE-DATE = WS-EXTRACT-DATE
                           PERFORM STORE-SENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-GL-RELEASED

           IF WS-SENT-OVERFLOW
               DISPLAY "CALCGLAL: TRANSMISSION " WS-EXTRACT-DATE
                   " HAS MORE THAN " WS-SENT-MAX " LINES"
               PERFORM ABORT-ACK-LOAD
           END-IF
           IF WS-SENT-COUNT NOT = TR-SENT-COUNT
               DISPLAY "CALCGLAL: " WS-SENT-COUNT " LINES ON CALCGLRL "
                   "FOR " WS-EXTRACT-DATE ", " TR-SENT-COUNT " SENT"
               PERFORM ABORT-ACK-LOAD
           END-IF.

      *****************************************************************
      *****************************************************************
       STORE-SENT-LINE.
           IF WS-SENT-COUNT >= WS-SENT-MAX
               SET WS-SENT-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-SENT-COUNT
               MOVE RL-GL-RECORD TO WS-SENT-GL-RECORD(WS-SENT-COUNT)
               MOVE SPACE TO WS-SENT-ANSWER(WS-SENT-COUNT)
           END-IF.

      *****************************************************************
      *****************************************************************
       ABORT-ACK-LOAD.
           DISPLAY "TRANSMISSION LEFT UNACKNOWLEDGED - "
               "CALCGLAL RUN ABORTED"
           CLOSE CALC-TX-REGISTER
           CLOSE CALC-GLAL-REPORT
           MOVE 12 TO RETURN-CODE
           GOBACK.

      *****************************************************************
      *****************************************************************
       OPEN-EXCEPTION-FILE.
           OPEN I-O CALC-GL-EXCEPTIONS
           IF WS-EXC-NOT-FOUND
               OPEN OUTPUT CALC-GL-EXCEPTIONS
               CLOSE CALC-GL-EXCEPTIONS
               OPEN I-O CALC-GL-EXCEPTIONS
           END-IF
           IF NOT WS-EXC-OK
               DISPLAY "ERROR OPENING CALC-GL-EXCEPTIONS, STATUS="
                   WS-EXC-STATUS
               PERFORM ABORT-ACK-LOAD
           END-IF.

      *****************************************************************
      *****************************************************************
       MATCH-RETURN-LINES.
           OPEN INPUT CALC-GL-RETURN
           IF NOT WS-RET-OK
               DISPLAY "ERROR REOPENING CALC-GL-RETURN, STATUS="
                   WS-RET-STATUS
               CLOSE CALC-GL-EXCEPTIONS
               PERFORM ABORT-ACK-LOAD
           END-IF

           PERFORM READ-RETURN-RECORD
           PERFORM UNTIL WS-END-OF-RET-FILE
               IF RA-DETAIL-REC
                   PERFORM MATCH-ONE-RETURN-LINE
               END-IF
               PERFORM READ-RETURN-RECORD
           END-PERFORM

           CLOSE CALC-GL-RETURN.

      *****************************************************************
      *****************************************************************
       MATCH-ONE-RETURN-LINE.
      *    The same sequence number and account can go out more than
      *    once in a day (a calculation and its reversal, say), so a
      *    line is matched on everything the GL echoes back, and to
      *    the first sent line not already answered for.
           MOVE SPACES TO WS-RETURN-LINE
           MOVE RA-ACCOUNT-REF TO WS-RT-ACCOUNT-REF
           MOVE RA-AMOUNT TO WS-RT-AMOUNT
           MOVE RA-SIGN TO WS-RT-SIGN
           MOVE RA-SEQ-NO TO WS-RT-SEQ-NO
           MOVE RA-DRCR TO WS-RT-DRCR
           MOVE RA-MOVEMENT TO WS-RT-MOVEMENT

           SET WS-LINE-NOT-MATCHED TO TRUE
           MOVE ZERO TO WS-MATCH-INDEX
           PERFORM VARYING WS-SENT-INDEX FROM 1 BY 1
                   UNTIL WS-SENT-INDEX > WS-SENT-COUNT
                      OR WS-LINE-MATCHED
               IF WS-SENT-ANSWER(WS-SENT-INDEX) = SPACE
                   MOVE WS-SENT-GL-RECORD(WS-SENT-INDEX)
                       TO CALC-GL-RECORD
                   IF GL-SEQ-NO = WS-RT-SEQ-NO
                       AND GL-ACCOUNT-REF = WS-RT-ACCOUNT-REF
                       AND GL-AMOUNT = WS-RT-AMOUNT
                       AND GL-SIGN = WS-RT-SIGN
                       AND GL-DRCR = WS-RT-DRCR
                       AND GL-MOVEMENT = WS-RT-MOVEMENT
                       SET WS-LINE-MATCHED TO TRUE
                       MOVE WS-SENT-INDEX TO WS-MATCH-INDEX
                       MOVE RA-LINE-STATUS
                           TO WS-SENT-ANSWER(WS-SENT-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO DETAIL-LINE
           MOVE RA-REASON-CODE TO DL-REASON-CODE
           MOVE RA-REASON-TEXT TO DL-REASON-TEXT
           IF WS-LINE-NOT-MATCHED
               ADD 1 TO WS-NOT-SENT-COUNT
               MOVE ZERO TO DL-LINE-NO
               MOVE "NOT SENT" TO DL-RESPONSE
               MOVE "NO SUCH LINE SENT" TO DL-NOTE
               MOVE WS-RT-SEQ-NO TO GL-SEQ-NO
               MOVE WS-RT-ACCOUNT-REF TO GL-ACCOUNT-REF
               MOVE WS-RT-AMOUNT TO GL-AMOUNT
               MOVE WS-RT-SIGN TO GL-SIGN
               MOVE WS-RT-DRCR TO GL-DRCR
               MOVE WS-RT-MOVEMENT TO GL-MOVEMENT
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE WS-SENT-GL-RECORD(WS-MATCH-INDEX) TO CALC-GL-RECORD
               MOVE WS-MATCH-INDEX TO DL-LINE-NO
               IF RA-LINE-ACCEPTED
                   ADD 1 TO WS-LINE-ACCEPTED-COUNT
               ELSE
                   ADD 1 TO WS-LINE-REJECTED-COUNT
                   ADD GL-AMOUNT TO WS-LINE-REJECTED-HASH
                   MOVE "REJECTED" TO DL-RESPONSE
                   PERFORM WRITE-EXCEPTION
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-EXCEPTION.
      *    An exception already on file for the line is from an
      *    earlier load of the same release before a re-cut; it
      *    stands as it is (it may already be corrected).
           MOVE SPACES TO CALC-GL-EXCEPTION-RECORD
           MOVE WS-EXTRACT-DATE TO EX-RELEASE-DATE
           MOVE WS-MATCH-INDEX TO EX-LINE-NO
           MOVE CALC-GL-RECORD TO EX-GL-RECORD
           MOVE RA-REASON-CODE TO EX-REASON-CODE
           MOVE RA-REASON-TEXT TO EX-REASON-TEXT
           MOVE WS-CDT-DATE TO EX-ACK-DATE
           SET EX-OPEN TO TRUE
           WRITE CALC-GL-EXCEPTION-RECORD
               INVALID KEY
                   IF WS-EXC-DUP-KEY
                       MOVE "ALREADY AN EXCEPTION" TO DL-NOTE
                   ELSE
                       DISPLAY "CALCGLAL: EXCEPTION NOT WRITTEN FOR "
                           WS-EXTRACT-DATE " LINE " WS-MATCH-INDEX
                           ", STATUS=" WS-EXC-STATUS
                       MOVE "EXCEPTION NOT WRITTEN" TO DL-NOTE
                       ADD 1 TO WS-EXC-WARNING-COUNT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-EXC-WRITTEN-COUNT
           END-WRITE.

      *****************************************************************
      *****************************************************************
       LIST-NO-RESPONSE-LINES.
      *    A line that went out and was never answered for is as
      *    unknown on the GL side as an unacknowledged file.
           MOVE SPACES TO DL-REASON-CODE
           PERFORM VARYING WS-SENT-INDEX FROM 1 BY 1
                   UNTIL WS-SENT-INDEX > WS-SENT-COUNT
               IF WS-SENT-ANSWER(WS-SENT-INDEX) = SPACE
                   ADD 1 TO WS-NO-RESPONSE-COUNT
                   MOVE WS-SENT-GL-RECORD(WS-SENT-INDEX)
                       TO CALC-GL-RECORD
                   MOVE SPACES TO DETAIL-LINE
                   MOVE "NO RESPONSE" TO DL-RESPONSE
                   MOVE WS-SENT-INDEX TO DL-LINE-NO
                   MOVE "NOT ON GL RETURN FILE" TO DL-REASON-TEXT
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       WRITE-DETAIL-LINE.
           MOVE GL-SEQ-NO TO DL-SEQ-NO
           MOVE GL-ACCOUNT-REF TO DL-ACCOUNT-REF
           IF GL-SIGN = "-"
               COMPUTE DL-AMOUNT = GL-AMOUNT * -1
           ELSE
               MOVE GL-AMOUNT TO DL-AMOUNT
           END-IF
           MOVE GL-DRCR TO DL-DRCR
           MOVE GL-MOVEMENT TO DL-MOVEMENT
           WRITE CALC-GLAL-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       CHECK-GL-CONTROL-TOTALS.
      *    The GL's received count and hash against what CALCGLCT
      *    sent: a difference means the file they processed is not
      *    the file that left here.
           IF WS-GL-RECEIVED-COUNT NOT = TR-SENT-COUNT
               OR WS-GL-RECEIVED-HASH NOT = TR-SENT-HASH
               SET WS-CONTROL-TOTALS-DIFFER TO TRUE
               WRITE CALC-GLAL-LINE FROM SPACES
               MOVE SPACES TO MESSAGE-LINE
               MOVE "GL RECEIVED CONTROL TOTALS DIFFER FROM SENT"
                   TO ML-TEXT
               WRITE CALC-GLAL-LINE FROM MESSAGE-LINE
               MOVE SPACES TO MESSAGE-LINE
               MOVE "  RECORD COUNT  RECEIVED / SENT" TO ML-TEXT
               MOVE WS-GL-RECEIVED-COUNT TO ML-COUNT-EDIT
               MOVE ML-COUNT-EDIT TO ML-VALUE-1
               MOVE TR-SENT-COUNT TO ML-COUNT-EDIT
               MOVE ML-COUNT-EDIT TO ML-VALUE-2
               WRITE CALC-GLAL-LINE FROM MESSAGE-LINE
               MOVE SPACES TO MESSAGE-LINE
               MOVE "  AMOUNT HASH   RECEIVED / SENT" TO ML-TEXT
               MOVE WS-GL-RECEIVED-HASH TO ML-HASH-EDIT
               MOVE ML-HASH-EDIT TO ML-VALUE-1
               MOVE TR-SENT-HASH TO ML-HASH-EDIT
               MOVE ML-HASH-EDIT TO ML-VALUE-2
               WRITE CALC-GLAL-LINE FROM MESSAGE-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       RECORD-ACKNOWLEDGEMENT.
           IF WS-LINE-REJECTED-COUNT > ZERO
               OR WS-NO-RESPONSE-COUNT > ZERO
               SET TR-PART-REJECTED TO TRUE
           ELSE
               SET TR-ACKNOWLEDGED TO TRUE
           END-IF
           MOVE SPACES TO TR-REASON-CODE
           MOVE SPACES TO TR-REASON-TEXT
           MOVE WS-LINE-ACCEPTED-COUNT TO TR-ACCEPTED-COUNT
           MOVE WS-LINE-REJECTED-COUNT TO TR-REJECTED-COUNT
           MOVE WS-LINE-REJECTED-HASH TO TR-REJECTED-HASH
           MOVE WS-NO-RESPONSE-COUNT TO TR-NO-RESPONSE-COUNT
           PERFORM REWRITE-TX-REGISTER.

      *****************************************************************
      *****************************************************************
       REWRITE-TX-REGISTER.
           MOVE WS-CDT-DATE TO TR-ACK-DATE
           MOVE WS-GL-PROCESS-DATE TO TR-GL-PROCESS-DATE
           REWRITE CALC-TX-REG-RECORD
           IF NOT WS-TXRG-OK
               DISPLAY "CALCGLAL: TRANSMISSION REGISTER NOT UPDATED, "
                   "STATUS=" WS-TXRG-STATUS
               ADD 1 TO WS-EXC-WARNING-COUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       PRINT-TOTALS.
           WRITE CALC-GLAL-LINE FROM SPACES
           MOVE SPACES TO TOTAL-LINE
           MOVE "LINES SENT:" TO TL-LABEL
           MOVE TR-SENT-COUNT TO TL-COUNT
           MOVE TR-SENT-HASH TO TL-AMOUNT
           WRITE CALC-GLAL-LINE FROM TOTAL-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE "ACCEPTED BY GL:" TO TL-LABEL
           MOVE WS-LINE-ACCEPTED-COUNT TO TL-COUNT
           WRITE CALC-GLAL-LINE FROM TOTAL-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE "REJECTED BY GL:" TO TL-LABEL
           MOVE WS-LINE-REJECTED-COUNT TO TL-COUNT
           MOVE WS-LINE-REJECTED-HASH TO TL-AMOUNT
           WRITE CALC-GLAL-LINE FROM TOTAL-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE "EXCEPTIONS WRITTEN:" TO TL-LABEL
           MOVE WS-EXC-WRITTEN-COUNT TO TL-COUNT
           WRITE CALC-GLAL-LINE FROM TOTAL-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE "NO RESPONSE FROM GL:" TO TL-LABEL
           MOVE WS-NO-RESPONSE-COUNT TO TL-COUNT
           WRITE CALC-GLAL-LINE FROM TOTAL-LINE
           MOVE SPACES TO TOTAL-LINE
           MOVE "RETURNED BUT NOT SENT:" TO TL-LABEL
           MOVE WS-NOT-SENT-COUNT TO TL-COUNT
           WRITE CALC-GLAL-LINE FROM TOTAL-LINE
           MOVE SPACES TO MESSAGE-LINE
           MOVE "TRANSMISSION STATUS NOW:" TO ML-TEXT
           EVALUATE TRUE
               WHEN TR-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO ML-VALUE-1
               WHEN TR-PART-REJECTED
                   MOVE "PARTIALLY REJECTED" TO ML-VALUE-1
               WHEN TR-REJECTED
                   MOVE "REJECTED" TO ML-VALUE-1
               WHEN OTHER
                   MOVE "UNACKNOWLEDGED" TO ML-VALUE-1
           END-EVALUATE
           WRITE CALC-GLAL-LINE FROM MESSAGE-LINE.

      *****************************************************************
      *****************************************************************
