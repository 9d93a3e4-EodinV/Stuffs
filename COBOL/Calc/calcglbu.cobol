      *                   gets control and the RETURN-CODE back, and
      *                   every abort path now sets RETURN-CODE 12
      *                   the driver can branch on.
      * 10/15/26 MAINT    Reversal postings (GL-MOVEMENT "R", written
      *                   by the CALCREVR job) post to the ledger on
      *                   the side GL-DRCR says - the flipped side of
      *                   the original - in the month of the extract
      *                   they were released in, and are counted and
      *                   totalled on their own so a day's offsets
      *                   can be told apart from its calculations.
      * 10/15/26 MAINT    Period close. An account's first posting of
      *                   a new month now rolls the old month's totals
      *                   into the CALCBHST balance history (keyed
      *                   account + period) before the reset, instead
      *                   of losing them. A transmission whose extract
      *                   date falls in a period CALCPCLS has closed
      *                   (CALCPCTL) is refused with RC 8, or - when
      *                   the CLOSEDACTION parameter says D - posted
      *                   to the first open month after it. Every run
      *                   leaves a line on the CALCBURP posting log
      *                   saying what was done with which extract.
      * 10/15/26 MAINT    GL acknowledgement. A transmission the GL
      *                   rejected outright (CALC-TX-REGISTER status
      *                   R, loaded by CALCGLAL) is refused with RC 8
      *                   until it is corrected and re-cut. Lines the
      *                   GL rejected one by one are re-sent by
      *                   CALCGLXR (GL-MOVEMENT "X") and post like any
      *                   other line; when the transmission a re-send
      *                   went out in is posted, the rejected line is
      *                   backed out of its original account (the GL
      *                   never booked it) and its CALC-GL-EXCEPTIONS
      *                   entry marked cleared. The ledger update is
      *                   now APPLY-TO-LEDGER, shared by both.
      * 10/15/26 MAINT    Review fix: a posted extract is now marked
      *                   on CALC-TX-REGISTER. One the GL rejects
      *                   outright afterwards (CALCGLAL marks it for
      *                   back-out) is taken off the ledger line by
      *                   line from the CALCGLRL archive, in the
      *                   period being posted, and its corrected
      *                   re-cut is then let past the already-posted
      *                   check. The last posted date never goes back.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CALC-BAL-HISTORY ASSIGN TO "CALCBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CALC-PERIOD-CONTROL ASSIGN TO "CALCPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT CALC-POSTING-LOG ASSIGN TO "CALCBURP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CALC-TX-REGISTER ASSIGN TO "CALCTXRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-EXTRACT-DATE
               FILE STATUS IS WS-TXRG-STATUS.

           SELECT CALC-GL-EXCEPTIONS ASSIGN TO "CALCGLEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXC-STATUS.

           SELECT CALC-GL-RELEASED ASSIGN TO "CALCGLRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       01  CALC-BAL-CTL-RECORD.
           05  BC-LAST-POSTED-DATE     PIC X(8).

       FD  CALC-BAL-HISTORY.
           COPY CALCBHST.

       FD  CALC-PERIOD-CONTROL.
           COPY CALCPCTL.

       FD  CALC-POSTING-LOG
           RECORDING MODE IS F.
       01  CALC-POSTING-LOG-LINE       PIC X(132).

       FD  CALC-TX-REGISTER.
           COPY CALCTXRG.

       FD  CALC-GL-EXCEPTIONS.
           COPY CALCGLEX.

       FD  CALC-GL-RELEASED
           RECORDING MODE IS F.
       01  CALC-GL-REL-RECORD.
           05  RL-RELEASE-DATE         PIC X(8).
           05  RL-GL-RECORD            PIC X(44).

       WORKING-STORAGE SECTION.
           COPY CALCGL.

           88  WS-CTL-OK               VALUE "00".
           88  WS-CTL-NOT-FOUND        VALUE "35".

       01  WS-HIST-STATUS              PIC XX VALUE SPACES.
           88  WS-HIST-OK              VALUE "00".
           88  WS-HIST-DUPLICATE       VALUE "22".
           88  WS-HIST-NOT-FOUND       VALUE "35".

       01  WS-PCTL-STATUS              PIC XX VALUE SPACES.
           88  WS-PCTL-OK              VALUE "00".
           88  WS-PCTL-NOT-FOUND       VALUE "35".

       01  WS-LOG-STATUS               PIC XX VALUE SPACES.
           88  WS-LOG-OK               VALUE "00".
           88  WS-LOG-NOT-FOUND        VALUE "35".

       01  WS-TXRG-STATUS              PIC XX VALUE SPACES.
           88  WS-TXRG-OK              VALUE "00".
           88  WS-TXRG-NOT-FOUND       VALUE "35".

       01  WS-EXC-STATUS               PIC XX VALUE SPACES.
           88  WS-EXC-OK               VALUE "00".
           88  WS-EXC-NOT-FOUND        VALUE "35".

       01  WS-REL-STATUS               PIC XX VALUE SPACES.
           88  WS-REL-OK               VALUE "00".

       01  WS-EXC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-EXC-FILE      VALUE "Y".

       01  WS-TXRG-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-TXRG-FILE     VALUE "Y".

       01  WS-REL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REL-FILE      VALUE "Y".

       01  WS-REPOST-SWITCH            PIC X VALUE "N".
           88  WS-REPOST-AWAITS-BACKOUT VALUE "P".
           88  WS-REPOST-OF-BACKOUT    VALUE "Y".

       01  WS-TX-EOF-SWITCH            PIC X VALUE "N".
           88  WS-END-OF-TX-FILE       VALUE "Y".


       01  WS-EXTRACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-MONTH            PIC X(6) VALUE SPACES.
       01  WS-POSTING-MONTH            PIC X(6) VALUE SPACES.
       01  WS-POSTING-MONTH-NUM REDEFINES WS-POSTING-MONTH.
           05  WS-POSTING-YYYY         PIC 9(4).
           05  WS-POSTING-MM           PIC 9(2).

       01  WS-PERIOD-SWITCH            PIC X VALUE "N".
           88  WS-PERIOD-IS-CLOSED     VALUE "Y".
           88  WS-PERIOD-IS-OPEN       VALUE "N".

       01  WS-CLOSED-ACTION            PIC X VALUE SPACE.
           88  WS-CLOSED-REDIRECT      VALUE "D" "d".

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCGLBU".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       01  WS-PARM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PARM-FOUND           VALUE "Y".
       01  WS-LAST-POSTED-DATE         PIC X(8) VALUE SPACES.

       01  WS-ACTUAL-COUNT             PIC 9(8) VALUE ZERO.

       01  WS-POSTED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-RESET-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-REVERSAL-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REVERSAL-AMOUNT          PIC S9(13)V99 VALUE ZERO.
       01  WS-HISTORY-ROLLED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-RESEND-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-BACKOUT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-BACKOUT-AMOUNT           PIC S9(13)V99 VALUE ZERO.
       01  WS-BACKOUT-WARNING-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-BACKOUT-COUNT-EDIT       PIC Z(6)9.
       01  WS-REL-LINE-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-TX-BACKOUT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-TX-BACKOUT-LINES         PIC 9(7) VALUE ZERO.
       01  WS-TX-BACKOUT-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01  WS-TXRG-WARNING-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(8).
           05  WS-CDT-TIME             PIC X(8).
           05  FILLER                  PIC X(5).

       01  POSTING-LOG-LINE.
           05  PL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PL-RUN-TIME             PIC X(6).
           05  FILLER                  PIC X(10) VALUE "  EXTRACT ".
           05  PL-EXTRACT-DATE         PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  PERIOD ".
           05  PL-PERIOD               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-ACTION               PIC X(10).
           05  FILLER                  PIC X(9)  VALUE "  POSTED ".
           05  PL-COUNT                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-TEXT                 PIC X(50).

      *****************************************************************
      *****************************************************************
       MAIN-LOGIC.
           PERFORM VERIFY-TRANSMIT-CONTROLS
           PERFORM CHECK-ALREADY-POSTED
           PERFORM CHECK-GL-ACKNOWLEDGEMENT
           PERFORM CHECK-PERIOD-OPEN
           PERFORM OPEN-BALANCE-FILE
           PERFORM BACK-OUT-REJECTED-EXTRACTS
           PERFORM CHECK-REPOST-BACKED-OUT
           PERFORM POST-TRANSMIT-FILE
           PERFORM BACK-OUT-RESENT-EXCEPTIONS
           PERFORM UPDATE-BAL-CONTROL
           PERFORM MARK-TRANSMISSION-POSTED

           CLOSE CALC-GL-BALANCES
           CLOSE CALC-BAL-HISTORY

           IF WS-POSTING-MONTH = WS-EXTRACT-MONTH
               MOVE "POSTED" TO PL-ACTION
               MOVE SPACES TO PL-TEXT
           ELSE
               MOVE "REDIRECTED" TO PL-ACTION
               STRING "PERIOD " WS-EXTRACT-MONTH
                   " CLOSED - POSTED TO NEXT OPEN PERIOD"
                   DELIMITED BY SIZE INTO PL-TEXT
               END-STRING
           END-IF
           IF WS-BACKOUT-COUNT > ZERO AND PL-TEXT = SPACES
               MOVE WS-BACKOUT-COUNT TO WS-BACKOUT-COUNT-EDIT
               STRING "GL-REJECTED LINES BACKED OUT: "
                   WS-BACKOUT-COUNT-EDIT
                   DELIMITED BY SIZE INTO PL-TEXT
               END-STRING
           END-IF
           IF WS-TX-BACKOUT-COUNT > ZERO AND PL-TEXT = SPACES
               MOVE WS-TX-BACKOUT-COUNT TO WS-BACKOUT-COUNT-EDIT
               STRING "GL-REJECTED EXTRACTS BACKED OUT: "
                   WS-BACKOUT-COUNT-EDIT
                   DELIMITED BY SIZE INTO PL-TEXT
               END-STRING
           END-IF
           IF WS-REPOST-OF-BACKOUT AND PL-TEXT = SPACES
               MOVE "RE-CUT OF GL-REJECTED EXTRACT, POSTED IN ITS PLACE"
                   TO PL-TEXT
           END-IF
           PERFORM WRITE-POSTING-LOG

           DISPLAY "CALCGLBU POSTED: " WS-POSTED-COUNT
           DISPLAY "CALCGLBU ACCOUNTS MONTH-RESET: "
               WS-ACCOUNTS-RESET-COUNT
               " ROLLED TO HISTORY: " WS-HISTORY-ROLLED-COUNT
           IF WS-POSTING-MONTH NOT = WS-EXTRACT-MONTH
               DISPLAY "CALCGLBU EXTRACT PERIOD " WS-EXTRACT-MONTH
                   " CLOSED - POSTED TO " WS-POSTING-MONTH
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CALCGLBU REVERSALS POSTED: " WS-REVERSAL-COUNT
               " AMOUNT " WS-REVERSAL-AMOUNT
           DISPLAY "CALCGLBU GL RE-SENDS POSTED: " WS-RESEND-COUNT
           DISPLAY "CALCGLBU GL-REJECTED LINES BACKED OUT: "
               WS-BACKOUT-COUNT " AMOUNT " WS-BACKOUT-AMOUNT
           IF WS-BACKOUT-WARNING-COUNT > ZERO
               DISPLAY "CALCGLBU GL EXCEPTIONS NOT BACKED OUT: "
                   WS-BACKOUT-WARNING-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CALCGLBU GL-REJECTED EXTRACTS BACKED OUT: "
               WS-TX-BACKOUT-COUNT " LINES " WS-TX-BACKOUT-LINES
               " AMOUNT " WS-TX-BACKOUT-AMOUNT
           IF WS-REPOST-OF-BACKOUT
               DISPLAY "CALCGLBU EXTRACT " WS-EXTRACT-DATE
                   " POSTED AS THE RE-CUT OF A BACKED-OUT EXTRACT"
           END-IF
           IF WS-TXRG-WARNING-COUNT > ZERO
               DISPLAY "CALCGLBU CALC-TX-REGISTER WARNINGS: "
                   WS-TXRG-WARNING-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *    The control file remembers the last extract date posted;
      *    posting the same released file twice would double every
      *    balance on the ledger, so a date already posted (or
      *    earlier) is refused - unless it is the corrected re-cut
      *    of an extract the GL rejected outright after it posted,
      *    which is (or on this run will be) backed out and has not
      *    posted since. A missing control file is a first run.
           OPEN INPUT CALC-BAL-CONTROL
           IF WS-CTL-NOT-FOUND
               CONTINUE

           IF WS-LAST-POSTED-DATE NOT = SPACES
               AND WS-EXTRACT-DATE <= WS-LAST-POSTED-DATE
               PERFORM CHECK-BACKED-OUT-RECUT
               IF NOT WS-REPOST-AWAITS-BACKOUT
                   AND NOT WS-REPOST-OF-BACKOUT
                   DISPLAY "CALCGLBU: EXTRACT " WS-EXTRACT-DATE
                       " ALREADY POSTED (LAST POSTED "
                       WS-LAST-POSTED-DATE ")"
                   DISPLAY "CALCGLBU RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-BACKED-OUT-RECUT.
           OPEN INPUT CALC-TX-REGISTER
           IF WS-TXRG-OK
               MOVE WS-EXTRACT-DATE TO TR-EXTRACT-DATE
               READ CALC-TX-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TR-BACKOUT-PENDING
                           SET WS-REPOST-AWAITS-BACKOUT TO TRUE
                       ELSE
                           IF TR-BACKOUT-DATE NOT = SPACES
                               AND TR-POSTED-DATE = SPACES
                               SET WS-REPOST-OF-BACKOUT TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE CALC-TX-REGISTER
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-GL-ACKNOWLEDGEMENT.
      *    A transmission the GL system rejected outright was never
      *    booked on their side; posting it here would put the ledger
      *    out of step with the GL until the corrected re-cut (which
      *    puts the register back to unacknowledged) comes through.
      *    No register, or no entry for the extract, is a
      *    transmission cut before registering began.
           OPEN INPUT CALC-TX-REGISTER
           IF NOT WS-TXRG-NOT-FOUND
               IF NOT WS-TXRG-OK
                   DISPLAY "WARNING - CALC-TX-REGISTER NOT READ, "
                       "STATUS=" WS-TXRG-STATUS
               ELSE
                   MOVE WS-EXTRACT-DATE TO TR-EXTRACT-DATE
                   READ CALC-TX-REGISTER
                       INVALID KEY
                           MOVE SPACES TO TR-STATUS
                   END-READ
                   CLOSE CALC-TX-REGISTER
                   IF TR-REJECTED
                       DISPLAY "CALCGLBU: EXTRACT " WS-EXTRACT-DATE
                           " REJECTED BY THE GL - " TR-REASON-TEXT
                       DISPLAY "CALCGLBU RUN REFUSED"
                       MOVE WS-EXTRACT-MONTH TO WS-POSTING-MONTH
                       MOVE "REFUSED" TO PL-ACTION
                       MOVE "GL REJECTED TRANSMISSION - RE-CUT"
                           TO PL-TEXT
                       PERFORM WRITE-POSTING-LOG
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-PERIOD-OPEN.
      *    A period CALCPCLS has closed is frozen: its history rows
      *    and trial balance have been reported. A transmission dated
      *    in it is refused unless operations say D(irect) it into
      *    the first open month after it, where it shows on the
      *    posting log as REDIRECTED. With no period-control file at
      *    all nothing has been closed yet.
           MOVE WS-EXTRACT-MONTH TO WS-POSTING-MONTH
           OPEN INPUT CALC-PERIOD-CONTROL
           IF NOT WS-PCTL-NOT-FOUND
               IF NOT WS-PCTL-OK
                   DISPLAY "ERROR OPENING CALC-PERIOD-CONTROL, STATUS="
                       WS-PCTL-STATUS
                   DISPLAY "CALCGLBU RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM CHECK-POSTING-MONTH
               IF WS-PERIOD-IS-CLOSED
                   MOVE "CLOSEDACTION" TO WS-PARM-KEYWORD
                   PERFORM GET-RUN-PARAMETER
                   IF WS-PARM-FOUND
                       MOVE WS-PARM-VALUE(1:1) TO WS-CLOSED-ACTION
                   ELSE
                       DISPLAY "Extract " WS-EXTRACT-DATE
                           " is in closed period " WS-EXTRACT-MONTH
                       DISPLAY "R(efuse) or D(irect to next open "
                           "period)? "
                       ACCEPT WS-CLOSED-ACTION
                   END-IF
                   IF NOT WS-CLOSED-REDIRECT
                       CLOSE CALC-PERIOD-CONTROL
                       DISPLAY "CALCGLBU: EXTRACT " WS-EXTRACT-DATE
                           " IS IN CLOSED PERIOD " WS-EXTRACT-MONTH
                       DISPLAY "CALCGLBU RUN REFUSED"
                       MOVE "REFUSED" TO PL-ACTION
                       MOVE "PERIOD CLOSED BY CALCPCLS" TO PL-TEXT
                       PERFORM WRITE-POSTING-LOG
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM UNTIL WS-PERIOD-IS-OPEN
                       PERFORM ADVANCE-POSTING-MONTH
                       PERFORM CHECK-POSTING-MONTH
                   END-PERFORM
               END-IF
               CLOSE CALC-PERIOD-CONTROL
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-POSTING-MONTH.
           SET WS-PERIOD-IS-OPEN TO TRUE
           MOVE WS-POSTING-MONTH TO PC-PERIOD
           READ CALC-PERIOD-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PC-PERIOD-CLOSED
                       SET WS-PERIOD-IS-CLOSED TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *****************************************************************
       ADVANCE-POSTING-MONTH.
           IF WS-POSTING-MM = 12
               ADD 1 TO WS-POSTING-YYYY
               MOVE 1 TO WS-POSTING-MM
           ELSE
               ADD 1 TO WS-POSTING-MM
           END-IF.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETER.
      *    The CALCNITE night driver supplies run parameters through
      *    the CALCPRMS file (looked up by CALCPRMG) so the chain
      *    runs without console prompts; a standalone run, or a
      *    missing entry, falls back to the prompt.
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL.

      *****************************************************************
      *****************************************************************
       WRITE-POSTING-LOG.
      *    One line per run on the CALCBURP log, opened EXTEND so the
      *    log reads as the ledger's posting history.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO PL-RUN-DATE
           MOVE WS-CDT-TIME(1:6) TO PL-RUN-TIME
           MOVE WS-EXTRACT-DATE TO PL-EXTRACT-DATE
           MOVE WS-POSTING-MONTH TO PL-PERIOD
           MOVE WS-POSTED-COUNT TO PL-COUNT
           OPEN EXTEND CALC-POSTING-LOG
           IF WS-LOG-NOT-FOUND
               OPEN OUTPUT CALC-POSTING-LOG
           END-IF
           IF NOT WS-LOG-OK
               DISPLAY "WARNING - POSTING LOG NOT WRITTEN, STATUS="
                   WS-LOG-STATUS
           ELSE
               WRITE CALC-POSTING-LOG-LINE FROM POSTING-LOG-LINE
               CLOSE CALC-POSTING-LOG
           END-IF.

      *****************************************************************
               DISPLAY "CALCGLBU RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CALC-BAL-HISTORY
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT CALC-BAL-HISTORY
               CLOSE CALC-BAL-HISTORY
               OPEN I-O CALC-BAL-HISTORY
           END-IF
           IF NOT WS-HIST-OK
               DISPLAY "ERROR OPENING CALC-BAL-HISTORY, STATUS="
                   WS-HIST-STATUS
               DISPLAY "CALCGLBU RUN ABORTED"
               CLOSE CALC-GL-BALANCES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
                   WS-TX-STATUS
               DISPLAY "CALCGLBU RUN ABORTED"
               CLOSE CALC-GL-BALANCES
               CLOSE CALC-BAL-HISTORY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *****************************************************************
      *****************************************************************
       POST-ONE-ACCOUNT.
           PERFORM APPLY-TO-LEDGER
           ADD 1 TO WS-POSTED-COUNT
           IF GL-MOVE-REVERSAL
               ADD 1 TO WS-REVERSAL-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-REVERSAL-AMOUNT
           END-IF
           IF GL-MOVE-RESEND
               ADD 1 TO WS-RESEND-COUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       APPLY-TO-LEDGER.
           PERFORM SIGN-THE-AMOUNT

           MOVE GL-ACCOUNT-REF TO BL-ACCOUNT-REF
           READ CALC-GL-BALANCES
               INVALID KEY
                   MOVE GL-ACCOUNT-REF TO BL-ACCOUNT-REF
                   MOVE WS-POSTING-MONTH TO BL-MONTH
                   MOVE ZERO TO BL-MTD-DEBITS
                   MOVE ZERO TO BL-MTD-CREDITS
                   PERFORM ADD-TO-BALANCE
                   WRITE CALC-GL-BAL-RECORD
                   PERFORM CHECK-BALANCE-WRITE
               NOT INVALID KEY
                   IF BL-MONTH NOT = WS-POSTING-MONTH
                       PERFORM ROLL-MONTH-TO-HISTORY
                       MOVE WS-POSTING-MONTH TO BL-MONTH
                       MOVE ZERO TO BL-MTD-DEBITS
                       MOVE ZERO TO BL-MTD-CREDITS
                       ADD 1 TO WS-ACCOUNTS-RESET-COUNT
                   PERFORM ADD-TO-BALANCE
                   REWRITE CALC-GL-BAL-RECORD
                   PERFORM CHECK-BALANCE-WRITE
           END-READ.

      *****************************************************************
      *****************************************************************
       BACK-OUT-RESENT-EXCEPTIONS.
      *    A line the GL rejected was posted here when its own
      *    transmission went through, but never booked on the GL.
      *    Once its CALCGLXR re-send has posted - the re-send is
      *    dated the day it was keyed, so it is in this extract or an
      *    earlier one - the original is taken back off its account
      *    by posting it again with the sign turned, in the period
      *    being posted. The exception is marked cleared first: a
      *    rewrite that fails leaves the back-out for the next run
      *    rather than risking it twice.
           OPEN I-O CALC-GL-EXCEPTIONS
           IF WS-EXC-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-EXC-OK
                   DISPLAY "WARNING - CALC-GL-EXCEPTIONS NOT OPENED, "
                       "STATUS=" WS-EXC-STATUS
                   ADD 1 TO WS-BACKOUT-WARNING-COUNT
               ELSE
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
                               IF EX-RESENT
                                   AND EX-RESENT-DATE
                                       <= WS-EXTRACT-DATE
                                   PERFORM BACK-OUT-ONE-EXCEPTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALC-GL-EXCEPTIONS
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       BACK-OUT-ONE-EXCEPTION.
           SET EX-CLEARED TO TRUE
           MOVE WS-EXTRACT-DATE TO EX-BACKOUT-DATE
           REWRITE CALC-GL-EXCEPTION-RECORD
           IF NOT WS-EXC-OK
               DISPLAY "WARNING - GL EXCEPTION " EX-RELEASE-DATE
                   " LINE " EX-LINE-NO " NOT BACKED OUT, STATUS="
                   WS-EXC-STATUS
               ADD 1 TO WS-BACKOUT-WARNING-COUNT
           ELSE
               MOVE EX-GL-RECORD TO CALC-GL-RECORD
               PERFORM TURN-THE-SIGN
               PERFORM APPLY-TO-LEDGER
               ADD 1 TO WS-BACKOUT-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-BACKOUT-AMOUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       TURN-THE-SIGN.
           IF GL-SIGN = "-"
               MOVE "+" TO GL-SIGN
           ELSE
               MOVE "-" TO GL-SIGN
           END-IF.

      *****************************************************************
      *****************************************************************
       BACK-OUT-REJECTED-EXTRACTS.
      *    An extract the GL rejected outright after it had posted
      *    here is on this ledger but was never booked on theirs;
      *    CALCGLAL marks its register entry for back-out. Every line
      *    of it, as released on the CALCGLRL archive, is posted
      *    again with the sign turned, in the period being posted,
      *    and the entry is marked backed out so that the corrected
      *    re-cut can post in its place. The archive lines are first
      *    counted against what the register says was sent: an
      *    extract already purged from the archive, in whole or in
      *    part, is left marked and reported rather than half backed
      *    out. As with the exceptions, the entry is marked before
      *    the ledger is touched.
           OPEN I-O CALC-TX-REGISTER
           IF WS-TXRG-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-TXRG-OK
                   DISPLAY "WARNING - CALC-TX-REGISTER NOT OPENED, "
                       "STATUS=" WS-TXRG-STATUS
                   ADD 1 TO WS-TXRG-WARNING-COUNT
               ELSE
                   MOVE LOW-VALUES TO TR-EXTRACT-DATE
                   START CALC-TX-REGISTER
                       KEY NOT LESS THAN TR-EXTRACT-DATE
                       INVALID KEY
                           SET WS-END-OF-TXRG-FILE TO TRUE
                   END-START
                   PERFORM UNTIL WS-END-OF-TXRG-FILE
                       READ CALC-TX-REGISTER NEXT RECORD
                           AT END
                               SET WS-END-OF-TXRG-FILE TO TRUE
                           NOT AT END
                               IF TR-BACKOUT-PENDING
                                   PERFORM BACK-OUT-ONE-EXTRACT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALC-TX-REGISTER
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       BACK-OUT-ONE-EXTRACT.
           PERFORM COUNT-RELEASED-LINES
           IF WS-REL-LINE-COUNT NOT = TR-SENT-COUNT
               DISPLAY "WARNING - GL-REJECTED EXTRACT " TR-EXTRACT-DATE
                   " NOT BACKED OUT - " WS-REL-LINE-COUNT " OF "
                   TR-SENT-COUNT " LINES ON CALCGLRL"
               ADD 1 TO WS-TXRG-WARNING-COUNT
           ELSE
               MOVE SPACE TO TR-BACKOUT-SWITCH
               MOVE SPACES TO TR-POSTED-DATE
               MOVE WS-EXTRACT-DATE TO TR-BACKOUT-DATE
               REWRITE CALC-TX-REG-RECORD
               IF NOT WS-TXRG-OK
                   DISPLAY "WARNING - GL-REJECTED EXTRACT "
                       TR-EXTRACT-DATE " NOT BACKED OUT, STATUS="
                       WS-TXRG-STATUS
                   ADD 1 TO WS-TXRG-WARNING-COUNT
               ELSE
                   PERFORM BACK-OUT-RELEASED-LINES
                   ADD 1 TO WS-TX-BACKOUT-COUNT
                   IF TR-EXTRACT-DATE = WS-EXTRACT-DATE
                       AND WS-REPOST-AWAITS-BACKOUT
                       SET WS-REPOST-OF-BACKOUT TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       COUNT-RELEASED-LINES.
           MOVE ZERO TO WS-REL-LINE-COUNT
           OPEN INPUT CALC-GL-RELEASED
           IF NOT WS-REL-OK
               DISPLAY "WARNING - CALC-GL-RELEASED NOT OPENED, STATUS="
                   WS-REL-STATUS
           ELSE
               MOVE "N" TO WS-REL-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-REL-FILE
                   READ CALC-GL-RELEASED
                       AT END
                           SET WS-END-OF-REL-FILE TO TRUE
                       NOT AT END
                           IF RL-RELEASE-DATE = TR-EXTRACT-DATE
                               ADD 1 TO WS-REL-LINE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-GL-RELEASED
           END-IF.

      *****************************************************************
      *****************************************************************
       BACK-OUT-RELEASED-LINES.
           OPEN INPUT CALC-GL-RELEASED
           MOVE "N" TO WS-REL-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-REL-FILE
               READ CALC-GL-RELEASED
                   AT END
                       SET WS-END-OF-REL-FILE TO TRUE
                   NOT AT END
                       IF RL-RELEASE-DATE = TR-EXTRACT-DATE
                           MOVE RL-GL-RECORD TO CALC-GL-RECORD
                           PERFORM TURN-THE-SIGN
                           PERFORM APPLY-TO-LEDGER
                           ADD 1 TO WS-TX-BACKOUT-LINES
                           ADD WS-SIGNED-AMOUNT TO WS-TX-BACKOUT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-GL-RELEASED.

      *****************************************************************
      *****************************************************************
       CHECK-REPOST-BACKED-OUT.
      *    A re-cut let past the already-posted check while its
      *    original still awaited back-out posts only once that
      *    back-out is done; otherwise the extract would stand on
      *    the ledger twice.
           IF WS-REPOST-AWAITS-BACKOUT
               DISPLAY "CALCGLBU: EXTRACT " WS-EXTRACT-DATE
                   " NOT BACKED OUT - RE-CUT NOT POSTED"
               DISPLAY "CALCGLBU GL-REJECTED EXTRACTS BACKED OUT: "
                   WS-TX-BACKOUT-COUNT " LINES " WS-TX-BACKOUT-LINES
                   " AMOUNT " WS-TX-BACKOUT-AMOUNT
               DISPLAY "CALCGLBU RUN REFUSED"
               CLOSE CALC-GL-BALANCES
               CLOSE CALC-BAL-HISTORY
               MOVE "REFUSED" TO PL-ACTION
               MOVE "GL-REJECTED ORIGINAL NOT YET BACKED OUT"
                   TO PL-TEXT
               PERFORM WRITE-POSTING-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      *****************************************************************
       ROLL-MONTH-TO-HISTORY.
      *    Keep the month being reset. A row CALCPCLS has already
      *    closed holds the frozen closing figures and is left alone;
      *    a provisional row from an earlier roll is brought up to
      *    date.
           MOVE BL-ACCOUNT-REF TO BH-ACCOUNT-REF
           MOVE BL-MONTH TO BH-PERIOD
           MOVE BL-MTD-DEBITS TO BH-DEBITS
           MOVE BL-MTD-CREDITS TO BH-CREDITS
           COMPUTE BH-NET = BL-MTD-DEBITS - BL-MTD-CREDITS
           SET BH-PROVISIONAL TO TRUE
           MOVE SPACES TO BH-CLOSED-DATE
           WRITE CALC-BAL-HIST-RECORD
           IF WS-HIST-DUPLICATE
               READ CALC-BAL-HISTORY
               IF WS-HIST-OK AND BH-PROVISIONAL
                   MOVE BL-MTD-DEBITS TO BH-DEBITS
                   MOVE BL-MTD-CREDITS TO BH-CREDITS
                   COMPUTE BH-NET = BL-MTD-DEBITS - BL-MTD-CREDITS
                   REWRITE CALC-BAL-HIST-RECORD
               END-IF
           END-IF
           IF NOT WS-HIST-OK
               DISPLAY "ERROR UPDATING CALC-BAL-HISTORY FOR "
                   BH-ACCOUNT-REF " " BH-PERIOD
                   " STATUS=" WS-HIST-STATUS
               DISPLAY "CALCGLBU RUN ABORTED - LEDGER MAY BE "
                   "PART-POSTED, DO NOT RERUN WITHOUT REVIEW"
               CLOSE CALC-GL-TRANSMIT
               CLOSE CALC-GL-BALANCES
               CLOSE CALC-BAL-HISTORY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-HISTORY-ROLLED-COUNT.

      *****************************************************************
      *****************************************************************
                   "PART-POSTED, DO NOT RERUN WITHOUT REVIEW"
               CLOSE CALC-GL-TRANSMIT
               CLOSE CALC-GL-BALANCES
               CLOSE CALC-BAL-HISTORY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *****************************************************************
      *****************************************************************
       UPDATE-BAL-CONTROL.
      *    A re-cut posted in place of a backed-out extract is older
      *    than the last date posted, which stands.
           MOVE WS-EXTRACT-DATE TO BC-LAST-POSTED-DATE
           IF WS-EXTRACT-DATE < WS-LAST-POSTED-DATE
               MOVE WS-LAST-POSTED-DATE TO BC-LAST-POSTED-DATE
           END-IF
           OPEN OUTPUT CALC-BAL-CONTROL
           IF NOT WS-CTL-OK
               DISPLAY "WARNING - BAL CONTROL UPDATE FAILED, STATUS="

      *****************************************************************
      *****************************************************************
       MARK-TRANSMISSION-POSTED.
      *    The register entry records that the extract is on the
      *    ledger, so that an outright rejection CALCGLAL loads for it
      *    later is backed out rather than left standing. No register,
      *    or no entry, is a transmission cut before registering
      *    began. The ledger is already updated, so a failure here is
      *    a warning for follow-up.
           OPEN I-O CALC-TX-REGISTER
           IF WS-TXRG-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-TXRG-OK
                   DISPLAY "WARNING - EXTRACT " WS-EXTRACT-DATE
                       " NOT MARKED POSTED, STATUS=" WS-TXRG-STATUS
                   ADD 1 TO WS-TXRG-WARNING-COUNT
               ELSE
                   MOVE WS-EXTRACT-DATE TO TR-EXTRACT-DATE
                   READ CALC-TX-REGISTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-TIME
                           MOVE WS-CDT-DATE TO TR-POSTED-DATE
                           REWRITE CALC-TX-REG-RECORD
                           IF NOT WS-TXRG-OK
                               DISPLAY "WARNING - EXTRACT "
                                   WS-EXTRACT-DATE
                                   " NOT MARKED POSTED, STATUS="
                                   WS-TXRG-STATUS
                               ADD 1 TO WS-TXRG-WARNING-COUNT
                           END-IF
                   END-READ
                   CLOSE CALC-TX-REGISTER
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
