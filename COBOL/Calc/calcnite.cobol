      *                   were cut over from STOP RUN to GOBACK so
      *                   control comes back here with the
      *                   RETURN-CODE intact.
      * 10/15/26 MAINT    The end-of-night summary now flags every GL
      *                   transmission still unacknowledged on
      *                   CALC-TX-REGISTER (CALCTXRG) once ACKDAYS
      *                   business days (CALCBDAY; CALCPRMS entry,
      *                   default 2) have passed since it was cut, so
      *                   a GL return that never came is chased
      *                   instead of discovered at month-end. The flag
      *                   is information only - the RETURN-CODE is
      *                   unchanged.
      * 10/15/26 MAINT    Every step run is timed and appended to the
      *                   CALCNHST night history - start and end, the
      *                   elapsed time, the RETURN-CODE and the
      *                   step's record counts where it reports any
      *                   (registry counts for the calculator; the
      *                   cutovers leave theirs on CALCSTCT) - for
      *                   the CALCNSLA batch-window report. The
      *                   summary shows each step's elapsed time and
      *                   calls out a step that ran past the minutes
      *                   on its CALCSTEP card (columns 22-25,
      *                   optional), and the night's elapsed time
      *                   against the WINDOWEND (HHMM) CALCPRMS entry
      *                   when one is set. Information only - the
      *                   RETURN-CODE is unchanged.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT CALC-TX-REGISTER ASSIGN TO "CALCTXRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-EXTRACT-DATE
               FILE STATUS IS WS-TXRG-STATUS.

           SELECT CALC-NITE-HISTORY ASSIGN TO "CALCNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CALC-STEP-COUNTS ASSIGN TO "CALCSTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STCT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
           RECORDING MODE IS F.
       01  CALC-STEP-CARD.
           05  NS-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(1).
           05  NS-MAX-MINUTES          PIC X(4).

       FD  CALC-NITE-RESTART
           RECORDING MODE IS F.
       FD  CALC-RUN-REGISTRY.
           COPY CALCRREG.

       FD  CALC-TX-REGISTER.
           COPY CALCTXRG.

       FD  CALC-NITE-HISTORY
           RECORDING MODE IS F.
           COPY CALCNHST.

       FD  CALC-STEP-COUNTS
           RECORDING MODE IS F.
           COPY CALCSTCT.

       WORKING-STORAGE SECTION.
       01  WS-STEP-STATUS              PIC XX VALUE SPACES.
           88  WS-STEP-OK              VALUE "00".
       01  WS-REGISTRY-STATUS          PIC XX VALUE SPACES.
           88  WS-REGISTRY-OK          VALUE "00".

       01  WS-TXRG-STATUS              PIC XX VALUE SPACES.
           88  WS-TXRG-OK              VALUE "00".
           88  WS-TXRG-NOT-FOUND       VALUE "35".

       01  WS-HIST-STATUS              PIC XX VALUE SPACES.
           88  WS-HIST-OK              VALUE "00".
           88  WS-HIST-NOT-FOUND       VALUE "35".

       01  WS-STCT-STATUS              PIC XX VALUE SPACES.
           88  WS-STCT-OK              VALUE "00".

       01  WS-HIST-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-HIST-OPEN            VALUE "Y".

       01  WS-TXRG-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-TXRG-FILE     VALUE "Y".

       01  WS-STEP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-STEP-CARDS    VALUE "Y".

       01  WS-CALCULATOR-NAME          PIC X(20)
                                       VALUE "SIMPLE-CALCULATOR".

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCNITE".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       01  WS-PARM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PARM-FOUND           VALUE "Y".

       01  WS-ACK-DAYS                 PIC 9(3) VALUE 2.
       01  WS-ACK-AGE                  PIC 9(5) VALUE ZERO.
       01  WS-UNACK-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-TODAY-INT                PIC S9(9) COMP VALUE ZERO.
       01  WS-DAY-INT                  PIC S9(9) COMP VALUE ZERO.
       01  WS-DAY-DATE-NUM             PIC 9(8) VALUE ZERO.

      *    Step and night timing. A stamp is the CURRENT-DATE date
      *    and time; elapsed seconds are worked from the day numbers
      *    so a step that runs over midnight still times right.
       01  WS-NIGHT-STAMP.
           05  WS-NIGHT-DATE           PIC X(8).
           05  WS-NIGHT-TIME           PIC X(6).
           05  FILLER                  PIC X(7).
       01  WS-START-STAMP.
           05  WS-START-DATE           PIC X(8).
           05  WS-START-TIME.
               10  WS-START-HH         PIC 9(2).
               10  WS-START-MM         PIC 9(2).
               10  WS-START-SS         PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-END-STAMP.
           05  WS-END-DATE             PIC X(8).
           05  WS-END-TIME.
               10  WS-END-HH           PIC 9(2).
               10  WS-END-MM           PIC 9(2).
               10  WS-END-SS           PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-START-SECS               PIC S9(12) COMP VALUE ZERO.
       01  WS-END-SECS                 PIC S9(12) COMP VALUE ZERO.
       01  WS-ELAPSED-SECS             PIC 9(7) VALUE ZERO.
       01  WS-WORK-SECS                PIC 9(7) VALUE ZERO.
       01  WS-STEP-NO                  PIC 9(3) VALUE ZERO.
       01  WS-STEP-MAX-MINUTES         PIC 9(4) VALUE ZERO.
       01  WS-STEP-OVER-SWITCH         PIC X VALUE "N".
           88  WS-STEP-OVER-THRESHOLD  VALUE "Y".
       01  WS-COUNT-TYPE               PIC X VALUE SPACE.
       01  WS-COUNT-1                  PIC 9(8) VALUE ZERO.
       01  WS-COUNT-2                  PIC 9(8) VALUE ZERO.
       01  WS-COUNT-3                  PIC 9(8) VALUE ZERO.
       01  WS-OVER-STEP-COUNT          PIC 9(3) VALUE ZERO.

       01  WS-WINDOW-END               PIC X(4) VALUE SPACES.
       01  WS-WINDOW-END-NUM REDEFINES WS-WINDOW-END.
           05  WS-WINDOW-HH            PIC 9(2).
           05  WS-WINDOW-MM            PIC 9(2).
       01  WS-WINDOW-SECS              PIC S9(12) COMP VALUE ZERO.
       01  WS-WINDOW-MARGIN            PIC 9(5) VALUE ZERO.

       01  WS-BDAY-FUNCTION            PIC X VALUE "C".
       01  WS-BDAY-DATE-IN             PIC X(8) VALUE SPACES.
       01  WS-BDAY-DATE-OUT            PIC X(8) VALUE SPACES.
       01  WS-BDAY-SWITCH              PIC X VALUE SPACE.
           88  WS-BDAY-BUSINESS        VALUE "Y".

       01  HDG-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
           05  FILLER                  PIC X(22) VALUE "STEP".
           05  FILLER                  PIC X(5)  VALUE "RC".
           05  FILLER                  PIC X(14) VALUE "DISPOSITION".
           05  FILLER                  PIC X(10) VALUE "ELAPSED".
           05  FILLER                  PIC X(40) VALUE
               "READ/WRITTEN/REJECTED OR CUT/GENS/PURGED".

       01  STEP-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-RC                   PIC Z9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SL-DISPOSITION          PIC X(14).
           05  SL-ELAPSED              PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-COUNTS               PIC X(35).

       01  ELAPSED-TEXT.
           05  ET-HOURS                PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE ":".
           05  ET-MINUTES              PIC 99.
           05  FILLER                  PIC X(1)  VALUE ":".
           05  ET-SECONDS              PIC 99.

       01  OVER-STEP-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "STEP ".
           05  OL-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(5)  VALUE " RAN ".
           05  OL-ELAPSED              PIC X(9).
           05  FILLER                  PIC X(18) VALUE
               " - OVER ITS LIMIT ".
           05  OL-MAX-MINUTES          PIC ZZZ9.
           05  FILLER                  PIC X(8)  VALUE " MINUTES".

       01  WINDOW-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               "NIGHT ELAPSED: ".
           05  WL-ELAPSED              PIC X(9).
           05  FILLER                  PIC X(16) VALUE
               "   WINDOW END: ".
           05  WL-WINDOW-END           PIC X(4).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  WL-VERDICT              PIC X(10).
           05  WL-MARGIN               PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE " MINUTES".

       01  STEP-COUNTS.
           05  SC-READ                 PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE "/".
           05  FILLER                  PIC X(1)  VALUE "/".
           05  SC-REJECTED             PIC ZZZZZZZ9.

       01  UNACK-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               "GL TRANSMISSION ".
           05  UL-EXTRACT-DATE         PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               " UNACKNOWLEDGED ".
           05  UL-AGE                  PIC ZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               " BUSINESS DAYS (CUT ".
           05  UL-CUT-DATE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE ")".

       01  TRAILER-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL-VERDICT              PIC X(30).
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-NIGHT-STAMP
           MOVE WS-CDT-DATE TO HDG-1-DATE
           WRITE CALC-NITE-LINE FROM HDG-1
           WRITE CALC-NITE-LINE FROM HDG-2

           PERFORM READ-RESUME-POINT
           PERFORM VERIFY-RESUME-POINT
           PERFORM OPEN-NITE-HISTORY
           PERFORM RUN-STEP-CHAIN
           IF WS-HIST-OPEN
               CLOSE CALC-NITE-HISTORY
           END-IF
           PERFORM CHECK-BATCH-WINDOW
           PERFORM FLAG-UNACKNOWLEDGED-GL

           IF WS-CHAIN-RUNNING
               PERFORM CLEAR-RESUME-POINT
       PROCESS-ONE-STEP.
           MOVE NS-STEP-NAME TO WS-STEP-NAME
           MOVE WS-STEP-NAME TO SL-STEP-NAME
           MOVE SPACES TO SL-ELAPSED
           ADD 1 TO WS-STEP-NO
           IF NS-MAX-MINUTES NUMERIC
               MOVE NS-MAX-MINUTES TO WS-STEP-MAX-MINUTES
           ELSE
               MOVE ZERO TO WS-STEP-MAX-MINUTES
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-RESUME-POINT-SEEN
           DISPLAY "CALCNITE: RUNNING " WS-STEP-NAME
           MOVE "N" TO WS-CALL-FAIL-SWITCH
           MOVE ZERO TO RETURN-CODE
           PERFORM CLEAR-STEP-COUNTS
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP

           CALL WS-STEP-NAME
               ON EXCEPTION
                   SET WS-CALL-FAILED TO TRUE
           END-CALL

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           PERFORM COMPUTE-STEP-ELAPSED
           MOVE WS-ELAPSED-SECS TO WS-WORK-SECS
           PERFORM FORMAT-ELAPSED
           MOVE ELAPSED-TEXT TO SL-ELAPSED

           IF WS-CALL-FAILED
               DISPLAY "CALCNITE: STEP " WS-STEP-NAME " NOT FOUND"
               MOVE 12 TO WS-STEP-RC
           END-IF
           MOVE ZERO TO RETURN-CODE

           MOVE SPACE TO WS-COUNT-TYPE
           MOVE ZERO TO WS-COUNT-1 WS-COUNT-2 WS-COUNT-3
           IF WS-STEP-NAME = WS-CALCULATOR-NAME
               AND WS-STEP-RC <= 4
               PERFORM CHECK-REGISTRY-OUTCOME
           ELSE
               PERFORM READ-STEP-COUNTS
           END-IF

           IF WS-STEP-RC > WS-HIGHEST-RC
                   MOVE "ABORTED" TO SL-DISPOSITION
           END-EVALUATE
           WRITE CALC-NITE-LINE FROM STEP-LINE
           PERFORM CHECK-STEP-THRESHOLD
           PERFORM WRITE-STEP-HISTORY

           IF WS-STEP-RC >= 8
               SET WS-CHAIN-STOPPED TO TRUE
                       MOVE RR-RECORDS-WRITTEN TO SC-WRITTEN
                       MOVE RR-RECORDS-REJECTED TO SC-REJECTED
                       MOVE STEP-COUNTS TO SL-COUNTS
                       MOVE "R" TO WS-COUNT-TYPE
                       MOVE RR-RECORDS-READ TO WS-COUNT-1
                       MOVE RR-RECORDS-WRITTEN TO WS-COUNT-2
                       MOVE RR-RECORDS-REJECTED TO WS-COUNT-3
                       IF NOT RR-OUTCOME-CLEAN
                           AND NOT RR-OUTCOME-REJECTS
                           DISPLAY "CALCNITE: REGISTRY OUTCOME IS "
               CLOSE CALC-RUN-REGISTRY
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-NITE-HISTORY.
      *    A history that cannot be written costs the timing record,
      *    not the night - the chain runs regardless.
           OPEN EXTEND CALC-NITE-HISTORY
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT CALC-NITE-HISTORY
           END-IF
           IF WS-HIST-OK
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "CALCNITE: NIGHT HISTORY UNAVAILABLE, STATUS="
                   WS-HIST-STATUS ", STEP TIMES NOT KEPT"
           END-IF.

      *****************************************************************
      *****************************************************************
       CLEAR-STEP-COUNTS.
      *    Emptied before each step so only figures the step itself
      *    leaves are picked up after it.
           OPEN OUTPUT CALC-STEP-COUNTS
           IF WS-STCT-OK
               CLOSE CALC-STEP-COUNTS
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-STEP-COUNTS.
           MOVE SPACES TO SL-COUNTS
           OPEN INPUT CALC-STEP-COUNTS
           IF WS-STCT-OK
               READ CALC-STEP-COUNTS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SX-STEP-NAME = WS-STEP-NAME
                           MOVE "G" TO WS-COUNT-TYPE
                           MOVE SX-RECORDS-CUT TO WS-COUNT-1
                           MOVE SX-GENERATIONS TO WS-COUNT-2
                           MOVE SX-RECORDS-PURGED TO WS-COUNT-3
                           MOVE SX-RECORDS-CUT TO SC-READ
                           MOVE SX-GENERATIONS TO SC-WRITTEN
                           MOVE SX-RECORDS-PURGED TO SC-REJECTED
                           MOVE STEP-COUNTS TO SL-COUNTS
                       END-IF
               END-READ
               CLOSE CALC-STEP-COUNTS
           END-IF.

      *****************************************************************
      *****************************************************************
       COMPUTE-STEP-ELAPSED.
           COMPUTE WS-START-SECS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-START-DATE))
                   * 86400
               + WS-START-HH * 3600 + WS-START-MM * 60 + WS-START-SS
           COMPUTE WS-END-SECS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-END-DATE))
                   * 86400
               + WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.

      *****************************************************************
      *****************************************************************
       FORMAT-ELAPSED.
           DIVIDE WS-WORK-SECS BY 3600 GIVING ET-HOURS
           COMPUTE ET-MINUTES =
               FUNCTION MOD(WS-WORK-SECS, 3600) / 60
           COMPUTE ET-SECONDS = FUNCTION MOD(WS-WORK-SECS, 60).

      *****************************************************************
      *****************************************************************
       CHECK-STEP-THRESHOLD.
           MOVE "N" TO WS-STEP-OVER-SWITCH
           IF WS-STEP-MAX-MINUTES > ZERO
               AND WS-ELAPSED-SECS > WS-STEP-MAX-MINUTES * 60
               SET WS-STEP-OVER-THRESHOLD TO TRUE
               ADD 1 TO WS-OVER-STEP-COUNT
               MOVE WS-STEP-NAME TO OL-STEP-NAME
               MOVE SL-ELAPSED TO OL-ELAPSED
               MOVE WS-STEP-MAX-MINUTES TO OL-MAX-MINUTES
               WRITE CALC-NITE-LINE FROM OVER-STEP-LINE
               DISPLAY "CALCNITE: STEP " WS-STEP-NAME " RAN "
                   WS-ELAPSED-SECS " SECONDS, OVER ITS "
                   WS-STEP-MAX-MINUTES " MINUTE LIMIT"
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-STEP-HISTORY.
           IF WS-HIST-OPEN
               MOVE WS-NIGHT-DATE TO HS-NIGHT-DATE
               MOVE WS-NIGHT-TIME TO HS-NIGHT-TIME
               MOVE WS-STEP-NO TO HS-STEP-NO
               MOVE WS-STEP-NAME TO HS-STEP-NAME
               MOVE WS-START-DATE TO HS-START-DATE
               MOVE WS-START-TIME TO HS-START-TIME
               MOVE WS-END-DATE TO HS-END-DATE
               MOVE WS-END-TIME TO HS-END-TIME
               MOVE WS-ELAPSED-SECS TO HS-ELAPSED-SECS
               MOVE WS-STEP-RC TO HS-RETURN-CODE
               MOVE WS-COUNT-TYPE TO HS-COUNT-TYPE
               MOVE WS-COUNT-1 TO HS-COUNT-1
               MOVE WS-COUNT-2 TO HS-COUNT-2
               MOVE WS-COUNT-3 TO HS-COUNT-3
               MOVE WS-STEP-MAX-MINUTES TO HS-MAX-MINUTES
               MOVE WS-STEP-OVER-SWITCH TO HS-OVER-THRESHOLD
               WRITE CALC-NITE-HISTORY-RECORD
               IF NOT WS-HIST-OK
                   DISPLAY "CALCNITE: NIGHT HISTORY WRITE FAILED, "
                       "STATUS=" WS-HIST-STATUS
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-BATCH-WINDOW.
      *    The window end is a clock time: the first HHMM after the
      *    night started, so a 22:00 start against 0600 means six
      *    the next morning. Elapsed is from the start of this run.
           MOVE "WINDOWEND" TO WS-PARM-KEYWORD
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:4) TO WS-WINDOW-END
           END-IF

           MOVE WS-NIGHT-STAMP TO WS-START-STAMP
           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           PERFORM COMPUTE-STEP-ELAPSED
           MOVE WS-ELAPSED-SECS TO WS-WORK-SECS
           PERFORM FORMAT-ELAPSED
           MOVE ELAPSED-TEXT TO WL-ELAPSED

           IF WS-WINDOW-END NUMERIC
               COMPUTE WS-WINDOW-SECS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-START-DATE)) * 86400
                   + WS-WINDOW-HH * 3600 + WS-WINDOW-MM * 60
               IF WS-WINDOW-SECS NOT > WS-START-SECS
                   ADD 86400 TO WS-WINDOW-SECS
               END-IF
               MOVE WS-WINDOW-END TO WL-WINDOW-END
               IF WS-END-SECS > WS-WINDOW-SECS
                   MOVE "MISSED BY" TO WL-VERDICT
                   COMPUTE WS-WINDOW-MARGIN =
                       (WS-END-SECS - WS-WINDOW-SECS + 59) / 60
                   DISPLAY "CALCNITE: BATCH WINDOW " WS-WINDOW-END
                       " MISSED BY " WS-WINDOW-MARGIN " MINUTES"
               ELSE
                   MOVE "MET WITH" TO WL-VERDICT
                   COMPUTE WS-WINDOW-MARGIN =
                       (WS-WINDOW-SECS - WS-END-SECS) / 60
               END-IF
               MOVE WS-WINDOW-MARGIN TO WL-MARGIN
               WRITE CALC-NITE-LINE FROM SPACES
               WRITE CALC-NITE-LINE FROM WINDOW-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       FLAG-UNACKNOWLEDGED-GL.
      *    Business days are counted from the day after the cut up
      *    to today, the way CALCSGEN walks a gap: one CALCBDAY check
      *    per calendar day. Whether or not the chain finished, a GL
      *    that has not answered needs chasing.
           MOVE "ACKDAYS" TO WS-PARM-KEYWORD
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL
           IF WS-PARM-FOUND AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-ACK-DAYS
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CDT-DATE))

           OPEN INPUT CALC-TX-REGISTER
           IF WS-TXRG-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-TXRG-OK
                   DISPLAY "CALCNITE: TRANSMISSION REGISTER "
                       "UNAVAILABLE, STATUS=" WS-TXRG-STATUS
               ELSE
                   PERFORM UNTIL WS-END-OF-TXRG-FILE
                       READ CALC-TX-REGISTER NEXT RECORD
                           AT END
                               SET WS-END-OF-TXRG-FILE TO TRUE
                           NOT AT END
                               IF TR-UNACKNOWLEDGED
                                   AND TR-CUT-DATE NUMERIC
                                   PERFORM CHECK-ONE-TRANSMISSION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALC-TX-REGISTER
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-ONE-TRANSMISSION.
           MOVE ZERO TO WS-ACK-AGE
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TR-CUT-DATE))
           ADD 1 TO WS-DAY-INT
           PERFORM UNTIL WS-DAY-INT > WS-TODAY-INT
               COMPUTE WS-DAY-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DAY-DATE-NUM TO WS-BDAY-DATE-IN
               MOVE "C" TO WS-BDAY-FUNCTION
               CALL "CALCBDAY" USING WS-BDAY-DATE-IN, WS-BDAY-FUNCTION,
                                      WS-BDAY-DATE-OUT, WS-BDAY-SWITCH
               END-CALL
               IF WS-BDAY-BUSINESS
                   ADD 1 TO WS-ACK-AGE
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM

           IF WS-ACK-AGE >= WS-ACK-DAYS
               IF WS-UNACK-COUNT = ZERO
                   WRITE CALC-NITE-LINE FROM SPACES
               END-IF
               ADD 1 TO WS-UNACK-COUNT
               MOVE TR-EXTRACT-DATE TO UL-EXTRACT-DATE
               MOVE WS-ACK-AGE TO UL-AGE
               MOVE TR-CUT-DATE TO UL-CUT-DATE
               WRITE CALC-NITE-LINE FROM UNACK-LINE
               DISPLAY "CALCNITE: GL TRANSMISSION " TR-EXTRACT-DATE
                   " UNACKNOWLEDGED " WS-ACK-AGE " BUSINESS DAYS"
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-RESUME-POINT.
