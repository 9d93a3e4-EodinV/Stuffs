      * *****************************************************************
      * Program name:    CALCNSLA
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Batch-window report over the
      *                   CALCNHST night history CALCNITE keeps. When
      *                   the window overran nobody could say which
      *                   step had been growing - CALCNSRP shows one
      *                   night and is gone the next. For the nights
      *                   from FROMDATE to TODATE (CALCPRMS entries,
      *                   default the last 30 days) this lists every
      *                   night's start, end and elapsed time against
      *                   the WINDOWEND target held in CALCPRMS for
      *                   CALCNITE, with each step's time, return
      *                   code and counts beside its average; then,
      *                   per step, the run count, average and
      *                   maximum and the trend from the earlier half
      *                   of the range to the later. A night that
      *                   missed the window, and a step that ran
      *                   OVERPCT per cent (default 50) and at least
      *                   a minute over its own average or past the
      *                   limit on its CALCSTEP card, are flagged.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCNSLA.
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
           SELECT CALC-NITE-HISTORY ASSIGN TO "CALCNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CALC-NSLA-REPORT ASSIGN TO "CALCSLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-NITE-HISTORY
           RECORDING MODE IS F.
           COPY CALCNHST.

       FD  CALC-NSLA-REPORT
           RECORDING MODE IS F.
       01  CALC-NSLA-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS              PIC XX VALUE SPACES.
           88  WS-HIST-OK              VALUE "00".
           88  WS-HIST-NOT-FOUND       VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-HIST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-HIST-FILE     VALUE "Y".

       01  WS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-ENTRY-FOUND          VALUE "Y".

       01  WS-OVERFLOW-SWITCH          PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW       VALUE "Y".

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCNSLA".
       01  WS-NITE-PROGRAM             PIC X(8) VALUE "CALCNITE".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       01  WS-PARM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PARM-FOUND           VALUE "Y".

       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8) VALUE SPACES.
       01  WS-OVER-PCT                 PIC 9(3) VALUE 50.
       01  WS-MIN-OVER-SECS            PIC 9(3) VALUE 60.
       01  WS-TREND-PCT-BAND           PIC 9(3) VALUE 10.

       01  WS-WINDOW-END               PIC X(4) VALUE SPACES.
       01  WS-WINDOW-END-NUM REDEFINES WS-WINDOW-END.
           05  WS-WINDOW-HH            PIC 9(2).
           05  WS-WINDOW-MM            PIC 9(2).

       01  WS-TODAY-INT                PIC S9(9) COMP VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(8) VALUE ZERO.

      *    One entry per step name seen in the range.
       01  WS-STEP-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-STEP-MAX                 PIC 9(3) COMP VALUE 100.
       01  WS-STEP-INDEX               PIC 9(3) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 100 TIMES.
               10  ST-NAME             PIC X(20).
               10  ST-RUNS             PIC 9(5).
               10  ST-TOTAL-SECS       PIC 9(11).
               10  ST-MAX-SECS         PIC 9(7).
               10  ST-AVG-SECS         PIC 9(7).
               10  ST-EARLY-RUNS       PIC 9(5).
               10  ST-EARLY-SECS       PIC 9(11).
               10  ST-LATE-RUNS        PIC 9(5).
               10  ST-LATE-SECS        PIC 9(11).
               10  ST-OVER-AVG-COUNT   PIC 9(5).
               10  ST-OVER-LIMIT-COUNT PIC 9(5).

      *    One entry per night in the range, in history order. A
      *    restarted night is one night: first start to last end.
       01  WS-NIGHT-COUNT              PIC 9(3) COMP VALUE ZERO.
       01  WS-NIGHT-MAX                PIC 9(3) COMP VALUE 400.
       01  WS-NIGHT-INDEX              PIC 9(3) COMP VALUE ZERO.
       01  WS-NIGHT-HALF               PIC 9(3) COMP VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY          OCCURS 400 TIMES.
               10  NT-DATE             PIC X(8).
               10  NT-START-STAMP.
                   15  NT-START-DATE   PIC X(8).
                   15  NT-START-TIME   PIC X(6).
               10  NT-END-STAMP.
                   15  NT-END-DATE     PIC X(8).
                   15  NT-END-TIME     PIC X(6).
               10  NT-STEPS            PIC 9(3).
               10  NT-ELAPSED-SECS     PIC 9(7).
               10  NT-BREACH-SWITCH    PIC X.
                   88  NT-BREACHED     VALUE "Y".
               10  NT-MARGIN-MINS      PIC 9(5).

       01  WS-END-STAMP.
           05  WS-END-DATE             PIC X(8).
           05  WS-END-TIME             PIC X(6).

       01  WS-STAMP-DATE               PIC X(8) VALUE SPACES.
       01  WS-STAMP-TIME.
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
           05  WS-STAMP-SS             PIC 9(2).
       01  WS-STAMP-SECS               PIC S9(12) COMP VALUE ZERO.
       01  WS-START-SECS               PIC S9(12) COMP VALUE ZERO.
       01  WS-END-SECS                 PIC S9(12) COMP VALUE ZERO.
       01  WS-WINDOW-SECS              PIC S9(12) COMP VALUE ZERO.
       01  WS-WORK-SECS                PIC 9(7) VALUE ZERO.
       01  WS-LIMIT-SECS               PIC 9(11) VALUE ZERO.
       01  WS-EARLY-AVG                PIC 9(7) VALUE ZERO.
       01  WS-LATE-AVG                 PIC 9(7) VALUE ZERO.
       01  WS-TREND-PCT                PIC S9(5) VALUE ZERO.
       01  WS-PRINTED-NIGHT            PIC X(8) VALUE SPACES.

       01  WS-HIST-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-IN-RANGE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-BREACH-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-OVER-AVG-TOTAL           PIC 9(5) VALUE ZERO.
       01  WS-OVER-LIMIT-TOTAL         PIC 9(5) VALUE ZERO.

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
               "CALCNSLA - NIGHT RUN BATCH WINDOW REPORT".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-DATE              PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "   FROM: ".
           05  HDG-1-FROM              PIC X(8).
           05  FILLER                  PIC X(7)  VALUE "   TO: ".
           05  HDG-1-TO                PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "WINDOW END: ".
           05  HDG-2-WINDOW            PIC X(4).
           05  FILLER                  PIC X(28) VALUE
               "   STEP FLAGGED WHEN OVER ".
           05  HDG-2-OVER-PCT          PIC ZZ9.
           05  FILLER                  PIC X(30) VALUE
               "% OF ITS AVERAGE OR ITS LIMIT".

       01  NIGHT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "NIGHT ".
           05  NL-DATE                 PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  START ".
           05  NL-START-DATE           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  NL-START-TIME           PIC X(6).
           05  FILLER                  PIC X(6)  VALUE "  END ".
           05  NL-END-DATE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  NL-END-TIME             PIC X(6).
           05  FILLER                  PIC X(10) VALUE "  ELAPSED ".
           05  NL-ELAPSED              PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  NL-WINDOW-NOTE          PIC X(34).

       01  WINDOW-NOTE.
           05  WN-VERDICT              PIC X(17).
           05  WN-MARGIN               PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE " MIN".
           05  WN-FLAG                 PIC X(8).

       01  STEP-HDG.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE "STEP".
           05  FILLER                  PIC X(7)  VALUE "START".
           05  FILLER                  PIC X(7)  VALUE "END".
           05  FILLER                  PIC X(10) VALUE "ELAPSED".
           05  FILLER                  PIC X(4)  VALUE "RC".
           05  FILLER                  PIC X(10) VALUE "AVERAGE".
           05  FILLER                  PIC X(27) VALUE
               "RD/WRT/REJ OR CUT/GEN/PRG".
           05  FILLER                  PIC X(20) VALUE "NOTE".

       01  STEP-DETAIL-LINE.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SD-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-START-TIME           PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-END-TIME             PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-ELAPSED              PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-RC                   PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-AVERAGE              PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-COUNTS               PIC X(26).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-NOTE                 PIC X(30).

       01  STEP-COUNTS.
           05  SC-COUNT-1              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE "/".
           05  SC-COUNT-2              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE "/".
           05  SC-COUNT-3              PIC ZZZZZZZ9.

       01  SUMMARY-HDG.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(21) VALUE "STEP".
           05  FILLER                  PIC X(6)  VALUE "RUNS".
           05  FILLER                  PIC X(10) VALUE "AVERAGE".
           05  FILLER                  PIC X(10) VALUE "MAXIMUM".
           05  FILLER                  PIC X(10) VALUE "EARLIER".
           05  FILLER                  PIC X(10) VALUE "LATER".
           05  FILLER                  PIC X(11) VALUE "TREND".
           05  FILLER                  PIC X(9)  VALUE "OVER-AVG".
           05  FILLER                  PIC X(10) VALUE "OVER-LIMIT".

       01  SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-RUNS                 PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-AVERAGE              PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-MAXIMUM              PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-EARLIER              PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-LATER                PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-TREND                PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SM-OVER-AVG             PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SM-OVER-LIMIT           PIC ZZZZ9.

       01  TREND-TEXT.
           05  TT-DIRECTION            PIC X(5).
           05  TT-PCT                  PIC ZZZ9.
           05  TT-PCT-SIGN             PIC X(1).

       01  ELAPSED-TEXT.
           05  ET-HOURS                PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE ":".
           05  ET-MINUTES              PIC 99.
           05  FILLER                  PIC X(1)  VALUE ":".
           05  ET-SECONDS              PIC 99.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL-LABEL                PIC X(30).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CDT-DATE))

           PERFORM GET-RUN-PARAMETERS

           OPEN OUTPUT CALC-NSLA-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-NSLA-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCNSLA RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CDT-DATE TO HDG-1-DATE
           MOVE WS-FROM-DATE TO HDG-1-FROM
           MOVE WS-TO-DATE TO HDG-1-TO
           WRITE CALC-NSLA-LINE FROM HDG-1
           IF WS-WINDOW-END NUMERIC
               MOVE WS-WINDOW-END TO HDG-2-WINDOW
           ELSE
               MOVE "NONE" TO HDG-2-WINDOW
           END-IF
           MOVE WS-OVER-PCT TO HDG-2-OVER-PCT
           WRITE CALC-NSLA-LINE FROM HDG-2

           PERFORM ACCUMULATE-HISTORY
           IF WS-NIGHT-COUNT > ZERO
               PERFORM ASSESS-NIGHTS
               PERFORM LIST-NIGHTS
               PERFORM LIST-STEP-SUMMARY
           END-IF
           PERFORM PRINT-TOTALS

           CLOSE CALC-NSLA-REPORT

           DISPLAY "CALCNSLA NIGHTS: " WS-NIGHT-COUNT
           DISPLAY "CALCNSLA WINDOW BREACHED: " WS-BREACH-COUNT
           DISPLAY "CALCNSLA STEPS OVER AVERAGE: " WS-OVER-AVG-TOTAL
           DISPLAY "CALCNSLA STEPS OVER LIMIT: " WS-OVER-LIMIT-TOTAL

           GOBACK.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETERS.
      *    The window end belongs to the night run, so it is read
      *    from CALCNITE's own CALCPRMS entry - one figure for both
      *    the nightly summary and this report.
           MOVE "FROMDATE" TO WS-PARM-KEYWORD
           PERFORM GET-RUN-PARAMETER
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
           END-IF
           MOVE "TODATE" TO WS-PARM-KEYWORD
           PERFORM GET-RUN-PARAMETER
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
           END-IF
           MOVE "OVERPCT" TO WS-PARM-KEYWORD
           PERFORM GET-RUN-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-OVER-PCT
           END-IF

           IF WS-TO-DATE NOT NUMERIC
               MOVE WS-CDT-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE NOT NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 30)
               MOVE WS-DATE-NUM TO WS-FROM-DATE
           END-IF

           MOVE "WINDOWEND" TO WS-PARM-KEYWORD
           CALL "CALCPRMG" USING WS-NITE-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:4) TO WS-WINDOW-END
           END-IF.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETER.
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL.

      *****************************************************************
      *****************************************************************
       ACCUMULATE-HISTORY.
      *    First pass: per-step run count, total and maximum, and the
      *    nights in the range with their first start and last end.
           PERFORM OPEN-HISTORY
           IF WS-HIST-OK
               PERFORM UNTIL WS-END-OF-HIST-FILE
                   READ CALC-NITE-HISTORY
                       AT END
                           SET WS-END-OF-HIST-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           IF HS-NIGHT-DATE NOT < WS-FROM-DATE
                               AND HS-NIGHT-DATE NOT > WS-TO-DATE
                               ADD 1 TO WS-IN-RANGE-COUNT
                               PERFORM ACCUMULATE-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-NITE-HISTORY
           END-IF
           IF WS-TABLE-OVERFLOW
               DISPLAY "CALCNSLA: STEP OR NIGHT TABLE FULL, "
                   "NARROW THE DATE RANGE"
           END-IF
           IF WS-NIGHT-COUNT = ZERO
               WRITE CALC-NSLA-LINE FROM SPACES
               MOVE " NO NIGHT RUNS ON CALCNHST IN THE DATE RANGE"
                   TO CALC-NSLA-LINE
               WRITE CALC-NSLA-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT CALC-NITE-HISTORY
           IF NOT WS-HIST-OK AND NOT WS-HIST-NOT-FOUND
               DISPLAY "ERROR OPENING CALC-NITE-HISTORY, STATUS="
                   WS-HIST-STATUS
               DISPLAY "CALCNSLA RUN ABORTED"
               CLOSE CALC-NSLA-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      *****************************************************************
       ACCUMULATE-ONE-STEP.
           PERFORM FIND-NIGHT-ENTRY
           IF NOT WS-ENTRY-FOUND
               IF WS-NIGHT-COUNT < WS-NIGHT-MAX
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE WS-NIGHT-COUNT TO WS-NIGHT-INDEX
                   MOVE HS-NIGHT-DATE TO NT-DATE(WS-NIGHT-INDEX)
                   MOVE HS-NIGHT-DATE TO NT-START-DATE(WS-NIGHT-INDEX)
                   MOVE HS-NIGHT-TIME TO NT-START-TIME(WS-NIGHT-INDEX)
                   MOVE LOW-VALUES TO NT-END-STAMP(WS-NIGHT-INDEX)
                   MOVE ZERO TO NT-STEPS(WS-NIGHT-INDEX)
                   MOVE ZERO TO NT-ELAPSED-SECS(WS-NIGHT-INDEX)
                   MOVE "N" TO NT-BREACH-SWITCH(WS-NIGHT-INDEX)
                   MOVE ZERO TO NT-MARGIN-MINS(WS-NIGHT-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO NT-STEPS(WS-NIGHT-INDEX)
               MOVE HS-END-DATE TO WS-END-DATE
               MOVE HS-END-TIME TO WS-END-TIME
               IF WS-END-STAMP > NT-END-STAMP(WS-NIGHT-INDEX)
                   MOVE WS-END-STAMP TO NT-END-STAMP(WS-NIGHT-INDEX)
               END-IF
           END-IF

           PERFORM FIND-STEP-ENTRY
           IF NOT WS-ENTRY-FOUND
               IF WS-STEP-COUNT < WS-STEP-MAX
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-INDEX
                   INITIALIZE WS-STEP-ENTRY(WS-STEP-INDEX)
                   MOVE HS-STEP-NAME TO ST-NAME(WS-STEP-INDEX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO ST-RUNS(WS-STEP-INDEX)
               ADD HS-ELAPSED-SECS TO ST-TOTAL-SECS(WS-STEP-INDEX)
               IF HS-ELAPSED-SECS > ST-MAX-SECS(WS-STEP-INDEX)
                   MOVE HS-ELAPSED-SECS TO ST-MAX-SECS(WS-STEP-INDEX)
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-NIGHT-ENTRY.
      *    History is appended night by night, so the night wanted is
      *    nearly always the last one entered; the search runs back
      *    from there.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-INDEX
           PERFORM UNTIL WS-NIGHT-INDEX = ZERO OR WS-ENTRY-FOUND
               IF NT-DATE(WS-NIGHT-INDEX) = HS-NIGHT-DATE
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-NIGHT-INDEX
               END-IF
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       FIND-STEP-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-STEP-INDEX
           PERFORM UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-ENTRY-FOUND
               IF ST-NAME(WS-STEP-INDEX) = HS-STEP-NAME
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STEP-INDEX
               END-IF
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       ASSESS-NIGHTS.
      *    Step averages, then each night's elapsed time and whether
      *    it ended past the window: the first WINDOWEND clock time
      *    after the night started, as CALCNITE reckons it.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               COMPUTE ST-AVG-SECS(WS-STEP-INDEX) =
                   ST-TOTAL-SECS(WS-STEP-INDEX)
                       / ST-RUNS(WS-STEP-INDEX)
           END-PERFORM
           COMPUTE WS-NIGHT-HALF = WS-NIGHT-COUNT / 2

           PERFORM VARYING WS-NIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-NIGHT-INDEX > WS-NIGHT-COUNT
               MOVE NT-START-DATE(WS-NIGHT-INDEX) TO WS-STAMP-DATE
               MOVE NT-START-TIME(WS-NIGHT-INDEX) TO WS-STAMP-TIME
               PERFORM COMPUTE-STAMP-SECS
               MOVE WS-STAMP-SECS TO WS-START-SECS
               MOVE NT-END-DATE(WS-NIGHT-INDEX) TO WS-STAMP-DATE
               MOVE NT-END-TIME(WS-NIGHT-INDEX) TO WS-STAMP-TIME
               PERFORM COMPUTE-STAMP-SECS
               MOVE WS-STAMP-SECS TO WS-END-SECS
               IF WS-END-SECS > WS-START-SECS
                   COMPUTE NT-ELAPSED-SECS(WS-NIGHT-INDEX) =
                       WS-END-SECS - WS-START-SECS
               END-IF
               IF WS-WINDOW-END NUMERIC
                   PERFORM CHECK-NIGHT-WINDOW
               END-IF
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       COMPUTE-STAMP-SECS.
           MOVE ZERO TO WS-STAMP-SECS
           IF WS-STAMP-DATE NUMERIC AND WS-STAMP-TIME NUMERIC
               COMPUTE WS-STAMP-SECS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-STAMP-DATE)) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                   + WS-STAMP-SS
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-NIGHT-WINDOW.
           MOVE NT-START-DATE(WS-NIGHT-INDEX) TO WS-STAMP-DATE
           MOVE WS-WINDOW-HH TO WS-STAMP-HH
           MOVE WS-WINDOW-MM TO WS-STAMP-MM
           MOVE ZERO TO WS-STAMP-SS
           PERFORM COMPUTE-STAMP-SECS
           MOVE WS-STAMP-SECS TO WS-WINDOW-SECS
           IF WS-WINDOW-SECS NOT > WS-START-SECS
               ADD 86400 TO WS-WINDOW-SECS
           END-IF
           IF WS-END-SECS > WS-WINDOW-SECS
               SET NT-BREACHED(WS-NIGHT-INDEX) TO TRUE
               ADD 1 TO WS-BREACH-COUNT
               COMPUTE NT-MARGIN-MINS(WS-NIGHT-INDEX) =
                   (WS-END-SECS - WS-WINDOW-SECS + 59) / 60
           ELSE
               COMPUTE NT-MARGIN-MINS(WS-NIGHT-INDEX) =
                   (WS-WINDOW-SECS - WS-END-SECS) / 60
           END-IF.

      *****************************************************************
      *****************************************************************
       LIST-NIGHTS.
      *    Second pass: every step of every night beside its average,
      *    with the earlier and later halves of the range tallied for
      *    the trend as it goes.
           PERFORM OPEN-HISTORY
           IF WS-HIST-OK
               PERFORM UNTIL WS-END-OF-HIST-FILE
                   READ CALC-NITE-HISTORY
                       AT END
                           SET WS-END-OF-HIST-FILE TO TRUE
                       NOT AT END
                           IF HS-NIGHT-DATE NOT < WS-FROM-DATE
                               AND HS-NIGHT-DATE NOT > WS-TO-DATE
                               PERFORM LIST-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-NITE-HISTORY
           END-IF.

      *****************************************************************
      *****************************************************************
       LIST-ONE-STEP.
           PERFORM FIND-NIGHT-ENTRY
           IF WS-ENTRY-FOUND
               IF HS-NIGHT-DATE NOT = WS-PRINTED-NIGHT
                   PERFORM WRITE-NIGHT-LINE
               END-IF
               PERFORM FIND-STEP-ENTRY
           END-IF
           IF WS-ENTRY-FOUND
               PERFORM WRITE-STEP-DETAIL
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-NIGHT-LINE.
           MOVE HS-NIGHT-DATE TO WS-PRINTED-NIGHT
           WRITE CALC-NSLA-LINE FROM SPACES
           MOVE NT-DATE(WS-NIGHT-INDEX) TO NL-DATE
           MOVE NT-START-DATE(WS-NIGHT-INDEX) TO NL-START-DATE
           MOVE NT-START-TIME(WS-NIGHT-INDEX) TO NL-START-TIME
           MOVE NT-END-DATE(WS-NIGHT-INDEX) TO NL-END-DATE
           MOVE NT-END-TIME(WS-NIGHT-INDEX) TO NL-END-TIME
           MOVE NT-ELAPSED-SECS(WS-NIGHT-INDEX) TO WS-WORK-SECS
           PERFORM FORMAT-ELAPSED
           MOVE ELAPSED-TEXT TO NL-ELAPSED
           MOVE SPACES TO NL-WINDOW-NOTE
           IF WS-WINDOW-END NUMERIC
               MOVE SPACES TO WN-FLAG
               IF NT-BREACHED(WS-NIGHT-INDEX)
                   MOVE "WINDOW MISSED BY" TO WN-VERDICT
                   MOVE " ***" TO WN-FLAG
               ELSE
                   MOVE "WINDOW MET WITH" TO WN-VERDICT
               END-IF
               MOVE NT-MARGIN-MINS(WS-NIGHT-INDEX) TO WN-MARGIN
               MOVE WINDOW-NOTE TO NL-WINDOW-NOTE
           END-IF
           WRITE CALC-NSLA-LINE FROM NIGHT-LINE
           WRITE CALC-NSLA-LINE FROM STEP-HDG.

      *****************************************************************
      *****************************************************************
       WRITE-STEP-DETAIL.
           IF WS-NIGHT-INDEX > WS-NIGHT-HALF
               ADD 1 TO ST-LATE-RUNS(WS-STEP-INDEX)
               ADD HS-ELAPSED-SECS TO ST-LATE-SECS(WS-STEP-INDEX)
           ELSE
               ADD 1 TO ST-EARLY-RUNS(WS-STEP-INDEX)
               ADD HS-ELAPSED-SECS TO ST-EARLY-SECS(WS-STEP-INDEX)
           END-IF

           MOVE SPACES TO SD-NOTE
           MOVE HS-STEP-NAME TO SD-STEP-NAME
           MOVE HS-START-TIME TO SD-START-TIME
           MOVE HS-END-TIME TO SD-END-TIME
           MOVE HS-ELAPSED-SECS TO WS-WORK-SECS
           PERFORM FORMAT-ELAPSED
           MOVE ELAPSED-TEXT TO SD-ELAPSED
           MOVE HS-RETURN-CODE TO SD-RC
           MOVE ST-AVG-SECS(WS-STEP-INDEX) TO WS-WORK-SECS
           PERFORM FORMAT-ELAPSED
           MOVE ELAPSED-TEXT TO SD-AVERAGE
           IF HS-NO-COUNTS
               MOVE SPACES TO SD-COUNTS
           ELSE
               MOVE HS-COUNT-1 TO SC-COUNT-1
               MOVE HS-COUNT-2 TO SC-COUNT-2
               MOVE HS-COUNT-3 TO SC-COUNT-3
               MOVE STEP-COUNTS TO SD-COUNTS
           END-IF

      *    Well over its own average: the margin in per cent and at
      *    least a minute, so a step that takes seconds is not
      *    flagged for a blip. A single run is its own average.
           COMPUTE WS-LIMIT-SECS =
               ST-AVG-SECS(WS-STEP-INDEX) * (100 + WS-OVER-PCT) / 100
           IF ST-RUNS(WS-STEP-INDEX) > 1
               AND HS-ELAPSED-SECS > WS-LIMIT-SECS
               AND HS-ELAPSED-SECS NOT <
                   ST-AVG-SECS(WS-STEP-INDEX) + WS-MIN-OVER-SECS
               ADD 1 TO ST-OVER-AVG-COUNT(WS-STEP-INDEX)
               ADD 1 TO WS-OVER-AVG-TOTAL
               MOVE "*** OVER AVERAGE" TO SD-NOTE
           END-IF
           IF HS-THRESHOLD-BREACHED
               ADD 1 TO ST-OVER-LIMIT-COUNT(WS-STEP-INDEX)
               ADD 1 TO WS-OVER-LIMIT-TOTAL
               IF SD-NOTE = SPACES
                   MOVE "*** OVER LIMIT" TO SD-NOTE
               ELSE
                   MOVE "*** OVER AVERAGE AND LIMIT" TO SD-NOTE
               END-IF
           END-IF
           WRITE CALC-NSLA-LINE FROM STEP-DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       LIST-STEP-SUMMARY.
           WRITE CALC-NSLA-LINE FROM SPACES
           WRITE CALC-NSLA-LINE FROM SUMMARY-HDG
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       WRITE-SUMMARY-LINE.
      *    The trend compares the step's average over the earlier
      *    half of the nights in the range with the later half;
      *    within the band either way it is steady.
           MOVE ST-NAME(WS-STEP-INDEX) TO SM-STEP-NAME
           MOVE ST-RUNS(WS-STEP-INDEX) TO SM-RUNS
           MOVE ST-AVG-SECS(WS-STEP-INDEX) TO WS-WORK-SECS
           PERFORM FORMAT-ELAPSED
           MOVE ELAPSED-TEXT TO SM-AVERAGE
           MOVE ST-MAX-SECS(WS-STEP-INDEX) TO WS-WORK-SECS
           PERFORM FORMAT-ELAPSED
           MOVE ELAPSED-TEXT TO SM-MAXIMUM
           MOVE SPACES TO SM-EARLIER SM-LATER
           MOVE "-" TO SM-TREND
           IF ST-EARLY-RUNS(WS-STEP-INDEX) > ZERO
               COMPUTE WS-EARLY-AVG = ST-EARLY-SECS(WS-STEP-INDEX)
                   / ST-EARLY-RUNS(WS-STEP-INDEX)
               MOVE WS-EARLY-AVG TO WS-WORK-SECS
               PERFORM FORMAT-ELAPSED
               MOVE ELAPSED-TEXT TO SM-EARLIER
           END-IF
           IF ST-LATE-RUNS(WS-STEP-INDEX) > ZERO
               COMPUTE WS-LATE-AVG = ST-LATE-SECS(WS-STEP-INDEX)
                   / ST-LATE-RUNS(WS-STEP-INDEX)
               MOVE WS-LATE-AVG TO WS-WORK-SECS
               PERFORM FORMAT-ELAPSED
               MOVE ELAPSED-TEXT TO SM-LATER
           END-IF
           IF ST-EARLY-RUNS(WS-STEP-INDEX) > ZERO
               AND ST-LATE-RUNS(WS-STEP-INDEX) > ZERO
               PERFORM WORK-OUT-TREND
           END-IF
           MOVE ST-OVER-AVG-COUNT(WS-STEP-INDEX) TO SM-OVER-AVG
           MOVE ST-OVER-LIMIT-COUNT(WS-STEP-INDEX) TO SM-OVER-LIMIT
           WRITE CALC-NSLA-LINE FROM SUMMARY-LINE.

      *****************************************************************
      *****************************************************************
       WORK-OUT-TREND.
           IF WS-EARLY-AVG = ZERO
               IF WS-LATE-AVG = ZERO
                   MOVE "STEADY" TO SM-TREND
               ELSE
                   MOVE "UP" TO SM-TREND
               END-IF
           ELSE
               COMPUTE WS-TREND-PCT ROUNDED =
                   (WS-LATE-AVG - WS-EARLY-AVG) * 100 / WS-EARLY-AVG
               MOVE "%" TO TT-PCT-SIGN
               EVALUATE TRUE
                   WHEN WS-TREND-PCT > WS-TREND-PCT-BAND
                       MOVE "UP" TO TT-DIRECTION
                       MOVE WS-TREND-PCT TO TT-PCT
                       MOVE TREND-TEXT TO SM-TREND
                   WHEN WS-TREND-PCT < ZERO - WS-TREND-PCT-BAND
                       MOVE "DOWN" TO TT-DIRECTION
                       COMPUTE TT-PCT = WS-TREND-PCT * -1
                       MOVE TREND-TEXT TO SM-TREND
                   WHEN OTHER
                       MOVE "STEADY" TO SM-TREND
               END-EVALUATE
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
       PRINT-TOTALS.
           WRITE CALC-NSLA-LINE FROM SPACES
           MOVE "HISTORY RECORDS READ:" TO TL-LABEL
           MOVE WS-HIST-READ-COUNT TO TL-COUNT
           WRITE CALC-NSLA-LINE FROM TOTAL-LINE
           MOVE "STEP RUNS IN RANGE:" TO TL-LABEL
           MOVE WS-IN-RANGE-COUNT TO TL-COUNT
           WRITE CALC-NSLA-LINE FROM TOTAL-LINE
           MOVE "NIGHTS IN RANGE:" TO TL-LABEL
           MOVE WS-NIGHT-COUNT TO TL-COUNT
           WRITE CALC-NSLA-LINE FROM TOTAL-LINE
           MOVE "NIGHTS PAST WINDOW END:" TO TL-LABEL
           MOVE WS-BREACH-COUNT TO TL-COUNT
           WRITE CALC-NSLA-LINE FROM TOTAL-LINE
           MOVE "STEP RUNS OVER AVERAGE:" TO TL-LABEL
           MOVE WS-OVER-AVG-TOTAL TO TL-COUNT
           WRITE CALC-NSLA-LINE FROM TOTAL-LINE
           MOVE "STEP RUNS OVER LIMIT:" TO TL-LABEL
           MOVE WS-OVER-LIMIT-TOTAL TO TL-COUNT
           WRITE CALC-NSLA-LINE FROM TOTAL-LINE.

      *****************************************************************
      *****************************************************************
