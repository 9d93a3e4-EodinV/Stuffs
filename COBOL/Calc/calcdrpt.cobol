      * *****************************************************************
      * Program name:    CALCDRPT
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Department activity report. For a
      *                   report date keyed by the operator (blank =
      *                   today) it shows, per department on the
      *                   CALC-DEPARTMENTS master, the day's and the
      *                   month-to-date calculation count and result
      *                   total (CR-DEPARTMENT), reject count and
      *                   reject rate (RJ-DEPARTMENT), and GL net -
      *                   debits less credits on the signed amount -
      *                   of the postings booked to the department
      *                   (GL-DEPARTMENT). Results and rejects come
      *                   from the CALCRHST/CALCJHST archives plus the
      *                   live files past the CALCRCCT last cut, the
      *                   same rule CALCRTRD tallies by; GL postings
      *                   from the CALCGLRL released archive plus the
      *                   not yet released CALCGLIF extract, dated by
      *                   GL-DATE. A department seen on the files but
      *                   missing from the master is still reported,
      *                   flagged, as are items with no department
      *                   (work posted before departments were kept).
      * 10/15/26 MAINT    Result record grew CR-RATE-CODE and
      *                   CR-RATE-VALUE; the result archive buffer
      *                   widened to match, logic unchanged.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCDRPT.
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
           SELECT CALC-DEPARTMENTS ASSIGN TO "CALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-DEPARTMENT
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-SEQ-NO
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT CALC-RESULTS-ARCHIVE ASSIGN TO "CALCRHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RARCH-STATUS.

           SELECT CALC-REJECTS ASSIGN TO "CALCREJC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJ-SEQ-NO
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT CALC-REJECTS-ARCHIVE ASSIGN TO "CALCJHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JARCH-STATUS.

           SELECT CALC-RCUT-CONTROL ASSIGN TO "CALCRCCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGLIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CALC-GL-RELEASED ASSIGN TO "CALCGLRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT CALC-DEPT-REPORT ASSIGN TO "CALCDRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-DEPARTMENTS.
           COPY CALCDEPT.

       FD  CALC-RESULTS-FILE.
           COPY CALCRSLT.

       FD  CALC-RESULTS-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-RARCH-BUFFER           PIC X(72).

       FD  CALC-REJECTS.
           COPY CALCREJC.

       FD  CALC-REJECTS-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-JARCH-BUFFER           PIC X(90).

       FD  CALC-RCUT-CONTROL
           RECORDING MODE IS F.
       01  CALC-RCUT-CTL-RECORD.
           05  RC-LAST-CUT-DATE        PIC X(8).

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
           COPY CALCGL.

       FD  CALC-GL-RELEASED
           RECORDING MODE IS F.
       01  CALC-GL-REL-RECORD.
           05  RL-RELEASE-DATE         PIC X(8).
           05  RL-GL-RECORD            PIC X(44).

       FD  CALC-DEPT-REPORT
           RECORDING MODE IS F.
       01  CALC-DEPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
           88  WS-DEPT-OK              VALUE "00".
           88  WS-DEPT-NOT-FOUND       VALUE "35".

       01  WS-RESULTS-STATUS           PIC XX VALUE SPACES.
           88  WS-RESULTS-OK           VALUE "00".
           88  WS-RESULTS-NOT-FOUND    VALUE "35".

       01  WS-RARCH-STATUS             PIC XX VALUE SPACES.
           88  WS-RARCH-OK             VALUE "00".
           88  WS-RARCH-NOT-FOUND      VALUE "35".

       01  WS-REJECTS-STATUS           PIC XX VALUE SPACES.
           88  WS-REJECTS-OK           VALUE "00".
           88  WS-REJECTS-NOT-FOUND    VALUE "35".

       01  WS-JARCH-STATUS             PIC XX VALUE SPACES.
           88  WS-JARCH-OK             VALUE "00".
           88  WS-JARCH-NOT-FOUND      VALUE "35".

       01  WS-CTL-STATUS               PIC XX VALUE SPACES.
           88  WS-CTL-OK               VALUE "00".
           88  WS-CTL-NOT-FOUND        VALUE "35".

       01  WS-GL-STATUS                PIC XX VALUE SPACES.
           88  WS-GL-OK                VALUE "00".
           88  WS-GL-NOT-FOUND         VALUE "35".

       01  WS-REL-STATUS               PIC XX VALUE SPACES.
           88  WS-REL-OK               VALUE "00".
           88  WS-REL-NOT-FOUND        VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-DEPT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-DEPT-FILE     VALUE "Y".

       01  WS-RESULTS-EOF-SWITCH       PIC X VALUE "N".
           88  WS-END-OF-RESULTS-FILE  VALUE "Y".

       01  WS-RARCH-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-RARCH-FILE    VALUE "Y".

       01  WS-REJECTS-EOF-SWITCH       PIC X VALUE "N".
           88  WS-END-OF-REJECTS-FILE  VALUE "Y".

       01  WS-JARCH-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-JARCH-FILE    VALUE "Y".

       01  WS-GL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-END-OF-GL-FILE       VALUE "Y".

       01  WS-REL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REL-FILE      VALUE "Y".

       01  WS-LAST-CUT-DATE            PIC X(8) VALUE SPACES.

       01  WS-REPORT-DATE              PIC X(8) VALUE SPACES.
       01  WS-MONTH-START              PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(8).
           05  FILLER                  PIC X(13).

       01  WS-ENTRY-DATE               PIC X(8) VALUE SPACES.
       01  WS-ENTRY-DEPARTMENT         PIC X(4) VALUE SPACES.

       01  WS-PERIOD-SWITCH            PIC X VALUE "N".
           88  WS-IN-MONTH             VALUE "M" "D".
           88  WS-ON-REPORT-DATE       VALUE "D".
           88  WS-OUT-OF-PERIOD        VALUE "N".

       01  WS-SIGNED-AMOUNT            PIC S9(9)V99 VALUE ZERO.

      *    One entry per department: the master is loaded first and
      *    any department met on the files but not on the master is
      *    added behind it. A department past the table capacity is
      *    counted as dropped and reported.
       01  WS-DEPT-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-DEPT-MAX                 PIC 9(3) COMP VALUE 200.
       01  WS-DEPT-INDEX               PIC 9(3) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY           OCCURS 200 TIMES.
               10  WS-DT-DEPARTMENT    PIC X(4).
               10  WS-DT-NAME          PIC X(30).
               10  WS-DT-DAY-RSLT-COUNT PIC 9(7).
               10  WS-DT-DAY-RSLT-TOTAL PIC S9(11)V99.
               10  WS-DT-DAY-REJ-COUNT PIC 9(7).
               10  WS-DT-DAY-GL-NET    PIC S9(11)V99.
               10  WS-DT-MTD-RSLT-COUNT PIC 9(7).
               10  WS-DT-MTD-RSLT-TOTAL PIC S9(11)V99.
               10  WS-DT-MTD-REJ-COUNT PIC 9(7).
               10  WS-DT-MTD-GL-NET    PIC S9(11)V99.

       01  WS-DEPT-DROPPED             PIC 9(7) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-DAY-RSLT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-TOT-DAY-RSLT-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-DAY-REJ-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-TOT-DAY-GL-NET       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MTD-RSLT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-TOT-MTD-RSLT-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MTD-REJ-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-TOT-MTD-GL-NET       PIC S9(11)V99 VALUE ZERO.

       01  WS-REJECT-RATE              PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-BASE                PIC 9(8) VALUE ZERO.
       01  WS-RATE-REJECTS             PIC 9(7) VALUE ZERO.

       01  HDG-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(42) VALUE
               "CALCDRPT - DEPARTMENT ACTIVITY REPORT".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-REPORT-DATE       PIC X(8).
           05  FILLER                  PIC X(15) VALUE
               "  MONTH FROM: ".
           05  HDG-1-MONTH-START       PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "DEPT".
           05  FILLER                  PIC X(31) VALUE "NAME".
           05  FILLER                  PIC X(7)  VALUE "PERIOD".
           05  FILLER                  PIC X(10) VALUE "   RESULTS".
           05  FILLER                  PIC X(18) VALUE
               "      RESULT TOTAL".
           05  FILLER                  PIC X(10) VALUE "   REJECTS".
           05  FILLER                  PIC X(10) VALUE "  REJ RATE".
           05  FILLER                  PIC X(18) VALUE
               "            GL NET".

       01  DEPT-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DD-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DD-NAME                 PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DD-PERIOD               PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DD-RESULT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DD-RESULT-TOTAL         PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DD-REJECT-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DD-REJECT-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE " %".
           05  DD-GL-NET               PIC -(13)9.99.

       01  WS-NO-DEPT-NAME             PIC X(30) VALUE
           "(NO DEPARTMENT ON RECORD)".
       01  WS-NOT-ON-MASTER-NAME       PIC X(30) VALUE
           "** NOT ON DEPARTMENT MASTER **".

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Report date YYYYMMDD (blank = today): ".
           ACCEPT WS-REPORT-DATE.

           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CDT-DATE TO WS-REPORT-DATE
           END-IF

           IF WS-REPORT-DATE NOT NUMERIC
               DISPLAY "CALCDRPT: REPORT DATE MUST BE YYYYMMDD"
               DISPLAY "CALCDRPT RUN ABORTED"
               STOP RUN
           END-IF

           MOVE WS-REPORT-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)

           OPEN OUTPUT CALC-DEPT-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-DEPT-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCDRPT RUN ABORTED"
               STOP RUN
           END-IF

           MOVE WS-REPORT-DATE TO HDG-1-REPORT-DATE
           MOVE WS-MONTH-START TO HDG-1-MONTH-START
           WRITE CALC-DEPT-LINE FROM HDG-1
           WRITE CALC-DEPT-LINE FROM SPACES
           WRITE CALC-DEPT-LINE FROM HDG-2

           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM READ-CUT-CONTROL
           PERFORM SCAN-RESULTS-ARCHIVE
           PERFORM SCAN-CURRENT-RESULTS
           PERFORM SCAN-REJECTS-ARCHIVE
           PERFORM SCAN-CURRENT-REJECTS
           PERFORM SCAN-GL-RELEASED
           PERFORM SCAN-GL-INTERFACE
           PERFORM PRINT-DEPARTMENT-LINES
           PERFORM PRINT-REPORT-TOTALS

           CLOSE CALC-DEPT-REPORT

           IF WS-DEPT-DROPPED > ZERO
               DISPLAY "CALCDRPT: DEPARTMENT TABLE FULL, "
                   WS-DEPT-DROPPED " RECORDS NOT TALLIED"
           END-IF

           DISPLAY "CALCDRPT DEPARTMENTS REPORTED: " WS-DEPT-COUNT
           DISPLAY "CALCDRPT MTD RESULTS TALLIED: "
               WS-TOT-MTD-RSLT-COUNT
           DISPLAY "CALCDRPT MTD REJECTS TALLIED: "
               WS-TOT-MTD-REJ-COUNT

           STOP RUN.

      *****************************************************************
      *****************************************************************
       LOAD-DEPARTMENT-TABLE.
      *    A missing master still lets the report run - every
      *    department found on the files is then listed as not on
      *    the master.
           OPEN INPUT CALC-DEPARTMENTS
           IF WS-DEPT-NOT-FOUND
               DISPLAY "CALCDRPT: NO DEPARTMENT MASTER ON FILE"
           ELSE
               IF NOT WS-DEPT-OK
                   DISPLAY "ERROR OPENING CALC-DEPARTMENTS, STATUS="
                       WS-DEPT-STATUS
                   DISPLAY "CALCDRPT RUN ABORTED"
                   CLOSE CALC-DEPT-REPORT
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-DEPT-FILE
                   READ CALC-DEPARTMENTS NEXT
                       AT END
                           SET WS-END-OF-DEPT-FILE TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT < WS-DEPT-MAX
                               ADD 1 TO WS-DEPT-COUNT
                               INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
                               MOVE DP-DEPARTMENT TO
                                   WS-DT-DEPARTMENT(WS-DEPT-COUNT)
                               MOVE DP-NAME TO
                                   WS-DT-NAME(WS-DEPT-COUNT)
                           ELSE
                               ADD 1 TO WS-DEPT-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-DEPARTMENTS
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-CUT-CONTROL.
      *    A live record dated on or before the last cut is already
      *    on the archive and must not be tallied twice. A missing
      *    control file means no cutover has run: everything live is
      *    new.
           OPEN INPUT CALC-RCUT-CONTROL
           IF WS-CTL-NOT-FOUND
               MOVE SPACES TO WS-CTL-STATUS
           ELSE
               IF WS-CTL-OK
                   READ CALC-RCUT-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RC-LAST-CUT-DATE TO WS-LAST-CUT-DATE
                   END-READ
                   CLOSE CALC-RCUT-CONTROL
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       SCAN-RESULTS-ARCHIVE.
           OPEN INPUT CALC-RESULTS-ARCHIVE
           IF WS-RARCH-NOT-FOUND
               DISPLAY "CALCDRPT: NO RESULTS ARCHIVE, LIVE FILE ONLY"
           ELSE
               IF NOT WS-RARCH-OK
                   DISPLAY "ERROR OPENING CALC-RESULTS-ARCHIVE, "
                       "STATUS=" WS-RARCH-STATUS
                   DISPLAY "CALCDRPT RUN ABORTED"
                   CLOSE CALC-DEPT-REPORT
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-RARCH-FILE
                   READ CALC-RESULTS-ARCHIVE
                       AT END
                           SET WS-END-OF-RARCH-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-RARCH-BUFFER
                               TO CALC-RESULT-RECORD
                           PERFORM TALLY-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE CALC-RESULTS-ARCHIVE
           END-IF.

      *****************************************************************
      *****************************************************************
       SCAN-CURRENT-RESULTS.
           OPEN INPUT CALC-RESULTS-FILE
           IF WS-RESULTS-NOT-FOUND
               DISPLAY "CALCDRPT: NO LIVE RESULTS FILE"
           ELSE
               IF NOT WS-RESULTS-OK
                   DISPLAY "ERROR OPENING CALC-RESULTS-FILE, STATUS="
                       WS-RESULTS-STATUS
                   DISPLAY "CALCDRPT RUN ABORTED"
                   CLOSE CALC-DEPT-REPORT
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-RESULTS-FILE
                   READ CALC-RESULTS-FILE
                       AT END
                           SET WS-END-OF-RESULTS-FILE TO TRUE
                       NOT AT END
                           IF CR-POST-DATE > WS-LAST-CUT-DATE
                               PERFORM TALLY-ONE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-RESULTS-FILE
           END-IF.

      *****************************************************************
      *****************************************************************
       TALLY-ONE-RESULT.
           MOVE CR-POST-DATE TO WS-ENTRY-DATE
           PERFORM CHECK-REPORT-PERIOD
           IF WS-IN-MONTH
               MOVE CR-DEPARTMENT TO WS-ENTRY-DEPARTMENT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DEPT-INDEX <= WS-DEPT-COUNT
                   ADD 1 TO WS-DT-MTD-RSLT-COUNT(WS-DEPT-INDEX)
                   ADD CR-RESULT TO WS-DT-MTD-RSLT-TOTAL(WS-DEPT-INDEX)
                   IF WS-ON-REPORT-DATE
                       ADD 1 TO WS-DT-DAY-RSLT-COUNT(WS-DEPT-INDEX)
                       ADD CR-RESULT TO
                           WS-DT-DAY-RSLT-TOTAL(WS-DEPT-INDEX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       SCAN-REJECTS-ARCHIVE.
           OPEN INPUT CALC-REJECTS-ARCHIVE
           IF WS-JARCH-NOT-FOUND
               DISPLAY "CALCDRPT: NO REJECTS ARCHIVE, LIVE FILE ONLY"
           ELSE
               IF NOT WS-JARCH-OK
                   DISPLAY "ERROR OPENING CALC-REJECTS-ARCHIVE, "
                       "STATUS=" WS-JARCH-STATUS
                   DISPLAY "CALCDRPT RUN ABORTED"
                   CLOSE CALC-DEPT-REPORT
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-JARCH-FILE
                   READ CALC-REJECTS-ARCHIVE
                       AT END
                           SET WS-END-OF-JARCH-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-JARCH-BUFFER
                               TO CALC-REJECT-RECORD
                           PERFORM TALLY-ONE-REJECT
                   END-READ
               END-PERFORM
               CLOSE CALC-REJECTS-ARCHIVE
           END-IF.

      *****************************************************************
      *****************************************************************
       SCAN-CURRENT-REJECTS.
           OPEN INPUT CALC-REJECTS
           IF WS-REJECTS-NOT-FOUND
               DISPLAY "CALCDRPT: NO LIVE REJECTS FILE"
           ELSE
               IF NOT WS-REJECTS-OK
                   DISPLAY "ERROR OPENING CALC-REJECTS, STATUS="
                       WS-REJECTS-STATUS
                   DISPLAY "CALCDRPT RUN ABORTED"
                   CLOSE CALC-DEPT-REPORT
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-REJECTS-FILE
                   READ CALC-REJECTS
                       AT END
                           SET WS-END-OF-REJECTS-FILE TO TRUE
                       NOT AT END
                           IF RJ-REJECT-DATE > WS-LAST-CUT-DATE
                               PERFORM TALLY-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-REJECTS
           END-IF.

      *****************************************************************
      *****************************************************************
       TALLY-ONE-REJECT.
           MOVE RJ-REJECT-DATE TO WS-ENTRY-DATE
           PERFORM CHECK-REPORT-PERIOD
           IF WS-IN-MONTH
               MOVE RJ-DEPARTMENT TO WS-ENTRY-DEPARTMENT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DEPT-INDEX <= WS-DEPT-COUNT
                   ADD 1 TO WS-DT-MTD-REJ-COUNT(WS-DEPT-INDEX)
                   IF WS-ON-REPORT-DATE
                       ADD 1 TO WS-DT-DAY-REJ-COUNT(WS-DEPT-INDEX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       SCAN-GL-RELEASED.
      *    Everything CALCGLCT has released sits on CALCGLRL and
      *    everything not yet released is still on CALCGLIF, so the
      *    two together hold each posting once.
           OPEN INPUT CALC-GL-RELEASED
           IF WS-REL-NOT-FOUND
               DISPLAY "CALCDRPT: NO GL RELEASED ARCHIVE"
           ELSE
               IF NOT WS-REL-OK
                   DISPLAY "ERROR OPENING CALC-GL-RELEASED, STATUS="
                       WS-REL-STATUS
                   DISPLAY "CALCDRPT RUN ABORTED"
                   CLOSE CALC-DEPT-REPORT
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-REL-FILE
                   READ CALC-GL-RELEASED
                       AT END
                           SET WS-END-OF-REL-FILE TO TRUE
                       NOT AT END
                           MOVE RL-GL-RECORD TO CALC-GL-RECORD
                           PERFORM TALLY-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE CALC-GL-RELEASED
           END-IF.

      *****************************************************************
      *****************************************************************
       SCAN-GL-INTERFACE.
           OPEN INPUT CALC-GL-INTERFACE
           IF WS-GL-NOT-FOUND
               DISPLAY "CALCDRPT: NO GL EXTRACT ON FILE"
           ELSE
               IF NOT WS-GL-OK
                   DISPLAY "ERROR OPENING CALC-GL-INTERFACE, STATUS="
                       WS-GL-STATUS
                   DISPLAY "CALCDRPT RUN ABORTED"
                   CLOSE CALC-DEPT-REPORT
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-GL-FILE
                   READ CALC-GL-INTERFACE
                       AT END
                           SET WS-END-OF-GL-FILE TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE CALC-GL-INTERFACE
           END-IF.

      *****************************************************************
      *****************************************************************
       TALLY-ONE-POSTING.
      *    Net is debits less credits on the signed amount, the way
      *    CALCGLCT proves the extract; a record cut before GL-DRCR
      *    was added takes its side from the sign.
           MOVE GL-DATE TO WS-ENTRY-DATE
           PERFORM CHECK-REPORT-PERIOD
           IF WS-IN-MONTH
               IF GL-SIGN = "-"
                   COMPUTE WS-SIGNED-AMOUNT = GL-AMOUNT * -1
               ELSE
                   MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
               IF GL-DRCR NOT = "D" AND GL-DRCR NOT = "C"
                   IF GL-SIGN = "-"
                       MOVE "C" TO GL-DRCR
                   ELSE
                       MOVE "D" TO GL-DRCR
                   END-IF
               END-IF
               IF GL-DRCR = "C"
                   COMPUTE WS-SIGNED-AMOUNT = WS-SIGNED-AMOUNT * -1
               END-IF
               MOVE GL-DEPARTMENT TO WS-ENTRY-DEPARTMENT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DEPT-INDEX <= WS-DEPT-COUNT
                   ADD WS-SIGNED-AMOUNT TO
                       WS-DT-MTD-GL-NET(WS-DEPT-INDEX)
                   IF WS-ON-REPORT-DATE
                       ADD WS-SIGNED-AMOUNT TO
                           WS-DT-DAY-GL-NET(WS-DEPT-INDEX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-REPORT-PERIOD.
           SET WS-OUT-OF-PERIOD TO TRUE
           IF WS-ENTRY-DATE >= WS-MONTH-START
               AND WS-ENTRY-DATE <= WS-REPORT-DATE
               MOVE "M" TO WS-PERIOD-SWITCH
               IF WS-ENTRY-DATE = WS-REPORT-DATE
                   SET WS-ON-REPORT-DATE TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-DEPT-ENTRY.
      *    A department not on the master (or no department at all)
      *    gets its own entry so its activity is still reported.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                      OR WS-DT-DEPARTMENT(WS-DEPT-INDEX)
                         = WS-ENTRY-DEPARTMENT
               CONTINUE
           END-PERFORM
           IF WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-DROPPED
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
                   MOVE WS-ENTRY-DEPARTMENT TO
                       WS-DT-DEPARTMENT(WS-DEPT-COUNT)
                   IF WS-ENTRY-DEPARTMENT = SPACES
                       MOVE WS-NO-DEPT-NAME TO
                           WS-DT-NAME(WS-DEPT-COUNT)
                   ELSE
                       MOVE WS-NOT-ON-MASTER-NAME TO
                           WS-DT-NAME(WS-DEPT-COUNT)
                   END-IF
                   MOVE WS-DEPT-COUNT TO WS-DEPT-INDEX
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       PRINT-DEPARTMENT-LINES.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               WRITE CALC-DEPT-LINE FROM SPACES
               MOVE WS-DT-DEPARTMENT(WS-DEPT-INDEX) TO DD-DEPARTMENT
               MOVE WS-DT-NAME(WS-DEPT-INDEX) TO DD-NAME
               MOVE "DAY" TO DD-PERIOD
               MOVE WS-DT-DAY-RSLT-COUNT(WS-DEPT-INDEX)
                   TO DD-RESULT-COUNT
               MOVE WS-DT-DAY-RSLT-TOTAL(WS-DEPT-INDEX)
                   TO DD-RESULT-TOTAL
               MOVE WS-DT-DAY-REJ-COUNT(WS-DEPT-INDEX)
                   TO DD-REJECT-COUNT
               MOVE WS-DT-DAY-GL-NET(WS-DEPT-INDEX) TO DD-GL-NET
               COMPUTE WS-RATE-BASE =
                   WS-DT-DAY-RSLT-COUNT(WS-DEPT-INDEX)
                   + WS-DT-DAY-REJ-COUNT(WS-DEPT-INDEX)
               MOVE WS-DT-DAY-REJ-COUNT(WS-DEPT-INDEX)
                   TO WS-RATE-REJECTS
               PERFORM COMPUTE-REJECT-RATE
               MOVE WS-REJECT-RATE TO DD-REJECT-RATE
               WRITE CALC-DEPT-LINE FROM DEPT-DETAIL-LINE

               MOVE SPACES TO DD-DEPARTMENT
               MOVE SPACES TO DD-NAME
               MOVE "MTD" TO DD-PERIOD
               MOVE WS-DT-MTD-RSLT-COUNT(WS-DEPT-INDEX)
                   TO DD-RESULT-COUNT
               MOVE WS-DT-MTD-RSLT-TOTAL(WS-DEPT-INDEX)
                   TO DD-RESULT-TOTAL
               MOVE WS-DT-MTD-REJ-COUNT(WS-DEPT-INDEX)
                   TO DD-REJECT-COUNT
               MOVE WS-DT-MTD-GL-NET(WS-DEPT-INDEX) TO DD-GL-NET
               COMPUTE WS-RATE-BASE =
                   WS-DT-MTD-RSLT-COUNT(WS-DEPT-INDEX)
                   + WS-DT-MTD-REJ-COUNT(WS-DEPT-INDEX)
               MOVE WS-DT-MTD-REJ-COUNT(WS-DEPT-INDEX)
                   TO WS-RATE-REJECTS
               PERFORM COMPUTE-REJECT-RATE
               MOVE WS-REJECT-RATE TO DD-REJECT-RATE
               WRITE CALC-DEPT-LINE FROM DEPT-DETAIL-LINE

               ADD WS-DT-DAY-RSLT-COUNT(WS-DEPT-INDEX)
                   TO WS-TOT-DAY-RSLT-COUNT
               ADD WS-DT-DAY-RSLT-TOTAL(WS-DEPT-INDEX)
                   TO WS-TOT-DAY-RSLT-TOTAL
               ADD WS-DT-DAY-REJ-COUNT(WS-DEPT-INDEX)
                   TO WS-TOT-DAY-REJ-COUNT
               ADD WS-DT-DAY-GL-NET(WS-DEPT-INDEX)
                   TO WS-TOT-DAY-GL-NET
               ADD WS-DT-MTD-RSLT-COUNT(WS-DEPT-INDEX)
                   TO WS-TOT-MTD-RSLT-COUNT
               ADD WS-DT-MTD-RSLT-TOTAL(WS-DEPT-INDEX)
                   TO WS-TOT-MTD-RSLT-TOTAL
               ADD WS-DT-MTD-REJ-COUNT(WS-DEPT-INDEX)
                   TO WS-TOT-MTD-REJ-COUNT
               ADD WS-DT-MTD-GL-NET(WS-DEPT-INDEX)
                   TO WS-TOT-MTD-GL-NET
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       PRINT-REPORT-TOTALS.
           WRITE CALC-DEPT-LINE FROM SPACES
           MOVE "****" TO DD-DEPARTMENT
           MOVE "ALL DEPARTMENTS" TO DD-NAME
           MOVE "DAY" TO DD-PERIOD
           MOVE WS-TOT-DAY-RSLT-COUNT TO DD-RESULT-COUNT
           MOVE WS-TOT-DAY-RSLT-TOTAL TO DD-RESULT-TOTAL
           MOVE WS-TOT-DAY-REJ-COUNT TO DD-REJECT-COUNT
           MOVE WS-TOT-DAY-GL-NET TO DD-GL-NET
           COMPUTE WS-RATE-BASE =
               WS-TOT-DAY-RSLT-COUNT + WS-TOT-DAY-REJ-COUNT
           MOVE WS-TOT-DAY-REJ-COUNT TO WS-RATE-REJECTS
           PERFORM COMPUTE-REJECT-RATE
           MOVE WS-REJECT-RATE TO DD-REJECT-RATE
           WRITE CALC-DEPT-LINE FROM DEPT-DETAIL-LINE

           MOVE SPACES TO DD-DEPARTMENT
           MOVE SPACES TO DD-NAME
           MOVE "MTD" TO DD-PERIOD
           MOVE WS-TOT-MTD-RSLT-COUNT TO DD-RESULT-COUNT
           MOVE WS-TOT-MTD-RSLT-TOTAL TO DD-RESULT-TOTAL
           MOVE WS-TOT-MTD-REJ-COUNT TO DD-REJECT-COUNT
           MOVE WS-TOT-MTD-GL-NET TO DD-GL-NET
           COMPUTE WS-RATE-BASE =
               WS-TOT-MTD-RSLT-COUNT + WS-TOT-MTD-REJ-COUNT
           MOVE WS-TOT-MTD-REJ-COUNT TO WS-RATE-REJECTS
           PERFORM COMPUTE-REJECT-RATE
           MOVE WS-REJECT-RATE TO DD-REJECT-RATE
           WRITE CALC-DEPT-LINE FROM DEPT-DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       COMPUTE-REJECT-RATE.
           IF WS-RATE-BASE = ZERO
               MOVE ZERO TO WS-REJECT-RATE
           ELSE
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-RATE-REJECTS * 100 / WS-RATE-BASE
           END-IF.

      *****************************************************************
      *****************************************************************
