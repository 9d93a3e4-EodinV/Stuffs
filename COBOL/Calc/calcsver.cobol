      * *****************************************************************
      * Program name:    CALCSVER
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Archive seal verification. Re-reads
      *                   the CALCAHST, CALCRHST and CALCJHST archives
      *                   (ARCHIVE names one, blank = all) for the
      *                   generations from FROMDATE to TODATE (blank =
      *                   all) and checks each against the seal
      *                   CALCACUT or CALCRCUT left for it on the
      *                   CALC-SEAL-REGISTER: record count and hash
      *                   totals, the seal's own check value (worked
      *                   again through CALCSEAL), and its link to
      *                   the seal before it on the same archive. A
      *                   sealed generation missing from the archive,
      *                   a generation on the archive with no seal,
      *                   and a purged one still present are all
      *                   failures; a purge entry with no data is the
      *                   authorised purge and is listed as such.
      *                   Parameters come from CALCPRMS (via CALCPRMG)
      *                   when present, otherwise the console is
      *                   asked. Report on CALCSVRP; RC 8 when
      *                   anything fails, 12 on a file error.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCSVER.
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
           SELECT CALC-AUDIT-ARCHIVE ASSIGN TO "CALCAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT CALC-RESULTS-ARCHIVE ASSIGN TO "CALCRHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RARCH-STATUS.

           SELECT CALC-REJECTS-ARCHIVE ASSIGN TO "CALCJHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JARCH-STATUS.

           SELECT CALC-SEAL-REGISTER ASSIGN TO "CALCSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SREG-STATUS.

           SELECT CALC-SVER-REPORT ASSIGN TO "CALCSVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-ARCH-BUFFER            PIC X(80).

       FD  CALC-RESULTS-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-RARCH-BUFFER           PIC X(72).

       FD  CALC-REJECTS-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-JARCH-BUFFER           PIC X(90).

       FD  CALC-SEAL-REGISTER.
           COPY CALCSREG.

       FD  CALC-SVER-REPORT
           RECORDING MODE IS F.
       01  CALC-SVER-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CALCAUDR.
           COPY CALCRSLT.
           COPY CALCREJC.
           COPY CALCSLPM.

       01  WS-ARCH-STATUS              PIC XX VALUE SPACES.
           88  WS-ARCH-OK              VALUE "00".
           88  WS-ARCH-NOT-FOUND       VALUE "35".

       01  WS-RARCH-STATUS             PIC XX VALUE SPACES.
           88  WS-RARCH-OK             VALUE "00".
           88  WS-RARCH-NOT-FOUND      VALUE "35".

       01  WS-JARCH-STATUS             PIC XX VALUE SPACES.
           88  WS-JARCH-OK             VALUE "00".
           88  WS-JARCH-NOT-FOUND      VALUE "35".

       01  WS-SREG-STATUS              PIC XX VALUE SPACES.
           88  WS-SREG-OK              VALUE "00".
           88  WS-SREG-NOT-FOUND       VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-ARCH-FILE     VALUE "Y".

       01  WS-SREG-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-SREG-FILE     VALUE "Y".

       01  WS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-GEN-FOUND            VALUE "Y".

       01  WS-SELECT-SWITCH            PIC X VALUE "N".
           88  WS-ENTRY-SELECTED       VALUE "Y".
           88  WS-ENTRY-SKIPPED        VALUE "N".

       01  WS-ENTRY-FAILED-SWITCH      PIC X VALUE "N".
           88  WS-ENTRY-FAILED         VALUE "Y".

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCSVER".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       01  WS-PARM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PARM-FOUND           VALUE "Y".

       01  WS-ARCHIVE-FILTER           PIC X(8) VALUE SPACES.
           88  WS-ALL-ARCHIVES         VALUE SPACES.
           88  WS-VALID-ARCHIVE        VALUE SPACES "CALCAHST"
                                             "CALCRHST" "CALCJHST".
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8) VALUE SPACES.

       01  WS-ARCHIVE-NAME             PIC X(8) VALUE SPACES.
       01  WS-ENTRY-DATE               PIC X(8) VALUE SPACES.
       01  WS-AMOUNT-1                 PIC S9(13)V99 VALUE ZERO.
       01  WS-AMOUNT-2                 PIC S9(13)V99 VALUE ZERO.
       01  WS-AMOUNT-3                 PIC S9(13)V99 VALUE ZERO.

      *    The generations of the archive being verified, as read.
       01  WS-GEN-COUNT                PIC 9(3) COMP VALUE ZERO.
       01  WS-GEN-MAX                  PIC 9(3) COMP VALUE 400.
       01  WS-GEN-INDEX                PIC 9(3) COMP VALUE ZERO.
       01  WS-GEN-DROPPED              PIC 9(7) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY            OCCURS 400 TIMES.
               10  GT-DATE             PIC X(8).
               10  GT-RECORD-COUNT     PIC 9(8).
               10  GT-HASH-1           PIC S9(13)V99.
               10  GT-HASH-2           PIC S9(13)V99.
               10  GT-HASH-3           PIC S9(13)V99.
               10  GT-MATCHED-SWITCH   PIC X.
                   88  GT-MATCHED      VALUE "Y".

      *    The seal before the one being checked on the same archive.
       01  WS-CHAIN-DATE               PIC X(8) VALUE SPACES.
       01  WS-CHAIN-CHECK              PIC 9(9) VALUE ZERO.

       01  WS-SEALS-CHECKED            PIC 9(5) VALUE ZERO.
       01  WS-SEALS-OK                 PIC 9(5) VALUE ZERO.
       01  WS-SEALS-FAILED             PIC 9(5) VALUE ZERO.
       01  WS-PURGES-LISTED            PIC 9(5) VALUE ZERO.
       01  WS-UNSEALED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CHAIN-BREAKS             PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(8).
           05  FILLER                  PIC X(13).

       01  HDG-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "CALCSVER - ARCHIVE SEAL VERIFICATION".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-DATE              PIC X(8).
           05  FILLER                  PIC X(11) VALUE "   ARCHIVE:".
           05  HDG-1-ARCHIVE           PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "   FROM:".
           05  HDG-1-FROM              PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "   TO:".
           05  HDG-1-TO                PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ARCHIVE".
           05  FILLER                  PIC X(10) VALUE "GEN DATE".
           05  FILLER                  PIC X(8)  VALUE "SEAL".
           05  FILLER                  PIC X(11) VALUE "SEALED CNT".
           05  FILLER                  PIC X(11) VALUE "ARCHIVE CNT".
           05  FILLER                  PIC X(30) VALUE "RESULT".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ARCHIVE              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-GEN-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEAL-STATUS          PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEALED-COUNT         PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ARCHIVE-COUNT        PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RESULT               PIC X(60).

       01  COUNT-EDIT                  PIC ZZZZZZZ9.

       01  PURGE-TEXT.
           05  FILLER                  PIC X(10) VALUE "PURGED ON ".
           05  PT-PURGE-DATE           PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " BY ".
           05  PT-PURGED-BY            PIC X(8).

       01  FINDING-LINE.
           05  FILLER                  PIC X(51) VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE "*** ".
           05  FL-TEXT                 PIC X(60).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL-LABEL                PIC X(36).
           05  TL-COUNT                PIC ZZ,ZZ9.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS
           IF NOT WS-VALID-ARCHIVE
               DISPLAY "CALCSVER: ARCHIVE MUST BE CALCAHST, CALCRHST, "
                   "CALCJHST OR BLANK"
               DISPLAY "CALCSVER RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CALC-SVER-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-SVER-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCSVER RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO HDG-1-DATE
           IF WS-ALL-ARCHIVES
               MOVE "ALL" TO HDG-1-ARCHIVE
           ELSE
               MOVE WS-ARCHIVE-FILTER TO HDG-1-ARCHIVE
           END-IF
           MOVE WS-FROM-DATE TO HDG-1-FROM
           MOVE WS-TO-DATE TO HDG-1-TO
           WRITE CALC-SVER-LINE FROM HDG-1
           WRITE CALC-SVER-LINE FROM HDG-2

           IF WS-ALL-ARCHIVES OR WS-ARCHIVE-FILTER = "CALCAHST"
               MOVE "CALCAHST" TO WS-ARCHIVE-NAME
               PERFORM LOAD-AUDIT-ARCHIVE
               PERFORM VERIFY-ARCHIVE
           END-IF
           IF WS-ALL-ARCHIVES OR WS-ARCHIVE-FILTER = "CALCRHST"
               MOVE "CALCRHST" TO WS-ARCHIVE-NAME
               PERFORM LOAD-RESULTS-ARCHIVE
               PERFORM VERIFY-ARCHIVE
           END-IF
           IF WS-ALL-ARCHIVES OR WS-ARCHIVE-FILTER = "CALCJHST"
               MOVE "CALCJHST" TO WS-ARCHIVE-NAME
               PERFORM LOAD-REJECTS-ARCHIVE
               PERFORM VERIFY-ARCHIVE
           END-IF

           PERFORM PRINT-TOTALS

           CLOSE CALC-SVER-REPORT

           DISPLAY "CALCSVER SEALS CHECKED: " WS-SEALS-CHECKED
           DISPLAY "CALCSVER SEALS FAILED: " WS-SEALS-FAILED
           DISPLAY "CALCSVER GENERATIONS WITH NO SEAL: "
               WS-UNSEALED-COUNT

           IF WS-SEALS-FAILED > ZERO OR WS-UNSEALED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETERS.
           MOVE "ARCHIVE" TO WS-PARM-KEYWORD
           PERFORM GET-RUN-PARAMETER
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:8) TO WS-ARCHIVE-FILTER
           ELSE
               DISPLAY "Archive CALCAHST/CALCRHST/CALCJHST "
                   "(blank = all): "
               ACCEPT WS-ARCHIVE-FILTER
           END-IF
           MOVE "FROMDATE" TO WS-PARM-KEYWORD
           PERFORM GET-RUN-PARAMETER
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
           ELSE
               DISPLAY "From generation date YYYYMMDD (blank = all): "
               ACCEPT WS-FROM-DATE
           END-IF
           MOVE "TODATE" TO WS-PARM-KEYWORD
           PERFORM GET-RUN-PARAMETER
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
           ELSE
               DISPLAY "To generation date YYYYMMDD (blank = all): "
               ACCEPT WS-TO-DATE
           END-IF.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETER.
      *    A scheduled run takes its parameters from the CALCPRMS
      *    file (looked up by CALCPRMG); an auditor's run, or a
      *    missing entry, is asked at the console.
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL.

      *****************************************************************
      *****************************************************************
       LOAD-AUDIT-ARCHIVE.
           PERFORM CLEAR-GEN-TABLE
           OPEN INPUT CALC-AUDIT-ARCHIVE
           IF WS-ARCH-NOT-FOUND
               PERFORM NOTE-NO-ARCHIVE
           ELSE
               IF NOT WS-ARCH-OK
                   DISPLAY "ERROR OPENING CALC-AUDIT-ARCHIVE, STATUS="
                       WS-ARCH-STATUS
                   PERFORM ABORT-RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ARCH-FILE
                   READ CALC-AUDIT-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCH-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-ARCH-BUFFER TO CALC-AUDIT-RECORD
                           MOVE AL-DATE TO WS-ENTRY-DATE
                           MOVE AL-NUM1 TO WS-AMOUNT-1
                           MOVE AL-NUM2 TO WS-AMOUNT-2
                           MOVE AL-RESULT TO WS-AMOUNT-3
                           PERFORM TALLY-GENERATION
                   END-READ
               END-PERFORM
               CLOSE CALC-AUDIT-ARCHIVE
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-RESULTS-ARCHIVE.
           PERFORM CLEAR-GEN-TABLE
           OPEN INPUT CALC-RESULTS-ARCHIVE
           IF WS-RARCH-NOT-FOUND
               PERFORM NOTE-NO-ARCHIVE
           ELSE
               IF NOT WS-RARCH-OK
                   DISPLAY "ERROR OPENING CALC-RESULTS-ARCHIVE, "
                       "STATUS=" WS-RARCH-STATUS
                   PERFORM ABORT-RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ARCH-FILE
                   READ CALC-RESULTS-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCH-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-RARCH-BUFFER
                               TO CALC-RESULT-RECORD
                           MOVE CR-POST-DATE TO WS-ENTRY-DATE
                           MOVE CR-NUM1 TO WS-AMOUNT-1
                           MOVE CR-NUM2 TO WS-AMOUNT-2
                           MOVE CR-RESULT TO WS-AMOUNT-3
                           PERFORM TALLY-GENERATION
                   END-READ
               END-PERFORM
               CLOSE CALC-RESULTS-ARCHIVE
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-REJECTS-ARCHIVE.
           PERFORM CLEAR-GEN-TABLE
           OPEN INPUT CALC-REJECTS-ARCHIVE
           IF WS-JARCH-NOT-FOUND
               PERFORM NOTE-NO-ARCHIVE
           ELSE
               IF NOT WS-JARCH-OK
                   DISPLAY "ERROR OPENING CALC-REJECTS-ARCHIVE, "
                       "STATUS=" WS-JARCH-STATUS
                   PERFORM ABORT-RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ARCH-FILE
                   READ CALC-REJECTS-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCH-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-JARCH-BUFFER
                               TO CALC-REJECT-RECORD
                           MOVE RJ-REJECT-DATE TO WS-ENTRY-DATE
                           MOVE RJ-NUM1 TO WS-AMOUNT-1
                           MOVE RJ-NUM2 TO WS-AMOUNT-2
                           MOVE RJ-SEQ-NO TO WS-AMOUNT-3
                           PERFORM TALLY-GENERATION
                   END-READ
               END-PERFORM
               CLOSE CALC-REJECTS-ARCHIVE
           END-IF.

      *****************************************************************
      *****************************************************************
       CLEAR-GEN-TABLE.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE "N" TO WS-ARCH-EOF-SWITCH.

      *****************************************************************
      *****************************************************************
       NOTE-NO-ARCHIVE.
      *    No archive file at all is not an error in itself - every
      *    seal in range will show its generation missing, and with
      *    no seals either there is simply nothing to verify.
           MOVE SPACES TO CALC-SVER-LINE
           STRING " " WS-ARCHIVE-NAME DELIMITED BY SIZE
                  ": NO ARCHIVE FILE" DELIMITED BY SIZE
               INTO CALC-SVER-LINE
           END-STRING
           WRITE CALC-SVER-LINE.

      *****************************************************************
      *****************************************************************
       TALLY-GENERATION.
      *    Archives are written chronologically, so the generation
      *    wanted is nearly always the last one entered; the search
      *    runs back from there. The range is by generation date, so
      *    a generation is always taken whole or not at all.
           MOVE "Y" TO WS-SELECT-SWITCH
           IF WS-FROM-DATE NOT = SPACES
               AND WS-ENTRY-DATE < WS-FROM-DATE
               SET WS-ENTRY-SKIPPED TO TRUE
           END-IF
           IF WS-TO-DATE NOT = SPACES
               AND WS-ENTRY-DATE > WS-TO-DATE
               SET WS-ENTRY-SKIPPED TO TRUE
           END-IF
           IF WS-ENTRY-SELECTED
               PERFORM FIND-GEN-ENTRY
               IF NOT WS-GEN-FOUND
                   IF WS-GEN-COUNT < WS-GEN-MAX
                       ADD 1 TO WS-GEN-COUNT
                       MOVE WS-GEN-COUNT TO WS-GEN-INDEX
                       MOVE WS-ENTRY-DATE TO GT-DATE(WS-GEN-INDEX)
                       MOVE ZERO TO GT-RECORD-COUNT(WS-GEN-INDEX)
                       MOVE ZERO TO GT-HASH-1(WS-GEN-INDEX)
                       MOVE ZERO TO GT-HASH-2(WS-GEN-INDEX)
                       MOVE ZERO TO GT-HASH-3(WS-GEN-INDEX)
                       MOVE "N" TO GT-MATCHED-SWITCH(WS-GEN-INDEX)
                       SET WS-GEN-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-GEN-DROPPED
                   END-IF
               END-IF
               IF WS-GEN-FOUND
                   ADD 1 TO GT-RECORD-COUNT(WS-GEN-INDEX)
                   ADD WS-AMOUNT-1 TO GT-HASH-1(WS-GEN-INDEX)
                   ADD WS-AMOUNT-2 TO GT-HASH-2(WS-GEN-INDEX)
                   ADD WS-AMOUNT-3 TO GT-HASH-3(WS-GEN-INDEX)
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-GEN-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE WS-GEN-COUNT TO WS-GEN-INDEX
           PERFORM UNTIL WS-GEN-INDEX = ZERO OR WS-GEN-FOUND
               IF GT-DATE(WS-GEN-INDEX) = WS-ENTRY-DATE
                   SET WS-GEN-FOUND TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-GEN-INDEX
               END-IF
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       VERIFY-ARCHIVE.
      *    One pass of the register for this archive, oldest seal
      *    first (the key is archive then date), then whatever is on
      *    the archive that no seal accounted for. The chain is
      *    followed from the archive's first seal whatever the date
      *    range, so a break just before the range is still seen
      *    at the first seal in it.
           MOVE SPACES TO WS-CHAIN-DATE
           MOVE ZERO TO WS-CHAIN-CHECK
           MOVE "N" TO WS-SREG-EOF-SWITCH
           OPEN INPUT CALC-SEAL-REGISTER
           IF WS-SREG-NOT-FOUND
               SET WS-END-OF-SREG-FILE TO TRUE
           ELSE
               IF NOT WS-SREG-OK
                   DISPLAY "ERROR OPENING CALC-SEAL-REGISTER, STATUS="
                       WS-SREG-STATUS
                   PERFORM ABORT-RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-SREG-FILE
               READ CALC-SEAL-REGISTER
                   AT END
                       SET WS-END-OF-SREG-FILE TO TRUE
                   NOT AT END
                       IF SL-ARCHIVE = WS-ARCHIVE-NAME
                           PERFORM VERIFY-ONE-SEAL
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-SREG-NOT-FOUND
               CLOSE CALC-SEAL-REGISTER
           END-IF

           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                   UNTIL WS-GEN-INDEX > WS-GEN-COUNT
               IF NOT GT-MATCHED(WS-GEN-INDEX)
                   PERFORM REPORT-UNSEALED-GENERATION
               END-IF
           END-PERFORM
           IF WS-GEN-DROPPED > ZERO
               MOVE SPACES TO CALC-SVER-LINE
               STRING " " WS-ARCHIVE-NAME DELIMITED BY SIZE
                      ": GENERATION TABLE FULL, NARROW THE DATE RANGE"
                      DELIMITED BY SIZE
                   INTO CALC-SVER-LINE
               END-STRING
               WRITE CALC-SVER-LINE
               ADD 1 TO WS-SEALS-FAILED
               MOVE ZERO TO WS-GEN-DROPPED
           END-IF
           WRITE CALC-SVER-LINE FROM SPACES.

      *****************************************************************
      *****************************************************************
       VERIFY-ONE-SEAL.
           MOVE SL-GEN-DATE TO WS-ENTRY-DATE
           MOVE "Y" TO WS-SELECT-SWITCH
           IF WS-FROM-DATE NOT = SPACES
               AND WS-ENTRY-DATE < WS-FROM-DATE
               SET WS-ENTRY-SKIPPED TO TRUE
           END-IF
           IF WS-TO-DATE NOT = SPACES
               AND WS-ENTRY-DATE > WS-TO-DATE
               SET WS-ENTRY-SKIPPED TO TRUE
           END-IF

           IF WS-ENTRY-SELECTED
               ADD 1 TO WS-SEALS-CHECKED
               MOVE "N" TO WS-ENTRY-FAILED-SWITCH
               PERFORM FIND-GEN-ENTRY
               MOVE SL-ARCHIVE TO DL-ARCHIVE
               MOVE SL-GEN-DATE TO DL-GEN-DATE
               MOVE SL-RECORD-COUNT TO COUNT-EDIT
               MOVE COUNT-EDIT TO DL-SEALED-COUNT
               IF WS-GEN-FOUND
                   MOVE GT-RECORD-COUNT(WS-GEN-INDEX) TO COUNT-EDIT
                   MOVE COUNT-EDIT TO DL-ARCHIVE-COUNT
                   SET GT-MATCHED(WS-GEN-INDEX) TO TRUE
               ELSE
                   MOVE "NONE" TO DL-ARCHIVE-COUNT
               END-IF
               IF SL-PURGED
                   MOVE "PURGED" TO DL-SEAL-STATUS
                   MOVE SL-PURGE-DATE TO PT-PURGE-DATE
                   MOVE SL-PURGED-BY TO PT-PURGED-BY
                   MOVE PURGE-TEXT TO DL-RESULT
               ELSE
                   MOVE "SEALED" TO DL-SEAL-STATUS
                   MOVE "OK" TO DL-RESULT
               END-IF
               WRITE CALC-SVER-LINE FROM DETAIL-LINE
               PERFORM CHECK-SEAL-CHAIN
               PERFORM CHECK-SEAL-CONTENT
               IF WS-ENTRY-FAILED
                   ADD 1 TO WS-SEALS-FAILED
               ELSE
                   IF SL-PURGED
                       ADD 1 TO WS-PURGES-LISTED
                   ELSE
                       ADD 1 TO WS-SEALS-OK
                   END-IF
               END-IF
           END-IF

           MOVE SL-GEN-DATE TO WS-CHAIN-DATE
           MOVE SL-CHECK-VALUE TO WS-CHAIN-CHECK.

      *****************************************************************
      *****************************************************************
       CHECK-SEAL-CHAIN.
      *    The seal must name the one before it on the register and
      *    carry its check value, and its own check value must still
      *    work out from what it holds.
           IF SL-PRIOR-GEN-DATE NOT = WS-CHAIN-DATE
               OR SL-PRIOR-CHECK NOT = WS-CHAIN-CHECK
               MOVE SPACES TO FL-TEXT
               STRING "CHAIN BROKEN - SEAL FOLLOWS " DELIMITED BY SIZE
                      SL-PRIOR-GEN-DATE DELIMITED BY SIZE
                      ", REGISTER HAS " DELIMITED BY SIZE
                      WS-CHAIN-DATE DELIMITED BY SIZE
                   INTO FL-TEXT
               END-STRING
               PERFORM WRITE-FINDING
               ADD 1 TO WS-CHAIN-BREAKS
           END-IF

           SET SP-FUNC-CHECK-VALUE TO TRUE
           MOVE SL-GEN-DATE TO SP-GEN-DATE
           MOVE SL-RECORD-COUNT TO SP-RECORD-COUNT
           MOVE SL-HASH-1 TO SP-HASH-1
           MOVE SL-HASH-2 TO SP-HASH-2
           MOVE SL-HASH-3 TO SP-HASH-3
           MOVE SL-PRIOR-CHECK TO SP-PRIOR-CHECK
           CALL "CALCSEAL" USING CALC-SEAL-PARMS
           END-CALL
           IF SP-CHECK-VALUE NOT = SL-CHECK-VALUE
               MOVE "SEAL ALTERED - CHECK VALUE DOES NOT WORK OUT"
                   TO FL-TEXT
               PERFORM WRITE-FINDING
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-SEAL-CONTENT.
           EVALUATE TRUE
               WHEN SL-PURGED AND WS-GEN-FOUND
                   MOVE "PURGED GENERATION STILL ON THE ARCHIVE"
                       TO FL-TEXT
                   PERFORM WRITE-FINDING
               WHEN SL-PURGED
                   CONTINUE
               WHEN NOT WS-GEN-FOUND
                   MOVE "GENERATION MISSING FROM THE ARCHIVE"
                       TO FL-TEXT
                   PERFORM WRITE-FINDING
               WHEN OTHER
                   IF GT-RECORD-COUNT(WS-GEN-INDEX)
                       NOT = SL-RECORD-COUNT
                       MOVE "RECORD COUNT DIFFERS FROM THE SEAL"
                           TO FL-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
                   IF GT-HASH-1(WS-GEN-INDEX) NOT = SL-HASH-1
                       OR GT-HASH-2(WS-GEN-INDEX) NOT = SL-HASH-2
                       OR GT-HASH-3(WS-GEN-INDEX) NOT = SL-HASH-3
                       MOVE "HASH TOTALS DIFFER FROM THE SEAL"
                           TO FL-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       WRITE-FINDING.
           SET WS-ENTRY-FAILED TO TRUE
           WRITE CALC-SVER-LINE FROM FINDING-LINE.

      *****************************************************************
      *****************************************************************
       REPORT-UNSEALED-GENERATION.
           ADD 1 TO WS-UNSEALED-COUNT
           MOVE WS-ARCHIVE-NAME TO DL-ARCHIVE
           MOVE GT-DATE(WS-GEN-INDEX) TO DL-GEN-DATE
           MOVE "NONE" TO DL-SEAL-STATUS
           MOVE SPACES TO DL-SEALED-COUNT
           MOVE GT-RECORD-COUNT(WS-GEN-INDEX) TO COUNT-EDIT
           MOVE COUNT-EDIT TO DL-ARCHIVE-COUNT
           MOVE "*** UNEXPECTED GENERATION - NOT ON THE SEAL REGISTER"
               TO DL-RESULT
           WRITE CALC-SVER-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       PRINT-TOTALS.
           MOVE "SEALS CHECKED:" TO TL-LABEL
           MOVE WS-SEALS-CHECKED TO TL-COUNT
           WRITE CALC-SVER-LINE FROM TOTAL-LINE
           MOVE "SEALS VERIFIED:" TO TL-LABEL
           MOVE WS-SEALS-OK TO TL-COUNT
           WRITE CALC-SVER-LINE FROM TOTAL-LINE
           MOVE "AUTHORISED PURGES:" TO TL-LABEL
           MOVE WS-PURGES-LISTED TO TL-COUNT
           WRITE CALC-SVER-LINE FROM TOTAL-LINE
           MOVE "SEALS FAILED:" TO TL-LABEL
           MOVE WS-SEALS-FAILED TO TL-COUNT
           WRITE CALC-SVER-LINE FROM TOTAL-LINE
           MOVE "  OF WHICH CHAIN BREAKS:" TO TL-LABEL
           MOVE WS-CHAIN-BREAKS TO TL-COUNT
           WRITE CALC-SVER-LINE FROM TOTAL-LINE
           MOVE "GENERATIONS WITH NO SEAL:" TO TL-LABEL
           MOVE WS-UNSEALED-COUNT TO TL-COUNT
           WRITE CALC-SVER-LINE FROM TOTAL-LINE.

      *****************************************************************
      *****************************************************************
       ABORT-RUN.
           DISPLAY "CALCSVER RUN ABORTED"
           CLOSE CALC-SVER-REPORT
           MOVE 12 TO RETURN-CODE
           GOBACK.

      *****************************************************************
      *****************************************************************
