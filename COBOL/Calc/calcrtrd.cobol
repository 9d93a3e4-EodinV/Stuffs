      *                   control record and tally only records
      *                   dated after it, the same rule CALCRCUT
      *                   itself folds by.
      * 10/15/26 MAINT    Result and reject records grew CR-DEPARTMENT
      *                   and RJ-DEPARTMENT; the archive buffers
      *                   widened to match, logic unchanged.
      * 10/15/26 MAINT    Result record grew CR-RATE-CODE and
      *                   CR-RATE-VALUE; the result archive buffer
      *                   widened to match, logic unchanged.
      * 10/15/26 MAINT    Each CALCRHST and CALCJHST generation in the
      *                   date range is checked against its seal on
      *                   the CALC-SEAL-REGISTER (via CALCSEAL) as it
      *                   is read; one that does not match, has no
      *                   seal or is marked purged is warned of on the
      *                   report and the console, so a trend is never
      *                   drawn from an altered archive day unawares.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

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

       01  WS-DAY-DROPPED              PIC 9(7) VALUE ZERO.

       01  WS-SEAL-WARN-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-SEALS-UNAVAIL-SWITCH     PIC X VALUE "N".
           88  WS-SEALS-UNAVAILABLE    VALUE "Y".

           COPY CALCSLPM.

       01  WS-RANGE-OP-COUNTS.
           05  WS-RANGE-OP-COUNT       PIC 9(7) VALUE ZERO
                                        OCCURS 6 TIMES.
           05  RT-RATE                 PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE " %".

       01  SEAL-TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(26) VALUE
               "** GENERATIONS UNSEALED:".
           05  ST-SEAL-WARNINGS        PIC Z,ZZZ,ZZ9.

       01  SEAL-WARNING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE
               "*** WARNING - ".
           05  SW-ARCHIVE              PIC X(8).
           05  FILLER                  PIC X(12) VALUE
               " GENERATION ".
           05  SW-GEN-DATE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SW-REASON               PIC X(36).
           05  FILLER                  PIC X(15) VALUE
               " - RUN CALCSVER".

       01  SEAL-UNAVAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(34) VALUE
               "*** SEAL REGISTER NOT AVAILABLE, ".
           05  FILLER                  PIC X(25) VALUE
               "ARCHIVE SEALS NOT CHECKED".

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
                   CLOSE CALC-TRND-REPORT
                   STOP RUN
               END-IF
               MOVE "CALCRHST" TO SP-ARCHIVE
               MOVE SPACES TO SP-GEN-DATE
               PERFORM CLEAR-SEAL-TOTALS
               PERFORM UNTIL WS-END-OF-RARCH-FILE
                   READ CALC-RESULTS-ARCHIVE
                       AT END
                       NOT AT END
                           MOVE CALC-RARCH-BUFFER
                               TO CALC-RESULT-RECORD
                           IF CR-POST-DATE NOT = SP-GEN-DATE
                               PERFORM CHECK-GENERATION-SEAL
                               MOVE CR-POST-DATE TO SP-GEN-DATE
                           END-IF
                           ADD 1 TO SP-RECORD-COUNT
                           ADD CR-NUM1 TO SP-HASH-1
                           ADD CR-NUM2 TO SP-HASH-2
                           ADD CR-RESULT TO SP-HASH-3
                           PERFORM TALLY-ONE-RESULT
                   END-READ
               END-PERFORM
               PERFORM CHECK-GENERATION-SEAL
               CLOSE CALC-RESULTS-ARCHIVE
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-GENERATION-SEAL.
      *    Each archive generation inside the date range is compared
      *    with its seal once it has been read through; the warnings
      *    print ahead of the day sections. A register that cannot be
      *    read is said once and the check dropped.
           MOVE SP-GEN-DATE TO WS-ENTRY-DATE
           PERFORM CHECK-DATE-RANGE
           IF SP-RECORD-COUNT > ZERO AND NOT WS-SEALS-UNAVAILABLE
               AND WS-ENTRY-SELECTED
               SET SP-FUNC-VERIFY TO TRUE
               MOVE "CALCRTRD" TO SP-PROGRAM
               CALL "CALCSEAL" USING CALC-SEAL-PARMS
               END-CALL
               MOVE SPACES TO SW-REASON
               EVALUATE TRUE
                   WHEN SP-SEAL-MATCHES
                       CONTINUE
                   WHEN SP-REGISTER-FAILED
                       SET WS-SEALS-UNAVAILABLE TO TRUE
                       DISPLAY "CALCRTRD: SEAL REGISTER NOT AVAILABLE, "
                           "ARCHIVE SEALS NOT CHECKED"
                       WRITE CALC-TRND-LINE FROM SEAL-UNAVAIL-LINE
                   WHEN SP-SEAL-MISMATCH
                       MOVE "DOES NOT MATCH ITS SEAL" TO SW-REASON
                   WHEN SP-NOT-SEALED
                       MOVE "HAS NO SEAL" TO SW-REASON
                   WHEN OTHER
                       MOVE "IS SEALED AS PURGED" TO SW-REASON
               END-EVALUATE
               IF SW-REASON NOT = SPACES
                   ADD 1 TO WS-SEAL-WARN-COUNT
                   MOVE SP-ARCHIVE TO SW-ARCHIVE
                   MOVE SP-GEN-DATE TO SW-GEN-DATE
                   WRITE CALC-TRND-LINE FROM SEAL-WARNING-LINE
                   DISPLAY "CALCRTRD: WARNING - " SP-ARCHIVE
                       " GENERATION " SP-GEN-DATE " " SW-REASON
               END-IF
           END-IF
           PERFORM CLEAR-SEAL-TOTALS.

      *****************************************************************
      *****************************************************************
       CLEAR-SEAL-TOTALS.
           MOVE ZERO TO SP-RECORD-COUNT
           MOVE ZERO TO SP-HASH-1
           MOVE ZERO TO SP-HASH-2
           MOVE ZERO TO SP-HASH-3.

      *****************************************************************
      *****************************************************************
       SCAN-CURRENT-RESULTS.
                   CLOSE CALC-TRND-REPORT
                   STOP RUN
               END-IF
               MOVE "CALCJHST" TO SP-ARCHIVE
               MOVE SPACES TO SP-GEN-DATE
               PERFORM CLEAR-SEAL-TOTALS
               PERFORM UNTIL WS-END-OF-JARCH-FILE
                   READ CALC-REJECTS-ARCHIVE
                       AT END
                       NOT AT END
                           MOVE CALC-JARCH-BUFFER
                               TO CALC-REJECT-RECORD
                           IF RJ-REJECT-DATE NOT = SP-GEN-DATE
                               PERFORM CHECK-GENERATION-SEAL
                               MOVE RJ-REJECT-DATE TO SP-GEN-DATE
                           END-IF
                           ADD 1 TO SP-RECORD-COUNT
                           ADD RJ-NUM1 TO SP-HASH-1
                           ADD RJ-NUM2 TO SP-HASH-2
                           ADD RJ-SEQ-NO TO SP-HASH-3
                           PERFORM TALLY-ONE-REJECT
                   END-READ
               END-PERFORM
               PERFORM CHECK-GENERATION-SEAL
               CLOSE CALC-REJECTS-ARCHIVE
           END-IF.

                   WS-RANGE-REJ-COUNT * 100 / WS-RATE-BASE
           END-IF
           MOVE WS-REJECT-RATE TO RT-RATE
           WRITE CALC-TRND-LINE FROM RANGE-TOTAL-LINE
           IF WS-SEAL-WARN-COUNT > ZERO
               MOVE WS-SEAL-WARN-COUNT TO ST-SEAL-WARNINGS
               WRITE CALC-TRND-LINE FROM SEAL-TOTAL-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
