      *                   Entries cut before the field existed read
      *                   back as spaces and only match a blank
      *                   filter.
      * 10/15/26 MAINT    Audit record grew AL-ENTRY-TYPE (see
      *                   CALCAUDT); buffers widened to match and a
      *                   reversal entry written by CALCREVR prints
      *                   flagged REVERSAL after the user, so it is
      *                   not read as a second calculation.
      * 10/15/26 MAINT    Audit record grew AL-DEPARTMENT (see
      *                   CALCAUDT); buffers widened to match and the
      *                   department prints after the user.
      * 10/15/26 MAINT    Audit record grew AL-RATE-CODE and
      *                   AL-RATE-VALUE (see CALCAUDT); buffers
      *                   widened to match and the rate code an
      *                   operand was taken from prints last.
      * 10/15/26 MAINT    An over-authority calculation audited as
      *                   held (entry type "H") prints flagged HELD,
      *                   and the supervisor's release of it through
      *                   CALCHREL (entry type "L") flagged RELEASE.
      * 10/15/26 MAINT    Each CALCAHST generation in the date range
      *                   is checked against its seal on the
      *                   CALC-SEAL-REGISTER (via CALCSEAL) as it is
      *                   read; one that does not match, has no seal
      *                   or is marked purged is warned of on the
      *                   report and the console, so an inquiry is
      *                   never answered from an archive day that has
      *                   been altered without saying so.
      * 10/15/26 MAINT    A console calculation refused as over its
      *                   user's authority (entry type "F") prints
      *                   flagged REFUSED.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  CALC-AUDIT-LOG
           RECORDING MODE IS F.
       01  CALC-AUDT-BUFFER            PIC X(80).

       FD  CALC-AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-ARCH-BUFFER            PIC X(80).

       FD  CALC-AINQ-REPORT
           RECORDING MODE IS F.

       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-SEAL-WARN-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-SEALS-UNAVAIL-SWITCH     PIC X VALUE "N".
           88  WS-SEALS-UNAVAILABLE    VALUE "Y".

           COPY CALCSLPM.

       01  HDG-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "OP".
           05  FILLER                  PIC X(15) VALUE "NUM2".
           05  FILLER                  PIC X(12) VALUE "RESULT".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(6)  VALUE "DEPT".
           05  FILLER                  PIC X(10) VALUE "ENTRY".
           05  FILLER                  PIC X(6)  VALUE "RATE".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-RESULT               PIC -(6)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ENTRY-TYPE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RATE-CODE            PIC X(6).

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
               "ENTRIES SELECTED:".
           05  TL-SELECTED             PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "GENERATIONS UNSEALED:".
           05  TL-SEAL-WARNINGS        PIC Z,ZZZ,ZZ9.

       01  SEAL-WARNING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(35) VALUE
               "*** WARNING - CALCAHST GENERATION ".
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
                   CLOSE CALC-AINQ-REPORT
                   STOP RUN
               END-IF
               MOVE SPACES TO SP-GEN-DATE
               PERFORM CLEAR-SEAL-TOTALS
               PERFORM UNTIL WS-END-OF-ARCH-FILE
                   READ CALC-AUDIT-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCH-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-ARCH-BUFFER TO CALC-AUDIT-RECORD
                           IF AL-DATE NOT = SP-GEN-DATE
                               PERFORM CHECK-GENERATION-SEAL
                               MOVE AL-DATE TO SP-GEN-DATE
                           END-IF
                           ADD 1 TO SP-RECORD-COUNT
                           ADD AL-NUM1 TO SP-HASH-1
                           ADD AL-NUM2 TO SP-HASH-2
                           ADD AL-RESULT TO SP-HASH-3
                           PERFORM SELECT-AND-PRINT
                   END-READ
               END-PERFORM
               PERFORM CHECK-GENERATION-SEAL
               CLOSE CALC-AUDIT-ARCHIVE
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-GENERATION-SEAL.
      *    Each archive generation inside the date range is compared
      *    with its seal once it has been read through. The warning
      *    follows that day's entries on the report. A register that
      *    cannot be read is said once and the check dropped.
           IF SP-RECORD-COUNT > ZERO AND NOT WS-SEALS-UNAVAILABLE
               AND (WS-FROM-DATE = SPACES
                    OR SP-GEN-DATE NOT < WS-FROM-DATE)
               AND (WS-TO-DATE = SPACES
                    OR SP-GEN-DATE NOT > WS-TO-DATE)
               SET SP-FUNC-VERIFY TO TRUE
               MOVE "CALCAINQ" TO SP-PROGRAM
               MOVE "CALCAHST" TO SP-ARCHIVE
               CALL "CALCSEAL" USING CALC-SEAL-PARMS
               END-CALL
               MOVE SPACES TO SW-REASON
               EVALUATE TRUE
                   WHEN SP-SEAL-MATCHES
                       CONTINUE
                   WHEN SP-REGISTER-FAILED
                       SET WS-SEALS-UNAVAILABLE TO TRUE
                       DISPLAY "CALCAINQ: SEAL REGISTER NOT AVAILABLE, "
                           "ARCHIVE SEALS NOT CHECKED"
                       WRITE CALC-AINQ-LINE FROM SEAL-UNAVAIL-LINE
                   WHEN SP-SEAL-MISMATCH
                       MOVE "DOES NOT MATCH ITS SEAL" TO SW-REASON
                   WHEN SP-NOT-SEALED
                       MOVE "HAS NO SEAL" TO SW-REASON
                   WHEN OTHER
                       MOVE "IS SEALED AS PURGED" TO SW-REASON
               END-EVALUATE
               IF SW-REASON NOT = SPACES
                   ADD 1 TO WS-SEAL-WARN-COUNT
                   MOVE SP-GEN-DATE TO SW-GEN-DATE
                   WRITE CALC-AINQ-LINE FROM SEAL-WARNING-LINE
                   DISPLAY "CALCAINQ: WARNING - CALCAHST GENERATION "
                       SP-GEN-DATE " " SW-REASON
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
       SCAN-CURRENT-LOG.
               MOVE AL-NUM2 TO DL-NUM2
               MOVE AL-RESULT TO DL-RESULT
               MOVE AL-USER-ID TO DL-USER-ID
               MOVE AL-DEPARTMENT TO DL-DEPARTMENT
               EVALUATE TRUE
                   WHEN AL-REVERSAL-ENTRY
                       MOVE "REVERSAL" TO DL-ENTRY-TYPE
                   WHEN AL-HELD-ENTRY
                       MOVE "HELD" TO DL-ENTRY-TYPE
                   WHEN AL-RELEASE-ENTRY
                       MOVE "RELEASE" TO DL-ENTRY-TYPE
                   WHEN AL-REFUSED-ENTRY
                       MOVE "REFUSED" TO DL-ENTRY-TYPE
                   WHEN OTHER
                       MOVE SPACES TO DL-ENTRY-TYPE
               END-EVALUATE
               MOVE AL-RATE-CODE TO DL-RATE-CODE
               WRITE CALC-AINQ-LINE FROM DETAIL-LINE
           END-IF.

           MOVE WS-READ-COUNT TO TL-READ
           WRITE CALC-AINQ-LINE FROM TOTAL-LINE-1
           MOVE WS-SELECTED-COUNT TO TL-SELECTED
           WRITE CALC-AINQ-LINE FROM TOTAL-LINE-2
           IF WS-SEAL-WARN-COUNT > ZERO
               MOVE WS-SEAL-WARN-COUNT TO TL-SEAL-WARNINGS
               WRITE CALC-AINQ-LINE FROM TOTAL-LINE-3
           END-IF.

      *****************************************************************
      *****************************************************************
