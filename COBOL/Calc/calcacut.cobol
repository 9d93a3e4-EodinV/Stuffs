      *                   taken from the CALCPRMS file (via CALCPRMG)
      *                   when an entry is present - a standalone run
      *                   still prompts exactly as before.
      * 10/15/26 MAINT    Audit record grew AL-ENTRY-TYPE (see
      *                   CALCAUDT); the X-type work/archive buffers
      *                   widened to match, logic unchanged.
      * 10/15/26 MAINT    Audit record grew AL-DEPARTMENT (see
      *                   CALCAUDT); buffers widened again to match.
      * 10/15/26 MAINT    Audit record grew AL-RATE-CODE and
      *                   AL-RATE-VALUE (see CALCAUDT); buffers
      *                   widened again to match.
      * 10/15/26 MAINT    Leaves its figures (entries archived,
      *                   generations now held, entries purged) on
      *                   the CALCSTCT step-counts file for the
      *                   CALCNITE step history.
      * 10/15/26 MAINT    Seals every CALCAHST generation on the
      *                   CALC-SEAL-REGISTER through CALCSEAL as the
      *                   archive is rewritten: one added to today
      *                   (or never sealed) is sealed, one carried
      *                   untouched is checked against its seal, and
      *                   one purged under the keep-count leaves a
      *                   purge entry. A failed check or a register
      *                   that cannot be updated gives RC 4; the cut
      *                   itself goes ahead as before.
      * 10/15/26 MAINT    Review fix: the RC 4 for a seal warning is
      *                   set once at the end of the run - each later
      *                   CALL was handing back its own zero, so only
      *                   a failure on the very last generation ever
      *                   reached CALCNITE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CALC-STEP-COUNTS ASSIGN TO "CALCSTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STCT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-AUDIT-LOG
           RECORDING MODE IS F.
       01  CALC-AUDT-BUFFER            PIC X(80).

       FD  CALC-AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-ARCH-BUFFER            PIC X(80).

       FD  CALC-AUDIT-WORK
           RECORDING MODE IS F.
       01  CALC-WORK-BUFFER            PIC X(80).

       FD  CALC-STEP-COUNTS
           RECORDING MODE IS F.
           COPY CALCSTCT.

       WORKING-STORAGE SECTION.
           COPY CALCAUDR.
       01  WS-WORK-STATUS              PIC XX VALUE SPACES.
           88  WS-WORK-OK              VALUE "00".

       01  WS-STCT-STATUS              PIC XX VALUE SPACES.
           88  WS-STCT-OK              VALUE "00".

       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-AUDIT-FILE    VALUE "Y".


       01  WS-CUTOFF-DATE              PIC X(8) VALUE LOW-VALUES.

       01  WS-FIRST-NEW-DATE           PIC X(8) VALUE HIGH-VALUES.

       01  WS-SEALS-FAILED-SWITCH      PIC X VALUE "N".
           88  WS-SEALS-FAILED         VALUE "Y".

       01  WS-SEALED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SEAL-PURGE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SEAL-FAIL-COUNT          PIC 9(5) VALUE ZERO.

           COPY CALCSLPM.

       01  WS-ARCHIVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CARRIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(7) VALUE ZERO.
           DISPLAY "CALCACUT ARCHIVED TODAY: " WS-ARCHIVED-COUNT
           DISPLAY "CALCACUT CARRIED FORWARD: " WS-CARRIED-COUNT
           DISPLAY "CALCACUT PURGED: " WS-PURGED-COUNT
           DISPLAY "CALCACUT GENERATIONS SEALED: " WS-SEALED-COUNT
           DISPLAY "CALCACUT PURGES ENTERED ON SEAL REGISTER: "
               WS-SEAL-PURGE-COUNT
           IF WS-SEAL-FAIL-COUNT > ZERO
               DISPLAY "CALCACUT GENERATIONS FAILING THEIR SEAL: "
                   WS-SEAL-FAIL-COUNT
           END-IF

           PERFORM REPORT-STEP-COUNTS

      *    Set last: every CALL above hands back its own RETURN-CODE.
           IF WS-SEALS-FAILED OR WS-SEAL-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

                       WRITE CALC-WORK-BUFFER FROM CALC-AUDIT-RECORD
                       PERFORM CHECK-WORK-WRITE
                       ADD 1 TO WS-ARCHIVED-COUNT
                       IF AL-DATE < WS-FIRST-NEW-DATE
                           MOVE AL-DATE TO WS-FIRST-NEW-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-AUDIT-NOT-FOUND
               GOBACK
           END-IF

      *    Each generation is sealed (or its purge entered) when the
      *    date changes, oldest first, so CALCSEAL can chain each
      *    seal to the one before.
           MOVE SPACES TO SP-GEN-DATE
           MOVE SPACES TO SP-PRIOR-GEN-DATE
           MOVE ZERO TO SP-PRIOR-CHECK
           PERFORM CLEAR-SEAL-TOTALS

           MOVE "N" TO WS-WORK-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-WORK-FILE
               READ CALC-AUDIT-WORK
                       SET WS-END-OF-WORK-FILE TO TRUE
                   NOT AT END
                       MOVE CALC-WORK-BUFFER TO CALC-AUDIT-RECORD
                       IF AL-DATE NOT = SP-GEN-DATE
                           PERFORM SEAL-GENERATION
                           MOVE AL-DATE TO SP-GEN-DATE
                       END-IF
                       ADD 1 TO SP-RECORD-COUNT
                       ADD AL-NUM1 TO SP-HASH-1
                       ADD AL-NUM2 TO SP-HASH-2
                       ADD AL-RESULT TO SP-HASH-3
                       IF AL-DATE < WS-CUTOFF-DATE
                           ADD 1 TO WS-PURGED-COUNT
                       ELSE
           END-PERFORM

           CLOSE CALC-AUDIT-WORK
           CLOSE CALC-AUDIT-ARCHIVE
           PERFORM SEAL-GENERATION.

      *****************************************************************
      *****************************************************************
       SEAL-GENERATION.
      *    The archive is already rewritten by the time anything is
      *    wrong here, so a failed seal check or a register that
      *    cannot be updated is a warning for CALCSVER follow-up,
      *    not a reason to stop the cut. Once the register fails,
      *    the rest of the run's generations are left unsealed and
      *    the next cutover seals them.
           IF SP-RECORD-COUNT > ZERO AND NOT WS-SEALS-FAILED
               MOVE "CALCACUT" TO SP-PROGRAM
               MOVE "CALCAHST" TO SP-ARCHIVE
               IF SP-GEN-DATE < WS-CUTOFF-DATE
                   SET SP-FUNC-PURGE TO TRUE
               ELSE
                   SET SP-FUNC-SEAL TO TRUE
               END-IF
               IF SP-GEN-DATE < WS-FIRST-NEW-DATE
                   MOVE "N" TO SP-NEW-RECORDS
               ELSE
                   SET SP-GEN-ADDED-TO TO TRUE
               END-IF
               CALL "CALCSEAL" USING CALC-SEAL-PARMS
               END-CALL
               EVALUATE TRUE
                   WHEN SP-SEAL-MATCHES
                       CONTINUE
                   WHEN SP-SEAL-WRITTEN
                       ADD 1 TO WS-SEALED-COUNT
                   WHEN SP-PURGE-ENTERED
                       ADD 1 TO WS-SEAL-PURGE-COUNT
                   WHEN SP-REGISTER-FAILED
                       SET WS-SEALS-FAILED TO TRUE
                       DISPLAY "CALCACUT: WARNING - SEAL REGISTER NOT "
                           "UPDATED, GENERATIONS FROM " SP-GEN-DATE
                           " LEFT UNSEALED"
                   WHEN OTHER
                       ADD 1 TO WS-SEAL-FAIL-COUNT
                       DISPLAY "CALCACUT: WARNING - CALCAHST "
                           "GENERATION " SP-GEN-DATE
                           " FAILS ITS SEAL, RUN CALCSVER"
               END-EVALUATE
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

      *****************************************************************
      *****************************************************************
       REPORT-STEP-COUNTS.
      *    Figures for the CALCNITE step history. Failing to leave
      *    them loses nothing but the counts, so it is only noted.
           OPEN OUTPUT CALC-STEP-COUNTS
           IF WS-STCT-OK
               MOVE "CALCACUT" TO SX-STEP-NAME
               MOVE WS-ARCHIVED-COUNT TO SX-RECORDS-CUT
               IF WS-GEN-COUNT > WS-KEEP-GENS
                   MOVE WS-KEEP-GENS TO SX-GENERATIONS
               ELSE
                   MOVE WS-GEN-COUNT TO SX-GENERATIONS
               END-IF
               MOVE WS-PURGED-COUNT TO SX-RECORDS-PURGED
               WRITE CALC-STEP-COUNT-RECORD
               CLOSE CALC-STEP-COUNTS
           ELSE
               DISPLAY "CALCACUT: STEP COUNTS NOT WRITTEN, STATUS="
                   WS-STCT-STATUS
           END-IF.

      *****************************************************************
      *****************************************************************
