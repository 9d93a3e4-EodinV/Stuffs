      *                   the same control record to refuse
      *                   truncating a file this job has not
      *                   archived yet.
      * 10/15/26 MAINT    Result and reject records grew CR-DEPARTMENT
      *                   and RJ-DEPARTMENT; the archive and work
      *                   buffers widened to match. Generations cut
      *                   before the change read back short with the
      *                   department spaces.
      * 10/15/26 MAINT    Result record grew CR-RATE-CODE and
      *                   CR-RATE-VALUE; the result archive and work
      *                   buffers widened to match. Older generations
      *                   read back with the rate spaces.
      * 10/15/26 MAINT    Leaves its results figures (records
      *                   archived, CALCRHST generations now held,
      *                   records purged) on the CALCSTCT step-counts
      *                   file for the CALCNITE step history.
      * 10/15/26 MAINT    Seals every CALCRHST and CALCJHST
      *                   generation on the CALC-SEAL-REGISTER
      *                   through CALCSEAL as the archives are
      *                   rewritten, as CALCACUT does for CALCAHST:
      *                   a generation folded into this run (or
      *                   never sealed) is sealed, one carried
      *                   untouched is checked against its seal, and
      *                   one purged under the keep-count leaves a
      *                   purge entry. A failed check or a register
      *                   that cannot be updated gives RC 4.
      * 10/15/26 MAINT    Review fixes: the RC 4 for a seal warning is
      *                   set once at the end of the run - each later
      *                   CALL was handing back its own zero, so only
      *                   a failure on the very last generation ever
      *                   reached CALCNITE. And a result CALCREVR
      *                   reverses after its day was folded now has its
      *                   archived copy marked reversed too (the fold
      *                   never takes that day again), so the archive
      *                   readers stop showing it as a clean posting
      *                   once the live file is truncated.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CALC-STEP-COUNTS ASSIGN TO "CALCSTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STCT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.

       FD  CALC-RESULTS-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-RARCH-BUFFER           PIC X(72).

       FD  CALC-RESULTS-WORK
           RECORDING MODE IS F.
       01  CALC-RWORK-BUFFER           PIC X(72).

       FD  CALC-REJECTS.
           COPY CALCREJC.

       FD  CALC-REJECTS-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-JARCH-BUFFER           PIC X(90).

       FD  CALC-REJECTS-WORK
           RECORDING MODE IS F.
       01  CALC-JWORK-BUFFER           PIC X(90).

       FD  CALC-RCUT-CONTROL
           RECORDING MODE IS F.
       01  CALC-RCUT-CTL-RECORD.
           05  RC-LAST-CUT-DATE        PIC X(8).

       FD  CALC-STEP-COUNTS
           RECORDING MODE IS F.
           COPY CALCSTCT.

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-STATUS           PIC XX VALUE SPACES.
           88  WS-RESULTS-OK           VALUE "00".
           88  WS-CTL-OK               VALUE "00".
           88  WS-CTL-NOT-FOUND        VALUE "35".

       01  WS-STCT-STATUS              PIC XX VALUE SPACES.
           88  WS-STCT-OK              VALUE "00".

       01  WS-RESULTS-EOF-SWITCH       PIC X VALUE "N".
           88  WS-END-OF-RESULTS-FILE  VALUE "Y".

       01  WS-RCUTOFF-DATE             PIC X(8) VALUE LOW-VALUES.
       01  WS-JCUTOFF-DATE             PIC X(8) VALUE LOW-VALUES.

       01  WS-RFIRST-NEW-DATE          PIC X(8) VALUE HIGH-VALUES.
       01  WS-JFIRST-NEW-DATE          PIC X(8) VALUE HIGH-VALUES.
       01  WS-SEAL-CUTOFF-DATE         PIC X(8) VALUE LOW-VALUES.
       01  WS-SEAL-FIRST-NEW-DATE      PIC X(8) VALUE HIGH-VALUES.

       01  WS-SEALS-FAILED-SWITCH      PIC X VALUE "N".
           88  WS-SEALS-FAILED         VALUE "Y".

       01  WS-SEALED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SEAL-PURGE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SEAL-FAIL-COUNT          PIC 9(5) VALUE ZERO.

           COPY CALCSLPM.

       01  WS-LATE-REV-COUNT           PIC 9(3) COMP VALUE ZERO.
       01  WS-LATE-REV-MAX             PIC 9(3) COMP VALUE 500.
       01  WS-LATE-REV-INDEX           PIC 9(3) COMP VALUE ZERO.
       01  WS-LATE-REV-TABLE.
           05  WS-LATE-REV-ENTRY       OCCURS 500 TIMES.
               10  WS-LATE-REV-SEQ-NO  PIC 9(8).
               10  WS-LATE-REV-DATE    PIC X(8).

       01  WS-LATE-REV-OVERFLOW-SWITCH PIC X VALUE "N".
           88  WS-LATE-REV-OVERFLOW    VALUE "Y".

       01  WS-LATE-REV-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-LATE-REV-FOUND       VALUE "Y".

       01  WS-RSLT-REVERSED-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-LAST-CUT-DATE            PIC X(8) VALUE SPACES.
       01  WS-NEW-CUT-DATE             PIC X(8) VALUE SPACES.

           END-IF.

           PERFORM READ-CUT-CONTROL
           PERFORM NOTE-LATE-REVERSALS
           PERFORM BUILD-RESULTS-WORK-FILE
           PERFORM BUILD-REJECTS-WORK-FILE
           PERFORM DETERMINE-CUTOFF-DATES
               WS-RSLT-PRIOR-COUNT
           DISPLAY "CALCRCUT RESULTS CARRIED: " WS-RSLT-CARRIED-COUNT
           DISPLAY "CALCRCUT RESULTS PURGED: " WS-RSLT-PURGED-COUNT
           DISPLAY "CALCRCUT LATE REVERSALS MARKED ON ARCHIVE: "
               WS-RSLT-REVERSED-COUNT
           DISPLAY "CALCRCUT REJECTS ARCHIVED: " WS-REJC-ARCHIVED-COUNT
           DISPLAY "CALCRCUT REJECTS ALREADY CUT: "
               WS-REJC-PRIOR-COUNT
           DISPLAY "CALCRCUT REJECTS CARRIED: " WS-REJC-CARRIED-COUNT
           DISPLAY "CALCRCUT REJECTS PURGED: " WS-REJC-PURGED-COUNT
           DISPLAY "CALCRCUT GENERATIONS SEALED: " WS-SEALED-COUNT
           DISPLAY "CALCRCUT PURGES ENTERED ON SEAL REGISTER: "
               WS-SEAL-PURGE-COUNT
           IF WS-SEAL-FAIL-COUNT > ZERO
               DISPLAY "CALCRCUT GENERATIONS FAILING THEIR SEAL: "
                   WS-SEAL-FAIL-COUNT
           END-IF

           PERFORM REPORT-STEP-COUNTS

      *    Set last: every CALL above hands back its own RETURN-CODE.
           IF WS-SEALS-FAILED OR WS-SEAL-FAIL-COUNT > ZERO
               OR WS-LATE-REV-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

                       SET WS-END-OF-RARCH-FILE TO TRUE
                   NOT AT END
                       MOVE CALC-RARCH-BUFFER TO CALC-RESULT-RECORD
                       IF WS-LATE-REV-COUNT > ZERO
                           AND NOT CR-STATUS-REVERSED
                           PERFORM APPLY-LATE-REVERSAL
                       END-IF
                       MOVE CR-POST-DATE TO WS-GEN-DATE-IN
                       PERFORM NOTE-RESULT-GENERATION
                       WRITE CALC-RWORK-BUFFER FROM CALC-RESULT-RECORD
                               FROM CALC-RESULT-RECORD
                           PERFORM CHECK-RWORK-WRITE
                           ADD 1 TO WS-RSLT-ARCHIVED-COUNT
                           IF CR-POST-DATE < WS-RFIRST-NEW-DATE
                               MOVE CR-POST-DATE TO WS-RFIRST-NEW-DATE
                           END-IF
                           IF CR-POST-DATE > WS-NEW-CUT-DATE
                               MOVE CR-POST-DATE TO WS-NEW-CUT-DATE
                           END-IF

           CLOSE CALC-RESULTS-WORK.

      *****************************************************************
      *****************************************************************
       NOTE-LATE-REVERSALS.
      *    CALCREVR can reverse a result after its day has been folded
      *    (the live file keeps it until the next fresh batch run),
      *    and the fold below never takes such a day again. So every
      *    reversed live record dated on or before the last cut is
      *    noted here and its archived copy is marked reversed as the
      *    archive is copied. The status is not part of the seal, so
      *    the day is still only checked against its seal, never
      *    resealed. Marking is repeated harmlessly every run while
      *    the live record lasts, so a table overflow is picked up by
      *    the next cutover (RC 4 meanwhile).
           IF WS-LAST-CUT-DATE NOT = SPACES
               MOVE "N" TO WS-RESULTS-EOF-SWITCH
               OPEN INPUT CALC-RESULTS-FILE
               IF WS-RESULTS-OK
                   PERFORM UNTIL WS-END-OF-RESULTS-FILE
                       READ CALC-RESULTS-FILE
                           AT END
                               SET WS-END-OF-RESULTS-FILE TO TRUE
                           NOT AT END
                               IF CR-STATUS-REVERSED
                                   AND CR-POST-DATE <= WS-LAST-CUT-DATE
                                   PERFORM ADD-LATE-REVERSAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALC-RESULTS-FILE
               END-IF
               MOVE "N" TO WS-RESULTS-EOF-SWITCH
           END-IF.

      *****************************************************************
      *****************************************************************
       ADD-LATE-REVERSAL.
           IF WS-LATE-REV-COUNT >= WS-LATE-REV-MAX
               IF NOT WS-LATE-REV-OVERFLOW
                   SET WS-LATE-REV-OVERFLOW TO TRUE
                   DISPLAY "CALCRCUT: WARNING - MORE THAN "
                       WS-LATE-REV-MAX " LATE REVERSALS, THE REST "
                       "GO TO THE ARCHIVE NEXT CUTOVER"
               END-IF
           ELSE
               ADD 1 TO WS-LATE-REV-COUNT
               MOVE CR-SEQ-NO TO WS-LATE-REV-SEQ-NO(WS-LATE-REV-COUNT)
               MOVE CR-POST-DATE TO WS-LATE-REV-DATE(WS-LATE-REV-COUNT)
           END-IF.

      *****************************************************************
      *****************************************************************
       APPLY-LATE-REVERSAL.
      *    The archived copy of a result reversed since it was
      *    folded, matched on sequence number and post date (batch
      *    sequence numbers start again with each day's feed).
           MOVE "N" TO WS-LATE-REV-FOUND-SWITCH
           PERFORM VARYING WS-LATE-REV-INDEX FROM 1 BY 1
               UNTIL WS-LATE-REV-INDEX > WS-LATE-REV-COUNT
                  OR WS-LATE-REV-FOUND
               IF WS-LATE-REV-SEQ-NO(WS-LATE-REV-INDEX) = CR-SEQ-NO
                   AND WS-LATE-REV-DATE(WS-LATE-REV-INDEX)
                       = CR-POST-DATE
                   SET WS-LATE-REV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-LATE-REV-FOUND
               SET CR-STATUS-REVERSED TO TRUE
               ADD 1 TO WS-RSLT-REVERSED-COUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       NOTE-RESULT-GENERATION.
                               FROM CALC-REJECT-RECORD
                           PERFORM CHECK-JWORK-WRITE
                           ADD 1 TO WS-REJC-ARCHIVED-COUNT
                           IF RJ-REJECT-DATE < WS-JFIRST-NEW-DATE
                               MOVE RJ-REJECT-DATE
                                   TO WS-JFIRST-NEW-DATE
                           END-IF
                           IF RJ-REJECT-DATE > WS-NEW-CUT-DATE
                               MOVE RJ-REJECT-DATE TO WS-NEW-CUT-DATE
                           END-IF
               GOBACK
           END-IF

           MOVE "CALCRHST" TO SP-ARCHIVE
           MOVE WS-RCUTOFF-DATE TO WS-SEAL-CUTOFF-DATE
           MOVE WS-RFIRST-NEW-DATE TO WS-SEAL-FIRST-NEW-DATE
           PERFORM START-SEAL-CHAIN

           MOVE "N" TO WS-RWORK-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-RWORK-FILE
               READ CALC-RESULTS-WORK
                       SET WS-END-OF-RWORK-FILE TO TRUE
                   NOT AT END
                       MOVE CALC-RWORK-BUFFER TO CALC-RESULT-RECORD
                       IF CR-POST-DATE NOT = SP-GEN-DATE
                           PERFORM SEAL-GENERATION
                           MOVE CR-POST-DATE TO SP-GEN-DATE
                       END-IF
                       ADD 1 TO SP-RECORD-COUNT
                       ADD CR-NUM1 TO SP-HASH-1
                       ADD CR-NUM2 TO SP-HASH-2
                       ADD CR-RESULT TO SP-HASH-3
                       IF CR-POST-DATE < WS-RCUTOFF-DATE
                           ADD 1 TO WS-RSLT-PURGED-COUNT
                       ELSE
           END-PERFORM

           CLOSE CALC-RESULTS-WORK
           CLOSE CALC-RESULTS-ARCHIVE
           PERFORM SEAL-GENERATION.

      *****************************************************************
      *****************************************************************
               GOBACK
           END-IF

           MOVE "CALCJHST" TO SP-ARCHIVE
           MOVE WS-JCUTOFF-DATE TO WS-SEAL-CUTOFF-DATE
           MOVE WS-JFIRST-NEW-DATE TO WS-SEAL-FIRST-NEW-DATE
           PERFORM START-SEAL-CHAIN

           MOVE "N" TO WS-JWORK-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-JWORK-FILE
               READ CALC-REJECTS-WORK
                       SET WS-END-OF-JWORK-FILE TO TRUE
                   NOT AT END
                       MOVE CALC-JWORK-BUFFER TO CALC-REJECT-RECORD
                       IF RJ-REJECT-DATE NOT = SP-GEN-DATE
                           PERFORM SEAL-GENERATION
                           MOVE RJ-REJECT-DATE TO SP-GEN-DATE
                       END-IF
                       ADD 1 TO SP-RECORD-COUNT
                       ADD RJ-NUM1 TO SP-HASH-1
                       ADD RJ-NUM2 TO SP-HASH-2
                       ADD RJ-SEQ-NO TO SP-HASH-3
                       IF RJ-REJECT-DATE < WS-JCUTOFF-DATE
                           ADD 1 TO WS-REJC-PURGED-COUNT
                       ELSE
           END-PERFORM

           CLOSE CALC-REJECTS-WORK
           CLOSE CALC-REJECTS-ARCHIVE
           PERFORM SEAL-GENERATION.

      *****************************************************************
      *****************************************************************
       START-SEAL-CHAIN.
      *    Each archive's generations are sealed (or their purges
      *    entered) when the date changes, oldest first, so CALCSEAL
      *    can chain each seal to the one before on that archive.
           MOVE SPACES TO SP-GEN-DATE
           MOVE SPACES TO SP-PRIOR-GEN-DATE
           MOVE ZERO TO SP-PRIOR-CHECK
           PERFORM CLEAR-SEAL-TOTALS.

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
               MOVE "CALCRCUT" TO SP-PROGRAM
               IF SP-GEN-DATE < WS-SEAL-CUTOFF-DATE
                   SET SP-FUNC-PURGE TO TRUE
               ELSE
                   SET SP-FUNC-SEAL TO TRUE
               END-IF
               IF SP-GEN-DATE < WS-SEAL-FIRST-NEW-DATE
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
                       DISPLAY "CALCRCUT: WARNING - SEAL REGISTER NOT "
                           "UPDATED, GENERATIONS FROM " SP-ARCHIVE
                           " " SP-GEN-DATE " LEFT UNSEALED"
                   WHEN OTHER
                       ADD 1 TO WS-SEAL-FAIL-COUNT
                       DISPLAY "CALCRCUT: WARNING - " SP-ARCHIVE
                           " GENERATION " SP-GEN-DATE
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
               MOVE "CALCRCUT" TO SX-STEP-NAME
               MOVE WS-RSLT-ARCHIVED-COUNT TO SX-RECORDS-CUT
               IF WS-RGEN-COUNT > WS-KEEP-GENS
                   MOVE WS-KEEP-GENS TO SX-GENERATIONS
               ELSE
                   MOVE WS-RGEN-COUNT TO SX-GENERATIONS
               END-IF
               MOVE WS-RSLT-PURGED-COUNT TO SX-RECORDS-PURGED
               WRITE CALC-STEP-COUNT-RECORD
               CLOSE CALC-STEP-COUNTS
           ELSE
               DISPLAY "CALCRCUT: STEP COUNTS NOT WRITTEN, STATUS="
                   WS-STCT-STATUS
           END-IF.

      *****************************************************************
      *****************************************************************
