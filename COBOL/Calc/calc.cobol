      *                   date - "RUN CALCRCUT BEFORE A NEW DAY'S
      *                   BATCH" - instead of silently losing an
      *                   unarchived day.
      * 10/15/26 MAINT    CALCAUDT and CALCGLW now take an entry /
      *                   movement type ahead of their status flag;
      *                   a calculation passes spaces (the CALCREVR
      *                   reversal job passes "R").
      * 10/15/26 MAINT    The batch header's CT-DEPARTMENT is now
      *                   validated against the new CALC-DEPARTMENTS
      *                   master (CALCDEPT, maintained through
      *                   CALCDMU/CALCAPPR): a department not on file
      *                   or inactive fails the control check, the
      *                   same as a bad business date. CALCRSUB's
      *                   RSUB batches are the exception - each
      *                   resubmitted detail carries its original
      *                   department in CT-DTL-DEPARTMENT and is
      *                   checked on its own, rejecting with the new
      *                   reason 06 when that department has gone.
      *                   The department is stamped on every result,
      *                   reject, audit entry and GL posting (CALCAUDT
      *                   and CALCGLW take it as a new parameter);
      *                   interactive mode asks for it up front. A
      *                   missing master degrades to a warning, as a
      *                   missing CALC-LIMITS does in CALCVAL.
      * 10/15/26 MAINT    A detail can now name a CALC-RATES rate code
      *                   (CT-RATE-OPERAND / CT-RATE-CODE) in place of
      *                   a literal NUM1 or NUM2. The new CALCRATG
      *                   lookup resolves it to the rate in force on
      *                   the header's business date before CALCVAL
      *                   runs; no rate in force, or the same operand
      *                   named as both a rate and a result
      *                   reference, rejects with the new reason 07.
      *                   The code and the rate it resolved to go on
      *                   the result (CR-RATE-CODE / CR-RATE-VALUE)
      *                   and the audit entry (CALCAUDT takes them as
      *                   new parameters; interactive mode passes
      *                   spaces and zero).
      * 10/15/26 MAINT    Every clean RESULT is now checked against the
      *                   running user's CALC-USER-AUTHORITY (the new
      *                   CALCAUTH subprogram: permitted operators and
      *                   a maximum absolute RESULT). A batch item
      *                   outside it is not posted to the GL - it is
      *                   written to the new CALC-HELD-ITEMS file
      *                   (CALCHELD) with the reason, journalled with
      *                   CR-STATUS "H" and audited with entry type
      *                   "H", for a supervisor to release or decline
      *                   through CALCHREL. Interactive mode has no
      *                   sequence number to hold an item under, so
      *                   an over-authority entry there is refused
      *                   unposted with the reason. The run aborts if
      *                   the held-items file cannot be opened rather
      *                   than post what it cannot hold.
      * 10/15/26 MAINT    Every batch run now ends by returning an
      *                   acknowledgement group for the batch to the
      *                   sending department on CALCBACK (the new
      *                   CALCACKW subprogram, CALCACK layout): each
      *                   sequence number accepted with its RESULT and
      *                   GL account, rejected with the reason, held
      *                   or failed, with the run's counts. A batch
      *                   refused for bad controls, as already
      *                   processed or for a sequence range overlap
      *                   gets a whole-batch NAK with the reason
      *                   instead. A failed acknowledgement is only a
      *                   warning.
      * 10/15/26 MAINT    A detail in an RSUB batch with no department
      *                   of its own (a reject carried through the
      *                   CALCDCNV conversion) now rejects with reason
      *                   06 instead of taking the header's RSUB
      *                   pseudo-department onto its result, GL
      *                   posting and audit entry. A console entry
      *                   over the user's authority is audited as
      *                   refused (entry type "F") rather than held -
      *                   nothing goes to CALC-HELD-ITEMS for it. And
      *                   CALCGLW's new posted-account parameter is
      *                   passed as spaces, so the account is derived
      *                   as before.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCCT-STATUS.

           SELECT CALC-DEPARTMENTS ASSIGN TO "CALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-DEPARTMENT
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT CALC-HELD-ITEMS ASSIGN TO "CALCHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HELD-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       01  CALC-RCUT-CTL-RECORD.
           05  RC-LAST-CUT-DATE        PIC X(8).

       FD  CALC-DEPARTMENTS.
           COPY CALCDEPT.

       FD  CALC-HELD-ITEMS.
           COPY CALCHELD.

       WORKING-STORAGE SECTION.
       01  NUM1 PIC S9(7)V99.
       01  NUM2 PIC S9(7)V99.
       01  WS-RECORDS-READ             PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-WRITTEN          PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-REJECTED         PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-HELD             PIC 9(8) VALUE ZERO.

       01  WS-HELD-STATUS              PIC XX VALUE SPACES.
           88  WS-HELD-OK              VALUE "00".
           88  WS-HELD-DUP-KEY         VALUE "22".
           88  WS-HELD-NOT-FOUND       VALUE "35".

       01  WS-AUTH-SWITCH              PIC X VALUE "Y".
           88  WS-WITHIN-AUTHORITY     VALUE "Y".
           88  WS-OVER-AUTHORITY       VALUE "N".
       01  WS-RELEASE-SWITCH           PIC X VALUE "N".

       01  WS-VALID-SWITCH             PIC X VALUE "Y".
           88  WS-TRANS-VALID          VALUE "Y".
           88  GL-CALL-OK              VALUE "Y".
           88  GL-CALL-ERROR           VALUE "N".

       01  WS-ENTRY-TYPE               PIC X VALUE SPACE.
           88  WS-ENTRY-CALCULATION    VALUE " ".
           88  WS-ENTRY-HELD           VALUE "H".
           88  WS-ENTRY-REFUSED        VALUE "F".

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-TRANS-FILE    VALUE "Y".


       01  WS-BATCH-ID                 PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-BATCH-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-DEPARTMENT               PIC X(4) VALUE SPACES.
       01  WS-GL-POSTED-ACCOUNT        PIC X(11) VALUE SPACES.
       01  WS-RESUB-DEPARTMENT         PIC X(4) VALUE "RSUB".

       01  WS-ACK-FUNCTION             PIC X VALUE SPACE.
       01  WS-ACK-REASON-CODE          PIC X(2) VALUE SPACES.
       01  WS-ACK-REASON-TEXT          PIC X(30) VALUE SPACES.
       01  WS-ACK-CALL-STATUS          PIC X VALUE "Y".
           88  ACK-CALL-OK             VALUE "Y".
           88  ACK-CALL-ERROR          VALUE "N".

       01  WS-RATE-CODE                PIC X(6) VALUE SPACES.
       01  WS-RATE-VALUE               PIC S9(7)V99 VALUE ZERO.
       01  WS-RATE-SWITCH              PIC X VALUE "N".
           88  WS-RATE-FOUND           VALUE "Y".
           88  WS-RATE-NOT-FOUND       VALUE "N".

       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
           88  WS-DEPT-OK              VALUE "00".

       01  WS-DEPT-AVAIL-SWITCH        PIC X VALUE "N".
           88  WS-DEPT-AVAIL           VALUE "Y".

       01  WS-DEPT-VALID-SWITCH        PIC X VALUE "Y".
           88  WS-DEPT-VALID           VALUE "Y".
           88  WS-DEPT-INVALID         VALUE "N".

       01  WS-HEADER-SWITCH            PIC X VALUE "N".
           88  WS-HEADER-SEEN          VALUE "Y".
      *****************************************************************
      *****************************************************************
       INTERACTIVE-PROCESS.
           DISPLAY "Department: ".
           ACCEPT WS-DEPARTMENT.

           PERFORM CHECK-INTERACTIVE-DEPARTMENT.

           IF WS-DEPT-INVALID
               DISPLAY "Rejected - " WS-REASON-CODE " " WS-REASON-TEXT
           ELSE
               PERFORM INTERACTIVE-CALCULATION
           END-IF.

      *****************************************************************
      *****************************************************************
       INTERACTIVE-CALCULATION.
           DISPLAY "Enter first number: ".
           ACCEPT WS-NUM1-INPUT.
           MOVE FUNCTION NUMVAL(WS-NUM1-INPUT) TO NUM1.
               PERFORM WRITE-AUDIT-LOG

               DISPLAY "Result: " RESULT
               IF WS-ENTRY-REFUSED
                   DISPLAY "NOT POSTED - " WS-REASON-TEXT
                   DISPLAY "SUBMIT IN A BATCH FOR SUPERVISOR RELEASE"
               END-IF
           END-IF.

      *****************************************************************
               PERFORM ABORT-BATCH-RUN
           END-IF

           PERFORM OPEN-HELD-ITEMS-FILE

           PERFORM OPEN-DEPARTMENT-FILE

           PERFORM READ-TRANS-RECORD

           PERFORM UNTIL WS-END-OF-TRANS-FILE
                   MOVE CT-NUM1 TO NUM1
                   MOVE CT-OPERATOR TO OPERATOR
                   MOVE CT-NUM2 TO NUM2
                   IF CT-DTL-DEPARTMENT = SPACES
                       AND WS-BATCH-DEPARTMENT NOT = WS-RESUB-DEPARTMENT
                       MOVE WS-BATCH-DEPARTMENT TO WS-DEPARTMENT
                   ELSE
                       MOVE CT-DTL-DEPARTMENT TO WS-DEPARTMENT
                   END-IF
                   MOVE SPACES TO WS-RATE-CODE
                   MOVE ZERO TO WS-RATE-VALUE

                   PERFORM RESOLVE-RESULT-REFERENCE

                   IF WS-TRANS-VALID
                       PERFORM RESOLVE-RATE-CODE
                   END-IF

                   IF WS-TRANS-VALID
                       PERFORM CHECK-DETAIL-DEPARTMENT
                   END-IF

                   IF WS-TRANS-VALID
                       PERFORM VALIDATE-TRANSACTION
                   END-IF
                       MOVE OPERATOR TO CR-OPERATOR
                       MOVE NUM2 TO CR-NUM2
                       MOVE RESULT TO CR-RESULT
                       EVALUATE TRUE
                           WHEN CALC-ERROR
                               SET CR-STATUS-ERROR TO TRUE
                           WHEN WS-ENTRY-HELD
                               SET CR-STATUS-HELD TO TRUE
                           WHEN OTHER
                               SET CR-STATUS-OK TO TRUE
                       END-EVALUATE
                       MOVE WS-BATCH-ID TO CR-BATCH-ID
                       MOVE WS-RUN-DATE TO CR-POST-DATE
                       MOVE WS-DEPARTMENT TO CR-DEPARTMENT
                       MOVE WS-RATE-CODE TO CR-RATE-CODE
                       MOVE WS-RATE-VALUE TO CR-RATE-VALUE
                       WRITE CALC-RESULT-RECORD
                           INVALID KEY
                               IF WS-RESULTS-DUP-KEY
           CLOSE CALC-TRANS-FILE
           CLOSE CALC-RESULTS-FILE
           CLOSE CALC-REJECTS
           CLOSE CALC-HELD-ITEMS
           IF WS-DEPT-AVAIL
               CLOSE CALC-DEPARTMENTS
           END-IF

           PERFORM RESET-RESTART-FILE

           PERFORM WRITE-BATCH-ACK

           PERFORM FINALIZE-RUN-REGISTRY.

      *****************************************************************
               SET WS-HEADER-SEEN TO TRUE
               MOVE CT-BATCH-ID TO WS-BATCH-ID
               MOVE CT-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE CT-DEPARTMENT TO WS-BATCH-DEPARTMENT
               PERFORM CHECK-HEADER-DATE
               PERFORM CHECK-HEADER-DEPARTMENT
               PERFORM READ-TRANS-RECORD
               PERFORM UNTIL WS-END-OF-TRANS-FILE
                   PERFORM CHECK-CONTROL-RECORD
           IF WS-CONTROLS-BAD
               DISPLAY "BATCH CONTROL CHECK FAILED FOR BATCH "
                   WS-BATCH-ID
               IF WS-HEADER-SEEN
                   MOVE "B1" TO WS-ACK-REASON-CODE
                   MOVE "BATCH CONTROL CHECK FAILED"
                       TO WS-ACK-REASON-TEXT
                   PERFORM WRITE-BATCH-NAK
               END-IF
               DISPLAY "BATCH RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-HEADER-DEPARTMENT.
      *    The header department is stamped on everything the batch
      *    posts and drives the department's own GL mappings, so an
      *    unknown or inactive one fails the control check before
      *    anything commits. CALCRSUB's RSUB batches carry each
      *    detail's original department instead and are checked
      *    detail by detail (CHECK-DETAIL-DEPARTMENT). A missing
      *    master degrades to a warning.
           IF WS-BATCH-DEPARTMENT = SPACES
               SET WS-CONTROLS-BAD TO TRUE
               DISPLAY "BATCH HEADER DEPARTMENT MISSING"
           ELSE
           IF WS-BATCH-DEPARTMENT NOT = WS-RESUB-DEPARTMENT
               OPEN INPUT CALC-DEPARTMENTS
               IF NOT WS-DEPT-OK
                   DISPLAY "WARNING - DEPARTMENT MASTER UNAVAILABLE, "
                       "STATUS=" WS-DEPT-STATUS
                       ", DEPARTMENT CHECK SKIPPED"
               ELSE
                   MOVE WS-BATCH-DEPARTMENT TO DP-DEPARTMENT
                   PERFORM LOOKUP-DEPARTMENT
                   IF WS-DEPT-INVALID
                       SET WS-CONTROLS-BAD TO TRUE
                       DISPLAY "BATCH HEADER DEPARTMENT "
                           WS-BATCH-DEPARTMENT
                           " NOT ON FILE OR NOT ACTIVE"
                   END-IF
                   CLOSE CALC-DEPARTMENTS
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       LOOKUP-DEPARTMENT.
           READ CALC-DEPARTMENTS
               INVALID KEY
                   SET WS-DEPT-INVALID TO TRUE
               NOT INVALID KEY
                   IF DP-ACTIVE
                       SET WS-DEPT-VALID TO TRUE
                   ELSE
                       SET WS-DEPT-INVALID TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *****************************************************************
       OPEN-HELD-ITEMS-FILE.
      *    Held items wait on this file across days until CALCHREL
      *    actions them, so it is never recreated here except on the
      *    very first run. A run that cannot hold an over-authority
      *    item must not go on to post around it.
           OPEN I-O CALC-HELD-ITEMS
           IF WS-HELD-NOT-FOUND
               OPEN OUTPUT CALC-HELD-ITEMS
               CLOSE CALC-HELD-ITEMS
               OPEN I-O CALC-HELD-ITEMS
           END-IF
           IF NOT WS-HELD-OK
               DISPLAY "ERROR OPENING CALC-HELD-ITEMS, STATUS="
                   WS-HELD-STATUS
               CLOSE CALC-TRANS-FILE
               CLOSE CALC-RESULTS-FILE
               CLOSE CALC-REJECTS
               PERFORM ABORT-BATCH-RUN
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-DEPARTMENT-FILE.
      *    Held open across the detail loop for the per-detail check
      *    on resubmitted items; closed with the other batch files.
           MOVE "N" TO WS-DEPT-AVAIL-SWITCH
           OPEN INPUT CALC-DEPARTMENTS
           IF WS-DEPT-OK
               SET WS-DEPT-AVAIL TO TRUE
           ELSE
               DISPLAY "WARNING - DEPARTMENT MASTER UNAVAILABLE, "
                   "STATUS=" WS-DEPT-STATUS
                   ", DETAIL DEPARTMENT CHECK SKIPPED"
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-DETAIL-DEPARTMENT.
      *    Only a detail naming its own department needs checking -
      *    the header department was proved in VERIFY-BATCH-CONTROLS.
      *    A resubmitted item whose department has since been
      *    closed rejects (reason 06) rather than posting to it. So
      *    does one with no department at all (a reject carried
      *    through the CALCDCNV conversion): RSUB is only the header's
      *    pseudo-department and nothing may be booked to it.
           IF CT-DTL-DEPARTMENT = SPACES
               AND WS-BATCH-DEPARTMENT = WS-RESUB-DEPARTMENT
               PERFORM REJECT-BAD-DEPARTMENT
           END-IF
           IF CT-DTL-DEPARTMENT NOT = SPACES
               AND CT-DTL-DEPARTMENT NOT = WS-BATCH-DEPARTMENT
               AND WS-DEPT-AVAIL
               MOVE CT-DTL-DEPARTMENT TO DP-DEPARTMENT
               PERFORM LOOKUP-DEPARTMENT
               IF WS-DEPT-INVALID
                   PERFORM REJECT-BAD-DEPARTMENT
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-INTERACTIVE-DEPARTMENT.
           SET WS-DEPT-VALID TO TRUE
           IF WS-DEPARTMENT = SPACES
               PERFORM REJECT-BAD-DEPARTMENT
           ELSE
               OPEN INPUT CALC-DEPARTMENTS
               IF NOT WS-DEPT-OK
                   DISPLAY "WARNING - DEPARTMENT MASTER UNAVAILABLE, "
                       "STATUS=" WS-DEPT-STATUS
                       ", DEPARTMENT CHECK SKIPPED"
               ELSE
                   MOVE WS-DEPARTMENT TO DP-DEPARTMENT
                   PERFORM LOOKUP-DEPARTMENT
                   IF WS-DEPT-INVALID
                       PERFORM REJECT-BAD-DEPARTMENT
                   END-IF
                   CLOSE CALC-DEPARTMENTS
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       REJECT-BAD-DEPARTMENT.
           SET WS-DEPT-INVALID TO TRUE
           SET WS-TRANS-INVALID TO TRUE
           MOVE "06" TO WS-REASON-CODE
           MOVE "UNKNOWN OR INACTIVE DEPARTMENT" TO WS-REASON-TEXT.

      *****************************************************************
      *****************************************************************
       CHECK-BUSINESS-DAY.
                           DISPLAY "RERUN REFUSED - RUN MODE F "
                               "OVERRIDES"
                           CLOSE CALC-RUN-REGISTRY
                           MOVE "B2" TO WS-ACK-REASON-CODE
                           MOVE "BATCH ALREADY PROCESSED FOR DATE"
                               TO WS-ACK-REASON-TEXT
                           PERFORM WRITE-BATCH-NAK
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-RECORDS-HELD > ZERO
               DISPLAY "ITEMS HELD FOR SUPERVISOR RELEASE: "
                   WS-RECORDS-HELD
           END-IF

           IF WS-REGISTRY-AVAIL
               MOVE WS-RECORDS-READ TO RR-RECORDS-READ
               MOVE WS-RECORDS-WRITTEN TO RR-RECORDS-WRITTEN
               DISPLAY "HIGHEST SEQUENCE ALREADY ON FILE IS "
                   WS-HIGHEST-BATCH-SEQ
                   " - FEED MUST BE CUT ABOVE IT"
               MOVE "B3" TO WS-ACK-REASON-CODE
               MOVE "SEQ RANGE OVERLAPS EARLIER RUN"
                   TO WS-ACK-REASON-TEXT
               PERFORM WRITE-BATCH-NAK
               PERFORM ABORT-BATCH-RUN
           END-IF.

           MOVE "05" TO WS-REASON-CODE
           MOVE "UNRESOLVED RESULT REFERENCE" TO WS-REASON-TEXT.

      *****************************************************************
      *****************************************************************
       RESOLVE-RATE-CODE.
      *    A rate code takes the rate in force on the batch's
      *    business date, not the run date, so a late or rerun batch
      *    prices the way it would have on its own day. The named
      *    operand arrives as zero; it cannot also be a result
      *    reference, since only one of the two could win.
           IF CT-RATE-NUM1 OR CT-RATE-NUM2
               MOVE CT-RATE-CODE TO WS-RATE-CODE
               IF (CT-RATE-NUM1 AND CT-REF-NUM1)
                   OR (CT-RATE-NUM2 AND CT-REF-NUM2)
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE "07" TO WS-REASON-CODE
                   MOVE "RATE CODE CLASHES WITH REF"
                       TO WS-REASON-TEXT
               ELSE
                   CALL "CALCRATG" USING CT-RATE-CODE,
                                          WS-BUSINESS-DATE,
                                          WS-RATE-VALUE,
                                          WS-RATE-SWITCH
                   END-CALL
                   IF WS-RATE-NOT-FOUND
                       SET WS-TRANS-INVALID TO TRUE
                       MOVE "07" TO WS-REASON-CODE
                       MOVE "NO RATE IN FORCE FOR RATE CODE"
                           TO WS-REASON-TEXT
                   ELSE
                       IF CT-RATE-NUM1
                           MOVE WS-RATE-VALUE TO NUM1
                       ELSE
                           MOVE WS-RATE-VALUE TO NUM2
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECKPOINT-IF-DUE.
                           MOVE SPACE TO CT-REF-OPERAND
                           MOVE ZERO TO CT-REF-SEQ-NO
                       END-IF
                       IF NOT CT-RATE-NUM1 AND NOT CT-RATE-NUM2
                           MOVE SPACE TO CT-RATE-OPERAND
                           MOVE SPACES TO CT-RATE-CODE
                       END-IF
                   END-IF
           END-READ.

       WRITE-AUDIT-LOG.
           CALL "CALCAUDT" USING WS-TRANS-SEQ-NO, NUM1, OPERATOR,
                                  NUM2, RESULT, WS-USER-ID,
                                  WS-ENTRY-TYPE, WS-DEPARTMENT,
                                  WS-RATE-CODE, WS-RATE-VALUE,
                                  WS-AUDIT-CALL-STATUS
           END-CALL
           IF AUDIT-CALL-ERROR
           MOVE WS-CDT-DATE TO RJ-REJECT-DATE
           SET RJ-OPEN TO TRUE
           MOVE WS-USER-ID TO RJ-USER-ID
           MOVE WS-DEPARTMENT TO RJ-DEPARTMENT
           WRITE CALC-REJECT-RECORD
               INVALID KEY
                   IF WS-REJECTS-DUP-KEY
      *****************************************************************
      *****************************************************************
       CALCULATE-RESULT.
           SET WS-ENTRY-CALCULATION TO TRUE

           CALL "CALCCALC" USING NUM1, OPERATOR, NUM2, RESULT,
                                  WS-CALC-STATUS
           END-CALL.

           IF CALC-OK
               PERFORM CHECK-USER-AUTHORITY
               IF WS-WITHIN-AUTHORITY
                   PERFORM WRITE-GL-INTERFACE
               ELSE
      *            Only a batch item goes to CALC-HELD-ITEMS; a console
      *            entry has nothing for CALCHREL to release it from,
      *            so it is audited as refused rather than held.
                   IF WS-BATCH-MODE OR WS-BATCH-FORCED
                       SET WS-ENTRY-HELD TO TRUE
                       PERFORM WRITE-HELD-ITEM
                   ELSE
                       SET WS-ENTRY-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-USER-AUTHORITY.
      *    The user who ran the batch (or keyed the interactive
      *    entry) must hold authority for the operator and the size
      *    of the RESULT; the reason comes back for the held item.
           CALL "CALCAUTH" USING WS-USER-ID, OPERATOR, RESULT,
                                  WS-AUTH-SWITCH, WS-RELEASE-SWITCH,
                                  WS-REASON-CODE, WS-REASON-TEXT
           END-CALL.

      *****************************************************************
      *****************************************************************
       WRITE-HELD-ITEM.
      *    Written where the GL posting would have been, ahead of the
      *    audit entry and the result record. A rerun after an abend
      *    between here and the result WRITE finds the item already
      *    held (status 22) and carries on; any other failure aborts
      *    the run, so the detail is retried on restart instead of
      *    being neither posted nor held.
           MOVE WS-TRANS-SEQ-NO TO HD-SEQ-NO
           MOVE WS-RUN-DATE TO HD-HELD-DATE
           MOVE NUM1 TO HD-NUM1
           MOVE OPERATOR TO HD-OPERATOR
           MOVE NUM2 TO HD-NUM2
           MOVE RESULT TO HD-RESULT
           MOVE WS-USER-ID TO HD-USER-ID
           MOVE WS-DEPARTMENT TO HD-DEPARTMENT
           MOVE WS-BATCH-ID TO HD-BATCH-ID
           MOVE WS-RATE-CODE TO HD-RATE-CODE
           MOVE WS-RATE-VALUE TO HD-RATE-VALUE
           IF CT-ORIG-SEQ-NO > ZERO
               MOVE CT-ORIG-SEQ-NO TO HD-ORIG-SEQ-NO
           ELSE
               MOVE CT-SEQ-NO TO HD-ORIG-SEQ-NO
           END-IF
           MOVE CT-RESUB-COUNT TO HD-RESUB-COUNT
           MOVE WS-REASON-CODE TO HD-REASON-CODE
           MOVE WS-REASON-TEXT TO HD-REASON-TEXT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-TIME TO HD-HELD-TIME
           SET HD-HELD TO TRUE
           MOVE SPACES TO HD-SUPERVISOR-ID
           MOVE SPACES TO HD-ACTION-DATE
           MOVE SPACES TO HD-ACTION-TIME
           WRITE CALC-HELD-RECORD
               INVALID KEY
                   IF WS-HELD-DUP-KEY
                       DISPLAY "HELD ITEM SEQ=" CT-SEQ-NO
                           " ALREADY RECORDED"
                       ADD 1 TO WS-RECORDS-HELD
                   ELSE
                       DISPLAY "ERROR WRITING HELD ITEM SEQ="
                           CT-SEQ-NO " STATUS=" WS-HELD-STATUS
                       CLOSE CALC-TRANS-FILE
                       CLOSE CALC-RESULTS-FILE
                       CLOSE CALC-REJECTS
                       CLOSE CALC-HELD-ITEMS
                       PERFORM ABORT-BATCH-RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-HELD
           END-WRITE.

      *****************************************************************
      *****************************************************************
       WRITE-BATCH-ACK.
      *    The acknowledgement is read back from the results and
      *    rejects files, so it is written once they are closed.
           MOVE "A" TO WS-ACK-FUNCTION
           MOVE SPACES TO WS-ACK-REASON-CODE
           MOVE SPACES TO WS-ACK-REASON-TEXT
           PERFORM CALL-BATCH-ACK.

      *****************************************************************
      *****************************************************************
       WRITE-BATCH-NAK.
           MOVE "N" TO WS-ACK-FUNCTION
           PERFORM CALL-BATCH-ACK.

      *****************************************************************
      *****************************************************************
       CALL-BATCH-ACK.
           CALL "CALCACKW" USING WS-ACK-FUNCTION, WS-BATCH-ID,
                                 WS-BUSINESS-DATE,
                                 WS-BATCH-DEPARTMENT, WS-RUN-DATE,
                                 WS-RECORDS-READ, WS-RECORDS-WRITTEN,
                                 WS-RECORDS-REJECTED,
                                 WS-ACK-REASON-CODE,
                                 WS-ACK-REASON-TEXT,
                                 WS-ACK-CALL-STATUS
           END-CALL
           IF ACK-CALL-ERROR
               DISPLAY "WARNING - BATCH ACKNOWLEDGEMENT NOT WRITTEN"
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-GL-INTERFACE.
           CALL "CALCGLW" USING WS-TRANS-SEQ-NO, OPERATOR,
                                 RESULT, WS-ENTRY-TYPE,
                                 WS-DEPARTMENT, WS-GL-POSTED-ACCOUNT,
                                 WS-GL-CALL-STATUS
           END-CALL
           IF GL-CALL-ERROR
               DISPLAY "WARNING - GL INTERFACE WRITE FAILED"
