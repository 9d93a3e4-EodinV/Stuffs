      *                   steer validation, GL postings and a third
      *                   of CALCTRAN - they now take two operators
      *                   to change.
      * 10/15/26 MAINT    New target D: the CALC-DEPARTMENTS master
      *                   (CALCDEPT) fed by the new CALCDMU job, so
      *                   opening, renaming or closing a department
      *                   takes two operators like the other control
      *                   files. CALC-GL-ACCOUNTS requests are now
      *                   keyed on department + OPERATOR + sign (the
      *                   first six bytes of the image).
      * 10/15/26 MAINT    New target R: the effective-dated CALC-RATES
      *                   table (CALCRATE) fed by the new CALCRTU job,
      *                   keyed on rate code + effective date (the
      *                   first fourteen bytes of the image).
      * 10/15/26 MAINT    New target U: the CALC-USER-AUTHORITY file
      *                   (CALCUSRA) fed by the new CALCUAU job, keyed
      *                   on user ID (the first eight bytes of the
      *                   image). A checker may not approve a change
      *                   to their own authority record, whoever
      *                   keyed it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS SI-ID
               FILE STATUS IS WS-SI-STATUS.

           SELECT CALC-DEPARTMENTS ASSIGN TO "CALCDEPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-DEPARTMENT
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT CALC-RATES ASSIGN TO "CALCRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATES-STATUS.

           SELECT CALC-USER-AUTHORITY ASSIGN TO "CALCUSRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-USRA-STATUS.

           SELECT CALC-CHANGE-LOG ASSIGN TO "CALCCHLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHLG-STATUS.
       FD  CALC-STANDING-INSTRUCTIONS.
           COPY CALCSIN.

       FD  CALC-DEPARTMENTS.
           COPY CALCDEPT.

       FD  CALC-RATES.
           COPY CALCRATE.

       FD  CALC-USER-AUTHORITY.
           COPY CALCUSRA.

       FD  CALC-CHANGE-LOG
           RECORDING MODE IS F.
           COPY CALCCHL.
           88  WS-SI-OK                VALUE "00".
           88  WS-SI-FILE-MISSING      VALUE "35".

       01  WS-DEPT-STATUS              PIC XX VALUE SPACES.
           88  WS-DEPT-OK              VALUE "00".
           88  WS-DEPT-FILE-MISSING    VALUE "35".

       01  WS-RATES-STATUS             PIC XX VALUE SPACES.
           88  WS-RATES-OK             VALUE "00".
           88  WS-RATES-FILE-MISSING   VALUE "35".

       01  WS-USRA-STATUS              PIC XX VALUE SPACES.
           88  WS-USRA-OK              VALUE "00".
           88  WS-USRA-FILE-MISSING    VALUE "35".

       01  WS-CHLG-STATUS              PIC XX VALUE SPACES.
           88  WS-CHLG-OK              VALUE "00".
           88  WS-CHLG-NOT-FOUND       VALUE "35".
           CLOSE CALC-LIMITS
           CLOSE CALC-GL-ACCOUNTS
           CLOSE CALC-STANDING-INSTRUCTIONS
           CLOSE CALC-DEPARTMENTS
           CLOSE CALC-RATES
           CLOSE CALC-USER-AUTHORITY
           CLOSE CALC-CHANGE-LOG

           DISPLAY "CALCAPPR APPLIED: " WS-APPLIED-COUNT
      *****************************************************************
      *****************************************************************
       OPEN-TARGET-FILES.
      *    All the control files open up front, with the same
      *    create-on-first-use fall-back the maintenance jobs used
      *    when they still applied directly.
           OPEN I-O CALC-LIMITS
                   "STATUS=" WS-SI-STATUS
               DISPLAY "CALCAPPR RUN ABORTED"
               STOP RUN
           END-IF

           OPEN I-O CALC-DEPARTMENTS
           IF WS-DEPT-FILE-MISSING
               OPEN OUTPUT CALC-DEPARTMENTS
               CLOSE CALC-DEPARTMENTS
               OPEN I-O CALC-DEPARTMENTS
           END-IF
           IF NOT WS-DEPT-OK
               DISPLAY "ERROR OPENING CALC-DEPARTMENTS, STATUS="
                   WS-DEPT-STATUS
               DISPLAY "CALCAPPR RUN ABORTED"
               STOP RUN
           END-IF

           OPEN I-O CALC-RATES
           IF WS-RATES-FILE-MISSING
               OPEN OUTPUT CALC-RATES
               CLOSE CALC-RATES
               OPEN I-O CALC-RATES
           END-IF
           IF NOT WS-RATES-OK
               DISPLAY "ERROR OPENING CALC-RATES, STATUS="
                   WS-RATES-STATUS
               DISPLAY "CALCAPPR RUN ABORTED"
               STOP RUN
           END-IF

           OPEN I-O CALC-USER-AUTHORITY
           IF WS-USRA-FILE-MISSING
               OPEN OUTPUT CALC-USER-AUTHORITY
               CLOSE CALC-USER-AUTHORITY
               OPEN I-O CALC-USER-AUTHORITY
           END-IF
           IF NOT WS-USRA-OK
               DISPLAY "ERROR OPENING CALC-USER-AUTHORITY, STATUS="
                   WS-USRA-STATUS
               DISPLAY "CALCAPPR RUN ABORTED"
               STOP RUN
           END-IF.

      *****************************************************************
                   DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO " REFUSED - "
                       "MAKER " PD-MAKER-ID " CANNOT APPROVE OWN "
                       "CHANGE"
               WHEN AP-APPROVE
                   AND PD-TARGET-USERAUTH
                   AND AP-CHECKER-ID = PD-MAINT-IMAGE(1:8)
      *    Nor may anyone approve a change to their own authority.
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO " REFUSED - "
                       "CHECKER " AP-CHECKER-ID " CANNOT APPROVE OWN "
                       "AUTHORITY"
               WHEN AP-REJECT
                   PERFORM STAMP-CHECKER-ACTION
                   SET PD-REJECTED TO TRUE
                   PERFORM APPLY-GLACCT-CHANGE
               WHEN PD-TARGET-STANDING
                   PERFORM APPLY-STANDING-CHANGE
               WHEN PD-TARGET-DEPTS
                   PERFORM APPLY-DEPT-CHANGE
               WHEN PD-TARGET-RATES
                   PERFORM APPLY-RATE-CHANGE
               WHEN PD-TARGET-USERAUTH
                   PERFORM APPLY-USER-AUTH-CHANGE
               WHEN OTHER
                   DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                       " HAS BAD TARGET " PD-TARGET
                               TO WS-AFTER-IMAGE
                   END-WRITE
               WHEN PD-FUNC-CHANGE
                   MOVE PD-MAINT-IMAGE(1:6) TO GA-KEY
                   READ CALC-GL-ACCOUNTS
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                           END-IF
                   END-READ
               WHEN PD-FUNC-DELETE
                   MOVE PD-MAINT-IMAGE(1:6) TO GA-KEY
                   READ CALC-GL-ACCOUNTS
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                       " HAS BAD FUNCTION " PD-FUNCTION
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       APPLY-DEPT-CHANGE.
           EVALUATE TRUE
               WHEN PD-FUNC-ADD
                   MOVE PD-MAINT-IMAGE TO CALC-DEPT-RECORD
                   WRITE CALC-DEPT-RECORD
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " DEPT ADD DUPLICATE, STATUS="
                               WS-DEPT-STATUS
                       NOT INVALID KEY
                           SET WS-CHANGE-APPLIED TO TRUE
                           MOVE CALC-DEPT-RECORD
                               TO WS-AFTER-IMAGE
                   END-WRITE
               WHEN PD-FUNC-CHANGE
                   MOVE PD-MAINT-IMAGE(1:4) TO DP-DEPARTMENT
                   READ CALC-DEPARTMENTS
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " DEPT CHANGE KEY NOT FOUND"
                       NOT INVALID KEY
                           MOVE CALC-DEPT-RECORD
                               TO WS-BEFORE-IMAGE
                           MOVE PD-MAINT-IMAGE
                               TO CALC-DEPT-RECORD
                           REWRITE CALC-DEPT-RECORD
                           IF WS-DEPT-OK
                               SET WS-CHANGE-APPLIED TO TRUE
                               MOVE CALC-DEPT-RECORD
                                   TO WS-AFTER-IMAGE
                           ELSE
                               DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                                   " DEPT REWRITE FAILED, "
                                   "STATUS=" WS-DEPT-STATUS
                           END-IF
                   END-READ
               WHEN PD-FUNC-DELETE
                   MOVE PD-MAINT-IMAGE(1:4) TO DP-DEPARTMENT
                   READ CALC-DEPARTMENTS
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " DEPT DELETE KEY NOT FOUND"
                       NOT INVALID KEY
                           MOVE CALC-DEPT-RECORD
                               TO WS-BEFORE-IMAGE
                           DELETE CALC-DEPARTMENTS
                               INVALID KEY
                                   DISPLAY "CALCAPPR: SEQ="
                                       PD-SEQ-NO " DEPT DELETE "
                                       "FAILED, STATUS="
                                       WS-DEPT-STATUS
                               NOT INVALID KEY
                                   SET WS-CHANGE-APPLIED TO TRUE
                           END-DELETE
                   END-READ
               WHEN OTHER
                   DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                       " HAS BAD FUNCTION " PD-FUNCTION
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       APPLY-RATE-CHANGE.
           EVALUATE TRUE
               WHEN PD-FUNC-ADD
                   MOVE PD-MAINT-IMAGE TO CALC-RATE-RECORD
                   WRITE CALC-RATE-RECORD
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " RATE ADD DUPLICATE, STATUS="
                               WS-RATES-STATUS
                       NOT INVALID KEY
                           SET WS-CHANGE-APPLIED TO TRUE
                           MOVE CALC-RATE-RECORD
                               TO WS-AFTER-IMAGE
                   END-WRITE
               WHEN PD-FUNC-CHANGE
                   MOVE PD-MAINT-IMAGE(1:14) TO RT-KEY
                   READ CALC-RATES
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " RATE CHANGE KEY NOT FOUND"
                       NOT INVALID KEY
                           MOVE CALC-RATE-RECORD
                               TO WS-BEFORE-IMAGE
                           MOVE PD-MAINT-IMAGE
                               TO CALC-RATE-RECORD
                           REWRITE CALC-RATE-RECORD
                           IF WS-RATES-OK
                               SET WS-CHANGE-APPLIED TO TRUE
                               MOVE CALC-RATE-RECORD
                                   TO WS-AFTER-IMAGE
                           ELSE
                               DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                                   " RATE REWRITE FAILED, "
                                   "STATUS=" WS-RATES-STATUS
                           END-IF
                   END-READ
               WHEN PD-FUNC-DELETE
                   MOVE PD-MAINT-IMAGE(1:14) TO RT-KEY
                   READ CALC-RATES
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " RATE DELETE KEY NOT FOUND"
                       NOT INVALID KEY
                           MOVE CALC-RATE-RECORD
                               TO WS-BEFORE-IMAGE
                           DELETE CALC-RATES
                               INVALID KEY
                                   DISPLAY "CALCAPPR: SEQ="
                                       PD-SEQ-NO " RATE DELETE "
                                       "FAILED, STATUS="
                                       WS-RATES-STATUS
                               NOT INVALID KEY
                                   SET WS-CHANGE-APPLIED TO TRUE
                           END-DELETE
                   END-READ
               WHEN OTHER
                   DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                       " HAS BAD FUNCTION " PD-FUNCTION
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       APPLY-USER-AUTH-CHANGE.
           EVALUATE TRUE
               WHEN PD-FUNC-ADD
                   MOVE PD-MAINT-IMAGE TO CALC-USER-AUTH-RECORD
                   WRITE CALC-USER-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " USER AUTH ADD DUPLICATE, STATUS="
                               WS-USRA-STATUS
                       NOT INVALID KEY
                           SET WS-CHANGE-APPLIED TO TRUE
                           MOVE CALC-USER-AUTH-RECORD
                               TO WS-AFTER-IMAGE
                   END-WRITE
               WHEN PD-FUNC-CHANGE
                   MOVE PD-MAINT-IMAGE(1:8) TO UA-USER-ID
                   READ CALC-USER-AUTHORITY
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " USER AUTH CHANGE KEY NOT FOUND"
                       NOT INVALID KEY
                           MOVE CALC-USER-AUTH-RECORD
                               TO WS-BEFORE-IMAGE
                           MOVE PD-MAINT-IMAGE
                               TO CALC-USER-AUTH-RECORD
                           REWRITE CALC-USER-AUTH-RECORD
                           IF WS-USRA-OK
                               SET WS-CHANGE-APPLIED TO TRUE
                               MOVE CALC-USER-AUTH-RECORD
                                   TO WS-AFTER-IMAGE
                           ELSE
                               DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                                   " USER AUTH REWRITE FAILED, "
                                   "STATUS=" WS-USRA-STATUS
                           END-IF
                   END-READ
               WHEN PD-FUNC-DELETE
                   MOVE PD-MAINT-IMAGE(1:8) TO UA-USER-ID
                   READ CALC-USER-AUTHORITY
                       INVALID KEY
                           DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                               " USER AUTH DELETE KEY NOT FOUND"
                       NOT INVALID KEY
                           MOVE CALC-USER-AUTH-RECORD
                               TO WS-BEFORE-IMAGE
                           DELETE CALC-USER-AUTHORITY
                               INVALID KEY
                                   DISPLAY "CALCAPPR: SEQ="
                                       PD-SEQ-NO " USER AUTH DELETE "
                                       "FAILED, STATUS="
                                       WS-USRA-STATUS
                               NOT INVALID KEY
                                   SET WS-CHANGE-APPLIED TO TRUE
                           END-DELETE
                   END-READ
               WHEN OTHER
                   DISPLAY "CALCAPPR: SEQ=" PD-SEQ-NO
                       " HAS BAD FUNCTION " PD-FUNCTION
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       WRITE-CHANGE-LOG.
