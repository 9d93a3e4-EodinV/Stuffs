      * *****************************************************************
      * Program name:    CALCSEAL
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Archive-seal subprogram. CALCACUT
      *                   and CALCRCUT fold each day into the dated
      *                   generations of CALCAHST, CALCRHST and
      *                   CALCJHST that the auditors take as the
      *                   record of what happened, but nothing showed
      *                   a generation had not been edited, cut short
      *                   or dropped since. Each generation now gets a
      *                   seal on the CALC-SEAL-REGISTER (CALCSREG):
      *                   record count, hash totals and a check value
      *                   chained to the archive's previous seal. The
      *                   cutovers call this program with function S
      *                   for each generation they keep and P for each
      *                   they purge (the seal stays, marked purged);
      *                   CALCAINQ and CALCRTRD call V to compare a
      *                   generation they have read, and the CALCSVER
      *                   verification job calls K to re-work the
      *                   check values along the chain. The parameter
      *                   block is CALCSLPM.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCSEAL.
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
           SELECT CALC-SEAL-REGISTER ASSIGN TO "CALCSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SREG-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SEAL-REGISTER.
           COPY CALCSREG.

       WORKING-STORAGE SECTION.
       01  WS-SREG-STATUS              PIC XX VALUE SPACES.
           88  WS-SREG-OK              VALUE "00".
           88  WS-SREG-NOT-FOUND       VALUE "35".

       01  WS-SEAL-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-SEAL-FOUND           VALUE "Y".

       01  WS-CHECK-MODULUS            PIC 9(9) VALUE 999999937.
       01  WS-GEN-DATE-NUM             PIC 9(8) VALUE ZERO.
       01  WS-HASH-CENTS               PIC S9(15) VALUE ZERO.
       01  WS-HASH-PART-1              PIC 9(9) VALUE ZERO.
       01  WS-HASH-PART-2              PIC 9(9) VALUE ZERO.
       01  WS-HASH-PART-3              PIC 9(9) VALUE ZERO.
       01  WS-CHECK-WORK               PIC S9(18) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(8).
           05  WS-CDT-TIME             PIC X(8).
           05  FILLER                  PIC X(5).

      *****************************************************************
      *****************************************************************
       LINKAGE SECTION.
           COPY CALCSLPM.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION USING CALC-SEAL-PARMS.
       MAIN-LOGIC.
           MOVE SPACE TO SP-RESULT
           EVALUATE TRUE
               WHEN SP-FUNC-CHECK-VALUE
                   PERFORM COMPUTE-CHECK-VALUE
               WHEN SP-FUNC-VERIFY
                   PERFORM VERIFY-GENERATION
               WHEN SP-FUNC-SEAL
                   PERFORM SEAL-GENERATION
               WHEN SP-FUNC-PURGE
                   PERFORM PURGE-GENERATION
               WHEN OTHER
                   SET SP-REGISTER-FAILED TO TRUE
           END-EVALUATE

           GOBACK.

      *****************************************************************
      *****************************************************************
       COMPUTE-CHECK-VALUE.
      *    The check value folds the previous seal's check value in
      *    with this generation's date, count and hash totals, each
      *    term weighted differently, and keeps the remainder by a
      *    large prime - so changing any one of them, or the seal
      *    it follows, changes this one and every one after it.
           IF SP-GEN-DATE NUMERIC
               MOVE SP-GEN-DATE TO WS-GEN-DATE-NUM
           ELSE
               MOVE ZERO TO WS-GEN-DATE-NUM
           END-IF
           COMPUTE WS-HASH-CENTS = SP-HASH-1 * 100
           COMPUTE WS-HASH-PART-1 =
               FUNCTION MOD(WS-HASH-CENTS, WS-CHECK-MODULUS)
           COMPUTE WS-HASH-CENTS = SP-HASH-2 * 100
           COMPUTE WS-HASH-PART-2 =
               FUNCTION MOD(WS-HASH-CENTS, WS-CHECK-MODULUS)
           COMPUTE WS-HASH-CENTS = SP-HASH-3 * 100
           COMPUTE WS-HASH-PART-3 =
               FUNCTION MOD(WS-HASH-CENTS, WS-CHECK-MODULUS)
           COMPUTE WS-CHECK-WORK =
               SP-PRIOR-CHECK * 31
               + WS-GEN-DATE-NUM * 7
               + SP-RECORD-COUNT * 13
               + WS-HASH-PART-1 * 17
               + WS-HASH-PART-2 * 19
               + WS-HASH-PART-3 * 23
           COMPUTE SP-CHECK-VALUE =
               FUNCTION MOD(WS-CHECK-WORK, WS-CHECK-MODULUS).

      *****************************************************************
      *****************************************************************
       VERIFY-GENERATION.
      *    Read-only comparison for the inquiry programs. A register
      *    that cannot be opened is reported as such; the caller
      *    decides whether to say so once or per generation.
           OPEN INPUT CALC-SEAL-REGISTER
           IF NOT WS-SREG-OK
               SET SP-REGISTER-FAILED TO TRUE
           ELSE
               PERFORM READ-SEAL
               IF WS-SEAL-FOUND
                   PERFORM COMPARE-WITH-SEAL
               ELSE
                   SET SP-NOT-SEALED TO TRUE
               END-IF
               CLOSE CALC-SEAL-REGISTER
           END-IF.

      *****************************************************************
      *****************************************************************
       SEAL-GENERATION.
      *    A generation already sealed that the cutover has added
      *    nothing to keeps the seal it was given - resealing what
      *    was read back would launder any change made since - and
      *    is only compared. A new generation, one added to this run
      *    or one that never had a seal (an archive cut before the
      *    register existed) is sealed on the chain.
           PERFORM OPEN-REGISTER-UPDATE
           IF WS-SREG-OK
               PERFORM READ-SEAL
               IF WS-SEAL-FOUND AND NOT SP-GEN-ADDED-TO
                   PERFORM COMPARE-WITH-SEAL
               ELSE
                   PERFORM BUILD-SEAL
                   PERFORM PUT-SEAL
                   IF NOT SP-REGISTER-FAILED
                       SET SP-SEAL-WRITTEN TO TRUE
                   END-IF
               END-IF
               IF NOT SP-REGISTER-FAILED
                   MOVE SL-GEN-DATE TO SP-PRIOR-GEN-DATE
                   MOVE SL-CHECK-VALUE TO SP-PRIOR-CHECK
               END-IF
               CLOSE CALC-SEAL-REGISTER
           END-IF.

      *****************************************************************
      *****************************************************************
       PURGE-GENERATION.
      *    The seal outlives the data: it is marked purged with the
      *    date and the program that purged it, and keeps its place
      *    in the chain. A generation purged before it was ever
      *    sealed is sealed from the figures passed in first.
           PERFORM OPEN-REGISTER-UPDATE
           IF WS-SREG-OK
               PERFORM READ-SEAL
               IF NOT WS-SEAL-FOUND
                   PERFORM BUILD-SEAL
               END-IF
               SET SP-PURGE-ENTERED TO TRUE
               IF NOT SL-PURGED
                   SET SL-PURGED TO TRUE
                   MOVE SP-PROGRAM TO SL-PURGED-BY
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE WS-CDT-DATE TO SL-PURGE-DATE
                   PERFORM PUT-SEAL
               END-IF
               IF NOT SP-REGISTER-FAILED
                   MOVE SL-GEN-DATE TO SP-PRIOR-GEN-DATE
                   MOVE SL-CHECK-VALUE TO SP-PRIOR-CHECK
               END-IF
               CLOSE CALC-SEAL-REGISTER
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-REGISTER-UPDATE.
           OPEN I-O CALC-SEAL-REGISTER
           IF WS-SREG-NOT-FOUND
               OPEN OUTPUT CALC-SEAL-REGISTER
               CLOSE CALC-SEAL-REGISTER
               OPEN I-O CALC-SEAL-REGISTER
           END-IF
           IF NOT WS-SREG-OK
               DISPLAY "CALCSEAL: ERROR OPENING CALC-SEAL-REGISTER, "
                   "STATUS=" WS-SREG-STATUS
               SET SP-REGISTER-FAILED TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-SEAL.
           MOVE SP-ARCHIVE TO SL-ARCHIVE
           MOVE SP-GEN-DATE TO SL-GEN-DATE
           READ CALC-SEAL-REGISTER
               INVALID KEY
                   MOVE "N" TO WS-SEAL-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-SEAL-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *****************************************************************
       COMPARE-WITH-SEAL.
           EVALUATE TRUE
               WHEN SL-PURGED
                   SET SP-SEAL-PURGED TO TRUE
               WHEN SL-RECORD-COUNT = SP-RECORD-COUNT
                   AND SL-HASH-1 = SP-HASH-1
                   AND SL-HASH-2 = SP-HASH-2
                   AND SL-HASH-3 = SP-HASH-3
                   SET SP-SEAL-MATCHES TO TRUE
               WHEN OTHER
                   SET SP-SEAL-MISMATCH TO TRUE
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       BUILD-SEAL.
           MOVE SPACES TO CALC-SEAL-RECORD
           MOVE SP-ARCHIVE TO SL-ARCHIVE
           MOVE SP-GEN-DATE TO SL-GEN-DATE
           SET SL-SEALED TO TRUE
           MOVE SP-RECORD-COUNT TO SL-RECORD-COUNT
           MOVE SP-HASH-1 TO SL-HASH-1
           MOVE SP-HASH-2 TO SL-HASH-2
           MOVE SP-HASH-3 TO SL-HASH-3
           MOVE SP-PRIOR-GEN-DATE TO SL-PRIOR-GEN-DATE
           MOVE SP-PRIOR-CHECK TO SL-PRIOR-CHECK
           PERFORM COMPUTE-CHECK-VALUE
           MOVE SP-CHECK-VALUE TO SL-CHECK-VALUE
           MOVE SP-PROGRAM TO SL-SEALED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO SL-SEAL-DATE
           MOVE WS-CDT-TIME TO SL-SEAL-TIME.

      *****************************************************************
      *****************************************************************
       PUT-SEAL.
           IF WS-SEAL-FOUND
               REWRITE CALC-SEAL-RECORD
           ELSE
               WRITE CALC-SEAL-RECORD
           END-IF
           IF NOT WS-SREG-OK
               DISPLAY "CALCSEAL: SEAL NOT ENTERED FOR " SP-ARCHIVE
                   " " SP-GEN-DATE ", STATUS=" WS-SREG-STATUS
               SET SP-REGISTER-FAILED TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
