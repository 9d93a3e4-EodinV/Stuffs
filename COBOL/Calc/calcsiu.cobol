      *                   date is not a processing day on the
      *                   CALCBDAY calendar); the pending image
      *                   carries it through to CALCAPPR.
      * 10/15/26 MAINT    Maintenance record grew SIM-RATE-OPERAND for
      *                   the new SI-RATE-OPERAND on CALCSIN: "1" or
      *                   "2" keys a CALC-RATES rate code into the
      *                   first six bytes of that operand instead of
      *                   a number. The operand flag must be space, 1
      *                   or 2, and a named rate code must not be
      *                   blank.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               88  SIM-DELETE          VALUE "D".
           05  SIM-ID                  PIC 9(4).
           05  SIM-NUM1                PIC S9(7)V99.
           05  SIM-NUM1-RATE REDEFINES SIM-NUM1.
               10  SIM-NUM1-RATE-CODE  PIC X(6).
               10  FILLER              PIC X(3).
           05  SIM-OPERATOR            PIC X.
           05  SIM-NUM2                PIC S9(7)V99.
           05  SIM-NUM2-RATE REDEFINES SIM-NUM2.
               10  SIM-NUM2-RATE-CODE  PIC X(6).
               10  FILLER              PIC X(3).
           05  SIM-FREQUENCY           PIC X.
           05  SIM-WEEK-DAY            PIC 9.
           05  SIM-EFF-DATE            PIC X(8).
           05  SIM-EXP-DATE            PIC X(8).
           05  SIM-ROLL-RULE           PIC X.
           05  SIM-RATE-OPERAND        PIC X.
               88  SIM-RATE-NUM1       VALUE "1".
               88  SIM-RATE-NUM2       VALUE "2".
               88  SIM-RATE-NONE       VALUE " ".

       FD  CALC-PENDING-MAINT.
           COPY CALCPND.
      *****************************************************************
      *****************************************************************
       PEND-MAINT-RECORD.
           EVALUATE TRUE
               WHEN NOT SIM-ADD AND NOT SIM-CHANGE AND NOT SIM-DELETE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCSIU: BAD FUNCTION " SIM-FUNCTION
                       " FOR INSTRUCTION " SIM-ID ", REJECTED"
               WHEN NOT SIM-RATE-NUM1 AND NOT SIM-RATE-NUM2
                   AND NOT SIM-RATE-NONE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCSIU: BAD RATE OPERAND "
                       SIM-RATE-OPERAND " FOR INSTRUCTION " SIM-ID
                       ", REJECTED"
               WHEN (SIM-RATE-NUM1 AND SIM-NUM1-RATE-CODE = SPACES)
                   OR (SIM-RATE-NUM2 AND SIM-NUM2-RATE-CODE = SPACES)
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CALCSIU: RATE CODE MISSING FOR "
                       "INSTRUCTION " SIM-ID ", REJECTED"
               WHEN OTHER
                   PERFORM WRITE-PENDING-REQUEST
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       WRITE-PENDING-REQUEST.
           MOVE SPACES TO CALC-PENDING-RECORD
           MOVE WS-NEXT-PEND-SEQ TO PD-SEQ-NO
           SET PD-TARGET-STANDING TO TRUE
           MOVE SIM-FUNCTION TO PD-FUNCTION
           MOVE CALC-SI-MAINT-RECORD(2:43) TO PD-MAINT-IMAGE
           MOVE WS-MAKER-ID TO PD-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO PD-KEYED-DATE
           MOVE WS-CDT-TIME TO PD-KEYED-TIME
           SET PD-PENDING TO TRUE
           WRITE CALC-PENDING-RECORD
           IF WS-PEND-OK
               ADD 1 TO WS-PENDED-COUNT
               ADD 1 TO WS-NEXT-PEND-SEQ
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCSIU: PENDING WRITE FAILED, STATUS="
                   WS-PEND-STATUS
           END-IF.

      *****************************************************************
