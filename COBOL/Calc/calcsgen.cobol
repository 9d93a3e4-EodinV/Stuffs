      *                   forced). Previously a month-end on a
      *                   Sunday generated into a batch nobody ran,
      *                   or silently never generated at all.
      * 10/15/26 MAINT    CALC-TRANS-RECORD grew CT-DTL-DEPARTMENT;
      *                   the ad-hoc copy buffer widened to match so
      *                   a detail's own department is carried
      *                   through. Generated standing instructions
      *                   leave it spaces and book to the header's
      *                   department.
      * 10/15/26 MAINT    A standing instruction may now name a
      *                   CALC-RATES rate code for either operand
      *                   (SI-RATE-OPERAND). The code is passed
      *                   through on the generated detail as
      *                   CT-RATE-OPERAND / CT-RATE-CODE with that
      *                   operand zero - SIMPLE-CALCULATOR resolves it
      *                   on the business date - and hashed as zero
      *                   on the trailer. The ad-hoc copy buffer
      *                   widened again for the new CALCTRAN fields.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  CALC-ADHOC-FILE
           RECORDING MODE IS F.
       01  CALC-ADHOC-RECORD           PIC X(58).

       FD  CALC-STANDING-INSTRUCTIONS.
           COPY CALCSIN.
           MOVE ZERO TO CT-RESUB-COUNT
           SET CT-REF-NONE TO TRUE
           MOVE ZERO TO CT-REF-SEQ-NO
           SET CT-RATE-NONE TO TRUE
           MOVE SPACES TO CT-RATE-CODE
      *    A rate-code operand holds the code, not a number; it goes
      *    out as zero for SIMPLE-CALCULATOR to fill from CALC-RATES.
           IF SI-RATE-NUM1
               SET CT-RATE-NUM1 TO TRUE
               MOVE SI-NUM1-RATE-CODE TO CT-RATE-CODE
               MOVE ZERO TO CT-NUM1
           END-IF
           IF SI-RATE-NUM2
               SET CT-RATE-NUM2 TO TRUE
               MOVE SI-NUM2-RATE-CODE TO CT-RATE-CODE
               MOVE ZERO TO CT-NUM2
           END-IF
           WRITE CALC-TRANS-RECORD
           PERFORM CHECK-TRANS-WRITE
           ADD 1 TO WS-GENERATED-COUNT
           ADD CT-NUM1 TO WS-OUT-HASH-NUM1
           ADD CT-NUM2 TO WS-OUT-HASH-NUM2.

      *****************************************************************
      *****************************************************************
