      * batch/interactive - so "who keyed the calculation that hit
      * suspense" is answerable from the log. An entry cut before
      * the field was added comes in short and reads back as spaces.
      * AL-ENTRY-TYPE is spaces for a calculation and "R" for the
      * reversal of one (written by CALCREVR under the original
      * AL-SEQ-NO, with the reversing amount in AL-RESULT and the
      * requester in AL-USER-ID). Older entries read back as spaces.
      * "H" is a calculation that was held for supervisor release
      * (CALC-HELD-ITEMS) rather than posted, and "L" the release of
      * one by CALCHREL, written on the release day under the held
      * item's sequence number with the supervisor in AL-USER-ID.
      * "F" is a console-interactive calculation over its user's
      * authority: refused, neither posted nor held (there is no
      * batch for a supervisor to release it from).
      * AL-DEPARTMENT is the department the calculation was booked
      * to (CR-DEPARTMENT); a reversal carries the original's.
      * Older entries read back as spaces.
      * AL-RATE-CODE / AL-RATE-VALUE are the CALC-RATES rate an
      * operand was resolved from (as CR-RATE-CODE/CR-RATE-VALUE);
      * spaces and zero for an all-literal calculation. Older
      * entries read back as spaces.
      *****************************************************************
       01  CALC-AUDIT-RECORD.
           05  AL-DATE                 PIC X(8).
           05  AL-RESULT               PIC S9(7)V99.
           05  AL-SEQ-NO               PIC 9(8).
           05  AL-USER-ID              PIC X(8).
           05  AL-ENTRY-TYPE           PIC X.
               88  AL-CALCULATION-ENTRY VALUE " ".
               88  AL-REVERSAL-ENTRY   VALUE "R".
               88  AL-HELD-ENTRY       VALUE "H".
               88  AL-RELEASE-ENTRY    VALUE "L".
               88  AL-REFUSED-ENTRY    VALUE "F".
           05  AL-DEPARTMENT           PIC X(4).
           05  AL-RATE-CODE            PIC X(6).
           05  AL-RATE-VALUE           PIC S9(7)V99.
