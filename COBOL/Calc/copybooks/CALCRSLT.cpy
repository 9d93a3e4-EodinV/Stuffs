      * control check rejects a feed that strays into the reserved
      * series, and its restart scan skips past it when looking for
      * the last batch record.
      * CR-STATUS "R" marks a clean result that has since been
      * reversed by the CALCREVR reversal job: the record stays on
      * file under its own CR-SEQ-NO (so the link to the original is
      * never lost) and the offsetting GL posting and the reversal
      * audit entry carry the same sequence number.
      * CR-STATUS "H" marks a clean result that was over its user's
      * CALC-USER-AUTHORITY and went to CALC-HELD-ITEMS instead of
      * the GL. It stays "H" whatever the supervisor decides:
      * CALCHREL posts a released item on the release day, by which
      * time this file has usually been cut over, so the held-items
      * record is where the decision is kept. A held result cannot
      * satisfy a result reference, and CALCREVR reverses one only
      * once the held-items record shows it released (it then goes
      * to "R" like any other reversed result).
      * CR-DEPARTMENT is the originating department the result is
      * booked to: the detail's own CT-DTL-DEPARTMENT where it
      * carries one (a CALCRSUB resubmission), otherwise the batch
      * header's CT-DEPARTMENT; online, the department the operator
      * signed on under. The file is indexed, so a CALCRSLT cut
      * before the field existed must be carried forward through the
      * one-time CALCDCNV conversion job (department spaces).
      * CR-RATE-CODE / CR-RATE-VALUE record the CALC-RATES rate an
      * operand was resolved from (the detail's CT-RATE-CODE and the
      * rate in force on the business date); spaces and zero when
      * both operands were literals. The one-time CALCTCNV job
      * carries older files forward with those defaults.
      *****************************************************************
       01  CALC-RESULT-RECORD.
           05  CR-SEQ-NO               PIC 9(8).
           05  CR-STATUS               PIC X.
               88  CR-STATUS-OK        VALUE "P".
               88  CR-STATUS-ERROR     VALUE "E".
               88  CR-STATUS-REVERSED  VALUE "R".
               88  CR-STATUS-HELD      VALUE "H".
           05  CR-BATCH-ID             PIC X(8).
           05  CR-POST-DATE            PIC X(8).
           05  CR-DEPARTMENT           PIC X(4).
           05  CR-RATE-CODE            PIC X(6).
           05  CR-RATE-VALUE           PIC S9(7)V99.
