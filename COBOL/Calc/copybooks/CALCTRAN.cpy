      * same batch; SIMPLE-CALCULATOR resolves it before CALCCALC
      * and rejects (reason 05) a reference to a sequence that
      * failed, was rejected or has not been processed yet.
      * CT-DEPARTMENT on the header is validated against the
      * CALC-DEPARTMENTS master (CALCDEPT) and stamped on every
      * result, reject, audit entry and GL posting the batch
      * produces. CT-DTL-DEPARTMENT is spaces on an ordinary detail;
      * CALCRSUB sets it from the reject's RJ-DEPARTMENT so a
      * resubmitted item in an RSUB batch stays with the department
      * that first sent it. A file cut before the field existed
      * reads back short with spaces there.
      * CT-RATE-OPERAND "1" or "2" marks that operand as taken from
      * the CALC-RATES table: CT-RATE-CODE names the rate and
      * SIMPLE-CALCULATOR resolves it to the rate in force on the
      * header's business date before CALCVAL/CALCCALC, rejecting
      * (reason 07) when none is. The named operand's CT-NUM1 or
      * CT-NUM2 is carried as zero and hashed as such on the
      * trailer. A detail may not name the same operand as both a
      * rate and a result reference.
      *****************************************************************
       01  CALC-TRANS-RECORD.
           05  CT-RECORD-TYPE          PIC X.
                   88  CT-REF-NUM2     VALUE "2".
                   88  CT-REF-NONE     VALUE " ".
               10  CT-REF-SEQ-NO       PIC 9(8).
               10  CT-DTL-DEPARTMENT   PIC X(4).
               10  CT-RATE-OPERAND     PIC X.
                   88  CT-RATE-NUM1    VALUE "1".
                   88  CT-RATE-NUM2    VALUE "2".
                   88  CT-RATE-NONE    VALUE " ".
               10  CT-RATE-CODE        PIC X(6).
           05  CT-HEADER-DATA REDEFINES CT-DETAIL-DATA.
               10  CT-BATCH-ID         PIC X(8).
               10  CT-BUSINESS-DATE    PIC X(8).
               10  CT-DEPARTMENT       PIC X(4).
               10  FILLER              PIC X(37).
           05  CT-TRAILER-DATA REDEFINES CT-DETAIL-DATA.
               10  CT-TRL-RECORD-COUNT PIC 9(8).
               10  CT-TRL-HASH-NUM1    PIC S9(11)V99.
               10  CT-TRL-HASH-NUM2    PIC S9(11)V99.
               10  FILLER              PIC X(23).
