      *****************************************************************
      * Copybook:  CALCACK
      * Layout of one CALC-BATCH-ACK record - the machine-readable
      * acknowledgement returned to the department that sent a
      * CALCTRAN batch, written by CALCACKW at the end of every
      * SIMPLE-CALCULATOR batch run. Each batch is one self-contained
      * group: an "H" header echoing the batch ID, business date and
      * header department with the run date and time, one "D" detail
      * per CT-SEQ-NO and a "T" trailer. Groups are appended, so a
      * night with several batches (and a rerun of one) leaves them
      * all on the file; a later group for the same batch ID and
      * business date supersedes an earlier one.
      * AK-BATCH-STATUS "A" means the batch was processed and the
      * details say what became of each item. "N" is a whole-batch
      * NAK with no details: AK-NAK-REASON-CODE / -TEXT say why -
      * B1 batch controls failed (resend the batch), B2 batch already
      * processed for that business date (do not resend), B3 the
      * sequence range overlaps a batch already posted that day
      * (re-cut the sequence numbers and resend).
      * AK-ITEM-STATUS on a detail: "A" accepted and posted to the
      * GL account in AK-GL-ACCOUNT with AK-RESULT; "R" rejected with
      * the CALC-REJECTS reason; "H" calculated but held for
      * supervisor release (over the user's authority - the release
      * or decline follows later through CALCHREL); "E" the
      * calculation failed and nothing posted; "U" no result or
      * reject found for the sequence.
      * An RSUB resubmission batch carries the pseudo-department
      * RSUB on its header; each detail carries the department the
      * item belongs to (AK-DTL-DEPARTMENT) and the sequence number
      * the department first sent it under (AK-ORIG-SEQ-NO), so the
      * original sender can pick out its corrected items.
      * The trailer counts and totals cover the details on the file;
      * AK-TRL-RUN-READ / -WRITTEN / -REJECTED are this run's
      * CALC-RUN-REGISTRY figures, which they tie to (read = item
      * count, written = accepted + held + error, rejected =
      * rejected) unless the run was a restart, when the registry
      * covers only the restarted leg.
      *****************************************************************
       01  CALC-ACK-RECORD.
           05  AK-RECORD-TYPE          PIC X.
               88  AK-HEADER-REC       VALUE "H".
               88  AK-DETAIL-REC       VALUE "D".
               88  AK-TRAILER-REC      VALUE "T".
           05  AK-DETAIL-DATA.
               10  AK-SEQ-NO           PIC 9(8).
               10  AK-ORIG-SEQ-NO      PIC 9(8).
               10  AK-DTL-DEPARTMENT   PIC X(4).
               10  AK-ITEM-STATUS      PIC X.
                   88  AK-ITEM-ACCEPTED    VALUE "A".
                   88  AK-ITEM-REJECTED    VALUE "R".
                   88  AK-ITEM-HELD        VALUE "H".
                   88  AK-ITEM-ERROR       VALUE "E".
                   88  AK-ITEM-UNKNOWN     VALUE "U".
               10  AK-RESULT           PIC S9(7)V99.
               10  AK-REASON-CODE      PIC X(2).
               10  AK-REASON-TEXT      PIC X(30).
               10  AK-GL-ACCOUNT       PIC X(10).
               10  FILLER              PIC X(18).
           05  AK-HEADER-DATA REDEFINES AK-DETAIL-DATA.
               10  AK-BATCH-ID         PIC X(8).
               10  AK-BUSINESS-DATE    PIC X(8).
               10  AK-DEPARTMENT       PIC X(4).
               10  AK-RUN-DATE         PIC X(8).
               10  AK-RUN-TIME         PIC X(8).
               10  AK-BATCH-STATUS     PIC X.
                   88  AK-BATCH-ACCEPTED   VALUE "A".
                   88  AK-BATCH-NAK        VALUE "N".
               10  AK-NAK-REASON-CODE  PIC X(2).
               10  AK-NAK-REASON-TEXT  PIC X(30).
               10  FILLER              PIC X(21).
           05  AK-TRAILER-DATA REDEFINES AK-DETAIL-DATA.
               10  AK-TRL-ITEM-COUNT   PIC 9(8).
               10  AK-TRL-ACCEPT-COUNT PIC 9(8).
               10  AK-TRL-ACCEPT-TOTAL PIC S9(11)V99.
               10  AK-TRL-HELD-COUNT   PIC 9(8).
               10  AK-TRL-HELD-TOTAL   PIC S9(11)V99.
               10  AK-TRL-ERROR-COUNT  PIC 9(8).
               10  AK-TRL-REJECT-COUNT PIC 9(8).
               10  AK-TRL-RUN-READ     PIC 9(8).
               10  AK-TRL-RUN-WRITTEN  PIC 9(8).
               10  AK-TRL-RUN-REJECTED PIC 9(8).
