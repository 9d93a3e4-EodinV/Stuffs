      * back to its CALC-RESULTS-FILE record. GL-DRCR is the debit/
      * credit indicator derived from the CALC-GL-ACCOUNTS control
      * file (maintained via CALCGAU).
      * GL-MOVEMENT is spaces for an ordinary calculation posting and
      * "R" for the offsetting posting CALCREVR writes when a result is
      * reversed (the account and GL-SEQ-NO of the item's latest live
      * posting, GL-DRCR flipped), so CALCGLCT, CALCGLBU and CALCRECN
      * can carry and count a reversal as its own movement. "L" is the
      * posting CALCHREL writes when a supervisor releases a held item
      * (CALCHELD): an ordinary posting in every respect except that it
      * goes out on the release day under a sequence number from an
      * earlier day's results, so CALCRECN checks it against the
      * held-items file instead. "X" is a line the GL system rejected,
      * re-sent by CALCGLXR to a corrected account or to suspense under
      * its original GL-SEQ-NO (see CALCGLEX), so it too goes out on a
      * later day than its calculation. "S" is one of the pair of
      * postings CALCSUSA writes to reclassify an item out of suspense
      * (see CALCSUSI) - CALCSUSP01 out and the account mapped since in
      * - under the item's GL-SEQ-NO, so it also goes out on a later
      * day. Records cut before the field was added read back as
      * spaces.
      * GL-DEPARTMENT is the department the posting is booked to; it
      * is also part of the CALC-GL-ACCOUNTS key CALCGLW derives
      * GL-ACCOUNT-REF from, so a department can be steered to its
      * own accounts. Older records read back as spaces.
      *****************************************************************
       01  CALC-GL-RECORD.
           05  GL-ACCOUNT-REF          PIC X(10).
           05  GL-DATE                 PIC X(8).
           05  GL-SEQ-NO               PIC 9(8).
           05  GL-DRCR                 PIC X.
           05  GL-MOVEMENT             PIC X.
               88  GL-MOVE-CALCULATION VALUE " ".
               88  GL-MOVE-REVERSAL    VALUE "R".
               88  GL-MOVE-RELEASE     VALUE "L".
               88  GL-MOVE-RESEND      VALUE "X".
               88  GL-MOVE-RECLASS     VALUE "S".
           05  GL-DEPARTMENT           PIC X(4).
