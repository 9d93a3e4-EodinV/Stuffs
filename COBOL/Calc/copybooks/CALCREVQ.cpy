      *****************************************************************
      * Copybook:  CALCREVQ
      * Layout of one reversal request keyed in by operations against
      * a calculation that has already posted. RQ-SEQ-NO names the
      * CR-SEQ-NO on CALC-RESULTS-FILE to be reversed. RQ-POST-DATE
      * is optional: when keyed it must equal the result's
      * CR-POST-DATE, so a request left lying on the file cannot
      * reverse a later day's result that reused the sequence
      * number. RQ-USER-ID is the operator asking for the reversal,
      * written to the audit log as AL-USER-ID; RQ-REASON-TEXT is
      * printed on the CALCREVR listing. Read by CALCREVR.
      *****************************************************************
       01  CALC-REVERSAL-REQUEST.
           05  RQ-SEQ-NO               PIC 9(8).
           05  RQ-POST-DATE            PIC X(8).
           05  RQ-USER-ID              PIC X(8).
           05  RQ-REASON-TEXT          PIC X(30).
