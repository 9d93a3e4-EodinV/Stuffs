      *                   refused the RSUBMMDD feed every night. A
      *                   start in the online reserved series is
      *                   refused outright.
      * 10/15/26 MAINT    Each resubmitted detail now carries the
      *                   reject's RJ-DEPARTMENT in CT-DTL-DEPARTMENT,
      *                   so the corrected item is booked to the
      *                   department that first sent it rather than
      *                   to the RSUB batch header's pseudo-department.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           COMPUTE CT-RESUB-COUNT = RJ-RESUB-COUNT + 1
           SET CT-REF-NONE TO TRUE
           MOVE ZERO TO CT-REF-SEQ-NO
           MOVE RJ-DEPARTMENT TO CT-DTL-DEPARTMENT
           WRITE CALC-TRANS-RECORD
           IF NOT WS-RESUB-OK
               DISPLAY "ERROR WRITING CALC-RESUB-TRANS SEQ="
