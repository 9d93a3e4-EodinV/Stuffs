      * do - a pre-cutover CALCREJC must be run through the one-time
      * CALCLCNV conversion job, which carries the old records
      * forward with RJ-USER-ID spaces.
      * RJ-DEPARTMENT is the department the rejected transaction was
      * submitted under (see CR-DEPARTMENT on CALCRSLT); CALCRSUB
      * carries it onto the resubmitted detail so the corrected
      * item is still booked to its own department. Records cut
      * before the field existed go through the one-time CALCDCNV
      * conversion job, which loads them with department spaces.
      * A held item a supervisor declines (CALCHREL) is written here
      * under its held sequence number with the hold's reason - 08
      * (operator not in the user's authority, or no authority
      * record) or 09 (RESULT over the user's limit) - and is
      * corrected and resubmitted through CALCRSUB like any other.
      *****************************************************************
       01  CALC-REJECT-RECORD.
           05  RJ-SEQ-NO               PIC 9(8).
               88  RJ-OPEN             VALUE " ".
               88  RJ-RESUBMITTED      VALUE "R".
           05  RJ-USER-ID              PIC X(8).
           05  RJ-DEPARTMENT           PIC X(4).
