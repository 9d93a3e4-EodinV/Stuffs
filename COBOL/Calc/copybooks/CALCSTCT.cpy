      *****************************************************************
      * Copybook:  CALCSTCT
      * Layout of the one-record CALCSTCT step-counts file a cutover
      * job (CALCACUT, CALCRCUT, CALCGLCT) leaves at the end of its
      * run so the CALCNITE night driver can carry the figures onto
      * its summary and step history: the records cut over, the
      * dated generations the archive now holds and the records
      * purged from it. SX-STEP-NAME is the writing program, so
      * figures left over from an earlier step are never taken for
      * the current one; CALCNITE empties the file before each step.
      *****************************************************************
       01  CALC-STEP-COUNT-RECORD.
           05  SX-STEP-NAME            PIC X(20).
           05  SX-RECORDS-CUT          PIC 9(8).
           05  SX-GENERATIONS          PIC 9(8).
           05  SX-RECORDS-PURGED       PIC 9(8).
