      *****************************************************************
      * Copybook:  CALCRELQ
      * Layout of one supervisor decision keyed in against a held
      * item on CALC-HELD-ITEMS. RL-SEQ-NO and RL-HELD-DATE name the
      * held item (both are on the CALCHREL listing and the CALCBRWS
      * browse). RL-DECISION is "A" to release it to the GL or "D"
      * to decline it into CALC-REJECTS. RL-SUPERVISOR-ID is the
      * supervisor taking the decision - they must be flagged to
      * release on CALC-USER-AUTHORITY and may not act on an item
      * they keyed themselves. RL-REASON-TEXT is printed on the
      * CALCHREL listing. Read by CALCHREL.
      *****************************************************************
       01  CALC-RELEASE-REQUEST.
           05  RL-SEQ-NO               PIC 9(8).
           05  RL-HELD-DATE            PIC X(8).
           05  RL-DECISION             PIC X.
               88  RL-APPROVE          VALUE "A".
               88  RL-DECLINE          VALUE "D".
           05  RL-SUPERVISOR-ID        PIC X(8).
           05  RL-REASON-TEXT          PIC X(30).
