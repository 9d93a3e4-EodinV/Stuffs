      *****************************************************************
      * Copybook:  CALCNHST
      * Layout of one CALC-NITE-HISTORY record - one step of one
      * night run, appended by the CALCNITE night driver after every
      * step it runs (steps skipped on a resume or not run after a
      * stop leave no record). HS-NIGHT-DATE / HS-NIGHT-TIME are when
      * that CALCNITE run started, so a restarted night shows up as a
      * second run on the same date. HS-ELAPSED-SECS is from the
      * CALL of the step to its return.
      * HS-COUNT-TYPE says what the three counts are, where the step
      * reports any: "R" the calculator's CALC-RUN-REGISTRY read /
      * written / rejected; "G" a cutover's records cut over /
      * generations now held / records purged (see CALCSTCT).
      * HS-MAX-MINUTES is the step's own threshold from its CALCSTEP
      * card (zero if none) and HS-OVER-THRESHOLD says it ran past
      * it. Read by the CALCNSLA batch-window report.
      *****************************************************************
       01  CALC-NITE-HISTORY-RECORD.
           05  HS-NIGHT-DATE           PIC X(8).
           05  HS-NIGHT-TIME           PIC X(6).
           05  HS-STEP-NO              PIC 9(3).
           05  HS-STEP-NAME            PIC X(20).
           05  HS-START-DATE           PIC X(8).
           05  HS-START-TIME           PIC X(6).
           05  HS-END-DATE             PIC X(8).
           05  HS-END-TIME             PIC X(6).
           05  HS-ELAPSED-SECS         PIC 9(7).
           05  HS-RETURN-CODE          PIC 9(2).
           05  HS-COUNT-TYPE           PIC X.
               88  HS-NO-COUNTS        VALUE " ".
               88  HS-REGISTRY-COUNTS  VALUE "R".
               88  HS-CUTOVER-COUNTS   VALUE "G".
           05  HS-COUNT-1              PIC 9(8).
           05  HS-COUNT-2              PIC 9(8).
           05  HS-COUNT-3              PIC 9(8).
           05  HS-MAX-MINUTES          PIC 9(4).
           05  HS-OVER-THRESHOLD       PIC X.
               88  HS-THRESHOLD-BREACHED VALUE "Y".
