      *****************************************************************
      * Copybook:  CALCPCTL
      * Layout of one CALC-PERIOD-CONTROL record - one per accounting
      * period (YYYYMM) that the CALCPCLS month-end close has closed,
      * keyed on PC-PERIOD. A period with no record is open. CALCGLBU
      * reads it to refuse (or redirect) a transmission whose extract
      * date falls in a closed period, and CALCGLTB to check that a
      * month asked for is closed before printing it from history.
      *****************************************************************
       01  CALC-PERIOD-CTL-RECORD.
           05  PC-PERIOD               PIC X(6).
           05  PC-STATUS               PIC X.
               88  PC-PERIOD-CLOSED    VALUE "C".
           05  PC-CLOSED-DATE          PIC X(8).
           05  PC-CLOSED-TIME          PIC X(8).
           05  PC-ACCOUNT-COUNT        PIC 9(5).
           05  PC-TOTAL-DEBITS         PIC S9(13)V99.
           05  PC-TOTAL-CREDITS        PIC S9(13)V99.
