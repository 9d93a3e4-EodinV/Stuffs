      *****************************************************************
      * Copybook:  CALCBHST
      * Layout of one CALC-BAL-HISTORY record - one GL account's
      * debit, credit and net totals for one accounting period,
      * keyed on account + period (YYYYMM). CALCGLBU writes a row
      * provisionally (BH-STATUS "P") when an account's first posting
      * of a new month rolls its CALC-GL-BALANCES totals over, so the
      * month's figures survive the reset. The CALCPCLS month-end close
      * writes the closing figures and marks every row for the period
      * "C" - from then on the row is frozen and CALCGLBU will not
      * touch it. CALCGLTB reads the file to print a closed month
      * with prior-month and year-to-date columns.
      *****************************************************************
       01  CALC-BAL-HIST-RECORD.
           05  BH-KEY.
               10  BH-ACCOUNT-REF      PIC X(10).
               10  BH-PERIOD           PIC X(6).
           05  BH-DEBITS               PIC S9(13)V99.
           05  BH-CREDITS              PIC S9(13)V99.
           05  BH-NET                  PIC S9(13)V99.
           05  BH-STATUS               PIC X.
               88  BH-PROVISIONAL      VALUE "P".
               88  BH-CLOSED           VALUE "C".
           05  BH-CLOSED-DATE          PIC X(8).
