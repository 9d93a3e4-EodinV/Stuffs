      *****************************************************************
      * Copybook:  CALCRATE
      * Layout of one CALC-RATES record - an effective-dated rate
      * (allocation percentage, unit price) keyed on rate code plus
      * effective date, so a rate change is one new record rather
      * than an amendment to every instruction that uses it. The
      * rate in force on a date is the record for the code with the
      * latest RT-EFF-DATE on or before that date; a code with no
      * record effective yet has no rate in force. Maintained
      * through the CALCRTU maintenance job under the same
      * maker-checker flow as the other control files (pended on
      * CALC-PENDING-MAINT, applied by CALCAPPR) and looked up by the
      * CALCRATG subprogram for SIMPLE-CALCULATOR and CALCCICS.
      *****************************************************************
       01  CALC-RATE-RECORD.
           05  RT-KEY.
               10  RT-RATE-CODE        PIC X(6).
               10  RT-EFF-DATE         PIC X(8).
           05  RT-RATE-VALUE           PIC S9(7)V99.
           05  RT-DESCRIPTION          PIC X(20).
