      *****************************************************************
      * Copybook:  CALCDEPT
      * Layout of one CALC-DEPARTMENTS master record, keyed on
      * DP-DEPARTMENT - the departments allowed to submit work.
      * Maintained through the CALCDMU maintenance job under the
      * same maker-checker flow as the other control files (pended
      * on CALC-PENDING-MAINT, applied by CALCAPPR). Read by
      * SIMPLE-CALCULATOR to validate a batch header's CT-DEPARTMENT
      * and by CALCCICS at sign-on; only an active (DP-ACTIVE)
      * department may post. A department is made inactive rather
      * than deleted once it has history, so the CALCDRPT activity
      * report can still name it.
      *****************************************************************
       01  CALC-DEPT-RECORD.
           05  DP-DEPARTMENT           PIC X(4).
           05  DP-NAME                 PIC X(30).
           05  DP-STATUS               PIC X.
               88  DP-ACTIVE           VALUE "A".
               88  DP-INACTIVE         VALUE "I".
