      *****************************************************************
      * Copybook:  CALCUSRA
      * Layout of one CALC-USER-AUTHORITY record, keyed on
      * UA-USER-ID - the same user ID the batch run and the CALCCICS
      * sign-on already capture for the audit log. UA-OPERATORS
      * lists the OPERATOR characters the user may post (any of
      * + - * / % ^, in any order, unused positions spaces) and
      * UA-MAX-RESULT the largest absolute RESULT they may post.
      * A calculation outside the user's authority is not posted to
      * the GL: it goes to CALC-HELD-ITEMS (CALCHELD) for a
      * supervisor to release or decline through CALCHREL. A
      * user with UA-RELEASE-FLAG "Y" may act as that supervisor,
      * within their own authority and never on their own items.
      * Maintained through the CALCUAU maintenance job under the
      * same maker-checker flow as the other control files (pended
      * on CALC-PENDING-MAINT, applied by CALCAPPR) and checked by
      * the CALCAUTH subprogram for SIMPLE-CALCULATOR, CALCCICS and
      * CALCHREL.
      *****************************************************************
       01  CALC-USER-AUTH-RECORD.
           05  UA-USER-ID              PIC X(8).
           05  UA-OPERATORS            PIC X(6).
           05  UA-MAX-RESULT           PIC S9(7)V99.
           05  UA-RELEASE-FLAG         PIC X.
               88  UA-CAN-RELEASE      VALUE "Y".
               88  UA-CANNOT-RELEASE   VALUE "N".
