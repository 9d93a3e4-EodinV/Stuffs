      * the style of CALCLMU for CALC-LIMITS) and read by CALCGLW,
      * which falls back to the suspense account with a warning when
      * a mapping is missing.
      * GA-DEPARTMENT leads the key. CALCGLW looks for the posting
      * department's own mapping first and then for the house
      * default - the same OPERATOR and sign with GA-DEPARTMENT
      * spaces - so only the departments that book differently need
      * entries of their own. A CALCGLAC cut before the department
      * was part of the key is carried forward as house defaults by
      * the one-time CALCDCNV conversion job.
      *****************************************************************
       01  CALC-GL-ACCT-RECORD.
           05  GA-KEY.
               10  GA-DEPARTMENT       PIC X(4).
               10  GA-OPERATOR         PIC X.
               10  GA-RESULT-SIGN      PIC X.
           05  GA-ACCOUNT-REF          PIC X(10).
