      *                   wrong GA-ACCOUNT-REF misposts the GL until
      *                   someone notices; it now takes two operators
      *                   to land one.
      * 10/15/26 MAINT    CALC-GL-ACCOUNTS is now keyed on department
      *                   as well as OPERATOR and RESULT sign; the
      *                   maintenance record leads with
      *                   GAM-DEPARTMENT (spaces for the house default
      *                   mapping every department falls back to).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               88  GAM-ADD             VALUE "A".
               88  GAM-CHANGE          VALUE "C".
               88  GAM-DELETE          VALUE "D".
           05  GAM-DEPARTMENT          PIC X(4).
           05  GAM-OPERATOR            PIC X.
           05  GAM-RESULT-SIGN         PIC X.
           05  GAM-ACCOUNT-REF         PIC X(10).
           IF NOT GAM-ADD AND NOT GAM-CHANGE AND NOT GAM-DELETE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CALCGAU: BAD FUNCTION " GAM-FUNCTION
                   " FOR " GAM-DEPARTMENT "/" GAM-OPERATOR "/"
                   GAM-RESULT-SIGN
                   ", REJECTED"
           ELSE
               MOVE SPACES TO CALC-PENDING-RECORD
               MOVE WS-NEXT-PEND-SEQ TO PD-SEQ-NO
               SET PD-TARGET-GLACCTS TO TRUE
               MOVE GAM-FUNCTION TO PD-FUNCTION
               MOVE CALC-GLAC-MAINT-RECORD(2:17) TO PD-MAINT-IMAGE
               MOVE WS-MAKER-ID TO PD-MAKER-ID
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CDT-DATE TO PD-KEYED-DATE
