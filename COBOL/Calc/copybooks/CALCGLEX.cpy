      *****************************************************************
      * Copybook:  CALCGLEX
      * Layout of one CALC-GL-EXCEPTIONS record - a transmitted GL
      * line the GL system rejected, written by CALCGLAL from the
      * GL team's return file. Keyed on the release date of the
      * transmission (its extract date) and the line's position in
      * that release on the CALCGLRL archive, both printed on the
      * CALCGLAL listing. EX-GL-RECORD is the line exactly as it
      * went out (a CALC-GL-RECORD - see CALCGL).
      * EX-STATUS "O" is open, waiting for correction. CALCGLXR
      * re-sends a corrected line into CALCGLIF - to the account in
      * EX-RESEND-ACCOUNT, or to the CALCSUSP01 suspense account -
      * with GL-MOVEMENT "X", and marks the exception "S"; CALCGLBU,
      * when it posts the transmission the re-send went out in,
      * backs the rejected line out of its original account on the
      * CALC-GL-BALANCES ledger (the GL never booked it) and marks
      * the exception "C" cleared.
      *****************************************************************
       01  CALC-GL-EXCEPTION-RECORD.
           05  EX-KEY.
               10  EX-RELEASE-DATE     PIC X(8).
               10  EX-LINE-NO          PIC 9(6).
           05  EX-GL-RECORD            PIC X(44).
           05  EX-REASON-CODE          PIC X(4).
           05  EX-REASON-TEXT          PIC X(30).
           05  EX-ACK-DATE             PIC X(8).
           05  EX-STATUS               PIC X.
               88  EX-OPEN             VALUE "O".
               88  EX-RESENT           VALUE "S".
               88  EX-CLEARED          VALUE "C".
           05  EX-RESEND-ACTION        PIC X.
               88  EX-TO-CORRECTED     VALUE "C".
               88  EX-TO-SUSPENSE      VALUE "S".
           05  EX-RESEND-ACCOUNT       PIC X(10).
           05  EX-RESENT-DATE          PIC X(8).
           05  EX-CORRECTED-BY         PIC X(8).
           05  EX-BACKOUT-DATE         PIC X(8).
