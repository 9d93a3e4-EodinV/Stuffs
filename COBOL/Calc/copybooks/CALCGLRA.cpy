      *****************************************************************
      * Copybook:  CALCGLRA
      * Layout of one record on the CALCGLRT return file the GL team
      * sends back for a CALCGLTX transmission, loaded by CALCGLAL.
      * An "H" header names the transmission by its extract date
      * (TX-EXTRACT-DATE as cut by CALCGLCT) with the date the GL
      * processed it; RA-TX-STATUS "R" means the GL rejected the
      * whole transmission (reason on the header, no details follow)
      * and "A" that the details say what became of each line.
      * One "D" detail per transmitted line echoes the line's
      * GL-SEQ-NO, GL-ACCOUNT-REF, amount, sign, debit/credit side
      * and movement - which is what CALCGLAL matches it back to the
      * released line on - with "A" accepted or "R" rejected and the
      * GL's own reason code and text (closed account, invalid cost
      * centre...). The "T" trailer carries the GL's control totals:
      * the detail, accepted and rejected counts on this file, and
      * the record count and GL-AMOUNT hash they received, which
      * CALCGLAL proves against what was sent.
      *****************************************************************
       01  CALC-GL-RETURN-RECORD.
           05  RA-RECORD-TYPE          PIC X.
               88  RA-HEADER-REC       VALUE "H".
               88  RA-DETAIL-REC       VALUE "D".
               88  RA-TRAILER-REC      VALUE "T".
           05  RA-DETAIL-DATA.
               10  RA-SEQ-NO           PIC 9(8).
               10  RA-ACCOUNT-REF      PIC X(10).
               10  RA-AMOUNT           PIC 9(9)V99.
               10  RA-SIGN             PIC X.
               10  RA-DRCR             PIC X.
               10  RA-MOVEMENT         PIC X.
               10  RA-LINE-STATUS      PIC X.
                   88  RA-LINE-ACCEPTED    VALUE "A".
                   88  RA-LINE-REJECTED    VALUE "R".
               10  RA-REASON-CODE      PIC X(4).
               10  RA-REASON-TEXT      PIC X(30).
           05  RA-HEADER-DATA REDEFINES RA-DETAIL-DATA.
               10  RA-EXTRACT-DATE     PIC X(8).
               10  RA-GL-PROCESS-DATE  PIC X(8).
               10  RA-TX-STATUS        PIC X.
                   88  RA-TX-ACCEPTED      VALUE "A".
                   88  RA-TX-REJECTED      VALUE "R".
               10  RA-TX-REASON-CODE   PIC X(4).
               10  RA-TX-REASON-TEXT   PIC X(30).
               10  FILLER              PIC X(16).
           05  RA-TRAILER-DATA REDEFINES RA-DETAIL-DATA.
               10  RA-TRL-DETAIL-COUNT PIC 9(8).
               10  RA-TRL-ACCEPT-COUNT PIC 9(8).
               10  RA-TRL-REJECT-COUNT PIC 9(8).
               10  RA-TRL-RECEIVED-COUNT PIC 9(8).
               10  RA-TRL-RECEIVED-HASH PIC 9(13)V99.
               10  FILLER              PIC X(20).
