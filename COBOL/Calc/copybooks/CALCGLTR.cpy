      * and credit totals equal before release and books any
      * difference to the CALCSUSP01 suspense account, so a released
      * trailer always balances.
      * TX-GL-RECORD carries the whole CALC-GL-RECORD, GL-MOVEMENT
      * included, so a reversal goes out flagged as one, and
      * GL-DEPARTMENT with it.
      *****************************************************************
       01  CALC-GLTX-RECORD.
           05  TX-RECORD-TYPE          PIC X.
               88  TX-DETAIL-REC       VALUE "D".
               88  TX-TRAILER-REC      VALUE "T".
           05  TX-DETAIL-DATA.
               10  TX-GL-RECORD        PIC X(44).
               10  FILLER              PIC X(9).
           05  TX-HEADER-DATA REDEFINES TX-DETAIL-DATA.
               10  TX-EXTRACT-DATE     PIC X(8).
               10  TX-CUT-DATE         PIC X(8).
