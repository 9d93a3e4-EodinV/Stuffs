      *****************************************************************
      * Copybook:  CALCSUSI
      * Layout of one CALC-SUSPENSE-ITEMS record - the sub-ledger of
      * the CALCSUSP01 suspense account, one item per transmitted
      * suspense posting, maintained by the CALCSUSA job. CALCSUSA
      * loads each night's CALCGLTX transmission: every line booked
      * to suspense under a real GL-SEQ-NO (an unmapped calculation,
      * a released held item, a GL re-send to suspense) becomes an
      * open item; a reversal to suspense closes the open item it
      * offsets instead. Keyed on the sequence number, the date the
      * line was posted and its GL-MOVEMENT, so an item and its
      * re-send or reversal stand apart.
      * SU-OPERATOR and SU-USER-ID come from the CALC-AUDIT-LOG entry
      * that produced the posting (spaces if it could not be found);
      * SU-OPERATOR with SU-SIGN and SU-DEPARTMENT is what CALCSUSA
      * looks up on CALC-GL-ACCOUNTS when the item is reclassified.
      * SU-STATUS "O" is open. "C" is cleared by reclassification:
      * CALCSUSA wrote the suspense-out and account-in postings
      * (GL-MOVEMENT "S") to SU-RECLASS-ACCOUNT on SU-CLOSED-DATE at
      * the request of SU-CLOSED-BY. "V" is closed by a reversal of
      * the item that also went to suspense.
      * Sequence-number zero postings (console-interactive entries
      * and the CALCGLCT balancing plug) cannot be named and are not
      * carried on the sub-ledger.
      *****************************************************************
       01  CALC-SUSPENSE-ITEM-RECORD.
           05  SU-KEY.
               10  SU-SEQ-NO           PIC 9(8).
               10  SU-POST-DATE        PIC X(8).
               10  SU-MOVEMENT         PIC X.
           05  SU-AMOUNT               PIC 9(9)V99.
           05  SU-SIGN                 PIC X.
           05  SU-DRCR                 PIC X.
           05  SU-DEPARTMENT           PIC X(4).
           05  SU-OPERATOR             PIC X.
           05  SU-USER-ID              PIC X(8).
           05  SU-EXTRACT-DATE         PIC X(8).
           05  SU-STATUS               PIC X.
               88  SU-OPEN             VALUE "O".
               88  SU-RECLASSED        VALUE "C".
               88  SU-REVERSED         VALUE "V".
           05  SU-RECLASS-ACCOUNT      PIC X(10).
           05  SU-RECLASS-DRCR         PIC X.
           05  SU-CLOSED-DATE          PIC X(8).
           05  SU-CLOSED-BY            PIC X(8).
           05  SU-REASON-TEXT          PIC X(30).
