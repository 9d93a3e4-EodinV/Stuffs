      *                   dates after each cutover, in the CALCACUT/
      *                   CALCRCUT generations mould, so the mode-R
      *                   recut scan stops stretching with history.
      * 10/15/26 MAINT    CALC-GL-RECORD grew GL-MOVEMENT (see
      *                   CALCGLW); the work and archive buffers
      *                   widened to match. Reversal postings from
      *                   the CALCREVR job release like any other
      *                   posting - in the cut for the day they were
      *                   written, never into a generation already
      *                   sent - and are counted and shown on their
      *                   own so the GL team can see the offsets in
      *                   the day's file. The suspense plug is always
      *                   written as an ordinary movement.
      * 10/15/26 MAINT    CALC-GL-RECORD grew GL-DEPARTMENT; the work
      *                   and archive buffers widened to match. The
      *                   suspense plug carries department spaces.
      * 10/15/26 MAINT    Every cut or re-cut that releases anything is
      *                   now entered on CALC-TX-REGISTER (CALCTXRG),
      *                   keyed on the extract date, as sent and not
      *                   yet acknowledged, with the record count and
      *                   GL-AMOUNT hash that went out. CALCGLAL marks
      *                   it off against the GL team's return file,
      *                   and CALCNITE flags it if no answer comes.
      *                   A re-cut puts the transmission back to
      *                   unacknowledged. Failing to register is a
      *                   warning only - the file has already gone.
      * 10/15/26 MAINT    Leaves its figures (records released,
      *                   CALCGLRL generations now held, records
      *                   purged - the last two only on a cutover) on
      *                   the CALCSTCT step-counts file for the
      *                   CALCNITE step history.
      * 10/15/26 MAINT    Review fix: a re-cut no longer wipes the
      *                   register entry's posted date and back-out
      *                   marker, which CALCGLBU uses to take a
      *                   posted extract the GL rejected outright off
      *                   the ledger before its re-cut posts.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELWK-STATUS.

           SELECT CALC-TX-REGISTER ASSIGN TO "CALCTXRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-EXTRACT-DATE
               FILE STATUS IS WS-TXRG-STATUS.

           SELECT CALC-STEP-COUNTS ASSIGN TO "CALCSTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STCT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.

       FD  CALC-GL-WORK
           RECORDING MODE IS F.
       01  CALC-GL-WORK-BUFFER         PIC X(44).

       FD  CALC-GL-TRANSMIT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CALC-GL-REL-RECORD.
           05  RL-RELEASE-DATE         PIC X(8).
           05  RL-GL-RECORD            PIC X(44).

       FD  CALC-GL-RELWORK
           RECORDING MODE IS F.
       01  CALC-GL-RELWK-BUFFER        PIC X(52).

       FD  CALC-TX-REGISTER.
           COPY CALCTXRG.

       FD  CALC-STEP-COUNTS
           RECORDING MODE IS F.
           COPY CALCSTCT.

       WORKING-STORAGE SECTION.
       01  WS-GL-STATUS                PIC XX VALUE SPACES.
       01  WS-RELWK-STATUS             PIC XX VALUE SPACES.
           88  WS-RELWK-OK             VALUE "00".

       01  WS-TXRG-STATUS              PIC XX VALUE SPACES.
           88  WS-TXRG-OK              VALUE "00".
           88  WS-TXRG-DUP-KEY         VALUE "22".
           88  WS-TXRG-NOT-FOUND       VALUE "35".

       01  WS-PRIOR-POSTED-DATE        PIC X(8) VALUE SPACES.
       01  WS-PRIOR-BACKOUT-SWITCH     PIC X VALUE SPACE.
       01  WS-PRIOR-BACKOUT-DATE       PIC X(8) VALUE SPACES.

       01  WS-STCT-STATUS              PIC XX VALUE SPACES.
           88  WS-STCT-OK              VALUE "00".

       01  WS-GL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-END-OF-GL-FILE       VALUE "Y".

       01  WS-SIGNED-AMOUNT            PIC S9(9)V99 VALUE ZERO.

       01  WS-CARRIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-TX-REVERSAL-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCGLCT".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
           END-IF.

           DISPLAY "CALCGLCT RELEASED: " WS-TX-COUNT
           DISPLAY "CALCGLCT REVERSALS RELEASED: " WS-TX-REVERSAL-COUNT
           DISPLAY "CALCGLCT CARRIED FORWARD: " WS-CARRIED-COUNT
           IF WS-CUTOVER-MODE
               DISPLAY "CALCGLCT ARCHIVE PURGED: "
                   WS-REL-PURGED-COUNT
           END-IF

           PERFORM REPORT-STEP-COUNTS

           GOBACK.

      *****************************************************************
           CLOSE CALC-GL-WORK
           CLOSE CALC-GL-RELEASED

           PERFORM REWRITE-GL-INTERFACE
           PERFORM REGISTER-TRANSMISSION.

      *****************************************************************
      *****************************************************************
      *    extract; the hash total is over the unsigned GL-AMOUNT.
           ADD 1 TO WS-TX-COUNT
           ADD GL-AMOUNT TO WS-TX-HASH-AMOUNT
           IF GL-MOVE-REVERSAL
               ADD 1 TO WS-TX-REVERSAL-COUNT
           END-IF
           IF GL-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = GL-AMOUNT * -1
           ELSE
           MOVE "+" TO GL-SIGN
           MOVE WS-EXTRACT-DATE TO GL-DATE
           MOVE ZERO TO GL-SEQ-NO
           SET GL-MOVE-CALCULATION TO TRUE
           MOVE SPACES TO GL-DEPARTMENT
           PERFORM RELEASE-ONE-POSTING.

      *****************************************************************
           WRITE CALC-GLTX-RECORD
           PERFORM CHECK-TRANSMIT-WRITE

           CLOSE CALC-GL-TRANSMIT

           PERFORM REGISTER-TRANSMISSION.

      *****************************************************************
      *****************************************************************
       REGISTER-TRANSMISSION.
      *    The transmission goes on the register as sent and not yet
      *    acknowledged; a re-cut of a date already registered starts
      *    its acknowledgement over, since the GL answers the file it
      *    last received. An empty cut has nothing to acknowledge.
      *    The file is already out, so a register failure is only
      *    a warning for follow-up.
           IF WS-TX-COUNT > ZERO
               OPEN I-O CALC-TX-REGISTER
               IF WS-TXRG-NOT-FOUND
                   OPEN OUTPUT CALC-TX-REGISTER
                   CLOSE CALC-TX-REGISTER
                   OPEN I-O CALC-TX-REGISTER
               END-IF
               IF WS-TXRG-OK
                   PERFORM WRITE-TX-REGISTER
                   CLOSE CALC-TX-REGISTER
               END-IF
               IF NOT WS-TXRG-OK
                   DISPLAY "CALCGLCT: WARNING - TRANSMISSION "
                       WS-EXTRACT-DATE " NOT REGISTERED, STATUS="
                       WS-TXRG-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-TX-REGISTER.
      *    Whether the extract is on the CALCGLBU ledger, and any
      *    back-out of it, belong to the date and not to the cut, so
      *    a re-cut carries them over.
           MOVE SPACES TO CALC-TX-REG-RECORD
           MOVE WS-EXTRACT-DATE TO TR-EXTRACT-DATE
           READ CALC-TX-REGISTER
               INVALID KEY
                   MOVE SPACES TO CALC-TX-REG-RECORD
           END-READ
           MOVE TR-POSTED-DATE TO WS-PRIOR-POSTED-DATE
           MOVE TR-BACKOUT-SWITCH TO WS-PRIOR-BACKOUT-SWITCH
           MOVE TR-BACKOUT-DATE TO WS-PRIOR-BACKOUT-DATE

           MOVE SPACES TO CALC-TX-REG-RECORD
           MOVE WS-EXTRACT-DATE TO TR-EXTRACT-DATE
           MOVE WS-CDT-DATE TO TR-CUT-DATE
           MOVE WS-CDT-TIME TO TR-CUT-TIME
           SET TR-UNACKNOWLEDGED TO TRUE
           MOVE WS-TX-COUNT TO TR-SENT-COUNT
           MOVE WS-TX-HASH-AMOUNT TO TR-SENT-HASH
           MOVE ZERO TO TR-ACCEPTED-COUNT
           MOVE ZERO TO TR-REJECTED-COUNT
           MOVE ZERO TO TR-REJECTED-HASH
           MOVE ZERO TO TR-NO-RESPONSE-COUNT
           MOVE WS-PRIOR-POSTED-DATE TO TR-POSTED-DATE
           MOVE WS-PRIOR-BACKOUT-SWITCH TO TR-BACKOUT-SWITCH
           MOVE WS-PRIOR-BACKOUT-DATE TO TR-BACKOUT-DATE
           WRITE CALC-TX-REG-RECORD
           IF WS-TXRG-DUP-KEY
               REWRITE CALC-TX-REG-RECORD
           END-IF.

      *****************************************************************
      *****************************************************************
       REPORT-STEP-COUNTS.
      *    Figures for the CALCNITE step history. Failing to leave
      *    them loses nothing but the counts, so it is only noted.
           OPEN OUTPUT CALC-STEP-COUNTS
           IF WS-STCT-OK
               MOVE "CALCGLCT" TO SX-STEP-NAME
               MOVE WS-TX-COUNT TO SX-RECORDS-CUT
               MOVE ZERO TO SX-GENERATIONS
               MOVE ZERO TO SX-RECORDS-PURGED
               IF WS-CUTOVER-MODE
                   IF WS-GEN-COUNT > WS-KEEP-GENS
                       MOVE WS-KEEP-GENS TO SX-GENERATIONS
                   ELSE
                       MOVE WS-GEN-COUNT TO SX-GENERATIONS
                   END-IF
                   MOVE WS-REL-PURGED-COUNT TO SX-RECORDS-PURGED
               END-IF
               WRITE CALC-STEP-COUNT-RECORD
               CLOSE CALC-STEP-COUNTS
           ELSE
               DISPLAY "CALCGLCT: STEP COUNTS NOT WRITTEN, STATUS="
                   WS-STCT-STATUS
           END-IF.

      *****************************************************************
      *****************************************************************
