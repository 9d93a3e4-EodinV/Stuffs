      * *****************************************************************
      * Program name:    CALCACKW
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Writes the batch acknowledgement
      *                   group (CALCACK layout) for one CALCTRAN
      *                   batch onto the CALCBACK return file, called
      *                   by SIMPLE-CALCULATOR at the end of a batch
      *                   run and wherever it refuses or abandons a
      *                   batch the sender has to act on. Function
      *                   "A" re-reads the batch's CALCTRAN details
      *                   and reports each sequence number as
      *                   accepted (with its RESULT and the GL account
      *                   CALCGLW posted it to, taken from the day's
      *                   CALCGLIF), rejected (with the CALC-REJECTS
      *                   reason), held for supervisor release (with
      *                   the CALC-HELD-ITEMS reason) or failed, from
      *                   the keyed results and rejects files - so a
      *                   restarted run still acknowledges the whole
      *                   batch, not just the restarted leg. Function
      *                   "N" writes a whole-batch NAK with the
      *                   caller's reason and no details. The trailer
      *                   carries the counts and totals with the
      *                   run's CALC-RUN-REGISTRY figures alongside.
      *                   A failure comes back in LS-ACK-STATUS for
      *                   the caller to warn on; it never stops the
      *                   run whose postings have already gone out.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCACKW.
       AUTHOR. MAINT.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-SEQ-NO
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT CALC-REJECTS ASSIGN TO "CALCREJC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RJ-SEQ-NO
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT CALC-HELD-ITEMS ASSIGN TO "CALCHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGLIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CALC-BATCH-ACK ASSIGN TO "CALCBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE
           RECORDING MODE IS F.
           COPY CALCTRAN.

       FD  CALC-RESULTS-FILE.
           COPY CALCRSLT.

       FD  CALC-REJECTS.
           COPY CALCREJC.

       FD  CALC-HELD-ITEMS.
           COPY CALCHELD.

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
           COPY CALCGL.

       FD  CALC-BATCH-ACK
           RECORDING MODE IS F.
           COPY CALCACK.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS             PIC XX VALUE SPACES.
           88  WS-TRANS-OK             VALUE "00".

       01  WS-RESULTS-STATUS           PIC XX VALUE SPACES.
           88  WS-RESULTS-OK           VALUE "00".

       01  WS-REJECTS-STATUS           PIC XX VALUE SPACES.
           88  WS-REJECTS-OK           VALUE "00".

       01  WS-HELD-STATUS              PIC XX VALUE SPACES.
           88  WS-HELD-OK              VALUE "00".

       01  WS-GL-STATUS                PIC XX VALUE SPACES.
           88  WS-GL-OK                VALUE "00".

       01  WS-ACK-STATUS               PIC XX VALUE SPACES.
           88  WS-ACK-OK               VALUE "00".
           88  WS-ACK-NOT-FOUND        VALUE "35".

       01  WS-TRANS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-TRANS-FILE    VALUE "Y".

       01  WS-GL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-END-OF-GL-FILE       VALUE "Y".

       01  WS-RESULTS-AVAIL-SWITCH     PIC X VALUE "N".
           88  WS-RESULTS-AVAIL        VALUE "Y".
       01  WS-REJECTS-AVAIL-SWITCH     PIC X VALUE "N".
           88  WS-REJECTS-AVAIL        VALUE "Y".
       01  WS-HELD-AVAIL-SWITCH        PIC X VALUE "N".
           88  WS-HELD-AVAIL           VALUE "Y".

       01  WS-WRITE-FAIL-SWITCH        PIC X VALUE "N".
           88  WS-ACK-WRITE-FAILED     VALUE "Y".

       01  WS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-ITEM-FOUND           VALUE "Y".

       01  WS-FIRST-SEQ-NO             PIC 9(8) VALUE ZERO.
       01  WS-LAST-SEQ-NO              PIC 9(8) VALUE ZERO.

      *    GL accounts the batch's sequence numbers were posted to,
      *    loaded from the day's CALCGLIF before the details are
      *    written; the table is sized as CALCRECN's results table.
       01  WS-GLT-COUNT                PIC 9(5) COMP VALUE ZERO.
       01  WS-GLT-MAX                  PIC 9(5) COMP VALUE 10000.
       01  WS-GLT-INDEX                PIC 9(5) COMP VALUE ZERO.
       01  WS-GLT-DROPPED              PIC 9(7) VALUE ZERO.
       01  WS-GL-TABLE.
           05  WS-GLT-ENTRY            OCCURS 10000 TIMES.
               10  WS-GLT-SEQ-NO       PIC 9(8).
               10  WS-GLT-ACCOUNT      PIC X(10).

       01  WS-ITEM-COUNT               PIC 9(8) VALUE ZERO.
       01  WS-ACCEPT-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-ACCEPT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(8) VALUE ZERO.
       01  WS-HELD-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(8) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE.
               10  WS-CDT-DATE-YYYY    PIC 9(4).
               10  WS-CDT-DATE-MM      PIC 9(2).
               10  WS-CDT-DATE-DD      PIC 9(2).
           05  WS-CDT-TIME.
               10  WS-CDT-TIME-HH      PIC 9(2).
               10  WS-CDT-TIME-MM      PIC 9(2).
               10  WS-CDT-TIME-SS      PIC 9(2).
               10  WS-CDT-TIME-HUND    PIC 9(2).
           05  FILLER                  PIC X(5).

      *****************************************************************
      *****************************************************************
       LINKAGE SECTION.
       01  LS-ACK-FUNCTION             PIC X.
           88  LS-ACK-BATCH            VALUE "A".
           88  LS-NAK-BATCH            VALUE "N".
       01  LS-BATCH-ID                 PIC X(8).
       01  LS-BUSINESS-DATE            PIC X(8).
       01  LS-DEPARTMENT               PIC X(4).
       01  LS-RUN-DATE                 PIC X(8).
       01  LS-RECORDS-READ             PIC 9(8).
       01  LS-RECORDS-WRITTEN          PIC 9(8).
       01  LS-RECORDS-REJECTED         PIC 9(8).
       01  LS-REASON-CODE              PIC X(2).
       01  LS-REASON-TEXT              PIC X(30).
       01  LS-ACK-STATUS               PIC X.
           88  LS-ACK-OK               VALUE "Y".
           88  LS-ACK-ERROR            VALUE "N".

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION USING LS-ACK-FUNCTION LS-BATCH-ID
                                LS-BUSINESS-DATE LS-DEPARTMENT
                                LS-RUN-DATE LS-RECORDS-READ
                                LS-RECORDS-WRITTEN
                                LS-RECORDS-REJECTED LS-REASON-CODE
                                LS-REASON-TEXT LS-ACK-STATUS.
       MAIN-LOGIC.
           SET LS-ACK-ERROR TO TRUE
           MOVE "N" TO WS-WRITE-FAIL-SWITCH
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ACCEPT-COUNT
           MOVE ZERO TO WS-ACCEPT-TOTAL
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-TOTAL
           MOVE ZERO TO WS-ERROR-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

      *    An acknowledgement with no details would tell the sender
      *    nothing posted, so a batch whose transaction file cannot
      *    be read back gets no group at all and the caller warns.
           IF LS-ACK-BATCH
               PERFORM FIND-BATCH-SEQ-RANGE
               IF NOT WS-TRANS-OK
                   GOBACK
               END-IF
               PERFORM LOAD-GL-ACCOUNTS
           END-IF

           OPEN EXTEND CALC-BATCH-ACK
           IF WS-ACK-NOT-FOUND
               OPEN OUTPUT CALC-BATCH-ACK
           END-IF
           IF NOT WS-ACK-OK
               DISPLAY "CALCACKW: ERROR OPENING CALC-BATCH-ACK, "
                   "STATUS=" WS-ACK-STATUS
               GOBACK
           END-IF

           PERFORM WRITE-ACK-HEADER
           IF LS-ACK-BATCH
               PERFORM WRITE-ACK-DETAILS
           END-IF
           PERFORM WRITE-ACK-TRAILER

           CLOSE CALC-BATCH-ACK

           IF NOT WS-ACK-WRITE-FAILED
               SET LS-ACK-OK TO TRUE
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       FIND-BATCH-SEQ-RANGE.
      *    SIMPLE-CALCULATOR has already proved the details ascending,
      *    so the first and last detail bound the batch's sequence
      *    numbers on the GL extract.
           MOVE ZERO TO WS-FIRST-SEQ-NO
           MOVE ZERO TO WS-LAST-SEQ-NO
           OPEN INPUT CALC-TRANS-FILE
           IF NOT WS-TRANS-OK
               DISPLAY "CALCACKW: ERROR OPENING CALC-TRANS-FILE, "
                   "STATUS=" WS-TRANS-STATUS
           ELSE
               MOVE "N" TO WS-TRANS-EOF-SWITCH
               PERFORM READ-TRANS-RECORD
               PERFORM UNTIL WS-END-OF-TRANS-FILE
                   IF CT-DETAIL-REC
                       IF WS-FIRST-SEQ-NO = ZERO
                           MOVE CT-SEQ-NO TO WS-FIRST-SEQ-NO
                       END-IF
                       MOVE CT-SEQ-NO TO WS-LAST-SEQ-NO
                   END-IF
                   PERFORM READ-TRANS-RECORD
               END-PERFORM
               CLOSE CALC-TRANS-FILE
               MOVE "00" TO WS-TRANS-STATUS
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-GL-ACCOUNTS.
      *    Only ordinary calculation postings in the batch's range
      *    count: online postings sit in the reserved series above
      *    any batch, and a reversal or release is not the posting
      *    the batch made. CALCGLCT cuts the extract after the night
      *    run, so the batch's postings are still on it here.
           MOVE ZERO TO WS-GLT-COUNT
           MOVE ZERO TO WS-GLT-DROPPED
           OPEN INPUT CALC-GL-INTERFACE
           IF NOT WS-GL-OK
               DISPLAY "CALCACKW: CALC-GL-INTERFACE NOT AVAILABLE, "
                   "STATUS=" WS-GL-STATUS ", GL ACCOUNTS LEFT BLANK"
           ELSE
               MOVE "N" TO WS-GL-EOF-SWITCH
               PERFORM READ-GL-RECORD
               PERFORM UNTIL WS-END-OF-GL-FILE
                   IF GL-SEQ-NO NUMERIC
                       AND GL-MOVE-CALCULATION
                       AND GL-SEQ-NO NOT < WS-FIRST-SEQ-NO
                       AND GL-SEQ-NO NOT > WS-LAST-SEQ-NO
                       PERFORM STORE-GL-ACCOUNT
                   END-IF
                   PERFORM READ-GL-RECORD
               END-PERFORM
               CLOSE CALC-GL-INTERFACE
           END-IF

           IF WS-GLT-DROPPED > ZERO
               DISPLAY "CALCACKW: GL ACCOUNT TABLE FULL, "
                   WS-GLT-DROPPED " ACCOUNTS LEFT BLANK"
           END-IF.

      *****************************************************************
      *****************************************************************
       STORE-GL-ACCOUNT.
           IF WS-GLT-COUNT >= WS-GLT-MAX
               ADD 1 TO WS-GLT-DROPPED
           ELSE
               ADD 1 TO WS-GLT-COUNT
               MOVE GL-SEQ-NO TO WS-GLT-SEQ-NO(WS-GLT-COUNT)
               MOVE GL-ACCOUNT-REF TO WS-GLT-ACCOUNT(WS-GLT-COUNT)
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-GL-RECORD.
           READ CALC-GL-INTERFACE
               AT END
                   SET WS-END-OF-GL-FILE TO TRUE
           END-READ.

      *****************************************************************
      *****************************************************************
       READ-TRANS-RECORD.
           READ CALC-TRANS-FILE
               AT END
                   SET WS-END-OF-TRANS-FILE TO TRUE
           END-READ.

      *****************************************************************
      *****************************************************************
       WRITE-ACK-HEADER.
           MOVE SPACES TO CALC-ACK-RECORD
           SET AK-HEADER-REC TO TRUE
           MOVE LS-BATCH-ID TO AK-BATCH-ID
           MOVE LS-BUSINESS-DATE TO AK-BUSINESS-DATE
           MOVE LS-DEPARTMENT TO AK-DEPARTMENT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AK-RUN-DATE
           MOVE WS-CDT-TIME TO AK-RUN-TIME
           IF LS-NAK-BATCH
               SET AK-BATCH-NAK TO TRUE
               MOVE LS-REASON-CODE TO AK-NAK-REASON-CODE
               MOVE LS-REASON-TEXT TO AK-NAK-REASON-TEXT
           ELSE
               SET AK-BATCH-ACCEPTED TO TRUE
           END-IF
           PERFORM WRITE-ACK-RECORD.

      *****************************************************************
      *****************************************************************
       WRITE-ACK-DETAILS.
           PERFORM OPEN-LOOKUP-FILES

           OPEN INPUT CALC-TRANS-FILE
           IF NOT WS-TRANS-OK
               DISPLAY "CALCACKW: ERROR OPENING CALC-TRANS-FILE, "
                   "STATUS=" WS-TRANS-STATUS
               SET WS-ACK-WRITE-FAILED TO TRUE
           ELSE
               MOVE "N" TO WS-TRANS-EOF-SWITCH
               PERFORM READ-TRANS-RECORD
               PERFORM UNTIL WS-END-OF-TRANS-FILE
                   IF CT-DETAIL-REC
                       PERFORM WRITE-ONE-DETAIL
                   END-IF
                   PERFORM READ-TRANS-RECORD
               END-PERFORM
               CLOSE CALC-TRANS-FILE
           END-IF

           PERFORM CLOSE-LOOKUP-FILES.

      *****************************************************************
      *****************************************************************
       OPEN-LOOKUP-FILES.
      *    A lookup file that cannot be opened leaves its items
      *    reported as not found rather than losing the whole group.
           MOVE "N" TO WS-RESULTS-AVAIL-SWITCH
           MOVE "N" TO WS-REJECTS-AVAIL-SWITCH
           MOVE "N" TO WS-HELD-AVAIL-SWITCH
           OPEN INPUT CALC-RESULTS-FILE
           IF WS-RESULTS-OK
               SET WS-RESULTS-AVAIL TO TRUE
           ELSE
               DISPLAY "CALCACKW: CALC-RESULTS-FILE NOT AVAILABLE, "
                   "STATUS=" WS-RESULTS-STATUS
           END-IF
           OPEN INPUT CALC-REJECTS
           IF WS-REJECTS-OK
               SET WS-REJECTS-AVAIL TO TRUE
           ELSE
               DISPLAY "CALCACKW: CALC-REJECTS NOT AVAILABLE, "
                   "STATUS=" WS-REJECTS-STATUS
           END-IF
           OPEN INPUT CALC-HELD-ITEMS
           IF WS-HELD-OK
               SET WS-HELD-AVAIL TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
       CLOSE-LOOKUP-FILES.
           IF WS-RESULTS-AVAIL
               CLOSE CALC-RESULTS-FILE
           END-IF
           IF WS-REJECTS-AVAIL
               CLOSE CALC-REJECTS
           END-IF
           IF WS-HELD-AVAIL
               CLOSE CALC-HELD-ITEMS
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-ONE-DETAIL.
      *    The result record is the item's outcome when it belongs
      *    to this batch; otherwise the reject under the same
      *    sequence number is. A result since reversed still posted
      *    from this batch, so it is acknowledged as accepted.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO CALC-ACK-RECORD
           SET AK-DETAIL-REC TO TRUE
           MOVE CT-SEQ-NO TO AK-SEQ-NO
           IF CT-ORIG-SEQ-NO NUMERIC AND CT-ORIG-SEQ-NO > ZERO
               MOVE CT-ORIG-SEQ-NO TO AK-ORIG-SEQ-NO
           ELSE
               MOVE CT-SEQ-NO TO AK-ORIG-SEQ-NO
           END-IF
           IF CT-DTL-DEPARTMENT = SPACES
               MOVE LS-DEPARTMENT TO AK-DTL-DEPARTMENT
           ELSE
               MOVE CT-DTL-DEPARTMENT TO AK-DTL-DEPARTMENT
           END-IF
           MOVE ZERO TO AK-RESULT

           MOVE "N" TO WS-FOUND-SWITCH
           IF WS-RESULTS-AVAIL
               MOVE CT-SEQ-NO TO CR-SEQ-NO
               READ CALC-RESULTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CR-BATCH-ID = LS-BATCH-ID
                           SET WS-ITEM-FOUND TO TRUE
                           PERFORM SET-RESULT-OUTCOME
                       END-IF
               END-READ
           END-IF

           IF NOT WS-ITEM-FOUND AND WS-REJECTS-AVAIL
               MOVE CT-SEQ-NO TO RJ-SEQ-NO
               READ CALC-REJECTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ITEM-FOUND TO TRUE
                       SET AK-ITEM-REJECTED TO TRUE
                       MOVE RJ-REASON-CODE TO AK-REASON-CODE
                       MOVE RJ-REASON-TEXT TO AK-REASON-TEXT
                       ADD 1 TO WS-REJECT-COUNT
               END-READ
           END-IF

           IF NOT WS-ITEM-FOUND
               SET AK-ITEM-UNKNOWN TO TRUE
               MOVE "NO RESULT OR REJECT ON FILE" TO AK-REASON-TEXT
           END-IF

           PERFORM WRITE-ACK-RECORD.

      *****************************************************************
      *****************************************************************
       SET-RESULT-OUTCOME.
           MOVE CR-RESULT TO AK-RESULT
           EVALUATE TRUE
               WHEN CR-STATUS-OK
               WHEN CR-STATUS-REVERSED
                   SET AK-ITEM-ACCEPTED TO TRUE
                   ADD 1 TO WS-ACCEPT-COUNT
                   ADD CR-RESULT TO WS-ACCEPT-TOTAL
                   PERFORM FIND-GL-ACCOUNT
               WHEN CR-STATUS-HELD
                   SET AK-ITEM-HELD TO TRUE
                   ADD 1 TO WS-HELD-COUNT
                   ADD CR-RESULT TO WS-HELD-TOTAL
                   PERFORM FIND-HELD-REASON
               WHEN OTHER
                   SET AK-ITEM-ERROR TO TRUE
                   MOVE "CALCULATION FAILED - NOT POSTED"
                       TO AK-REASON-TEXT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       FIND-GL-ACCOUNT.
           PERFORM VARYING WS-GLT-INDEX FROM 1 BY 1
                   UNTIL WS-GLT-INDEX > WS-GLT-COUNT
                      OR WS-GLT-SEQ-NO(WS-GLT-INDEX) = CT-SEQ-NO
               CONTINUE
           END-PERFORM
           IF WS-GLT-INDEX <= WS-GLT-COUNT
               MOVE WS-GLT-ACCOUNT(WS-GLT-INDEX) TO AK-GL-ACCOUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-HELD-REASON.
      *    SIMPLE-CALCULATOR holds an item under its sequence number
      *    and the run date.
           MOVE "HELD FOR SUPERVISOR RELEASE" TO AK-REASON-TEXT
           IF WS-HELD-AVAIL
               MOVE CT-SEQ-NO TO HD-SEQ-NO
               MOVE LS-RUN-DATE TO HD-HELD-DATE
               READ CALC-HELD-ITEMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HD-REASON-CODE TO AK-REASON-CODE
                       MOVE HD-REASON-TEXT TO AK-REASON-TEXT
               END-READ
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-ACK-TRAILER.
           MOVE SPACES TO CALC-ACK-RECORD
           SET AK-TRAILER-REC TO TRUE
           MOVE WS-ITEM-COUNT TO AK-TRL-ITEM-COUNT
           MOVE WS-ACCEPT-COUNT TO AK-TRL-ACCEPT-COUNT
           MOVE WS-ACCEPT-TOTAL TO AK-TRL-ACCEPT-TOTAL
           MOVE WS-HELD-COUNT TO AK-TRL-HELD-COUNT
           MOVE WS-HELD-TOTAL TO AK-TRL-HELD-TOTAL
           MOVE WS-ERROR-COUNT TO AK-TRL-ERROR-COUNT
           MOVE WS-REJECT-COUNT TO AK-TRL-REJECT-COUNT
           MOVE LS-RECORDS-READ TO AK-TRL-RUN-READ
           MOVE LS-RECORDS-WRITTEN TO AK-TRL-RUN-WRITTEN
           MOVE LS-RECORDS-REJECTED TO AK-TRL-RUN-REJECTED
           PERFORM WRITE-ACK-RECORD.

      *****************************************************************
      *****************************************************************
       WRITE-ACK-RECORD.
           WRITE CALC-ACK-RECORD
           IF NOT WS-ACK-OK
               IF NOT WS-ACK-WRITE-FAILED
                   DISPLAY "CALCACKW: ERROR WRITING CALC-BATCH-ACK, "
                       "STATUS=" WS-ACK-STATUS
               END-IF
               SET WS-ACK-WRITE-FAILED TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
