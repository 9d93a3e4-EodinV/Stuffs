      *                   taken from the CALCPRMS file (via CALCPRMG)
      *                   when an entry is present - a standalone run
      *                   still prompts exactly as before.
      * 10/15/26 MAINT    Reversals (CALCREVR) are a known category,
      *                   not breaks. A reversed result (CR-STATUS
      *                   "R") still counts in the results total - its
      *                   original posting went out - and is listed
      *                   as REVERSED for information. The offsetting
      *                   GL posting (GL-MOVEMENT "R") is kept out of
      *                   the batch total and memo-totalled on its
      *                   own, after checking its result really is
      *                   marked reversed: in the day's table, or by
      *                   a keyed read of CALC-RESULTS-FILE for a
      *                   result posted on an earlier day (the file
      *                   is now read DYNAMIC for this). An offset
      *                   with no reversed result behind it is a
      *                   REVR-NO-RSLT break. Reversal audit entries
      *                   are memo-counted rather than matched.
      * 10/15/26 MAINT    Held items (CALCAUTH / CALCHREL) are a known
      *                   category too. A result held for supervisor
      *                   release (CR-STATUS "H") never went to the GL,
      *                   so it is kept out of the results total, is
      *                   not an RSLT-NO-GL break, and is listed as
      *                   HELD for information; its "H" audit entry
      *                   matches like any other. A release posting
      *                   (GL-MOVEMENT "L", written by CALCHREL on the
      *                   release day under the held sequence number)
      *                   is memo-totalled apart from the batch total
      *                   after checking CALC-HELD-ITEMS (CALCHELD)
      *                   shows that item released on the posting's
      *                   date; one with no such item behind it is an
      *                   RLSE-NO-HELD break. Release audit entries
      *                   are memo-counted.
      * 10/15/26 MAINT    GL re-sends (GL-MOVEMENT "X", written by
      *                   CALCGLXR for a line the GL system rejected)
      *                   are a known category as well. The line's
      *                   result was vouched when the rejected
      *                   original posted, so the re-send is kept out
      *                   of the batch total and memo-totalled on its
      *                   own rather than matched a second time.
      * 10/15/26 MAINT    Suspense reclassifications (GL-MOVEMENT "S",
      *                   the CALCSUSP01-out and account-in pair
      *                   CALCSUSA writes) are a known category too.
      *                   Both legs are counted; the value shown is
      *                   the account-in legs only, the amount moved
      *                   out of suspense, since the pair says the
      *                   same result twice and was vouched when the
      *                   item first posted.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-SEQ-NO
               FILE STATUS IS WS-RESULTS-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CALC-HELD-ITEMS ASSIGN TO "CALCHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CALC-RECN-REPORT ASSIGN TO "CALCRCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           RECORDING MODE IS F.
           COPY CALCGL.

       FD  CALC-HELD-ITEMS.
           COPY CALCHELD.

       FD  CALC-RECN-REPORT
           RECORDING MODE IS F.
       01  CALC-RECN-LINE              PIC X(132).
       01  WS-GL-STATUS                PIC XX VALUE SPACES.
           88  WS-GL-OK                VALUE "00".

       01  WS-HELD-STATUS              PIC XX VALUE SPACES.
           88  WS-HELD-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-RSLT-NO-GL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RSLT-NO-GL-VALUE         PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-NO-RSLT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REVR-NO-RSLT-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-RSLT-REVERSED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-RSLT-REVERSED-VALUE      PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-REVERSAL-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-GL-REVERSAL-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-AUDIT-REVERSAL-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-REVR-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-REVR-RESULT-FOUND    VALUE "Y".

       01  WS-RSLT-HELD-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-RSLT-HELD-VALUE          PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-RELEASE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-GL-RELEASE-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-AUDIT-RELEASE-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-RLSE-NO-HELD-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-GL-RESEND-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-GL-RESEND-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-RECLASS-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-GL-RECLASS-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE "CALCSUSP01".

       01  WS-HELD-OPEN-SWITCH         PIC X VALUE "N".
           88  WS-HELD-FILE-OPEN       VALUE "Y".
       01  WS-HELD-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-HELD-SEQ      VALUE "Y".
       01  WS-RLSE-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-RLSE-HELD-FOUND      VALUE "Y".

       01  WS-RSLT-OK-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-BATCH-TOTAL           PIC S9(11)V99 VALUE ZERO.
           PERFORM LOAD-RESULTS-TABLE
           PERFORM MATCH-AUDIT-LOG
           PERFORM MATCH-GL-INTERFACE
           CLOSE CALC-RESULTS-FILE
           PERFORM REPORT-UNPOSTED-RESULTS
           PERFORM PRINT-SUMMARY

                   MOVE CR-STATUS TO WS-RSLT-STATUS(WS-RSLT-COUNT)
                   MOVE "N" TO WS-RSLT-AUDIT-SW(WS-RSLT-COUNT)
                   MOVE "N" TO WS-RSLT-GL-SW(WS-RSLT-COUNT)
                   IF CR-STATUS-OK OR CR-STATUS-REVERSED
                       ADD CR-RESULT TO WS-RSLT-OK-TOTAL
                   END-IF
               END-IF
               END-IF
               PERFORM READ-RESULTS-RECORD
           END-PERFORM

           IF WS-RSLT-DROPPED > ZERO
               DISPLAY "CALCRECN: RESULTS TABLE FULL, "
      *****************************************************************
      *****************************************************************
       READ-RESULTS-RECORD.
           READ CALC-RESULTS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-RESULTS-FILE TO TRUE
           END-READ.
      *****************************************************************
      *****************************************************************
       MATCH-ONE-AUDIT-ENTRY.
      *    A reversal entry sits under the original's sequence number
      *    alongside the calculation entry; the calculation entry is
      *    the one that answers for the result.
           EVALUATE TRUE
               WHEN AL-REVERSAL-ENTRY
                   ADD 1 TO WS-AUDIT-REVERSAL-COUNT
               WHEN AL-RELEASE-ENTRY
                   ADD 1 TO WS-AUDIT-RELEASE-COUNT
               WHEN AL-SEQ-NO = ZERO
                   ADD 1 TO WS-AUDIT-ONLINE-COUNT
               WHEN OTHER
                   MOVE AL-SEQ-NO TO WS-SEARCH-SEQ-NO
                   PERFORM FIND-RESULT-ENTRY
                   IF WS-RSLT-INDEX > WS-RSLT-COUNT
                       ADD 1 TO WS-AUDIT-NO-RSLT-COUNT
                       SET WS-BREAKS-FOUND TO TRUE
                       MOVE "AUDIT-NO-RSLT" TO BL-TYPE
                       MOVE AL-SEQ-NO TO BL-SEQ-NO
                       MOVE AL-RESULT TO BL-AMOUNT
                       WRITE CALC-RECN-LINE FROM BREAK-LINE
                   ELSE
                       MOVE "Y" TO WS-RSLT-AUDIT-SW(WS-RSLT-INDEX)
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
               DISPLAY "CALCRECN: CALC-GL-INTERFACE NOT AVAILABLE, "
                   "STATUS=" WS-GL-STATUS
           ELSE
      *    The held-items file is only needed to vouch for release
      *    postings; without it every release is left unverified.
               OPEN INPUT CALC-HELD-ITEMS
               IF WS-HELD-OK
                   SET WS-HELD-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "CALCRECN: CALC-HELD-ITEMS NOT AVAILABLE, "
                       "STATUS=" WS-HELD-STATUS
               END-IF
               PERFORM READ-GL-RECORD
               PERFORM UNTIL WS-END-OF-GL-FILE
                   IF WS-RECN-DATE = SPACES
                   PERFORM READ-GL-RECORD
               END-PERFORM
               CLOSE CALC-GL-INTERFACE
               IF WS-HELD-FILE-OPEN
                   CLOSE CALC-HELD-ITEMS
               END-IF
           END-IF.

      *****************************************************************
               MOVE GL-AMOUNT TO WS-GL-SIGNED-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN GL-MOVE-REVERSAL
                   PERFORM MATCH-REVERSAL-POSTING
               WHEN GL-MOVE-RELEASE
                   PERFORM MATCH-RELEASE-POSTING
               WHEN GL-MOVE-RESEND
                   ADD 1 TO WS-GL-RESEND-COUNT
                   ADD WS-GL-SIGNED-AMOUNT TO WS-GL-RESEND-TOTAL
               WHEN GL-MOVE-RECLASS
                   ADD 1 TO WS-GL-RECLASS-COUNT
                   IF GL-ACCOUNT-REF NOT = WS-SUSPENSE-ACCOUNT
                       ADD WS-GL-SIGNED-AMOUNT TO WS-GL-RECLASS-TOTAL
                   END-IF
               WHEN GL-SEQ-NO = ZERO
                   ADD 1 TO WS-GL-ONLINE-COUNT
                   ADD WS-GL-SIGNED-AMOUNT TO WS-GL-ONLINE-TOTAL
               WHEN OTHER
                   ADD WS-GL-SIGNED-AMOUNT TO WS-GL-BATCH-TOTAL
                   MOVE GL-SEQ-NO TO WS-SEARCH-SEQ-NO
                   PERFORM FIND-RESULT-ENTRY
                   IF WS-RSLT-INDEX > WS-RSLT-COUNT
                       ADD 1 TO WS-GL-NO-RSLT-COUNT
                       SET WS-BREAKS-FOUND TO TRUE
                       MOVE "GL-NO-RSLT" TO BL-TYPE
                       MOVE GL-SEQ-NO TO BL-SEQ-NO
                       MOVE WS-GL-SIGNED-AMOUNT TO BL-AMOUNT
                       WRITE CALC-RECN-LINE FROM BREAK-LINE
                   ELSE
                       MOVE "Y" TO WS-RSLT-GL-SW(WS-RSLT-INDEX)
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       MATCH-REVERSAL-POSTING.
      *    The offset carries the original's amount and sign with
      *    GL-DRCR flipped, so it reverses the signed amount. It is
      *    memo-totalled apart from the batch total, which ties to
      *    the results as originally posted; the result it answers
      *    for must be marked reversed, whether it posted today or
      *    on an earlier day still on the live results file.
           ADD 1 TO WS-GL-REVERSAL-COUNT
           SUBTRACT WS-GL-SIGNED-AMOUNT FROM WS-GL-REVERSAL-TOTAL
           MOVE "N" TO WS-REVR-FOUND-SWITCH
           MOVE GL-SEQ-NO TO WS-SEARCH-SEQ-NO
           PERFORM FIND-RESULT-ENTRY
           IF WS-RSLT-INDEX > WS-RSLT-COUNT
               MOVE GL-SEQ-NO TO CR-SEQ-NO
               READ CALC-RESULTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CR-STATUS-REVERSED
                           SET WS-REVR-RESULT-FOUND TO TRUE
                       END-IF
               END-READ
           ELSE
               IF WS-RSLT-STATUS(WS-RSLT-INDEX) = "R"
                   SET WS-REVR-RESULT-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-REVR-RESULT-FOUND
               ADD 1 TO WS-REVR-NO-RSLT-COUNT
               SET WS-BREAKS-FOUND TO TRUE
               MOVE "REVR-NO-RSLT" TO BL-TYPE
               MOVE GL-SEQ-NO TO BL-SEQ-NO
               COMPUTE BL-AMOUNT = WS-GL-SIGNED-AMOUNT * -1
               WRITE CALC-RECN-LINE FROM BREAK-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       MATCH-RELEASE-POSTING.
      *    A release posts the held item on the day CALCHREL released
      *    it, which is usually not the day it was calculated, so it
      *    is memo-totalled apart from the batch total (its result is
      *    held, not OK, and never counted there). The item may have
      *    been held more than once under the same sequence number,
      *    so every held date for the sequence is looked at for one
      *    released on the posting's date.
           ADD 1 TO WS-GL-RELEASE-COUNT
           ADD WS-GL-SIGNED-AMOUNT TO WS-GL-RELEASE-TOTAL
           MOVE "N" TO WS-RLSE-FOUND-SWITCH
           IF WS-HELD-FILE-OPEN
               MOVE "N" TO WS-HELD-EOF-SWITCH
               MOVE GL-SEQ-NO TO HD-SEQ-NO
               MOVE LOW-VALUES TO HD-HELD-DATE
               START CALC-HELD-ITEMS
                   KEY NOT LESS THAN HD-KEY
                   INVALID KEY
                       SET WS-END-OF-HELD-SEQ TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-HELD-SEQ
                          OR WS-RLSE-HELD-FOUND
                   READ CALC-HELD-ITEMS NEXT RECORD
                       AT END
                           SET WS-END-OF-HELD-SEQ TO TRUE
                       NOT AT END
                           IF HD-SEQ-NO NOT = GL-SEQ-NO
                               SET WS-END-OF-HELD-SEQ TO TRUE
                           ELSE
                               IF HD-RELEASED
                                   AND HD-ACTION-DATE = GL-DATE
                                   SET WS-RLSE-HELD-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT WS-RLSE-HELD-FOUND
               ADD 1 TO WS-RLSE-NO-HELD-COUNT
               SET WS-BREAKS-FOUND TO TRUE
               MOVE "RLSE-NO-HELD" TO BL-TYPE
               MOVE GL-SEQ-NO TO BL-SEQ-NO
               MOVE WS-GL-SIGNED-AMOUNT TO BL-AMOUNT
               WRITE CALC-RECN-LINE FROM BREAK-LINE
           END-IF.

      *****************************************************************
       REPORT-UNPOSTED-RESULTS.
           PERFORM VARYING WS-RSLT-INDEX FROM 1 BY 1
                   UNTIL WS-RSLT-INDEX > WS-RSLT-COUNT
               IF WS-RSLT-STATUS(WS-RSLT-INDEX) = "R"
                   ADD 1 TO WS-RSLT-REVERSED-COUNT
                   ADD WS-RSLT-RESULT(WS-RSLT-INDEX)
                       TO WS-RSLT-REVERSED-VALUE
                   MOVE "REVERSED" TO BL-TYPE
                   MOVE WS-RSLT-SEQ-NO(WS-RSLT-INDEX) TO BL-SEQ-NO
                   MOVE WS-RSLT-RESULT(WS-RSLT-INDEX) TO BL-AMOUNT
                   WRITE CALC-RECN-LINE FROM BREAK-LINE
               END-IF
               IF WS-RSLT-STATUS(WS-RSLT-INDEX) = "H"
                   ADD 1 TO WS-RSLT-HELD-COUNT
                   ADD WS-RSLT-RESULT(WS-RSLT-INDEX)
                       TO WS-RSLT-HELD-VALUE
                   MOVE "HELD" TO BL-TYPE
                   MOVE WS-RSLT-SEQ-NO(WS-RSLT-INDEX) TO BL-SEQ-NO
                   MOVE WS-RSLT-RESULT(WS-RSLT-INDEX) TO BL-AMOUNT
                   WRITE CALC-RECN-LINE FROM BREAK-LINE
               END-IF
               IF (WS-RSLT-STATUS(WS-RSLT-INDEX) = "P"
                   OR WS-RSLT-STATUS(WS-RSLT-INDEX) = "R")
                   AND WS-RSLT-GL-SW(WS-RSLT-INDEX) = "N"
                   ADD 1 TO WS-RSLT-NO-GL-COUNT
                   ADD WS-RSLT-RESULT(WS-RSLT-INDEX)
           MOVE ZERO TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "REVERSAL POSTINGS WITH NO RESULT" TO SM-LABEL
           MOVE WS-REVR-NO-RSLT-COUNT TO SM-COUNT
           MOVE ZERO TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "RELEASE POSTINGS WITH NO HELD ITEM" TO SM-LABEL
           MOVE WS-RLSE-NO-HELD-COUNT TO SM-COUNT
           MOVE ZERO TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "RESULTS VS GL DIFFERENCE" TO SM-LABEL
           MOVE ZERO TO SM-COUNT
           MOVE WS-TOTAL-DIFFERENCE TO SM-VALUE
           MOVE "ONLINE GL POSTINGS (MEMO)" TO SM-LABEL
           MOVE WS-GL-ONLINE-COUNT TO SM-COUNT
           MOVE WS-GL-ONLINE-TOTAL TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "RESULTS REVERSED (MEMO)" TO SM-LABEL
           MOVE WS-RSLT-REVERSED-COUNT TO SM-COUNT
           MOVE WS-RSLT-REVERSED-VALUE TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "REVERSAL GL POSTINGS (MEMO)" TO SM-LABEL
           MOVE WS-GL-REVERSAL-COUNT TO SM-COUNT
           MOVE WS-GL-REVERSAL-TOTAL TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "REVERSAL AUDIT ENTRIES (MEMO)" TO SM-LABEL
           MOVE WS-AUDIT-REVERSAL-COUNT TO SM-COUNT
           MOVE ZERO TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "RESULTS HELD FOR RELEASE (MEMO)" TO SM-LABEL
           MOVE WS-RSLT-HELD-COUNT TO SM-COUNT
           MOVE WS-RSLT-HELD-VALUE TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "RELEASE GL POSTINGS (MEMO)" TO SM-LABEL
           MOVE WS-GL-RELEASE-COUNT TO SM-COUNT
           MOVE WS-GL-RELEASE-TOTAL TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "RELEASE AUDIT ENTRIES (MEMO)" TO SM-LABEL
           MOVE WS-AUDIT-RELEASE-COUNT TO SM-COUNT
           MOVE ZERO TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "GL RE-SEND POSTINGS (MEMO)" TO SM-LABEL
           MOVE WS-GL-RESEND-COUNT TO SM-COUNT
           MOVE WS-GL-RESEND-TOTAL TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE

           MOVE "SUSPENSE RECLASS POSTINGS (MEMO)" TO SM-LABEL
           MOVE WS-GL-RECLASS-COUNT TO SM-COUNT
           MOVE WS-GL-RECLASS-TOTAL TO SM-VALUE
           WRITE CALC-RECN-LINE FROM SUMMARY-LINE.

      *****************************************************************
