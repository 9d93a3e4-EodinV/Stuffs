      * *****************************************************************
      * Program name:    CALCREVR
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Reversal of an already-posted
      *                   calculation. Reads the CALCRVRQ request file
      *                   keyed by operations (one CALC-REVERSAL-
      *                   REQUEST per CR-SEQ-NO to be cancelled) and
      *                   for each clean result on CALC-RESULTS-FILE:
      *                   has CALCGLW write the offsetting posting -
      *                   the account the item was last posted to,
      *                   same GL-SEQ-NO, GL-DRCR flipped, GL-MOVEMENT
      *                   "R"
      *                   - records the reversal through CALCAUDT
      *                   under the requester's user ID, and rewrites
      *                   the result with CR-STATUS "R" so it can
      *                   never be reversed twice. The offset is dated
      *                   today and goes out in the current day's
      *                   CALCGLCT cut: a result whose original
      *                   posting already went out on an earlier
      *                   CALCGLTX transmission is reversed forward,
      *                   never by rewriting the released archive or
      *                   a transmission already sent. Replaces
      *                   keying a negative manual journal and
      *                   explaining the break to reconciliation.
      * 10/15/26 MAINT    The offset and the reversal audit entry are
      *                   booked to the original result's
      *                   CR-DEPARTMENT, so the reversal lands on the
      *                   same department mapping as the posting it
      *                   cancels.
      * 10/15/26 MAINT    The reversal audit entry also repeats the
      *                   original result's rate code and resolved
      *                   rate.
      * 10/15/26 MAINT    The offset now goes against the account the
      *                   item actually sits on: the latest live
      *                   posting under its sequence number on the
      *                   CALCGLRL released archive or the unreleased
      *                   CALCGLIF - the calculation posting itself,
      *                   a held-item release ("L"), a CALCGLXR
      *                   re-send ("X") or the account-in leg of a
      *                   CALCSUSA reclass ("S") - and is handed to
      *                   CALCGLW rather than derived again from
      *                   today's CALC-GL-ACCOUNTS. A result with no
      *                   posting to be found is refused.
      * 10/15/26 MAINT    Review fix: a held result that CALCHREL has
      *                   since released (CALC-HELD-ITEMS status "L")
      *                   can now be reversed - its offset goes against
      *                   the release posting - instead of being
      *                   refused as never posted. Held and not yet
      *                   decided, or declined, is still refused.
      * 10/15/26 MAINT    Review fix: a release, re-send or reclass
      *                   line only counts as the item's posting when
      *                   it can be tied to this result - the release
      *                   date on CALC-HELD-ITEMS, the re-send of this
      *                   result's own posting on CALC-GL-EXCEPTIONS,
      *                   the reclass of its CALC-SUSPENSE-ITEMS entry
      *                   - since a later day's item with the same
      *                   sequence number sent the offset astray. A
      *                   released held result whose release posting
      *                   cannot be found is refused.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCREVR.
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
           SELECT CALC-REVERSAL-REQUESTS ASSIGN TO "CALCRVRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-SEQ-NO
               FILE STATUS IS WS-RSLT-STATUS.

           SELECT CALC-HELD-ITEMS ASSIGN TO "CALCHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CALC-GL-EXCEPTIONS ASSIGN TO "CALCGLEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXC-STATUS.

           SELECT CALC-SUSPENSE-ITEMS ASSIGN TO "CALCSUSI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSI-STATUS.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGLIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CALC-GL-RELEASED ASSIGN TO "CALCGLRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT CALC-REVR-REPORT ASSIGN TO "CALCRVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REVERSAL-REQUESTS
           RECORDING MODE IS F.
           COPY CALCREVQ.

       FD  CALC-RESULTS-FILE.
           COPY CALCRSLT.

       FD  CALC-HELD-ITEMS.
           COPY CALCHELD.

       FD  CALC-GL-EXCEPTIONS.
           COPY CALCGLEX.

       FD  CALC-SUSPENSE-ITEMS.
           COPY CALCSUSI.

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
           COPY CALCGL.

       FD  CALC-GL-RELEASED
           RECORDING MODE IS F.
       01  CALC-GL-RELEASED-RECORD.
           05  RL-RELEASE-DATE         PIC X(8).
           05  RL-GL-RECORD            PIC X(44).

       FD  CALC-REVR-REPORT
           RECORDING MODE IS F.
       01  CALC-REVR-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS               PIC XX VALUE SPACES.
           88  WS-REQ-OK               VALUE "00".
           88  WS-REQ-NOT-FOUND        VALUE "35".

       01  WS-RSLT-STATUS              PIC XX VALUE SPACES.
           88  WS-RSLT-OK              VALUE "00".
           88  WS-RSLT-NOT-FOUND       VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-GL-STATUS                PIC XX VALUE SPACES.
           88  WS-GL-OK                VALUE "00".
           88  WS-GL-NOT-FOUND         VALUE "35".

       01  WS-REL-STATUS               PIC XX VALUE SPACES.
           88  WS-REL-OK               VALUE "00".
           88  WS-REL-NOT-FOUND        VALUE "35".

       01  WS-HELD-STATUS              PIC XX VALUE SPACES.
           88  WS-HELD-OK              VALUE "00".

       01  WS-HELD-FILE-SWITCH         PIC X VALUE "N".
           88  WS-HELD-FILE-OPEN       VALUE "Y".

       01  WS-EXC-STATUS               PIC XX VALUE SPACES.
           88  WS-EXC-OK               VALUE "00".
           88  WS-EXC-NOT-FOUND        VALUE "35".

       01  WS-EXC-FILE-SWITCH          PIC X VALUE "N".
           88  WS-EXC-FILE-OPEN        VALUE "Y".
           88  WS-EXC-FILE-ABSENT      VALUE "A".
           88  WS-EXC-FILE-BAD         VALUE "N".

       01  WS-SUSI-STATUS              PIC XX VALUE SPACES.
           88  WS-SUSI-OK              VALUE "00".
           88  WS-SUSI-NOT-FOUND       VALUE "35".

       01  WS-SUSI-FILE-SWITCH         PIC X VALUE "N".
           88  WS-SUSI-FILE-OPEN       VALUE "Y".
           88  WS-SUSI-FILE-ABSENT     VALUE "A".
           88  WS-SUSI-FILE-BAD        VALUE "N".

       01  WS-EXC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-EXC-FILE      VALUE "Y".

       01  WS-RELEASE-DATE             PIC X(8) VALUE SPACES.
       01  WS-RELEASE-LINE-SWITCH      PIC X VALUE "N".
           88  WS-RELEASE-LINE-FOUND   VALUE "Y".
       01  WS-POSTING-DATE             PIC X(8) VALUE SPACES.
       01  WS-POSTING-MOVEMENT         PIC X VALUE SPACE.
       01  WS-RESENT-DATE              PIC X(8) VALUE SPACES.
       01  WS-RECLASS-DATE             PIC X(8) VALUE SPACES.

       01  WS-GL-EOF-SWITCH            PIC X VALUE "N".
           88  WS-END-OF-GL-FILE       VALUE "Y".

       01  WS-REL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REL-FILE      VALUE "Y".

       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE "CALCSUSP01".

       01  WS-POSTED-ACCOUNT.
           05  WS-POSTED-ACCOUNT-REF   PIC X(10) VALUE SPACES.
           05  WS-POSTED-DRCR          PIC X VALUE SPACE.

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REQ-FILE      VALUE "Y".

       01  WS-REQ-VALID-SWITCH         PIC X VALUE "Y".
           88  WS-REQ-VALID            VALUE "Y".
           88  WS-REQ-REFUSED          VALUE "N".

       01  WS-REFUSE-TEXT              PIC X(30) VALUE SPACES.

       01  WS-MOVEMENT-REVERSAL        PIC X VALUE "R".
       01  WS-ENTRY-REVERSAL           PIC X VALUE "R".

       01  WS-AUDIT-CALL-STATUS        PIC X VALUE "N".
           88  AUDIT-CALL-OK           VALUE "Y".
           88  AUDIT-CALL-ERROR        VALUE "N".

       01  WS-GL-CALL-STATUS           PIC X VALUE "N".
           88  GL-CALL-OK              VALUE "Y".
           88  GL-CALL-ERROR           VALUE "N".

       01  WS-REVERSING-AMOUNT         PIC S9(7)V99 VALUE ZERO.

       01  WS-REQUEST-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC S9(11)V99 VALUE ZERO.

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

       01  HDG-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40) VALUE
               "CALCREVR - REVERSAL LISTING".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-DATE              PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "SEQ-NO".
           05  FILLER                  PIC X(10) VALUE "POSTED".
           05  FILLER                  PIC X(13) VALUE "RESULT".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(32) VALUE "REASON".
           05  FILLER                  PIC X(30) VALUE "NOTE".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ACTION               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEQ-NO               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-POST-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RESULT               PIC -(6)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NOTE                 PIC X(30).

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "REQUESTS READ:".
           05  TL-REQUESTS             PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "TOTAL REVERSED:".
           05  TL-REVERSED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TL-REVERSED-TOTAL       PIC -(10)9.99.

       01  TOTAL-LINE-3.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "TOTAL REFUSED:".
           05  TL-REFUSED              PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "REVERSED WITH WARNING:".
           05  TL-WARNING              PIC Z,ZZZ,ZZ9.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

           PERFORM OPEN-FILES

           PERFORM READ-REQUEST-RECORD
           PERFORM UNTIL WS-END-OF-REQ-FILE
               PERFORM PROCESS-REQUEST
               PERFORM READ-REQUEST-RECORD
           END-PERFORM

           PERFORM PRINT-TOTALS

           CLOSE CALC-REVERSAL-REQUESTS
           CLOSE CALC-RESULTS-FILE
           CLOSE CALC-REVR-REPORT
           IF WS-HELD-FILE-OPEN
               CLOSE CALC-HELD-ITEMS
           END-IF
           IF WS-EXC-FILE-OPEN
               CLOSE CALC-GL-EXCEPTIONS
           END-IF
           IF WS-SUSI-FILE-OPEN
               CLOSE CALC-SUSPENSE-ITEMS
           END-IF

           DISPLAY "CALCREVR REQUESTS: " WS-REQUEST-COUNT
           DISPLAY "CALCREVR REVERSED: " WS-REVERSED-COUNT
           DISPLAY "CALCREVR REFUSED: " WS-REFUSED-COUNT

      *    A refused request leaves nothing half-done, so it is only
      *    a warning; a reversal whose audit entry or result rewrite
      *    failed has already posted to the GL and needs looking at.
           IF WS-WARNING-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       OPEN-FILES.
           OPEN INPUT CALC-REVERSAL-REQUESTS
           IF WS-REQ-NOT-FOUND
               DISPLAY "CALCREVR: NO CALCRVRQ REQUESTS TO PROCESS"
               GOBACK
           END-IF
           IF NOT WS-REQ-OK
               DISPLAY "ERROR OPENING CALC-REVERSAL-REQUESTS, STATUS="
                   WS-REQ-STATUS
               DISPLAY "CALCREVR RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CALC-RESULTS-FILE
           IF NOT WS-RSLT-OK
               DISPLAY "ERROR OPENING CALC-RESULTS-FILE, STATUS="
                   WS-RSLT-STATUS
               DISPLAY "CALCREVR RUN ABORTED"
               CLOSE CALC-REVERSAL-REQUESTS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CALC-REVR-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-REVR-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCREVR RUN ABORTED"
               CLOSE CALC-REVERSAL-REQUESTS
               CLOSE CALC-RESULTS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      *    The held-items file only vouches for a released held
      *    result; without it such a result is refused, nothing else.
           OPEN INPUT CALC-HELD-ITEMS
           IF WS-HELD-OK
               SET WS-HELD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CALCREVR: CALC-HELD-ITEMS NOT AVAILABLE, "
                   "STATUS=" WS-HELD-STATUS
           END-IF

      *    A re-send or reclass is tied to its result through these
      *    two. A missing file means there are none; one that cannot
      *    be read refuses each reversal rather than guess.
           OPEN INPUT CALC-GL-EXCEPTIONS
           EVALUATE TRUE
               WHEN WS-EXC-OK
                   SET WS-EXC-FILE-OPEN TO TRUE
               WHEN WS-EXC-NOT-FOUND
                   SET WS-EXC-FILE-ABSENT TO TRUE
               WHEN OTHER
                   DISPLAY "CALCREVR: CALC-GL-EXCEPTIONS NOT READABLE, "
                       "STATUS=" WS-EXC-STATUS
           END-EVALUATE

           OPEN INPUT CALC-SUSPENSE-ITEMS
           EVALUATE TRUE
               WHEN WS-SUSI-OK
                   SET WS-SUSI-FILE-OPEN TO TRUE
               WHEN WS-SUSI-NOT-FOUND
                   SET WS-SUSI-FILE-ABSENT TO TRUE
               WHEN OTHER
                   DISPLAY "CALCREVR: CALC-SUSPENSE-ITEMS NOT "
                       "READABLE, STATUS=" WS-SUSI-STATUS
           END-EVALUATE

           MOVE WS-CDT-DATE TO HDG-1-DATE
           WRITE CALC-REVR-LINE FROM HDG-1
           WRITE CALC-REVR-LINE FROM HDG-2.

      *****************************************************************
      *****************************************************************
       READ-REQUEST-RECORD.
           READ CALC-REVERSAL-REQUESTS
               AT END
                   SET WS-END-OF-REQ-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

      *****************************************************************
      *****************************************************************
       PROCESS-REQUEST.
           PERFORM VALIDATE-REQUEST
           IF WS-REQ-REFUSED
               PERFORM WRITE-REFUSED-LINE
           ELSE
               PERFORM REVERSE-ONE-RESULT
           END-IF.

      *****************************************************************
      *****************************************************************
       VALIDATE-REQUEST.
      *    Only a clean result still on the live results file can be
      *    reversed, and only once: an error result never posted to
      *    the GL, so there is nothing to offset. A held result keeps
      *    CR-STATUS "H" whatever the supervisor decided, so it is
      *    reversible once CALC-HELD-ITEMS shows it released (its
      *    posting is the "L" line CALCHREL wrote).
           SET WS-REQ-VALID TO TRUE
           MOVE SPACES TO WS-REFUSE-TEXT
           EVALUATE TRUE
               WHEN RQ-SEQ-NO NOT NUMERIC
                   MOVE "SEQ-NO NOT NUMERIC" TO WS-REFUSE-TEXT
               WHEN RQ-USER-ID = SPACES
                   MOVE "NO REQUESTING USER-ID" TO WS-REFUSE-TEXT
               WHEN OTHER
                   MOVE RQ-SEQ-NO TO CR-SEQ-NO
                   READ CALC-RESULTS-FILE
                       INVALID KEY
                           MOVE "NOT ON RESULTS FILE"
                               TO WS-REFUSE-TEXT
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN RQ-POST-DATE NOT = SPACES
                                   AND RQ-POST-DATE NOT = CR-POST-DATE
                                   MOVE "POST DATE DOES NOT MATCH"
                                       TO WS-REFUSE-TEXT
                               WHEN CR-STATUS-REVERSED
                                   MOVE "ALREADY REVERSED"
                                       TO WS-REFUSE-TEXT
                               WHEN CR-STATUS-HELD
                                   PERFORM CHECK-HELD-RELEASE
                               WHEN NOT CR-STATUS-OK
                                   MOVE "RESULT NEVER POSTED"
                                       TO WS-REFUSE-TEXT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
           END-EVALUATE
           IF WS-REFUSE-TEXT = SPACES
               PERFORM FIND-POSTED-ACCOUNT
           END-IF
           IF WS-REFUSE-TEXT NOT = SPACES
               SET WS-REQ-REFUSED TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-HELD-RELEASE.
      *    A held item is filed under the day it was held, which is
      *    the day its result was posted.
           MOVE SPACES TO WS-RELEASE-DATE
           IF NOT WS-HELD-FILE-OPEN
               MOVE "HELD ITEMS FILE NOT AVAILABLE" TO WS-REFUSE-TEXT
           ELSE
               MOVE CR-SEQ-NO TO HD-SEQ-NO
               MOVE CR-POST-DATE TO HD-HELD-DATE
               READ CALC-HELD-ITEMS
                   INVALID KEY
                       MOVE "HELD ITEM NOT ON FILE" TO WS-REFUSE-TEXT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN HD-RELEASED
                               MOVE HD-ACTION-DATE TO WS-RELEASE-DATE
                           WHEN HD-DECLINED
                               MOVE "HELD ITEM DECLINED, NOT POSTED"
                                   TO WS-REFUSE-TEXT
                           WHEN OTHER
                               MOVE "HELD ITEM NOT YET RELEASED"
                                   TO WS-REFUSE-TEXT
                       END-EVALUATE
               END-READ
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-POSTED-ACCOUNT.
      *    The offset has to hit the account the item sits on now,
      *    which is not always where today's mappings would send it:
      *    the latest live posting of this result wins, released
      *    archive first and then the unreleased extract, both in
      *    posting order. Sequence numbers start again each day and
      *    a line is dated the day it was written, so the sequence
      *    number alone does not name the result; a line counts only
      *    when it can be tied to it. Live means the calculation
      *    posting on its own post date; for a held result, the
      *    release on the day CALC-HELD-ITEMS says it was released,
      *    which must be found; a GL re-send on the day
      *    CALC-GL-EXCEPTIONS says this result's own posting was
      *    re-sent; and the account-in leg of a reclass on the day
      *    CALC-SUSPENSE-ITEMS says this result's suspense item was
      *    reclassed (the suspense-out leg is the one booked to
      *    CALCSUSP01). Every other line under the number belongs to
      *    another day's item and is passed over.
           MOVE SPACES TO WS-POSTED-ACCOUNT
           MOVE "N" TO WS-RELEASE-LINE-SWITCH
           PERFORM FIND-LATER-POSTINGS
           MOVE "N" TO WS-REL-EOF-SWITCH
           IF WS-REFUSE-TEXT = SPACES
               OPEN INPUT CALC-GL-RELEASED
           END-IF
           IF WS-REFUSE-TEXT = SPACES AND NOT WS-REL-NOT-FOUND
               IF NOT WS-REL-OK
                   DISPLAY "CALCREVR: ERROR OPENING CALC-GL-RELEASED, "
                       "STATUS=" WS-REL-STATUS
                   MOVE "GL ARCHIVE NOT READABLE" TO WS-REFUSE-TEXT
               ELSE
                   PERFORM UNTIL WS-END-OF-REL-FILE
                       READ CALC-GL-RELEASED
                           AT END
                               SET WS-END-OF-REL-FILE TO TRUE
                           NOT AT END
                               MOVE RL-GL-RECORD TO CALC-GL-RECORD
                               PERFORM CHECK-POSTED-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CALC-GL-RELEASED
               END-IF
           END-IF

           MOVE "N" TO WS-GL-EOF-SWITCH
           IF WS-REFUSE-TEXT = SPACES
               OPEN INPUT CALC-GL-INTERFACE
               IF NOT WS-GL-NOT-FOUND
                   IF NOT WS-GL-OK
                       DISPLAY "CALCREVR: ERROR OPENING "
                           "CALC-GL-INTERFACE, STATUS=" WS-GL-STATUS
                       MOVE "GL EXTRACT NOT READABLE"
                           TO WS-REFUSE-TEXT
                   ELSE
                       PERFORM UNTIL WS-END-OF-GL-FILE
                           READ CALC-GL-INTERFACE
                               AT END
                                   SET WS-END-OF-GL-FILE TO TRUE
                               NOT AT END
                                   PERFORM CHECK-POSTED-LINE
                           END-READ
                       END-PERFORM
                       CLOSE CALC-GL-INTERFACE
                   END-IF
               END-IF
           END-IF

           IF WS-REFUSE-TEXT = SPACES
               AND CR-STATUS-HELD
               AND NOT WS-RELEASE-LINE-FOUND
               MOVE "RELEASE POSTING NOT FOUND" TO WS-REFUSE-TEXT
           END-IF
           IF WS-REFUSE-TEXT = SPACES
               AND WS-POSTED-ACCOUNT-REF = SPACES
               MOVE "NO GL POSTING FOUND" TO WS-REFUSE-TEXT
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-LATER-POSTINGS.
      *    The result's own posting is the calculation line on its
      *    post date or, for a held result, the release line. A
      *    re-send is of that line; a reclass is of the suspense item
      *    that line or its re-send opened.
           MOVE SPACES TO WS-RESENT-DATE
           MOVE SPACES TO WS-RECLASS-DATE
           IF CR-STATUS-HELD
               MOVE WS-RELEASE-DATE TO WS-POSTING-DATE
               MOVE "L" TO WS-POSTING-MOVEMENT
           ELSE
               MOVE CR-POST-DATE TO WS-POSTING-DATE
               MOVE SPACE TO WS-POSTING-MOVEMENT
           END-IF
           EVALUATE TRUE
               WHEN WS-EXC-FILE-BAD
                   MOVE "GL EXCEPTIONS NOT READABLE" TO WS-REFUSE-TEXT
               WHEN WS-SUSI-FILE-BAD
                   MOVE "SUSPENSE ITEMS NOT READABLE"
                       TO WS-REFUSE-TEXT
               WHEN OTHER
                   IF WS-EXC-FILE-OPEN
                       PERFORM FIND-RESEND
                   END-IF
                   IF WS-SUSI-FILE-OPEN
                       MOVE WS-POSTING-DATE TO SU-POST-DATE
                       MOVE WS-POSTING-MOVEMENT TO SU-MOVEMENT
                       PERFORM FIND-RECLASS
                       IF WS-RESENT-DATE NOT = SPACES
                           MOVE WS-RESENT-DATE TO SU-POST-DATE
                           MOVE "X" TO SU-MOVEMENT
                           PERFORM FIND-RECLASS
                       END-IF
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       FIND-RESEND.
      *    An exception is filed under the release it went out in,
      *    never earlier than the day the line was posted.
           MOVE "N" TO WS-EXC-EOF-SWITCH
           MOVE WS-POSTING-DATE TO EX-RELEASE-DATE
           MOVE ZERO TO EX-LINE-NO
           START CALC-GL-EXCEPTIONS
               KEY NOT LESS THAN EX-KEY
               INVALID KEY
                   SET WS-END-OF-EXC-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-EXC-FILE
               READ CALC-GL-EXCEPTIONS NEXT RECORD
                   AT END
                       SET WS-END-OF-EXC-FILE TO TRUE
                   NOT AT END
                       IF EX-RESENT OR EX-CLEARED
                           MOVE EX-GL-RECORD TO CALC-GL-RECORD
                           IF GL-SEQ-NO = CR-SEQ-NO
                               AND GL-DATE = WS-POSTING-DATE
                               AND GL-MOVEMENT = WS-POSTING-MOVEMENT
                               MOVE EX-RESENT-DATE TO WS-RESENT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       FIND-RECLASS.
           MOVE CR-SEQ-NO TO SU-SEQ-NO
           READ CALC-SUSPENSE-ITEMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SU-RECLASSED
                       MOVE SU-CLOSED-DATE TO WS-RECLASS-DATE
                   END-IF
           END-READ.

      *****************************************************************
      *****************************************************************
       CHECK-POSTED-LINE.
           IF GL-SEQ-NO = CR-SEQ-NO
               AND GL-DATE NOT < CR-POST-DATE
               EVALUATE TRUE
                   WHEN GL-MOVE-CALCULATION
                       IF GL-DATE = CR-POST-DATE
                           AND NOT CR-STATUS-HELD
                           PERFORM TAKE-POSTED-LINE
                       END-IF
                   WHEN GL-MOVE-RELEASE
                       IF CR-STATUS-HELD
                           AND GL-DATE = WS-RELEASE-DATE
                           PERFORM TAKE-POSTED-LINE
                           SET WS-RELEASE-LINE-FOUND TO TRUE
                       END-IF
                   WHEN GL-MOVE-RESEND
                       IF WS-RESENT-DATE NOT = SPACES
                           AND GL-DATE = WS-RESENT-DATE
                           PERFORM TAKE-POSTED-LINE
                       END-IF
                   WHEN GL-MOVE-RECLASS
                       IF WS-RECLASS-DATE NOT = SPACES
                           AND GL-DATE = WS-RECLASS-DATE
                           AND GL-ACCOUNT-REF NOT = WS-SUSPENSE-ACCOUNT
                           PERFORM TAKE-POSTED-LINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *****************************************************************
       TAKE-POSTED-LINE.
           MOVE GL-ACCOUNT-REF TO WS-POSTED-ACCOUNT-REF
           MOVE GL-DRCR TO WS-POSTED-DRCR.

      *****************************************************************
      *****************************************************************
       REVERSE-ONE-RESULT.
      *    GL first: if the offsetting posting cannot be written
      *    nothing else is touched and the request is refused, so it
      *    can simply be run again. Once the GL has the offset the
      *    reversal stands; an audit or rewrite failure after that
      *    is reported as a warning for follow-up rather than undone.
           CALL "CALCGLW" USING CR-SEQ-NO, CR-OPERATOR, CR-RESULT,
                                WS-MOVEMENT-REVERSAL, CR-DEPARTMENT,
                                WS-POSTED-ACCOUNT, WS-GL-CALL-STATUS
           END-CALL
           IF GL-CALL-ERROR
               MOVE "GL OFFSET NOT WRITTEN" TO WS-REFUSE-TEXT
               PERFORM WRITE-REFUSED-LINE
           ELSE
               MOVE SPACES TO DL-NOTE
               COMPUTE WS-REVERSING-AMOUNT = CR-RESULT * -1
               CALL "CALCAUDT" USING CR-SEQ-NO, CR-NUM1, CR-OPERATOR,
                                     CR-NUM2, WS-REVERSING-AMOUNT,
                                     RQ-USER-ID, WS-ENTRY-REVERSAL,
                                     CR-DEPARTMENT, CR-RATE-CODE,
                                     CR-RATE-VALUE,
                                     WS-AUDIT-CALL-STATUS
               END-CALL
               IF AUDIT-CALL-ERROR
                   MOVE "WARNING - AUDIT NOT WRITTEN" TO DL-NOTE
               END-IF

               SET CR-STATUS-REVERSED TO TRUE
               REWRITE CALC-RESULT-RECORD
               IF NOT WS-RSLT-OK
                   DISPLAY "CALCREVR: SEQ=" CR-SEQ-NO
                       " GL OFFSET WRITTEN BUT RESULT NOT MARKED, "
                       "STATUS=" WS-RSLT-STATUS
                   MOVE "WARNING - RESULT NOT MARKED" TO DL-NOTE
               END-IF

               IF DL-NOTE NOT = SPACES
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               ADD 1 TO WS-REVERSED-COUNT
               ADD WS-REVERSING-AMOUNT TO WS-REVERSED-TOTAL
               MOVE "REVERSED" TO DL-ACTION
               MOVE CR-SEQ-NO TO DL-SEQ-NO
               MOVE CR-POST-DATE TO DL-POST-DATE
               MOVE WS-REVERSING-AMOUNT TO DL-RESULT
               MOVE RQ-USER-ID TO DL-USER-ID
               MOVE RQ-REASON-TEXT TO DL-REASON
               WRITE CALC-REVR-LINE FROM DETAIL-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "REFUSED" TO DL-ACTION
           IF RQ-SEQ-NO NUMERIC
               MOVE RQ-SEQ-NO TO DL-SEQ-NO
           ELSE
               MOVE ZERO TO DL-SEQ-NO
           END-IF
           MOVE RQ-POST-DATE TO DL-POST-DATE
           MOVE ZERO TO DL-RESULT
           MOVE RQ-USER-ID TO DL-USER-ID
           MOVE RQ-REASON-TEXT TO DL-REASON
           MOVE WS-REFUSE-TEXT TO DL-NOTE
           WRITE CALC-REVR-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       PRINT-TOTALS.
           WRITE CALC-REVR-LINE FROM SPACES
           MOVE WS-REQUEST-COUNT TO TL-REQUESTS
           WRITE CALC-REVR-LINE FROM TOTAL-LINE-1
           MOVE WS-REVERSED-COUNT TO TL-REVERSED
           MOVE WS-REVERSED-TOTAL TO TL-REVERSED-TOTAL
           WRITE CALC-REVR-LINE FROM TOTAL-LINE-2
           MOVE WS-REFUSED-COUNT TO TL-REFUSED
           WRITE CALC-REVR-LINE FROM TOTAL-LINE-3
           MOVE WS-WARNING-COUNT TO TL-WARNING
           WRITE CALC-REVR-LINE FROM TOTAL-LINE-4.

      *****************************************************************
      *****************************************************************
