      * *****************************************************************
      * Program name:    CALCHREL
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Supervisor release of calculations
      *                   held for being over their user's
      *                   CALC-USER-AUTHORITY. Reads the CALCRLRQ
      *                   decision file keyed by supervisors (one
      *                   CALC-RELEASE-REQUEST per held item) against
      *                   CALC-HELD-ITEMS. A release has CALCGLW post
      *                   the item on today's date under its original
      *                   sequence number with GL-MOVEMENT "L", writes
      *                   a release audit entry (entry type "L") under
      *                   the supervisor's user ID through CALCAUDT
      *                   and marks the held item released. A decline
      *                   writes the item to CALC-REJECTS under its
      *                   sequence number with the hold's reason, for
      *                   CALCRSUB to resubmit once corrected, and
      *                   marks it declined. The supervisor must be
      *                   flagged to release on CALC-USER-AUTHORITY,
      *                   may not act on an item they keyed
      *                   themselves, and may only release what their
      *                   own authority would have posted. The
      *                   listing ends with every item still waiting
      *                   and how long it has waited. Runs in the
      *                   night chain after the day's
      *                   SIMPLE-CALCULATOR batches and before
      *                   CALCRSUB, so a decline lands on the day's
      *                   rejects file and a release goes out in the
      *                   same night's CALCGLCT cut.
      * 10/15/26 MAINT    CALCGLW's new posted-account parameter is
      *                   passed as spaces, so a release is posted to
      *                   the account derived as before.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCHREL.
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
           SELECT CALC-RELEASE-REQUESTS ASSIGN TO "CALCRLRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CALC-HELD-ITEMS ASSIGN TO "CALCHELD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CALC-REJECTS ASSIGN TO "CALCREJC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-SEQ-NO
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT CALC-HREL-REPORT ASSIGN TO "CALCHLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RELEASE-REQUESTS
           RECORDING MODE IS F.
           COPY CALCRELQ.

       FD  CALC-HELD-ITEMS.
           COPY CALCHELD.

       FD  CALC-REJECTS.
           COPY CALCREJC.

       FD  CALC-HREL-REPORT
           RECORDING MODE IS F.
       01  CALC-HREL-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS               PIC XX VALUE SPACES.
           88  WS-REQ-OK               VALUE "00".
           88  WS-REQ-NOT-FOUND        VALUE "35".

       01  WS-HELD-STATUS              PIC XX VALUE SPACES.
           88  WS-HELD-OK              VALUE "00".
           88  WS-HELD-NOT-FOUND       VALUE "35".

       01  WS-REJECTS-STATUS           PIC XX VALUE SPACES.
           88  WS-REJECTS-OK           VALUE "00".
           88  WS-REJECTS-DUP-KEY      VALUE "22".
           88  WS-REJECTS-NOT-FOUND    VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REQ-FILE      VALUE "Y".

       01  WS-HELD-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-HELD-FILE     VALUE "Y".

       01  WS-REQ-VALID-SWITCH         PIC X VALUE "Y".
           88  WS-REQ-VALID            VALUE "Y".
           88  WS-REQ-REFUSED          VALUE "N".

       01  WS-REFUSE-TEXT              PIC X(30) VALUE SPACES.

       01  WS-MOVEMENT-RELEASE         PIC X VALUE "L".
       01  WS-GL-POSTED-ACCOUNT        PIC X(11) VALUE SPACES.
       01  WS-ENTRY-RELEASE            PIC X VALUE "L".

       01  WS-AUTH-SWITCH              PIC X VALUE "N".
           88  WS-WITHIN-AUTHORITY     VALUE "Y".
       01  WS-RELEASE-SWITCH           PIC X VALUE "N".
           88  WS-MAY-RELEASE          VALUE "Y".
       01  WS-AUTH-REASON-CODE         PIC X(2) VALUE SPACES.
       01  WS-AUTH-REASON-TEXT         PIC X(30) VALUE SPACES.

       01  WS-AUDIT-CALL-STATUS        PIC X VALUE "N".
           88  AUDIT-CALL-OK           VALUE "Y".
           88  AUDIT-CALL-ERROR        VALUE "N".

       01  WS-GL-CALL-STATUS           PIC X VALUE "N".
           88  GL-CALL-OK              VALUE "Y".
           88  GL-CALL-ERROR           VALUE "N".

       01  WS-TODAY-INT                PIC S9(9) COMP VALUE ZERO.
       01  WS-HELD-INT                 PIC S9(9) COMP VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.

       01  WS-REQUEST-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-DECLINED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WAITING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-WAITING-TOTAL            PIC S9(11)V99 VALUE ZERO.

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
               "CALCHREL - HELD ITEM RELEASE LISTING".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-DATE              PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "SEQ-NO".
           05  FILLER                  PIC X(10) VALUE "HELD".
           05  FILLER                  PIC X(13) VALUE "RESULT".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(10) VALUE "SUPERVISOR".
           05  FILLER                  PIC X(32) VALUE "REASON".
           05  FILLER                  PIC X(30) VALUE "NOTE".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ACTION               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SEQ-NO               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-HELD-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RESULT               PIC -(6)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SUPERVISOR-ID        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-REASON               PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-NOTE                 PIC X(30).

       01  WAITING-NOTE.
           05  FILLER                  PIC X(8)  VALUE "WAITING ".
           05  WN-AGE-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "DECISIONS READ:".
           05  TL-REQUESTS             PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "TOTAL RELEASED:".
           05  TL-RELEASED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TL-RELEASED-TOTAL       PIC -(10)9.99.

       01  TOTAL-LINE-3.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "TOTAL DECLINED:".
           05  TL-DECLINED             PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "TOTAL REFUSED:".
           05  TL-REFUSED              PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-5.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "ACTIONED WITH WARNING:".
           05  TL-WARNING              PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE-6.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               "STILL HELD:".
           05  TL-WAITING              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TL-WAITING-TOTAL        PIC -(10)9.99.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CDT-DATE)).

           PERFORM OPEN-FILES

           IF WS-REQ-OK
               PERFORM READ-REQUEST-RECORD
               PERFORM UNTIL WS-END-OF-REQ-FILE
                   PERFORM PROCESS-REQUEST
                   PERFORM READ-REQUEST-RECORD
               END-PERFORM
               CLOSE CALC-RELEASE-REQUESTS
           END-IF

           PERFORM LIST-WAITING-ITEMS
           PERFORM PRINT-TOTALS

           CLOSE CALC-HELD-ITEMS
           CLOSE CALC-REJECTS
           CLOSE CALC-HREL-REPORT

           DISPLAY "CALCHREL DECISIONS: " WS-REQUEST-COUNT
           DISPLAY "CALCHREL RELEASED: " WS-RELEASED-COUNT
           DISPLAY "CALCHREL DECLINED: " WS-DECLINED-COUNT
           DISPLAY "CALCHREL REFUSED: " WS-REFUSED-COUNT
           DISPLAY "CALCHREL STILL HELD: " WS-WAITING-COUNT

      *    As in CALCREVR: a refused decision leaves nothing
      *    half-done, so it is only a warning; a release or decline
      *    whose audit entry or held-item rewrite failed has already
      *    gone out and needs looking at.
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
      *    No decision file is a normal night - the waiting items are
      *    still listed. No held-items file means nothing has ever
      *    been held.
           OPEN INPUT CALC-RELEASE-REQUESTS
           IF WS-REQ-NOT-FOUND
               DISPLAY "CALCHREL: NO CALCRLRQ DECISIONS TO PROCESS"
           ELSE
               IF NOT WS-REQ-OK
                   DISPLAY "ERROR OPENING CALC-RELEASE-REQUESTS, "
                       "STATUS=" WS-REQ-STATUS
                   DISPLAY "CALCHREL RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN I-O CALC-HELD-ITEMS
           IF WS-HELD-NOT-FOUND
               DISPLAY "CALCHREL: NO CALCHELD FILE - NOTHING HELD"
               IF WS-REQ-OK
                   CLOSE CALC-RELEASE-REQUESTS
               END-IF
               GOBACK
           END-IF
           IF NOT WS-HELD-OK
               DISPLAY "ERROR OPENING CALC-HELD-ITEMS, STATUS="
                   WS-HELD-STATUS
               DISPLAY "CALCHREL RUN ABORTED"
               IF WS-REQ-OK
                   CLOSE CALC-RELEASE-REQUESTS
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CALC-REJECTS
           IF WS-REJECTS-NOT-FOUND
               OPEN OUTPUT CALC-REJECTS
               CLOSE CALC-REJECTS
               OPEN I-O CALC-REJECTS
           END-IF
           IF NOT WS-REJECTS-OK
               DISPLAY "ERROR OPENING CALC-REJECTS, STATUS="
                   WS-REJECTS-STATUS
               DISPLAY "CALCHREL RUN ABORTED"
               IF WS-REQ-OK
                   CLOSE CALC-RELEASE-REQUESTS
               END-IF
               CLOSE CALC-HELD-ITEMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CALC-HREL-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-HREL-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCHREL RUN ABORTED"
               IF WS-REQ-OK
                   CLOSE CALC-RELEASE-REQUESTS
               END-IF
               CLOSE CALC-HELD-ITEMS
               CLOSE CALC-REJECTS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CDT-DATE TO HDG-1-DATE
           WRITE CALC-HREL-LINE FROM HDG-1
           WRITE CALC-HREL-LINE FROM HDG-2.

      *****************************************************************
      *****************************************************************
       READ-REQUEST-RECORD.
           READ CALC-RELEASE-REQUESTS
               AT END
                   SET WS-END-OF-REQ-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

      *****************************************************************
      *****************************************************************
       PROCESS-REQUEST.
           PERFORM VALIDATE-REQUEST
           EVALUATE TRUE
               WHEN WS-REQ-REFUSED
                   PERFORM WRITE-REFUSED-LINE
               WHEN RL-APPROVE
                   PERFORM RELEASE-ONE-ITEM
               WHEN OTHER
                   PERFORM DECLINE-ONE-ITEM
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       VALIDATE-REQUEST.
      *    Only an item still waiting can be actioned, and only once.
      *    The supervisor check comes from CALCAUTH, the same routine
      *    that held the item: the supervisor must be flagged to
      *    release, and a release must sit within the supervisor's
      *    own authority (a decline posts nothing, so needs only the
      *    flag). Nobody actions their own item.
           SET WS-REQ-VALID TO TRUE
           MOVE SPACES TO WS-REFUSE-TEXT
           EVALUATE TRUE
               WHEN RL-SEQ-NO NOT NUMERIC
                   MOVE "SEQ-NO NOT NUMERIC" TO WS-REFUSE-TEXT
               WHEN RL-HELD-DATE = SPACES
                   MOVE "HELD DATE NOT KEYED" TO WS-REFUSE-TEXT
               WHEN NOT RL-APPROVE AND NOT RL-DECLINE
                   MOVE "DECISION MUST BE A OR D" TO WS-REFUSE-TEXT
               WHEN RL-SUPERVISOR-ID = SPACES
                   MOVE "NO SUPERVISOR USER-ID" TO WS-REFUSE-TEXT
               WHEN OTHER
                   MOVE RL-SEQ-NO TO HD-SEQ-NO
                   MOVE RL-HELD-DATE TO HD-HELD-DATE
                   READ CALC-HELD-ITEMS
                       INVALID KEY
                           MOVE "NOT ON HELD-ITEMS FILE"
                               TO WS-REFUSE-TEXT
                       NOT INVALID KEY
                           PERFORM CHECK-SUPERVISOR
                   END-READ
           END-EVALUATE
           IF WS-REFUSE-TEXT NOT = SPACES
               SET WS-REQ-REFUSED TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-SUPERVISOR.
           CALL "CALCAUTH" USING RL-SUPERVISOR-ID, HD-OPERATOR,
                                  HD-RESULT, WS-AUTH-SWITCH,
                                  WS-RELEASE-SWITCH,
                                  WS-AUTH-REASON-CODE,
                                  WS-AUTH-REASON-TEXT
           END-CALL
           EVALUATE TRUE
               WHEN HD-RELEASED
                   MOVE "ALREADY RELEASED" TO WS-REFUSE-TEXT
               WHEN HD-DECLINED
                   MOVE "ALREADY DECLINED" TO WS-REFUSE-TEXT
               WHEN NOT HD-HELD
                   MOVE "HELD ITEM STATUS UNKNOWN" TO WS-REFUSE-TEXT
               WHEN RL-SUPERVISOR-ID = HD-USER-ID
                   MOVE "CANNOT ACTION OWN HELD ITEM"
                       TO WS-REFUSE-TEXT
               WHEN NOT WS-MAY-RELEASE
                   MOVE "SUPERVISOR MAY NOT RELEASE"
                       TO WS-REFUSE-TEXT
               WHEN RL-APPROVE AND NOT WS-WITHIN-AUTHORITY
                   MOVE "OVER SUPERVISOR'S AUTHORITY"
                       TO WS-REFUSE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       RELEASE-ONE-ITEM.
      *    GL first, as in CALCREVR: if the posting cannot be written
      *    nothing else is touched and the decision is refused, so it
      *    can simply be run again. Once the GL has the posting the
      *    release stands; an audit or rewrite failure after that is
      *    a warning for follow-up rather than undone.
           CALL "CALCGLW" USING HD-SEQ-NO, HD-OPERATOR, HD-RESULT,
                                WS-MOVEMENT-RELEASE, HD-DEPARTMENT,
                                WS-GL-POSTED-ACCOUNT, WS-GL-CALL-STATUS
           END-CALL
           IF GL-CALL-ERROR
               MOVE "GL POSTING NOT WRITTEN" TO WS-REFUSE-TEXT
               PERFORM WRITE-REFUSED-LINE
           ELSE
               MOVE SPACES TO DL-NOTE
               CALL "CALCAUDT" USING HD-SEQ-NO, HD-NUM1, HD-OPERATOR,
                                     HD-NUM2, HD-RESULT,
                                     RL-SUPERVISOR-ID,
                                     WS-ENTRY-RELEASE,
                                     HD-DEPARTMENT, HD-RATE-CODE,
                                     HD-RATE-VALUE,
                                     WS-AUDIT-CALL-STATUS
               END-CALL
               IF AUDIT-CALL-ERROR
                   MOVE "WARNING - AUDIT NOT WRITTEN" TO DL-NOTE
               END-IF

               SET HD-RELEASED TO TRUE
               PERFORM STAMP-DECISION
               IF NOT WS-HELD-OK
                   DISPLAY "CALCHREL: SEQ=" HD-SEQ-NO
                       " POSTED BUT HELD ITEM NOT MARKED, "
                       "STATUS=" WS-HELD-STATUS
                   MOVE "WARNING - HELD ITEM NOT MARKED" TO DL-NOTE
               END-IF

               IF DL-NOTE NOT = SPACES
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               ADD 1 TO WS-RELEASED-COUNT
               ADD HD-RESULT TO WS-RELEASED-TOTAL
               MOVE "RELEASED" TO DL-ACTION
               PERFORM WRITE-DECISION-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       DECLINE-ONE-ITEM.
      *    The reject goes on under the held sequence number, which
      *    is what the correction is keyed against. Today's rejects
      *    file may already hold that number from today's own feed;
      *    the decision is then refused and stays good for a later
      *    night.
           MOVE HD-SEQ-NO TO RJ-SEQ-NO
           MOVE HD-NUM1 TO RJ-NUM1
           MOVE HD-OPERATOR TO RJ-OPERATOR
           MOVE HD-NUM2 TO RJ-NUM2
           MOVE HD-REASON-CODE TO RJ-REASON-CODE
           MOVE HD-REASON-TEXT TO RJ-REASON-TEXT
           MOVE HD-ORIG-SEQ-NO TO RJ-ORIG-SEQ-NO
           MOVE HD-RESUB-COUNT TO RJ-RESUB-COUNT
           MOVE WS-CDT-DATE TO RJ-REJECT-DATE
           SET RJ-OPEN TO TRUE
           MOVE HD-USER-ID TO RJ-USER-ID
           MOVE HD-DEPARTMENT TO RJ-DEPARTMENT
           WRITE CALC-REJECT-RECORD
               INVALID KEY
                   IF WS-REJECTS-DUP-KEY
                       MOVE "SEQ ALREADY ON TODAY'S REJECTS"
                           TO WS-REFUSE-TEXT
                   ELSE
                       MOVE "REJECT NOT WRITTEN" TO WS-REFUSE-TEXT
                   END-IF
                   PERFORM WRITE-REFUSED-LINE
               NOT INVALID KEY
                   MOVE SPACES TO DL-NOTE
                   SET HD-DECLINED TO TRUE
                   PERFORM STAMP-DECISION
                   IF NOT WS-HELD-OK
                       DISPLAY "CALCHREL: SEQ=" HD-SEQ-NO
                           " REJECTED BUT HELD ITEM NOT MARKED, "
                           "STATUS=" WS-HELD-STATUS
                       MOVE "WARNING - HELD ITEM NOT MARKED"
                           TO DL-NOTE
                       ADD 1 TO WS-WARNING-COUNT
                   END-IF
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO DL-ACTION
                   PERFORM WRITE-DECISION-LINE
           END-WRITE.

      *****************************************************************
      *****************************************************************
       STAMP-DECISION.
           MOVE RL-SUPERVISOR-ID TO HD-SUPERVISOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO HD-ACTION-DATE
           MOVE WS-CDT-TIME TO HD-ACTION-TIME
           REWRITE CALC-HELD-RECORD.

      *****************************************************************
      *****************************************************************
       WRITE-DECISION-LINE.
           MOVE HD-SEQ-NO TO DL-SEQ-NO
           MOVE HD-HELD-DATE TO DL-HELD-DATE
           MOVE HD-RESULT TO DL-RESULT
           MOVE HD-USER-ID TO DL-USER-ID
           MOVE RL-SUPERVISOR-ID TO DL-SUPERVISOR-ID
           MOVE RL-REASON-TEXT TO DL-REASON
           WRITE CALC-HREL-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "REFUSED" TO DL-ACTION
           IF RL-SEQ-NO NUMERIC
               MOVE RL-SEQ-NO TO DL-SEQ-NO
           ELSE
               MOVE ZERO TO DL-SEQ-NO
           END-IF
           MOVE RL-HELD-DATE TO DL-HELD-DATE
           MOVE ZERO TO DL-RESULT
           MOVE SPACES TO DL-USER-ID
           MOVE RL-SUPERVISOR-ID TO DL-SUPERVISOR-ID
           MOVE RL-REASON-TEXT TO DL-REASON
           MOVE WS-REFUSE-TEXT TO DL-NOTE
           WRITE CALC-HREL-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       LIST-WAITING-ITEMS.
      *    Everything still waiting for a supervisor, oldest key
      *    first, with the reason it was held and its age - the
      *    supervisors' work list for the next day.
           WRITE CALC-HREL-LINE FROM SPACES
           MOVE LOW-VALUES TO HD-KEY
           START CALC-HELD-ITEMS
               KEY NOT LESS THAN HD-KEY
               INVALID KEY
                   SET WS-END-OF-HELD-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-HELD-FILE
               READ CALC-HELD-ITEMS NEXT RECORD
                   AT END
                       SET WS-END-OF-HELD-FILE TO TRUE
                   NOT AT END
                       IF HD-HELD
                           PERFORM WRITE-WAITING-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       WRITE-WAITING-LINE.
           ADD 1 TO WS-WAITING-COUNT
           ADD HD-RESULT TO WS-WAITING-TOTAL
           MOVE ZERO TO WS-AGE-DAYS
           IF HD-HELD-DATE NUMERIC
               COMPUTE WS-HELD-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(HD-HELD-DATE))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-HELD-INT
           END-IF
           MOVE "HELD" TO DL-ACTION
           MOVE HD-SEQ-NO TO DL-SEQ-NO
           MOVE HD-HELD-DATE TO DL-HELD-DATE
           MOVE HD-RESULT TO DL-RESULT
           MOVE HD-USER-ID TO DL-USER-ID
           MOVE SPACES TO DL-SUPERVISOR-ID
           MOVE HD-REASON-TEXT TO DL-REASON
           MOVE WS-AGE-DAYS TO WN-AGE-DAYS
           MOVE WAITING-NOTE TO DL-NOTE
           WRITE CALC-HREL-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       PRINT-TOTALS.
           WRITE CALC-HREL-LINE FROM SPACES
           MOVE WS-REQUEST-COUNT TO TL-REQUESTS
           WRITE CALC-HREL-LINE FROM TOTAL-LINE-1
           MOVE WS-RELEASED-COUNT TO TL-RELEASED
           MOVE WS-RELEASED-TOTAL TO TL-RELEASED-TOTAL
           WRITE CALC-HREL-LINE FROM TOTAL-LINE-2
           MOVE WS-DECLINED-COUNT TO TL-DECLINED
           WRITE CALC-HREL-LINE FROM TOTAL-LINE-3
           MOVE WS-REFUSED-COUNT TO TL-REFUSED
           WRITE CALC-HREL-LINE FROM TOTAL-LINE-4
           MOVE WS-WARNING-COUNT TO TL-WARNING
           WRITE CALC-HREL-LINE FROM TOTAL-LINE-5
           MOVE WS-WAITING-COUNT TO TL-WAITING
           MOVE WS-WAITING-TOTAL TO TL-WAITING-TOTAL
           WRITE CALC-HREL-LINE FROM TOTAL-LINE-6.

      *****************************************************************
      *****************************************************************
