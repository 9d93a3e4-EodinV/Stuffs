      * *****************************************************************
      * Program name:    CALCSUSA
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Suspense sub-ledger, aging and
      *                   reclassification. CALCGLW posts to the
      *                   CALCSUSP01 suspense account whenever
      *                   CALC-GL-ACCOUNTS has no mapping, and
      *                   CALCGLTB flags the balance, but nobody could
      *                   see which items made it up or how old they
      *                   were, and clearing it meant journals keyed
      *                   outside the system. Each night this job
      *                   loads the suspense lines of the CALCGLTX
      *                   transmission onto the CALC-SUSPENSE-ITEMS
      *                   sub-ledger (CALCSUSI), one open item per
      *                   GL-SEQ-NO with the operator and user from
      *                   the audit log, and closes any item a
      *                   reversal to suspense offsets. The CALCSRRQ
      *                   reclass file then names items to move once
      *                   the mapping has been added through CALCGAU:
      *                   the account is derived as CALCGLW would, a
      *                   suspense-out and an account-in posting
      *                   (GL-MOVEMENT "S") go into CALCGLIF for the
      *                   next cut, and the item is closed. The
      *                   listing ages every open item in business
      *                   days (CALCBDAY) into 0-5, 6-30 and over 30,
      *                   and any item open longer than SUSPDAYS
      *                   (CALCPRMS entry, default 30) gives return
      *                   code 4 so the CALCNITE summary shows it.
      *                   Runs in the night chain after CALCGLCT.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCSUSA.
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
           SELECT CALC-GL-TRANSMIT ASSIGN TO "CALCGLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

           SELECT CALC-SUSPENSE-ITEMS ASSIGN TO "CALCSUSI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSI-STATUS.

           SELECT CALC-AUDIT-LOG ASSIGN TO "CALCAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CALC-AUDIT-ARCHIVE ASSIGN TO "CALCAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT CALC-SUSP-RECLASS ASSIGN TO "CALCSRRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CALC-GL-ACCOUNTS ASSIGN TO "CALCGLAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLAC-STATUS.

           SELECT CALC-GL-INTERFACE ASSIGN TO "CALCGLIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CALC-SUSA-REPORT ASSIGN TO "CALCSARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-GL-TRANSMIT
           RECORDING MODE IS F.
           COPY CALCGLTR.

       FD  CALC-SUSPENSE-ITEMS.
           COPY CALCSUSI.

       FD  CALC-AUDIT-LOG
           RECORDING MODE IS F.
       01  CALC-AUDT-BUFFER            PIC X(80).

       FD  CALC-AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  CALC-ARCH-BUFFER            PIC X(80).

       FD  CALC-SUSP-RECLASS
           RECORDING MODE IS F.
           COPY CALCSRRQ.

       FD  CALC-GL-ACCOUNTS.
           COPY CALCGLAC.

       FD  CALC-GL-INTERFACE
           RECORDING MODE IS F.
       01  CALC-GLIF-BUFFER            PIC X(44).

       FD  CALC-SUSA-REPORT
           RECORDING MODE IS F.
       01  CALC-SUSA-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CALCGL.

           COPY CALCAUDR.

       01  WS-TX-STATUS                PIC XX VALUE SPACES.
           88  WS-TX-OK                VALUE "00".
           88  WS-TX-NOT-FOUND         VALUE "35".

       01  WS-SUSI-STATUS              PIC XX VALUE SPACES.
           88  WS-SUSI-OK              VALUE "00".
           88  WS-SUSI-DUP-KEY         VALUE "22".
           88  WS-SUSI-NOT-FOUND       VALUE "35".

       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-NOT-FOUND      VALUE "35".

       01  WS-ARCH-STATUS              PIC XX VALUE SPACES.
           88  WS-ARCH-OK              VALUE "00".
           88  WS-ARCH-NOT-FOUND       VALUE "35".

       01  WS-REQ-STATUS               PIC XX VALUE SPACES.
           88  WS-REQ-OK               VALUE "00".
           88  WS-REQ-NOT-FOUND        VALUE "35".

       01  WS-GLAC-STATUS              PIC XX VALUE SPACES.
           88  WS-GLAC-OK              VALUE "00".
           88  WS-GLAC-NOT-FOUND       VALUE "35".

       01  WS-GL-STATUS                PIC XX VALUE SPACES.
           88  WS-GL-OK                VALUE "00".
           88  WS-GL-NOT-FOUND         VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-TX-EOF-SWITCH            PIC X VALUE "N".
           88  WS-END-OF-TX-FILE       VALUE "Y".

       01  WS-SUSI-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-SUSI-FILE     VALUE "Y".

       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-AUDIT-FILE    VALUE "Y".

       01  WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-ARCH-FILE     VALUE "Y".

       01  WS-REQ-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-REQ-FILE      VALUE "Y".

       01  WS-GLAC-AVAIL-SWITCH        PIC X VALUE "N".
           88  WS-GLAC-AVAILABLE       VALUE "Y".

       01  WS-MAPPING-SWITCH           PIC X VALUE "N".
           88  WS-MAPPING-FOUND        VALUE "Y".

       01  WS-ITEM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-ITEM-FOUND           VALUE "Y".

       01  WS-ITEM-LOADED-SWITCH       PIC X VALUE "N".
           88  WS-ITEM-ALREADY-LOADED  VALUE "Y".

       01  WS-REQ-VALID-SWITCH         PIC X VALUE "Y".
           88  WS-REQ-VALID            VALUE "Y".
           88  WS-REQ-REFUSED          VALUE "N".

       01  WS-REFUSE-TEXT              PIC X(30) VALUE SPACES.

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCSUSA".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       01  WS-PARM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PARM-FOUND           VALUE "Y".

       01  WS-SUSP-DAYS                PIC 9(3) VALUE 30.

       01  WS-BDAY-FUNCTION            PIC X VALUE "C".
       01  WS-BDAY-DATE-IN             PIC X(8) VALUE SPACES.
       01  WS-BDAY-DATE-OUT            PIC X(8) VALUE SPACES.
       01  WS-BDAY-SWITCH              PIC X VALUE SPACE.
           88  WS-BDAY-BUSINESS        VALUE "Y".

       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE "CALCSUSP01".
       01  WS-EXTRACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-RECLASS-ACCOUNT          PIC X(10) VALUE SPACES.
       01  WS-RECLASS-DRCR             PIC X VALUE SPACE.

      *    Suspense lines of the transmission waiting for their audit
      *    entry. The table is flushed to the sub-ledger whenever it
      *    fills, so a heavy night only costs extra audit passes.
       01  WS-PEND-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-PEND-MAX                 PIC 9(5) COMP VALUE 5000.
       01  WS-PEND-INDEX               PIC 9(5) COMP VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY           OCCURS 5000 TIMES.
               10  WS-PEND-GL-RECORD   PIC X(44).
               10  WS-PEND-SEQ-NO      PIC 9(8).
               10  WS-PEND-POST-DATE   PIC X(8).
               10  WS-PEND-ENTRY-TYPE  PIC X.
               10  WS-PEND-DATE-SWITCH PIC X.
                   88  WS-PEND-ANY-DATE    VALUE "Y".
               10  WS-PEND-OPERATOR    PIC X.
               10  WS-PEND-USER-ID     PIC X(8).

      *    Business-day calendar, counted back from today: entry k is
      *    the number of processing days among the last k calendar
      *    days (today included), which is the age of an item posted
      *    k days ago. Built once per run, only as far back as the
      *    aging buckets and the threshold need.
       01  WS-CAL-COUNT                PIC 9(3) COMP VALUE ZERO.
       01  WS-CAL-MAX                  PIC 9(3) COMP VALUE 999.
       01  WS-CAL-CAP                  PIC 9(3) COMP VALUE ZERO.
       01  WS-CAL-DONE-SWITCH          PIC X VALUE "N".
           88  WS-CAL-COMPLETE         VALUE "Y".
       01  WS-CAL-TABLE.
           05  WS-CAL-CUM              PIC 9(3) COMP
                                       OCCURS 999 TIMES.
       01  WS-DAY-INT                  PIC S9(9) COMP VALUE ZERO.
       01  WS-DAY-DATE-NUM             PIC 9(8) VALUE ZERO.

       01  WS-TODAY-INT                PIC S9(9) COMP VALUE ZERO.
       01  WS-POST-INT                 PIC S9(9) COMP VALUE ZERO.
       01  WS-CAL-DAYS                 PIC S9(9) COMP VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(3) VALUE ZERO.
       01  WS-AGE-OVER-SWITCH          PIC X VALUE "N".
           88  WS-AGE-BEYOND-CALENDAR  VALUE "Y".

       01  WS-SUSP-LINE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-OPENED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-NO-AUDIT-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REQUEST-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-RECLASS-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-RECLASS-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(9)V99 VALUE ZERO.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET               OCCURS 3 TIMES.
               10  WS-BUCKET-COUNT     PIC 9(7).
               10  WS-BUCKET-TOTAL     PIC S9(11)V99.
       01  WS-BUCKET-INDEX             PIC 9 COMP VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-OPEN-TOTAL               PIC S9(11)V99 VALUE ZERO.

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
               "CALCSUSA - SUSPENSE ITEMS AND RECLASS".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  HDG-1-DATE              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "THRESHOLD: ".
           05  HDG-1-SUSP-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(14) VALUE
               " BUSINESS DAYS".

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "ACTION".
           05  FILLER                  PIC X(9)  VALUE "SEQ-NO".
           05  FILLER                  PIC X(9)  VALUE "POSTED".
           05  FILLER                  PIC X(3)  VALUE "MV".
           05  FILLER                  PIC X(5)  VALUE "DEPT".
           05  FILLER                  PIC X(3)  VALUE "OP".
           05  FILLER                  PIC X(9)  VALUE "USER".
           05  FILLER                  PIC X(14) VALUE "AMOUNT".
           05  FILLER                  PIC X(3)  VALUE "DC".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(5)  VALUE "AGE".
           05  FILLER                  PIC X(8)  VALUE "BUCKET".
           05  FILLER                  PIC X(30) VALUE "NOTE".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ACTION               PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-SEQ-NO               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-POST-DATE            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-MOVEMENT             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DEPARTMENT           PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-OPERATOR             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-USER-ID              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-AMOUNT               PIC -(9)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-DRCR                 PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-AGE                  PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-BUCKET               PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-NOTE                 PIC X(30).

       01  AGE-TEXT.
           05  AT-DAYS                 PIC ZZ9.
           05  AT-PLUS                 PIC X.

       01  BUCKET-NAMES.
           05  FILLER                  PIC X(7)  VALUE "0-5".
           05  FILLER                  PIC X(7)  VALUE "6-30".
           05  FILLER                  PIC X(7)  VALUE "OVER 30".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05  BN-NAME                 PIC X(7) OCCURS 3 TIMES.

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(28) VALUE
               "TRANSMISSION LOADED:".
           05  TL-EXTRACT-DATE         PIC X(8).

       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL-LABEL                PIC X(28).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  TL-TOTAL                PIC -(10)9.99.

       01  TOTAL-LINE-3.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL3-LABEL               PIC X(28).
           05  TL3-COUNT               PIC Z,ZZZ,ZZ9.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CDT-DATE)).
           INITIALIZE WS-BUCKET-TOTALS

           PERFORM GET-RUN-PARAMETERS
           PERFORM OPEN-FILES

           PERFORM LOAD-TRANSMISSION

           PERFORM OPEN-RECLASS-FILES
           IF WS-REQ-OK
               PERFORM READ-REQUEST-RECORD
               PERFORM UNTIL WS-END-OF-REQ-FILE
                   PERFORM PROCESS-REQUEST
                   PERFORM READ-REQUEST-RECORD
               END-PERFORM
               CLOSE CALC-SUSP-RECLASS
               CLOSE CALC-GL-INTERFACE
               IF WS-GLAC-AVAILABLE
                   CLOSE CALC-GL-ACCOUNTS
               END-IF
           END-IF

           PERFORM BUILD-BUSINESS-CALENDAR
           PERFORM LIST-OPEN-ITEMS
           PERFORM PRINT-TOTALS

           CLOSE CALC-SUSPENSE-ITEMS
           CLOSE CALC-SUSA-REPORT

           DISPLAY "CALCSUSA ITEMS OPENED: " WS-OPENED-COUNT
           DISPLAY "CALCSUSA CLOSED BY REVERSAL: " WS-REVERSED-COUNT
           DISPLAY "CALCSUSA RECLASSIFIED: " WS-RECLASS-COUNT
           DISPLAY "CALCSUSA REFUSED: " WS-REFUSED-COUNT
           DISPLAY "CALCSUSA STILL OPEN: " WS-OPEN-COUNT
           DISPLAY "CALCSUSA OVER THRESHOLD: " WS-OVERDUE-COUNT

      *    As in CALCGLXR: a refused request leaves nothing half-done
      *    and an aged item only needs clearing, so both are a 4 the
      *    night summary shows without stopping the chain; postings
      *    already in CALCGLIF for an item that could not be closed
      *    need looking at before the next cut.
           IF WS-WARNING-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   OR WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETERS.
           MOVE "SUSPDAYS" TO WS-PARM-KEYWORD
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL
           IF WS-PARM-FOUND AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-SUSP-DAYS
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-FILES.
      *    The sub-ledger is created empty the first time round.
           OPEN I-O CALC-SUSPENSE-ITEMS
           IF WS-SUSI-NOT-FOUND
               OPEN OUTPUT CALC-SUSPENSE-ITEMS
               CLOSE CALC-SUSPENSE-ITEMS
               OPEN I-O CALC-SUSPENSE-ITEMS
           END-IF
           IF NOT WS-SUSI-OK
               DISPLAY "ERROR OPENING CALC-SUSPENSE-ITEMS, STATUS="
                   WS-SUSI-STATUS
               DISPLAY "CALCSUSA RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CALC-SUSA-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-SUSA-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCSUSA RUN ABORTED"
               CLOSE CALC-SUSPENSE-ITEMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CDT-DATE TO HDG-1-DATE
           MOVE WS-SUSP-DAYS TO HDG-1-SUSP-DAYS
           WRITE CALC-SUSA-LINE FROM HDG-1
           WRITE CALC-SUSA-LINE FROM HDG-2.

      *****************************************************************
      *****************************************************************
       ABORT-SUSPENSE-RUN.
           DISPLAY "CALCSUSA RUN ABORTED"
           CLOSE CALC-SUSPENSE-ITEMS
           CLOSE CALC-SUSA-REPORT
           MOVE 12 TO RETURN-CODE
           GOBACK.

      *****************************************************************
      *****************************************************************
       LOAD-TRANSMISSION.
      *    CALCGLTX holds the last cut CALCGLCT released. Only lines
      *    booked to suspense under a real sequence number become
      *    items: zero is the console and the CALCGLCT balancing plug,
      *    and the "S" lines are this job's own suspense-out legs.
      *    Loading the same cut twice (a re-cut, or a rerun of this
      *    step) finds every item already there and skips it.
           OPEN INPUT CALC-GL-TRANSMIT
           IF WS-TX-NOT-FOUND
               DISPLAY "CALCSUSA: NO CALCGLTX TRANSMISSION TO LOAD"
           ELSE
               IF NOT WS-TX-OK
                   DISPLAY "ERROR OPENING CALC-GL-TRANSMIT, STATUS="
                       WS-TX-STATUS
                   PERFORM ABORT-SUSPENSE-RUN
               END-IF
               PERFORM UNTIL WS-END-OF-TX-FILE
                   READ CALC-GL-TRANSMIT
                       AT END
                           SET WS-END-OF-TX-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-TRANSMIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALC-GL-TRANSMIT
               PERFORM FLUSH-PENDING-ITEMS
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-TRANSMIT-RECORD.
           IF TX-HEADER-REC
               MOVE TX-EXTRACT-DATE TO WS-EXTRACT-DATE
           END-IF
           IF TX-DETAIL-REC
               MOVE TX-GL-RECORD TO CALC-GL-RECORD
               IF GL-SEQ-NO NOT NUMERIC
                   MOVE ZERO TO GL-SEQ-NO
               END-IF
               IF GL-ACCOUNT-REF = WS-SUSPENSE-ACCOUNT
                   AND GL-SEQ-NO NOT = ZERO
                   AND NOT GL-MOVE-RECLASS
                   ADD 1 TO WS-SUSP-LINE-COUNT
                   IF WS-PEND-COUNT NOT < WS-PEND-MAX
                       PERFORM FLUSH-PENDING-ITEMS
                   END-IF
                   PERFORM ADD-PENDING-ITEM
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       ADD-PENDING-ITEM.
      *    The audit entry that produced the posting: the calculation
      *    or release entry on the posting day, the reversal entry for
      *    a reversal. A GL re-send goes out on a later day, so it is
      *    matched to its calculation entry whatever the date.
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-PEND-COUNT TO WS-PEND-INDEX
           MOVE CALC-GL-RECORD TO WS-PEND-GL-RECORD(WS-PEND-INDEX)
           MOVE GL-SEQ-NO TO WS-PEND-SEQ-NO(WS-PEND-INDEX)
           MOVE GL-DATE TO WS-PEND-POST-DATE(WS-PEND-INDEX)
           MOVE "N" TO WS-PEND-DATE-SWITCH(WS-PEND-INDEX)
           MOVE SPACE TO WS-PEND-OPERATOR(WS-PEND-INDEX)
           MOVE SPACES TO WS-PEND-USER-ID(WS-PEND-INDEX)
           EVALUATE TRUE
               WHEN GL-MOVE-REVERSAL
                   MOVE "R" TO WS-PEND-ENTRY-TYPE(WS-PEND-INDEX)
               WHEN GL-MOVE-RELEASE
                   MOVE "L" TO WS-PEND-ENTRY-TYPE(WS-PEND-INDEX)
               WHEN GL-MOVE-RESEND
                   MOVE SPACE TO WS-PEND-ENTRY-TYPE(WS-PEND-INDEX)
                   MOVE "Y" TO WS-PEND-DATE-SWITCH(WS-PEND-INDEX)
               WHEN OTHER
                   MOVE SPACE TO WS-PEND-ENTRY-TYPE(WS-PEND-INDEX)
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       FLUSH-PENDING-ITEMS.
           IF WS-PEND-COUNT > ZERO
               PERFORM FIND-AUDIT-ENTRIES
               PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
                       UNTIL WS-PEND-INDEX > WS-PEND-COUNT
                   PERFORM APPLY-PENDING-ITEM
               END-PERFORM
               MOVE ZERO TO WS-PEND-COUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-AUDIT-ENTRIES.
      *    The posting may already have gone to the CALCAHST archive
      *    if CALCACUT ran first, so the archive is read and then the
      *    live log; a later entry overrides an earlier one. Either
      *    file missing just leaves fewer operators and users known.
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           OPEN INPUT CALC-AUDIT-ARCHIVE
           IF WS-ARCH-OK
               PERFORM UNTIL WS-END-OF-ARCH-FILE
                   READ CALC-AUDIT-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCH-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-ARCH-BUFFER TO CALC-AUDIT-RECORD
                           PERFORM MATCH-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALC-AUDIT-ARCHIVE
           ELSE
               IF NOT WS-ARCH-NOT-FOUND
                   DISPLAY "CALCSUSA: CALC-AUDIT-ARCHIVE UNAVAILABLE, "
                       "STATUS=" WS-ARCH-STATUS
               END-IF
           END-IF

           MOVE "N" TO WS-AUDIT-EOF-SWITCH
           OPEN INPUT CALC-AUDIT-LOG
           IF WS-AUDIT-OK
               PERFORM UNTIL WS-END-OF-AUDIT-FILE
                   READ CALC-AUDIT-LOG
                       AT END
                           SET WS-END-OF-AUDIT-FILE TO TRUE
                       NOT AT END
                           MOVE CALC-AUDT-BUFFER TO CALC-AUDIT-RECORD
                           PERFORM MATCH-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALC-AUDIT-LOG
           ELSE
               IF NOT WS-AUDIT-NOT-FOUND
                   DISPLAY "CALCSUSA: CALC-AUDIT-LOG UNAVAILABLE, "
                       "STATUS=" WS-AUDIT-STATUS
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       MATCH-AUDIT-ENTRY.
           PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
                   UNTIL WS-PEND-INDEX > WS-PEND-COUNT
               IF AL-SEQ-NO = WS-PEND-SEQ-NO(WS-PEND-INDEX)
                   AND AL-ENTRY-TYPE = WS-PEND-ENTRY-TYPE(WS-PEND-INDEX)
                   IF WS-PEND-ANY-DATE(WS-PEND-INDEX)
                       OR AL-DATE = WS-PEND-POST-DATE(WS-PEND-INDEX)
                       MOVE AL-OPERATOR
                           TO WS-PEND-OPERATOR(WS-PEND-INDEX)
                       MOVE AL-USER-ID
                           TO WS-PEND-USER-ID(WS-PEND-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       APPLY-PENDING-ITEM.
           MOVE WS-PEND-GL-RECORD(WS-PEND-INDEX) TO CALC-GL-RECORD
           IF WS-PEND-USER-ID(WS-PEND-INDEX) = SPACES
               ADD 1 TO WS-NO-AUDIT-COUNT
           END-IF
           IF GL-MOVE-REVERSAL
               PERFORM CLOSE-REVERSED-ITEM
               IF NOT WS-ITEM-FOUND AND NOT WS-ITEM-ALREADY-LOADED
                   PERFORM ADD-SUSPENSE-ITEM
               END-IF
           ELSE
               PERFORM ADD-SUSPENSE-ITEM
           END-IF.

      *****************************************************************
      *****************************************************************
       ADD-SUSPENSE-ITEM.
           MOVE SPACES TO CALC-SUSPENSE-ITEM-RECORD
           MOVE GL-SEQ-NO TO SU-SEQ-NO
           MOVE GL-DATE TO SU-POST-DATE
           MOVE GL-MOVEMENT TO SU-MOVEMENT
           MOVE GL-AMOUNT TO SU-AMOUNT
           MOVE GL-SIGN TO SU-SIGN
           MOVE GL-DRCR TO SU-DRCR
           MOVE GL-DEPARTMENT TO SU-DEPARTMENT
           MOVE WS-PEND-OPERATOR(WS-PEND-INDEX) TO SU-OPERATOR
           MOVE WS-PEND-USER-ID(WS-PEND-INDEX) TO SU-USER-ID
           MOVE WS-EXTRACT-DATE TO SU-EXTRACT-DATE
           SET SU-OPEN TO TRUE
           WRITE CALC-SUSPENSE-ITEM-RECORD
           EVALUATE TRUE
               WHEN WS-SUSI-OK
                   ADD 1 TO WS-OPENED-COUNT
               WHEN WS-SUSI-DUP-KEY
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   DISPLAY "CALCSUSA: SEQ " GL-SEQ-NO " " GL-DATE
                       " NOT ADDED TO SUB-LEDGER, STATUS="
                       WS-SUSI-STATUS
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       CLOSE-REVERSED-ITEM.
      *    A reversal goes to the same account as the posting it
      *    offsets, so a reversal to suspense closes the open item for
      *    the same sequence number, amount and department. With no
      *    such item (the original went out before the sub-ledger
      *    existed) the reversal is an item of its own. An item this
      *    very reversal already closed means the cut was loaded
      *    before.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           MOVE "N" TO WS-ITEM-LOADED-SWITCH
           MOVE "N" TO WS-SUSI-EOF-SWITCH
           MOVE GL-SEQ-NO TO SU-SEQ-NO
           MOVE LOW-VALUES TO SU-POST-DATE
           MOVE LOW-VALUES TO SU-MOVEMENT
           START CALC-SUSPENSE-ITEMS
               KEY NOT LESS THAN SU-KEY
               INVALID KEY
                   SET WS-END-OF-SUSI-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SUSI-FILE
                   OR WS-ITEM-FOUND OR WS-ITEM-ALREADY-LOADED
               READ CALC-SUSPENSE-ITEMS NEXT RECORD
                   AT END
                       SET WS-END-OF-SUSI-FILE TO TRUE
                   NOT AT END
                       IF SU-SEQ-NO NOT = GL-SEQ-NO
                           SET WS-END-OF-SUSI-FILE TO TRUE
                       ELSE
                           PERFORM CHECK-REVERSED-ITEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ITEM-ALREADY-LOADED
               ADD 1 TO WS-ALREADY-COUNT
           END-IF
           IF WS-ITEM-FOUND
               SET SU-REVERSED TO TRUE
               MOVE GL-DATE TO SU-CLOSED-DATE
               MOVE WS-PEND-USER-ID(WS-PEND-INDEX) TO SU-CLOSED-BY
               MOVE "REVERSED" TO SU-REASON-TEXT
               REWRITE CALC-SUSPENSE-ITEM-RECORD
               IF WS-SUSI-OK
                   ADD 1 TO WS-REVERSED-COUNT
               ELSE
                   DISPLAY "CALCSUSA: SEQ " SU-SEQ-NO " " SU-POST-DATE
                       " REVERSED BUT NOT CLOSED, STATUS="
                       WS-SUSI-STATUS
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-REVERSED-ITEM.
           IF SU-MOVEMENT NOT = "R"
               AND SU-AMOUNT = GL-AMOUNT
               AND SU-SIGN = GL-SIGN
               AND SU-DEPARTMENT = GL-DEPARTMENT
               IF SU-OPEN
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
               IF SU-REVERSED AND SU-CLOSED-DATE = GL-DATE
                   SET WS-ITEM-ALREADY-LOADED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-RECLASS-FILES.
      *    No reclass file is a normal night - the open items are
      *    still aged. Without CALC-GL-ACCOUNTS there is no mapping
      *    to move anything to, so every request is refused.
           OPEN INPUT CALC-SUSP-RECLASS
           IF WS-REQ-NOT-FOUND
               DISPLAY "CALCSUSA: NO CALCSRRQ RECLASS REQUESTS"
           ELSE
               IF NOT WS-REQ-OK
                   DISPLAY "ERROR OPENING CALC-SUSP-RECLASS, STATUS="
                       WS-REQ-STATUS
                   PERFORM ABORT-SUSPENSE-RUN
               END-IF
               OPEN INPUT CALC-GL-ACCOUNTS
               IF WS-GLAC-OK
                   SET WS-GLAC-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "CALCSUSA: CALC-GL-ACCOUNTS NOT AVAILABLE, "
                       "STATUS=" WS-GLAC-STATUS
               END-IF
               OPEN EXTEND CALC-GL-INTERFACE
               IF WS-GL-NOT-FOUND
                   OPEN OUTPUT CALC-GL-INTERFACE
               END-IF
               IF NOT WS-GL-OK
                   DISPLAY "ERROR OPENING CALC-GL-INTERFACE, STATUS="
                       WS-GL-STATUS
                   CLOSE CALC-SUSP-RECLASS
                   IF WS-GLAC-AVAILABLE
                       CLOSE CALC-GL-ACCOUNTS
                   END-IF
                   PERFORM ABORT-SUSPENSE-RUN
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-REQUEST-RECORD.
           READ CALC-SUSP-RECLASS
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
               PERFORM RECLASS-ONE-ITEM
           END-IF.

      *****************************************************************
      *****************************************************************
       VALIDATE-REQUEST.
           SET WS-REQ-VALID TO TRUE
           MOVE SPACES TO WS-REFUSE-TEXT
           EVALUATE TRUE
               WHEN SR-SEQ-NO NOT NUMERIC
                   MOVE "SEQ-NO NOT NUMERIC" TO WS-REFUSE-TEXT
               WHEN SR-POST-DATE = SPACES
                   MOVE "POSTING DATE NOT KEYED" TO WS-REFUSE-TEXT
               WHEN SR-USER-ID = SPACES
                   MOVE "NO USER-ID" TO WS-REFUSE-TEXT
               WHEN OTHER
                   MOVE SR-SEQ-NO TO SU-SEQ-NO
                   MOVE SR-POST-DATE TO SU-POST-DATE
                   MOVE SR-MOVEMENT TO SU-MOVEMENT
                   READ CALC-SUSPENSE-ITEMS
                       INVALID KEY
                           MOVE "NOT ON SUSPENSE SUB-LEDGER"
                               TO WS-REFUSE-TEXT
                       NOT INVALID KEY
                           PERFORM CHECK-SUSPENSE-ITEM
                   END-READ
           END-EVALUATE
           IF WS-REFUSE-TEXT NOT = SPACES
               SET WS-REQ-REFUSED TO TRUE
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-SUSPENSE-ITEM.
           EVALUATE TRUE
               WHEN SU-RECLASSED
                   MOVE "ALREADY RECLASSIFIED" TO WS-REFUSE-TEXT
               WHEN SU-REVERSED
                   MOVE "ITEM WAS REVERSED" TO WS-REFUSE-TEXT
               WHEN NOT SU-OPEN
                   MOVE "ITEM STATUS UNKNOWN" TO WS-REFUSE-TEXT
               WHEN SU-OPERATOR = SPACE
                   MOVE "OPERATOR NOT KNOWN" TO WS-REFUSE-TEXT
               WHEN OTHER
                   PERFORM DERIVE-RECLASS-ACCOUNT
                   IF NOT WS-MAPPING-FOUND
                       OR WS-RECLASS-ACCOUNT = WS-SUSPENSE-ACCOUNT
                       MOVE "NO GL ACCOUNT MAPPING YET"
                           TO WS-REFUSE-TEXT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       DERIVE-RECLASS-ACCOUNT.
      *    The lookup CALCGLW makes: the department's own mapping for
      *    the operator and result sign, then the house default. A
      *    reversal goes to the other side of the mapped account.
           MOVE "N" TO WS-MAPPING-SWITCH
           MOVE SPACES TO WS-RECLASS-ACCOUNT
           MOVE SPACE TO WS-RECLASS-DRCR
           IF WS-GLAC-AVAILABLE
               MOVE SU-DEPARTMENT TO GA-DEPARTMENT
               MOVE SU-OPERATOR TO GA-OPERATOR
               IF SU-SIGN = "-"
                   MOVE "-" TO GA-RESULT-SIGN
               ELSE
                   MOVE "+" TO GA-RESULT-SIGN
               END-IF
               IF SU-DEPARTMENT NOT = SPACES
                   PERFORM READ-GL-MAPPING
               END-IF
               IF NOT WS-MAPPING-FOUND
                   MOVE SPACES TO GA-DEPARTMENT
                   PERFORM READ-GL-MAPPING
               END-IF
           END-IF
           IF WS-MAPPING-FOUND AND SU-MOVEMENT = "R"
               IF WS-RECLASS-DRCR = "C"
                   MOVE "D" TO WS-RECLASS-DRCR
               ELSE
                   MOVE "C" TO WS-RECLASS-DRCR
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-GL-MAPPING.
           READ CALC-GL-ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MAPPING-FOUND TO TRUE
                   MOVE GA-ACCOUNT-REF TO WS-RECLASS-ACCOUNT
                   MOVE GA-DRCR TO WS-RECLASS-DRCR
           END-READ.

      *****************************************************************
      *****************************************************************
       RECLASS-ONE-ITEM.
      *    GL first, as in CALCGLXR: if the suspense-out leg cannot be
      *    written nothing else is touched and the request is refused,
      *    so it can simply be keyed again. Once a leg is in CALCGLIF
      *    it stands; a failure after that is a warning for follow-up
      *    rather than undone.
           MOVE SPACES TO DL-NOTE
           MOVE WS-SUSPENSE-ACCOUNT TO GL-ACCOUNT-REF
           MOVE SU-AMOUNT TO GL-AMOUNT
           MOVE SU-SIGN TO GL-SIGN
           MOVE WS-CDT-DATE TO GL-DATE
           MOVE SU-SEQ-NO TO GL-SEQ-NO
           IF SU-DRCR = "C"
               MOVE "D" TO GL-DRCR
           ELSE
               MOVE "C" TO GL-DRCR
           END-IF
           SET GL-MOVE-RECLASS TO TRUE
           MOVE SU-DEPARTMENT TO GL-DEPARTMENT
           WRITE CALC-GLIF-BUFFER FROM CALC-GL-RECORD
           IF NOT WS-GL-OK
               DISPLAY "CALCSUSA: ERROR WRITING GL RECORD, STATUS="
                   WS-GL-STATUS
               MOVE "GL RECLASS NOT WRITTEN" TO WS-REFUSE-TEXT
               PERFORM WRITE-REFUSED-LINE
           ELSE
               MOVE WS-RECLASS-ACCOUNT TO GL-ACCOUNT-REF
               MOVE WS-RECLASS-DRCR TO GL-DRCR
               WRITE CALC-GLIF-BUFFER FROM CALC-GL-RECORD
               IF NOT WS-GL-OK
                   DISPLAY "CALCSUSA: SEQ " SU-SEQ-NO " " SU-POST-DATE
                       " SUSPENSE-OUT WRITTEN, ACCOUNT-IN FAILED, "
                       "STATUS=" WS-GL-STATUS
                   MOVE "WARNING - SUSPENSE-OUT ONLY" TO DL-NOTE
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   PERFORM CLOSE-RECLASSED-ITEM
               END-IF
               ADD 1 TO WS-RECLASS-COUNT
               PERFORM SIGN-ITEM-AMOUNT
               ADD WS-SIGNED-AMOUNT TO WS-RECLASS-TOTAL
               PERFORM FORMAT-ITEM-LINE
               MOVE "RECLASS" TO DL-ACTION
               MOVE WS-RECLASS-DRCR TO DL-DRCR
               MOVE WS-RECLASS-ACCOUNT TO DL-ACCOUNT
               MOVE SR-USER-ID TO DL-USER-ID
               IF DL-NOTE = SPACES
                   MOVE SR-REASON-TEXT TO DL-NOTE
               END-IF
               WRITE CALC-SUSA-LINE FROM DETAIL-LINE
           END-IF.

      *****************************************************************
      *****************************************************************
       CLOSE-RECLASSED-ITEM.
           SET SU-RECLASSED TO TRUE
           MOVE WS-RECLASS-ACCOUNT TO SU-RECLASS-ACCOUNT
           MOVE WS-RECLASS-DRCR TO SU-RECLASS-DRCR
           MOVE WS-CDT-DATE TO SU-CLOSED-DATE
           MOVE SR-USER-ID TO SU-CLOSED-BY
           MOVE SR-REASON-TEXT TO SU-REASON-TEXT
           REWRITE CALC-SUSPENSE-ITEM-RECORD
           IF NOT WS-SUSI-OK
               DISPLAY "CALCSUSA: SEQ " SU-SEQ-NO " " SU-POST-DATE
                   " RECLASSIFIED BUT ITEM NOT CLOSED, STATUS="
                   WS-SUSI-STATUS
               MOVE "WARNING - ITEM NOT CLOSED" TO DL-NOTE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       SIGN-ITEM-AMOUNT.
           IF SU-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = SU-AMOUNT * -1
           ELSE
               MOVE SU-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.

      *****************************************************************
      *****************************************************************
       FORMAT-ITEM-LINE.
           MOVE SPACES TO DL-ACTION
           MOVE SU-SEQ-NO TO DL-SEQ-NO
           MOVE SU-POST-DATE TO DL-POST-DATE
           MOVE SU-MOVEMENT TO DL-MOVEMENT
           MOVE SU-DEPARTMENT TO DL-DEPARTMENT
           MOVE SU-OPERATOR TO DL-OPERATOR
           MOVE SU-USER-ID TO DL-USER-ID
           MOVE WS-SIGNED-AMOUNT TO DL-AMOUNT
           MOVE SU-DRCR TO DL-DRCR
           MOVE WS-SUSPENSE-ACCOUNT TO DL-ACCOUNT
           MOVE SPACES TO DL-AGE
           MOVE SPACES TO DL-BUCKET.

      *****************************************************************
      *****************************************************************
       WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO DETAIL-LINE
           MOVE "REFUSED" TO DL-ACTION
           IF SR-SEQ-NO NUMERIC
               MOVE SR-SEQ-NO TO DL-SEQ-NO
           ELSE
               MOVE ZERO TO DL-SEQ-NO
           END-IF
           MOVE SR-POST-DATE TO DL-POST-DATE
           MOVE SR-MOVEMENT TO DL-MOVEMENT
           MOVE ZERO TO DL-AMOUNT
           MOVE SR-USER-ID TO DL-USER-ID
           MOVE WS-REFUSE-TEXT TO DL-NOTE
           WRITE CALC-SUSA-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       BUILD-BUSINESS-CALENDAR.
      *    One CALCBDAY check per calendar day, walking back from
      *    today, until the count passes both the top aging bucket
      *    and the threshold - anything older is over both whatever
      *    its exact age.
           IF WS-SUSP-DAYS > 30
               MOVE WS-SUSP-DAYS TO WS-CAL-CAP
           ELSE
               MOVE 30 TO WS-CAL-CAP
           END-IF
           MOVE ZERO TO WS-CAL-COUNT
           MOVE WS-TODAY-INT TO WS-DAY-INT
           PERFORM UNTIL WS-CAL-COMPLETE
               COMPUTE WS-DAY-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DAY-DATE-NUM TO WS-BDAY-DATE-IN
               MOVE "C" TO WS-BDAY-FUNCTION
               CALL "CALCBDAY" USING WS-BDAY-DATE-IN, WS-BDAY-FUNCTION,
                                      WS-BDAY-DATE-OUT, WS-BDAY-SWITCH
               END-CALL
               ADD 1 TO WS-CAL-COUNT
               IF WS-CAL-COUNT = 1
                   MOVE ZERO TO WS-CAL-CUM(WS-CAL-COUNT)
               ELSE
                   MOVE WS-CAL-CUM(WS-CAL-COUNT - 1)
                       TO WS-CAL-CUM(WS-CAL-COUNT)
               END-IF
               IF WS-BDAY-BUSINESS
                   ADD 1 TO WS-CAL-CUM(WS-CAL-COUNT)
               END-IF
               IF WS-CAL-CUM(WS-CAL-COUNT) > WS-CAL-CAP
                   OR WS-CAL-COUNT NOT < WS-CAL-MAX
                   SET WS-CAL-COMPLETE TO TRUE
               END-IF
               SUBTRACT 1 FROM WS-DAY-INT
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       LIST-OPEN-ITEMS.
      *    Every item still open, in sequence-number order, aged in
      *    business days since it posted - the suspense balance item
      *    by item, and the work list for the next reclass file.
           WRITE CALC-SUSA-LINE FROM SPACES
           MOVE "N" TO WS-SUSI-EOF-SWITCH
           MOVE LOW-VALUES TO SU-KEY
           START CALC-SUSPENSE-ITEMS
               KEY NOT LESS THAN SU-KEY
               INVALID KEY
                   SET WS-END-OF-SUSI-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SUSI-FILE
               READ CALC-SUSPENSE-ITEMS NEXT RECORD
                   AT END
                       SET WS-END-OF-SUSI-FILE TO TRUE
                   NOT AT END
                       IF SU-OPEN
                           PERFORM WRITE-OPEN-ITEM-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       WRITE-OPEN-ITEM-LINE.
           PERFORM AGE-SUSPENSE-ITEM
           IF WS-AGE-DAYS > 30
               MOVE 3 TO WS-BUCKET-INDEX
           ELSE
               IF WS-AGE-DAYS > 5
                   MOVE 2 TO WS-BUCKET-INDEX
               ELSE
                   MOVE 1 TO WS-BUCKET-INDEX
               END-IF
           END-IF
           PERFORM SIGN-ITEM-AMOUNT
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-INDEX)
           ADD WS-SIGNED-AMOUNT TO WS-BUCKET-TOTAL(WS-BUCKET-INDEX)
           ADD 1 TO WS-OPEN-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-OPEN-TOTAL

           PERFORM FORMAT-ITEM-LINE
           MOVE "OPEN" TO DL-ACTION
           MOVE WS-AGE-DAYS TO AT-DAYS
           IF WS-AGE-BEYOND-CALENDAR
               MOVE "+" TO AT-PLUS
           ELSE
               MOVE SPACE TO AT-PLUS
           END-IF
           MOVE AGE-TEXT TO DL-AGE
           MOVE BN-NAME(WS-BUCKET-INDEX) TO DL-BUCKET
           MOVE SPACES TO DL-NOTE
           IF WS-AGE-DAYS > WS-SUSP-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVER THRESHOLD" TO DL-NOTE
           END-IF
           WRITE CALC-SUSA-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       AGE-SUSPENSE-ITEM.
      *    Business days from the day after posting up to today, the
      *    way CALCNITE ages an unanswered transmission.
           MOVE ZERO TO WS-AGE-DAYS
           MOVE "N" TO WS-AGE-OVER-SWITCH
           IF SU-POST-DATE NUMERIC
               COMPUTE WS-POST-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(SU-POST-DATE))
               COMPUTE WS-CAL-DAYS = WS-TODAY-INT - WS-POST-INT
               IF WS-CAL-DAYS > ZERO
                   IF WS-CAL-DAYS > WS-CAL-COUNT
                       MOVE WS-CAL-CUM(WS-CAL-COUNT) TO WS-AGE-DAYS
                       SET WS-AGE-BEYOND-CALENDAR TO TRUE
                   ELSE
                       MOVE WS-CAL-CUM(WS-CAL-DAYS) TO WS-AGE-DAYS
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       PRINT-TOTALS.
           WRITE CALC-SUSA-LINE FROM SPACES
           MOVE WS-EXTRACT-DATE TO TL-EXTRACT-DATE
           WRITE CALC-SUSA-LINE FROM TOTAL-LINE-1

           MOVE "SUSPENSE LINES LOADED:" TO TL-LABEL
           MOVE WS-SUSP-LINE-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ITEMS OPENED:" TO TL-LABEL
           MOVE WS-OPENED-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CLOSED BY REVERSAL:" TO TL-LABEL
           MOVE WS-REVERSED-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ALREADY ON SUB-LEDGER:" TO TL-LABEL
           MOVE WS-ALREADY-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NO AUDIT ENTRY FOUND:" TO TL-LABEL
           MOVE WS-NO-AUDIT-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE

           WRITE CALC-SUSA-LINE FROM SPACES
           MOVE "RECLASS REQUESTS READ:" TO TL-LABEL
           MOVE WS-REQUEST-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ITEMS RECLASSIFIED:" TO TL-LABEL
           MOVE WS-RECLASS-COUNT TO TL-COUNT
           MOVE WS-RECLASS-TOTAL TO TL-TOTAL
           WRITE CALC-SUSA-LINE FROM TOTAL-LINE-2
           MOVE "TOTAL REFUSED:" TO TL-LABEL
           MOVE WS-REFUSED-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "WITH WARNING:" TO TL-LABEL
           MOVE WS-WARNING-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE

           WRITE CALC-SUSA-LINE FROM SPACES
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 3
               MOVE SPACES TO TL-LABEL
               STRING "OPEN " DELIMITED BY SIZE
                      BN-NAME(WS-BUCKET-INDEX) DELIMITED BY SPACE
                      " DAYS:" DELIMITED BY SIZE
                   INTO TL-LABEL
               END-STRING
               MOVE WS-BUCKET-COUNT(WS-BUCKET-INDEX) TO TL-COUNT
               MOVE WS-BUCKET-TOTAL(WS-BUCKET-INDEX) TO TL-TOTAL
               WRITE CALC-SUSA-LINE FROM TOTAL-LINE-2
           END-PERFORM
           MOVE "TOTAL OPEN:" TO TL-LABEL
           MOVE WS-OPEN-COUNT TO TL-COUNT
           MOVE WS-OPEN-TOTAL TO TL-TOTAL
           WRITE CALC-SUSA-LINE FROM TOTAL-LINE-2
           MOVE "OVER THRESHOLD:" TO TL-LABEL
           MOVE WS-OVERDUE-COUNT TO TL-COUNT
           PERFORM WRITE-COUNT-LINE.

      *****************************************************************
      *****************************************************************
       WRITE-COUNT-LINE.
           MOVE TL-LABEL TO TL3-LABEL
           MOVE TL-COUNT TO TL3-COUNT
           WRITE CALC-SUSA-LINE FROM TOTAL-LINE-3.

      *****************************************************************
      *****************************************************************
