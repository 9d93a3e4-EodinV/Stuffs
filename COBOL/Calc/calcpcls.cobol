      * *****************************************************************
      * Program name:    CALCPCLS
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Month-end close for the
      *                   CALC-GL-BALANCES ledger. CALCGLBU used to
      *                   simply reset an account's MTD totals on the
      *                   first posting of a new month, so the prior
      *                   month's figures were gone and nothing
      *                   stopped a late CALCGLTX for a month already
      *                   reported from posting into the next one.
      *                   This job freezes the period keyed by the
      *                   operator (YYYYMM, blank = last calendar
      *                   month): every account still carrying that
      *                   month on the ledger has its closing debits,
      *                   credits and net written to the CALCBHST
      *                   balance history (keyed account + period),
      *                   every history row CALCGLBU already rolled
      *                   for the period is marked closed, and the
      *                   period is recorded closed on the CALCPCTL
      *                   period-control file with its totals. From
      *                   then on CALCGLBU refuses or redirects any
      *                   transmission dated in the period, and
      *                   CALCGLTB can print the month from history.
      *                   The closing figures are listed on CALCPCRP.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCPCLS.
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
           SELECT CALC-GL-BALANCES ASSIGN TO "CALCGLBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-ACCOUNT-REF
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CALC-BAL-HISTORY ASSIGN TO "CALCBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CALC-PERIOD-CONTROL ASSIGN TO "CALCPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT CALC-PCLS-REPORT ASSIGN TO "CALCPCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-GL-BALANCES.
           COPY CALCGLBL.

       FD  CALC-BAL-HISTORY.
           COPY CALCBHST.

       FD  CALC-PERIOD-CONTROL.
           COPY CALCPCTL.

       FD  CALC-PCLS-REPORT
           RECORDING MODE IS F.
       01  CALC-PCLS-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS               PIC XX VALUE SPACES.
           88  WS-BAL-OK               VALUE "00".
           88  WS-BAL-NOT-FOUND        VALUE "35".

       01  WS-HIST-STATUS              PIC XX VALUE SPACES.
           88  WS-HIST-OK              VALUE "00".
           88  WS-HIST-NO-RECORD       VALUE "23".
           88  WS-HIST-NOT-FOUND       VALUE "35".

       01  WS-PCTL-STATUS              PIC XX VALUE SPACES.
           88  WS-PCTL-OK              VALUE "00".
           88  WS-PCTL-NO-RECORD       VALUE "23".
           88  WS-PCTL-NOT-FOUND       VALUE "35".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-BAL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-BAL-FILE      VALUE "Y".

       01  WS-HIST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-HIST-FILE     VALUE "Y".

       01  WS-CLOSE-PERIOD             PIC X(6) VALUE SPACES.
       01  WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YYYY           PIC 9(4).
           05  WS-CLOSE-MM             PIC 9(2).

       01  WS-CURRENT-PERIOD           PIC X(6) VALUE SPACES.

       01  WS-LEDGER-ROWS              PIC 9(5) VALUE ZERO.
       01  WS-ROLLED-ROWS              PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-NET                PIC S9(13)V99 VALUE ZERO.

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCPCLS".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       01  WS-PARM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PARM-FOUND           VALUE "Y".

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
               "CALCPCLS - MONTH-END PERIOD CLOSE".
           05  FILLER                  PIC X(8)  VALUE "PERIOD: ".
           05  HDG-1-PERIOD            PIC X(6).
           05  FILLER                  PIC X(10) VALUE "   DATE: ".
           05  HDG-1-DATE              PIC X(8).

       01  HDG-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "ACCOUNT".
           05  FILLER                  PIC X(18) VALUE "CLOSING DEBITS".
           05  FILLER                  PIC X(18)
               VALUE "CLOSING CREDITS".
           05  FILLER                  PIC X(18) VALUE "NET".

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ACCOUNT-REF          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DEBITS               PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-CREDITS              PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-NET                  PIC -(13)9.99.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "** TOTAL".
           05  TL-DEBITS               PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL-CREDITS              PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  TL-NET                  PIC -(13)9.99.

       01  COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CL-LABEL                PIC X(34).
           05  CL-COUNT                PIC ZZ,ZZ9.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE(1:6) TO WS-CURRENT-PERIOD.

           MOVE "CLOSEPRD" TO WS-PARM-KEYWORD.
           PERFORM GET-RUN-PARAMETER.
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:6) TO WS-CLOSE-PERIOD
           ELSE
               DISPLAY "Period to close YYYYMM (blank = last "
                   "calendar month): "
               ACCEPT WS-CLOSE-PERIOD
           END-IF.
           IF WS-CLOSE-PERIOD = SPACES
               PERFORM DEFAULT-CLOSE-PERIOD
           END-IF.
           PERFORM CHECK-CLOSE-PERIOD.

           PERFORM OPEN-FILES
           PERFORM CHECK-NOT-ALREADY-CLOSED

           PERFORM CLOSE-LEDGER-BALANCES
           PERFORM FREEZE-PERIOD-HISTORY
           PERFORM RECORD-PERIOD-CLOSED
           PERFORM PRINT-TOTALS

           CLOSE CALC-BAL-HISTORY
           CLOSE CALC-PERIOD-CONTROL
           CLOSE CALC-PCLS-REPORT

           DISPLAY "CALCPCLS PERIOD CLOSED: " WS-CLOSE-PERIOD
           DISPLAY "CALCPCLS ACCOUNTS: " WS-ACCOUNT-COUNT
               " FROM LEDGER: " WS-LEDGER-ROWS
               " ALREADY ROLLED: " WS-ROLLED-ROWS

           GOBACK.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETER.
      *    The CALCNITE night driver supplies run parameters through
      *    the CALCPRMS file (looked up by CALCPRMG) so the chain
      *    runs without console prompts; a standalone run, or a
      *    missing entry, falls back to the prompt exactly as before.
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL.

      *****************************************************************
      *****************************************************************
       DEFAULT-CLOSE-PERIOD.
      *    Blank closes the calendar month before the current one,
      *    so the CALCPRMS entry for a month-end chain never goes
      *    stale.
           MOVE WS-CDT-DATE-YYYY TO WS-CLOSE-YYYY
           IF WS-CDT-DATE-MM = 1
               SUBTRACT 1 FROM WS-CLOSE-YYYY
               MOVE 12 TO WS-CLOSE-MM
           ELSE
               COMPUTE WS-CLOSE-MM = WS-CDT-DATE-MM - 1
           END-IF.

      *****************************************************************
      *****************************************************************
       CHECK-CLOSE-PERIOD.
      *    Only a month that has ended can be closed: closing the
      *    current month would lock out the rest of its postings.
           IF WS-CLOSE-PERIOD NOT NUMERIC
               OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "CLOSE PERIOD INVALID: " WS-CLOSE-PERIOD
               DISPLAY "CALCPCLS RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY "CALCPCLS: PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT ENDED YET"
               DISPLAY "CALCPCLS RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      *****************************************************************
       OPEN-FILES.
           OPEN I-O CALC-PERIOD-CONTROL
           IF WS-PCTL-NOT-FOUND
               OPEN OUTPUT CALC-PERIOD-CONTROL
               CLOSE CALC-PERIOD-CONTROL
               OPEN I-O CALC-PERIOD-CONTROL
           END-IF
           IF NOT WS-PCTL-OK
               DISPLAY "ERROR OPENING CALC-PERIOD-CONTROL, STATUS="
                   WS-PCTL-STATUS
               DISPLAY "CALCPCLS RUN ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CALC-BAL-HISTORY
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT CALC-BAL-HISTORY
               CLOSE CALC-BAL-HISTORY
               OPEN I-O CALC-BAL-HISTORY
           END-IF
           IF NOT WS-HIST-OK
               DISPLAY "ERROR OPENING CALC-BAL-HISTORY, STATUS="
                   WS-HIST-STATUS
               DISPLAY "CALCPCLS RUN ABORTED"
               CLOSE CALC-PERIOD-CONTROL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CALC-PCLS-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "ERROR OPENING CALC-PCLS-REPORT, STATUS="
                   WS-RPT-STATUS
               DISPLAY "CALCPCLS RUN ABORTED"
               CLOSE CALC-PERIOD-CONTROL
               CLOSE CALC-BAL-HISTORY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CLOSE-PERIOD TO HDG-1-PERIOD
           MOVE WS-CDT-DATE TO HDG-1-DATE
           WRITE CALC-PCLS-LINE FROM HDG-1
           WRITE CALC-PCLS-LINE FROM HDG-2.

      *****************************************************************
      *****************************************************************
       CHECK-NOT-ALREADY-CLOSED.
      *    A second close of the same month would overwrite frozen
      *    figures with whatever the ledger holds now; refuse it.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD
           READ CALC-PERIOD-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PC-PERIOD-CLOSED
                       DISPLAY "CALCPCLS: PERIOD " WS-CLOSE-PERIOD
                           " ALREADY CLOSED ON " PC-CLOSED-DATE
                       DISPLAY "CALCPCLS RUN REFUSED"
                       CLOSE CALC-PERIOD-CONTROL
                       CLOSE CALC-BAL-HISTORY
                       CLOSE CALC-PCLS-REPORT
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

      *****************************************************************
      *****************************************************************
       CLOSE-LEDGER-BALANCES.
      *    An account whose ledger row still carries the period has
      *    not posted since: its MTD totals are the closing figures.
      *    An account that has already posted into a later month was
      *    rolled to history by CALCGLBU at the time and is picked up
      *    by FREEZE-PERIOD-HISTORY; an account whose row is older
      *    had no activity in the period at all.
           OPEN INPUT CALC-GL-BALANCES
           IF WS-BAL-NOT-FOUND
               DISPLAY "CALCPCLS: NO BALANCE LEDGER YET - "
                   "HAS CALCGLBU RUN?"
           ELSE
               IF NOT WS-BAL-OK
                   DISPLAY "ERROR OPENING CALC-GL-BALANCES, STATUS="
                       WS-BAL-STATUS
                   DISPLAY "CALCPCLS RUN ABORTED"
                   CLOSE CALC-PERIOD-CONTROL
                   CLOSE CALC-BAL-HISTORY
                   CLOSE CALC-PCLS-REPORT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-END-OF-BAL-FILE
                   READ CALC-GL-BALANCES NEXT
                       AT END
                           SET WS-END-OF-BAL-FILE TO TRUE
                       NOT AT END
                           IF BL-MONTH = WS-CLOSE-PERIOD
                               PERFORM STORE-CLOSING-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-GL-BALANCES
           END-IF.

      *****************************************************************
      *****************************************************************
       STORE-CLOSING-BALANCE.
           MOVE BL-ACCOUNT-REF TO BH-ACCOUNT-REF
           MOVE WS-CLOSE-PERIOD TO BH-PERIOD
           READ CALC-BAL-HISTORY
               INVALID KEY
                   PERFORM BUILD-HISTORY-FROM-LEDGER
                   WRITE CALC-BAL-HIST-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-HISTORY-FROM-LEDGER
                   REWRITE CALC-BAL-HIST-RECORD
           END-READ
           IF NOT WS-HIST-OK
               DISPLAY "ERROR WRITING CALC-BAL-HISTORY FOR "
                   BH-ACCOUNT-REF " STATUS=" WS-HIST-STATUS
               DISPLAY "CALCPCLS RUN ABORTED - PERIOD NOT CLOSED, "
                   "SAFE TO RERUN"
               CLOSE CALC-GL-BALANCES
               CLOSE CALC-PERIOD-CONTROL
               CLOSE CALC-BAL-HISTORY
               CLOSE CALC-PCLS-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-LEDGER-ROWS.

      *****************************************************************
      *****************************************************************
       BUILD-HISTORY-FROM-LEDGER.
      *    Written provisional here; FREEZE-PERIOD-HISTORY closes it
      *    together with the rows CALCGLBU rolled, in one place.
           MOVE BL-ACCOUNT-REF TO BH-ACCOUNT-REF
           MOVE WS-CLOSE-PERIOD TO BH-PERIOD
           MOVE BL-MTD-DEBITS TO BH-DEBITS
           MOVE BL-MTD-CREDITS TO BH-CREDITS
           COMPUTE BH-NET = BL-MTD-DEBITS - BL-MTD-CREDITS
           SET BH-PROVISIONAL TO TRUE
           MOVE SPACES TO BH-CLOSED-DATE.

      *****************************************************************
      *****************************************************************
       FREEZE-PERIOD-HISTORY.
      *    One pass over the history: every row for the period is
      *    marked closed and listed, and the period totals are taken
      *    here so they cover ledger-closed and rolled rows alike.
           MOVE LOW-VALUES TO BH-KEY
           START CALC-BAL-HISTORY KEY NOT LESS THAN BH-KEY
               INVALID KEY
                   SET WS-END-OF-HIST-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-HIST-FILE
               READ CALC-BAL-HISTORY NEXT
                   AT END
                       SET WS-END-OF-HIST-FILE TO TRUE
                   NOT AT END
                       IF BH-PERIOD = WS-CLOSE-PERIOD
                           PERFORM FREEZE-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *****************************************************************
       FREEZE-ONE-HISTORY-ROW.
           IF BH-PROVISIONAL
               SET BH-CLOSED TO TRUE
               MOVE WS-CDT-DATE TO BH-CLOSED-DATE
               REWRITE CALC-BAL-HIST-RECORD
               IF NOT WS-HIST-OK
                   DISPLAY "ERROR CLOSING CALC-BAL-HISTORY FOR "
                       BH-ACCOUNT-REF " STATUS=" WS-HIST-STATUS
                   DISPLAY "CALCPCLS RUN ABORTED - PERIOD NOT "
                       "CLOSED, SAFE TO RERUN"
                   CLOSE CALC-PERIOD-CONTROL
                   CLOSE CALC-BAL-HISTORY
                   CLOSE CALC-PCLS-REPORT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ADD 1 TO WS-ACCOUNT-COUNT
           ADD BH-DEBITS TO WS-TOTAL-DEBITS
           ADD BH-CREDITS TO WS-TOTAL-CREDITS
           ADD BH-NET TO WS-TOTAL-NET

           MOVE BH-ACCOUNT-REF TO DL-ACCOUNT-REF
           MOVE BH-DEBITS TO DL-DEBITS
           MOVE BH-CREDITS TO DL-CREDITS
           MOVE BH-NET TO DL-NET
           WRITE CALC-PCLS-LINE FROM DETAIL-LINE.

      *****************************************************************
      *****************************************************************
       RECORD-PERIOD-CLOSED.
      *    Written last: until the control record exists the period
      *    is still open, so a failure anywhere above leaves a run
      *    that can simply be repeated.
           COMPUTE WS-ROLLED-ROWS = WS-ACCOUNT-COUNT - WS-LEDGER-ROWS
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD
           SET PC-PERIOD-CLOSED TO TRUE
           MOVE WS-CDT-DATE TO PC-CLOSED-DATE
           MOVE WS-CDT-TIME TO PC-CLOSED-TIME
           MOVE WS-ACCOUNT-COUNT TO PC-ACCOUNT-COUNT
           MOVE WS-TOTAL-DEBITS TO PC-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO PC-TOTAL-CREDITS
           WRITE CALC-PERIOD-CTL-RECORD
               INVALID KEY
                   REWRITE CALC-PERIOD-CTL-RECORD
           END-WRITE
           IF NOT WS-PCTL-OK
               DISPLAY "ERROR WRITING CALC-PERIOD-CONTROL, STATUS="
                   WS-PCTL-STATUS
               DISPLAY "CALCPCLS RUN ABORTED - HISTORY FROZEN BUT "
                   "PERIOD NOT MARKED CLOSED"
               CLOSE CALC-PERIOD-CONTROL
               CLOSE CALC-BAL-HISTORY
               CLOSE CALC-PCLS-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      *****************************************************************
       PRINT-TOTALS.
           WRITE CALC-PCLS-LINE FROM SPACES
           MOVE WS-TOTAL-DEBITS TO TL-DEBITS
           MOVE WS-TOTAL-CREDITS TO TL-CREDITS
           MOVE WS-TOTAL-NET TO TL-NET
           WRITE CALC-PCLS-LINE FROM TOTAL-LINE

           MOVE "ACCOUNTS CLOSED" TO CL-LABEL
           MOVE WS-ACCOUNT-COUNT TO CL-COUNT
           WRITE CALC-PCLS-LINE FROM COUNT-LINE
           MOVE "  CLOSED FROM THE LEDGER" TO CL-LABEL
           MOVE WS-LEDGER-ROWS TO CL-COUNT
           WRITE CALC-PCLS-LINE FROM COUNT-LINE
           MOVE "  ALREADY ROLLED BY CALCGLBU" TO CL-LABEL
           MOVE WS-ROLLED-ROWS TO CL-COUNT
           WRITE CALC-PCLS-LINE FROM COUNT-LINE.

      *****************************************************************
      *****************************************************************
