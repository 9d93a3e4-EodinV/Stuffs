      *                   NO POSTINGS flag and stay out of the proof
      *                   totals, and the headings print once up
      *                   front instead of off the first row.
      * 10/15/26 MAINT    Closed-period reprint. With the TBPERIOD run
      *                   parameter set to a YYYYMM that CALCPCLS has
      *                   closed, the report is printed from the
      *                   CALCBHST balance history instead of the live
      *                   ledger: the month's closing debits, credits
      *                   and net per account, plus the prior month's
      *                   net and the year-to-date net, with the proof
      *                   line checked against the totals recorded at
      *                   close. A period not yet closed is refused
      *                   with RC 8. Blank keeps the month-to-date
      *                   report exactly as before.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CALC-BAL-HISTORY ASSIGN TO "CALCBHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CALC-PERIOD-CONTROL ASSIGN TO "CALCPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT CALC-TB-REPORT ASSIGN TO "CALCTBRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  CALC-BAL-CTL-RECORD.
           05  BC-LAST-POSTED-DATE     PIC X(8).

       FD  CALC-BAL-HISTORY.
           COPY CALCBHST.

       FD  CALC-PERIOD-CONTROL.
           COPY CALCPCTL.

       FD  CALC-TB-REPORT
           RECORDING MODE IS F.
       01  CALC-TB-LINE                PIC X(132).
           88  WS-CTL-OK               VALUE "00".
           88  WS-CTL-NOT-FOUND        VALUE "35".

       01  WS-HIST-STATUS              PIC XX VALUE SPACES.
           88  WS-HIST-OK              VALUE "00".
           88  WS-HIST-NOT-FOUND       VALUE "35".

       01  WS-PCTL-STATUS              PIC XX VALUE SPACES.
           88  WS-PCTL-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC XX VALUE SPACES.
           88  WS-RPT-OK               VALUE "00".

       01  WS-GLAC-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-GLAC-FILE     VALUE "Y".

       01  WS-HIST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-HIST-FILE     VALUE "Y".

       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE "CALCSUSP01".

       01  WS-ACCT-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  WS-ACCT-ENTRY           OCCURS 200 TIMES.
               10  WS-ACCT-REF         PIC X(10).
               10  WS-ACCT-POSTED-SW   PIC X.
               10  WS-ACCT-DEBITS      PIC S9(13)V99.
               10  WS-ACCT-CREDITS     PIC S9(13)V99.
               10  WS-ACCT-NET         PIC S9(13)V99.
               10  WS-ACCT-PRIOR-NET   PIC S9(13)V99.
               10  WS-ACCT-YTD-NET     PIC S9(13)V99.

       01  WS-ACCT-OVERFLOW-SWITCH     PIC X VALUE "N".
           88  WS-ACCT-OVERFLOW        VALUE "Y".
       01  WS-LEDGER-NET               PIC S9(13)V99 VALUE ZERO.

       01  WS-REPORT-MONTH             PIC X(6) VALUE SPACES.
       01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).

       01  WS-PRIOR-MONTH              PIC X(6) VALUE SPACES.
       01  WS-PRIOR-MONTH-NUM REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY           PIC 9(4).
           05  WS-PRIOR-MM             PIC 9(2).

       01  WS-REPORT-MODE-SWITCH       PIC X VALUE "M".
           88  WS-MTD-REPORT           VALUE "M".
           88  WS-CLOSED-REPORT        VALUE "C".

       01  WS-TOTAL-PRIOR-NET          PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-YTD-NET            PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSE-DEBITS             PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSE-CREDITS            PIC S9(13)V99 VALUE ZERO.

       01  WS-PARM-PROGRAM             PIC X(8) VALUE "CALCGLTB".
       01  WS-PARM-KEYWORD             PIC X(12) VALUE SPACES.
       01  WS-PARM-VALUE               PIC X(20) VALUE SPACES.
       01  WS-PARM-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PARM-FOUND           VALUE "Y".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE.
           05  FILLER                  PIC X(18) VALUE "NET".
           05  FILLER                  PIC X(12) VALUE "FLAG".

       01  HDG-1-CLOSED.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(44) VALUE
               "CALCGLTB - CLOSED PERIOD TRIAL BALANCE".
           05  FILLER                  PIC X(8)  VALUE "MONTH: ".
           05  HDG-1C-MONTH            PIC X(6).
           05  FILLER                  PIC X(13) VALUE "   CLOSED ON ".
           05  HDG-1C-CLOSED-DATE      PIC X(8).

       01  HDG-2-CLOSED.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "ACCOUNT".
           05  FILLER                  PIC X(18) VALUE "DEBITS".
           05  FILLER                  PIC X(18) VALUE "CREDITS".
           05  FILLER                  PIC X(18) VALUE "NET".
           05  FILLER                  PIC X(18)
               VALUE "PRIOR MONTH NET".
           05  FILLER                  PIC X(18) VALUE "YTD NET".
           05  FILLER                  PIC X(12) VALUE "FLAG".

       01  CLOSED-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-ACCOUNT-REF          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CD-DEBITS               PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-CREDITS              PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-NET                  PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-PRIOR-NET            PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-YTD-NET              PIC -(13)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CD-FLAG                 PIC X(12).

       01  DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ACCOUNT-REF          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PF-VERDICT              PIC X(20).

       01  CLOSED-PROOF-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "** PROOF".
           05  CP-DEBITS               PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CP-CREDITS              PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CP-NET                  PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CP-PRIOR-NET            PIC -(13)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CP-YTD-NET              PIC -(13)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CP-VERDICT              PIC X(16).

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
               GOBACK
           END-IF

           MOVE "TBPERIOD" TO WS-PARM-KEYWORD
           PERFORM GET-RUN-PARAMETER
           IF WS-PARM-FOUND AND WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-MONTH
               SET WS-CLOSED-REPORT TO TRUE
               PERFORM CHECK-PERIOD-CLOSED
           ELSE
               PERFORM GET-REPORT-MONTH
           END-IF

           IF WS-CLOSED-REPORT
               MOVE WS-REPORT-MONTH TO HDG-1C-MONTH
               WRITE CALC-TB-LINE FROM HDG-1-CLOSED
               WRITE CALC-TB-LINE FROM HDG-2-CLOSED
               PERFORM LOAD-ACCOUNT-TABLE
               PERFORM LOAD-PERIOD-HISTORY
               PERFORM REPORT-CLOSED-BALANCES
               PERFORM PRINT-CLOSED-PROOF-LINE
           ELSE
               MOVE WS-REPORT-MONTH TO HDG-1-MONTH
               WRITE CALC-TB-LINE FROM HDG-1
               WRITE CALC-TB-LINE FROM HDG-2
               PERFORM LOAD-ACCOUNT-TABLE
               PERFORM REPORT-LEDGER-BALANCES
               PERFORM REPORT-UNPOSTED-ACCOUNTS
               PERFORM PRINT-PROOF-LINE
           END-IF

           CLOSE CALC-TB-REPORT


           GOBACK.

      *****************************************************************
      *****************************************************************
       GET-RUN-PARAMETER.
      *    TBPERIOD comes from the CALCPRMS file only: the nightly
      *    trial balance runs unattended and a missing entry means
      *    the normal month-to-date report, so there is no prompt.
           CALL "CALCPRMG" USING WS-PARM-PROGRAM, WS-PARM-KEYWORD,
                                  WS-PARM-VALUE, WS-PARM-FOUND-SWITCH
           END-CALL.

      *****************************************************************
      *****************************************************************
       CHECK-PERIOD-CLOSED.
      *    Only a closed month has frozen history to print; an open
      *    month's history rows are provisional and would not tie.
           IF WS-REPORT-MONTH NOT NUMERIC
               OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "CALCGLTB: TBPERIOD INVALID: " WS-REPORT-MONTH
               DISPLAY "CALCGLTB RUN ABORTED"
               CLOSE CALC-TB-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CALC-PERIOD-CONTROL
           IF NOT WS-PCTL-OK
               MOVE SPACE TO PC-STATUS
           ELSE
               MOVE WS-REPORT-MONTH TO PC-PERIOD
               READ CALC-PERIOD-CONTROL
                   INVALID KEY
                       MOVE SPACE TO PC-STATUS
               END-READ
               CLOSE CALC-PERIOD-CONTROL
           END-IF
           IF NOT PC-PERIOD-CLOSED
               DISPLAY "CALCGLTB: PERIOD " WS-REPORT-MONTH
                   " IS NOT CLOSED - RUN CALCPCLS FIRST"
               DISPLAY "CALCGLTB RUN REFUSED"
               CLOSE CALC-TB-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PC-CLOSED-DATE TO HDG-1C-CLOSED-DATE
           MOVE PC-TOTAL-DEBITS TO WS-CLOSE-DEBITS
           MOVE PC-TOTAL-CREDITS TO WS-CLOSE-CREDITS

           MOVE WS-REPORT-YYYY TO WS-PRIOR-YYYY
           IF WS-REPORT-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF.

      *****************************************************************
      *****************************************************************
       GET-REPORT-MONTH.
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE GA-ACCOUNT-REF TO WS-ACCT-REF(WS-ACCT-COUNT)
                   PERFORM CLEAR-ACCOUNT-ENTRY
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       CLEAR-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ACCT-POSTED-SW(WS-ACCT-COUNT)
           MOVE ZERO TO WS-ACCT-DEBITS(WS-ACCT-COUNT)
           MOVE ZERO TO WS-ACCT-CREDITS(WS-ACCT-COUNT)
           MOVE ZERO TO WS-ACCT-NET(WS-ACCT-COUNT)
           MOVE ZERO TO WS-ACCT-PRIOR-NET(WS-ACCT-COUNT)
           MOVE ZERO TO WS-ACCT-YTD-NET(WS-ACCT-COUNT).

      *****************************************************************
      *****************************************************************
       REPORT-LEDGER-BALANCES.
                   "ACCOUNTS NOT LISTED"
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-PERIOD-HISTORY.
      *    One pass over the balance history picks up, per account,
      *    the report month's figures, the prior month's net (last
      *    December for a January report) and the year-to-date net
      *    from January through the report month.
           OPEN INPUT CALC-BAL-HISTORY
           IF NOT WS-HIST-OK
               DISPLAY "ERROR OPENING CALC-BAL-HISTORY, STATUS="
                   WS-HIST-STATUS
               DISPLAY "CALCGLTB RUN ABORTED"
               CLOSE CALC-TB-REPORT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-END-OF-HIST-FILE
               READ CALC-BAL-HISTORY NEXT
                   AT END
                       SET WS-END-OF-HIST-FILE TO TRUE
                   NOT AT END
                       IF BH-PERIOD = WS-PRIOR-MONTH
                           OR (BH-PERIOD(1:4) = WS-REPORT-MONTH(1:4)
                               AND BH-PERIOD <= WS-REPORT-MONTH)
                           PERFORM NOTE-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-BAL-HISTORY.

      *****************************************************************
      *****************************************************************
       NOTE-ONE-HISTORY-ROW.
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
                      OR WS-ACCT-REF(WS-ACCT-INDEX) = BH-ACCOUNT-REF
               CONTINUE
           END-PERFORM
           IF WS-ACCT-INDEX > WS-ACCT-COUNT
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   SET WS-ACCT-OVERFLOW TO TRUE
                   DISPLAY "CALCGLTB: ACCOUNT TABLE FULL, "
                       BH-ACCOUNT-REF " " BH-PERIOD " NOT REPORTED"
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE BH-ACCOUNT-REF TO WS-ACCT-REF(WS-ACCT-COUNT)
                   PERFORM CLEAR-ACCOUNT-ENTRY
               END-IF
           END-IF
           IF WS-ACCT-INDEX <= WS-ACCT-COUNT
               IF BH-PERIOD = WS-REPORT-MONTH
                   MOVE "Y" TO WS-ACCT-POSTED-SW(WS-ACCT-INDEX)
                   MOVE BH-DEBITS TO WS-ACCT-DEBITS(WS-ACCT-INDEX)
                   MOVE BH-CREDITS TO WS-ACCT-CREDITS(WS-ACCT-INDEX)
                   MOVE BH-NET TO WS-ACCT-NET(WS-ACCT-INDEX)
               END-IF
               IF BH-PERIOD = WS-PRIOR-MONTH
                   MOVE BH-NET TO WS-ACCT-PRIOR-NET(WS-ACCT-INDEX)
               END-IF
               IF BH-PERIOD(1:4) = WS-REPORT-MONTH(1:4)
                   AND BH-PERIOD <= WS-REPORT-MONTH
                   ADD BH-NET TO WS-ACCT-YTD-NET(WS-ACCT-INDEX)
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       REPORT-CLOSED-BALANCES.
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               PERFORM PRINT-ONE-CLOSED-BALANCE
           END-PERFORM
           IF WS-ACCT-OVERFLOW
               DISPLAY "CALCGLTB: ACCOUNT TABLE FULL, SOME ACCOUNTS "
                   "NOT LISTED"
           END-IF.

      *****************************************************************
      *****************************************************************
       PRINT-ONE-CLOSED-BALANCE.
           MOVE WS-ACCT-REF(WS-ACCT-INDEX) TO CD-ACCOUNT-REF
           MOVE WS-ACCT-DEBITS(WS-ACCT-INDEX) TO CD-DEBITS
           MOVE WS-ACCT-CREDITS(WS-ACCT-INDEX) TO CD-CREDITS
           MOVE WS-ACCT-NET(WS-ACCT-INDEX) TO CD-NET
           MOVE WS-ACCT-PRIOR-NET(WS-ACCT-INDEX) TO CD-PRIOR-NET
           MOVE WS-ACCT-YTD-NET(WS-ACCT-INDEX) TO CD-YTD-NET
           MOVE SPACES TO CD-FLAG
           IF WS-ACCT-POSTED-SW(WS-ACCT-INDEX) = "N"
               MOVE "NO POSTINGS" TO CD-FLAG
           END-IF
           IF WS-ACCT-REF(WS-ACCT-INDEX) = WS-SUSPENSE-ACCOUNT
               AND (WS-ACCT-DEBITS(WS-ACCT-INDEX) NOT = ZERO
                   OR WS-ACCT-CREDITS(WS-ACCT-INDEX) NOT = ZERO)
               MOVE "** SUSPENSE" TO CD-FLAG
               SET WS-SUSPENSE-FLAGGED TO TRUE
           END-IF
           WRITE CALC-TB-LINE FROM CLOSED-DETAIL-LINE

           ADD WS-ACCT-DEBITS(WS-ACCT-INDEX) TO WS-TOTAL-DEBITS
           ADD WS-ACCT-CREDITS(WS-ACCT-INDEX) TO WS-TOTAL-CREDITS
           ADD WS-ACCT-PRIOR-NET(WS-ACCT-INDEX) TO WS-TOTAL-PRIOR-NET
           ADD WS-ACCT-YTD-NET(WS-ACCT-INDEX) TO WS-TOTAL-YTD-NET.

      *****************************************************************
      *****************************************************************
       PRINT-CLOSED-PROOF-LINE.
      *    Besides netting to zero, a closed month must still add up
      *    to the totals CALCPCLS recorded when it froze the period.
           COMPUTE WS-LEDGER-NET =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS

           WRITE CALC-TB-LINE FROM SPACES
           MOVE WS-TOTAL-DEBITS TO CP-DEBITS
           MOVE WS-TOTAL-CREDITS TO CP-CREDITS
           MOVE WS-LEDGER-NET TO CP-NET
           MOVE WS-TOTAL-PRIOR-NET TO CP-PRIOR-NET
           MOVE WS-TOTAL-YTD-NET TO CP-YTD-NET
           EVALUATE TRUE
               WHEN WS-TOTAL-DEBITS NOT = WS-CLOSE-DEBITS
                   OR WS-TOTAL-CREDITS NOT = WS-CLOSE-CREDITS
                   MOVE "** NOT AS CLOSED" TO CP-VERDICT
                   DISPLAY "CALCGLTB: HISTORY NO LONGER AGREES WITH "
                       "THE TOTALS RECORDED AT CLOSE"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-LEDGER-NET = ZERO
                   MOVE "IN PROOF" TO CP-VERDICT
               WHEN OTHER
                   MOVE "** OUT OF PROOF" TO CP-VERDICT
           END-EVALUATE
           WRITE CALC-TB-LINE FROM CLOSED-PROOF-LINE.

      *****************************************************************
      *****************************************************************
       PRINT-PROOF-LINE.
