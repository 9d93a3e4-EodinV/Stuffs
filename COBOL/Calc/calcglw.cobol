      *                   of RESULT, with an explicit fall-back to
      *                   the CALCSUSP01 suspense account and a
      *                   console warning when a mapping is missing.
      * 10/15/26 MAINT    Callers now pass a movement type, written as
      *                   GL-MOVEMENT. A reversal ("R", from the new
      *                   CALCREVR job) derives the account exactly as
      *                   the original posting did - same OPERATOR,
      *                   same RESULT sign, same CALC-GL-ACCOUNTS
      *                   entry or suspense fall-back - and posts it
      *                   with GL-DRCR flipped, dated today, so it
      *                   offsets the original in the current day's
      *                   extract whether or not the original has
      *                   already gone out on a CALCGLTX transmission.
      * 10/15/26 MAINT    Callers now pass the originating department,
      *                   written as GL-DEPARTMENT. The department
      *                   leads the CALC-GL-ACCOUNTS key: the
      *                   department's own mapping is tried first,
      *                   then the house default (department spaces),
      *                   and only then the suspense fall-back.
      * 10/15/26 MAINT    Callers now pass the account and debit/
      *                   credit side the item was last posted to.
      *                   A reversal supplies them (CALCREVR takes
      *                   them from the item's latest live posting) and
      *                   is offset against that account, with no
      *                   lookup - a mapping added or changed since, a
      *                   CALCGLXR re-send or a CALCSUSA reclass would
      *                   otherwise have sent the offset somewhere the
      *                   item is not. Every other caller passes spaces
      *                   and the account is derived as before.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  WS-GLAC-STATUS              PIC XX VALUE SPACES.
           88  WS-GLAC-OK              VALUE "00".

       01  WS-MAPPING-SWITCH           PIC X VALUE "N".
           88  WS-MAPPING-FOUND        VALUE "Y".

       01  WS-SUSPENSE-ACCOUNT         PIC X(10) VALUE "CALCSUSP01".

       01  WS-POST-ACCOUNT-REF         PIC X(10) VALUE SPACES.
       01  LS-SEQ-NO                   PIC 9(8).
       01  LS-OPERATOR                 PIC X.
       01  LS-RESULT                   PIC S9(7)V99.
       01  LS-MOVEMENT                 PIC X.
           88  LS-MOVE-REVERSAL        VALUE "R".
       01  LS-DEPARTMENT               PIC X(4).
       01  LS-POSTED-ACCOUNT.
           05  LS-POSTED-ACCOUNT-REF   PIC X(10).
           05  LS-POSTED-DRCR          PIC X.
       01  LS-GL-STATUS                PIC X.
           88  LS-GL-OK                VALUE "Y".
           88  LS-GL-ERROR             VALUE "N".
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION USING LS-SEQ-NO LS-OPERATOR LS-RESULT
                                LS-MOVEMENT LS-DEPARTMENT
                                LS-POSTED-ACCOUNT LS-GL-STATUS.
       MAIN-LOGIC.
           SET LS-GL-ERROR TO TRUE

           IF LS-POSTED-ACCOUNT-REF = SPACES
               PERFORM DERIVE-GL-ACCOUNT
           ELSE
               MOVE LS-POSTED-ACCOUNT-REF TO WS-POST-ACCOUNT-REF
               MOVE LS-POSTED-DRCR TO WS-POST-DRCR
           END-IF

           IF LS-MOVE-REVERSAL
               PERFORM FLIP-DEBIT-CREDIT
           END-IF

           OPEN EXTEND CALC-GL-INTERFACE
           IF WS-GL-NOT-FOUND
               MOVE WS-CDT-DATE TO GL-DATE
               MOVE LS-SEQ-NO TO GL-SEQ-NO
               MOVE WS-POST-DRCR TO GL-DRCR
               MOVE LS-MOVEMENT TO GL-MOVEMENT
               MOVE LS-DEPARTMENT TO GL-DEPARTMENT
               WRITE CALC-GL-RECORD

               IF WS-GL-OK
      *    a missing mapping falls back to the suspense account (a
      *    positive RESULT posts as a debit, negative as a credit)
      *    with a console warning so the gap gets a mapping added
      *    instead of going unnoticed. The posting department's own
      *    mapping wins over the house default (department spaces).
           MOVE "N" TO WS-MAPPING-SWITCH
           MOVE LS-DEPARTMENT TO GA-DEPARTMENT
           MOVE LS-OPERATOR TO GA-OPERATOR
           IF LS-RESULT < ZERO
               MOVE "-" TO GA-RESULT-SIGN
                   "STATUS=" WS-GLAC-STATUS
                   ", POSTING TO SUSPENSE"
           ELSE
               IF LS-DEPARTMENT NOT = SPACES
                   PERFORM READ-GL-MAPPING
               END-IF
               IF NOT WS-MAPPING-FOUND
                   MOVE SPACES TO GA-DEPARTMENT
                   PERFORM READ-GL-MAPPING
               END-IF
               IF NOT WS-MAPPING-FOUND
                   DISPLAY "CALCGLW: NO GL ACCOUNT MAPPING FOR "
                       LS-DEPARTMENT "/" GA-OPERATOR "/"
                       GA-RESULT-SIGN ", POSTING TO SUSPENSE"
               END-IF
               CLOSE CALC-GL-ACCOUNTS
           END-IF.

      *****************************************************************
      *****************************************************************
       READ-GL-MAPPING.
           READ CALC-GL-ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MAPPING-FOUND TO TRUE
                   MOVE GA-ACCOUNT-REF TO WS-POST-ACCOUNT-REF
                   MOVE GA-DRCR TO WS-POST-DRCR
           END-READ.

      *****************************************************************
      *****************************************************************
       FLIP-DEBIT-CREDIT.
      *    A reversal offsets the item against the account it was
      *    last posted to, as passed in by the caller, so only the
      *    debit/credit side changes; amount and sign stay as the
      *    original posting carried them.
           IF WS-POST-DRCR = "C"
               MOVE "D" TO WS-POST-DRCR
           ELSE
               MOVE "C" TO WS-POST-DRCR
           END-IF.

      *****************************************************************
      *****************************************************************
