      *                   counter read falls back to the old zero
      *                   sequence (memo-line behaviour) rather than
      *                   refusing the calculation.
      * 10/15/26 MAINT    CALCAUDT and CALCGLW now take an entry /
      *                   movement type ahead of their status flag;
      *                   online calculations pass spaces.
      * 10/15/26 MAINT    Sign-on now also takes the operator's
      *                   department (new DEPT field on CALCMAP). It
      *                   must be on CALC-DEPARTMENTS and active, or
      *                   the operator gets "SIGN ON - ENTER VALID
      *                   DEPARTMENT" and nothing posts. It is passed
      *                   to CALCAUDT and CALCGLW, journalled as
      *                   CR-DEPARTMENT and echoed back with the user.
      * 10/15/26 MAINT    New RATE field on CALCMAP: a CALC-RATES rate
      *                   code may be keyed in place of NUM2 (not as
      *                   well as it). The CALCRATG lookup resolves it
      *                   to the rate in force today - there is no
      *                   batch business date online - and a code with
      *                   no rate in force is refused with the batch
      *                   reason text. The code and rate are passed to
      *                   CALCAUDT and journalled as CR-RATE-CODE /
      *                   CR-RATE-VALUE.
      * 10/15/26 MAINT    A clean RESULT is now checked against the
      *                   signed-on user's CALC-USER-AUTHORITY through
      *                   CALCAUTH, as in batch. One outside it is not
      *                   posted to the GL: it draws its online
      *                   sequence number, is written to
      *                   CALC-HELD-ITEMS (CALCHELD) for a supervisor
      *                   to action through CALCHREL, audited with
      *                   entry type "H" and journalled with CR-STATUS
      *                   "H", and the operator sees "HELD FOR
      *                   SUPERVISOR RELEASE" with the reason. With no
      *                   sequence number to hold it under, or if the
      *                   hold cannot be written, it is refused
      *                   unposted.
      * 10/15/26 MAINT    CALCGLW's new posted-account parameter is
      *                   passed as spaces, so the account is derived
      *                   as before.
      *
      * NOTE: This program uses EXEC CICS commands, a vendor extension
      * that this sandbox's cobc build cannot preprocess/compile

       01  WS-USER-ID                  PIC X(8) VALUE SPACES.

       01  WS-DEPARTMENT               PIC X(4) VALUE SPACES.
       01  WS-GL-POSTED-ACCOUNT        PIC X(11) VALUE SPACES.

       01  WS-DEPT-VALID-SWITCH        PIC X.
           88  WS-DEPT-VALID           VALUE "Y".
           88  WS-DEPT-INVALID         VALUE "N".

       01  WS-RATE-CODE                PIC X(6) VALUE SPACES.
       01  WS-RATE-VALUE               PIC S9(7)V99 VALUE ZERO.
       01  WS-RATE-SWITCH              PIC X.
           88  WS-RATE-FOUND           VALUE "Y".
           88  WS-RATE-NOT-FOUND       VALUE "N".

       01  WS-ONLINE-SEQ-BASE          PIC 9(8) VALUE 90000000.
       01  WS-OSEQ-KEY                 PIC X(8) VALUE "NEXTSEQ ".


           COPY CALCRSLT.

           COPY CALCDEPT.

       01  WS-AUDIT-CALL-STATUS        PIC X.
           88  AUDIT-CALL-OK           VALUE "Y".
           88  AUDIT-CALL-ERROR        VALUE "N".
           88  GL-CALL-OK              VALUE "Y".
           88  GL-CALL-ERROR           VALUE "N".

       01  WS-ENTRY-TYPE               PIC X VALUE SPACE.
           88  WS-ENTRY-CALCULATION    VALUE " ".
           88  WS-ENTRY-HELD           VALUE "H".

       01  WS-AUTH-SWITCH              PIC X VALUE "Y".
           88  WS-WITHIN-AUTHORITY     VALUE "Y".
           88  WS-OVER-AUTHORITY       VALUE "N".
       01  WS-RELEASE-SWITCH           PIC X VALUE "N".

           COPY CALCHELD.

           COPY DFHAID.

       COPY CALCMAP.

           MOVE SPACES TO WS-MESSAGE.

           IF DEPTI = LOW-VALUES
               MOVE SPACES TO WS-DEPARTMENT
           ELSE
               MOVE DEPTI TO WS-DEPARTMENT
           END-IF.

           IF RATEI = LOW-VALUES
               MOVE SPACES TO WS-RATE-CODE
           ELSE
               MOVE RATEI TO WS-RATE-CODE
           END-IF.
           MOVE ZERO TO WS-RATE-VALUE.

           IF NUM2I = LOW-VALUES
               MOVE SPACES TO NUM2I
           END-IF.

           IF USERIDI = SPACES OR USERIDI = LOW-VALUES
               MOVE SPACES TO RESULTO
               MOVE "SIGN ON - ENTER USER ID" TO WS-MESSAGE
           ELSE
           MOVE USERIDI TO WS-USER-ID
           PERFORM CHECK-SIGNON-DEPARTMENT
           IF WS-DEPT-INVALID
               MOVE SPACES TO RESULTO
               MOVE "SIGN ON - ENTER VALID DEPARTMENT" TO WS-MESSAGE
           ELSE
           IF NUM1I = SPACES OR OPERI = SPACES
               OR (NUM2I = SPACES AND WS-RATE-CODE = SPACES)
               MOVE "ENTER NUM1, OPERATOR AND NUM2 OR RATE CODE" TO
                   WS-MESSAGE
           ELSE
           IF NUM2I NOT = SPACES AND WS-RATE-CODE NOT = SPACES
               MOVE "ENTER NUM2 OR A RATE CODE, NOT BOTH" TO WS-MESSAGE
           ELSE
               MOVE FUNCTION NUMVAL(NUM1I) TO WS-NUM1
               MOVE OPERI(1:1) TO WS-OPERATOR
               PERFORM RESOLVE-ONLINE-NUM2

               IF WS-TRANS-VALID
                   CALL "CALCVAL" USING WS-NUM1, WS-OPERATOR, WS-NUM2,
                                         WS-VALID-SWITCH,
                                         WS-REASON-CODE,
                                         WS-REASON-TEXT
                   END-CALL
               END-IF

               IF WS-TRANS-INVALID
                   MOVE SPACES TO RESULTO
                   IF WS-CALC-OK
                       MOVE WS-RESULT TO WS-RESULT-EDIT
                       MOVE WS-RESULT-EDIT TO RESULTO
                       SET WS-ENTRY-CALCULATION TO TRUE

                       CALL "CALCAUTH" USING WS-USER-ID, WS-OPERATOR,
                                              WS-RESULT,
                                              WS-AUTH-SWITCH,
                                              WS-RELEASE-SWITCH,
                                              WS-REASON-CODE,
                                              WS-REASON-TEXT
                       END-CALL

                       IF WS-OVER-AUTHORITY
                           PERFORM HOLD-ONLINE-RESULT
                       ELSE
                           PERFORM POST-ONLINE-RESULT
                       END-IF
                   ELSE
                       MOVE SPACES TO RESULTO
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE WS-USER-ID TO USERIDO.
           MOVE WS-DEPARTMENT TO DEPTO.
           MOVE WS-MESSAGE TO MSGO.
           MOVE DFHBMASK TO RESULTA MSGA.


           GOBACK.

      *****************************************************************
      *****************************************************************
       POST-ONLINE-RESULT.
           MOVE "CALCULATION COMPLETE" TO WS-MESSAGE.

           PERFORM DRAW-ONLINE-SEQ-NO.

           CALL "CALCAUDT" USING WS-TRANS-SEQ-NO,
                                  WS-NUM1, WS-OPERATOR,
                                  WS-NUM2, WS-RESULT,
                                  WS-USER-ID,
                                  WS-ENTRY-TYPE,
                                  WS-DEPARTMENT,
                                  WS-RATE-CODE,
                                  WS-RATE-VALUE,
                                  WS-AUDIT-CALL-STATUS
           END-CALL.

           CALL "CALCGLW" USING WS-TRANS-SEQ-NO,
                                 WS-OPERATOR,
                                 WS-RESULT,
                                 WS-ENTRY-TYPE,
                                 WS-DEPARTMENT,
                                 WS-GL-POSTED-ACCOUNT,
                                 WS-GL-CALL-STATUS
           END-CALL.

           IF WS-TRANS-SEQ-NO > ZERO
               PERFORM JOURNAL-ONLINE-RESULT
           END-IF.

           IF AUDIT-CALL-ERROR OR GL-CALL-ERROR
               MOVE "CALC OK BUT AUDIT/GL LOG FAILED" TO
                   WS-MESSAGE
           END-IF.

      *****************************************************************
      *****************************************************************
       HOLD-ONLINE-RESULT.
      *    Over the user's authority: nothing goes to the GL. The item
      *    is held under its online sequence number for CALCHREL; the
      *    seq-0 fallback has nothing to hold it under, so that case
      *    (and a failed hold WRITE) is refused outright rather than
      *    posted around the limit.
           PERFORM DRAW-ONLINE-SEQ-NO.

           IF WS-TRANS-SEQ-NO = ZERO
               MOVE SPACES TO RESULTO
               MOVE "OVER USER AUTHORITY - NOT POSTED" TO WS-MESSAGE
           ELSE
               MOVE WS-TRANS-SEQ-NO TO HD-SEQ-NO
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CDT-DATE TO HD-HELD-DATE
               MOVE WS-NUM1 TO HD-NUM1
               MOVE WS-OPERATOR TO HD-OPERATOR
               MOVE WS-NUM2 TO HD-NUM2
               MOVE WS-RESULT TO HD-RESULT
               MOVE WS-USER-ID TO HD-USER-ID
               MOVE WS-DEPARTMENT TO HD-DEPARTMENT
               MOVE "ONLINE" TO HD-BATCH-ID
               MOVE WS-RATE-CODE TO HD-RATE-CODE
               MOVE WS-RATE-VALUE TO HD-RATE-VALUE
               MOVE WS-TRANS-SEQ-NO TO HD-ORIG-SEQ-NO
               MOVE ZERO TO HD-RESUB-COUNT
               MOVE WS-REASON-CODE TO HD-REASON-CODE
               MOVE WS-REASON-TEXT TO HD-REASON-TEXT
               MOVE WS-CDT-TIME TO HD-HELD-TIME
               SET HD-HELD TO TRUE
               MOVE SPACES TO HD-SUPERVISOR-ID
               MOVE SPACES TO HD-ACTION-DATE
               MOVE SPACES TO HD-ACTION-TIME

               EXEC CICS WRITE FILE('CALCHELD')
                   FROM(CALC-HELD-RECORD)
                   RIDFLD(HD-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO RESULTO
                   MOVE "OVER AUTHORITY - HOLD FAILED, NOT POSTED"
                       TO WS-MESSAGE
               ELSE
                   MOVE SPACES TO WS-MESSAGE
                   STRING "HELD FOR SUPERVISOR RELEASE - "
                              DELIMITED BY SIZE
                          WS-REASON-TEXT DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   SET WS-ENTRY-HELD TO TRUE
                   CALL "CALCAUDT" USING WS-TRANS-SEQ-NO,
                                          WS-NUM1, WS-OPERATOR,
                                          WS-NUM2, WS-RESULT,
                                          WS-USER-ID,
                                          WS-ENTRY-TYPE,
                                          WS-DEPARTMENT,
                                          WS-RATE-CODE,
                                          WS-RATE-VALUE,
                                          WS-AUDIT-CALL-STATUS
                   END-CALL
                   PERFORM JOURNAL-ONLINE-RESULT
                   IF AUDIT-CALL-ERROR
                       MOVE "HELD BUT AUDIT LOG FAILED" TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       DRAW-ONLINE-SEQ-NO.
                       TO WS-MESSAGE
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       CHECK-SIGNON-DEPARTMENT.
      *    The department must be on CALC-DEPARTMENTS and active; a
      *    blank one, an unknown one or a failed read all refuse the
      *    sign-on, since the department drives the GL account.
           SET WS-DEPT-INVALID TO TRUE.

           IF WS-DEPARTMENT NOT = SPACES
               EXEC CICS READ FILE('CALCDEPT')
                   INTO(CALC-DEPT-RECORD)
                   RIDFLD(WS-DEPARTMENT)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND DP-ACTIVE
                   SET WS-DEPT-VALID TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       RESOLVE-ONLINE-NUM2.
      *    NUM2 is either keyed or taken from CALC-RATES. Online has
      *    no batch business date, so the rate is the one in force
      *    today.
           SET WS-TRANS-VALID TO TRUE.

           IF WS-RATE-CODE = SPACES
               MOVE FUNCTION NUMVAL(NUM2I) TO WS-NUM2
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               CALL "CALCRATG" USING WS-RATE-CODE, WS-CDT-DATE,
                                      WS-RATE-VALUE, WS-RATE-SWITCH
               END-CALL
               IF WS-RATE-NOT-FOUND
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE "07" TO WS-REASON-CODE
                   MOVE "NO RATE IN FORCE FOR RATE CODE"
                       TO WS-REASON-TEXT
               ELSE
                   MOVE WS-RATE-VALUE TO WS-NUM2
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       JOURNAL-ONLINE-RESULT.
           MOVE WS-OPERATOR TO CR-OPERATOR.
           MOVE WS-NUM2 TO CR-NUM2.
           MOVE WS-RESULT TO CR-RESULT.
           IF WS-ENTRY-HELD
               SET CR-STATUS-HELD TO TRUE
           ELSE
               SET CR-STATUS-OK TO TRUE
           END-IF.
           MOVE "ONLINE" TO CR-BATCH-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO CR-POST-DATE.
           MOVE WS-DEPARTMENT TO CR-DEPARTMENT.
           MOVE WS-RATE-CODE TO CR-RATE-CODE.
           MOVE WS-RATE-VALUE TO CR-RATE-VALUE.

           EXEC CICS WRITE FILE('CALCRSLT')
               FROM(CALC-RESULT-RECORD)
