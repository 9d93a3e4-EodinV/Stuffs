      * *****************************************************************
      * Program name:    CALCAUTH
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Checks a calculated RESULT against
      *                   the keying user's CALC-USER-AUTHORITY
      *                   record (CALCUSRA, maintained through
      *                   CALCUAU/CALCAPPR) - the OPERATOR must be one
      *                   of UA-OPERATORS and the absolute RESULT must
      *                   not exceed UA-MAX-RESULT - so batch
      *                   (SIMPLE-CALCULATOR), online (CALCCICS) and
      *                   the CALCHREL release job apply one rule, in
      *                   the CALCVAL mould. A user with no authority
      *                   record is outside authority (reason 08); an
      *                   unavailable authority file degrades to a
      *                   warning and the check is skipped, the way
      *                   CALCVAL treats a missing CALC-LIMITS. Also
      *                   returns whether the user may release other
      *                   users' held items (UA-RELEASE-FLAG), which
      *                   is never granted when the file is down.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCAUTH.
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
           SELECT CALC-USER-AUTHORITY ASSIGN TO "CALCUSRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-USRA-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-USER-AUTHORITY.
           COPY CALCUSRA.

       WORKING-STORAGE SECTION.
       01  WS-USRA-STATUS              PIC XX VALUE SPACES.
           88  WS-USRA-OK              VALUE "00".

       01  WS-OPERATOR-TALLY           PIC 9(2) VALUE ZERO.
       01  WS-ABSOLUTE-RESULT          PIC S9(7)V99 VALUE ZERO.

      *****************************************************************
      *****************************************************************
       LINKAGE SECTION.
       01  LS-USER-ID                  PIC X(8).
       01  LS-OPERATOR                 PIC X.
       01  LS-RESULT                   PIC S9(7)V99.
       01  LS-AUTH-SWITCH              PIC X.
           88  LS-WITHIN-AUTHORITY     VALUE "Y".
           88  LS-OVER-AUTHORITY       VALUE "N".
       01  LS-RELEASE-SWITCH           PIC X.
           88  LS-MAY-RELEASE          VALUE "Y".
           88  LS-MAY-NOT-RELEASE      VALUE "N".
       01  LS-REASON-CODE              PIC X(2).
       01  LS-REASON-TEXT              PIC X(30).

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION USING LS-USER-ID LS-OPERATOR LS-RESULT
                                LS-AUTH-SWITCH LS-RELEASE-SWITCH
                                LS-REASON-CODE LS-REASON-TEXT.
       MAIN-LOGIC.
           SET LS-WITHIN-AUTHORITY TO TRUE
           SET LS-MAY-NOT-RELEASE TO TRUE
           MOVE SPACES TO LS-REASON-CODE
           MOVE SPACES TO LS-REASON-TEXT

           OPEN INPUT CALC-USER-AUTHORITY
           IF NOT WS-USRA-OK
               DISPLAY "CALCAUTH: CALC-USER-AUTHORITY NOT AVAILABLE, "
                   "STATUS=" WS-USRA-STATUS ", AUTHORITY CHECK SKIPPED"
           ELSE
               PERFORM CHECK-USER-AUTHORITY
               CLOSE CALC-USER-AUTHORITY
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       CHECK-USER-AUTHORITY.
           MOVE LS-USER-ID TO UA-USER-ID
           READ CALC-USER-AUTHORITY
               INVALID KEY
                   SET LS-OVER-AUTHORITY TO TRUE
                   MOVE "08" TO LS-REASON-CODE
                   MOVE "NO AUTHORITY RECORD FOR USER"
                       TO LS-REASON-TEXT
               NOT INVALID KEY
                   IF UA-CAN-RELEASE
                       SET LS-MAY-RELEASE TO TRUE
                   END-IF
                   PERFORM CHECK-AUTHORITY-LIMITS
           END-READ.

      *****************************************************************
      *****************************************************************
       CHECK-AUTHORITY-LIMITS.
      *    The limit is on the size of the posting either way, so a
      *    large negative variance needs the same authority as a
      *    large positive one.
           MOVE ZERO TO WS-OPERATOR-TALLY
           INSPECT UA-OPERATORS TALLYING WS-OPERATOR-TALLY
               FOR ALL LS-OPERATOR
           IF LS-RESULT < ZERO
               COMPUTE WS-ABSOLUTE-RESULT = LS-RESULT * -1
           ELSE
               MOVE LS-RESULT TO WS-ABSOLUTE-RESULT
           END-IF

           IF WS-OPERATOR-TALLY = ZERO
               SET LS-OVER-AUTHORITY TO TRUE
               MOVE "08" TO LS-REASON-CODE
               MOVE "OPERATOR NOT IN USER AUTHORITY" TO LS-REASON-TEXT
           ELSE
               IF WS-ABSOLUTE-RESULT > UA-MAX-RESULT
                   SET LS-OVER-AUTHORITY TO TRUE
                   MOVE "09" TO LS-REASON-CODE
                   MOVE "RESULT OVER USER AUTHORITY" TO LS-REASON-TEXT
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
