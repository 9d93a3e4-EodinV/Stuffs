      * *****************************************************************
      * Program name:    CALCTCNV
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. One-time cutover companion for the
      *                   CALC-RATES rate-code changes to two indexed
      *                   files: CALC-RESULTS-FILE grew CR-RATE-CODE
      *                   and CR-RATE-VALUE (57 to 72 bytes) and
      *                   CALC-STANDING-INSTRUCTIONS grew
      *                   SI-RATE-OPERAND (42 to 43 bytes). An indexed
      *                   file's record length is fixed at create
      *                   time, so the old files fail the open against
      *                   the new layouts. In the CALCDCNV mould:
      *                   operations rename the old files to CALCRSLO
      *                   / CALCSINO ahead of this job, and it reads
      *                   them with the old layouts and loads fresh
      *                   indexed CALCRSLT / CALCSIN with no rate code
      *                   - every existing result and instruction
      *                   carried literal operands. A record whose key
      *                   is not valid, or that duplicates a key
      *                   already loaded, is counted and reported
      *                   rather than loaded.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCTCNV.
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
           SELECT OLD-RESULTS-FILE ASSIGN TO "CALCRSLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCR-SEQ-NO
               FILE STATUS IS WS-OLD-RSLT-STATUS.

           SELECT CALC-RESULTS-FILE ASSIGN TO "CALCRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-SEQ-NO
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT OLD-STANDING-FILE ASSIGN TO "CALCSINO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSI-ID
               FILE STATUS IS WS-OLD-SI-STATUS.

           SELECT CALC-STANDING-INSTRUCTIONS ASSIGN TO "CALCSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-ID
               FILE STATUS IS WS-SI-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-RESULTS-FILE.
      *    CALCRSLT as it was before CR-RATE-CODE/CR-RATE-VALUE.
       01  OLD-RESULT-RECORD.
           05  OCR-SEQ-NO              PIC 9(8).
           05  OCR-NUM1                PIC S9(7)V99.
           05  OCR-OPERATOR            PIC X.
           05  OCR-NUM2                PIC S9(7)V99.
           05  OCR-RESULT              PIC S9(7)V99.
           05  OCR-STATUS              PIC X.
           05  OCR-BATCH-ID            PIC X(8).
           05  OCR-POST-DATE           PIC X(8).
           05  OCR-DEPARTMENT          PIC X(4).

       FD  CALC-RESULTS-FILE.
           COPY CALCRSLT.

       FD  OLD-STANDING-FILE.
      *    CALCSIN as it was before SI-RATE-OPERAND was added.
       01  OLD-STANDING-RECORD.
           05  OSI-ID                  PIC 9(4).
           05  OSI-NUM1                PIC S9(7)V99.
           05  OSI-OPERATOR            PIC X.
           05  OSI-NUM2                PIC S9(7)V99.
           05  OSI-FREQUENCY           PIC X.
           05  OSI-WEEK-DAY            PIC 9.
           05  OSI-EFF-DATE            PIC X(8).
           05  OSI-EXP-DATE            PIC X(8).
           05  OSI-ROLL-RULE           PIC X.

       FD  CALC-STANDING-INSTRUCTIONS.
           COPY CALCSIN.

       WORKING-STORAGE SECTION.
       01  WS-OLD-RSLT-STATUS          PIC XX VALUE SPACES.
           88  WS-OLD-RSLT-OK          VALUE "00".
           88  WS-OLD-RSLT-NOT-FOUND   VALUE "35".

       01  WS-RESULTS-STATUS           PIC XX VALUE SPACES.
           88  WS-RESULTS-OK           VALUE "00".

       01  WS-OLD-SI-STATUS            PIC XX VALUE SPACES.
           88  WS-OLD-SI-OK            VALUE "00".
           88  WS-OLD-SI-NOT-FOUND     VALUE "35".

       01  WS-SI-STATUS                PIC XX VALUE SPACES.
           88  WS-SI-OK                VALUE "00".

       01  WS-OLD-RSLT-EOF-SWITCH      PIC X VALUE "N".
           88  WS-END-OF-OLD-RSLT      VALUE "Y".

       01  WS-OLD-SI-EOF-SWITCH        PIC X VALUE "N".
           88  WS-END-OF-OLD-SI        VALUE "Y".

       01  WS-RSLT-LOADED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RSLT-SKIPPED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-SI-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SI-SKIPPED-COUNT         PIC 9(7) VALUE ZERO.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CONVERT-RESULTS-FILE
           PERFORM CONVERT-STANDING-FILE

           DISPLAY "CALCTCNV RESULTS LOADED: " WS-RSLT-LOADED-COUNT
           DISPLAY "CALCTCNV RESULTS SKIPPED: " WS-RSLT-SKIPPED-COUNT
           DISPLAY "CALCTCNV INSTRUCTIONS LOADED: " WS-SI-LOADED-COUNT
           DISPLAY "CALCTCNV INSTRUCTIONS SKIPPED: "
               WS-SI-SKIPPED-COUNT

           STOP RUN.

      *****************************************************************
      *****************************************************************
       CONVERT-RESULTS-FILE.
           OPEN INPUT OLD-RESULTS-FILE
           IF WS-OLD-RSLT-NOT-FOUND
               DISPLAY "CALCTCNV: NO CALCRSLO TO CONVERT"
           ELSE
               IF NOT WS-OLD-RSLT-OK
                   DISPLAY "ERROR OPENING CALCRSLO, STATUS="
                       WS-OLD-RSLT-STATUS
                   DISPLAY "CALCTCNV RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT CALC-RESULTS-FILE
               IF NOT WS-RESULTS-OK
                   DISPLAY "ERROR OPENING CALC-RESULTS-FILE, STATUS="
                       WS-RESULTS-STATUS
                   DISPLAY "CALCTCNV RUN ABORTED"
                   CLOSE OLD-RESULTS-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL WS-END-OF-OLD-RSLT
                   READ OLD-RESULTS-FILE NEXT
                       AT END
                           SET WS-END-OF-OLD-RSLT TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-RESULT
                   END-READ
               END-PERFORM

               CLOSE OLD-RESULTS-FILE
               CLOSE CALC-RESULTS-FILE
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-ONE-RESULT.
           IF OCR-SEQ-NO NOT NUMERIC
               ADD 1 TO WS-RSLT-SKIPPED-COUNT
               DISPLAY "CALCTCNV: RESULT KEY NOT NUMERIC, SKIPPED"
           ELSE
               MOVE OCR-SEQ-NO TO CR-SEQ-NO
               MOVE OCR-NUM1 TO CR-NUM1
               MOVE OCR-OPERATOR TO CR-OPERATOR
               MOVE OCR-NUM2 TO CR-NUM2
               MOVE OCR-RESULT TO CR-RESULT
               MOVE OCR-STATUS TO CR-STATUS
               MOVE OCR-BATCH-ID TO CR-BATCH-ID
               MOVE OCR-POST-DATE TO CR-POST-DATE
               MOVE OCR-DEPARTMENT TO CR-DEPARTMENT
               MOVE SPACES TO CR-RATE-CODE
               MOVE ZERO TO CR-RATE-VALUE
               WRITE CALC-RESULT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RSLT-SKIPPED-COUNT
                       DISPLAY "CALCTCNV: RESULT SEQ=" CR-SEQ-NO
                           " NOT LOADED, STATUS=" WS-RESULTS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RSLT-LOADED-COUNT
               END-WRITE
           END-IF.

      *****************************************************************
      *****************************************************************
       CONVERT-STANDING-FILE.
           OPEN INPUT OLD-STANDING-FILE
           IF WS-OLD-SI-NOT-FOUND
               DISPLAY "CALCTCNV: NO CALCSINO TO CONVERT"
           ELSE
               IF NOT WS-OLD-SI-OK
                   DISPLAY "ERROR OPENING CALCSINO, STATUS="
                       WS-OLD-SI-STATUS
                   DISPLAY "CALCTCNV RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT CALC-STANDING-INSTRUCTIONS
               IF NOT WS-SI-OK
                   DISPLAY "ERROR OPENING CALC-STANDING-INSTRUCTIONS, "
                       "STATUS=" WS-SI-STATUS
                   DISPLAY "CALCTCNV RUN ABORTED"
                   CLOSE OLD-STANDING-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL WS-END-OF-OLD-SI
                   READ OLD-STANDING-FILE NEXT
                       AT END
                           SET WS-END-OF-OLD-SI TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-INSTRUCTION
                   END-READ
               END-PERFORM

               CLOSE OLD-STANDING-FILE
               CLOSE CALC-STANDING-INSTRUCTIONS
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-ONE-INSTRUCTION.
           IF OSI-ID NOT NUMERIC
               ADD 1 TO WS-SI-SKIPPED-COUNT
               DISPLAY "CALCTCNV: INSTRUCTION KEY NOT NUMERIC, "
                   "SKIPPED"
           ELSE
               MOVE OSI-ID TO SI-ID
               MOVE OSI-NUM1 TO SI-NUM1
               MOVE OSI-OPERATOR TO SI-OPERATOR
               MOVE OSI-NUM2 TO SI-NUM2
               MOVE OSI-FREQUENCY TO SI-FREQUENCY
               MOVE OSI-WEEK-DAY TO SI-WEEK-DAY
               MOVE OSI-EFF-DATE TO SI-EFF-DATE
               MOVE OSI-EXP-DATE TO SI-EXP-DATE
               MOVE OSI-ROLL-RULE TO SI-ROLL-RULE
               SET SI-RATE-NONE TO TRUE
               WRITE CALC-STANDING-RECORD
                   INVALID KEY
                       ADD 1 TO WS-SI-SKIPPED-COUNT
                       DISPLAY "CALCTCNV: INSTRUCTION " SI-ID
                           " NOT LOADED, STATUS=" WS-SI-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-SI-LOADED-COUNT
               END-WRITE
           END-IF.

      *****************************************************************
      *****************************************************************
