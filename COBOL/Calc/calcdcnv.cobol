      * *****************************************************************
      * Program name:    CALCDCNV
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. One-time cutover companion for the
      *                   department changes to three indexed files:
      *                   CALC-RESULTS-FILE grew CR-DEPARTMENT (53 to
      *                   57 bytes), CALC-REJECTS grew RJ-DEPARTMENT
      *                   (86 to 90 bytes) and CALC-GL-ACCOUNTS took
      *                   GA-DEPARTMENT onto the front of its key (13
      *                   to 17 bytes). An indexed file's record
      *                   length and key are fixed at create time, so
      *                   the old files fail the open against the new
      *                   layouts. In the CALCLCNV mould: operations
      *                   rename the old files to CALCRSLO / CALCREJO /
      *                   CALCGLAO ahead of this job, and it reads
      *                   them with the old layouts and loads fresh
      *                   indexed CALCRSLT / CALCREJC / CALCGLAC with
      *                   the department spaces - for CALCGLAC that
      *                   makes every existing mapping the house
      *                   default each department falls back to. A
      *                   record whose key is not valid, or that
      *                   duplicates a key already loaded, is counted
      *                   and reported rather than loaded.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCDCNV.
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

           SELECT OLD-REJECTS-FILE ASSIGN TO "CALCREJO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORJ-SEQ-NO
               FILE STATUS IS WS-OLD-REJC-STATUS.

           SELECT CALC-REJECTS ASSIGN TO "CALCREJC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJ-SEQ-NO
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT OLD-GL-ACCOUNTS ASSIGN TO "CALCGLAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OGA-KEY
               FILE STATUS IS WS-OLD-GLAC-STATUS.

           SELECT CALC-GL-ACCOUNTS ASSIGN TO "CALCGLAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLAC-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-RESULTS-FILE.
      *    CALCRSLT as it was before CR-DEPARTMENT was added.
       01  OLD-RESULT-RECORD.
           05  OCR-SEQ-NO              PIC 9(8).
           05  OCR-NUM1                PIC S9(7)V99.
           05  OCR-OPERATOR            PIC X.
           05  OCR-NUM2                PIC S9(7)V99.
           05  OCR-RESULT              PIC S9(7)V99.
           05  OCR-STATUS              PIC X.
           05  OCR-BATCH-ID            PIC X(8).
           05  OCR-POST-DATE           PIC X(8).

       FD  CALC-RESULTS-FILE.
           COPY CALCRSLT.

       FD  OLD-REJECTS-FILE.
      *    CALCREJC as it was before RJ-DEPARTMENT was added.
       01  OLD-REJECT-RECORD.
           05  ORJ-SEQ-NO              PIC 9(8).
           05  ORJ-NUM1                PIC S9(7)V99.
           05  ORJ-OPERATOR            PIC X.
           05  ORJ-NUM2                PIC S9(7)V99.
           05  ORJ-REASON-CODE         PIC X(2).
           05  ORJ-REASON-TEXT         PIC X(30).
           05  ORJ-ORIG-SEQ-NO         PIC 9(8).
           05  ORJ-RESUB-COUNT         PIC 9(2).
           05  ORJ-REJECT-DATE         PIC X(8).
           05  ORJ-STATUS              PIC X.
           05  ORJ-USER-ID             PIC X(8).

       FD  CALC-REJECTS.
           COPY CALCREJC.

       FD  OLD-GL-ACCOUNTS.
      *    CALCGLAC as it was before GA-DEPARTMENT joined the key.
       01  OLD-GL-ACCT-RECORD.
           05  OGA-KEY.
               10  OGA-OPERATOR        PIC X.
               10  OGA-RESULT-SIGN     PIC X.
           05  OGA-ACCOUNT-REF         PIC X(10).
           05  OGA-DRCR                PIC X.

       FD  CALC-GL-ACCOUNTS.
           COPY CALCGLAC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-RSLT-STATUS          PIC XX VALUE SPACES.
           88  WS-OLD-RSLT-OK          VALUE "00".
           88  WS-OLD-RSLT-NOT-FOUND   VALUE "35".

       01  WS-RESULTS-STATUS           PIC XX VALUE SPACES.
           88  WS-RESULTS-OK           VALUE "00".

       01  WS-OLD-REJC-STATUS          PIC XX VALUE SPACES.
           88  WS-OLD-REJC-OK          VALUE "00".
           88  WS-OLD-REJC-NOT-FOUND   VALUE "35".

       01  WS-REJECTS-STATUS           PIC XX VALUE SPACES.
           88  WS-REJECTS-OK           VALUE "00".

       01  WS-OLD-GLAC-STATUS          PIC XX VALUE SPACES.
           88  WS-OLD-GLAC-OK          VALUE "00".
           88  WS-OLD-GLAC-NOT-FOUND   VALUE "35".

       01  WS-GLAC-STATUS              PIC XX VALUE SPACES.
           88  WS-GLAC-OK              VALUE "00".

       01  WS-OLD-RSLT-EOF-SWITCH      PIC X VALUE "N".
           88  WS-END-OF-OLD-RSLT      VALUE "Y".

       01  WS-OLD-REJC-EOF-SWITCH      PIC X VALUE "N".
           88  WS-END-OF-OLD-REJC      VALUE "Y".

       01  WS-OLD-GLAC-EOF-SWITCH      PIC X VALUE "N".
           88  WS-END-OF-OLD-GLAC      VALUE "Y".

       01  WS-RSLT-LOADED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RSLT-SKIPPED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REJC-LOADED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-REJC-SKIPPED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-GLAC-LOADED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-GLAC-SKIPPED-COUNT       PIC 9(7) VALUE ZERO.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CONVERT-RESULTS-FILE
           PERFORM CONVERT-REJECTS-FILE
           PERFORM CONVERT-GL-ACCOUNTS

           DISPLAY "CALCDCNV RESULTS LOADED: " WS-RSLT-LOADED-COUNT
           DISPLAY "CALCDCNV RESULTS SKIPPED: " WS-RSLT-SKIPPED-COUNT
           DISPLAY "CALCDCNV REJECTS LOADED: " WS-REJC-LOADED-COUNT
           DISPLAY "CALCDCNV REJECTS SKIPPED: " WS-REJC-SKIPPED-COUNT
           DISPLAY "CALCDCNV GL MAPPINGS LOADED: " WS-GLAC-LOADED-COUNT
           DISPLAY "CALCDCNV GL MAPPINGS SKIPPED: "
               WS-GLAC-SKIPPED-COUNT

           STOP RUN.

      *****************************************************************
      *****************************************************************
       CONVERT-RESULTS-FILE.
           OPEN INPUT OLD-RESULTS-FILE
           IF WS-OLD-RSLT-NOT-FOUND
               DISPLAY "CALCDCNV: NO CALCRSLO TO CONVERT"
           ELSE
               IF NOT WS-OLD-RSLT-OK
                   DISPLAY "ERROR OPENING CALCRSLO, STATUS="
                       WS-OLD-RSLT-STATUS
                   DISPLAY "CALCDCNV RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT CALC-RESULTS-FILE
               IF NOT WS-RESULTS-OK
                   DISPLAY "ERROR OPENING CALC-RESULTS-FILE, STATUS="
                       WS-RESULTS-STATUS
                   DISPLAY "CALCDCNV RUN ABORTED"
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
               DISPLAY "CALCDCNV: RESULT KEY NOT NUMERIC, SKIPPED"
           ELSE
               MOVE OCR-SEQ-NO TO CR-SEQ-NO
               MOVE OCR-NUM1 TO CR-NUM1
               MOVE OCR-OPERATOR TO CR-OPERATOR
               MOVE OCR-NUM2 TO CR-NUM2
               MOVE OCR-RESULT TO CR-RESULT
               MOVE OCR-STATUS TO CR-STATUS
               MOVE OCR-BATCH-ID TO CR-BATCH-ID
               MOVE OCR-POST-DATE TO CR-POST-DATE
               MOVE SPACES TO CR-DEPARTMENT
               WRITE CALC-RESULT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RSLT-SKIPPED-COUNT
                       DISPLAY "CALCDCNV: RESULT SEQ=" CR-SEQ-NO
                           " NOT LOADED, STATUS=" WS-RESULTS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RSLT-LOADED-COUNT
               END-WRITE
           END-IF.

      *****************************************************************
      *****************************************************************
       CONVERT-REJECTS-FILE.
           OPEN INPUT OLD-REJECTS-FILE
           IF WS-OLD-REJC-NOT-FOUND
               DISPLAY "CALCDCNV: NO CALCREJO TO CONVERT"
           ELSE
               IF NOT WS-OLD-REJC-OK
                   DISPLAY "ERROR OPENING CALCREJO, STATUS="
                       WS-OLD-REJC-STATUS
                   DISPLAY "CALCDCNV RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT CALC-REJECTS
               IF NOT WS-REJECTS-OK
                   DISPLAY "ERROR OPENING CALC-REJECTS, STATUS="
                       WS-REJECTS-STATUS
                   DISPLAY "CALCDCNV RUN ABORTED"
                   CLOSE OLD-REJECTS-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL WS-END-OF-OLD-REJC
                   READ OLD-REJECTS-FILE NEXT
                       AT END
                           SET WS-END-OF-OLD-REJC TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-REJECT
                   END-READ
               END-PERFORM

               CLOSE OLD-REJECTS-FILE
               CLOSE CALC-REJECTS
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-ONE-REJECT.
           IF ORJ-SEQ-NO NOT NUMERIC
               ADD 1 TO WS-REJC-SKIPPED-COUNT
               DISPLAY "CALCDCNV: REJECT KEY NOT NUMERIC, SKIPPED"
           ELSE
               MOVE ORJ-SEQ-NO TO RJ-SEQ-NO
               MOVE ORJ-NUM1 TO RJ-NUM1
               MOVE ORJ-OPERATOR TO RJ-OPERATOR
               MOVE ORJ-NUM2 TO RJ-NUM2
               MOVE ORJ-REASON-CODE TO RJ-REASON-CODE
               MOVE ORJ-REASON-TEXT TO RJ-REASON-TEXT
               MOVE ORJ-ORIG-SEQ-NO TO RJ-ORIG-SEQ-NO
               MOVE ORJ-RESUB-COUNT TO RJ-RESUB-COUNT
               MOVE ORJ-REJECT-DATE TO RJ-REJECT-DATE
               MOVE ORJ-STATUS TO RJ-STATUS
               MOVE ORJ-USER-ID TO RJ-USER-ID
               MOVE SPACES TO RJ-DEPARTMENT
               WRITE CALC-REJECT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJC-SKIPPED-COUNT
                       DISPLAY "CALCDCNV: REJECT SEQ=" RJ-SEQ-NO
                           " NOT LOADED, STATUS=" WS-REJECTS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-REJC-LOADED-COUNT
               END-WRITE
           END-IF.

      *****************************************************************
      *****************************************************************
       CONVERT-GL-ACCOUNTS.
           OPEN INPUT OLD-GL-ACCOUNTS
           IF WS-OLD-GLAC-NOT-FOUND
               DISPLAY "CALCDCNV: NO CALCGLAO TO CONVERT"
           ELSE
               IF NOT WS-OLD-GLAC-OK
                   DISPLAY "ERROR OPENING CALCGLAO, STATUS="
                       WS-OLD-GLAC-STATUS
                   DISPLAY "CALCDCNV RUN ABORTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT CALC-GL-ACCOUNTS
               IF NOT WS-GLAC-OK
                   DISPLAY "ERROR OPENING CALC-GL-ACCOUNTS, STATUS="
                       WS-GLAC-STATUS
                   DISPLAY "CALCDCNV RUN ABORTED"
                   CLOSE OLD-GL-ACCOUNTS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM UNTIL WS-END-OF-OLD-GLAC
                   READ OLD-GL-ACCOUNTS NEXT
                       AT END
                           SET WS-END-OF-OLD-GLAC TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-GL-MAPPING
                   END-READ
               END-PERFORM

               CLOSE OLD-GL-ACCOUNTS
               CLOSE CALC-GL-ACCOUNTS
           END-IF.

      *****************************************************************
      *****************************************************************
       LOAD-ONE-GL-MAPPING.
           IF OGA-KEY = SPACES
               ADD 1 TO WS-GLAC-SKIPPED-COUNT
               DISPLAY "CALCDCNV: GL MAPPING KEY BLANK, SKIPPED"
           ELSE
               MOVE SPACES TO GA-DEPARTMENT
               MOVE OGA-OPERATOR TO GA-OPERATOR
               MOVE OGA-RESULT-SIGN TO GA-RESULT-SIGN
               MOVE OGA-ACCOUNT-REF TO GA-ACCOUNT-REF
               MOVE OGA-DRCR TO GA-DRCR
               WRITE CALC-GL-ACCT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-GLAC-SKIPPED-COUNT
                       DISPLAY "CALCDCNV: GL MAPPING " OGA-OPERATOR
                           "/" OGA-RESULT-SIGN " NOT LOADED, STATUS="
                           WS-GLAC-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-GLAC-LOADED-COUNT
               END-WRITE
           END-IF.

      *****************************************************************
      *****************************************************************
