      * *****************************************************************
      * Program name:    CALCRATG
      * Original author: MAINT.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26 MAINT    Created. Resolves a CALC-RATES rate code to
      *                   the rate in force on a given date - the
      *                   record for the code with the latest
      *                   RT-EFF-DATE on or before it - so batch
      *                   (SIMPLE-CALCULATOR, on the header's business
      *                   date) and online (CALCCICS) take a rate the
      *                   same way, in the CALCVAL mould. A code with
      *                   nothing effective yet, a blank code or an
      *                   unavailable rate table all come back as not
      *                   found, and the caller rejects the item: an
      *                   operand cannot be guessed the way a missing
      *                   range check can be skipped.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCRATG.
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
           SELECT CALC-RATES ASSIGN TO "CALCRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATES-STATUS.

      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-RATES.
           COPY CALCRATE.

       WORKING-STORAGE SECTION.
       01  WS-RATES-STATUS             PIC XX VALUE SPACES.
           88  WS-RATES-OK             VALUE "00".

      *****************************************************************
      *****************************************************************
       LINKAGE SECTION.
       01  LS-RATE-CODE                PIC X(6).
       01  LS-AS-OF-DATE               PIC X(8).
       01  LS-RATE-VALUE               PIC S9(7)V99.
       01  LS-RATE-SWITCH              PIC X.
           88  LS-RATE-FOUND           VALUE "Y".
           88  LS-RATE-NOT-FOUND       VALUE "N".

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION USING LS-RATE-CODE LS-AS-OF-DATE
                                LS-RATE-VALUE LS-RATE-SWITCH.
       MAIN-LOGIC.
           SET LS-RATE-NOT-FOUND TO TRUE
           MOVE ZERO TO LS-RATE-VALUE

           IF LS-RATE-CODE NOT = SPACES
               OPEN INPUT CALC-RATES
               IF NOT WS-RATES-OK
                   DISPLAY "CALCRATG: CALC-RATES NOT AVAILABLE, "
                       "STATUS=" WS-RATES-STATUS
               ELSE
                   PERFORM FIND-RATE-IN-FORCE
                   CLOSE CALC-RATES
               END-IF
           END-IF

           GOBACK.

      *****************************************************************
      *****************************************************************
       FIND-RATE-IN-FORCE.
      *    Position on the highest key not past code + date and step
      *    back one record, the way the maintenance jobs find the
      *    last pending sequence; it is the rate in force only if it
      *    is still the same code.
           MOVE LS-RATE-CODE TO RT-RATE-CODE
           MOVE LS-AS-OF-DATE TO RT-EFF-DATE
           START CALC-RATES
               KEY NOT GREATER THAN RT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CALC-RATES PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-RATE-CODE = LS-RATE-CODE
                               MOVE RT-RATE-VALUE TO LS-RATE-VALUE
                               SET LS-RATE-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

      *****************************************************************
      *****************************************************************
