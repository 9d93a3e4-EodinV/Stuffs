      *                   gets control and the RETURN-CODE back, and
      *                   every abort path now sets RETURN-CODE 12
      *                   the driver can branch on.
      * 10/15/26 MAINT    A result reversed by CALCREVR prints with
      *                   status REVSD and is left out of the
      *                   operator and grand totals - its offset has
      *                   cancelled it in the GL - with its own
      *                   reversed count and amount under the grand
      *                   totals so the day still adds up to the
      *                   detail lines.
      * 10/15/26 MAINT    A result held for supervisor release
      *                   (CR-STATUS "H", see CALCAUTH/CALCHREL) prints
      *                   with status HELD and, since it has not gone
      *                   to the GL, is likewise left out of the
      *                   operator and grand totals with its own held
      *                   count and amount. Its release posts on a
      *                   later day and is not reprinted here.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  WS-GRAND-TOTAL              PIC S9(9)V99 VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-HELD-TOTAL               PIC S9(9)V99 VALUE ZERO.

       01  HDG-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
               "TOTAL REJECTED CNT:".
           05  RC-COUNT                PIC Z,ZZZ,ZZ9.

       01  REVERSED-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL REVERSED CNT:".
           05  RV-COUNT                PIC Z,ZZZ,ZZ9.

       01  REVERSED-TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL REVERSED AMT:".
           05  RV-TOTAL                PIC -(8)9.99.

       01  HELD-COUNT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL HELD CNT:".
           05  HL-COUNT                PIC Z,ZZZ,ZZ9.

       01  HELD-TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL HELD AMT:".
           05  HL-TOTAL                PIC -(8)9.99.

      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE CR-OPERATOR TO DL-OPERATOR
           MOVE CR-NUM2 TO DL-NUM2
           MOVE CR-RESULT TO DL-RESULT
           EVALUATE TRUE
               WHEN CR-STATUS-ERROR
                   MOVE "ERROR" TO DL-STATUS
               WHEN CR-STATUS-REVERSED
                   MOVE "REVSD" TO DL-STATUS
               WHEN CR-STATUS-HELD
                   MOVE "HELD" TO DL-STATUS
               WHEN OTHER
                   MOVE "OK" TO DL-STATUS
           END-EVALUATE

           WRITE CALC-RPT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *****************************************************************
      *****************************************************************
       ACCUMULATE-TOTALS.
           EVALUATE TRUE
               WHEN CR-STATUS-REVERSED
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD CR-RESULT TO WS-REVERSED-TOTAL
               WHEN CR-STATUS-HELD
                   ADD 1 TO WS-HELD-COUNT
                   ADD CR-RESULT TO WS-HELD-TOTAL
               WHEN OTHER
                   PERFORM ACCUMULATE-POSTED-TOTALS
           END-EVALUATE.

      *****************************************************************
      *****************************************************************
       ACCUMULATE-POSTED-TOTALS.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                   UNTIL WS-OP-INDEX > 6
                      OR WS-OP-CODE(WS-OP-INDEX) = CR-OPERATOR
           MOVE WS-ERROR-COUNT TO EC-COUNT
           WRITE CALC-RPT-LINE FROM ERROR-COUNT-LINE
           MOVE WS-REJECTED-COUNT TO RC-COUNT
           WRITE CALC-RPT-LINE FROM REJECT-COUNT-LINE
           MOVE WS-REVERSED-COUNT TO RV-COUNT
           WRITE CALC-RPT-LINE FROM REVERSED-COUNT-LINE
           MOVE WS-REVERSED-TOTAL TO RV-TOTAL
           WRITE CALC-RPT-LINE FROM REVERSED-TOTAL-LINE
           MOVE WS-HELD-COUNT TO HL-COUNT
           WRITE CALC-RPT-LINE FROM HELD-COUNT-LINE
           MOVE WS-HELD-TOTAL TO HL-TOTAL
           WRITE CALC-RPT-LINE FROM HELD-TOTAL-LINE.

      *****************************************************************
      *****************************************************************
