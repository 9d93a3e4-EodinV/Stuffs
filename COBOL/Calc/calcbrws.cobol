      *                   The HANDLE AID is gone; attention keys are
      *                   dispatched from EIBAID (COPY DFHAID) after
      *                   the RECEIVE instead.
      * 10/15/26 MAINT    A result reversed by CALCREVR (CR-STATUS
      *                   "R") now shows status REVSD on the browse
      *                   instead of OK.
      * 10/15/26 MAINT    A result held for supervisor release
      *                   (CR-STATUS "H", see CALCAUTH/CALCHREL) shows
      *                   status HELD, so the help desk can tell the
      *                   caller it has not gone to the GL.
      *
      * NOTE: This program uses EXEC CICS commands, a vendor extension
      * that this sandbox's cobc build cannot preprocess/compile
           MOVE CR-OPERATOR TO RD-OPERATOR
           MOVE CR-NUM2 TO RD-NUM2
           MOVE CR-RESULT TO RD-RESULT
           EVALUATE TRUE
               WHEN CR-STATUS-ERROR
                   MOVE "ERROR" TO RD-STATUS
               WHEN CR-STATUS-REVERSED
                   MOVE "REVSD" TO RD-STATUS
               WHEN CR-STATUS-HELD
                   MOVE "HELD" TO RD-STATUS
               WHEN OTHER
                   MOVE "OK" TO RD-STATUS
           END-EVALUATE
           MOVE CR-BATCH-ID TO RD-BATCH-ID
           MOVE RESULT-DETAIL TO WS-LINE(WS-LINE-COUNT).

