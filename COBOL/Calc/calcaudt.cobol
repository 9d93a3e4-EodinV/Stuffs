      *                   which post with a zero AL-SEQ-NO and were
      *                   otherwise untraceable. CALCAINQ filters on
      *                   it.
      * 10/15/26 MAINT    Callers now also pass an entry type, written
      *                   as AL-ENTRY-TYPE: spaces for a calculation,
      *                   "R" for the reversal CALCREVR records under
      *                   the original sequence number, so a reversal
      *                   is never mistaken for a second calculation.
      * 10/15/26 MAINT    Callers now also pass the originating
      *                   department, written as AL-DEPARTMENT, so
      *                   the log can be read department by
      *                   department like the results and the GL.
      * 10/15/26 MAINT    Callers now also pass the CALC-RATES rate
      *                   code an operand was taken from and the rate
      *                   it resolved to (spaces/zero when the item
      *                   named none), written as AL-RATE-CODE and
      *                   AL-RATE-VALUE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  LS-NUM2                     PIC S9(7)V99.
       01  LS-RESULT                   PIC S9(7)V99.
       01  LS-USER-ID                  PIC X(8).
       01  LS-ENTRY-TYPE               PIC X.
       01  LS-DEPARTMENT               PIC X(4).
       01  LS-RATE-CODE                PIC X(6).
       01  LS-RATE-VALUE               PIC S9(7)V99.
       01  LS-AUDIT-STATUS             PIC X.
           88  LS-AUDIT-OK             VALUE "Y".
           88  LS-AUDIT-ERROR          VALUE "N".
      *****************************************************************
       PROCEDURE DIVISION USING LS-SEQ-NO LS-NUM1 LS-OPERATOR
                                LS-NUM2 LS-RESULT LS-USER-ID
                                LS-ENTRY-TYPE LS-DEPARTMENT
                                LS-RATE-CODE LS-RATE-VALUE
                                LS-AUDIT-STATUS.
       MAIN-LOGIC.
           SET LS-AUDIT-ERROR TO TRUE
               MOVE LS-RESULT TO AL-RESULT
               MOVE LS-SEQ-NO TO AL-SEQ-NO
               MOVE LS-USER-ID TO AL-USER-ID
               MOVE LS-ENTRY-TYPE TO AL-ENTRY-TYPE
               MOVE LS-DEPARTMENT TO AL-DEPARTMENT
               MOVE LS-RATE-CODE TO AL-RATE-CODE
               MOVE LS-RATE-VALUE TO AL-RATE-VALUE
               WRITE CALC-AUDIT-RECORD

               IF WS-AUDIT-OK
