      *****************************************************************
      * Copybook:  CALCTXRG
      * Layout of one CALC-TX-REGISTER record - one per CALCGLTX
      * transmission, keyed on its extract date. CALCGLCT writes it
      * when it cuts (or re-cuts) the file, with TR-STATUS "U" -
      * sent, not yet acknowledged - and what was sent. CALCGLAL
      * updates it when the GL team's CALCGLRT return file for the
      * transmission is loaded: "A" every line accepted, "P" some
      * lines rejected by the GL (or never answered for), "R" the
      * whole transmission rejected outright (reason in
      * TR-REASON-CODE / -TEXT), which CALCGLBU refuses to post until
      * it has been corrected and re-cut. CALCNITE flags a
      * transmission still "U" after the ACKDAYS business days on
      * its end-of-night summary.
      * CALCGLBU sets TR-POSTED-DATE when it posts the extract to
      * CALC-GL-BALANCES. An outright rejection loaded for an extract
      * already posted sets TR-BACKOUT-PENDING; CALCGLBU's next run
      * backs every line of it out of the ledger, clears the posted
      * date and sets TR-BACKOUT-DATE, after which the corrected
      * re-cut may post in its place. A re-cut keeps all three.
      *****************************************************************
       01  CALC-TX-REG-RECORD.
           05  TR-EXTRACT-DATE         PIC X(8).
           05  TR-CUT-DATE             PIC X(8).
           05  TR-CUT-TIME             PIC X(8).
           05  TR-STATUS               PIC X.
               88  TR-UNACKNOWLEDGED   VALUE "U".
               88  TR-ACKNOWLEDGED     VALUE "A".
               88  TR-PART-REJECTED    VALUE "P".
               88  TR-REJECTED         VALUE "R".
           05  TR-SENT-COUNT           PIC 9(8).
           05  TR-SENT-HASH            PIC 9(13)V99.
           05  TR-ACK-DATE             PIC X(8).
           05  TR-GL-PROCESS-DATE      PIC X(8).
           05  TR-ACCEPTED-COUNT       PIC 9(8).
           05  TR-REJECTED-COUNT       PIC 9(8).
           05  TR-REJECTED-HASH        PIC 9(13)V99.
           05  TR-NO-RESPONSE-COUNT    PIC 9(8).
           05  TR-REASON-CODE          PIC X(4).
           05  TR-REASON-TEXT          PIC X(30).
           05  TR-POSTED-DATE          PIC X(8).
           05  TR-BACKOUT-SWITCH       PIC X.
               88  TR-BACKOUT-PENDING  VALUE "Y".
           05  TR-BACKOUT-DATE         PIC X(8).
