      *****************************************************************
      * Copybook:  CALCHELD
      * Layout of one CALC-HELD-ITEMS record - a calculation that
      * came out over its user's CALC-USER-AUTHORITY (operator not
      * permitted, RESULT over UA-MAX-RESULT, or no authority record
      * at all) and was held instead of being posted to the GL.
      * Written by SIMPLE-CALCULATOR (batch) and CALCCICS (online);
      * the result itself is still journalled on CALCRSLT, with
      * CR-STATUS "H", so the browse and CALCRECN can see it.
      * Keyed on sequence number plus the date it was held: batch
      * sequence numbers start again with each day's feed, and an
      * item may wait on this file for several days.
      * HD-STATUS is "H" while the item waits for a supervisor.
      * CALCHREL rewrites it to "L" (released - posted to the GL on
      * the release day under the original HD-SEQ-NO with
      * GL-MOVEMENT "L" and a release audit entry) or "D" (declined
      * - written to CALC-REJECTS under HD-SEQ-NO so CALCRSUB can
      * resubmit a corrected version), stamping the supervisor and
      * the date and time of the decision.
      * HD-ORIG-SEQ-NO / HD-RESUB-COUNT carry the resubmission
      * linkage through to the reject a decline writes.
      *****************************************************************
       01  CALC-HELD-RECORD.
           05  HD-KEY.
               10  HD-SEQ-NO           PIC 9(8).
               10  HD-HELD-DATE        PIC X(8).
           05  HD-NUM1                 PIC S9(7)V99.
           05  HD-OPERATOR             PIC X.
           05  HD-NUM2                 PIC S9(7)V99.
           05  HD-RESULT               PIC S9(7)V99.
           05  HD-USER-ID              PIC X(8).
           05  HD-DEPARTMENT           PIC X(4).
           05  HD-BATCH-ID             PIC X(8).
           05  HD-RATE-CODE            PIC X(6).
           05  HD-RATE-VALUE           PIC S9(7)V99.
           05  HD-ORIG-SEQ-NO          PIC 9(8).
           05  HD-RESUB-COUNT          PIC 9(2).
           05  HD-REASON-CODE          PIC X(2).
           05  HD-REASON-TEXT          PIC X(30).
           05  HD-HELD-TIME            PIC X(8).
           05  HD-STATUS               PIC X.
               88  HD-HELD             VALUE "H".
               88  HD-RELEASED         VALUE "L".
               88  HD-DECLINED         VALUE "D".
           05  HD-SUPERVISOR-ID        PIC X(8).
           05  HD-ACTION-DATE          PIC X(8).
           05  HD-ACTION-TIME          PIC X(8).
