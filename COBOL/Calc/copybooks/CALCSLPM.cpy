      *****************************************************************
      * Copybook:  CALCSLPM
      * Parameter block passed to the CALCSEAL archive-seal
      * subprogram (see CALCSREG for the register it keeps).
      * SP-FUNCTION:
      *   "S" seal a generation the cutover is keeping. One already
      *       sealed and not added to this run (SP-NEW-RECORDS "N")
      *       is only compared with its seal; otherwise it is
      *       (re)sealed, chained to SP-PRIOR-GEN-DATE/-CHECK.
      *   "P" enter a generation the cutover is purging: its seal is
      *       kept (or made, if it never had one) and marked purged.
      *   "V" compare a generation with its seal, register read only.
      *   "K" work out SP-CHECK-VALUE from SP-PRIOR-CHECK,
      *       SP-GEN-DATE, the count and the hash totals; no I/O.
      * "S" and "P" hand back the generation's own date and check
      * value in SP-PRIOR-GEN-DATE/-CHECK, ready for the next call,
      * so a cutover calling them oldest generation first builds the
      * chain without keeping any of it itself.
      * SP-RESULT: "Y" matches its seal, "S" sealed this call, "P"
      * purge entered, "M" count or totals differ from the seal, "N"
      * no seal on the register, "X" the seal says purged, "U" the
      * register could not be read or written.
      *****************************************************************
       01  CALC-SEAL-PARMS.
           05  SP-FUNCTION             PIC X.
               88  SP-FUNC-SEAL        VALUE "S".
               88  SP-FUNC-PURGE       VALUE "P".
               88  SP-FUNC-VERIFY      VALUE "V".
               88  SP-FUNC-CHECK-VALUE VALUE "K".
           05  SP-PROGRAM              PIC X(8).
           05  SP-ARCHIVE              PIC X(8).
           05  SP-GEN-DATE             PIC X(8).
           05  SP-NEW-RECORDS          PIC X.
               88  SP-GEN-ADDED-TO     VALUE "Y".
           05  SP-RECORD-COUNT         PIC 9(8).
           05  SP-HASH-1               PIC S9(13)V99.
           05  SP-HASH-2               PIC S9(13)V99.
           05  SP-HASH-3               PIC S9(13)V99.
           05  SP-PRIOR-GEN-DATE       PIC X(8).
           05  SP-PRIOR-CHECK          PIC 9(9).
           05  SP-CHECK-VALUE          PIC 9(9).
           05  SP-RESULT               PIC X.
               88  SP-SEAL-MATCHES     VALUE "Y".
               88  SP-SEAL-WRITTEN     VALUE "S".
               88  SP-PURGE-ENTERED    VALUE "P".
               88  SP-SEAL-MISMATCH    VALUE "M".
               88  SP-NOT-SEALED       VALUE "N".
               88  SP-SEAL-PURGED      VALUE "X".
               88  SP-REGISTER-FAILED  VALUE "U".
