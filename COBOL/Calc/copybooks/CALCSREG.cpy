      *****************************************************************
      * Copybook:  CALCSREG
      * Layout of one CALC-SEAL-REGISTER entry (CALCSREG, indexed on
      * SL-KEY): the seal on one dated generation of an archive the
      * nightly cutovers keep - CALCAHST (audit log, by AL-DATE),
      * CALCRHST (results, by CR-POST-DATE) and CALCJHST (rejects,
      * by RJ-REJECT-DATE). Entries are made only through the
      * CALCSEAL subprogram, called by CALCACUT and CALCRCUT as they
      * rewrite each archive, and checked by CALCSVER, CALCAINQ and
      * CALCRTRD.
      * SL-RECORD-COUNT and the three hash totals are what the
      * generation held when it was sealed: for CALCAHST the sums
      * of AL-NUM1, AL-NUM2 and AL-RESULT; for CALCRHST of CR-NUM1,
      * CR-NUM2 and CR-RESULT; for CALCJHST of RJ-NUM1, RJ-NUM2 and
      * RJ-SEQ-NO.
      * SL-CHECK-VALUE is worked from those figures, the generation
      * date and SL-PRIOR-CHECK - the check value of the archive's
      * previous generation on the register, named in
      * SL-PRIOR-GEN-DATE (zero and spaces for the first) - so the
      * seals of one archive form a chain and an entry altered or
      * taken out of the register breaks it.
      * SL-STATUS "P" is a generation purged under the cutover's
      * keep-count: the entry stays on the register with its seal
      * and chain intact and the date and program of the purge, so
      * a missing day reads as an authorised purge and not a loss.
      *****************************************************************
       01  CALC-SEAL-RECORD.
           05  SL-KEY.
               10  SL-ARCHIVE          PIC X(8).
               10  SL-GEN-DATE         PIC X(8).
           05  SL-STATUS               PIC X.
               88  SL-SEALED           VALUE "S".
               88  SL-PURGED           VALUE "P".
           05  SL-RECORD-COUNT         PIC 9(8).
           05  SL-HASH-1               PIC S9(13)V99.
           05  SL-HASH-2               PIC S9(13)V99.
           05  SL-HASH-3               PIC S9(13)V99.
           05  SL-PRIOR-GEN-DATE       PIC X(8).
           05  SL-PRIOR-CHECK          PIC 9(9).
           05  SL-CHECK-VALUE          PIC 9(9).
           05  SL-SEALED-BY            PIC X(8).
           05  SL-SEAL-DATE            PIC X(8).
           05  SL-SEAL-TIME            PIC X(8).
           05  SL-PURGED-BY            PIC X(8).
           05  SL-PURGE-DATE           PIC X(8).
