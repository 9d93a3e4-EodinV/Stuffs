      *****************************************************************
      * Copybook:  CALCPND
      * Layout of one CALC-PENDING-MAINT record, keyed on PD-SEQ-NO.
      * The CALCLMU / CALCGAU / CALCSIU / CALCDMU / CALCRTU / CALCUAU
      * maintenance jobs no longer apply ADD/CHANGE/DELETE requests
      * straight onto CALC-LIMITS, CALC-GL-ACCOUNTS,
      * CALC-STANDING-INSTRUCTIONS, CALC-DEPARTMENTS, CALC-RATES and
      * CALC-USER-AUTHORITY: they land
      * here in status "P" stamped with the maker, and the separate
      * CALCAPPR approval job (run under a different operator) is
      * what actually applies them. PD-MAINT-IMAGE holds the keyed
      * maintenance record minus its function byte, which for every
      * target is exactly the target control record's own
      * layout (key first, then values):
      *   L = CALC-LIMITS (CALCLIM layout, 37 bytes)
      *   G = CALC-GL-ACCOUNTS (CALCGLAC layout, 17 bytes)
      *   S = CALC-STANDING-INSTRUCTIONS (CALCSIN layout, 43 bytes)
      *   D = CALC-DEPARTMENTS (CALCDEPT layout, 35 bytes)
      *   R = CALC-RATES (CALCRATE layout, 43 bytes)
      *   U = CALC-USER-AUTHORITY (CALCUSRA layout, 24 bytes)
      * CALCAPPR rewrites an actioned record to "A" (applied) or "R"
      * (rejected) with the checker's stamp; CALCPLST lists what is
      * pending and what was recently actioned.
               88  PD-TARGET-LIMITS    VALUE "L".
               88  PD-TARGET-GLACCTS   VALUE "G".
               88  PD-TARGET-STANDING  VALUE "S".
               88  PD-TARGET-DEPTS     VALUE "D".
               88  PD-TARGET-RATES     VALUE "R".
               88  PD-TARGET-USERAUTH  VALUE "U".
           05  PD-FUNCTION             PIC X.
               88  PD-FUNC-ADD         VALUE "A".
               88  PD-FUNC-CHANGE      VALUE "C".
