      * Copybook:  CALCCHL
      * Layout of one CALC-CHANGE-LOG entry, written by CALCAPPR for
      * every approved maintenance request it applies to CALC-LIMITS,
      * CALC-GL-ACCOUNTS, CALC-STANDING-INSTRUCTIONS,
      * CALC-DEPARTMENTS, CALC-RATES or CALC-USER-AUTHORITY. Keeps the
      * before and after image of the applied record (the target
      * control record's own layout, spaces where there was or is no
      * record - an ADD has a blank before image, a DELETE a blank
