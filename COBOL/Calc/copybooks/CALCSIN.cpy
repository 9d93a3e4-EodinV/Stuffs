      * short - run it through the one-time CALCLCNV conversion job,
      * which carries the old records forward with the rule spaces
      * (skip).
      * SI-RATE-OPERAND "1" or "2" says that operand is a CALC-RATES
      * rate code rather than a literal: the operand's own bytes
      * then hold the code (SI-NUM1-RATE-CODE / SI-NUM2-RATE-CODE,
      * the REDEFINES below) and CALCSGEN passes it through on the
      * generated detail as CT-RATE-CODE for SIMPLE-CALCULATOR to
      * resolve on the business date. The code sits in place of the
      * literal, not beside it, so the record still fits the
      * pending-maintenance image. Spaces (the default for records
      * carried forward by the CALCTCNV conversion job) means both
      * operands are literals.
      *****************************************************************
       01  CALC-STANDING-RECORD.
           05  SI-ID                   PIC 9(4).
           05  SI-NUM1                 PIC S9(7)V99.
           05  SI-NUM1-RATE REDEFINES SI-NUM1.
               10  SI-NUM1-RATE-CODE   PIC X(6).
               10  FILLER              PIC X(3).
           05  SI-OPERATOR             PIC X.
           05  SI-NUM2                 PIC S9(7)V99.
           05  SI-NUM2-RATE REDEFINES SI-NUM2.
               10  SI-NUM2-RATE-CODE   PIC X(6).
               10  FILLER              PIC X(3).
           05  SI-FREQUENCY            PIC X.
               88  SI-FREQ-DAILY       VALUE "D".
               88  SI-FREQ-WEEKLY      VALUE "W".
               88  SI-ROLL-FORWARD     VALUE "F".
               88  SI-ROLL-BACKWARD    VALUE "B".
               88  SI-ROLL-SKIP        VALUE "S" " ".
           05  SI-RATE-OPERAND         PIC X.
               88  SI-RATE-NUM1        VALUE "1".
               88  SI-RATE-NUM2        VALUE "2".
               88  SI-RATE-NONE        VALUE " ".
