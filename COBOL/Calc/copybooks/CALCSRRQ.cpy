      *****************************************************************
      * Copybook:  CALCSRRQ
      * Layout of one reclassification request against an open item
      * on CALC-SUSPENSE-ITEMS. SR-SEQ-NO, SR-POST-DATE and
      * SR-MOVEMENT name the item (all three are on the CALCSUSA aged
      * listing). There is no account to key: once the missing
      * mapping has been added through CALCGAU, CALCSUSA derives the
      * account and debit/credit side from CALC-GL-ACCOUNTS exactly
      * as CALCGLW would have. SR-USER-ID is the user asking for the
      * reclassification and SR-REASON-TEXT is kept on the item and
      * printed on the listing. Read by CALCSUSA.
      *****************************************************************
       01  CALC-SUSP-RECLASS-REQUEST.
           05  SR-SEQ-NO               PIC 9(8).
           05  SR-POST-DATE            PIC X(8).
           05  SR-MOVEMENT             PIC X.
           05  SR-USER-ID              PIC X(8).
           05  SR-REASON-TEXT          PIC X(30).
