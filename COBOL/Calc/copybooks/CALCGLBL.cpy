      * exactly what went out the door) and read by the CALCGLTB
      * trial balance report. BL-MONTH (YYYYMM) names the month the
      * totals belong to: the first posting of a new month resets
      * the account's totals instead of rolling them on forever; the
      * month being reset is first kept on the CALCBHST balance
      * history.
      *****************************************************************
       01  CALC-GL-BAL-RECORD.
           05  BL-ACCOUNT-REF          PIC X(10).
