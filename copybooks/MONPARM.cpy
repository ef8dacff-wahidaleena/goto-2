      ***************************************************************
      * ACTIVITY-MONITORING THRESHOLD RECORD (PROD.REF.MONPARM,
      * LRECL 80). DRIVES THE DAILY LARGE-VALUE AND VELOCITY
      * EXCEPTION RUN (TXNMON). ONE RECORD PER RULE; A RULE WITH NO
      * RECORD IN EFFECT ON THE BUSINESS DATE IS NOT APPLIED.
      * AMOUNTS ARE COMPARED WITHOUT SIGN -- A LARGE DEBIT AND A
      * LARGE CREDIT ARE EQUALLY UNUSUAL. RULE TYPES:
      *   L  SINGLE LARGE ITEM. ANY ONE POSTING OF MON-AMOUNT OR
      *      MORE ON THE BUSINESS DATE.
      *   A  DAILY AGGREGATE. AN ACCOUNT'S POSTINGS FOR THE DAY
      *      TOTAL MON-AMOUNT OR MORE.
      *   C  DAILY COUNT. AN ACCOUNT TAKES MON-COUNT OR MORE
      *      POSTINGS IN THE DAY.
      *   S  JUST UNDER A THRESHOLD. AN ACCOUNT TAKES MON-COUNT OR
      *      MORE POSTINGS FALLING WITHIN MON-PCT PERCENT BELOW
      *      MON-AMOUNT, OVER A ROLLING WINDOW OF MON-DAYS BUSINESS
      *      DAYS ENDING ON THE BUSINESS DATE, AT LEAST ONE OF THEM
      *      ON THE BUSINESS DATE ITSELF.
      * A RECORD APPLIES WHEN THE BUSINESS DATE FALLS INSIDE ITS
      * EFFECTIVE WINDOW; AN EXPIRY OF 99999999 IS OPEN-ENDED.
      * MON-PCT IS A PERCENTAGE: 01000 IS 10.00 PCT.
      ***************************************************************
          01  MON-PARM-RECORD.
              05  MON-RULE-TYPE              PIC X.
                  88  MON-RULE-LARGE         VALUE 'L'.
                  88  MON-RULE-AGGREGATE     VALUE 'A'.
                  88  MON-RULE-COUNT         VALUE 'C'.
                  88  MON-RULE-UNDER         VALUE 'S'.
              05  MON-EFF-DATE               PIC 9(8).
              05  MON-EXP-DATE               PIC 9(8).
              05  MON-AMOUNT                 PIC 9(11)V99.
              05  MON-COUNT                  PIC 9(5).
              05  MON-PCT                    PIC 9(3)V99.
              05  MON-DAYS                   PIC 9(3).
              05  MON-DESC                   PIC X(30).
              05  FILLER                     PIC X(7).
