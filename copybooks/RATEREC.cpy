      ***************************************************************
      * RATE AND FEE REFERENCE RECORD (PROD.REF.RATEFEE, LRECL 80).
      * DRIVES THE MONTH-END INTEREST ACCRUAL AND SERVICE-CHARGE
      * RUN (INTACCR). RECORD TYPES:
      *   I  INTEREST TIER. AN OPEN ACCOUNT WITH A POSITIVE BALANCE
      *      EARNS THE ANNUAL RATE OF THE HIGHEST TIER WHOSE FLOOR
      *      IT REACHES, FOR ONE MONTH (ONE TWELFTH OF THE RATE).
      *   M  LOW-BALANCE MAINTENANCE FEE. CHARGED FLAT WHEN THE
      *      BALANCE IS ZERO OR MORE BUT BELOW RATE-TIER-FLOOR.
      *   O  OVERDRAWN CHARGE. CHARGED WHEN THE BALANCE IS BELOW
      *      ZERO: THE FLAT FEE PLUS ONE MONTH OF THE ANNUAL RATE
      *      ON THE OVERDRAWN AMOUNT (EITHER MAY BE ZERO).
      * RATE-TRANS-CODE IS THE CODETBL CODE THE ITEM POSTS UNDER --
      * A CREDIT CODE FOR INTEREST, A DEBIT CODE FOR THE FEES. A
      * RECORD APPLIES WHEN THE ACCRUAL DATE FALLS INSIDE ITS
      * EFFECTIVE WINDOW; AN EXPIRY OF 99999999 IS OPEN-ENDED.
      * RATE-ANNUAL-PCT IS A PERCENTAGE: 0025000 IS 2.5000 PCT.
      ***************************************************************
          01  RATE-RECORD.
              05  RATE-TYPE                  PIC X.
                  88  RATE-INTEREST          VALUE 'I'.
                  88  RATE-LOW-BAL-FEE       VALUE 'M'.
                  88  RATE-OVERDRAWN         VALUE 'O'.
              05  RATE-EFF-DATE              PIC 9(8).
              05  RATE-EXP-DATE              PIC 9(8).
              05  RATE-TIER-FLOOR            PIC 9(11)V99.
              05  RATE-ANNUAL-PCT            PIC 9(3)V9(4).
              05  RATE-FEE-AMT               PIC 9(7)V99.
              05  RATE-TRANS-CODE            PIC X(2).
              05  RATE-DESC                  PIC X(30).
              05  FILLER                     PIC X(2).
