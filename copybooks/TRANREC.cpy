      * PROGRAM STAMPS IT ON RE-SUBMITTED RECORDS SO A RECORD THAT
      * KEEPS BOUNCING CARRIES ITS PASS COUNT THROUGH THE MAIN RUN
      * AND STILL AGES OUT.
      * TRANS-TXN-TYPE IS SPACE ON ORDINARY WORK AND 'R' ON A
      * REVERSAL, WHICH CARRIES THE TRANS-ID OF THE POSTING IT
      * BACKS OUT IN TRANS-ORIG-ID. A REVERSAL IS KEYED WITH ITS
      * OWN NEW TRANS-ID BUT THE ORIGINAL'S ACCOUNT, CODE AND
      * AMOUNT -- THE POSTING RUN APPLIES THE OPPOSITE SIGN.
      * TRANS-OPERATOR IS 'INTACR' ON THE INTEREST CREDITS AND FEES
      * THE MONTH-END ACCRUAL RUN GENERATES. THEY ARE NOT CUSTOMER
      * ACTIVITY, SO POSTING THEM LEAVES ACCT-LAST-POST-DATE (THE
      * DORMANCY CLOCK) ALONE.
      ***************************************************************
          01  TRANS-RECORD.
              05  TRANS-REC-TYPE             PIC X.
                  10  TRANS-DATE             PIC X(8).
                  10  TRANS-BRANCH           PIC X(4).
                  10  TRANS-OPERATOR         PIC X(6).
                      88  TRANS-FROM-ACCRUAL VALUE 'INTACR'.
                  10  TRANS-RECYCLE-COUNT    PIC 9(2).
                  10  TRANS-TXN-TYPE         PIC X.
                      88  TRANS-REVERSAL     VALUE 'R'.
                  10  TRANS-ORIG-ID          PIC X(10).
                  10  FILLER                 PIC X(25).
              05  TRANS-HEADER-AREA REDEFINES TRANS-DETAIL-AREA.
                  10  HDR-FILE-DATE          PIC 9(8).
                  10  HDR-ORIGIN-ID          PIC X(8).
