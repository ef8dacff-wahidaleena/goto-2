      * AS S003. A LIMIT OF SPACES (RECORDS OLDER THAN THE FIELD)
      * OR ZERO MEANS NO OVERDRAFT IS ALLOWED; CORPORATE ACCOUNTS
      * CARRY A HIGHER LIMIT SET BY ACCTMNT.
      * AN OPEN ACCOUNT WITH NO POSTING FOR THE DORMANCY PERIOD IS
      * FLAGGED DORMANT ('D') BY THE DORMANCY RUN (DORMANT). CREDITS
      * STILL POST TO A DORMANT ACCOUNT; A DEBIT SUSPENDS AS S004
      * UNTIL AN ACCTMNT REACT CARD PUTS THE ACCOUNT BACK TO OPEN.
      * ACCT-STATUS-DATE IS THE DATE OF THE LAST DORMANCY OR
      * MAINTENANCE STATUS CHANGE (SPACES ON RECORDS OLDER THAN THE
      * FIELD) -- ON AN OPEN ACCOUNT THE DORMANCY CLOCK RUNS FROM THE
      * LATER OF IT AND ACCT-LAST-POST-DATE, SO A REACTIVATED ACCOUNT
      * IS NOT FLAGGED STRAIGHT BACK ON THE NEXT RUN.
      * ACCT-LAST-POST-DATE MOVES ONLY FOR CUSTOMER ACTIVITY -- THE
      * ACCRUAL RUN'S INTEREST AND FEES LEAVE IT ALONE.
      * ACCT-HOME-BRANCH IS THE OFFICE THAT OWNS THE ACCOUNT, SET BY
      * ACCTMNT FROM THE BRANCH DIRECTORY. WORK POSTED THROUGH ANY
      * OTHER OFFICE CARRIES DUE-TO/DUE-FROM ENTRIES BETWEEN THE TWO
      * ON THE GL EXTRACT. SPACES (RECORDS OLDER THAN THE FIELD)
      * MEANS NOT YET DOMICILED -- NO INTER-BRANCH ENTRIES.
      ***************************************************************
          01  ACCOUNT-RECORD.
              05  ACCT-KEY                   PIC X(6).
              05  ACCT-STATUS                PIC X.
                  88  ACCT-OPEN              VALUE 'O'.
                  88  ACCT-CLOSED            VALUE 'C'.
                  88  ACCT-DORMANT           VALUE 'D'.
              05  ACCT-BALANCE               PIC S9(11)V99.
              05  ACCT-LAST-POST-DATE        PIC X(8).
              05  ACCT-OD-LIMIT              PIC 9(9)V99.
              05  ACCT-STATUS-DATE           PIC X(8).
              05  ACCT-HOME-BRANCH           PIC X(4).
              05  FILLER                     PIC X(29).
