      * A LATER ACCOUNT MASTER WITHOUT RE-KEYING (WHICH WOULD BOUNCE
      * AS AN R004 DUPLICATE -- THE ID IS ALREADY ON THE HISTORY).
      * REASON CODES: S001 ACCOUNT NOT ON MASTER, S002 ACCOUNT
      * CLOSED, S003 DEBIT OVER THE OVERDRAFT LIMIT, S004 DEBIT TO A
      * DORMANT ACCOUNT.
      * SUSP-ORIG-DATE IS THE RUN DATE OF THE RUN THAT SUSPENDED THE
      * ITEM; SUSP-PASS-COUNT IS THE NUMBER OF RESOLUTION PASSES THE
      * ITEM HAS BEEN THROUGH. RECORDS WRITTEN BEFORE THESE FIELDS
