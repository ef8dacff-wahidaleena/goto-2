      * NUMBER OF TIMES THE RECORD HAS BEEN THROUGH RECYCLE.
      * REASON CODES: R001 MISSING ID, R002 NON-NUMERIC AMOUNT,
      * R003 INVALID CODE, R004 DUPLICATE, R005 BAD/OUT-OF-WINDOW
      * DATE, R006 UNKNOWN BRANCH, R007 NOT A DETAIL RECORD,
      * R008 REVERSAL'S ORIGINAL NOT ON HISTORY OR NEVER POSTED,
      * R009 REVERSAL DOES NOT MATCH ITS ORIGINAL (ACCOUNT, CODE OR
      * AMOUNT) OR THE ORIGINAL IS ITSELF A REVERSAL, R010 ORIGINAL
      * ALREADY REVERSED, R011 REVERSAL TO AN ACCOUNT NOT ON THE
      * MASTER OR CLOSED.
      * REJ-AGED-DATE IS STAMPED BY RECYCLE WHEN THE RECORD AGES
      * OUT TO THE MANUAL-DISPOSITION FILE -- IT DRIVES RETENTION
      * ON THE AGED DATASET. SPACES ON RECORDS STILL IN THE
