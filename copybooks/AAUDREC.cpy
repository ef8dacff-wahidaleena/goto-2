      ***************************************************************
      * ACCOUNT MAINTENANCE AUDIT RECORD (PROD.REF.ACCTAUDT, LRECL
      * 80). ONE RECORD PER ACCOUNT STATUS CHANGE OR MAINTENANCE
      * CARD, APPLIED OR REJECTED. WRITTEN BY ACCTMNT FOR EVERY CARD
      * (AAUD-USER-ID IS THE SUBMITTING USER) AND BY THE DORMANCY
      * RUN FOR EVERY ACCOUNT IT FLAGS DORMANT (ACTION 'DORMNT',
      * USER ID 'DORMANT'). TIMES ARE HHMMSSHH AS RETURNED BY
      * ACCEPT FROM TIME.
      * AAUD-OLD-BRANCH AND AAUD-NEW-BRANCH CARRY THE ACCOUNT'S HOME
      * BRANCH BEFORE AND AFTER AN OPEN OR SETBRN CARD (SPACES FOR
      * EVERY OTHER ACTION, WHICH LEAVES THE BRANCH ALONE).
      ***************************************************************
          01  ACCT-AUDIT-RECORD.
              05  AAUD-DATE                  PIC X(8).
              05  AAUD-TIME                  PIC X(8).
              05  AAUD-USER-ID               PIC X(8).
              05  AAUD-ACTION                PIC X(6).
              05  AAUD-ACCT-KEY              PIC X(6).
              05  AAUD-OLD-STATUS            PIC X.
              05  AAUD-NEW-STATUS            PIC X.
              05  AAUD-OD-LIMIT              PIC X(11).
              05  AAUD-RESULT                PIC X(8).
              05  AAUD-OLD-BRANCH            PIC X(4).
              05  AAUD-NEW-BRANCH            PIC X(4).
              05  FILLER                     PIC X(15).
