      ***************************************************************
      * COMPLIANCE CASE RECORD (PROD.COMPL.CASES GDG, LRECL 80).
      * ONE RECORD PER CASE, IN ACCOUNT AND OPENING-DATE ORDER.
      * THE MONITORING RUN (TXNMON) OPENS A CASE THE FIRST DAY AN
      * ACCOUNT BREAKS A THRESHOLD. WHILE THE CASE IS OPEN THE
      * ACCOUNT IS NOT RE-ALERTED -- LATER HITS ONLY ADVANCE
      * CASE-LAST-HIT-DATE AND CASE-HIT-DAYS. COMPLIANCE CLOSES A
      * CASE WITH A CLOSE CARD TO THE MONITORING RUN; THE NEXT HIT
      * ON THE ACCOUNT THEN OPENS A NEW CASE.
      * CASE-RULES HOLDS ONE BYTE PER RULE THAT FIRED ON THE
      * OPENING DAY, IN THE ORDER L A C S (SPACE WHEN IT DID NOT).
      * CASE-BRANCH AND CASE-OPERATOR ARE TAKEN FROM THE LARGEST
      * POSTING ON THE OPENING DAY.
      ***************************************************************
          01  CASE-RECORD.
              05  CASE-ACCT-KEY              PIC X(6).
              05  CASE-OPEN-DATE             PIC 9(8).
              05  CASE-STATUS                PIC X.
                  88  CASE-OPEN              VALUE 'O'.
                  88  CASE-CLOSED            VALUE 'C'.
              05  CASE-RULES                 PIC X(4).
              05  CASE-BRANCH                PIC X(4).
              05  CASE-OPERATOR              PIC X(6).
              05  CASE-DAY-AMT               PIC 9(11)V99.
              05  CASE-DAY-COUNT             PIC 9(5).
              05  CASE-LAST-HIT-DATE         PIC 9(8).
              05  CASE-HIT-DAYS              PIC 9(3).
              05  CASE-CLOSE-DATE            PIC X(8).
              05  CASE-CLOSED-BY             PIC X(8).
              05  FILLER                     PIC X(6).
