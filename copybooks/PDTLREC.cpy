      * THE POSTING RUN AND BY THE SUSPENSE RESOLUTION PASS.
      * THE AMOUNT IS SIGNED THE WAY THE BALANCE MOVED: DEBITS
      * NEGATIVE, CREDITS POSITIVE, SAME AS THE GL FEED.
      * PDTL-ORIG-TRANS-ID IS SPACES EXCEPT ON A REVERSAL, WHERE IT
      * NAMES THE POSTING THE REVERSAL BACKED OUT.
      * PDTL-OPERATOR IS THE TELLER OR SYSTEM ID THAT KEYED THE
      * TRANSACTION (TRANS-OPERATOR); SPACES ON RECORDS WRITTEN
      * BEFORE THE FIELD EXISTED.
      ***************************************************************
          01  POSTED-DETAIL-RECORD.
              05  PDTL-ACCT-KEY              PIC X(6).
              05  PDTL-TRANS-DATE            PIC X(8).
              05  PDTL-RUN-DATE              PIC 9(8).
              05  PDTL-BRANCH                PIC X(4).
              05  PDTL-ORIG-TRANS-ID         PIC X(10).
              05  PDTL-OPERATOR              PIC X(6).
              05  FILLER                     PIC X(12).
