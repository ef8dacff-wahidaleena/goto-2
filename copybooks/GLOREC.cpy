      ***************************************************************
      * GL OUTSTANDING-ITEM RECORD (PROD.GL.OUTSTAND GDG, LRECL 80).
      * ONE RECORD PER GL DETAIL THAT HAS NOT YET RECONCILED WITH
      * THE LEDGER'S ACKNOWLEDGMENT, CARRIED FORWARD BY THE
      * RECONCILIATION RUN (GLRECON) UNTIL A LATER ACKNOWLEDGMENT
      * CLEARS IT OR OPERATIONS CLEARS IT BY CARD. BREAK TYPES:
      *   U  NOT ACKNOWLEDGED -- SENT, NOTHING BACK FROM THE LEDGER
      *   R  REJECTED BY THE LEDGER (GLO-REASON IS ITS REASON CODE)
      *   M  AMOUNT MISMATCH -- THE LEDGER BOOKED GLO-ACK-AMOUNT
      *   X  NOT SENT -- THE LEDGER ACKNOWLEDGED AN ITEM THAT IS NOT
      *      ON ANY FEED WE RECONCILED
      * GLO-FEED-DATE IS THE RUN DATE OF THE FEED THE ITEM WENT OUT
      * ON (FROM THE ACKNOWLEDGMENT FOR TYPE X) AND DRIVES THE
      * AGING; GLO-BREAK-DATE IS THE BUSINESS DATE THE BREAK WAS
      * FIRST RECORDED. AMOUNTS ARE SIGNED AS ON THE FEED.
      * GLO-ENTRY-TYPE IS THE GLD-ENTRY-TYPE OF THE DETAIL -- AN
      * ITEM IS NAMED BY RUN ID, TRANS-ID AND ENTRY TYPE.
      ***************************************************************
          01  GL-OUTSTANDING-RECORD.
              05  GLO-RUN-ID                 PIC X(8).
              05  GLO-TRANS-ID               PIC X(10).
              05  GLO-BREAK-TYPE             PIC X.
                  88  GLO-NOT-ACKED          VALUE 'U'.
                  88  GLO-REJECTED           VALUE 'R'.
                  88  GLO-MISMATCH           VALUE 'M'.
                  88  GLO-NOT-SENT           VALUE 'X'.
              05  GLO-GL-ACCT                PIC X(8).
              05  GLO-SENT-AMOUNT            PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
              05  GLO-ACK-AMOUNT             PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
              05  GLO-FEED-DATE              PIC X(8).
              05  GLO-REASON                 PIC X(4).
              05  GLO-BREAK-DATE             PIC X(8).
              05  GLO-ENTRY-TYPE             PIC X.
              05  FILLER                     PIC X(4).
