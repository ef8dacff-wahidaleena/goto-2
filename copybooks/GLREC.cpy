      * WHEN THE RUN ENDS CLEAN, SO THE GL INTAKE AUTOMATICALLY
      * FAILS AN UNRELEASED FEED. DETAIL AMOUNTS ARE SIGNED THE WAY
      * THE LEDGER MOVES: DEBITS NEGATIVE, CREDITS POSITIVE.
      * A REVERSAL'S DETAIL CARRIES ITS OWN TRANS-ID AND, IN
      * GLD-ORIG-TRANS-ID, THE ID OF THE ENTRY IT BACKS OUT, POSTED
      * TO THE SAME GL ACCOUNT WITH THE OPPOSITE SIGN SO THE LEDGER
      * CAN PAIR THE TWO.
      * GLD-BRANCH IS THE OFFICE WHOSE BOOKS THE ENTRY BELONGS TO --
      * THE ACCOUNT'S HOME BRANCH (THE TRANSMITTING BRANCH WHEN THE
      * ACCOUNT HAS NONE). WORK POSTED THROUGH AN OFFICE OTHER THAN
      * THE HOME BRANCH ADDS A PAIR OF INTER-BRANCH ENTRIES UNDER
      * THE SAME TRANS-ID, ONE ON EACH OFFICE'S DUE-TO/DUE-FROM
      * ACCOUNT (GL 1990 + THE BRANCH NUMBER) WITH THE OTHER OFFICE
      * IN GLD-CPTY-BRANCH: 'F' DUE FROM (A DEBIT, NEGATIVE), 'T'
      * DUE TO (A CREDIT, POSITIVE). THE PAIR NETS TO ZERO.
      * GLD-ENTRY-TYPE IS SPACE ON THE TRANSACTION'S OWN ENTRY.
      ***************************************************************
          01  WS-GL-HEADER.
              05  GLH-REC-TYPE            PIC X VALUE 'H'.
              05  GLD-POST-DATE           PIC X(8).
              05  GLD-RUN-ID              PIC X(8).
              05  GLD-TRANS-ID            PIC X(10).
              05  GLD-ORIG-TRANS-ID       PIC X(10) VALUE SPACES.
              05  GLD-ENTRY-TYPE          PIC X VALUE SPACE.
                  88  GLD-TXN-ENTRY       VALUE SPACE.
                  88  GLD-DUE-FROM        VALUE 'F'.
                  88  GLD-DUE-TO          VALUE 'T'.
              05  GLD-BRANCH              PIC X(4) VALUE SPACES.
              05  GLD-CPTY-BRANCH         PIC X(4) VALUE SPACES.
              05  FILLER                  PIC X(12) VALUE SPACES.
          01  WS-GL-TRAILER.
              05  GLT-REC-TYPE            PIC X VALUE 'T'.
              05  GLT-COUNT               PIC 9(9).
