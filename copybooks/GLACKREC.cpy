      ***************************************************************
      * GL ACKNOWLEDGMENT RECORD (PROD.DAILY.GLACK, LRECL 80).
      * RETURNED BY THE GENERAL-LEDGER INTAKE AFTER IT LOADS OUR
      * FEEDS: ONE DETAIL PER GL DETAIL IT RECEIVED, NAMED BY THE
      * GLD-RUN-ID AND GLD-TRANS-ID WE SENT, WITH THE AMOUNT IT
      * BOOKED AND WHETHER IT LOADED ('A') OR REJECTED ('R', WITH
      * THE LEDGER'S REASON CODE). GLA-ENTRY-TYPE ECHOES
      * GLD-ENTRY-TYPE, SO EACH SIDE OF AN INTER-BRANCH PAIR IS
      * ACKNOWLEDGED ON ITS OWN. GLA-FEED-DATE IS THE HEADER RUN
      * DATE OF THE FEED THE ITEM CAME IN ON. AMOUNTS ARE SIGNED AS
      * ON THE FEED: DEBITS NEGATIVE, CREDITS POSITIVE.
      * BYTE 1 CARRIES THE RECORD TYPE: 'H' HEADER, 'D' DETAIL,
      * 'T' CONTROL TRAILER WITH THE DETAIL COUNT. THE FILE MAY
      * CARRY SEVERAL BLOCKS, EACH BALANCING ON ITS OWN TRAILER.
      ***************************************************************
          01  GL-ACK-RECORD.
              05  GLA-REC-TYPE               PIC X.
                  88  GLA-REC-HEADER         VALUE 'H'.
                  88  GLA-REC-DETAIL         VALUE 'D'.
                  88  GLA-REC-TRAILER        VALUE 'T'.
              05  GLA-DETAIL-AREA.
                  10  GLA-RUN-ID             PIC X(8).
                  10  GLA-TRANS-ID           PIC X(10).
                  10  GLA-GL-ACCT            PIC X(8).
                  10  GLA-AMOUNT             PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
                  10  GLA-FEED-DATE          PIC X(8).
                  10  GLA-STATUS             PIC X.
                      88  GLA-LOADED         VALUE 'A'.
                      88  GLA-REJECTED       VALUE 'R'.
                  10  GLA-REASON             PIC X(4).
                  10  GLA-ENTRY-TYPE         PIC X.
                  10  FILLER                 PIC X(25).
              05  GLA-HEADER-AREA REDEFINES GLA-DETAIL-AREA.
                  10  GLAH-ACK-DATE          PIC 9(8).
                  10  GLAH-SOURCE-ID         PIC X(8).
                  10  FILLER                 PIC X(63).
              05  GLA-TRAILER-AREA REDEFINES GLA-DETAIL-AREA.
                  10  GLAT-COUNT             PIC 9(9).
                  10  FILLER                 PIC X(70).
