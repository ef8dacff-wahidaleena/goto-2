      ***************************************************************
      * STANDING-ORDER MASTER RECORD (PROD.ACCT.STORDER.KSDS, LRECL
      * 80, KEYS(7 0)). ONE RECORD PER RECURRING TRANSFER OR LOAN
      * PAYMENT, KEYED BY THE ACCOUNT IT POSTS TO AND A ONE-LETTER
      * ORDER SEQUENCE (A-Z, NOT I, M OR O -- THOSE ARE THE ACCRUAL
      * RUN'S ITEM TYPES IN THE SAME TRANS-ID POSITION). MAINTAINED
      * BY SOMNT; THE GENERATOR (SOGEN) WRITES THE DUE ITEMS AHEAD
      * OF THE DAILY POSTING RUN AND ROLLS SO-NEXT-DUE.
      * SO-AMOUNT IS UNSIGNED -- THE CODE'S DEBIT/CREDIT SIDE MOVES
      * THE BALANCE, AS ON BRANCH WORK. A TRANSFER BETWEEN TWO
      * ACCOUNTS IS TWO ORDERS, A DEBIT ON ONE AND A CREDIT ON THE
      * OTHER.
      * FREQUENCIES: W WEEKLY, F FORTNIGHTLY, M MONTHLY, Q
      * QUARTERLY, A ANNUALLY. MONTHLY-TYPE ORDERS FALL DUE ON
      * SO-ANCHOR-DD (THE START DATE'S DAY), OR THE MONTH'S LAST DAY
      * IN A SHORTER MONTH.
      * SO-NEXT-DUE IS THE SCHEDULED DATE, BEFORE ANY ROLL OFF A
      * WEEKEND OR HOLIDAY. THE ORDER HAS ENDED ONCE SO-NEXT-DUE
      * PASSES SO-END-DATE (99999999 = OPEN-ENDED).
      * SO-GEN-DATE IS THE BUSINESS DATE OF THE LAST GENERATOR RUN
      * THAT ROLLED THE ORDER AND SO-GEN-FROM THE NEXT-DUE IT STARTED
      * FROM, SO A RERUN FOR THE SAME DATE REBUILDS THE SAME ITEMS
      * WITH THE SAME TRANS-IDS. SPACES UNTIL THE FIRST ITEM.
      ***************************************************************
          01  STANDING-ORDER-RECORD.
              05  SO-KEY.
                  10  SO-ACCT-KEY            PIC X(6).
                  10  SO-SEQ                 PIC X.
              05  SO-STATUS                  PIC X.
                  88  SO-ACTIVE              VALUE 'A'.
                  88  SO-HELD                VALUE 'H'.
                  88  SO-CANCELLED           VALUE 'C'.
              05  SO-TRANS-CODE              PIC X(2).
              05  SO-AMOUNT                  PIC 9(9)V99.
              05  SO-FREQ                    PIC X.
                  88  SO-WEEKLY              VALUE 'W'.
                  88  SO-FORTNIGHTLY         VALUE 'F'.
                  88  SO-MONTHLY             VALUE 'M'.
                  88  SO-QUARTERLY           VALUE 'Q'.
                  88  SO-ANNUAL              VALUE 'A'.
                  88  SO-FREQ-VALID          VALUE 'W' 'F' 'M'
                                                   'Q' 'A'.
              05  SO-START-DATE              PIC 9(8).
              05  SO-END-DATE                PIC 9(8).
              05  SO-NEXT-DUE                PIC 9(8).
              05  SO-ANCHOR-DD               PIC 9(2).
              05  SO-BRANCH                  PIC X(4).
              05  SO-GEN-DATE                PIC X(8).
              05  SO-GEN-FROM                PIC X(8).
              05  SO-SET-UP-DATE             PIC X(8).
              05  FILLER                     PIC X(4).
