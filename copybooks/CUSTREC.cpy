      ***************************************************************
      * CUSTOMER INFORMATION RECORD (PROD.CUST.MASTER.KSDS, LRECL
      * 250, KEYS(6 0)). ONE RECORD PER ACCOUNT, KEYED BY THE SAME
      * ACCOUNT KEY AS THE ACCOUNT MASTER: WHO OWNS THE ACCOUNT,
      * WHERE ITS STATEMENTS GO AND HOW. MAINTAINED BY CUSTMNT,
      * WHICH AUDITS EVERY CHANGE WITH BEFORE AND AFTER IMAGES;
      * READ BY THE STATEMENT RUN (ACCTSTMT) FOR THE ADDRESS BLOCK
      * AND THE PRINT-VENDOR MAILING EXTRACT.
      * CUST-NAME-2 IS THE SECOND HOLDER ON A JOINT ACCOUNT (OR A
      * CARE-OF LINE), SPACES IF NONE. AN ADDRESS NEEDS AT LEAST
      * CUST-ADDR-1, CUST-CITY AND CUST-POSTCODE TO BE MAILABLE;
      * CUST-STATE IS SPACES WHERE THE ADDRESS HAS NONE.
      * CUST-DELIVERY: P PAPER STATEMENT, MAILED BY THE PRINT
      * VENDOR; E ELECTRONIC ONLY, NEVER MAILED.
      * CUST-HOLD-MAIL 'Y' STOPS ALL MAIL TO THE ADDRESS (RETURNED
      * MAIL, CUSTOMER INSTRUCTION, DECEASED ESTATE) FROM
      * CUST-HOLD-DATE UNTIL RELEASED -- THE STATEMENT IS STILL
      * PRODUCED BUT DIVERTED, NOT SENT TO THE VENDOR.
      * CUST-CHANGE-DATE AND CUST-CHANGE-USER ARE THE BUSINESS DATE
      * AND SUBMITTING USER OF THE LAST CARD APPLIED.
      ***************************************************************
          01  CUSTOMER-RECORD.
              05  CUST-ACCT-KEY              PIC X(6).
              05  CUST-NAME-1                PIC X(30).
              05  CUST-NAME-2                PIC X(30).
              05  CUST-ADDRESS.
                  10  CUST-ADDR-1            PIC X(30).
                  10  CUST-ADDR-2            PIC X(30).
                  10  CUST-ADDR-3            PIC X(30).
                  10  CUST-CITY              PIC X(20).
                  10  CUST-STATE             PIC X(2).
                  10  CUST-POSTCODE          PIC X(10).
              05  CUST-DELIVERY              PIC X.
                  88  CUST-DELIV-PAPER       VALUE 'P'.
                  88  CUST-DELIV-ELECTRONIC  VALUE 'E'.
                  88  CUST-DELIV-VALID       VALUE 'P' 'E'.
              05  CUST-HOLD-MAIL             PIC X.
                  88  CUST-MAIL-HELD         VALUE 'Y'.
                  88  CUST-MAIL-RELEASED     VALUE 'N'.
              05  CUST-HOLD-DATE             PIC X(8).
              05  CUST-SET-UP-DATE           PIC X(8).
              05  CUST-CHANGE-DATE           PIC X(8).
              05  CUST-CHANGE-USER           PIC X(8).
              05  FILLER                     PIC X(28).
