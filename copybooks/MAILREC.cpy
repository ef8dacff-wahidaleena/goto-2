      ***************************************************************
      * STATEMENT MAILING EXTRACT FOR THE PRINT VENDOR (MAILEXT
      * DATASETS, LRECL 250). ONE DETAIL PER STATEMENT ON THE
      * STATEMENT PRINT FILE (STMTRPT), IN THE SAME ORDER, CARRYING
      * THE ADDRESS FROM THE CUSTOMER INFORMATION FILE, WRAPPED IN A
      * HEADER AND A CONTROL TRAILER. THE TRAILER IS WRITTEN ONLY
      * WHEN THE RUN ENDS CLEAN, SO THE VENDOR'S INTAKE FAILS AN
      * UNRELEASED EXTRACT.
      * MLD-LINES IS THE NUMBER OF PRINT LINES THE STATEMENT TAKES
      * ON STMTRPT, MLD-CLOSING-BAL ITS CLOSING BALANCE.
      * TRAILER CONTROL TOTALS: MLT-MAILED IS THE DETAIL COUNT (AND
      * THE STATEMENT COUNT ON STMTRPT), MLT-LINES AND MLT-BAL-HASH
      * THE SUMS OF MLD-LINES AND MLD-CLOSING-BAL. THE REMAINING
      * COUNTS TIE THE EXTRACT BACK TO EVERY STATEMENT PRODUCED:
      *   MLT-PRODUCED = MLT-MAILED + MLT-HELD + MLT-ELECTRONIC
      *                  + MLT-UNADDRESSED
      * THE LAST THREE ARE THE STATEMENTS DIVERTED TO STMTDIV --
      * HOLD-MAIL, ELECTRONIC DELIVERY, AND NO CUSTOMER RECORD OR
      * NO MAILABLE ADDRESS.
      ***************************************************************
          01  WS-MAIL-HEADER.
              05  MLH-REC-TYPE            PIC X VALUE 'H'.
              05  MLH-STMT-MONTH          PIC X(6).
              05  MLH-RUN-ID              PIC X(8) VALUE 'ACCTSTMT'.
              05  MLH-SELECT-ACCT         PIC X(6) VALUE SPACES.
              05  FILLER                  PIC X(229) VALUE SPACES.
          01  WS-MAIL-DETAIL.
              05  MLD-REC-TYPE            PIC X VALUE 'D'.
              05  MLD-SEQ                 PIC 9(7).
              05  MLD-ACCT-KEY            PIC X(6).
              05  MLD-NAME-1              PIC X(30).
              05  MLD-NAME-2              PIC X(30).
              05  MLD-ADDR-1              PIC X(30).
              05  MLD-ADDR-2              PIC X(30).
              05  MLD-ADDR-3              PIC X(30).
              05  MLD-CITY                PIC X(20).
              05  MLD-STATE               PIC X(2).
              05  MLD-POSTCODE            PIC X(10).
              05  MLD-LINES               PIC 9(5).
              05  MLD-CLOSING-BAL         PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
              05  FILLER                  PIC X(35) VALUE SPACES.
          01  WS-MAIL-TRAILER.
              05  MLT-REC-TYPE            PIC X VALUE 'T'.
              05  MLT-MAILED              PIC 9(7).
              05  MLT-LINES               PIC 9(9).
              05  MLT-BAL-HASH            PIC S9(13)V99
                                          SIGN LEADING SEPARATE.
              05  MLT-PRODUCED            PIC 9(7).
              05  MLT-HELD                PIC 9(7).
              05  MLT-ELECTRONIC          PIC 9(7).
              05  MLT-UNADDRESSED         PIC 9(7).
              05  FILLER                  PIC X(189) VALUE SPACES.
