
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.

      *    THE CUSTOMER INFORMATION FILE, READ BY KEY FOR EACH
      *    STATEMENT'S ADDRESS BLOCK AND DELIVERY ROUTE.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCT-KEY
               FILE STATUS IS WS-CUST-STATUS.

      *    STATEMENTS THAT ARE NOT TO BE MAILED -- HOLD-MAIL,
      *    ELECTRONIC DELIVERY, NO MAILABLE ADDRESS -- PRINT HERE
      *    INSTEAD OF ON STMTRPT, SO EVERYTHING ON STMTRPT GOES TO
      *    THE PRINT VENDOR WITH ITS ADDRESS ON THE MAILING EXTRACT.
           SELECT DIVERT-FILE ASSIGN TO 'STMTDIV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIV-STATUS.

           SELECT MAIL-FILE ASSIGN TO 'MAILEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-DETAIL-FILE
                                          SIGN LEADING SEPARATE.
           05  WRK-CUM-NET                PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  WRK-ORIG-ID                PIC X(10).
           05  FILLER                     PIC X(18).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-BRANCH                PIC X(4).
           05  SORT-AMOUNT                PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  SORT-ORIG-ID               PIC X(10).

       FD  CUSTOMER-FILE
           RECORDING MODE IS F.
       COPY CUSTREC.

       FD  DIVERT-FILE
           RECORDING MODE IS F.
       01  DIVERT-LINE                    PIC X(132).

       FD  MAIL-FILE
           RECORDING MODE IS F.
       01  MAIL-RECORD                    PIC X(250).

          WORKING-STORAGE SECTION.
          COPY MAILREC.

          01  WS-PDTL-STATUS              PIC X(2) VALUE '00'.
          01  WS-ACCT-STATUS              PIC X(2) VALUE '00'.
          01  WS-STMT-STATUS              PIC X(2) VALUE '00'.
          01  WS-WORK-STATUS              PIC X(2) VALUE '00'.
          01  WS-CUST-STATUS              PIC X(2) VALUE '00'.
          01  WS-DIV-STATUS               PIC X(2) VALUE '00'.
          01  WS-MAIL-STATUS              PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.
          01  WS-STMTS-PRINTED            PIC 9(7) VALUE ZERO.
          01  WS-ORPHAN-COUNT             PIC 9(7) VALUE ZERO.

      *    WHERE THE CURRENT STATEMENT IS GOING, AND THE COUNTS BY
      *    ROUTE THAT TIE THE MAILING EXTRACT TO WS-STMTS-PRINTED.
          01  WS-MAILING-OPENED-FLAG      PIC X VALUE 'N'.
              88  WS-MAILING-OPENED       VALUE 'Y'.
          01  WS-CUST-FOUND-FLAG          PIC X VALUE 'N'.
              88  WS-CUST-FOUND           VALUE 'Y'.
          01  WS-ROUTE                    PIC X VALUE 'M'.
              88  WS-ROUTE-MAIL           VALUE 'M'.
              88  WS-ROUTE-HELD           VALUE 'H'.
              88  WS-ROUTE-ELECTRONIC     VALUE 'E'.
              88  WS-ROUTE-UNADDRESSED    VALUE 'U'.
          01  WS-STMT-LINES               PIC 9(5) VALUE ZERO.
          01  WS-STMTS-MAILED             PIC 9(7) VALUE ZERO.
          01  WS-STMTS-HELD               PIC 9(7) VALUE ZERO.
          01  WS-STMTS-ELECTRONIC         PIC 9(7) VALUE ZERO.
          01  WS-STMTS-UNADDRESSED        PIC 9(7) VALUE ZERO.
          01  WS-MAILED-LINES             PIC 9(9) VALUE ZERO.
          01  WS-MAILED-BAL-HASH          PIC S9(13)V99 VALUE ZERO.
          01  WS-ADDR-TEXT                PIC X(30) VALUE SPACES.

          01  WS-OPEN-BAL                 PIC S9(11)V99 VALUE ZERO.
          01  WS-RUN-BAL                  PIC S9(11)V99 VALUE ZERO.
          01  WS-NET-AMT                  PIC S9(11)V99 VALUE ZERO.
                  SET WS-FILE-ERROR TO TRUE
              END-IF
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-OPEN-MAILING
          END-IF
      *    THE MONTH'S POSTINGS ARE SORTED INTO ACCOUNT-KEY AND
      *    TRANSACTION-DATE ORDER AND MATCHED SEQUENTIALLY AGAINST
      *    THE FLAT MASTER COPY, WHICH ARRIVES IN KEY ORDER FROM
                  INPUT PROCEDURE IS B-PARA-SELECT
                  OUTPUT PROCEDURE IS C-PARA-STATEMENTS
          END-IF
      *    THE EXTRACT'S CONTROL TRAILER IS THE VENDOR'S RELEASE --
      *    A RUN THAT FAILED PART WAY LEAVES IT OFF.
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-MAIL-TRAILER
          END-IF
          IF WS-STMT-STATUS = '00'
              CLOSE STMT-FILE
          END-IF
          IF WS-MAILING-OPENED
              IF WS-DIV-STATUS = '00'
                  CLOSE DIVERT-FILE
              END-IF
              IF WS-MAIL-STATUS = '00'
                  CLOSE MAIL-FILE
              END-IF
              IF WS-CUST-STATUS = '00' OR WS-CUST-STATUS = '23'
                  CLOSE CUSTOMER-FILE
              END-IF
          END-IF
          GO TO D-PARA.

      *    PARM: COLS 1-6 THE STATEMENT MONTH (CCYYMM), COLS 8-13 A
                  ' - ACCOUNT ' WS-SELECT-ACCT
          END-IF.

      *    OPENS THE DIVERT, CUSTOMER AND MAILING FILES AND
      *    WRITES THE MAILING HEADER.
          A-PARA-OPEN-MAILING.
          SET WS-MAILING-OPENED TO TRUE
          OPEN OUTPUT DIVERT-FILE
          IF WS-DIV-STATUS NOT = '00'
              DISPLAY 'ERROR: DIVERT-FILE OPEN FAILED, STATUS='
                  WS-DIV-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN INPUT CUSTOMER-FILE
          IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'ERROR: CUSTOMER-FILE OPEN FAILED, STATUS='
                  WS-CUST-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN OUTPUT MAIL-FILE
          IF WS-MAIL-STATUS NOT = '00'
              DISPLAY 'ERROR: MAIL-FILE OPEN FAILED, STATUS='
                  WS-MAIL-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE WS-STMT-YYMM TO MLH-STMT-MONTH
              IF WS-SELECT-ONE
                  MOVE WS-SELECT-ACCT TO MLH-SELECT-ACCT
              END-IF
              WRITE MAIL-RECORD FROM WS-MAIL-HEADER
          END-IF.

      *    THE MAILING TRAILER CARRIES THE COUNTS AND BALANCE HASH
      *    THE PRINT VENDOR RECONCILES TO.
          A-PARA-MAIL-TRAILER.
          MOVE WS-STMTS-MAILED TO MLT-MAILED
          MOVE WS-MAILED-LINES TO MLT-LINES
          MOVE WS-MAILED-BAL-HASH TO MLT-BAL-HASH
          MOVE WS-STMTS-PRINTED TO MLT-PRODUCED
          MOVE WS-STMTS-HELD TO MLT-HELD
          MOVE WS-STMTS-ELECTRONIC TO MLT-ELECTRONIC
          MOVE WS-STMTS-UNADDRESSED TO MLT-UNADDRESSED
          WRITE MAIL-RECORD FROM WS-MAIL-TRAILER.

      *    SORT INPUT: ONLY THE STATEMENT MONTH IS RELEASED,
      *    SELECTED ON THE RUN DATE THAT MOVED THE BALANCE, SO THE
      *    STATEMENT FOOTS TO THE MASTER EVEN WHEN A TRANSACTION
                      MOVE PDTL-TRANS-CODE TO SORT-CODE
                      MOVE PDTL-BRANCH TO SORT-BRANCH
                      MOVE PDTL-AMOUNT TO SORT-AMOUNT
                      MOVE PDTL-ORIG-TRANS-ID TO SORT-ORIG-ID
                      RELEASE SORT-RECORD
                  END-IF
          END-READ.
              MOVE SORT-BRANCH TO WRK-BRANCH
              MOVE SORT-AMOUNT TO WRK-AMOUNT
              MOVE WS-NET-AMT TO WRK-CUM-NET
              MOVE SORT-ORIG-ID TO WRK-ORIG-ID
              WRITE WORK-RECORD
          END-IF
          PERFORM C-PARA-RETURN-DTL.
              SET WS-SELECT-SEEN TO TRUE
          END-IF
          COMPUTE WS-OPEN-BAL = ACCT-BALANCE - WS-NET-AMT
          PERFORM C-PARA-ROUTE-STMT
          PERFORM C-PARA-PRINT-HEADER
          OPEN INPUT WORK-FILE
          IF WS-WORK-STATUS NOT = '00'
              PERFORM C-PARA-PRINT-DTL UNTIL WS-WORK-EOF
              CLOSE WORK-FILE
          END-IF
          PERFORM C-PARA-PRINT-CLOSING
          PERFORM C-PARA-END-STMT.

          C-PARA-PRINT-HEADER.
          MOVE SPACES TO STMT-LINE
          PERFORM C-PARA-PUT-LINE
          IF NOT WS-ROUTE-MAIL
              PERFORM C-PARA-PRINT-DIVERSION
          END-IF
          MOVE SPACES TO STMT-LINE
          STRING 'ACCOUNT STATEMENT  ' WS-CUR-ACCT
              '  MONTH ' WS-STMT-YYMM(1:4) '-' WS-STMT-YYMM(5:2)
          IF ACCT-STATUS = 'C'
              MOVE '(CLOSED)' TO STMT-LINE(50:8)
          END-IF
          IF ACCT-STATUS = 'D'
              MOVE '(DORMANT)' TO STMT-LINE(50:9)
          END-IF
          PERFORM C-PARA-PUT-LINE
          PERFORM C-PARA-PRINT-ADDRESS
          MOVE SPACES TO STMT-LINE
          MOVE WS-OPEN-BAL TO WS-STMT-AMT-PIC
          STRING 'OPENING BALANCE' DELIMITED BY SIZE
              INTO STMT-LINE
          MOVE WS-STMT-AMT-PIC TO STMT-LINE(54:18)
          PERFORM C-PARA-PUT-LINE.

          C-PARA-PRINT-DTL.
          READ WORK-FILE
                  MOVE WS-STMT-AMT-PIC TO STMT-LINE(40:18)
                  MOVE WS-RUN-BAL TO WS-STMT-AMT-PIC
                  MOVE WS-STMT-AMT-PIC TO STMT-LINE(62:18)
      *            A REVERSAL NAMES THE TRANSACTION IT BACKED OUT SO
      *            THE CUSTOMER CAN PAIR THE TWO LINES.
                  IF WRK-ORIG-ID NOT = SPACES
                      MOVE 'REVERSES' TO STMT-LINE(82:8)
                      MOVE WRK-ORIG-ID TO STMT-LINE(91:10)
                  END-IF
                  PERFORM C-PARA-PUT-LINE
          END-READ.

          C-PARA-PRINT-CLOSING.
          STRING 'CLOSING BALANCE' DELIMITED BY SIZE
              INTO STMT-LINE
          MOVE WS-STMT-AMT-PIC TO STMT-LINE(54:18)
          PERFORM C-PARA-PUT-LINE.

      *    EVERY STATEMENT LINE GOES THROUGH HERE: TO STMTRPT WHEN
      *    THE STATEMENT IS BEING MAILED, TO STMTDIV WHEN NOT.
          C-PARA-PUT-LINE.
          IF WS-ROUTE-MAIL
              WRITE STMT-LINE
          ELSE
              MOVE STMT-LINE TO DIVERT-LINE
              WRITE DIVERT-LINE
          END-IF
          ADD 1 TO WS-STMT-LINES.

      *    DECIDE WHERE THE STATEMENT FOR WS-CUR-ACCT GOES. HOLD-MAIL
      *    WINS OVER EVERYTHING ELSE -- NOTHING GOES TO A HELD
      *    ADDRESS -- THEN ELECTRONIC DELIVERY; A PAPER STATEMENT IS
      *    ONLY MAILED TO A COMPLETE ADDRESS.
          C-PARA-ROUTE-STMT.
          MOVE ZERO TO WS-STMT-LINES
          MOVE 'N' TO WS-CUST-FOUND-FLAG
          MOVE WS-CUR-ACCT TO CUST-ACCT-KEY
          READ CUSTOMER-FILE
              INVALID KEY
                  MOVE SPACES TO CUSTOMER-RECORD
              NOT INVALID KEY
                  SET WS-CUST-FOUND TO TRUE
          END-READ
          IF NOT WS-CUST-FOUND
              SET WS-ROUTE-UNADDRESSED TO TRUE
          ELSE
              IF CUST-MAIL-HELD
                  SET WS-ROUTE-HELD TO TRUE
              ELSE
                  IF CUST-DELIV-ELECTRONIC
                      SET WS-ROUTE-ELECTRONIC TO TRUE
                  ELSE
                      IF CUST-NAME-1 = SPACES OR CUST-ADDR-1 = SPACES
                          OR CUST-CITY = SPACES
                          OR CUST-POSTCODE = SPACES
                          SET WS-ROUTE-UNADDRESSED TO TRUE
                      ELSE
                          SET WS-ROUTE-MAIL TO TRUE
                      END-IF
                  END-IF
              END-IF
          END-IF.

      *    A DIVERTED STATEMENT IS FLAGGED WITH THE REASON ABOVE ITS
      *    HEADING SO THE MAILROOM CAN SORT THE DIVERT FILE.
          C-PARA-PRINT-DIVERSION.
          MOVE SPACES TO STMT-LINE
          IF WS-ROUTE-HELD
              STRING '*** NOT MAILED - HOLD MAIL SINCE '
                  CUST-HOLD-DATE ' ***'
                  DELIMITED BY SIZE INTO STMT-LINE
          END-IF
          IF WS-ROUTE-ELECTRONIC
              MOVE '*** NOT MAILED - ELECTRONIC DELIVERY ***'
                  TO STMT-LINE
          END-IF
          IF WS-ROUTE-UNADDRESSED
              IF WS-CUST-FOUND
                  MOVE '*** NOT MAILED - ADDRESS INCOMPLETE ***'
                      TO STMT-LINE
              ELSE
                  MOVE '*** NOT MAILED - NO CUSTOMER RECORD ***'
                      TO STMT-LINE
              END-IF
          END-IF
          PERFORM C-PARA-PUT-LINE.

      *    THE ADDRESS BLOCK UNDER THE HEADING: NAMES, THE ADDRESS
      *    LINES IN USE, THEN CITY, STATE AND POSTCODE. BLANK LINES
      *    ARE CLOSED UP, AS THEY WOULD BE IN A WINDOW ENVELOPE.
          C-PARA-PRINT-ADDRESS.
          IF WS-CUST-FOUND
              MOVE CUST-NAME-1 TO WS-ADDR-TEXT
              PERFORM C-PARA-ADDRESS-LINE
              MOVE CUST-NAME-2 TO WS-ADDR-TEXT
              PERFORM C-PARA-ADDRESS-LINE
              MOVE CUST-ADDR-1 TO WS-ADDR-TEXT
              PERFORM C-PARA-ADDRESS-LINE
              MOVE CUST-ADDR-2 TO WS-ADDR-TEXT
              PERFORM C-PARA-ADDRESS-LINE
              MOVE CUST-ADDR-3 TO WS-ADDR-TEXT
              PERFORM C-PARA-ADDRESS-LINE
              MOVE SPACES TO STMT-LINE
              MOVE CUST-CITY TO STMT-LINE(5:20)
              MOVE CUST-STATE TO STMT-LINE(26:2)
              MOVE CUST-POSTCODE TO STMT-LINE(30:10)
              IF STMT-LINE NOT = SPACES
                  PERFORM C-PARA-PUT-LINE
              END-IF
          ELSE
              MOVE SPACES TO STMT-LINE
              MOVE 'NO ADDRESS ON FILE' TO STMT-LINE(5:18)
              PERFORM C-PARA-PUT-LINE
          END-IF
          MOVE SPACES TO STMT-LINE
          PERFORM C-PARA-PUT-LINE.

          C-PARA-ADDRESS-LINE.
          IF WS-ADDR-TEXT NOT = SPACES
              MOVE SPACES TO STMT-LINE
              MOVE WS-ADDR-TEXT TO STMT-LINE(5:30)
              PERFORM C-PARA-PUT-LINE
          END-IF.

      *    COUNT THE FINISHED STATEMENT BY ROUTE; A MAILED ONE GETS
      *    ITS DETAIL ON THE MAILING EXTRACT, IN STMTRPT ORDER.
          C-PARA-END-STMT.
          IF WS-ROUTE-MAIL
              ADD 1 TO WS-STMTS-MAILED
              ADD WS-STMT-LINES TO WS-MAILED-LINES
              ADD ACCT-BALANCE TO WS-MAILED-BAL-HASH
              MOVE WS-STMTS-MAILED TO MLD-SEQ
              MOVE WS-CUR-ACCT TO MLD-ACCT-KEY
              MOVE CUST-NAME-1 TO MLD-NAME-1
              MOVE CUST-NAME-2 TO MLD-NAME-2
              MOVE CUST-ADDR-1 TO MLD-ADDR-1
              MOVE CUST-ADDR-2 TO MLD-ADDR-2
              MOVE CUST-ADDR-3 TO MLD-ADDR-3
              MOVE CUST-CITY TO MLD-CITY
              MOVE CUST-STATE TO MLD-STATE
              MOVE CUST-POSTCODE TO MLD-POSTCODE
              MOVE WS-STMT-LINES TO MLD-LINES
              MOVE ACCT-BALANCE TO MLD-CLOSING-BAL
              WRITE MAIL-RECORD FROM WS-MAIL-DETAIL
          END-IF
          IF WS-ROUTE-HELD
              ADD 1 TO WS-STMTS-HELD
          END-IF
          IF WS-ROUTE-ELECTRONIC
              ADD 1 TO WS-STMTS-ELECTRONIC
          END-IF
          IF WS-ROUTE-UNADDRESSED
              ADD 1 TO WS-STMTS-UNADDRESSED
          END-IF.

      *    A SINGLE REQUESTED ACCOUNT WITH NO ACTIVITY STILL GETS
      *    ITS STATEMENT. ONLY ITS OWN DETAILS WERE RELEASED TO THE
              ADD 1 TO WS-STMTS-PRINTED
              MOVE ZERO TO WS-NET-AMT
              COMPUTE WS-OPEN-BAL = ACCT-BALANCE - WS-NET-AMT
              PERFORM C-PARA-ROUTE-STMT
              PERFORM C-PARA-PRINT-HEADER
              PERFORM C-PARA-PRINT-CLOSING
              PERFORM C-PARA-END-STMT
          END-IF.

          D-PARA.
          DISPLAY 'STATEMENTS PRINTED: ' WS-STMTS-PRINTED
          DISPLAY '  MAILED:           ' WS-STMTS-MAILED
          DISPLAY '  HOLD MAIL:        ' WS-STMTS-HELD
          DISPLAY '  ELECTRONIC:       ' WS-STMTS-ELECTRONIC
          DISPLAY '  UNADDRESSED:      ' WS-STMTS-UNADDRESSED
          IF WS-SELECT-ONE AND NOT WS-SELECT-SEEN
              AND NOT WS-FILE-ERROR
              DISPLAY 'ACCOUNT ' WS-SELECT-ACCT ' NOT ON MASTER'
          ELSE
              IF (WS-SELECT-ONE AND NOT WS-SELECT-SEEN)
                  OR WS-ORPHAN-COUNT > ZERO
                  OR WS-STMTS-UNADDRESSED > ZERO
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
