       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE FLAT MASTER COPY FROM THE NIGHTLY CLUSTER COPY -- THE
      *    CALCULATION ONLY READS BALANCES; THE MONEY MOVES WHEN THE
      *    POSTING RUN POSTS THE TRANSMISSION WRITTEN HERE.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT RATE-FILE ASSIGN TO 'RATEFEE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CODE-FILE ASSIGN TO 'CODETBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO 'ACCRUOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRU-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CALCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-FILE-RECORD               PIC X(80).

       FD  CODE-FILE
           RECORDING MODE IS F.
       01  CODE-FILE-RECORD               PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-FILE-RECORD           PIC X(80).

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-RECORD                 PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

          WORKING-STORAGE SECTION.
          COPY TRANREC.
          COPY RATEREC.
          COPY CODEREC.
          COPY CALREC.

          01  WS-ACCT-STATUS              PIC X(2) VALUE '00'.
          01  WS-RATE-STATUS              PIC X(2) VALUE '00'.
          01  WS-CODE-STATUS              PIC X(2) VALUE '00'.
          01  WS-CAL-STATUS               PIC X(2) VALUE '00'.
          01  WS-ACCRU-STATUS             PIC X(2) VALUE '00'.
          01  WS-REPORT-STATUS            PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

          01  WS-EOF-FLAG                 PIC X VALUE 'N'.
              88  WS-EOF                  VALUE 'Y'.
          01  WS-RATE-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-RATE-EOF             VALUE 'Y'.
          01  WS-CODE-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CODE-EOF             VALUE 'Y'.
          01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-CAL-EOF              VALUE 'Y'.

          01  WS-PARM-LEN                 PIC S9(4) COMP VALUE ZERO.
          01  WS-PARM-WORK                PIC X(20) VALUE SPACES.
          01  WS-PARM-WORK-R REDEFINES WS-PARM-WORK.
              05  WS-PARM-YYMM            PIC X(6).
              05  FILLER                  PIC X.
              05  WS-PARM-BRANCH          PIC X(4).
              05  FILLER                  PIC X(9).

      *    THE MONTH BEING CLOSED AND ITS MONTH-END CUTOFF DATE FROM
      *    THE CALENDAR. EVERY ITEM IS DATED THE CUTOFF, SO THE
      *    MONTHLY POSTING RUN ACCEPTS IT INSIDE THE CYCLE MONTH.
          01  WS-ACCR-YYMM                PIC X(6) VALUE SPACES.
          01  WS-ACCR-DATE                PIC 9(8) VALUE ZERO.
          01  WS-ACCR-DATE-R REDEFINES WS-ACCR-DATE.
              05  WS-ACCR-YYYY            PIC 9(4).
              05  WS-ACCR-MM              PIC 9(2).
              05  WS-ACCR-DD              PIC 9(2).
          01  WS-CUTOFF-CNT               PIC 9(3) VALUE ZERO.
          01  WS-POST-BRANCH              PIC X(4) VALUE SPACES.
          01  WS-ORIGIN-ID                PIC X(8) VALUE 'INTACCR'.
      *    THE POSTING RUN KNOWS THESE ITEMS BY THIS OPERATOR ID AND
      *    LEAVES THE DORMANCY CLOCK ALONE FOR THEM (SEE TRANREC).
          01  WS-OPERATOR-ID              PIC X(6) VALUE 'INTACR'.

          01  WS-CODE-TABLE.
              05  WS-CODE-ENTRY OCCURS 50 TIMES.
                  10  WS-CODE-VALUE       PIC X(2).
                  10  WS-CODE-EFF         PIC 9(8).
                  10  WS-CODE-EXP         PIC 9(8).
                  10  WS-CODE-MONTHLY     PIC X.
                  10  WS-CODE-DRCR        PIC X.
          01  WS-CODE-MAX                 PIC 9(3) VALUE 50.
          01  WS-CODE-CNT                 PIC 9(3) VALUE ZERO.
          01  WS-CODE-HIT                 PIC 9(3) VALUE ZERO.
          01  WS-CODE-SUB                 PIC 9(3) VALUE 1.
          01  WS-WANT-DRCR                PIC X VALUE SPACES.

      *    INTEREST TIERS IN EFFECT ON THE ACCRUAL DATE, IN ANY
      *    ORDER -- THE LOOKUP TAKES THE HIGHEST FLOOR REACHED.
          01  WS-TIER-TABLE.
              05  WS-TIER-ENTRY OCCURS 20 TIMES.
                  10  WS-TIER-FLOOR       PIC 9(11)V99.
                  10  WS-TIER-PCT         PIC 9(3)V9(4).
                  10  WS-TIER-CODE        PIC X(2).
          01  WS-TIER-MAX                 PIC 9(3) VALUE 20.
          01  WS-TIER-CNT                 PIC 9(3) VALUE ZERO.
          01  WS-TIER-SUB                 PIC 9(3) VALUE ZERO.
          01  WS-TIER-HIT                 PIC 9(3) VALUE ZERO.

          01  WS-LB-SET-FLAG              PIC X VALUE 'N'.
              88  WS-LB-SET               VALUE 'Y'.
          01  WS-LB-FLOOR                 PIC 9(11)V99 VALUE ZERO.
          01  WS-LB-FEE                   PIC 9(7)V99 VALUE ZERO.
          01  WS-LB-CODE                  PIC X(2) VALUE SPACES.

          01  WS-OD-SET-FLAG              PIC X VALUE 'N'.
              88  WS-OD-SET               VALUE 'Y'.
          01  WS-OD-PCT                   PIC 9(3)V9(4) VALUE ZERO.
          01  WS-OD-FEE                   PIC 9(7)V99 VALUE ZERO.
          01  WS-OD-CODE                  PIC X(2) VALUE SPACES.

          01  WS-CALC-AMT                 PIC S9(9)V99 VALUE ZERO.
          01  WS-OD-AMT                   PIC S9(11)V99 VALUE ZERO.
          01  WS-ITEM-TYPE                PIC X VALUE SPACES.
          01  WS-ITEM-CODE                PIC X(2) VALUE SPACES.
          01  WS-ITEM-DESC                PIC X(14) VALUE SPACES.
          01  WS-BASIS                    PIC X(50) VALUE SPACES.
      *    ROOM LEFT ABOVE THE ACCOUNT'S OVERDRAFT LIMIT FOR A FEE.
          01  WS-HEADROOM                 PIC S9(11)V99 VALUE ZERO.

          01  WS-ACCTS-READ               PIC 9(9) VALUE ZERO.
          01  WS-ACCTS-NOT-OPEN           PIC 9(9) VALUE ZERO.
          01  WS-ACCTS-BAD-BAL            PIC 9(9) VALUE ZERO.
          01  WS-ACCTS-DORMANT            PIC 9(9) VALUE ZERO.
          01  WS-INT-COUNT                PIC 9(9) VALUE ZERO.
          01  WS-INT-AMT                  PIC S9(13)V99 VALUE ZERO.
          01  WS-LB-COUNT                 PIC 9(9) VALUE ZERO.
          01  WS-LB-AMT                   PIC S9(13)V99 VALUE ZERO.
          01  WS-OD-COUNT                 PIC 9(9) VALUE ZERO.
          01  WS-OD-TOT-AMT               PIC S9(13)V99 VALUE ZERO.
          01  WS-CUT-COUNT                PIC 9(9) VALUE ZERO.
          01  WS-NOT-CHG-COUNT            PIC 9(9) VALUE ZERO.
          01  WS-NOT-CHG-AMT              PIC S9(13)V99 VALUE ZERO.
          01  WS-ITEM-COUNT               PIC 9(9) VALUE ZERO.
          01  WS-ITEM-HASH                PIC 9(13)V99 VALUE ZERO.

          01  WS-RPT-CNT-PIC              PIC ZZZ,ZZZ,ZZ9.
          01  WS-RPT-AMT-PIC              PIC Z,ZZZ,ZZZ,ZZ9.99-.
          01  WS-RPT-TOT-PIC
                  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          01  WS-RPT-FLOOR-PIC            PIC Z,ZZZ,ZZZ,ZZ9.99.
          01  WS-RPT-FEE-PIC              PIC Z,ZZZ,ZZ9.99.
          01  WS-RPT-PCT-PIC              PIC ZZ9.9999.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'INTACCR - MONTH-END INTEREST AND SERVICE CHARGES'
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-CALENDAR
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-CODES
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-RATES
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-OPEN-FILES
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-WRITE-HEADER
              PERFORM A-PARA-REPORT-HEADINGS
              PERFORM B-PARA UNTIL WS-EOF OR WS-FILE-ERROR
      *        NO TRAILER ON A FAILED RUN -- THE POSTING RUN FAILS
      *        AN UNTERMINATED BLOCK, SO A PARTIAL CALCULATION CAN
      *        NEVER POST EVEN IF THE CLEANUP STEP IS BYPASSED.
              IF NOT WS-FILE-ERROR
                  PERFORM A-PARA-WRITE-TRAILER
                  PERFORM C-PARA-TOTALS
              END-IF
              CLOSE ACCOUNT-FILE
              CLOSE ACCRUAL-FILE
              CLOSE REPORT-FILE
          END-IF
          GO TO D-PARA.

      *    PARM: COLS 1-6 THE MONTH BEING CLOSED (CCYYMM), COLS 8-11
      *    THE BRANCH OFFICE THE ITEMS ARE BOOKED THROUGH WHEN THE
      *    ACCOUNT HAS NO HOME BRANCH. BOTH ARE REQUIRED; THE BRANCH
      *    MUST BE ACTIVE ON THE DIRECTORY OR THE POSTING RUN
      *    REJECTS THE ITEMS R006.
          A-PARA-SET-PARM.
          IF LS-PARM-LEN > ZERO
              IF LS-PARM-LEN > 20
                  MOVE 20 TO WS-PARM-LEN
              ELSE
                  MOVE LS-PARM-LEN TO WS-PARM-LEN
              END-IF
              MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
          END-IF
          IF WS-PARM-YYMM NOT NUMERIC
              OR WS-PARM-BRANCH = SPACES
              DISPLAY 'ERROR: PARM ''' WS-PARM-WORK
                  ''' NOT CCYYMM,BBBB'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE WS-PARM-YYMM TO WS-ACCR-YYMM
              MOVE WS-PARM-BRANCH TO WS-POST-BRANCH
              DISPLAY 'ACCRUAL MONTH ' WS-ACCR-YYMM
                  '  POSTING BRANCH ' WS-POST-BRANCH
          END-IF.

      *    THE MONTH MUST CARRY EXACTLY ONE MONTH-END CUTOFF ON THE
      *    OPERATIONS CALENDAR -- IT DATES EVERY ITEM AND SELECTS
      *    THE RATES IN EFFECT.
          A-PARA-LOAD-CALENDAR.
          OPEN INPUT CALENDAR-FILE
          IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'ERROR: CALENDAR-FILE OPEN FAILED, STATUS='
                  WS-CAL-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-CAL-REC
                  UNTIL WS-CAL-EOF OR WS-FILE-ERROR
              CLOSE CALENDAR-FILE
              IF NOT WS-FILE-ERROR
                  IF WS-CUTOFF-CNT NOT = 1
                      DISPLAY 'ERROR: ' WS-CUTOFF-CNT
                          ' MONTH-END CUTOFFS ON THE CALENDAR FOR '
                          WS-ACCR-YYMM ' - EXACTLY ONE REQUIRED'
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      DISPLAY 'ACCRUAL DATE ' WS-ACCR-DATE
                  END-IF
              END-IF
          END-IF.

          A-PARA-LOAD-CAL-REC.
          READ CALENDAR-FILE
              AT END
                  SET WS-CAL-EOF TO TRUE
              NOT AT END
                  MOVE CALENDAR-FILE-RECORD TO CAL-RECORD
                  IF CAL-DATE NOT NUMERIC
                      DISPLAY 'ERROR: BAD DATE ON CALENDAR RECORD'
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      IF CAL-MONTH-END-CUTOFF
                          AND CAL-DATE(1:6) = WS-ACCR-YYMM
                          ADD 1 TO WS-CUTOFF-CNT
                          MOVE CAL-DATE TO WS-ACCR-DATE
                      END-IF
                  END-IF
          END-READ.

          A-PARA-LOAD-CODES.
          OPEN INPUT CODE-FILE
          IF WS-CODE-STATUS NOT = '00'
              DISPLAY 'ERROR: CODE-FILE OPEN FAILED, STATUS='
                  WS-CODE-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-CODE-REC
                  UNTIL WS-CODE-EOF OR WS-FILE-ERROR
              CLOSE CODE-FILE
              IF WS-CODE-CNT = ZERO
                  DISPLAY 'ERROR: CODE TABLE IS EMPTY'
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  DISPLAY 'TRANSACTION CODES LOADED: ' WS-CODE-CNT
              END-IF
          END-IF.

          A-PARA-LOAD-CODE-REC.
          READ CODE-FILE
              AT END
                  SET WS-CODE-EOF TO TRUE
              NOT AT END
                  MOVE CODE-FILE-RECORD TO CODE-RECORD
                  IF CODE-EFF-DATE NOT NUMERIC
                      OR CODE-EXP-DATE NOT NUMERIC
                      DISPLAY 'ERROR: BAD DATES ON CODE RECORD '
                          CODE-VALUE
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      IF WS-CODE-CNT >= WS-CODE-MAX
                          DISPLAY 'ERROR: CODE TABLE FULL AT '
                              WS-CODE-MAX
                          SET WS-FILE-ERROR TO TRUE
                      ELSE
                          ADD 1 TO WS-CODE-CNT
                          MOVE CODE-VALUE
                              TO WS-CODE-VALUE (WS-CODE-CNT)
                          MOVE CODE-EFF-DATE
                              TO WS-CODE-EFF (WS-CODE-CNT)
                          MOVE CODE-EXP-DATE
                              TO WS-CODE-EXP (WS-CODE-CNT)
                          MOVE CODE-MONTHLY-FLAG
                              TO WS-CODE-MONTHLY (WS-CODE-CNT)
                          MOVE CODE-DRCR-FLAG
                              TO WS-CODE-DRCR (WS-CODE-CNT)
                      END-IF
                  END-IF
          END-READ.

      *    ONLY THE RECORDS IN EFFECT ON THE ACCRUAL DATE ARE KEPT.
      *    A BAD RATE RECORD STOPS THE RUN -- A CHARGE CALCULATED
      *    FROM A RATE NOBODY CAN VOUCH FOR MUST NEVER REACH A
      *    CUSTOMER.
          A-PARA-LOAD-RATES.
          OPEN INPUT RATE-FILE
          IF WS-RATE-STATUS NOT = '00'
              DISPLAY 'ERROR: RATE-FILE OPEN FAILED, STATUS='
                  WS-RATE-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-RATE-REC
                  UNTIL WS-RATE-EOF OR WS-FILE-ERROR
              CLOSE RATE-FILE
              IF NOT WS-FILE-ERROR
                  IF WS-TIER-CNT = ZERO AND NOT WS-LB-SET
                      AND NOT WS-OD-SET
                      DISPLAY 'ERROR: NO RATES IN EFFECT ON '
                          WS-ACCR-DATE
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      DISPLAY 'INTEREST TIERS IN EFFECT: '
                          WS-TIER-CNT
                  END-IF
              END-IF
          END-IF.

          A-PARA-LOAD-RATE-REC.
          READ RATE-FILE
              AT END
                  SET WS-RATE-EOF TO TRUE
              NOT AT END
                  MOVE RATE-FILE-RECORD TO RATE-RECORD
                  IF RATE-EFF-DATE NOT NUMERIC
                      OR RATE-EXP-DATE NOT NUMERIC
                      OR RATE-TIER-FLOOR NOT NUMERIC
                      OR RATE-ANNUAL-PCT NOT NUMERIC
                      OR RATE-FEE-AMT NOT NUMERIC
                      DISPLAY 'ERROR: NON-NUMERIC FIELD ON RATE'
                          ' RECORD ' RATE-TYPE ' ' RATE-DESC
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      IF WS-ACCR-DATE >= RATE-EFF-DATE
                          AND WS-ACCR-DATE <= RATE-EXP-DATE
                          PERFORM A-PARA-KEEP-RATE
                      END-IF
                  END-IF
          END-READ.

          A-PARA-KEEP-RATE.
          IF RATE-INTEREST
              MOVE 'C' TO WS-WANT-DRCR
          ELSE
              MOVE 'D' TO WS-WANT-DRCR
          END-IF
          PERFORM A-PARA-CHECK-CODE
          IF NOT WS-FILE-ERROR
              IF RATE-INTEREST
                  IF WS-TIER-CNT >= WS-TIER-MAX
                      DISPLAY 'ERROR: INTEREST TIER TABLE FULL AT '
                          WS-TIER-MAX
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      ADD 1 TO WS-TIER-CNT
                      MOVE RATE-TIER-FLOOR
                          TO WS-TIER-FLOOR (WS-TIER-CNT)
                      MOVE RATE-ANNUAL-PCT
                          TO WS-TIER-PCT (WS-TIER-CNT)
                      MOVE RATE-TRANS-CODE
                          TO WS-TIER-CODE (WS-TIER-CNT)
                  END-IF
              ELSE
                  IF RATE-LOW-BAL-FEE
                      IF WS-LB-SET
                          DISPLAY 'ERROR: MORE THAN ONE LOW-BALANCE'
                              ' FEE IN EFFECT'
                          SET WS-FILE-ERROR TO TRUE
                      ELSE
                          SET WS-LB-SET TO TRUE
                          MOVE RATE-TIER-FLOOR TO WS-LB-FLOOR
                          MOVE RATE-FEE-AMT TO WS-LB-FEE
                          MOVE RATE-TRANS-CODE TO WS-LB-CODE
                      END-IF
                  ELSE
                      IF RATE-OVERDRAWN
                          IF WS-OD-SET
                              DISPLAY 'ERROR: MORE THAN ONE'
                                  ' OVERDRAWN CHARGE IN EFFECT'
                              SET WS-FILE-ERROR TO TRUE
                          ELSE
                              SET WS-OD-SET TO TRUE
                              MOVE RATE-ANNUAL-PCT TO WS-OD-PCT
                              MOVE RATE-FEE-AMT TO WS-OD-FEE
                              MOVE RATE-TRANS-CODE TO WS-OD-CODE
                          END-IF
                      ELSE
                          DISPLAY 'ERROR: UNKNOWN RATE TYPE '''
                              RATE-TYPE ''''
                          SET WS-FILE-ERROR TO TRUE
                      END-IF
                  END-IF
              END-IF
          END-IF.

      *    THE CODE AN ITEM POSTS UNDER MUST PASS THE POSTING RUN'S
      *    OWN CODE EDIT ON THE ACCRUAL DATE IN MONTHLY MODE, AND
      *    SIT ON THE RIGHT SIDE OF THE LEDGER -- A FEE SET UP WITH
      *    A CREDIT CODE WOULD PAY THE CUSTOMER INSTEAD.
          A-PARA-CHECK-CODE.
          MOVE ZERO TO WS-CODE-HIT
          PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                  UNTIL WS-CODE-SUB > WS-CODE-CNT
              IF RATE-TRANS-CODE = WS-CODE-VALUE (WS-CODE-SUB)
                  MOVE WS-CODE-SUB TO WS-CODE-HIT
                  MOVE WS-CODE-CNT TO WS-CODE-SUB
              END-IF
          END-PERFORM
          IF WS-CODE-HIT = ZERO
              DISPLAY 'ERROR: RATE CODE ' RATE-TRANS-CODE
                  ' NOT ON THE CODE TABLE'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              IF WS-ACCR-DATE < WS-CODE-EFF (WS-CODE-HIT)
                  OR WS-ACCR-DATE > WS-CODE-EXP (WS-CODE-HIT)
                  OR WS-CODE-MONTHLY (WS-CODE-HIT) NOT = 'Y'
                  DISPLAY 'ERROR: RATE CODE ' RATE-TRANS-CODE
                      ' NOT USABLE IN THE MONTHLY CYCLE ON '
                      WS-ACCR-DATE
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  IF WS-CODE-DRCR (WS-CODE-HIT) NOT = WS-WANT-DRCR
                      DISPLAY 'ERROR: RATE CODE ' RATE-TRANS-CODE
                          ' POSTS TO THE WRONG SIDE FOR RATE TYPE '
                          RATE-TYPE
                      SET WS-FILE-ERROR TO TRUE
                  END-IF
              END-IF
          END-IF.

          A-PARA-OPEN-FILES.
          OPEN INPUT ACCOUNT-FILE
          IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR: ACCOUNT-FILE OPEN FAILED, STATUS='
                  WS-ACCT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN OUTPUT ACCRUAL-FILE
          IF WS-ACCRU-STATUS NOT = '00'
              DISPLAY 'ERROR: ACCRUAL-FILE OPEN FAILED, STATUS='
                  WS-ACCRU-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: REPORT-FILE OPEN FAILED, STATUS='
                  WS-REPORT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF.

      *    THE OUTPUT IS A COMPLETE TRANSMISSION WITH ITS OWN ORIGIN
      *    ID, HEADER AND CONTROL TRAILER, SO THE POSTING RUN
      *    BALANCES IT AS ONE BLOCK LIKE ANY BRANCH FILE.
          A-PARA-WRITE-HEADER.
          MOVE SPACES TO TRANS-RECORD
          MOVE 'H' TO TRANS-REC-TYPE
          MOVE WS-ACCR-DATE TO HDR-FILE-DATE
          MOVE WS-ORIGIN-ID TO HDR-ORIGIN-ID
          MOVE TRANS-RECORD TO ACCRUAL-RECORD
          WRITE ACCRUAL-RECORD.

          A-PARA-WRITE-TRAILER.
          MOVE SPACES TO TRANS-RECORD
          MOVE 'T' TO TRANS-REC-TYPE
          MOVE WS-ITEM-COUNT TO TRL-RECORD-COUNT
          MOVE WS-ITEM-HASH TO TRL-HASH-TOTAL
          MOVE TRANS-RECORD TO ACCRUAL-RECORD
          WRITE ACCRUAL-RECORD.

          A-PARA-REPORT-HEADINGS.
          MOVE SPACES TO REPORT-LINE
          STRING 'MONTH-END INTEREST AND SERVICE CHARGE CALCULATION'
              '   MONTH ' WS-ACCR-YYMM(1:4) '-' WS-ACCR-YYMM(5:2)
              '   POSTING DATE ' WS-ACCR-YYYY '-' WS-ACCR-MM '-'
              WS-ACCR-DD '   BRANCH ' WS-POST-BRANCH
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'ACCOUNT' TO REPORT-LINE(1:7)
          MOVE 'BALANCE' TO REPORT-LINE(21:7)
          MOVE 'ITEM' TO REPORT-LINE(31:4)
          MOVE 'TRANS-ID' TO REPORT-LINE(47:8)
          MOVE 'CD' TO REPORT-LINE(59:2)
          MOVE 'AMOUNT' TO REPORT-LINE(75:6)
          MOVE 'BASIS' TO REPORT-LINE(84:5)
          WRITE REPORT-LINE.

      *    ONLY OPEN AND DORMANT ACCOUNTS EARN OR PAY -- A CLOSED
      *    ACCOUNT WOULD ONLY SUSPEND S002 IN THE POSTING RUN.
          B-PARA.
          READ ACCOUNT-FILE
              AT END
                  SET WS-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ACCTS-READ
                  IF NOT ACCT-OPEN AND NOT ACCT-DORMANT
                      ADD 1 TO WS-ACCTS-NOT-OPEN
                  ELSE
                      IF ACCT-BALANCE NOT NUMERIC
                          ADD 1 TO WS-ACCTS-BAD-BAL
                          DISPLAY 'WARNING: ACCOUNT ' ACCT-KEY
                              ' BALANCE NOT NUMERIC - SKIPPED'
                      ELSE
                          PERFORM B-PARA-ACCOUNT
                      END-IF
                  END-IF
          END-READ.

      *    A DORMANT ACCOUNT STILL EARNS ITS INTEREST (A CREDIT POSTS
      *    TO IT) BUT IS NOT CHARGED -- A FEE IS A DEBIT AND WOULD
      *    ONLY SUSPEND S004 IN THE POSTING RUN.
          B-PARA-ACCOUNT.
          IF ACCT-BALANCE > ZERO
              PERFORM B-PARA-INTEREST
          END-IF
          IF ACCT-DORMANT
              ADD 1 TO WS-ACCTS-DORMANT
          ELSE
              PERFORM B-PARA-CHARGES
          END-IF.

          B-PARA-CHARGES.
          IF ACCT-OD-LIMIT NUMERIC
              COMPUTE WS-HEADROOM = ACCT-BALANCE + ACCT-OD-LIMIT
          ELSE
              MOVE ACCT-BALANCE TO WS-HEADROOM
          END-IF
          IF ACCT-BALANCE < ZERO
              IF WS-OD-SET
                  PERFORM B-PARA-OVERDRAWN
              END-IF
          ELSE
              IF WS-LB-SET AND ACCT-BALANCE < WS-LB-FLOOR
                  PERFORM B-PARA-LOW-BALANCE
              END-IF
          END-IF.

      *    ONE MONTH OF INTEREST AT THE HIGHEST TIER THE BALANCE
      *    REACHES. AN AMOUNT THAT ROUNDS TO ZERO IS NOT WRITTEN.
          B-PARA-INTEREST.
          MOVE ZERO TO WS-TIER-HIT
          PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                  UNTIL WS-TIER-SUB > WS-TIER-CNT
              IF WS-TIER-FLOOR (WS-TIER-SUB) <= ACCT-BALANCE
                  IF WS-TIER-HIT = ZERO
                      MOVE WS-TIER-SUB TO WS-TIER-HIT
                  ELSE
                      IF WS-TIER-FLOOR (WS-TIER-SUB)
                          > WS-TIER-FLOOR (WS-TIER-HIT)
                          MOVE WS-TIER-SUB TO WS-TIER-HIT
                      END-IF
                  END-IF
              END-IF
          END-PERFORM
          IF WS-TIER-HIT > ZERO
              COMPUTE WS-CALC-AMT ROUNDED =
                  ACCT-BALANCE * WS-TIER-PCT (WS-TIER-HIT) / 1200
                  ON SIZE ERROR
                      DISPLAY 'ERROR: INTEREST OVERFLOW ON ACCOUNT '
                          ACCT-KEY
                      SET WS-FILE-ERROR TO TRUE
              END-COMPUTE
              IF WS-CALC-AMT > ZERO AND NOT WS-FILE-ERROR
                  MOVE 'I' TO WS-ITEM-TYPE
                  MOVE WS-TIER-CODE (WS-TIER-HIT) TO WS-ITEM-CODE
                  MOVE 'INTEREST' TO WS-ITEM-DESC
                  MOVE WS-TIER-FLOOR (WS-TIER-HIT)
                      TO WS-RPT-FLOOR-PIC
                  MOVE WS-TIER-PCT (WS-TIER-HIT) TO WS-RPT-PCT-PIC
                  MOVE SPACES TO WS-BASIS
                  STRING 'TIER FROM ' WS-RPT-FLOOR-PIC ' AT '
                      WS-RPT-PCT-PIC ' PCT/YR / 12'
                      DELIMITED BY SIZE INTO WS-BASIS
                  ADD 1 TO WS-INT-COUNT
                  ADD WS-CALC-AMT TO WS-INT-AMT
                  PERFORM C-PARA-WRITE-ITEM
              END-IF
          END-IF.

      *    OVERDRAWN AT MONTH END: THE FLAT CHARGE PLUS ONE MONTH OF
      *    THE OVERDRAWN RATE ON THE AMOUNT BELOW ZERO.
          B-PARA-OVERDRAWN.
          COMPUTE WS-OD-AMT = ZERO - ACCT-BALANCE
          COMPUTE WS-CALC-AMT ROUNDED =
              WS-OD-FEE + WS-OD-AMT * WS-OD-PCT / 1200
              ON SIZE ERROR
                  DISPLAY 'ERROR: OVERDRAWN CHARGE OVERFLOW ON'
                      ' ACCOUNT ' ACCT-KEY
                  SET WS-FILE-ERROR TO TRUE
          END-COMPUTE
          IF WS-CALC-AMT > ZERO AND NOT WS-FILE-ERROR
              MOVE 'O' TO WS-ITEM-TYPE
              MOVE WS-OD-CODE TO WS-ITEM-CODE
              MOVE 'OVERDRAWN CHG' TO WS-ITEM-DESC
              MOVE WS-OD-FEE TO WS-RPT-FEE-PIC
              MOVE WS-OD-PCT TO WS-RPT-PCT-PIC
              MOVE SPACES TO WS-BASIS
              STRING 'FEE ' WS-RPT-FEE-PIC ' + '
                  WS-RPT-PCT-PIC ' PCT/YR / 12 ON OVERDRAWN'
                  DELIMITED BY SIZE INTO WS-BASIS
              PERFORM B-PARA-LIMIT-CHECK
              IF WS-CALC-AMT > ZERO
                  ADD 1 TO WS-OD-COUNT
                  ADD WS-CALC-AMT TO WS-OD-TOT-AMT
                  PERFORM C-PARA-WRITE-ITEM
              END-IF
          END-IF.

          B-PARA-LOW-BALANCE.
          MOVE WS-LB-FEE TO WS-CALC-AMT
          IF WS-CALC-AMT > ZERO
              MOVE 'M' TO WS-ITEM-TYPE
              MOVE WS-LB-CODE TO WS-ITEM-CODE
              MOVE 'LOW-BAL FEE' TO WS-ITEM-DESC
              MOVE WS-LB-FLOOR TO WS-RPT-FLOOR-PIC
              MOVE SPACES TO WS-BASIS
              STRING 'BALANCE BELOW ' WS-RPT-FLOOR-PIC
                  DELIMITED BY SIZE INTO WS-BASIS
              PERFORM B-PARA-LIMIT-CHECK
              IF WS-CALC-AMT > ZERO
                  ADD 1 TO WS-LB-COUNT
                  ADD WS-CALC-AMT TO WS-LB-AMT
                  PERFORM C-PARA-WRITE-ITEM
              END-IF
          END-IF.

      *    A FEE MAY NOT TAKE THE ACCOUNT BELOW ITS OVERDRAFT LIMIT --
      *    THE POSTING RUN WOULD ONLY SUSPEND IT S003. IT IS CUT TO
      *    THE HEADROOM LEFT; AN ACCOUNT WITH NONE (AT OR OVER ITS
      *    LIMIT ALREADY) IS NOT CHARGED AND THE FEE IS LISTED ON THE
      *    REPORT INSTEAD. THE MONTH'S INTEREST CREDIT IS NOT COUNTED
      *    AS HEADROOM.
          B-PARA-LIMIT-CHECK.
          IF WS-CALC-AMT > WS-HEADROOM
              IF WS-HEADROOM > ZERO
                  MOVE WS-HEADROOM TO WS-CALC-AMT
                  MOVE 'CUT TO THE HEADROOM ABOVE THE OD LIMIT'
                      TO WS-BASIS
                  ADD 1 TO WS-CUT-COUNT
              ELSE
                  ADD 1 TO WS-NOT-CHG-COUNT
                  ADD WS-CALC-AMT TO WS-NOT-CHG-AMT
                  PERFORM C-PARA-LIST-NOT-CHARGED
                  MOVE ZERO TO WS-CALC-AMT
              END-IF
          END-IF.

      *    THE TRANS-ID IS BUILT FROM THE ACCOUNT, THE ITEM TYPE AND
      *    THE ACCRUAL MONTH (LAST DIGIT OF THE YEAR PLUS THE MONTH)
      *    -- THE SAME ITEM ALWAYS GETS THE SAME ID, SO A RERUN OR A
      *    SECOND COPY OF THE FILE BOUNCES R004 INSTEAD OF CHARGING
      *    THE CUSTOMER TWICE.
          C-PARA-WRITE-ITEM.
          MOVE SPACES TO TRANS-RECORD
          MOVE 'D' TO TRANS-REC-TYPE
          MOVE ACCT-KEY TO TRANS-ID(1:6)
          MOVE WS-ITEM-TYPE TO TRANS-ID(7:1)
          MOVE WS-ACCR-YYMM(4:3) TO TRANS-ID(8:3)
          MOVE WS-ITEM-CODE TO TRANS-CODE
          MOVE WS-CALC-AMT TO TRANS-AMOUNT
          MOVE WS-ACCR-DATE TO TRANS-DATE
      *    AN ACCOUNT'S OWN INTEREST AND CHARGES ARE ITS HOME
      *    BRANCH'S BUSINESS -- BOOKED THROUGH ANY OTHER OFFICE THEY
      *    WOULD RAISE INTER-BRANCH ENTRIES FOR MONEY THAT NEVER
      *    CROSSED A COUNTER.
          IF ACCT-HOME-BRANCH NOT = SPACES
              MOVE ACCT-HOME-BRANCH TO TRANS-BRANCH
          ELSE
              MOVE WS-POST-BRANCH TO TRANS-BRANCH
          END-IF
          MOVE WS-OPERATOR-ID TO TRANS-OPERATOR
          MOVE TRANS-RECORD TO ACCRUAL-RECORD
          WRITE ACCRUAL-RECORD
          ADD 1 TO WS-ITEM-COUNT
          ADD WS-CALC-AMT TO WS-ITEM-HASH
          MOVE SPACES TO REPORT-LINE
          MOVE ACCT-KEY TO REPORT-LINE(1:6)
          MOVE ACCT-BALANCE TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(10:18)
          MOVE WS-ITEM-DESC TO REPORT-LINE(31:14)
          MOVE TRANS-ID TO REPORT-LINE(47:10)
          MOVE WS-ITEM-CODE TO REPORT-LINE(59:2)
          MOVE WS-CALC-AMT TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(63:18)
          MOVE WS-BASIS TO REPORT-LINE(84:49)
          WRITE REPORT-LINE.

      *    A FEE LEFT UNCHARGED PRINTS IN THE ITEM LAYOUT WITH NO
      *    TRANS-ID, SO IT CAN BE WAIVED OR RAISED BY HAND.
          C-PARA-LIST-NOT-CHARGED.
          MOVE SPACES TO REPORT-LINE
          MOVE ACCT-KEY TO REPORT-LINE(1:6)
          MOVE ACCT-BALANCE TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(10:18)
          MOVE WS-ITEM-DESC TO REPORT-LINE(31:14)
          MOVE 'NOT CHGD' TO REPORT-LINE(47:10)
          MOVE WS-ITEM-CODE TO REPORT-LINE(59:2)
          MOVE WS-CALC-AMT TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(63:18)
          MOVE 'AT OR OVER OD LIMIT - NOT CHARGED'
              TO REPORT-LINE(84:49)
          WRITE REPORT-LINE.

      *    CONTROL TOTALS: THE ITEM COUNT AND AMOUNT HERE ARE THE
      *    TRAILER THE POSTING RUN BALANCES THE TRANSMISSION ON.
          C-PARA-TOTALS.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'CONTROL TOTALS' TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-READ TO WS-RPT-CNT-PIC
          STRING 'ACCOUNTS READ:          ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-NOT-OPEN TO WS-RPT-CNT-PIC
          STRING 'NOT OPEN, NOT CALCULATED:' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-BAD-BAL TO WS-RPT-CNT-PIC
          STRING 'BAD BALANCE, SKIPPED:   ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-DORMANT TO WS-RPT-CNT-PIC
          STRING 'DORMANT, NOT CHARGED:   ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-INT-COUNT TO WS-RPT-CNT-PIC
          MOVE WS-INT-AMT TO WS-RPT-TOT-PIC
          STRING 'INTEREST CREDITS:       ' WS-RPT-CNT-PIC
              '  AMOUNT: ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-LB-COUNT TO WS-RPT-CNT-PIC
          MOVE WS-LB-AMT TO WS-RPT-TOT-PIC
          STRING 'LOW-BALANCE FEES:       ' WS-RPT-CNT-PIC
              '  AMOUNT: ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-OD-COUNT TO WS-RPT-CNT-PIC
          MOVE WS-OD-TOT-AMT TO WS-RPT-TOT-PIC
          STRING 'OVERDRAWN CHARGES:      ' WS-RPT-CNT-PIC
              '  AMOUNT: ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-CUT-COUNT TO WS-RPT-CNT-PIC
          STRING 'FEES CUT TO OD LIMIT:   ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-NOT-CHG-COUNT TO WS-RPT-CNT-PIC
          MOVE WS-NOT-CHG-AMT TO WS-RPT-TOT-PIC
          STRING 'FEES NOT CHARGED:       ' WS-RPT-CNT-PIC
              '  AMOUNT: ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ITEM-COUNT TO WS-RPT-CNT-PIC
          MOVE WS-ITEM-HASH TO WS-RPT-TOT-PIC
          STRING 'TRAILER COUNT / HASH:   ' WS-RPT-CNT-PIC
              '  AMOUNT: ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE.

          D-PARA.
          DISPLAY 'ACCOUNTS READ:     ' WS-ACCTS-READ
          DISPLAY 'INTEREST CREDITS:  ' WS-INT-COUNT
          DISPLAY 'LOW-BALANCE FEES:  ' WS-LB-COUNT
          DISPLAY 'OVERDRAWN CHARGES: ' WS-OD-COUNT
          DISPLAY 'FEES CUT TO LIMIT: ' WS-CUT-COUNT
          DISPLAY 'FEES NOT CHARGED:  ' WS-NOT-CHG-COUNT
          DISPLAY 'ITEMS WRITTEN:     ' WS-ITEM-COUNT
          IF WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-ACCTS-BAD-BAL > ZERO
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
              END-IF
          END-IF
          STOP RUN.
