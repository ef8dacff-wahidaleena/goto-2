       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBSETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE GL FEEDS FOR THE BUSINESS DATE (THE POSTING RUN'S AND
      *    THE RECYCLE PASS'S, CONCATENATED). ONLY BLOCKS WHOSE
      *    HEADER CARRIES THE BUSINESS DATE ARE SETTLED, SO A
      *    GENERATION LEFT OVER FROM AN EARLIER DAY IS IGNORED.
           SELECT GL-FILE ASSIGN TO 'GLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'IBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK'.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-RECORD                      PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

      *    ONE RECORD PER INTER-BRANCH ENTRY, FILED UNDER ITS PAIR
      *    OF OFFICES IN NUMBER ORDER SO BOTH SIDES MEET.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-LOW-BRANCH            PIC X(4).
           05  SORT-HIGH-BRANCH           PIC X(4).
           05  SORT-BRANCH                PIC X(4).
           05  SORT-AMOUNT                PIC S9(11)V99.

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY GLREC.
          COPY DATECTL.

          01  WS-GL-STATUS                PIC X(2) VALUE '00'.
          01  WS-REPORT-STATUS            PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.
          01  WS-OUT-OF-BAL-FLAG          PIC X VALUE 'N'.
              88  WS-OUT-OF-BALANCE       VALUE 'Y'.

          01  WS-GL-EOF-FLAG              PIC X VALUE 'N'.
              88  WS-GL-EOF               VALUE 'Y'.
          01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-SORT-EOF             VALUE 'Y'.

          01  WS-PARM-LEN                 PIC S9(4) COMP VALUE ZERO.
          01  WS-PARM-WORK                PIC X(20) VALUE SPACES.
          01  WS-PARM-WORK-R REDEFINES WS-PARM-WORK.
              05  WS-PARM-DATE            PIC X(8).
              05  FILLER                  PIC X(12).

          01  WS-BUS-DATE                 PIC 9(8) VALUE ZERO.
          01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
              05  WS-BUS-YYYY             PIC 9(4).
              05  WS-BUS-MM               PIC 9(2).
              05  WS-BUS-DD               PIC 9(2).

      *    BLOCK CONTROLS WHILE THE FEEDS ARE PROVED. A BLOCK THAT
      *    DOES NOT BALANCE TO ITS TRAILER STOPS THE RUN.
          01  WS-IN-BLOCK-FLAG            PIC X VALUE 'N'.
              88  WS-IN-BLOCK             VALUE 'Y'.
          01  WS-BLOCK-WANTED-FLAG        PIC X VALUE 'N'.
              88  WS-BLOCK-WANTED         VALUE 'Y'.
          01  WS-BLK-COUNT                PIC 9(9) VALUE ZERO.
          01  WS-BLK-NET                  PIC S9(13)V99 VALUE ZERO.

      *    THE PAIR BEING SETTLED. EACH SIDE'S POSITION IS THE SUM
      *    OF ITS OWN ENTRIES AGAINST THE OTHER, SIGNED AS ON THE
      *    LEDGER: NEGATIVE IS DUE FROM THE OTHER OFFICE, POSITIVE
      *    DUE TO IT. THE TWO MUST CANCEL.
          01  WS-CUR-PAIR.
              05  WS-CUR-LOW              PIC X(4).
              05  WS-CUR-HIGH             PIC X(4).
          01  WS-PAIR-ITEMS               PIC 9(9) VALUE ZERO.
          01  WS-LOW-POS                  PIC S9(13)V99 VALUE ZERO.
          01  WS-HIGH-POS                 PIC S9(13)V99 VALUE ZERO.
          01  WS-PAIR-NET                 PIC S9(13)V99 VALUE ZERO.
          01  WS-OWED-AMT                 PIC S9(13)V99 VALUE ZERO.

      *    EACH OFFICE'S NET POSITION AGAINST ALL THE OTHERS, KEPT
      *    IN BRANCH ORDER FOR THE SUMMARY.
          01  WS-BS-TABLE.
              05  WS-BS-ENTRY OCCURS 200 TIMES.
                  10  WS-BS-BRANCH        PIC X(4).
                  10  WS-BS-ITEMS         PIC 9(9).
                  10  WS-BS-POS           PIC S9(13)V99.
          01  WS-BS-MAX                   PIC 9(3) VALUE 200.
          01  WS-BS-CNT                   PIC 9(3) VALUE ZERO.
          01  WS-BS-SUB                   PIC 9(3) VALUE ZERO.
          01  WS-BS-HIT                   PIC 9(3) VALUE ZERO.
          01  WS-BS-WORK-BRANCH           PIC X(4) VALUE SPACES.

          01  WS-FEED-BLOCKS              PIC 9(9) VALUE ZERO.
          01  WS-FEED-SKIPPED             PIC 9(9) VALUE ZERO.
          01  WS-GL-DETAILS               PIC 9(9) VALUE ZERO.
          01  WS-IB-ENTRIES               PIC 9(9) VALUE ZERO.
          01  WS-PAIR-COUNT               PIC 9(9) VALUE ZERO.
          01  WS-PAIRS-OUT                PIC 9(9) VALUE ZERO.
          01  WS-BANK-NET                 PIC S9(13)V99 VALUE ZERO.

          01  WS-RPT-CNT-PIC              PIC ZZZ,ZZZ,ZZ9.
          01  WS-RPT-AMT-PIC              PIC Z,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'IBSETTLE - INTER-BRANCH SETTLEMENT'
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-CHECK-FEEDS
          END-IF
          IF NOT WS-FILE-ERROR
              OPEN OUTPUT REPORT-FILE
              IF WS-REPORT-STATUS NOT = '00'
                  DISPLAY 'ERROR: REPORT-FILE OPEN FAILED, STATUS='
                      WS-REPORT-STATUS
                  SET WS-FILE-ERROR TO TRUE
              END-IF
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-REPORT-HEADINGS
              SORT SORT-FILE
                  ON ASCENDING KEY SORT-LOW-BRANCH SORT-HIGH-BRANCH
                  INPUT PROCEDURE IS B-PARA-SELECT
                  OUTPUT PROCEDURE IS C-PARA-PAIRS
              PERFORM C-PARA-BRANCH-SUMMARY
              PERFORM C-PARA-TOTALS
              CLOSE REPORT-FILE
          END-IF
          GO TO D-PARA.

      *    THE BUSINESS DATE IS THE OPEN DATE ON THE DATE CONTROL --
      *    NEVER THE SYSTEM CLOCK. A DATE ALREADY ROLLED, OR A RERUN,
      *    IS GIVEN ON THE PARM: COLS 1-8 CCYYMMDD.
          A-PARA-SET-PARM.
          IF LS-PARM-LEN > ZERO
              IF LS-PARM-LEN > 20
                  MOVE 20 TO WS-PARM-LEN
              ELSE
                  MOVE LS-PARM-LEN TO WS-PARM-LEN
              END-IF
              MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
          END-IF
          IF WS-PARM-WORK = SPACES
              PERFORM A-PARA-DC-LOAD
              IF WS-DC-ERROR
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  MOVE DC-BUS-DATE TO WS-BUS-DATE
              END-IF
          ELSE
              IF WS-PARM-DATE NOT NUMERIC
                  DISPLAY 'ERROR: PARM ''' WS-PARM-WORK
                      ''' NOT CCYYMMDD'
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  MOVE WS-PARM-DATE TO WS-BUS-DATE
                  DISPLAY 'BUSINESS DATE ' WS-BUS-DATE
                      ' (GIVEN ON THE PARM)'
              END-IF
          END-IF.

      *    THE DATE-CONTROL DATASET IS READ WHOLE INTO STORAGE. ITS
      *    FIRST RECORD MUST BE THE CONTROL RECORD.
          A-PARA-DC-LOAD.
          OPEN INPUT DATECTL-FILE
          IF WS-DC-STATUS NOT = '00'
              DISPLAY 'ERROR: DATECTL-FILE OPEN FAILED, STATUS='
                  WS-DC-STATUS
              SET WS-DC-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-DC-LOAD-REC
                  UNTIL WS-DC-EOF OR WS-DC-ERROR
              CLOSE DATECTL-FILE
          END-IF
          IF NOT WS-DC-ERROR
              IF WS-DC-CNT = ZERO
                  DISPLAY 'ERROR: DATE CONTROL HAS NO CONTROL RECORD'
                  SET WS-DC-ERROR TO TRUE
              ELSE
                  MOVE WS-DC-ENTRY (1) TO DC-CONTROL-RECORD
                  IF NOT DC-CONTROL OR DC-BUS-DATE NOT NUMERIC
                      DISPLAY 'ERROR: DATE CONTROL RECORD MISSING OR'
                          ' HAS NO BUSINESS DATE'
                      SET WS-DC-ERROR TO TRUE
                  ELSE
                      DISPLAY 'BUSINESS DATE ' DC-BUS-DATE
                  END-IF
              END-IF
          END-IF.

          A-PARA-DC-LOAD-REC.
          READ DATECTL-FILE
              AT END
                  SET WS-DC-EOF TO TRUE
              NOT AT END
                  IF WS-DC-CNT >= WS-DC-MAX
                      DISPLAY 'ERROR: DATE CONTROL TABLE FULL AT '
                          WS-DC-MAX
                      SET WS-DC-ERROR TO TRUE
                  ELSE
                      ADD 1 TO WS-DC-CNT
                      MOVE DATECTL-FILE-RECORD
                          TO WS-DC-ENTRY (WS-DC-CNT)
                  END-IF
          END-READ.

      *    FIRST PASS: EVERY BLOCK MUST BALANCE TO ITS TRAILER. A
      *    FEED WITHOUT ITS TRAILER WAS NEVER RELEASED TO THE LEDGER
      *    AND SHOULD HAVE BEEN DELETED BY ITS JOB.
          A-PARA-CHECK-FEEDS.
          OPEN INPUT GL-FILE
          IF WS-GL-STATUS NOT = '00'
              DISPLAY 'ERROR: GL-FILE OPEN FAILED, STATUS='
                  WS-GL-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE 'N' TO WS-IN-BLOCK-FLAG
              PERFORM A-PARA-CHECK-REC
                  UNTIL WS-GL-EOF OR WS-FILE-ERROR
              CLOSE GL-FILE
              IF WS-IN-BLOCK AND NOT WS-FILE-ERROR
                  DISPLAY 'ERROR: GL FEED BLOCK HAS NO TRAILER'
                  SET WS-FILE-ERROR TO TRUE
              END-IF
              DISPLAY 'FEED BLOCKS FOR THE DATE: ' WS-FEED-BLOCKS
              DISPLAY 'FEED BLOCKS SKIPPED:      ' WS-FEED-SKIPPED
          END-IF
          MOVE 'N' TO WS-GL-EOF-FLAG.

          A-PARA-CHECK-REC.
          READ GL-FILE
              AT END
                  SET WS-GL-EOF TO TRUE
              NOT AT END
                  EVALUATE GL-RECORD(1:1)
                      WHEN 'H'
                          PERFORM A-PARA-FEED-HEADER
                      WHEN 'D'
                          IF NOT WS-IN-BLOCK
                              DISPLAY 'ERROR: GL FEED DETAIL OUTSIDE'
                                  ' A BLOCK'
                              SET WS-FILE-ERROR TO TRUE
                          ELSE
                              MOVE GL-RECORD TO WS-GL-DETAIL
                              ADD 1 TO WS-BLK-COUNT
                              ADD GLD-AMOUNT TO WS-BLK-NET
                          END-IF
                      WHEN 'T'
                          PERFORM A-PARA-FEED-TRAILER
                      WHEN OTHER
                          DISPLAY 'ERROR: GL FEED RECORD TYPE '''
                              GL-RECORD(1:1) ''''
                          SET WS-FILE-ERROR TO TRUE
                  END-EVALUATE
          END-READ.

          A-PARA-FEED-HEADER.
          IF WS-IN-BLOCK
              DISPLAY 'ERROR: GL FEED BLOCK HAS NO TRAILER'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE GL-RECORD TO WS-GL-HEADER
              SET WS-IN-BLOCK TO TRUE
              MOVE ZERO TO WS-BLK-COUNT
              MOVE ZERO TO WS-BLK-NET
              IF GLH-RUN-DATE = WS-BUS-DATE
                  ADD 1 TO WS-FEED-BLOCKS
              ELSE
                  ADD 1 TO WS-FEED-SKIPPED
                  DISPLAY 'FEED ' GLH-RUN-ID ' OF ' GLH-RUN-DATE
                      ' IS NOT FOR THE BUSINESS DATE - SKIPPED'
              END-IF
          END-IF.

          A-PARA-FEED-TRAILER.
          IF NOT WS-IN-BLOCK
              DISPLAY 'ERROR: GL FEED TRAILER OUTSIDE A BLOCK'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE GL-RECORD TO WS-GL-TRAILER
              IF GLT-COUNT NOT = WS-BLK-COUNT
                  OR GLT-NET NOT = WS-BLK-NET
                  DISPLAY 'ERROR: GL FEED ' GLH-RUN-ID ' OF '
                      GLH-RUN-DATE ' DOES NOT BALANCE TO ITS TRAILER'
                  SET WS-FILE-ERROR TO TRUE
              END-IF
              MOVE 'N' TO WS-IN-BLOCK-FLAG
          END-IF.

          A-PARA-REPORT-HEADINGS.
          MOVE SPACES TO REPORT-LINE
          STRING 'INTER-BRANCH SETTLEMENT - NET POSITIONS BETWEEN'
              ' OFFICES   BUSINESS DATE '
              WS-BUS-YYYY '-' WS-BUS-MM '-' WS-BUS-DD
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'POSITIONS ARE SIGNED AS ON THE LEDGER: NEGATIVE IS DUE'
              TO REPORT-LINE(1:54)
          MOVE ' FROM THE OTHER OFFICE, POSITIVE DUE TO IT'
              TO REPORT-LINE(55:42)
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'BRANCH' TO REPORT-LINE(1:6)
          MOVE 'BRANCH' TO REPORT-LINE(9:6)
          MOVE 'ITEMS' TO REPORT-LINE(21:5)
          MOVE 'FIRST POSITION' TO REPORT-LINE(32:14)
          MOVE 'SECOND POSITION' TO REPORT-LINE(51:15)
          MOVE 'SETTLEMENT' TO REPORT-LINE(68:10)
          WRITE REPORT-LINE.

      *    SORT INPUT: EVERY INTER-BRANCH ENTRY ON A BLOCK FOR THE
      *    BUSINESS DATE, FILED UNDER ITS PAIR OF OFFICES.
          B-PARA-SELECT.
          OPEN INPUT GL-FILE
          MOVE 'N' TO WS-BLOCK-WANTED-FLAG
          PERFORM B-PARA-SELECT-REC UNTIL WS-GL-EOF
          CLOSE GL-FILE
          DISPLAY 'GL DETAILS FOR THE DATE:  ' WS-GL-DETAILS
          DISPLAY 'INTER-BRANCH ENTRIES:     ' WS-IB-ENTRIES.

          B-PARA-SELECT-REC.
          READ GL-FILE
              AT END
                  SET WS-GL-EOF TO TRUE
              NOT AT END
                  IF GL-RECORD(1:1) = 'H'
                      MOVE GL-RECORD TO WS-GL-HEADER
                      IF GLH-RUN-DATE = WS-BUS-DATE
                          SET WS-BLOCK-WANTED TO TRUE
                      ELSE
                          MOVE 'N' TO WS-BLOCK-WANTED-FLAG
                      END-IF
                  ELSE
                      IF GL-RECORD(1:1) = 'D' AND WS-BLOCK-WANTED
                          ADD 1 TO WS-GL-DETAILS
                          MOVE GL-RECORD TO WS-GL-DETAIL
                          IF GLD-DUE-FROM OR GLD-DUE-TO
                              PERFORM B-PARA-RELEASE
                          END-IF
                      END-IF
                  END-IF
          END-READ.

          B-PARA-RELEASE.
          ADD 1 TO WS-IB-ENTRIES
          IF GLD-BRANCH < GLD-CPTY-BRANCH
              MOVE GLD-BRANCH TO SORT-LOW-BRANCH
              MOVE GLD-CPTY-BRANCH TO SORT-HIGH-BRANCH
          ELSE
              MOVE GLD-CPTY-BRANCH TO SORT-LOW-BRANCH
              MOVE GLD-BRANCH TO SORT-HIGH-BRANCH
          END-IF
          MOVE GLD-BRANCH TO SORT-BRANCH
          MOVE GLD-AMOUNT TO SORT-AMOUNT
          RELEASE SORT-RECORD.

      *    SORT OUTPUT: ONE LINE PER PAIR OF OFFICES.
          C-PARA-PAIRS.
          MOVE LOW-VALUES TO WS-CUR-PAIR
          PERFORM C-PARA-RETURN
          IF WS-SORT-EOF
              MOVE SPACES TO REPORT-LINE
              MOVE 'NO INTER-BRANCH WORK FOR THE DATE' TO REPORT-LINE
              WRITE REPORT-LINE
          END-IF
          PERFORM C-PARA-NEXT-ENTRY UNTIL WS-SORT-EOF
          IF WS-CUR-PAIR NOT = LOW-VALUES
              PERFORM C-PARA-PAIR-LINE
          END-IF.

          C-PARA-RETURN.
          RETURN SORT-FILE
              AT END
                  SET WS-SORT-EOF TO TRUE
          END-RETURN.

          C-PARA-NEXT-ENTRY.
          IF SORT-LOW-BRANCH NOT = WS-CUR-LOW
              OR SORT-HIGH-BRANCH NOT = WS-CUR-HIGH
              IF WS-CUR-PAIR NOT = LOW-VALUES
                  PERFORM C-PARA-PAIR-LINE
              END-IF
              MOVE SORT-LOW-BRANCH TO WS-CUR-LOW
              MOVE SORT-HIGH-BRANCH TO WS-CUR-HIGH
              MOVE ZERO TO WS-PAIR-ITEMS
              MOVE ZERO TO WS-LOW-POS
              MOVE ZERO TO WS-HIGH-POS
          END-IF
          IF SORT-BRANCH = WS-CUR-LOW
              ADD 1 TO WS-PAIR-ITEMS
              ADD SORT-AMOUNT TO WS-LOW-POS
          ELSE
              ADD SORT-AMOUNT TO WS-HIGH-POS
          END-IF
          MOVE SORT-BRANCH TO WS-BS-WORK-BRANCH
          PERFORM C-PARA-FIND-BRANCH
          ADD 1 TO WS-BS-ITEMS (WS-BS-HIT)
          ADD SORT-AMOUNT TO WS-BS-POS (WS-BS-HIT)
          ADD SORT-AMOUNT TO WS-BANK-NET
          PERFORM C-PARA-RETURN.

      *    THE OFFICE WHOSE POSITION IS NEGATIVE IS OWED THE AMOUNT
      *    BY THE OTHER. THE TWO POSITIONS MUST CANCEL -- A PAIR
      *    THAT DOES NOT IS FLAGGED AND PUTS THE RUN OUT OF BALANCE.
          C-PARA-PAIR-LINE.
          ADD 1 TO WS-PAIR-COUNT
          COMPUTE WS-PAIR-NET = WS-LOW-POS + WS-HIGH-POS
          MOVE SPACES TO REPORT-LINE
          MOVE WS-CUR-LOW TO REPORT-LINE(1:4)
          MOVE WS-CUR-HIGH TO REPORT-LINE(9:4)
          MOVE WS-PAIR-ITEMS TO WS-RPT-CNT-PIC
          MOVE WS-RPT-CNT-PIC TO REPORT-LINE(15:11)
          MOVE WS-LOW-POS TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(28:18)
          MOVE WS-HIGH-POS TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(48:18)
          IF WS-LOW-POS < ZERO
              MOVE WS-CUR-HIGH TO REPORT-LINE(68:4)
              MOVE 'OWES' TO REPORT-LINE(73:4)
              MOVE WS-CUR-LOW TO REPORT-LINE(78:4)
              COMPUTE WS-OWED-AMT = ZERO - WS-LOW-POS
          ELSE
              MOVE WS-CUR-LOW TO REPORT-LINE(68:4)
              MOVE 'OWES' TO REPORT-LINE(73:4)
              MOVE WS-CUR-HIGH TO REPORT-LINE(78:4)
              MOVE WS-LOW-POS TO WS-OWED-AMT
          END-IF
          IF WS-OWED-AMT = ZERO
              MOVE 'SQUARE' TO REPORT-LINE(68:14)
          ELSE
              MOVE WS-OWED-AMT TO WS-RPT-AMT-PIC
              MOVE WS-RPT-AMT-PIC TO REPORT-LINE(83:18)
          END-IF
          IF WS-PAIR-NET NOT = ZERO
              ADD 1 TO WS-PAIRS-OUT
              SET WS-OUT-OF-BALANCE TO TRUE
              MOVE '*** PAIR OUT OF BALANCE' TO REPORT-LINE(104:23)
          END-IF
          WRITE REPORT-LINE.

      *    FIND (OR OPEN, IN BRANCH ORDER) THE OFFICE'S SLOT IN THE
      *    SUMMARY TABLE. WS-BS-HIT IS LEFT POINTING AT IT.
          C-PARA-FIND-BRANCH.
          MOVE ZERO TO WS-BS-HIT
          PERFORM VARYING WS-BS-SUB FROM 1 BY 1
                  UNTIL WS-BS-SUB > WS-BS-CNT OR WS-BS-HIT > ZERO
              IF WS-BS-BRANCH (WS-BS-SUB) >= WS-BS-WORK-BRANCH
                  MOVE WS-BS-SUB TO WS-BS-HIT
              END-IF
          END-PERFORM
          IF WS-BS-HIT = ZERO
              COMPUTE WS-BS-HIT = WS-BS-CNT + 1
              PERFORM C-PARA-OPEN-BRANCH
          ELSE
              IF WS-BS-BRANCH (WS-BS-HIT) NOT = WS-BS-WORK-BRANCH
                  PERFORM C-PARA-OPEN-BRANCH
              END-IF
          END-IF.

      *    A FULL TABLE IS A FILE ERROR; THE ENTRY IS THEN COUNTED
      *    AGAINST THE FIRST SLOT SO THE BANK TOTAL STILL PROVES.
          C-PARA-OPEN-BRANCH.
          IF WS-BS-CNT >= WS-BS-MAX
              DISPLAY 'ERROR: BRANCH SUMMARY TABLE FULL AT '
                  WS-BS-MAX
              SET WS-FILE-ERROR TO TRUE
              MOVE 1 TO WS-BS-HIT
          ELSE
              PERFORM VARYING WS-BS-SUB FROM WS-BS-CNT BY -1
                      UNTIL WS-BS-SUB < WS-BS-HIT
                  MOVE WS-BS-ENTRY (WS-BS-SUB)
                      TO WS-BS-ENTRY (WS-BS-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-BS-CNT
              MOVE WS-BS-WORK-BRANCH TO WS-BS-BRANCH (WS-BS-HIT)
              MOVE ZERO TO WS-BS-ITEMS (WS-BS-HIT)
              MOVE ZERO TO WS-BS-POS (WS-BS-HIT)
          END-IF.

      *    EACH OFFICE'S NET POSITION AGAINST THE REST OF THE BANK --
      *    WHAT ITS INTER-BRANCH ACCOUNT MOVED BY TODAY.
          C-PARA-BRANCH-SUMMARY.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'NET POSITION BY OFFICE' TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'BRANCH' TO REPORT-LINE(1:6)
          MOVE 'ENTRIES' TO REPORT-LINE(19:7)
          MOVE 'NET POSITION' TO REPORT-LINE(34:12)
          WRITE REPORT-LINE
          PERFORM VARYING WS-BS-SUB FROM 1 BY 1
                  UNTIL WS-BS-SUB > WS-BS-CNT
              MOVE SPACES TO REPORT-LINE
              MOVE WS-BS-BRANCH (WS-BS-SUB) TO REPORT-LINE(1:4)
              MOVE WS-BS-ITEMS (WS-BS-SUB) TO WS-RPT-CNT-PIC
              MOVE WS-RPT-CNT-PIC TO REPORT-LINE(15:11)
              MOVE WS-BS-POS (WS-BS-SUB) TO WS-RPT-AMT-PIC
              MOVE WS-RPT-AMT-PIC TO REPORT-LINE(28:18)
              IF WS-BS-POS (WS-BS-SUB) < ZERO
                  MOVE 'NET DUE FROM OTHER OFFICES'
                      TO REPORT-LINE(48:26)
              ELSE
                  IF WS-BS-POS (WS-BS-SUB) > ZERO
                      MOVE 'NET DUE TO OTHER OFFICES'
                          TO REPORT-LINE(48:24)
                  END-IF
              END-IF
              WRITE REPORT-LINE
          END-PERFORM.

      *    ACROSS THE BANK EVERY DUE-FROM HAS ITS DUE-TO: THE
      *    OFFICES' POSITIONS MUST SUM TO ZERO.
          C-PARA-TOTALS.
          IF WS-BANK-NET NOT = ZERO
              SET WS-OUT-OF-BALANCE TO TRUE
          END-IF
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-GL-DETAILS TO WS-RPT-CNT-PIC
          STRING 'GL DETAILS FOR THE DATE:   ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-IB-ENTRIES TO WS-RPT-CNT-PIC
          STRING 'INTER-BRANCH ENTRIES:      ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-PAIR-COUNT TO WS-RPT-CNT-PIC
          STRING 'PAIRS OF OFFICES:          ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-BANK-NET TO WS-RPT-AMT-PIC
          STRING 'BANK-WIDE NET:        ' WS-RPT-AMT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          IF WS-OUT-OF-BALANCE
              MOVE '*** INTER-BRANCH OUT OF BALANCE - HOLD THE BRANCH'
                  TO REPORT-LINE(1:49)
              MOVE ' RESULTS ***' TO REPORT-LINE(50:12)
          ELSE
              MOVE 'IN BALANCE' TO REPORT-LINE
          END-IF
          WRITE REPORT-LINE.

          D-PARA.
          DISPLAY 'INTER-BRANCH ENTRIES: ' WS-IB-ENTRIES
          DISPLAY 'PAIRS OF OFFICES:     ' WS-PAIR-COUNT
          DISPLAY 'PAIRS OUT OF BALANCE: ' WS-PAIRS-OUT
          IF WS-FILE-ERROR OR WS-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
          ELSE
              MOVE 0 TO RETURN-CODE
          END-IF
          STOP RUN.
