       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE GL FEEDS SENT FOR THE BUSINESS DATE (THE POSTING RUN'S
      *    AND THE RECYCLE PASS'S, CONCATENATED). ONLY BLOCKS WHOSE
      *    HEADER CARRIES THE BUSINESS DATE ARE RECONCILED, SO A
      *    GENERATION LEFT OVER FROM AN EARLIER DAY IS IGNORED.
           SELECT SENT-FILE ASSIGN TO 'SENTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

      *    THE LEDGER'S ACKNOWLEDGMENTS, ANY FEED DATE.
           SELECT ACK-FILE ASSIGN TO 'ACKIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OUTS-IN-FILE ASSIGN TO 'OUTSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSIN-STATUS.

           SELECT OUTS-OUT-FILE ASSIGN TO 'OUTSOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSOUT-STATUS.

      *    OPERATIONS' CLEAR CARDS FOR THIS RUN (MAY BE EMPTY).
           SELECT CARD-FILE ASSIGN TO 'RECNCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'RECNRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
           SELECT SORT-AGE-FILE ASSIGN TO 'SORTWK2'.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENT-FILE
           RECORDING MODE IS F.
       01  SENT-RECORD                    PIC X(80).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-FILE-RECORD                PIC X(80).

       FD  OUTS-IN-FILE
           RECORDING MODE IS F.
       01  OUTS-IN-RECORD                 PIC X(80).

       FD  OUTS-OUT-FILE
           RECORDING MODE IS F.
       01  OUTS-OUT-RECORD                PIC X(80).

       FD  CARD-FILE
           RECORDING MODE IS F.
       01  RECON-CARD.
           05  CARD-ACTION                PIC X(10).
               88  CARD-ACTION-CLEAR      VALUE 'CLEAR     '.
           05  CARD-RUN-ID                PIC X(8).
           05  CARD-TRANS-ID              PIC X(10).
           05  CARD-USER-ID               PIC X(8).
           05  CARD-ENTRY-TYPE            PIC X.
           05  FILLER                     PIC X(43).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

      *    AN ITEM IS NAMED BY RUN ID, TRANS-ID AND ENTRY TYPE --
      *    THE ENTRY TYPE TELLS THE TWO SIDES OF AN INTER-BRANCH
      *    PAIR FROM THE TRANSACTION'S OWN ENTRY.
      *    SORT-SOURCE ORDERS EACH ITEM'S RECORDS: 1 THE CARRIED
      *    OUTSTANDING ITEM, 2 THE DETAIL SENT TODAY, 3 THE
      *    ACKNOWLEDGMENTS IN THE ORDER THE LEDGER RETURNED THEM.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-KEY.
               10  SORT-RUN-ID            PIC X(8).
               10  SORT-TRANS-ID          PIC X(10).
               10  SORT-ENTRY-TYPE        PIC X.
           05  SORT-SOURCE                PIC 9.
           05  SORT-SEQ                   PIC 9(9).
           05  SORT-IMAGE                 PIC X(80).

       SD  SORT-AGE-FILE.
       01  SORT-AGE-RECORD.
           05  SA-RUN-ID                  PIC X(8).
           05  SA-TRANS-ID                PIC X(10).
           05  SA-BREAK-TYPE              PIC X.
           05  SA-GL-ACCT                 PIC X(8).
           05  SA-SENT-AMOUNT             PIC X(14).
           05  SA-ACK-AMOUNT              PIC X(14).
           05  SA-FEED-DATE               PIC X(8).
           05  SA-REASON                  PIC X(4).
           05  SA-BREAK-DATE              PIC X(8).
           05  SA-ENTRY-TYPE              PIC X.
           05  FILLER                     PIC X(4).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY GLREC.
          COPY GLACKREC.
          COPY GLOREC.
          COPY DATECTL.

          01  WS-SENT-STATUS              PIC X(2) VALUE '00'.
          01  WS-ACK-STATUS               PIC X(2) VALUE '00'.
          01  WS-OUTSIN-STATUS            PIC X(2) VALUE '00'.
          01  WS-OUTSOUT-STATUS           PIC X(2) VALUE '00'.
          01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
          01  WS-REPORT-STATUS            PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

          01  WS-SENT-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-SENT-EOF             VALUE 'Y'.
          01  WS-ACK-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-ACK-EOF              VALUE 'Y'.
          01  WS-OUTSIN-EOF-FLAG          PIC X VALUE 'N'.
              88  WS-OUTSIN-EOF           VALUE 'Y'.
          01  WS-CARD-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CARD-EOF             VALUE 'Y'.
          01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-SORT-EOF             VALUE 'Y'.
          01  WS-SA-EOF-FLAG              PIC X VALUE 'N'.
              88  WS-SA-EOF               VALUE 'Y'.

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

      *    BLOCK CONTROLS WHILE A FEED OR ACKNOWLEDGMENT FILE IS
      *    PROVED. A BLOCK THAT DOES NOT BALANCE TO ITS TRAILER
      *    STOPS THE RUN -- A RECONCILIATION AGAINST A FILE NOBODY
      *    CAN VOUCH FOR WOULD REPORT BREAKS THAT ARE NOT THERE.
          01  WS-IN-BLOCK-FLAG            PIC X VALUE 'N'.
              88  WS-IN-BLOCK             VALUE 'Y'.
          01  WS-BLOCK-WANTED-FLAG        PIC X VALUE 'N'.
              88  WS-BLOCK-WANTED         VALUE 'Y'.
          01  WS-BLK-COUNT                PIC 9(9) VALUE ZERO.
          01  WS-BLK-NET                  PIC S9(13)V99 VALUE ZERO.

          01  WS-RELEASE-SEQ              PIC 9(9) VALUE ZERO.

      *    CLEAR CARDS, HELD UNTIL THE MATCH REACHES THE ITEM EACH
      *    ONE NAMES. WS-CD-RESULT: 'PENDING ' NOT YET MATCHED,
      *    'APPLIED ' ITEM CLEARED, 'NOT OPEN' THE ITEM RECONCILED
      *    WITHOUT THE CARD, 'BAD CARD' FAILED ITS EDITS.
          01  WS-CD-TABLE.
              05  WS-CD-ENTRY OCCURS 200 TIMES.
                  10  WS-CD-RUN-ID        PIC X(8).
                  10  WS-CD-TRANS-ID      PIC X(10).
                  10  WS-CD-USER-ID       PIC X(8).
                  10  WS-CD-ENTRY-TYPE    PIC X.
                  10  WS-CD-TYPE          PIC X.
                  10  WS-CD-RESULT        PIC X(8).
          01  WS-CD-MAX                   PIC 9(3) VALUE 200.
          01  WS-CD-CNT                   PIC 9(3) VALUE ZERO.
          01  WS-CD-SUB                   PIC 9(3) VALUE ZERO.

      *    ONE ITEM'S RECORDS, GATHERED ACROSS ITS SORT GROUP.
          01  WS-CUR-KEY.
              05  WS-CUR-RUN-ID           PIC X(8).
              05  WS-CUR-TRANS-ID         PIC X(10).
              05  WS-CUR-ENTRY-TYPE       PIC X.
          01  WS-HAVE-OUTS-FLAG           PIC X VALUE 'N'.
              88  WS-HAVE-OUTS            VALUE 'Y'.
          01  WS-HAVE-SENT-FLAG           PIC X VALUE 'N'.
              88  WS-HAVE-SENT            VALUE 'Y'.
          01  WS-HAVE-ACK-FLAG            PIC X VALUE 'N'.
              88  WS-HAVE-ACK             VALUE 'Y'.
          01  WS-CARRY-FLAG               PIC X VALUE 'N'.
              88  WS-CARRY                VALUE 'Y'.
          01  WS-OUTS-HOLD                PIC X(80) VALUE SPACES.
          01  WS-SENT-HOLD                PIC X(80) VALUE SPACES.
          01  WS-ACK-HOLD                 PIC X(80) VALUE SPACES.

      *    AGING. AN ITEM'S AGE IS THE CALENDAR DAYS FROM THE FEED
      *    IT WENT OUT ON TO THE BUSINESS DATE.
          01  WS-WORK-DATE                PIC 9(8) VALUE ZERO.
          01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
              05  WS-WORK-YYYY            PIC 9(4).
              05  WS-WORK-MM              PIC 9(2).
              05  WS-WORK-DD              PIC 9(2).
          01  WS-MONTH-CUM                PIC X(36)
                  VALUE '000031059090120151181212243273304334'.
          01  WS-MONTH-CUM-R REDEFINES WS-MONTH-CUM.
              05  WS-MONTH-BEFORE         PIC 9(3) OCCURS 12 TIMES.
          01  WS-MAX-DD                   PIC 9(2) VALUE ZERO.
          01  WS-LEAP-Q                   PIC 9(4) VALUE ZERO.
          01  WS-LEAP-R                   PIC 9(4) VALUE ZERO.
          01  WS-PRIOR-YEARS              PIC 9(4) VALUE ZERO.
          01  WS-Q4                       PIC 9(4) VALUE ZERO.
          01  WS-Q100                     PIC 9(4) VALUE ZERO.
          01  WS-Q400                     PIC 9(4) VALUE ZERO.
          01  WS-DAY-NUMBER               PIC 9(7) VALUE ZERO.
          01  WS-BUS-DAY-NUMBER           PIC 9(7) VALUE ZERO.
          01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.
          01  WS-BKT                      PIC 9 VALUE ZERO.

          01  WS-BKT-NAMES                PIC X(36)
                  VALUE '0-1 DAY  2-5 DAYS 6-30 DAYSOVER 30  '.
          01  WS-BKT-NAMES-R REDEFINES WS-BKT-NAMES.
              05  WS-BKT-NAME             PIC X(9) OCCURS 4 TIMES.
          01  WS-ACCT-BUCKETS.
              05  WS-ACCT-BKT OCCURS 4 TIMES.
                  10  WS-ACCT-BKT-CNT     PIC 9(9).
                  10  WS-ACCT-BKT-AMT     PIC S9(13)V99.
          01  WS-ALL-BUCKETS.
              05  WS-ALL-BKT OCCURS 4 TIMES.
                  10  WS-ALL-BKT-CNT      PIC 9(9).
                  10  WS-ALL-BKT-AMT      PIC S9(13)V99.
          01  WS-ACCT-AMT                 PIC S9(13)V99 VALUE ZERO.
          01  WS-BREAK-AMT                PIC S9(13)V99 VALUE ZERO.
          01  WS-RPT-GL-ACCT              PIC X(8) VALUE SPACES.
          01  WS-BREAK-NAME               PIC X(16) VALUE SPACES.

          01  WS-SENT-BLOCKS              PIC 9(9) VALUE ZERO.
          01  WS-SENT-SKIPPED             PIC 9(9) VALUE ZERO.
          01  WS-SENT-DETAILS             PIC 9(9) VALUE ZERO.
          01  WS-ACK-DETAILS              PIC 9(9) VALUE ZERO.
          01  WS-OUTS-READ                PIC 9(9) VALUE ZERO.
          01  WS-DUP-SENT                 PIC 9(9) VALUE ZERO.
          01  WS-MATCHED                  PIC 9(9) VALUE ZERO.
          01  WS-CLEARED-LATE             PIC 9(9) VALUE ZERO.
          01  WS-CLEARED-CARD             PIC 9(9) VALUE ZERO.
          01  WS-NEW-BREAKS               PIC 9(9) VALUE ZERO.
          01  WS-OUTS-WRITTEN             PIC 9(9) VALUE ZERO.
          01  WS-CARDS-READ               PIC 9(5) VALUE ZERO.
          01  WS-CARDS-REJECTED           PIC 9(5) VALUE ZERO.

          01  WS-RPT-CNT-PIC              PIC ZZZ,ZZZ,ZZ9.
          01  WS-RPT-NUM-PIC              PIC ZZZ,ZZ9.
          01  WS-RPT-AGE-PIC              PIC ZZZZ9.
          01  WS-RPT-AMT-PIC              PIC Z,ZZZ,ZZZ,ZZ9.99-.
          01  WS-RPT-TOT-PIC
                  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'GLRECON - GL ACKNOWLEDGMENT RECONCILIATION'
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-CHECK-SENT
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-CHECK-ACKS
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-CARDS
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-OPEN-FILES
          END-IF
      *    THE CARRIED ITEMS, THE DAY'S FEED DETAILS AND THE
      *    ACKNOWLEDGMENTS ARE SORTED TOGETHER BY RUN ID AND
      *    TRANS-ID, SO EACH ITEM'S RECORDS ARRIVE SIDE BY SIDE --
      *    NO TABLE OF ITEMS TO OUTGROW. THE NEW OUTSTANDING FILE IS
      *    THEN SORTED A SECOND TIME FOR THE AGED REPORT.
          IF NOT WS-FILE-ERROR
              SORT SORT-FILE
                  ON ASCENDING KEY SORT-KEY SORT-SOURCE SORT-SEQ
                  INPUT PROCEDURE IS B-PARA-SELECT
                  OUTPUT PROCEDURE IS C-PARA-MATCH
              CLOSE OUTS-OUT-FILE
              IF NOT WS-FILE-ERROR
                  PERFORM A-PARA-REPORT-HEADINGS
                  SORT SORT-AGE-FILE
                      ON ASCENDING KEY SA-GL-ACCT SA-FEED-DATE
                          SA-RUN-ID SA-TRANS-ID SA-ENTRY-TYPE
                      USING OUTS-OUT-FILE
                      OUTPUT PROCEDURE IS C-PARA-REPORT
                  PERFORM C-PARA-CARD-RESULTS
                  PERFORM C-PARA-TOTALS
              END-IF
              CLOSE REPORT-FILE
          END-IF
          GO TO D-PARA.

      *    THE BUSINESS DATE WHOSE FEEDS ARE BEING ACKNOWLEDGED IS
      *    THE OPEN DATE ON THE DATE CONTROL -- NEVER THE SYSTEM
      *    CLOCK. AN ACKNOWLEDGMENT FOR A DATE ALREADY ROLLED, OR A
      *    RERUN, GIVES THE DATE ON THE PARM: COLS 1-8 CCYYMMDD.
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
          END-IF
          IF NOT WS-FILE-ERROR
              MOVE WS-BUS-DATE TO WS-WORK-DATE
              PERFORM B-PARA-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-BUS-DAY-NUMBER
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

      *    FIRST PASS OF THE FEEDS: EVERY BLOCK MUST BALANCE TO ITS
      *    TRAILER. A FEED WITHOUT ITS TRAILER WAS NEVER RELEASED TO
      *    THE LEDGER AND SHOULD HAVE BEEN DELETED BY ITS JOB.
          A-PARA-CHECK-SENT.
          OPEN INPUT SENT-FILE
          IF WS-SENT-STATUS NOT = '00'
              DISPLAY 'ERROR: SENT-FILE OPEN FAILED, STATUS='
                  WS-SENT-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE 'N' TO WS-IN-BLOCK-FLAG
              PERFORM A-PARA-CHECK-SENT-REC
                  UNTIL WS-SENT-EOF OR WS-FILE-ERROR
              CLOSE SENT-FILE
              IF WS-IN-BLOCK AND NOT WS-FILE-ERROR
                  DISPLAY 'ERROR: GL FEED BLOCK HAS NO TRAILER'
                  SET WS-FILE-ERROR TO TRUE
              END-IF
              DISPLAY 'FEED BLOCKS FOR THE DATE: ' WS-SENT-BLOCKS
              DISPLAY 'FEED BLOCKS SKIPPED:      ' WS-SENT-SKIPPED
          END-IF
          MOVE 'N' TO WS-SENT-EOF-FLAG.

          A-PARA-CHECK-SENT-REC.
          READ SENT-FILE
              AT END
                  SET WS-SENT-EOF TO TRUE
              NOT AT END
                  EVALUATE SENT-RECORD(1:1)
                      WHEN 'H'
                          PERFORM A-PARA-SENT-HEADER
                      WHEN 'D'
                          IF NOT WS-IN-BLOCK
                              DISPLAY 'ERROR: GL FEED DETAIL OUTSIDE'
                                  ' A BLOCK'
                              SET WS-FILE-ERROR TO TRUE
                          ELSE
                              MOVE SENT-RECORD TO WS-GL-DETAIL
                              ADD 1 TO WS-BLK-COUNT
                              ADD GLD-AMOUNT TO WS-BLK-NET
                          END-IF
                      WHEN 'T'
                          PERFORM A-PARA-SENT-TRAILER
                      WHEN OTHER
                          DISPLAY 'ERROR: GL FEED RECORD TYPE '''
                              SENT-RECORD(1:1) ''''
                          SET WS-FILE-ERROR TO TRUE
                  END-EVALUATE
          END-READ.

          A-PARA-SENT-HEADER.
          IF WS-IN-BLOCK
              DISPLAY 'ERROR: GL FEED BLOCK HAS NO TRAILER'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE SENT-RECORD TO WS-GL-HEADER
              SET WS-IN-BLOCK TO TRUE
              MOVE ZERO TO WS-BLK-COUNT
              MOVE ZERO TO WS-BLK-NET
              IF GLH-RUN-DATE = WS-BUS-DATE
                  ADD 1 TO WS-SENT-BLOCKS
              ELSE
                  ADD 1 TO WS-SENT-SKIPPED
                  DISPLAY 'FEED ' GLH-RUN-ID ' OF ' GLH-RUN-DATE
                      ' IS NOT FOR THE BUSINESS DATE - SKIPPED'
              END-IF
          END-IF.

          A-PARA-SENT-TRAILER.
          IF NOT WS-IN-BLOCK
              DISPLAY 'ERROR: GL FEED TRAILER OUTSIDE A BLOCK'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE SENT-RECORD TO WS-GL-TRAILER
              IF GLT-COUNT NOT = WS-BLK-COUNT
                  OR GLT-NET NOT = WS-BLK-NET
                  DISPLAY 'ERROR: GL FEED ' GLH-RUN-ID ' OF '
                      GLH-RUN-DATE ' DOES NOT BALANCE TO ITS TRAILER'
                  SET WS-FILE-ERROR TO TRUE
              END-IF
              MOVE 'N' TO WS-IN-BLOCK-FLAG
          END-IF.

      *    FIRST PASS OF THE ACKNOWLEDGMENTS: EVERY BLOCK MUST
      *    BALANCE TO ITS TRAILER COUNT AND EVERY DETAIL MUST BE
      *    READABLE.
          A-PARA-CHECK-ACKS.
          OPEN INPUT ACK-FILE
          IF WS-ACK-STATUS NOT = '00'
              DISPLAY 'ERROR: ACK-FILE OPEN FAILED, STATUS='
                  WS-ACK-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE 'N' TO WS-IN-BLOCK-FLAG
              PERFORM A-PARA-CHECK-ACK-REC
                  UNTIL WS-ACK-EOF OR WS-FILE-ERROR
              CLOSE ACK-FILE
              IF WS-IN-BLOCK AND NOT WS-FILE-ERROR
                  DISPLAY 'ERROR: ACKNOWLEDGMENT BLOCK HAS NO TRAILER'
                  SET WS-FILE-ERROR TO TRUE
              END-IF
              DISPLAY 'ACKNOWLEDGMENTS:          ' WS-ACK-DETAILS
          END-IF
          MOVE 'N' TO WS-ACK-EOF-FLAG.

          A-PARA-CHECK-ACK-REC.
          READ ACK-FILE
              AT END
                  SET WS-ACK-EOF TO TRUE
              NOT AT END
                  MOVE ACK-FILE-RECORD TO GL-ACK-RECORD
                  IF GLA-REC-HEADER
                      IF WS-IN-BLOCK
                          DISPLAY 'ERROR: ACKNOWLEDGMENT BLOCK HAS NO'
                              ' TRAILER'
                          SET WS-FILE-ERROR TO TRUE
                      ELSE
                          SET WS-IN-BLOCK TO TRUE
                          MOVE ZERO TO WS-BLK-COUNT
                      END-IF
                  ELSE
                      IF GLA-REC-DETAIL
                          PERFORM A-PARA-ACK-DETAIL
                      ELSE
                          IF GLA-REC-TRAILER AND WS-IN-BLOCK
                              IF GLAT-COUNT NOT = WS-BLK-COUNT
                                  DISPLAY 'ERROR: ACKNOWLEDGMENT'
                                      ' BLOCK COUNT ' WS-BLK-COUNT
                                      ' TRAILER ' GLAT-COUNT
                                  SET WS-FILE-ERROR TO TRUE
                              END-IF
                              MOVE 'N' TO WS-IN-BLOCK-FLAG
                          ELSE
                              DISPLAY 'ERROR: BAD ACKNOWLEDGMENT'
                                  ' RECORD TYPE ''' GLA-REC-TYPE ''''
                              SET WS-FILE-ERROR TO TRUE
                          END-IF
                      END-IF
                  END-IF
          END-READ.

          A-PARA-ACK-DETAIL.
          IF NOT WS-IN-BLOCK
              DISPLAY 'ERROR: ACKNOWLEDGMENT DETAIL OUTSIDE A BLOCK'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              ADD 1 TO WS-BLK-COUNT
              ADD 1 TO WS-ACK-DETAILS
              IF GLA-AMOUNT NOT NUMERIC
                  OR GLA-FEED-DATE NOT NUMERIC
                  OR (NOT GLA-LOADED AND NOT GLA-REJECTED)
                  DISPLAY 'ERROR: BAD ACKNOWLEDGMENT FOR '
                      GLA-RUN-ID ' ' GLA-TRANS-ID
                  SET WS-FILE-ERROR TO TRUE
              END-IF
          END-IF.

      *    CARDS ARE EDITED AS THEY ARE LOADED; A BAD CARD IS KEPT
      *    IN THE TABLE ONLY SO IT PRINTS WITH THE CARD RESULTS.
          A-PARA-LOAD-CARDS.
          OPEN INPUT CARD-FILE
          IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR: CARD-FILE OPEN FAILED, STATUS='
                  WS-CARD-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-CARD-REC
                  UNTIL WS-CARD-EOF OR WS-FILE-ERROR
              CLOSE CARD-FILE
              DISPLAY 'CLEAR CARDS READ:         ' WS-CARDS-READ
          END-IF.

          A-PARA-LOAD-CARD-REC.
          READ CARD-FILE
              AT END
                  SET WS-CARD-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-CARDS-READ
                  IF WS-CD-CNT >= WS-CD-MAX
                      DISPLAY 'ERROR: CLEAR CARD TABLE FULL AT '
                          WS-CD-MAX
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      ADD 1 TO WS-CD-CNT
                      MOVE CARD-RUN-ID TO WS-CD-RUN-ID (WS-CD-CNT)
                      MOVE CARD-TRANS-ID
                          TO WS-CD-TRANS-ID (WS-CD-CNT)
                      MOVE CARD-USER-ID TO WS-CD-USER-ID (WS-CD-CNT)
                      MOVE CARD-ENTRY-TYPE
                          TO WS-CD-ENTRY-TYPE (WS-CD-CNT)
                      MOVE SPACE TO WS-CD-TYPE (WS-CD-CNT)
                      IF NOT CARD-ACTION-CLEAR
                          OR CARD-RUN-ID = SPACES
                          OR CARD-TRANS-ID = SPACES
                          OR CARD-USER-ID = SPACES
                          OR (CARD-ENTRY-TYPE NOT = SPACE
                              AND CARD-ENTRY-TYPE NOT = 'F'
                              AND CARD-ENTRY-TYPE NOT = 'T')
                          MOVE 'BAD CARD' TO WS-CD-RESULT (WS-CD-CNT)
                      ELSE
                          MOVE 'PENDING ' TO WS-CD-RESULT (WS-CD-CNT)
                      END-IF
                  END-IF
          END-READ.

          A-PARA-OPEN-FILES.
          OPEN OUTPUT OUTS-OUT-FILE
          IF WS-OUTSOUT-STATUS NOT = '00'
              DISPLAY 'ERROR: OUTS-OUT-FILE OPEN FAILED, STATUS='
                  WS-OUTSOUT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN OUTPUT REPORT-FILE
          IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR: REPORT-FILE OPEN FAILED, STATUS='
                  WS-REPORT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF.

          A-PARA-REPORT-HEADINGS.
          MOVE SPACES TO REPORT-LINE
          STRING 'GL ACKNOWLEDGMENT RECONCILIATION - OUTSTANDING ITEMS'
              ' BY GL ACCOUNT   BUSINESS DATE '
              WS-BUS-YYYY '-' WS-BUS-MM '-' WS-BUS-DD
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'GL ACCT' TO REPORT-LINE(1:7)
          MOVE 'BREAK' TO REPORT-LINE(11:5)
          MOVE 'RUN ID' TO REPORT-LINE(28:6)
          MOVE 'TRANS-ID' TO REPORT-LINE(38:8)
          MOVE 'FEED' TO REPORT-LINE(50:4)
          MOVE 'AGE' TO REPORT-LINE(61:3)
          MOVE 'RSN' TO REPORT-LINE(66:3)
          MOVE 'SENT' TO REPORT-LINE(85:4)
          MOVE 'ACKNOWLEDGED' TO REPORT-LINE(96:12)
          MOVE 'AT ISSUE' TO REPORT-LINE(119:8)
          WRITE REPORT-LINE.

      *    SORT INPUT: THE CARRIED ITEMS, THE DETAILS OF EVERY FEED
      *    BLOCK FOR THE BUSINESS DATE, AND EVERY ACKNOWLEDGMENT.
          B-PARA-SELECT.
          OPEN INPUT OUTS-IN-FILE
          IF WS-OUTSIN-STATUS NOT = '00'
              DISPLAY 'ERROR: OUTS-IN-FILE OPEN FAILED, STATUS='
                  WS-OUTSIN-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM B-PARA-SELECT-OUTS
                  UNTIL WS-OUTSIN-EOF OR WS-FILE-ERROR
              CLOSE OUTS-IN-FILE
          END-IF
          IF NOT WS-FILE-ERROR
              OPEN INPUT SENT-FILE
              MOVE 'N' TO WS-BLOCK-WANTED-FLAG
              PERFORM B-PARA-SELECT-SENT
                  UNTIL WS-SENT-EOF OR WS-FILE-ERROR
              CLOSE SENT-FILE
          END-IF
          IF NOT WS-FILE-ERROR
              OPEN INPUT ACK-FILE
              PERFORM B-PARA-SELECT-ACK
                  UNTIL WS-ACK-EOF OR WS-FILE-ERROR
              CLOSE ACK-FILE
          END-IF
          DISPLAY 'ITEMS CARRIED IN:         ' WS-OUTS-READ
          DISPLAY 'DETAILS SENT FOR THE DATE:' WS-SENT-DETAILS.

          B-PARA-SELECT-OUTS.
          READ OUTS-IN-FILE
              AT END
                  SET WS-OUTSIN-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-OUTS-READ
                  MOVE OUTS-IN-RECORD TO GL-OUTSTANDING-RECORD
                  IF NOT GLO-NOT-ACKED AND NOT GLO-REJECTED
                      AND NOT GLO-MISMATCH AND NOT GLO-NOT-SENT
                      DISPLAY 'ERROR: BAD BREAK TYPE ON OUTSTANDING'
                          ' ITEM ' GLO-RUN-ID ' ' GLO-TRANS-ID
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      MOVE GLO-RUN-ID TO SORT-RUN-ID
                      MOVE GLO-TRANS-ID TO SORT-TRANS-ID
                      MOVE GLO-ENTRY-TYPE TO SORT-ENTRY-TYPE
                      MOVE 1 TO SORT-SOURCE
                      PERFORM B-PARA-RELEASE
                  END-IF
          END-READ.

          B-PARA-SELECT-SENT.
          READ SENT-FILE
              AT END
                  SET WS-SENT-EOF TO TRUE
              NOT AT END
                  IF SENT-RECORD(1:1) = 'H'
                      MOVE SENT-RECORD TO WS-GL-HEADER
                      IF GLH-RUN-DATE = WS-BUS-DATE
                          SET WS-BLOCK-WANTED TO TRUE
                      ELSE
                          MOVE 'N' TO WS-BLOCK-WANTED-FLAG
                      END-IF
                  ELSE
                      IF SENT-RECORD(1:1) = 'D' AND WS-BLOCK-WANTED
                          MOVE SENT-RECORD TO WS-GL-DETAIL
                          ADD 1 TO WS-SENT-DETAILS
                          MOVE GLD-RUN-ID TO SORT-RUN-ID
                          MOVE GLD-TRANS-ID TO SORT-TRANS-ID
                          MOVE GLD-ENTRY-TYPE TO SORT-ENTRY-TYPE
                          MOVE 2 TO SORT-SOURCE
                          MOVE SENT-RECORD TO OUTS-IN-RECORD
                          PERFORM B-PARA-RELEASE
                      END-IF
                  END-IF
          END-READ.

          B-PARA-SELECT-ACK.
          READ ACK-FILE
              AT END
                  SET WS-ACK-EOF TO TRUE
              NOT AT END
                  MOVE ACK-FILE-RECORD TO GL-ACK-RECORD
                  IF GLA-REC-DETAIL
                      MOVE GLA-RUN-ID TO SORT-RUN-ID
                      MOVE GLA-TRANS-ID TO SORT-TRANS-ID
                      MOVE GLA-ENTRY-TYPE TO SORT-ENTRY-TYPE
                      MOVE 3 TO SORT-SOURCE
                      MOVE ACK-FILE-RECORD TO OUTS-IN-RECORD
                      PERFORM B-PARA-RELEASE
                  END-IF
          END-READ.

      *    OUTS-IN-RECORD CARRIES THE IMAGE BEING RELEASED.
          B-PARA-RELEASE.
          ADD 1 TO WS-RELEASE-SEQ
          MOVE WS-RELEASE-SEQ TO SORT-SEQ
          MOVE OUTS-IN-RECORD TO SORT-IMAGE
          RELEASE SORT-RECORD.

      *    DAYS FROM A FIXED ORIGIN TO WS-WORK-DATE, FOR AGING.
          B-PARA-DAY-NUMBER.
          COMPUTE WS-PRIOR-YEARS = WS-WORK-YYYY - 1
          DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-Q4
          DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-Q100
          DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-Q400
          COMPUTE WS-DAY-NUMBER = WS-PRIOR-YEARS * 365 + WS-Q4
              - WS-Q100 + WS-Q400 + WS-MONTH-BEFORE (WS-WORK-MM)
              + WS-WORK-DD
          IF WS-WORK-MM > 02
              MOVE 28 TO WS-MAX-DD
              PERFORM B-PARA-LEAP-CHECK
              IF WS-MAX-DD = 29
                  ADD 1 TO WS-DAY-NUMBER
              END-IF
          END-IF.

          B-PARA-LEAP-CHECK.
          DIVIDE WS-WORK-YYYY BY 4
              GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
          IF WS-LEAP-R = ZERO
              MOVE 29 TO WS-MAX-DD
              DIVIDE WS-WORK-YYYY BY 100
                  GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
              IF WS-LEAP-R = ZERO
                  DIVIDE WS-WORK-YYYY BY 400
                      GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                  IF WS-LEAP-R NOT = ZERO
                      MOVE 28 TO WS-MAX-DD
                  END-IF
              END-IF
          END-IF.

      *    SORT OUTPUT: EACH CHANGE OF RUN ID AND TRANS-ID SETTLES
      *    THE ITEM BEFORE IT.
          C-PARA-MATCH.
          MOVE LOW-VALUES TO WS-CUR-KEY
          PERFORM C-PARA-RETURN
          PERFORM C-PARA-NEXT-REC
              UNTIL WS-SORT-EOF OR WS-FILE-ERROR
          IF WS-CUR-KEY NOT = LOW-VALUES AND NOT WS-FILE-ERROR
              PERFORM C-PARA-SETTLE
          END-IF
          DISPLAY 'ITEMS CARRIED OUT:        ' WS-OUTS-WRITTEN.

          C-PARA-RETURN.
          RETURN SORT-FILE
              AT END
                  SET WS-SORT-EOF TO TRUE
          END-RETURN.

          C-PARA-NEXT-REC.
          IF SORT-KEY NOT = WS-CUR-KEY
              IF WS-CUR-KEY NOT = LOW-VALUES
                  PERFORM C-PARA-SETTLE
              END-IF
              MOVE SORT-KEY TO WS-CUR-KEY
              MOVE 'N' TO WS-HAVE-OUTS-FLAG
              MOVE 'N' TO WS-HAVE-SENT-FLAG
              MOVE 'N' TO WS-HAVE-ACK-FLAG
          END-IF
          EVALUATE SORT-SOURCE
              WHEN 1
                  MOVE SORT-IMAGE TO WS-OUTS-HOLD
                  SET WS-HAVE-OUTS TO TRUE
              WHEN 2
                  IF WS-HAVE-SENT
                      ADD 1 TO WS-DUP-SENT
                      DISPLAY 'WARNING: ' SORT-RUN-ID ' '
                          SORT-TRANS-ID SORT-ENTRY-TYPE
                          ' SENT TWICE FOR THE DATE'
                  END-IF
                  MOVE SORT-IMAGE TO WS-SENT-HOLD
                  SET WS-HAVE-SENT TO TRUE
              WHEN OTHER
      *            A LATER ACKNOWLEDGMENT OF THE SAME ITEM REPLACES
      *            AN EARLIER ONE -- THE LEDGER'S LAST WORD STANDS.
                  MOVE SORT-IMAGE TO WS-ACK-HOLD
                  SET WS-HAVE-ACK TO TRUE
          END-EVALUATE
          PERFORM C-PARA-RETURN.

      *    AN ITEM LOADED AT THE AMOUNT SENT IS RECONCILED. ANYTHING
      *    ELSE IS A BREAK AND IS CARRIED: A CARRIED ITEM KEEPS THE
      *    DATE ITS BREAK WAS FIRST RECORDED, AND WITH NO NEW WORD
      *    FROM THE LEDGER STAYS EXACTLY AS IT WAS.
          C-PARA-SETTLE.
          MOVE 'Y' TO WS-CARRY-FLAG
          IF WS-HAVE-SENT
              MOVE WS-SENT-HOLD TO WS-GL-DETAIL
          END-IF
          IF WS-HAVE-ACK
              MOVE WS-ACK-HOLD TO GL-ACK-RECORD
          END-IF
          IF WS-HAVE-OUTS
              MOVE WS-OUTS-HOLD TO GL-OUTSTANDING-RECORD
          ELSE
              ADD 1 TO WS-NEW-BREAKS
              MOVE SPACES TO GL-OUTSTANDING-RECORD
              MOVE WS-CUR-RUN-ID TO GLO-RUN-ID
              MOVE WS-CUR-TRANS-ID TO GLO-TRANS-ID
              MOVE WS-CUR-ENTRY-TYPE TO GLO-ENTRY-TYPE
              MOVE ZERO TO GLO-ACK-AMOUNT
              MOVE WS-BUS-DATE TO GLO-BREAK-DATE
              IF WS-HAVE-SENT
                  MOVE GLD-GL-ACCT TO GLO-GL-ACCT
                  MOVE GLD-AMOUNT TO GLO-SENT-AMOUNT
                  MOVE WS-BUS-DATE TO GLO-FEED-DATE
              ELSE
                  MOVE GLA-GL-ACCT TO GLO-GL-ACCT
                  MOVE ZERO TO GLO-SENT-AMOUNT
                  MOVE GLA-FEED-DATE TO GLO-FEED-DATE
              END-IF
          END-IF
          IF WS-HAVE-ACK
              MOVE GLA-AMOUNT TO GLO-ACK-AMOUNT
              MOVE SPACES TO GLO-REASON
              IF NOT WS-HAVE-SENT
                  AND (NOT WS-HAVE-OUTS OR GLO-NOT-SENT)
                  SET GLO-NOT-SENT TO TRUE
              ELSE
                  IF GLA-REJECTED
                      SET GLO-REJECTED TO TRUE
                      MOVE GLA-REASON TO GLO-REASON
                  ELSE
                      IF GLA-AMOUNT = GLO-SENT-AMOUNT
                          MOVE 'N' TO WS-CARRY-FLAG
                          IF WS-HAVE-OUTS
                              ADD 1 TO WS-CLEARED-LATE
                          ELSE
                              SUBTRACT 1 FROM WS-NEW-BREAKS
                              ADD 1 TO WS-MATCHED
                          END-IF
                      ELSE
                          SET GLO-MISMATCH TO TRUE
                      END-IF
                  END-IF
              END-IF
          ELSE
              IF NOT WS-HAVE-OUTS
                  SET GLO-NOT-ACKED TO TRUE
              END-IF
          END-IF
          IF WS-CD-CNT > ZERO
              PERFORM C-PARA-APPLY-CARDS
          END-IF
          IF WS-CARRY
              ADD 1 TO WS-OUTS-WRITTEN
              WRITE OUTS-OUT-RECORD FROM GL-OUTSTANDING-RECORD
              IF WS-OUTSOUT-STATUS NOT = '00'
                  DISPLAY 'ERROR: OUTS-OUT-FILE WRITE FAILED, STATUS='
                      WS-OUTSOUT-STATUS
                  SET WS-FILE-ERROR TO TRUE
              END-IF
          END-IF.

      *    A CLEAR CARD WRITES OFF A BREAK OPERATIONS HAS SETTLED
      *    WITH THE LEDGER BY HAND. IT CLEARS THE ITEM AS IT STANDS
      *    AFTER TODAY'S ACKNOWLEDGMENTS.
          C-PARA-APPLY-CARDS.
          PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                  UNTIL WS-CD-SUB > WS-CD-CNT
              IF WS-CD-RESULT (WS-CD-SUB) = 'PENDING '
                  AND WS-CD-RUN-ID (WS-CD-SUB) = WS-CUR-RUN-ID
                  AND WS-CD-TRANS-ID (WS-CD-SUB) = WS-CUR-TRANS-ID
                  AND WS-CD-ENTRY-TYPE (WS-CD-SUB) = WS-CUR-ENTRY-TYPE
                  IF WS-CARRY
                      MOVE 'N' TO WS-CARRY-FLAG
                      MOVE GLO-BREAK-TYPE TO WS-CD-TYPE (WS-CD-SUB)
                      MOVE 'APPLIED ' TO WS-CD-RESULT (WS-CD-SUB)
                      ADD 1 TO WS-CLEARED-CARD
                  ELSE
                      MOVE 'NOT OPEN' TO WS-CD-RESULT (WS-CD-SUB)
                  END-IF
              END-IF
          END-PERFORM.

      *    SORT OUTPUT: THE OUTSTANDING ITEMS BY GL ACCOUNT AND FEED
      *    DATE, OLDEST FIRST, WITH AN AGING LINE FOR EVERY ACCOUNT
      *    AND FOR THE BANK.
          C-PARA-REPORT.
          INITIALIZE WS-ALL-BUCKETS
          MOVE LOW-VALUES TO WS-RPT-GL-ACCT
          PERFORM C-PARA-RETURN-AGE
          IF WS-SA-EOF
              MOVE SPACES TO REPORT-LINE
              MOVE 'NO OUTSTANDING ITEMS - EVERY FEED RECONCILED'
                  TO REPORT-LINE
              WRITE REPORT-LINE
          ELSE
              PERFORM C-PARA-REPORT-ITEM UNTIL WS-SA-EOF
              PERFORM C-PARA-ACCOUNT-TOTAL
          END-IF
          PERFORM C-PARA-AGING-SUMMARY.

          C-PARA-RETURN-AGE.
          RETURN SORT-AGE-FILE
              AT END
                  SET WS-SA-EOF TO TRUE
          END-RETURN.

          C-PARA-REPORT-ITEM.
          MOVE SORT-AGE-RECORD TO GL-OUTSTANDING-RECORD
          IF GLO-GL-ACCT NOT = WS-RPT-GL-ACCT
              IF WS-RPT-GL-ACCT NOT = LOW-VALUES
                  PERFORM C-PARA-ACCOUNT-TOTAL
              END-IF
              MOVE GLO-GL-ACCT TO WS-RPT-GL-ACCT
              INITIALIZE WS-ACCT-BUCKETS
              MOVE ZERO TO WS-ACCT-AMT
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
          END-IF
          IF GLO-FEED-DATE NUMERIC
              MOVE GLO-FEED-DATE TO WS-WORK-DATE
              PERFORM B-PARA-DAY-NUMBER
              IF WS-DAY-NUMBER > WS-BUS-DAY-NUMBER
                  MOVE ZERO TO WS-AGE-DAYS
              ELSE
                  COMPUTE WS-AGE-DAYS =
                      WS-BUS-DAY-NUMBER - WS-DAY-NUMBER
              END-IF
          ELSE
              MOVE 99999 TO WS-AGE-DAYS
          END-IF
          IF WS-AGE-DAYS <= 1
              MOVE 1 TO WS-BKT
          ELSE
              IF WS-AGE-DAYS <= 5
                  MOVE 2 TO WS-BKT
              ELSE
                  IF WS-AGE-DAYS <= 30
                      MOVE 3 TO WS-BKT
                  ELSE
                      MOVE 4 TO WS-BKT
                  END-IF
              END-IF
          END-IF
      *    THE AMOUNT AT ISSUE: ALL OF IT WHEN THE LEDGER HAS NOT
      *    BOOKED THE ITEM OR BOOKED ONE WE NEVER SENT, ONLY THE
      *    DIFFERENCE ON A MISMATCH.
          IF GLO-NOT-SENT
              MOVE GLO-ACK-AMOUNT TO WS-BREAK-AMT
              MOVE 'NOT SENT' TO WS-BREAK-NAME
          ELSE
              IF GLO-MISMATCH
                  COMPUTE WS-BREAK-AMT =
                      GLO-ACK-AMOUNT - GLO-SENT-AMOUNT
                  MOVE 'AMOUNT MISMATCH' TO WS-BREAK-NAME
              ELSE
                  MOVE GLO-SENT-AMOUNT TO WS-BREAK-AMT
                  IF GLO-REJECTED
                      MOVE 'REJECTED BY GL' TO WS-BREAK-NAME
                  ELSE
                      MOVE 'NOT ACKNOWLEDGED' TO WS-BREAK-NAME
                  END-IF
              END-IF
          END-IF
          ADD 1 TO WS-ACCT-BKT-CNT (WS-BKT)
          ADD WS-BREAK-AMT TO WS-ACCT-BKT-AMT (WS-BKT)
          ADD WS-BREAK-AMT TO WS-ACCT-AMT
          ADD 1 TO WS-ALL-BKT-CNT (WS-BKT)
          ADD WS-BREAK-AMT TO WS-ALL-BKT-AMT (WS-BKT)
          MOVE SPACES TO REPORT-LINE
          MOVE GLO-GL-ACCT TO REPORT-LINE(1:8)
          MOVE WS-BREAK-NAME TO REPORT-LINE(11:16)
          MOVE GLO-RUN-ID TO REPORT-LINE(28:8)
          MOVE GLO-TRANS-ID TO REPORT-LINE(38:10)
          MOVE GLO-ENTRY-TYPE TO REPORT-LINE(48:1)
          MOVE GLO-FEED-DATE TO REPORT-LINE(50:8)
          MOVE WS-AGE-DAYS TO WS-RPT-AGE-PIC
          MOVE WS-RPT-AGE-PIC TO REPORT-LINE(59:5)
          MOVE GLO-REASON TO REPORT-LINE(66:4)
          IF NOT GLO-NOT-SENT
              MOVE GLO-SENT-AMOUNT TO WS-RPT-AMT-PIC
              MOVE WS-RPT-AMT-PIC TO REPORT-LINE(71:18)
          END-IF
          IF GLO-MISMATCH OR GLO-NOT-SENT OR GLO-REJECTED
              MOVE GLO-ACK-AMOUNT TO WS-RPT-AMT-PIC
              MOVE WS-RPT-AMT-PIC TO REPORT-LINE(90:18)
          END-IF
          MOVE WS-BREAK-AMT TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(109:18)
          WRITE REPORT-LINE
          PERFORM C-PARA-RETURN-AGE.

          C-PARA-ACCOUNT-TOTAL.
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCT-BKT-CNT (1) TO WS-RPT-NUM-PIC
          STRING '  GL ' WS-RPT-GL-ACCT '  ' WS-BKT-NAME (1) ': '
              WS-RPT-NUM-PIC
              DELIMITED BY SIZE INTO REPORT-LINE(1:35)
          MOVE WS-ACCT-BKT-CNT (2) TO WS-RPT-NUM-PIC
          STRING WS-BKT-NAME (2) ': ' WS-RPT-NUM-PIC
              DELIMITED BY SIZE INTO REPORT-LINE(37:18)
          MOVE WS-ACCT-BKT-CNT (3) TO WS-RPT-NUM-PIC
          STRING WS-BKT-NAME (3) ': ' WS-RPT-NUM-PIC
              DELIMITED BY SIZE INTO REPORT-LINE(56:18)
          MOVE WS-ACCT-BKT-CNT (4) TO WS-RPT-NUM-PIC
          STRING WS-BKT-NAME (4) ': ' WS-RPT-NUM-PIC
              DELIMITED BY SIZE INTO REPORT-LINE(75:18)
          MOVE WS-ACCT-AMT TO WS-RPT-TOT-PIC
          STRING 'AT ISSUE ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE(95:34)
          WRITE REPORT-LINE.

          C-PARA-AGING-SUMMARY.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'AGING - ALL GL ACCOUNTS' TO REPORT-LINE
          WRITE REPORT-LINE
          PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
              MOVE SPACES TO REPORT-LINE
              MOVE WS-ALL-BKT-CNT (WS-BKT) TO WS-RPT-CNT-PIC
              MOVE WS-ALL-BKT-AMT (WS-BKT) TO WS-RPT-TOT-PIC
              STRING '  ' WS-BKT-NAME (WS-BKT) '  ITEMS '
                  WS-RPT-CNT-PIC '  AT ISSUE ' WS-RPT-TOT-PIC
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
          END-PERFORM.

      *    EVERY CLEAR CARD AND WHAT BECAME OF IT. A CARD STILL
      *    PENDING NEVER FOUND ITS ITEM.
          C-PARA-CARD-RESULTS.
          IF WS-CD-CNT > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'CLEAR CARDS' TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                      UNTIL WS-CD-SUB > WS-CD-CNT
                  IF WS-CD-RESULT (WS-CD-SUB) = 'PENDING '
                      MOVE 'NO ITEM ' TO WS-CD-RESULT (WS-CD-SUB)
                  END-IF
                  IF WS-CD-RESULT (WS-CD-SUB) NOT = 'APPLIED '
                      ADD 1 TO WS-CARDS-REJECTED
                  END-IF
                  MOVE SPACES TO REPORT-LINE
                  STRING '  RUN ID ' WS-CD-RUN-ID (WS-CD-SUB)
                      '  TRANS-ID ' WS-CD-TRANS-ID (WS-CD-SUB)
                      ' ' WS-CD-ENTRY-TYPE (WS-CD-SUB)
                      '  BREAK ' WS-CD-TYPE (WS-CD-SUB)
                      '  USER ' WS-CD-USER-ID (WS-CD-SUB)
                      '  ' WS-CD-RESULT (WS-CD-SUB)
                      DELIMITED BY SIZE INTO REPORT-LINE
                  WRITE REPORT-LINE
              END-PERFORM
          END-IF.

          C-PARA-TOTALS.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'RUN TOTALS' TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-SENT-DETAILS TO WS-RPT-CNT-PIC
          STRING 'DETAILS SENT FOR THE DATE: ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACK-DETAILS TO WS-RPT-CNT-PIC
          STRING 'ACKNOWLEDGMENTS RECEIVED:  ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-MATCHED TO WS-RPT-CNT-PIC
          STRING 'RECONCILED ON ARRIVAL:     ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-OUTS-READ TO WS-RPT-CNT-PIC
          STRING 'OUTSTANDING BROUGHT FWD:   ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-CLEARED-LATE TO WS-RPT-CNT-PIC
          STRING '  CLEARED BY LATE ACK:     ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-CLEARED-CARD TO WS-RPT-CNT-PIC
          STRING '  CLEARED BY CARD:         ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-NEW-BREAKS TO WS-RPT-CNT-PIC
          STRING 'NEW BREAKS:                ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-OUTS-WRITTEN TO WS-RPT-CNT-PIC
          STRING 'OUTSTANDING CARRIED FWD:   ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          IF WS-DUP-SENT > ZERO
              MOVE SPACES TO REPORT-LINE
              MOVE WS-DUP-SENT TO WS-RPT-CNT-PIC
              STRING 'DETAILS SENT TWICE:        ' WS-RPT-CNT-PIC
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
          END-IF.

          D-PARA.
          DISPLAY 'DETAILS SENT:        ' WS-SENT-DETAILS
          DISPLAY 'ACKNOWLEDGMENTS:     ' WS-ACK-DETAILS
          DISPLAY 'NEW BREAKS:          ' WS-NEW-BREAKS
          DISPLAY 'CLEARED LATE:        ' WS-CLEARED-LATE
          DISPLAY 'CLEARED BY CARD:     ' WS-CLEARED-CARD
          DISPLAY 'OUTSTANDING:         ' WS-OUTS-WRITTEN
          DISPLAY 'CARDS REJECTED:      ' WS-CARDS-REJECTED
          IF WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-NEW-BREAKS > ZERO OR WS-CARDS-REJECTED > ZERO
                  OR WS-DUP-SENT > ZERO
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
              END-IF
          END-IF
          STOP RUN.
