       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ACCOUNT MASTER KSDS, BROWSED FRONT TO BACK AND
      *    UPDATED IN PLACE -- AN ACCOUNT FLAGGED DORMANT IS A
      *    REWRITE OF THE RECORD JUST READ. THE JCL BACKS THE
      *    CLUSTER UP FIRST.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

      *    THE SAME AUDIT TRAIL ACCTMNT WRITES -- EVERY STATUS
      *    CHANGE ON THE MASTER IS ON IT, WHOEVER MADE IT.
           SELECT ACCT-AUDIT-FILE ASSIGN TO 'ACCTAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DORMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY AAUDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY DATECTL.

          01  WS-ACCT-STATUS              PIC X(2) VALUE '00'.
          01  WS-AAUD-STATUS              PIC X(2) VALUE '00'.
          01  WS-REPORT-STATUS            PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

          01  WS-EOF-FLAG                 PIC X VALUE 'N'.
              88  WS-EOF                  VALUE 'Y'.

          01  WS-RUN-DATE                 PIC 9(8).
          01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              05  WS-RUN-YYYY             PIC 9(4).
              05  WS-RUN-MM               PIC 9(2).
              05  WS-RUN-DD               PIC 9(2).
          01  WS-RUN-TIME                 PIC 9(8).

          01  WS-PARM-LEN                 PIC S9(4) COMP VALUE ZERO.
          01  WS-PARM-WORK                PIC X(20) VALUE SPACES.
          01  WS-PARM-WORK-R REDEFINES WS-PARM-WORK.
              05  WS-PARM-MONTHS          PIC X(3).
              05  FILLER                  PIC X(17).

      *    AN OPEN ACCOUNT WITH NO POSTING FOR THIS MANY WHOLE
      *    MONTHS IS FLAGGED DORMANT. SET FROM THE PARM.
          01  WS-DORM-MONTHS              PIC 9(3) VALUE ZERO.

      *    THE DATE THE ACCOUNT WAS LAST USED: FOR AN OPEN ACCOUNT
      *    THE LATER OF ITS LAST POSTING AND ITS LAST STATUS CHANGE,
      *    SO AN ACCOUNT JUST OPENED, REOPENED OR REACTIVATED STARTS
      *    A FRESH CLOCK; FOR A DORMANT ONE ITS LAST POSTING.
          01  WS-IDLE-DATE                PIC X(8) VALUE SPACES.
          01  WS-IDLE-DATE-NUM            PIC 9(8) VALUE ZERO.
          01  WS-IDLE-DATE-R REDEFINES WS-IDLE-DATE-NUM.
              05  WS-IDLE-YYYY            PIC 9(4).
              05  WS-IDLE-MM              PIC 9(2).
              05  WS-IDLE-DD              PIC 9(2).
          01  WS-IDLE-MONTHS              PIC S9(5) VALUE ZERO.
          01  WS-IDLE-KNOWN-FLAG          PIC X VALUE 'N'.
              88  WS-IDLE-KNOWN           VALUE 'Y'.

      *    DORMANT ACCOUNTS TALLIED BY HOW LONG THEY HAVE BEEN IDLE.
      *    ROW 1 = UNDER 2 YEARS, 2 = 2-3 YEARS, 3 = 3-5 YEARS,
      *    4 = 5-10 YEARS, 5 = 10 YEARS OR MORE, 6 = NO USABLE DATE.
      *    COLUMN 1 = FLAGGED BY THIS RUN, 2 = ALREADY DORMANT.
          01  WS-BAND-TABLE.
              05  WS-BAND-ROW OCCURS 6 TIMES.
                  10  WS-BAND-COL OCCURS 2 TIMES.
                      15  WS-BAND-CNT     PIC 9(9).
                      15  WS-BAND-AMT     PIC S9(16)V99.
          01  WS-BAND-MAX                 PIC 9(2) VALUE 6.
          01  WS-BAND-SUB                 PIC 9(2) VALUE ZERO.
          01  WS-BAND-HIT                 PIC 9(2) VALUE ZERO.
          01  WS-COL-SUB                  PIC 9(2) VALUE ZERO.
          01  WS-COL-HIT                  PIC 9(2) VALUE ZERO.

          01  WS-ACCTS-READ               PIC 9(9) VALUE ZERO.
          01  WS-ACCTS-FLAGGED            PIC 9(9) VALUE ZERO.
          01  WS-FLAGGED-AMT              PIC S9(16)V99 VALUE ZERO.
          01  WS-ACCTS-DORMANT            PIC 9(9) VALUE ZERO.
          01  WS-DORMANT-AMT              PIC S9(16)V99 VALUE ZERO.
          01  WS-ACCTS-NO-DATE            PIC 9(9) VALUE ZERO.
          01  WS-BAL-WORK                 PIC S9(11)V99 VALUE ZERO.

          01  WS-RPT-CNT-PIC              PIC ZZZ,ZZZ,ZZ9.
          01  WS-RPT-AMT-PIC              PIC Z,ZZZ,ZZZ,ZZ9.99-.
          01  WS-RPT-TOT-PIC
                  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          01  WS-RPT-MON-PIC              PIC ZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'DORMANT - DORMANT ACCOUNT DETECTION'
          PERFORM A-PARA-DATE-CONTROL
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM A-PARA-INIT-BANDS
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-OPEN-FILES
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-REPORT-HEADINGS
              PERFORM B-PARA UNTIL WS-EOF OR WS-FILE-ERROR
              IF NOT WS-FILE-ERROR
                  PERFORM C-PARA-BAND-SECTION
              END-IF
              CLOSE ACCOUNT-FILE
              CLOSE ACCT-AUDIT-FILE
              CLOSE REPORT-FILE
          END-IF
      *    THE MASTER CLUSTER IS UPDATED IN PLACE. A RUN THAT DID NOT
      *    END CLEAN CAN SIMPLY BE RESUBMITTED -- AN ACCOUNT ALREADY
      *    FLAGGED IS NOT FLAGGED AGAIN -- OR BACKED OUT FROM THE
      *    PRE-RUN BACKUP THE JCL TAKES.
          IF WS-FILE-ERROR
              DISPLAY 'RUN DID NOT END CLEAN - RESUBMIT, OR RESTORE'
                  ' THE ACCOUNT MASTER FROM THE PRE-RUN BACKUP'
          END-IF
          GO TO D-PARA.

      *    THE BUSINESS DATE COMES FROM THE DATE CONTROL, NOT THE
      *    SYSTEM CLOCK. THE DETECTION MAY RUN AT ANY POINT IN THE DAY
      *    EXCEPT WHILE A CYCLE STEP IS RUNNING OR AWAITING RESTART
      *    -- THE STATUS IT SETS WOULD CHANGE WHAT A RESTARTED STEP
      *    POSTS. THE STATUS DATE IT STAMPS IS THE BUSINESS DATE.
          A-PARA-DATE-CONTROL.
          MOVE 'DORMANT' TO WS-DC-OWN-STEP
          PERFORM A-PARA-DC-LOAD
          IF NOT WS-DC-ERROR
              MOVE DC-BUS-DATE TO WS-RUN-DATE
              PERFORM A-PARA-DC-NOT-BUSY
          END-IF
          IF NOT WS-DC-ERROR
              MOVE 'S' TO WS-DC-NEW-STATUS
              PERFORM A-PARA-DC-MARK
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

      *    NO OTHER STEP MAY BE RUNNING, OR STOPPED SHORT AND
      *    AWAITING RESTART, ON THE BUSINESS DATE.
          A-PARA-DC-NOT-BUSY.
          PERFORM VARYING WS-DC-SUB FROM 2 BY 1
                  UNTIL WS-DC-SUB > WS-DC-CNT
              MOVE WS-DC-ENTRY (WS-DC-SUB) TO DC-STEP-RECORD
              IF DCS-STEP AND DCS-BUS-DATE = DC-BUS-DATE
                  AND DCS-STEP-NAME NOT = WS-DC-OWN-STEP
                  IF DCS-STARTED OR DCS-FAILED
                      DISPLAY 'DATE CONTROL: ' DCS-STEP-NAME
                          ' IS RUNNING OR AWAITING RESTART FOR '
                          DC-BUS-DATE
                      SET WS-DC-ERROR TO TRUE
                  END-IF
              END-IF
          END-PERFORM.

      *    WS-DC-HIT IS LEFT POINTING AT THE STEP NAMED IN
      *    WS-DC-WORK-STEP, WITH ITS RECORD IN DC-STEP-RECORD. A STEP
      *    THAT HAS NEVER RUN GIVES ZERO AND A ZERO STEP DATE.
          A-PARA-DC-FIND.
          MOVE ZERO TO WS-DC-HIT
          PERFORM VARYING WS-DC-SUB FROM 2 BY 1
                  UNTIL WS-DC-SUB > WS-DC-CNT OR WS-DC-HIT > ZERO
              MOVE WS-DC-ENTRY (WS-DC-SUB) TO DC-STEP-RECORD
              IF DCS-STEP AND DCS-STEP-NAME = WS-DC-WORK-STEP
                  MOVE WS-DC-SUB TO WS-DC-HIT
              END-IF
          END-PERFORM
          IF WS-DC-HIT = ZERO
              MOVE SPACES TO DC-STEP-RECORD
              MOVE ZERO TO DCS-BUS-DATE
          END-IF.

      *    RECORD THIS RUN'S STEP AT WS-DC-NEW-STATUS AGAINST THE
      *    BUSINESS DATE AND REWRITE THE DATASET.
          A-PARA-DC-MARK.
          MOVE WS-DC-OWN-STEP TO WS-DC-WORK-STEP
          PERFORM A-PARA-DC-FIND
          IF WS-DC-HIT = ZERO
              IF WS-DC-CNT >= WS-DC-MAX
                  DISPLAY 'ERROR: DATE CONTROL TABLE FULL AT '
                      WS-DC-MAX
                  SET WS-DC-ERROR TO TRUE
              ELSE
                  ADD 1 TO WS-DC-CNT
                  MOVE WS-DC-CNT TO WS-DC-HIT
              END-IF
          END-IF
          IF WS-DC-HIT > ZERO
              ACCEPT WS-DC-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-DC-NOW-TIME FROM TIME
              MOVE SPACES TO DC-STEP-RECORD
              MOVE 'S' TO DCS-REC-TYPE
              MOVE WS-DC-OWN-STEP TO DCS-STEP-NAME
              MOVE DC-BUS-DATE TO DCS-BUS-DATE
              MOVE WS-DC-NEW-STATUS TO DCS-STATUS
              MOVE RETURN-CODE TO DCS-RETURN-CODE
              MOVE WS-DC-NOW-DATE TO DCS-RUN-DATE
              MOVE WS-DC-NOW-TIME TO DCS-RUN-TIME
              MOVE DC-STEP-RECORD TO WS-DC-ENTRY (WS-DC-HIT)
              PERFORM A-PARA-DC-REWRITE
          END-IF.

          A-PARA-DC-REWRITE.
          OPEN OUTPUT DATECTL-FILE
          IF WS-DC-STATUS NOT = '00'
              DISPLAY 'ERROR: DATECTL-FILE OPEN FAILED, STATUS='
                  WS-DC-STATUS
              SET WS-DC-ERROR TO TRUE
          ELSE
              PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                      UNTIL WS-DC-SUB > WS-DC-CNT
                  MOVE WS-DC-ENTRY (WS-DC-SUB) TO DATECTL-FILE-RECORD
                  WRITE DATECTL-FILE-RECORD
              END-PERFORM
              CLOSE DATECTL-FILE
          END-IF.

          A-PARA-INIT-BANDS.
          PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                  UNTIL WS-BAND-SUB > WS-BAND-MAX
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                      UNTIL WS-COL-SUB > 2
                  MOVE ZERO TO WS-BAND-CNT (WS-BAND-SUB, WS-COL-SUB)
                  MOVE ZERO TO WS-BAND-AMT (WS-BAND-SUB, WS-COL-SUB)
              END-PERFORM
          END-PERFORM.

      *    PARM: COLS 1-3 THE DORMANCY PERIOD IN WHOLE MONTHS
      *    (001-999). REQUIRED -- THE PERIOD IS POLICY AND IS NEVER
      *    DEFAULTED.
          A-PARA-SET-PARM.
          IF LS-PARM-LEN > ZERO
              IF LS-PARM-LEN > 20
                  MOVE 20 TO WS-PARM-LEN
              ELSE
                  MOVE LS-PARM-LEN TO WS-PARM-LEN
              END-IF
              MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
          END-IF
          IF WS-PARM-MONTHS NOT NUMERIC
              DISPLAY 'ERROR: PARM ''' WS-PARM-WORK
                  ''' NOT NNN (DORMANCY PERIOD IN MONTHS)'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              MOVE WS-PARM-MONTHS TO WS-DORM-MONTHS
              IF WS-DORM-MONTHS = ZERO
                  DISPLAY 'ERROR: DORMANCY PERIOD OF ZERO MONTHS'
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  DISPLAY 'DORMANCY PERIOD ' WS-DORM-MONTHS
                      ' MONTHS  RUN DATE ' WS-RUN-DATE
              END-IF
          END-IF.

          A-PARA-OPEN-FILES.
          OPEN I-O ACCOUNT-FILE
          IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR: ACCOUNT-FILE OPEN FAILED, STATUS='
                  WS-ACCT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN EXTEND ACCT-AUDIT-FILE
          IF WS-AAUD-STATUS NOT = '00'
              DISPLAY 'ERROR: ACCT-AUDIT-FILE OPEN FAILED, STATUS='
                  WS-AAUD-STATUS
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
          MOVE WS-DORM-MONTHS TO WS-RPT-MON-PIC
          STRING 'DORMANT ACCOUNT REPORT     RUN DATE '
              WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
              '     DORMANCY PERIOD ' WS-RPT-MON-PIC ' MONTHS'
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'ACCOUNTS FLAGGED DORMANT BY THIS RUN' TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'ACCOUNT' TO REPORT-LINE(1:7)
          MOVE 'LAST USED' TO REPORT-LINE(10:9)
          MOVE 'MONTHS IDLE' TO REPORT-LINE(22:11)
          MOVE 'BALANCE' TO REPORT-LINE(47:7)
          WRITE REPORT-LINE.

          B-PARA.
          READ ACCOUNT-FILE NEXT
              AT END
                  SET WS-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ACCTS-READ
                  IF ACCT-OPEN OR ACCT-DORMANT
                      PERFORM B-PARA-IDLE-MONTHS
                      IF ACCT-DORMANT
                          MOVE 2 TO WS-COL-HIT
                          PERFORM B-PARA-TALLY-BAND
                          ADD 1 TO WS-ACCTS-DORMANT
                          ADD WS-BAL-WORK TO WS-DORMANT-AMT
                      ELSE
                          PERFORM B-PARA-CHECK-OPEN
                      END-IF
                  END-IF
          END-READ.

      *    WHOLE MONTHS FROM THE LAST-USED DATE TO THE RUN DATE -- A
      *    MONTH ONLY COUNTS ONCE ITS DAY OF THE MONTH HAS COME
      *    ROUND AGAIN. A BALANCE THAT IS NOT NUMERIC IS CARRIED AS
      *    ZERO ON THE REPORT; IT DOES NOT STOP THE STATUS CHANGE.
      *    ON AN OPEN ACCOUNT A LATER STATUS DATE (A REACTIVATION)
      *    RESTARTS THE CLOCK. ON A DORMANT ONE THE STATUS DATE IS
      *    ONLY WHEN IT WAS FLAGGED, SO IT AGES FROM LAST USE ALONE.
          B-PARA-IDLE-MONTHS.
          MOVE 'N' TO WS-IDLE-KNOWN-FLAG
          MOVE SPACES TO WS-IDLE-DATE
          MOVE ZERO TO WS-IDLE-MONTHS
          IF ACCT-LAST-POST-DATE NUMERIC
              MOVE ACCT-LAST-POST-DATE TO WS-IDLE-DATE
          END-IF
          IF ACCT-STATUS-DATE NUMERIC AND ACCT-OPEN
              IF WS-IDLE-DATE = SPACES
                  OR ACCT-STATUS-DATE > WS-IDLE-DATE
                  MOVE ACCT-STATUS-DATE TO WS-IDLE-DATE
              END-IF
          END-IF
          IF WS-IDLE-DATE NOT = SPACES
              AND WS-IDLE-DATE NOT = '00000000'
              SET WS-IDLE-KNOWN TO TRUE
              MOVE WS-IDLE-DATE TO WS-IDLE-DATE-NUM
              COMPUTE WS-IDLE-MONTHS =
                  (WS-RUN-YYYY * 12 + WS-RUN-MM)
                  - (WS-IDLE-YYYY * 12 + WS-IDLE-MM)
              IF WS-RUN-DD < WS-IDLE-DD
                  SUBTRACT 1 FROM WS-IDLE-MONTHS
              END-IF
          END-IF
          IF ACCT-BALANCE NUMERIC
              MOVE ACCT-BALANCE TO WS-BAL-WORK
          ELSE
              MOVE ZERO TO WS-BAL-WORK
          END-IF.

      *    AN OPEN ACCOUNT IDLE FOR THE FULL PERIOD GOES DORMANT. ONE
      *    WITH NO USABLE DATE AT ALL IS NEVER FLAGGED BLIND -- IT IS
      *    NAMED FOR OPERATIONS TO SET RIGHT.
          B-PARA-CHECK-OPEN.
          IF NOT WS-IDLE-KNOWN
              ADD 1 TO WS-ACCTS-NO-DATE
              DISPLAY 'WARNING: ACCOUNT ' ACCT-KEY
                  ' HAS NO USABLE POSTING DATE - NOT CHECKED'
          ELSE
              IF WS-IDLE-MONTHS >= WS-DORM-MONTHS
                  PERFORM B-PARA-FLAG-DORMANT
              END-IF
          END-IF.

          B-PARA-FLAG-DORMANT.
          MOVE 'D' TO ACCT-STATUS
          MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
          REWRITE ACCOUNT-RECORD
              INVALID KEY
                  DISPLAY 'ERROR: ACCOUNT REWRITE FAILED FOR '
                      ACCT-KEY ' STATUS=' WS-ACCT-STATUS
                  SET WS-FILE-ERROR TO TRUE
          END-REWRITE
          IF NOT WS-FILE-ERROR
              ADD 1 TO WS-ACCTS-FLAGGED
              ADD WS-BAL-WORK TO WS-FLAGGED-AMT
              MOVE 1 TO WS-COL-HIT
              PERFORM B-PARA-TALLY-BAND
              PERFORM B-PARA-WRITE-AUDIT
              PERFORM C-PARA-DETAIL-LINE
          END-IF.

          B-PARA-TALLY-BAND.
          IF NOT WS-IDLE-KNOWN
              MOVE 6 TO WS-BAND-HIT
          ELSE
              IF WS-IDLE-MONTHS < 24
                  MOVE 1 TO WS-BAND-HIT
              ELSE
                  IF WS-IDLE-MONTHS < 36
                      MOVE 2 TO WS-BAND-HIT
                  ELSE
                      IF WS-IDLE-MONTHS < 60
                          MOVE 3 TO WS-BAND-HIT
                      ELSE
                          IF WS-IDLE-MONTHS < 120
                              MOVE 4 TO WS-BAND-HIT
                          ELSE
                              MOVE 5 TO WS-BAND-HIT
                          END-IF
                      END-IF
                  END-IF
              END-IF
          END-IF
          ADD 1 TO WS-BAND-CNT (WS-BAND-HIT, WS-COL-HIT)
          ADD WS-BAL-WORK TO WS-BAND-AMT (WS-BAND-HIT, WS-COL-HIT).

          B-PARA-WRITE-AUDIT.
          MOVE SPACES TO ACCT-AUDIT-RECORD
          MOVE WS-RUN-DATE TO AAUD-DATE
          MOVE WS-RUN-TIME TO AAUD-TIME
          MOVE 'DORMANT' TO AAUD-USER-ID
          MOVE 'DORMNT' TO AAUD-ACTION
          MOVE ACCT-KEY TO AAUD-ACCT-KEY
          MOVE 'O' TO AAUD-OLD-STATUS
          MOVE 'D' TO AAUD-NEW-STATUS
          MOVE 'APPLIED' TO AAUD-RESULT
          WRITE ACCT-AUDIT-RECORD.

          C-PARA-DETAIL-LINE.
          MOVE SPACES TO REPORT-LINE
          MOVE ACCT-KEY TO REPORT-LINE(1:6)
          MOVE WS-IDLE-DATE TO REPORT-LINE(10:8)
          MOVE WS-IDLE-MONTHS TO WS-RPT-MON-PIC
          MOVE WS-RPT-MON-PIC TO REPORT-LINE(27:6)
          MOVE WS-BAL-WORK TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(36:18)
          WRITE REPORT-LINE.

      *    THE AGE-BAND SUMMARY: EVERY DORMANT ACCOUNT ON THE MASTER,
      *    NEW AND OLD, WITH THE BALANCES THEY HOLD -- THE FIGURES
      *    THE UNCLAIMED-FUNDS REVIEW WORKS FROM.
          C-PARA-BAND-SECTION.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'DORMANT ACCOUNTS BY TIME SINCE LAST USED'
              TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'IDLE FOR' TO REPORT-LINE(1:8)
          MOVE 'NEW COUNT' TO REPORT-LINE(16:9)
          MOVE 'NEW BALANCE' TO REPORT-LINE(43:11)
          MOVE 'PRIOR COUNT' TO REPORT-LINE(57:11)
          MOVE 'PRIOR BALANCE' TO REPORT-LINE(82:13)
          WRITE REPORT-LINE
          PERFORM C-PARA-BAND-ROW
              VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > WS-BAND-MAX
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-READ TO WS-RPT-CNT-PIC
          STRING 'ACCOUNTS READ:            ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-FLAGGED TO WS-RPT-CNT-PIC
          MOVE WS-FLAGGED-AMT TO WS-RPT-TOT-PIC
          STRING 'FLAGGED DORMANT THIS RUN: ' WS-RPT-CNT-PIC
              '  BALANCE: ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-DORMANT TO WS-RPT-CNT-PIC
          MOVE WS-DORMANT-AMT TO WS-RPT-TOT-PIC
          STRING 'ALREADY DORMANT:          ' WS-RPT-CNT-PIC
              '  BALANCE: ' WS-RPT-TOT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-NO-DATE TO WS-RPT-CNT-PIC
          STRING 'OPEN, NO USABLE DATE:     ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE.

          C-PARA-BAND-ROW.
          MOVE SPACES TO REPORT-LINE
          EVALUATE WS-BAND-SUB
              WHEN 1
                  MOVE 'UNDER 2 YEARS' TO REPORT-LINE(1:13)
              WHEN 2
                  MOVE '2-3 YEARS' TO REPORT-LINE(1:9)
              WHEN 3
                  MOVE '3-5 YEARS' TO REPORT-LINE(1:9)
              WHEN 4
                  MOVE '5-10 YEARS' TO REPORT-LINE(1:10)
              WHEN 5
                  MOVE '10 YEARS +' TO REPORT-LINE(1:10)
              WHEN OTHER
                  MOVE 'NO DATE' TO REPORT-LINE(1:7)
          END-EVALUATE
          MOVE WS-BAND-CNT (WS-BAND-SUB, 1) TO WS-RPT-CNT-PIC
          MOVE WS-RPT-CNT-PIC TO REPORT-LINE(14:11)
          MOVE WS-BAND-AMT (WS-BAND-SUB, 1) TO WS-RPT-TOT-PIC
          MOVE WS-RPT-TOT-PIC TO REPORT-LINE(29:25)
          MOVE WS-BAND-CNT (WS-BAND-SUB, 2) TO WS-RPT-CNT-PIC
          MOVE WS-RPT-CNT-PIC TO REPORT-LINE(57:11)
          MOVE WS-BAND-AMT (WS-BAND-SUB, 2) TO WS-RPT-TOT-PIC
          MOVE WS-RPT-TOT-PIC TO REPORT-LINE(70:25)
          WRITE REPORT-LINE.

          D-PARA.
          DISPLAY 'ACCOUNTS READ:     ' WS-ACCTS-READ
          DISPLAY 'FLAGGED DORMANT:   ' WS-ACCTS-FLAGGED
          DISPLAY 'ALREADY DORMANT:   ' WS-ACCTS-DORMANT
          DISPLAY 'NO USABLE DATE:    ' WS-ACCTS-NO-DATE
          IF WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-ACCTS-NO-DATE > ZERO
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
              END-IF
          END-IF
          PERFORM D-PARA-DATE-CONTROL
          STOP RUN.

      *    THE STEP'S OUTCOME GOES BACK ON THE DATE CONTROL: COMPLETE
      *    AT RC 4 OR LESS, FAILED (AWAITING RESTART) ABOVE THAT.
          D-PARA-DATE-CONTROL.
          IF RETURN-CODE < 8
              MOVE 'C' TO WS-DC-NEW-STATUS
          ELSE
              MOVE 'F' TO WS-DC-NEW-STATUS
          END-IF
          PERFORM A-PARA-DC-MARK
          IF WS-DC-ERROR
              MOVE 8 TO RETURN-CODE
          END-IF.

      *    THE DATE CONTROL REFUSED THE RUN BEFORE ANY FILE WAS
      *    OPENED -- THERE IS NOTHING TO CLOSE, REPORT OR BACK OUT.
          D-PARA-REFUSED.
          DISPLAY 'RUN REFUSED BY DATE CONTROL - NOTHING PROCESSED'
          MOVE 12 TO RETURN-CODE
          STOP RUN.
