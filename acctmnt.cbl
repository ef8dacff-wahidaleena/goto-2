
      *    THE ACCOUNT MASTER IS A VSAM KSDS KEYED ON THE ACCOUNT
      *    NUMBER. MAINTENANCE UPDATES IT IN PLACE -- AN OPEN IS A
      *    KEYED WRITE, A CLOSE, REOPEN OR REACT A KEYED REWRITE --
      *    SO A NEW ACCOUNT IS ON THE LIVE MASTER THE MOMENT THE
      *    CARD APPLIES. THE JCL BACKS THE CLUSTER UP FIRST.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

      *    THE BRANCH DIRECTORY, FOR THE HOME BRANCH EDIT.
           SELECT BRANCH-FILE ASSIGN TO 'BRNCHDIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRN-STATUS.

           SELECT ACCT-AUDIT-FILE ASSIGN TO 'ACCTAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAUD-STATUS.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
               88  CARD-ACTION-CLOSE      VALUE 'CLOSE '.
               88  CARD-ACTION-REOPEN     VALUE 'REOPEN'.
               88  CARD-ACTION-SETLIM     VALUE 'SETLIM'.
               88  CARD-ACTION-REACT      VALUE 'REACT '.
               88  CARD-ACTION-SETBRN     VALUE 'SETBRN'.
           05  CARD-ACCT-KEY              PIC X(6).
           05  CARD-USER-ID               PIC X(8).
           05  CARD-OD-LIMIT              PIC 9(9)V99.
      *    RECEIVER.
           05  CARD-OD-LIMIT-X REDEFINES CARD-OD-LIMIT
                                          PIC X(11).
           05  CARD-HOME-BRANCH           PIC X(4).
           05  FILLER                     PIC X(45).

       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       01  BRANCH-FILE-RECORD             PIC X(80).

       FD  ACCT-AUDIT-FILE
           RECORDING MODE IS F.
       COPY AAUDREC.

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY BRNREC.
          COPY DATECTL.

          01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
          01  WS-ACCT-STATUS              PIC X(2) VALUE '00'.
          01  WS-BRN-STATUS               PIC X(2) VALUE '00'.
          01  WS-AAUD-STATUS              PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.

          01  WS-CARD-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CARD-EOF             VALUE 'Y'.
          01  WS-BRN-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-BRN-EOF              VALUE 'Y'.

          01  WS-ACCT-FOUND-FLAG          PIC X VALUE 'N'.
              88  WS-ACCT-FOUND           VALUE 'Y'.

          01  WS-OLD-STATUS               PIC X VALUE SPACE.
          01  WS-NEW-STATUS               PIC X VALUE SPACE.
          01  WS-OLD-BRANCH               PIC X(4) VALUE SPACES.
          01  WS-NEW-BRANCH               PIC X(4) VALUE SPACES.

          01  WS-BRN-TABLE.
              05  WS-BRN-ENTRY OCCURS 200 TIMES.
                  10  WS-BRN-NUMBER       PIC X(4).
                  10  WS-BRN-STAT         PIC X.
          01  WS-BRN-MAX                  PIC 9(3) VALUE 200.
          01  WS-BRN-CNT                  PIC 9(3) VALUE ZERO.
          01  WS-BRN-HIT                  PIC 9(3) VALUE ZERO.
          01  WS-BRN-SUB                  PIC 9(3) VALUE 1.

          01  WS-RUN-DATE                 PIC 9(8).
          01  WS-RUN-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
          A-PARA.
          DISPLAY 'ACCTMNT - ACCOUNT MASTER MAINTENANCE'
          PERFORM A-PARA-DATE-CONTROL
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM A-PARA-LOAD-BRANCHES
          OPEN I-O ACCOUNT-FILE
          IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR: ACCOUNT-FILE OPEN FAILED, STATUS='
          CLOSE ACCT-AUDIT-FILE
          GO TO D-PARA.

      *    THE BUSINESS DATE COMES FROM THE DATE CONTROL, NOT THE
      *    SYSTEM CLOCK. MAINTENANCE MAY RUN AT ANY POINT IN THE DAY
      *    EXCEPT WHILE A CYCLE STEP IS RUNNING OR AWAITING RESTART
      *    -- A RESTART BEGINS BY RESTORING THE MASTER FROM ITS
      *    PRE-RUN BACKUP, WHICH WOULD SILENTLY UNDO THE CHANGE.
          A-PARA-DATE-CONTROL.
          MOVE 'ACCTMNT' TO WS-DC-OWN-STEP
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

          A-PARA-LOAD-BRANCHES.
          OPEN INPUT BRANCH-FILE
          IF WS-BRN-STATUS NOT = '00'
              DISPLAY 'ERROR: BRANCH-FILE OPEN FAILED, STATUS='
                  WS-BRN-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-BRN-REC
                  UNTIL WS-BRN-EOF OR WS-FILE-ERROR
              CLOSE BRANCH-FILE
          END-IF.

          A-PARA-LOAD-BRN-REC.
          READ BRANCH-FILE
              AT END
                  SET WS-BRN-EOF TO TRUE
              NOT AT END
                  MOVE BRANCH-FILE-RECORD TO BRANCH-RECORD
                  IF WS-BRN-CNT >= WS-BRN-MAX
                      DISPLAY 'ERROR: BRANCH TABLE FULL AT '
                          WS-BRN-MAX
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      ADD 1 TO WS-BRN-CNT
                      MOVE BR-NUMBER TO WS-BRN-NUMBER (WS-BRN-CNT)
                      MOVE BR-STATUS TO WS-BRN-STAT (WS-BRN-CNT)
                  END-IF
          END-READ.

          B-PARA.
          READ CARD-FILE
              AT END
          SET WS-CARD-OK TO TRUE
          MOVE SPACE TO WS-OLD-STATUS
          MOVE SPACE TO WS-NEW-STATUS
          MOVE SPACES TO WS-OLD-BRANCH
          MOVE SPACES TO WS-NEW-BRANCH
          PERFORM B-PARA-FIND-ACCOUNT
          IF WS-ACCT-FOUND
              MOVE ACCT-STATUS TO WS-OLD-STATUS
      *        THE BRANCH IS AUDITED ONLY BY THE CARDS THAT SET IT.
              IF CARD-ACTION-OPEN OR CARD-ACTION-SETBRN
                  MOVE ACCT-HOME-BRANCH TO WS-OLD-BRANCH
              END-IF
          END-IF
          IF CARD-ACTION-OPEN
              PERFORM B-PARA-OPEN-ACCT
                      IF CARD-ACTION-SETLIM
                          PERFORM B-PARA-SETLIM-ACCT
                      ELSE
                          IF CARD-ACTION-REACT
                              PERFORM B-PARA-REACT-ACCT
                          ELSE
                              IF CARD-ACTION-SETBRN
                                  PERFORM B-PARA-SETBRN-ACCT
                              ELSE
                                  DISPLAY 'CARD ' WS-CARDS-READ
                                      ' REJECTED: BAD ACTION '''
                                      CARD-ACTION ''''
                                  SET WS-CARD-BAD TO TRUE
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-IF
              DISPLAY 'CARD ' WS-CARDS-READ
                  ' REJECTED: ACCOUNT KEY BLANK'
              SET WS-CARD-BAD TO TRUE
          END-IF
          PERFORM B-PARA-EDIT-BRANCH
          IF WS-CARD-OK
              IF WS-ACCT-FOUND
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                      CARD-ACCT-KEY ' ALREADY ON MASTER'
                  MOVE 'O' TO ACCT-STATUS
                  MOVE ZERO TO ACCT-BALANCE
                  MOVE WS-RUN-DATE TO ACCT-LAST-POST-DATE
                  MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
                  MOVE CARD-HOME-BRANCH TO ACCT-HOME-BRANCH
      *            THE OVERDRAFT LIMIT DEFAULTS TO ZERO -- NO
      *            OVERDRAFT -- UNLESS THE CARD CARRIES ONE.
                  IF CARD-OD-LIMIT NUMERIC
                  END-WRITE
                  IF WS-CARD-OK
                      MOVE 'O' TO WS-NEW-STATUS
                      MOVE ACCT-HOME-BRANCH TO WS-NEW-BRANCH
                  END-IF
              END-IF
          END-IF.
                      SET WS-CARD-BAD TO TRUE
                  ELSE
                      MOVE 'C' TO ACCT-STATUS
                      MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
                      PERFORM B-PARA-REWRITE-ACCT
                      IF WS-CARD-OK
                          MOVE 'C' TO WS-NEW-STATUS
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE 'O' TO ACCT-STATUS
                  MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
                  PERFORM B-PARA-REWRITE-ACCT
                  IF WS-CARD-OK
                      MOVE 'O' TO WS-NEW-STATUS
                  END-IF
              END-IF
          END-IF.

      *    PUT A DORMANT ACCOUNT BACK TO OPEN ONCE THE CUSTOMER HAS
      *    BEEN IDENTIFIED. THE STATUS DATE RESTARTS THE DORMANCY
      *    CLOCK, SO THE NEXT DORMANCY RUN DOES NOT FLAG THE ACCOUNT
      *    STRAIGHT BACK ON ITS OLD LAST-POSTING DATE. DEBITS HELD
      *    IN SUSPENSE AS S004 POST ON THE NEXT RESOLUTION PASS.
          B-PARA-REACT-ACCT.
          IF NOT WS-ACCT-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                  CARD-ACCT-KEY ' NOT ON MASTER'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF NOT ACCT-DORMANT
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                      CARD-ACCT-KEY ' NOT DORMANT'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE 'O' TO ACCT-STATUS
                  MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
                  PERFORM B-PARA-REWRITE-ACCT
                  IF WS-CARD-OK
                      MOVE 'O' TO WS-NEW-STATUS
              END-IF
          END-IF.

      *    MOVE AN ACCOUNT'S DOMICILE TO ANOTHER OFFICE, OR GIVE AN
      *    ACCOUNT OPENED BEFORE HOME BRANCHES EXISTED ITS FIRST.
      *    THE NEW BRANCH MUST BE ON THE DIRECTORY AND ACTIVE.
          B-PARA-SETBRN-ACCT.
          IF NOT WS-ACCT-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                  CARD-ACCT-KEY ' NOT ON MASTER'
              SET WS-CARD-BAD TO TRUE
          ELSE
              PERFORM B-PARA-EDIT-BRANCH
              IF WS-CARD-OK
                  MOVE CARD-HOME-BRANCH TO ACCT-HOME-BRANCH
                  PERFORM B-PARA-REWRITE-ACCT
                  IF WS-CARD-OK
                      MOVE ACCT-STATUS TO WS-NEW-STATUS
                      MOVE ACCT-HOME-BRANCH TO WS-NEW-BRANCH
                  END-IF
              END-IF
          END-IF.

      *    EVERY ACCOUNT IS OWNED BY AN OFFICE THAT IS ON THE
      *    DIRECTORY AND OPEN FOR BUSINESS.
          B-PARA-EDIT-BRANCH.
          MOVE ZERO TO WS-BRN-HIT
          IF CARD-HOME-BRANCH = SPACES
              DISPLAY 'CARD ' WS-CARDS-READ
                  ' REJECTED: HOME BRANCH BLANK'
              SET WS-CARD-BAD TO TRUE
          ELSE
              PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                      UNTIL WS-BRN-SUB > WS-BRN-CNT
                  IF CARD-HOME-BRANCH = WS-BRN-NUMBER (WS-BRN-SUB)
                      MOVE WS-BRN-SUB TO WS-BRN-HIT
                      MOVE WS-BRN-CNT TO WS-BRN-SUB
                  END-IF
              END-PERFORM
              IF WS-BRN-HIT = ZERO
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: BRANCH '
                      CARD-HOME-BRANCH ' NOT ON DIRECTORY'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  IF WS-BRN-STAT (WS-BRN-HIT) NOT = 'A'
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: BRANCH ' CARD-HOME-BRANCH
                          ' NOT ACTIVE'
                      SET WS-CARD-BAD TO TRUE
                  END-IF
              END-IF
          END-IF.

          B-PARA-REWRITE-ACCT.
          REWRITE ACCOUNT-RECORD
              INVALID KEY
          MOVE WS-OLD-STATUS TO AAUD-OLD-STATUS
          MOVE WS-NEW-STATUS TO AAUD-NEW-STATUS
          MOVE CARD-OD-LIMIT-X TO AAUD-OD-LIMIT
          MOVE WS-OLD-BRANCH TO AAUD-OLD-BRANCH
          MOVE WS-NEW-BRANCH TO AAUD-NEW-BRANCH
          IF WS-CARD-OK
              MOVE 'APPLIED' TO AAUD-RESULT
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
