       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'SOCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

      *    THE STANDING-ORDER MASTER IS A VSAM KSDS KEYED ON THE
      *    ACCOUNT AND ORDER SEQUENCE. MAINTENANCE UPDATES IT IN
      *    PLACE, SO AN ORDER IS LIVE FOR THE NEXT GENERATOR RUN THE
      *    MOMENT ITS CARD APPLIES. THE JCL BACKS THE CLUSTER UP
      *    FIRST.
           SELECT SORDER-FILE ASSIGN TO 'SORDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SORD-STATUS.

      *    THE LIVE ACCOUNT MASTER, READ ONLY -- AN ORDER MAY ONLY
      *    BE SET UP ON AN ACCOUNT THAT EXISTS AND IS NOT CLOSED.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CODE-FILE ASSIGN TO 'CODETBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO 'BRNCHDIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRN-STATUS.

           SELECT SO-AUDIT-FILE ASSIGN TO 'SOAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUD-STATUS.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       01  MAINT-CARD.
           05  CARD-ACTION                PIC X(6).
               88  CARD-ACTION-ADD        VALUE 'ADD   '.
               88  CARD-ACTION-CHANGE     VALUE 'CHANGE'.
               88  CARD-ACTION-HOLD       VALUE 'HOLD  '.
               88  CARD-ACTION-RESUME     VALUE 'RESUME'.
               88  CARD-ACTION-CANCEL     VALUE 'CANCEL'.
           05  CARD-KEY.
               10  CARD-ACCT-KEY          PIC X(6).
               10  CARD-SEQ               PIC X.
           05  CARD-USER-ID               PIC X(8).
           05  CARD-TRANS-CODE            PIC X(2).
           05  CARD-AMOUNT                PIC 9(9)V99.
           05  CARD-AMOUNT-X REDEFINES CARD-AMOUNT
                                          PIC X(11).
           05  CARD-FREQ                  PIC X.
           05  CARD-START-DATE            PIC X(8).
           05  CARD-END-DATE              PIC X(8).
           05  CARD-BRANCH                PIC X(4).
           05  FILLER                     PIC X(25).

       FD  SORDER-FILE
           RECORDING MODE IS F.
       COPY SORDREC.

       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

       FD  CODE-FILE
           RECORDING MODE IS F.
       01  CODE-FILE-RECORD               PIC X(80).

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       01  BRANCH-FILE-RECORD             PIC X(80).

       FD  SO-AUDIT-FILE
           RECORDING MODE IS F.
       01  SO-AUDIT-RECORD.
           05  SAUD-DATE                  PIC X(8).
           05  SAUD-TIME                  PIC X(8).
           05  SAUD-USER-ID               PIC X(8).
           05  SAUD-ACTION                PIC X(6).
           05  SAUD-KEY                   PIC X(7).
           05  SAUD-OLD-STATUS            PIC X.
           05  SAUD-NEW-STATUS            PIC X.
           05  SAUD-OLD-CODE              PIC X(2).
           05  SAUD-NEW-CODE              PIC X(2).
           05  SAUD-OLD-AMOUNT            PIC 9(9)V99.
           05  SAUD-NEW-AMOUNT            PIC 9(9)V99.
           05  SAUD-RESULT                PIC X(8).
           05  SAUD-OLD-END-DATE          PIC X(8).
           05  SAUD-NEW-END-DATE          PIC X(8).
           05  SAUD-OLD-BRANCH            PIC X(4).
           05  SAUD-NEW-BRANCH            PIC X(4).
           05  FILLER                     PIC X(3).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY CODEREC.
          COPY BRNREC.
          COPY DATECTL.

          01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
          01  WS-SORD-STATUS              PIC X(2) VALUE '00'.
          01  WS-ACCT-STATUS              PIC X(2) VALUE '00'.
          01  WS-CODE-STATUS              PIC X(2) VALUE '00'.
          01  WS-BRN-STATUS               PIC X(2) VALUE '00'.
          01  WS-SAUD-STATUS              PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

          01  WS-CARD-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CARD-EOF             VALUE 'Y'.
          01  WS-CODE-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CODE-EOF             VALUE 'Y'.
          01  WS-BRN-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-BRN-EOF              VALUE 'Y'.

          01  WS-SO-FOUND-FLAG            PIC X VALUE 'N'.
              88  WS-SO-FOUND             VALUE 'Y'.

          01  WS-CARDS-READ               PIC 9(5) VALUE ZERO.
          01  WS-CARDS-APPLIED            PIC 9(5) VALUE ZERO.
          01  WS-CARDS-REJECTED           PIC 9(5) VALUE ZERO.

          01  WS-CARD-OK-FLAG             PIC X VALUE 'Y'.
              88  WS-CARD-OK              VALUE 'Y'.
              88  WS-CARD-BAD             VALUE 'N'.

          01  WS-CODE-TABLE.
              05  WS-CODE-ENTRY OCCURS 50 TIMES.
                  10  WS-CODE-VALUE       PIC X(2).
                  10  WS-CODE-EFF         PIC 9(8).
                  10  WS-CODE-EXP         PIC 9(8).
                  10  WS-CODE-DAILY       PIC X.
          01  WS-CODE-MAX                 PIC 9(3) VALUE 50.
          01  WS-CODE-CNT                 PIC 9(3) VALUE ZERO.
          01  WS-CODE-HIT                 PIC 9(3) VALUE ZERO.
          01  WS-CODE-SUB                 PIC 9(3) VALUE 1.

          01  WS-BRN-TABLE.
              05  WS-BRN-ENTRY OCCURS 200 TIMES.
                  10  WS-BRN-NUMBER       PIC X(4).
                  10  WS-BRN-STAT         PIC X.
          01  WS-BRN-MAX                  PIC 9(3) VALUE 200.
          01  WS-BRN-CNT                  PIC 9(3) VALUE ZERO.
          01  WS-BRN-HIT                  PIC 9(3) VALUE ZERO.
          01  WS-BRN-SUB                  PIC 9(3) VALUE 1.

      *    CALENDAR-DATE EDIT FOR THE START AND END DATES ON A CARD.
          01  WS-EDIT-DATE                PIC X(8) VALUE SPACES.
          01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
              05  WS-EDIT-YYYY            PIC 9(4).
              05  WS-EDIT-MM              PIC 9(2).
              05  WS-EDIT-DD              PIC 9(2).
          01  WS-DATE-OK-FLAG             PIC X VALUE 'Y'.
              88  WS-DATE-OK              VALUE 'Y'.
          01  WS-MONTH-DAYS               PIC X(24)
                  VALUE '312831303130313130313031'.
          01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
              05  WS-MONTH-DD             PIC 9(2) OCCURS 12 TIMES.
          01  WS-MAX-DD                   PIC 9(2) VALUE ZERO.
          01  WS-LEAP-Q                   PIC 9(4) VALUE ZERO.
          01  WS-LEAP-R                   PIC 9(4) VALUE ZERO.

          01  WS-CODE-DATE                PIC 9(8) VALUE ZERO.
          01  WS-NEW-END                  PIC 9(8) VALUE ZERO.
          01  WS-OLD-STATUS               PIC X VALUE SPACE.
          01  WS-NEW-STATUS               PIC X VALUE SPACE.
          01  WS-OLD-CODE                 PIC X(2) VALUE SPACES.
          01  WS-NEW-CODE                 PIC X(2) VALUE SPACES.
          01  WS-OLD-AMOUNT               PIC 9(9)V99 VALUE ZERO.
          01  WS-NEW-AMOUNT               PIC 9(9)V99 VALUE ZERO.
          01  WS-OLD-END-DATE             PIC X(8) VALUE SPACES.
          01  WS-NEW-END-DATE             PIC X(8) VALUE SPACES.
          01  WS-OLD-BRANCH               PIC X(4) VALUE SPACES.
          01  WS-NEW-BRANCH               PIC X(4) VALUE SPACES.
          01  WS-RUN-DATE                 PIC 9(8).
          01  WS-RUN-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
          A-PARA.
          DISPLAY 'SOMNT - STANDING ORDER MAINTENANCE'
          PERFORM A-PARA-DATE-CONTROL
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM A-PARA-LOAD-CODES
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-BRANCHES
          END-IF
          OPEN I-O SORDER-FILE
          IF WS-SORD-STATUS NOT = '00'
              DISPLAY 'ERROR: SORDER-FILE OPEN FAILED, STATUS='
                  WS-SORD-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN INPUT ACCOUNT-FILE
          IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR: ACCOUNT-FILE OPEN FAILED, STATUS='
                  WS-ACCT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN INPUT CARD-FILE
          IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR: CARD-FILE OPEN FAILED, STATUS='
                  WS-CARD-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN EXTEND SO-AUDIT-FILE
          IF WS-SAUD-STATUS NOT = '00'
              DISPLAY 'ERROR: SO-AUDIT-FILE OPEN FAILED, STATUS='
                  WS-SAUD-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM B-PARA UNTIL WS-CARD-EOF OR WS-FILE-ERROR
          END-IF
          CLOSE CARD-FILE
          CLOSE SORDER-FILE
          CLOSE ACCOUNT-FILE
          CLOSE SO-AUDIT-FILE
          GO TO D-PARA.

      *    THE BUSINESS DATE COMES FROM THE DATE CONTROL, NOT THE
      *    SYSTEM CLOCK. MAINTENANCE MAY RUN AT ANY POINT IN THE DAY
      *    EXCEPT WHILE A CYCLE STEP IS RUNNING OR AWAITING RESTART
      *    -- A RESTARTED STEP MUST SEE THE SAME ORDERS IT STARTED
      *    WITH.
          A-PARA-DATE-CONTROL.
          MOVE 'SOMNT' TO WS-DC-OWN-STEP
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
                          MOVE CODE-DAILY-FLAG
                              TO WS-CODE-DAILY (WS-CODE-CNT)
                      END-IF
                  END-IF
          END-READ.

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
                  SET WS-CARD-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-CARDS-READ
                  PERFORM B-PARA-APPLY-CARD
          END-READ.

          B-PARA-APPLY-CARD.
          SET WS-CARD-OK TO TRUE
          MOVE SPACE TO WS-OLD-STATUS
          MOVE SPACE TO WS-NEW-STATUS
          MOVE SPACES TO WS-OLD-CODE
          MOVE SPACES TO WS-NEW-CODE
          MOVE ZERO TO WS-OLD-AMOUNT
          MOVE ZERO TO WS-NEW-AMOUNT
          MOVE SPACES TO WS-OLD-END-DATE
          MOVE SPACES TO WS-NEW-END-DATE
          MOVE SPACES TO WS-OLD-BRANCH
          MOVE SPACES TO WS-NEW-BRANCH
          PERFORM B-PARA-FIND-ORDER
          IF WS-SO-FOUND
              MOVE SO-STATUS TO WS-OLD-STATUS
              MOVE SO-TRANS-CODE TO WS-OLD-CODE
              MOVE SO-AMOUNT TO WS-OLD-AMOUNT
              MOVE SO-END-DATE TO WS-OLD-END-DATE
              MOVE SO-BRANCH TO WS-OLD-BRANCH
          END-IF
          IF CARD-ACTION-ADD
              PERFORM B-PARA-ADD-ORDER
          ELSE
              IF CARD-ACTION-CHANGE
                  PERFORM B-PARA-CHANGE-ORDER
              ELSE
                  IF CARD-ACTION-HOLD
                      PERFORM B-PARA-HOLD-ORDER
                  ELSE
                      IF CARD-ACTION-RESUME
                          PERFORM B-PARA-RESUME-ORDER
                      ELSE
                          IF CARD-ACTION-CANCEL
                              PERFORM B-PARA-CANCEL-ORDER
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
          IF WS-CARD-OK
              ADD 1 TO WS-CARDS-APPLIED
          ELSE
              ADD 1 TO WS-CARDS-REJECTED
          END-IF
          PERFORM B-PARA-WRITE-AUDIT.

          B-PARA-FIND-ORDER.
          MOVE 'N' TO WS-SO-FOUND-FLAG
          IF CARD-ACCT-KEY NOT = SPACES AND CARD-SEQ NOT = SPACE
              MOVE CARD-KEY TO SO-KEY
              READ SORDER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WS-SO-FOUND TO TRUE
              END-READ
          END-IF.

      *    THE SEQUENCE LETTER BECOMES BYTE 7 OF EVERY TRANS-ID THE
      *    ORDER GENERATES. I, M AND O ARE THE ACCRUAL RUN'S ITEM
      *    TYPES IN THAT BYTE AND ARE NEVER GIVEN OUT HERE.
          B-PARA-ADD-ORDER.
          IF CARD-ACCT-KEY = SPACES
              OR CARD-SEQ NOT ALPHABETIC-UPPER
              OR CARD-SEQ = SPACE OR CARD-SEQ = 'I'
              OR CARD-SEQ = 'M' OR CARD-SEQ = 'O'
              DISPLAY 'CARD ' WS-CARDS-READ
                  ' REJECTED: ACCOUNT BLANK OR BAD ORDER SEQUENCE'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF WS-SO-FOUND
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                      CARD-KEY ' ALREADY ON MASTER'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  PERFORM B-PARA-ADD-EDITS
                  IF WS-CARD-OK
                      PERFORM B-PARA-BUILD-ORDER
                  END-IF
              END-IF
          END-IF.

      *    AN ORDER STARTS NO EARLIER THAN TODAY -- THE GENERATOR
      *    NEVER BACK-FILLS A SCHEDULE THAT BEGAN BEFORE THE ORDER
      *    WAS ON FILE.
          B-PARA-ADD-EDITS.
          MOVE CARD-ACCT-KEY TO ACCT-KEY
          READ ACCOUNT-FILE
              INVALID KEY
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                      CARD-ACCT-KEY ' NOT ON MASTER'
                  SET WS-CARD-BAD TO TRUE
          END-READ
          IF WS-CARD-OK AND ACCT-CLOSED
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                  CARD-ACCT-KEY ' CLOSED'
              SET WS-CARD-BAD TO TRUE
          END-IF
          IF WS-CARD-OK
              IF CARD-AMOUNT NOT NUMERIC
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: AMOUNT NOT NUMERIC'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  IF CARD-AMOUNT = ZERO
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: AMOUNT ZERO'
                      SET WS-CARD-BAD TO TRUE
                  END-IF
              END-IF
          END-IF
          IF WS-CARD-OK
              MOVE CARD-FREQ TO SO-FREQ
              IF NOT SO-FREQ-VALID
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: BAD FREQUENCY ''' CARD-FREQ ''''
                  SET WS-CARD-BAD TO TRUE
              END-IF
          END-IF
          IF WS-CARD-OK
              MOVE CARD-START-DATE TO WS-EDIT-DATE
              PERFORM B-PARA-EDIT-DATE
              IF NOT WS-DATE-OK
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: BAD START DATE'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  IF CARD-START-DATE < WS-RUN-DATE
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: START DATE BEFORE TODAY'
                      SET WS-CARD-BAD TO TRUE
                  END-IF
              END-IF
          END-IF
          IF WS-CARD-OK
              IF CARD-END-DATE = SPACES
                  MOVE 99999999 TO WS-NEW-END
              ELSE
                  PERFORM B-PARA-EDIT-END-DATE
              END-IF
          END-IF
          IF WS-CARD-OK
              IF WS-NEW-END < CARD-START-DATE
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: END DATE BEFORE START DATE'
                  SET WS-CARD-BAD TO TRUE
              END-IF
          END-IF
          IF WS-CARD-OK
              MOVE CARD-START-DATE TO WS-CODE-DATE
              PERFORM B-PARA-EDIT-CODE
          END-IF
          IF WS-CARD-OK
              PERFORM B-PARA-EDIT-BRANCH
          END-IF.

          B-PARA-BUILD-ORDER.
          MOVE SPACES TO STANDING-ORDER-RECORD
          MOVE CARD-KEY TO SO-KEY
          MOVE 'A' TO SO-STATUS
          MOVE CARD-TRANS-CODE TO SO-TRANS-CODE
          MOVE CARD-AMOUNT TO SO-AMOUNT
          MOVE CARD-FREQ TO SO-FREQ
          MOVE CARD-START-DATE TO SO-START-DATE
          MOVE WS-NEW-END TO SO-END-DATE
          MOVE CARD-START-DATE TO SO-NEXT-DUE
          MOVE CARD-START-DATE(7:2) TO SO-ANCHOR-DD
          MOVE CARD-BRANCH TO SO-BRANCH
          MOVE WS-RUN-DATE TO SO-SET-UP-DATE
          WRITE STANDING-ORDER-RECORD
              INVALID KEY
                  DISPLAY 'ERROR: ORDER WRITE FAILED FOR '
                      SO-KEY ' STATUS=' WS-SORD-STATUS
                  SET WS-FILE-ERROR TO TRUE
                  SET WS-CARD-BAD TO TRUE
          END-WRITE
          IF WS-CARD-OK
              MOVE 'A' TO WS-NEW-STATUS
              MOVE SO-TRANS-CODE TO WS-NEW-CODE
              MOVE SO-AMOUNT TO WS-NEW-AMOUNT
              MOVE SO-END-DATE TO WS-NEW-END-DATE
              MOVE SO-BRANCH TO WS-NEW-BRANCH
          END-IF.

      *    A CHANGE CARD CARRIES ONLY THE FIELDS BEING CHANGED:
      *    CODE, AMOUNT, END DATE AND BOOKING BRANCH. THE FREQUENCY
      *    AND START DATE FIX THE SCHEDULE AND ITS TRANS-IDS, SO A
      *    DIFFERENT SCHEDULE IS A CANCEL AND A NEW ORDER.
          B-PARA-CHANGE-ORDER.
          IF NOT WS-SO-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                  CARD-KEY ' NOT ON MASTER'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF SO-CANCELLED
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                      CARD-KEY ' CANCELLED'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  IF CARD-FREQ NOT = SPACE
                      OR CARD-START-DATE NOT = SPACES
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: FREQUENCY AND START DATE'
                          ' CANNOT BE CHANGED'
                      SET WS-CARD-BAD TO TRUE
                  ELSE
                      IF CARD-TRANS-CODE = SPACES
                          AND CARD-AMOUNT-X = SPACES
                          AND CARD-END-DATE = SPACES
                          AND CARD-BRANCH = SPACES
                          DISPLAY 'CARD ' WS-CARDS-READ
                              ' REJECTED: NOTHING TO CHANGE'
                          SET WS-CARD-BAD TO TRUE
                      ELSE
                          PERFORM B-PARA-CHANGE-EDITS
                      END-IF
                  END-IF
              END-IF
          END-IF.

      *    EVERY FIELD ON THE CARD IS EDITED BEFORE ANY IS APPLIED,
      *    SO A CARD WITH ONE BAD FIELD CHANGES NOTHING.
          B-PARA-CHANGE-EDITS.
          IF CARD-AMOUNT-X NOT = SPACES
              IF CARD-AMOUNT NOT NUMERIC
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: AMOUNT NOT NUMERIC'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  IF CARD-AMOUNT = ZERO
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: AMOUNT ZERO'
                      SET WS-CARD-BAD TO TRUE
                  END-IF
              END-IF
          END-IF
          IF WS-CARD-OK AND CARD-END-DATE NOT = SPACES
              PERFORM B-PARA-EDIT-END-DATE
              IF WS-CARD-OK AND WS-NEW-END < SO-START-DATE
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: END DATE BEFORE START DATE'
                  SET WS-CARD-BAD TO TRUE
              END-IF
          END-IF
          IF WS-CARD-OK AND CARD-TRANS-CODE NOT = SPACES
              MOVE SO-NEXT-DUE TO WS-CODE-DATE
              IF WS-CODE-DATE < WS-RUN-DATE
                  MOVE WS-RUN-DATE TO WS-CODE-DATE
              END-IF
              PERFORM B-PARA-EDIT-CODE
          END-IF
          IF WS-CARD-OK AND CARD-BRANCH NOT = SPACES
              PERFORM B-PARA-EDIT-BRANCH
          END-IF
          IF WS-CARD-OK
              IF CARD-AMOUNT-X NOT = SPACES
                  MOVE CARD-AMOUNT TO SO-AMOUNT
              END-IF
              IF CARD-END-DATE NOT = SPACES
                  MOVE WS-NEW-END TO SO-END-DATE
              END-IF
              IF CARD-TRANS-CODE NOT = SPACES
                  MOVE CARD-TRANS-CODE TO SO-TRANS-CODE
              END-IF
              IF CARD-BRANCH NOT = SPACES
                  MOVE CARD-BRANCH TO SO-BRANCH
              END-IF
              PERFORM B-PARA-REWRITE-ORDER
              IF WS-CARD-OK
                  MOVE SO-STATUS TO WS-NEW-STATUS
                  MOVE SO-TRANS-CODE TO WS-NEW-CODE
                  MOVE SO-AMOUNT TO WS-NEW-AMOUNT
                  MOVE SO-END-DATE TO WS-NEW-END-DATE
                  MOVE SO-BRANCH TO WS-NEW-BRANCH
              END-IF
          END-IF.

      *    A HELD ORDER'S PAYMENTS ARE SKIPPED, NOT SAVED UP -- THE
      *    GENERATOR ROLLS THE DUE DATE PAST THEM -- SO A RESUME
      *    PICKS UP AT THE NEXT SCHEDULED PAYMENT.
          B-PARA-HOLD-ORDER.
          IF NOT WS-SO-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                  CARD-KEY ' NOT ON MASTER'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF NOT SO-ACTIVE
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                      CARD-KEY ' NOT ACTIVE'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE 'H' TO SO-STATUS
                  PERFORM B-PARA-STATUS-CHANGED
              END-IF
          END-IF.

          B-PARA-RESUME-ORDER.
          IF NOT WS-SO-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                  CARD-KEY ' NOT ON MASTER'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF NOT SO-HELD
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                      CARD-KEY ' NOT HELD'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE 'A' TO SO-STATUS
                  PERFORM B-PARA-STATUS-CHANGED
              END-IF
          END-IF.

      *    A CANCELLED ORDER STAYS ON FILE SO ITS ITEMS STILL IN
      *    SUSPENSE CAN BE REPORTED BACK AGAINST IT.
          B-PARA-CANCEL-ORDER.
          IF NOT WS-SO-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                  CARD-KEY ' NOT ON MASTER'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF SO-CANCELLED
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ORDER '
                      CARD-KEY ' ALREADY CANCELLED'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE 'C' TO SO-STATUS
                  PERFORM B-PARA-STATUS-CHANGED
              END-IF
          END-IF.

          B-PARA-STATUS-CHANGED.
          PERFORM B-PARA-REWRITE-ORDER
          IF WS-CARD-OK
              MOVE SO-STATUS TO WS-NEW-STATUS
              MOVE SO-TRANS-CODE TO WS-NEW-CODE
              MOVE SO-AMOUNT TO WS-NEW-AMOUNT
              MOVE SO-END-DATE TO WS-NEW-END-DATE
              MOVE SO-BRANCH TO WS-NEW-BRANCH
          END-IF.

          B-PARA-REWRITE-ORDER.
          REWRITE STANDING-ORDER-RECORD
              INVALID KEY
                  DISPLAY 'ERROR: ORDER REWRITE FAILED FOR '
                      SO-KEY ' STATUS=' WS-SORD-STATUS
                  SET WS-FILE-ERROR TO TRUE
                  SET WS-CARD-BAD TO TRUE
          END-REWRITE.

          B-PARA-EDIT-END-DATE.
          MOVE CARD-END-DATE TO WS-EDIT-DATE
          IF CARD-END-DATE = '99999999'
              MOVE 99999999 TO WS-NEW-END
          ELSE
              PERFORM B-PARA-EDIT-DATE
              IF NOT WS-DATE-OK
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: BAD END DATE'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE CARD-END-DATE TO WS-NEW-END
              END-IF
          END-IF.

      *    THE ORDER'S CODE MUST PASS THE DAILY POSTING RUN'S OWN
      *    CODE EDIT, OR EVERY ITEM IT GENERATES WOULD REJECT R003.
          B-PARA-EDIT-CODE.
          MOVE ZERO TO WS-CODE-HIT
          PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                  UNTIL WS-CODE-SUB > WS-CODE-CNT
              IF CARD-TRANS-CODE = WS-CODE-VALUE (WS-CODE-SUB)
                  MOVE WS-CODE-SUB TO WS-CODE-HIT
                  MOVE WS-CODE-CNT TO WS-CODE-SUB
              END-IF
          END-PERFORM
          IF WS-CODE-HIT = ZERO
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: CODE '
                  CARD-TRANS-CODE ' NOT ON THE CODE TABLE'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF WS-CODE-DATE < WS-CODE-EFF (WS-CODE-HIT)
                  OR WS-CODE-DATE > WS-CODE-EXP (WS-CODE-HIT)
                  OR WS-CODE-DAILY (WS-CODE-HIT) NOT = 'Y'
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: CODE '
                      CARD-TRANS-CODE ' NOT USABLE IN THE DAILY'
                      ' CYCLE ON ' WS-CODE-DATE
                  SET WS-CARD-BAD TO TRUE
              END-IF
          END-IF.

          B-PARA-EDIT-BRANCH.
          MOVE ZERO TO WS-BRN-HIT
          PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                  UNTIL WS-BRN-SUB > WS-BRN-CNT
              IF CARD-BRANCH = WS-BRN-NUMBER (WS-BRN-SUB)
                  MOVE WS-BRN-SUB TO WS-BRN-HIT
                  MOVE WS-BRN-CNT TO WS-BRN-SUB
              END-IF
          END-PERFORM
          IF WS-BRN-HIT = ZERO
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: BRANCH '
                  CARD-BRANCH ' NOT ON DIRECTORY'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF WS-BRN-STAT (WS-BRN-HIT) NOT = 'A'
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: BRANCH '
                      CARD-BRANCH ' NOT ACTIVE'
                  SET WS-CARD-BAD TO TRUE
              END-IF
          END-IF.

          B-PARA-EDIT-DATE.
          MOVE 'Y' TO WS-DATE-OK-FLAG
          IF WS-EDIT-DATE NOT NUMERIC
              MOVE 'N' TO WS-DATE-OK-FLAG
          END-IF
          IF WS-DATE-OK
              IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
                  MOVE 'N' TO WS-DATE-OK-FLAG
              END-IF
          END-IF
          IF WS-DATE-OK
              MOVE WS-MONTH-DD (WS-EDIT-MM) TO WS-MAX-DD
              IF WS-EDIT-MM = 02
                  PERFORM B-PARA-LEAP-CHECK
              END-IF
              IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
                  MOVE 'N' TO WS-DATE-OK-FLAG
              END-IF
          END-IF.

          B-PARA-LEAP-CHECK.
          DIVIDE WS-EDIT-YYYY BY 4
              GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
          IF WS-LEAP-R = ZERO
              MOVE 29 TO WS-MAX-DD
              DIVIDE WS-EDIT-YYYY BY 100
                  GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
              IF WS-LEAP-R = ZERO
                  DIVIDE WS-EDIT-YYYY BY 400
                      GIVING WS-LEAP-Q REMAINDER WS-LEAP-R
                  IF WS-LEAP-R NOT = ZERO
                      MOVE 28 TO WS-MAX-DD
                  END-IF
              END-IF
          END-IF.

          B-PARA-WRITE-AUDIT.
          MOVE SPACES TO SO-AUDIT-RECORD
          MOVE WS-RUN-DATE TO SAUD-DATE
          MOVE WS-RUN-TIME TO SAUD-TIME
          MOVE CARD-USER-ID TO SAUD-USER-ID
          MOVE CARD-ACTION TO SAUD-ACTION
          MOVE CARD-KEY TO SAUD-KEY
          MOVE WS-OLD-STATUS TO SAUD-OLD-STATUS
          MOVE WS-NEW-STATUS TO SAUD-NEW-STATUS
          MOVE WS-OLD-CODE TO SAUD-OLD-CODE
          MOVE WS-NEW-CODE TO SAUD-NEW-CODE
          MOVE WS-OLD-AMOUNT TO SAUD-OLD-AMOUNT
          MOVE WS-NEW-AMOUNT TO SAUD-NEW-AMOUNT
          MOVE WS-OLD-END-DATE TO SAUD-OLD-END-DATE
          MOVE WS-NEW-END-DATE TO SAUD-NEW-END-DATE
          MOVE WS-OLD-BRANCH TO SAUD-OLD-BRANCH
          MOVE WS-NEW-BRANCH TO SAUD-NEW-BRANCH
          IF WS-CARD-OK
              MOVE 'APPLIED' TO SAUD-RESULT
          ELSE
              MOVE 'REJECTED' TO SAUD-RESULT
          END-IF
          WRITE SO-AUDIT-RECORD.

          D-PARA.
          DISPLAY 'CARDS READ:     ' WS-CARDS-READ
          DISPLAY 'CARDS APPLIED:  ' WS-CARDS-APPLIED
          DISPLAY 'CARDS REJECTED: ' WS-CARDS-REJECTED
          IF WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-CARDS-REJECTED > ZERO
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
