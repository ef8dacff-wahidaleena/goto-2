       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CUSTCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

      *    THE CUSTOMER INFORMATION FILE IS A VSAM KSDS KEYED ON THE
      *    ACCOUNT NUMBER. MAINTENANCE UPDATES IT IN PLACE, SO A NEW
      *    ADDRESS IS ON THE NEXT STATEMENT RUN THE MOMENT ITS CARD
      *    APPLIES. THE JCL BACKS THE CLUSTER UP FIRST.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCT-KEY
               FILE STATUS IS WS-CUST-STATUS.

      *    THE LIVE ACCOUNT MASTER, READ ONLY -- A CUSTOMER RECORD
      *    IS ONLY SET UP FOR AN ACCOUNT THAT EXISTS AND IS NOT
      *    CLOSED, AND ONLY REMOVED ONCE THE ACCOUNT HAS CLOSED.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUST-AUDIT-FILE ASSIGN TO 'CUSTAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAUD-STATUS.

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
               88  CARD-ACTION-UNHOLD     VALUE 'UNHOLD'.
               88  CARD-ACTION-DELETE     VALUE 'DELETE'.
           05  CARD-ACCT-KEY              PIC X(6).
           05  CARD-USER-ID               PIC X(8).
           05  CARD-FIELD                 PIC X(6).
               88  CARD-FIELD-NAME1       VALUE 'NAME1 '.
               88  CARD-FIELD-NAME2       VALUE 'NAME2 '.
               88  CARD-FIELD-ADDR1       VALUE 'ADDR1 '.
               88  CARD-FIELD-ADDR2       VALUE 'ADDR2 '.
               88  CARD-FIELD-ADDR3       VALUE 'ADDR3 '.
               88  CARD-FIELD-CITY        VALUE 'CITY  '.
               88  CARD-FIELD-STATE       VALUE 'STATE '.
               88  CARD-FIELD-POST        VALUE 'POST  '.
               88  CARD-FIELD-DELIV       VALUE 'DELIV '.
      *        FIELDS THAT MAY NOT BE CHANGED TO SPACES.
               88  CARD-FIELD-REQUIRED    VALUE 'NAME1 ' 'ADDR1 '
                                                'CITY  ' 'POST  '
                                                'DELIV '.
           05  CARD-VALUE                 PIC X(30).
           05  FILLER                     PIC X(24).

       FD  CUSTOMER-FILE
           RECORDING MODE IS F.
       COPY CUSTREC.

       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

       FD  CUST-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CAUDREC.

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY DATECTL.

          01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
          01  WS-CUST-STATUS              PIC X(2) VALUE '00'.
          01  WS-ACCT-STATUS              PIC X(2) VALUE '00'.
          01  WS-CAUD-STATUS              PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

          01  WS-CARD-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CARD-EOF             VALUE 'Y'.

          01  WS-CUST-FOUND-FLAG          PIC X VALUE 'N'.
              88  WS-CUST-FOUND           VALUE 'Y'.

          01  WS-CARDS-READ               PIC 9(5) VALUE ZERO.
          01  WS-CARDS-APPLIED            PIC 9(5) VALUE ZERO.
          01  WS-CARDS-REJECTED           PIC 9(5) VALUE ZERO.

          01  WS-CARD-OK-FLAG             PIC X VALUE 'Y'.
              88  WS-CARD-OK              VALUE 'Y'.
              88  WS-CARD-BAD             VALUE 'N'.

      *    THE CUSTOMER RECORD AS IT STOOD BEFORE THE CARD AND AS THE
      *    CARD LEFT IT, FOR THE AUDIT TRAIL.
          01  WS-BEFORE-IMAGE             PIC X(250) VALUE SPACES.
          01  WS-AFTER-IMAGE              PIC X(250) VALUE SPACES.

          01  WS-RUN-DATE                 PIC 9(8).
          01  WS-RUN-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
          A-PARA.
          DISPLAY 'CUSTMNT - CUSTOMER INFORMATION MAINTENANCE'
          PERFORM A-PARA-DATE-CONTROL
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          ACCEPT WS-RUN-TIME FROM TIME
          OPEN I-O CUSTOMER-FILE
          IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'ERROR: CUSTOMER-FILE OPEN FAILED, STATUS='
                  WS-CUST-STATUS
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
          OPEN EXTEND CUST-AUDIT-FILE
          IF WS-CAUD-STATUS NOT = '00'
              DISPLAY 'ERROR: CUST-AUDIT-FILE OPEN FAILED, STATUS='
                  WS-CAUD-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM B-PARA UNTIL WS-CARD-EOF OR WS-FILE-ERROR
          END-IF
          CLOSE CARD-FILE
          CLOSE CUSTOMER-FILE
          CLOSE ACCOUNT-FILE
          CLOSE CUST-AUDIT-FILE
          GO TO D-PARA.

      *    THE BUSINESS DATE COMES FROM THE DATE CONTROL, NOT THE
      *    SYSTEM CLOCK. MAINTENANCE MAY RUN AT ANY POINT IN THE DAY
      *    EXCEPT WHILE A CYCLE STEP IS RUNNING OR AWAITING RESTART.
          A-PARA-DATE-CONTROL.
          MOVE 'CUSTMNT' TO WS-DC-OWN-STEP
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
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE SPACES TO WS-AFTER-IMAGE
          PERFORM B-PARA-FIND-CUSTOMER
          IF WS-CUST-FOUND
              MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
          END-IF
          IF CARD-ACTION-ADD
              PERFORM B-PARA-ADD-CUSTOMER
          ELSE
              IF CARD-ACTION-CHANGE
                  PERFORM B-PARA-CHANGE-CUSTOMER
              ELSE
                  IF CARD-ACTION-HOLD
                      PERFORM B-PARA-HOLD-MAIL
                  ELSE
                      IF CARD-ACTION-UNHOLD
                          PERFORM B-PARA-UNHOLD-MAIL
                      ELSE
                          IF CARD-ACTION-DELETE
                              PERFORM B-PARA-DELETE-CUSTOMER
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

          B-PARA-FIND-CUSTOMER.
          MOVE 'N' TO WS-CUST-FOUND-FLAG
          IF CARD-ACCT-KEY NOT = SPACES
              MOVE CARD-ACCT-KEY TO CUST-ACCT-KEY
              READ CUSTOMER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WS-CUST-FOUND TO TRUE
              END-READ
          END-IF.

      *    AN ADD CARD CARRIES THE PRIMARY NAME. THE ADDRESS AND ANY
      *    SECOND NAME FOLLOW AS CHANGE CARDS IN THE SAME DECK; UNTIL
      *    THEY DO, THE ACCOUNT'S STATEMENTS ARE DIVERTED AS
      *    UNADDRESSED RATHER THAN MAILED.
          B-PARA-ADD-CUSTOMER.
          IF CARD-ACCT-KEY = SPACES
              DISPLAY 'CARD ' WS-CARDS-READ
                  ' REJECTED: ACCOUNT BLANK'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF WS-CUST-FOUND
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                      CARD-ACCT-KEY ' ALREADY ON CUSTOMER FILE'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  IF (CARD-FIELD NOT = SPACES
                      AND NOT CARD-FIELD-NAME1)
                      OR CARD-VALUE = SPACES
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: ADD NEEDS THE PRIMARY NAME'
                      SET WS-CARD-BAD TO TRUE
                  ELSE
                      PERFORM B-PARA-ADD-EDITS
                      IF WS-CARD-OK
                          PERFORM B-PARA-BUILD-CUSTOMER
                      END-IF
                  END-IF
              END-IF
          END-IF.

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
          END-IF.

          B-PARA-BUILD-CUSTOMER.
          MOVE SPACES TO CUSTOMER-RECORD
          MOVE CARD-ACCT-KEY TO CUST-ACCT-KEY
          MOVE CARD-VALUE TO CUST-NAME-1
          MOVE 'P' TO CUST-DELIVERY
          MOVE 'N' TO CUST-HOLD-MAIL
          MOVE WS-RUN-DATE TO CUST-SET-UP-DATE
          MOVE WS-RUN-DATE TO CUST-CHANGE-DATE
          MOVE CARD-USER-ID TO CUST-CHANGE-USER
          WRITE CUSTOMER-RECORD
              INVALID KEY
                  DISPLAY 'ERROR: CUSTOMER WRITE FAILED FOR '
                      CUST-ACCT-KEY ' STATUS=' WS-CUST-STATUS
                  SET WS-FILE-ERROR TO TRUE
                  SET WS-CARD-BAD TO TRUE
          END-WRITE
          IF WS-CARD-OK
              MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
          END-IF.

      *    ONE FIELD PER CHANGE CARD, SO EVERY AUDIT RECORD SHOWS
      *    EXACTLY ONE NAME OR ADDRESS LINE MOVING. THE SECOND NAME
      *    AND THE SECOND AND THIRD ADDRESS LINES MAY BE BLANKED; THE
      *    REST OF A MAILABLE ADDRESS MAY NOT.
          B-PARA-CHANGE-CUSTOMER.
          IF NOT WS-CUST-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                  CARD-ACCT-KEY ' NOT ON CUSTOMER FILE'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF CARD-FIELD-REQUIRED AND CARD-VALUE = SPACES
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: '
                      CARD-FIELD ' CANNOT BE BLANK'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  PERFORM B-PARA-CHANGE-FIELD
                  IF WS-CARD-OK
                      MOVE WS-RUN-DATE TO CUST-CHANGE-DATE
                      MOVE CARD-USER-ID TO CUST-CHANGE-USER
                      PERFORM B-PARA-REWRITE-CUSTOMER
                  END-IF
              END-IF
          END-IF.

          B-PARA-CHANGE-FIELD.
          EVALUATE TRUE
              WHEN CARD-FIELD-NAME1
                  MOVE CARD-VALUE TO CUST-NAME-1
              WHEN CARD-FIELD-NAME2
                  MOVE CARD-VALUE TO CUST-NAME-2
              WHEN CARD-FIELD-ADDR1
                  MOVE CARD-VALUE TO CUST-ADDR-1
              WHEN CARD-FIELD-ADDR2
                  MOVE CARD-VALUE TO CUST-ADDR-2
              WHEN CARD-FIELD-ADDR3
                  MOVE CARD-VALUE TO CUST-ADDR-3
              WHEN CARD-FIELD-CITY
                  IF CARD-VALUE(21:10) NOT = SPACES
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: CITY OVER 20 CHARACTERS'
                      SET WS-CARD-BAD TO TRUE
                  ELSE
                      MOVE CARD-VALUE TO CUST-CITY
                  END-IF
              WHEN CARD-FIELD-STATE
                  IF CARD-VALUE(3:28) NOT = SPACES
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: STATE OVER 2 CHARACTERS'
                      SET WS-CARD-BAD TO TRUE
                  ELSE
                      MOVE CARD-VALUE TO CUST-STATE
                  END-IF
              WHEN CARD-FIELD-POST
                  IF CARD-VALUE(11:20) NOT = SPACES
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: POSTCODE OVER 10 CHARACTERS'
                      SET WS-CARD-BAD TO TRUE
                  ELSE
                      MOVE CARD-VALUE TO CUST-POSTCODE
                  END-IF
              WHEN CARD-FIELD-DELIV
                  MOVE CARD-VALUE(1:1) TO CUST-DELIVERY
                  IF NOT CUST-DELIV-VALID
                      OR CARD-VALUE(2:29) NOT = SPACES
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: DELIVERY MUST BE P OR E'
                      SET WS-CARD-BAD TO TRUE
                  END-IF
              WHEN OTHER
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: BAD FIELD ''' CARD-FIELD ''''
                  SET WS-CARD-BAD TO TRUE
          END-EVALUATE.

      *    HOLD-MAIL STOPS EVERY STATEMENT TO THE ADDRESS FROM THE
      *    NEXT STATEMENT RUN UNTIL AN UNHOLD CARD; THE STATEMENTS
      *    ARE STILL PRODUCED, BUT DIVERTED AWAY FROM THE VENDOR.
          B-PARA-HOLD-MAIL.
          IF NOT WS-CUST-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                  CARD-ACCT-KEY ' NOT ON CUSTOMER FILE'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF CUST-MAIL-HELD
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: MAIL FOR '
                      CARD-ACCT-KEY ' ALREADY HELD'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE 'Y' TO CUST-HOLD-MAIL
                  MOVE WS-RUN-DATE TO CUST-HOLD-DATE
                  MOVE WS-RUN-DATE TO CUST-CHANGE-DATE
                  MOVE CARD-USER-ID TO CUST-CHANGE-USER
                  PERFORM B-PARA-REWRITE-CUSTOMER
              END-IF
          END-IF.

          B-PARA-UNHOLD-MAIL.
          IF NOT WS-CUST-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                  CARD-ACCT-KEY ' NOT ON CUSTOMER FILE'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF NOT CUST-MAIL-HELD
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: MAIL FOR '
                      CARD-ACCT-KEY ' NOT HELD'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE 'N' TO CUST-HOLD-MAIL
                  MOVE SPACES TO CUST-HOLD-DATE
                  MOVE WS-RUN-DATE TO CUST-CHANGE-DATE
                  MOVE CARD-USER-ID TO CUST-CHANGE-USER
                  PERFORM B-PARA-REWRITE-CUSTOMER
              END-IF
          END-IF.

      *    A CUSTOMER RECORD OUTLIVES AN OPEN ACCOUNT -- THE CLOSING
      *    STATEMENT STILL HAS TO REACH SOMEONE -- SO IT IS ONLY
      *    REMOVED ONCE THE ACCOUNT IS CLOSED OR GONE FROM THE MASTER.
      *    THE AUDIT RECORD KEEPS ITS LAST IMAGE.
          B-PARA-DELETE-CUSTOMER.
          IF NOT WS-CUST-FOUND
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ACCOUNT '
                  CARD-ACCT-KEY ' NOT ON CUSTOMER FILE'
              SET WS-CARD-BAD TO TRUE
          ELSE
              MOVE CARD-ACCT-KEY TO ACCT-KEY
              READ ACCOUNT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT ACCT-CLOSED
                          DISPLAY 'CARD ' WS-CARDS-READ
                              ' REJECTED: ACCOUNT ' CARD-ACCT-KEY
                              ' NOT CLOSED'
                          SET WS-CARD-BAD TO TRUE
                      END-IF
              END-READ
              IF WS-CARD-OK
                  DELETE CUSTOMER-FILE
                      INVALID KEY
                          DISPLAY 'ERROR: CUSTOMER DELETE FAILED FOR '
                              CUST-ACCT-KEY ' STATUS=' WS-CUST-STATUS
                          SET WS-FILE-ERROR TO TRUE
                          SET WS-CARD-BAD TO TRUE
                  END-DELETE
              END-IF
          END-IF.

          B-PARA-REWRITE-CUSTOMER.
          REWRITE CUSTOMER-RECORD
              INVALID KEY
                  DISPLAY 'ERROR: CUSTOMER REWRITE FAILED FOR '
                      CUST-ACCT-KEY ' STATUS=' WS-CUST-STATUS
                  SET WS-FILE-ERROR TO TRUE
                  SET WS-CARD-BAD TO TRUE
          END-REWRITE
          IF WS-CARD-OK
              MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
          END-IF.

          B-PARA-WRITE-AUDIT.
          MOVE SPACES TO CUST-AUDIT-RECORD
          MOVE WS-RUN-DATE TO CAUD-DATE
          MOVE WS-RUN-TIME TO CAUD-TIME
          MOVE CARD-USER-ID TO CAUD-USER-ID
          MOVE CARD-ACTION TO CAUD-ACTION
          MOVE CARD-ACCT-KEY TO CAUD-ACCT-KEY
          MOVE CARD-FIELD TO CAUD-FIELD
          MOVE WS-BEFORE-IMAGE TO CAUD-BEFORE
          MOVE WS-AFTER-IMAGE TO CAUD-AFTER
          IF WS-CARD-OK
              MOVE 'APPLIED' TO CAUD-RESULT
          ELSE
              MOVE 'REJECTED' TO CAUD-RESULT
          END-IF
          WRITE CUST-AUDIT-RECORD.

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
