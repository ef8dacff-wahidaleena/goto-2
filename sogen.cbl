       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE STANDING-ORDER MASTER KSDS -- READ IN KEY ORDER AND
      *    REWRITTEN IN PLACE AS EACH ORDER'S NEXT-DUE DATE ROLLS,
      *    THEN READ BY KEY FOR THE SUSPENSE FOLLOW-UP.
           SELECT SORDER-FILE ASSIGN TO 'SORDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SORD-STATUS.

           SELECT CODE-FILE ASSIGN TO 'CODETBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      *    THE OPEN SUSPENSE ITEMS, READ ONLY -- ANY THIS GENERATOR
      *    PRODUCED ARE REPORTED BACK AGAINST THEIR ORDER.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT ORDER-TRAN-FILE ASSIGN TO 'SOTRANS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOTRN-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'SORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORDER-FILE
           RECORDING MODE IS F.
       COPY SORDREC.

       FD  CODE-FILE
           RECORDING MODE IS F.
       01  CODE-FILE-RECORD               PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-FILE-RECORD           PIC X(80).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  ORDER-TRAN-FILE
           RECORDING MODE IS F.
       01  ORDER-TRAN-RECORD              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY TRANREC.
          COPY CODEREC.
          COPY CALREC.
          COPY DATECTL.

          01  WS-SORD-STATUS              PIC X(2) VALUE '00'.
          01  WS-CODE-STATUS              PIC X(2) VALUE '00'.
          01  WS-CAL-STATUS               PIC X(2) VALUE '00'.
          01  WS-SUSP-STATUS              PIC X(2) VALUE '00'.
          01  WS-SOTRN-STATUS             PIC X(2) VALUE '00'.
          01  WS-REPORT-STATUS            PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

          01  WS-EOF-FLAG                 PIC X VALUE 'N'.
              88  WS-EOF                  VALUE 'Y'.
          01  WS-CODE-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CODE-EOF             VALUE 'Y'.
          01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-CAL-EOF              VALUE 'Y'.
          01  WS-SUSP-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-SUSP-EOF             VALUE 'Y'.

          01  WS-PARM-LEN                 PIC S9(4) COMP VALUE ZERO.
          01  WS-PARM-WORK                PIC X(20) VALUE SPACES.
          01  WS-PARM-WORK-R REDEFINES WS-PARM-WORK.
              05  WS-PARM-DATE            PIC X(8).
              05  FILLER                  PIC X(12).

          01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
          01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              05  WS-RUN-YYYY             PIC 9(4).
              05  WS-RUN-MM               PIC 9(2).
              05  WS-RUN-DD               PIC 9(2).
          01  WS-ORIGIN-ID                PIC X(8) VALUE 'STORDER'.
          01  WS-OPERATOR-ID              PIC X(6) VALUE 'STORDR'.

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

      *    BUSINESS-DAY CALENDAR. THE DAILY POSTING RUN TAKES ONLY
      *    ITEMS DATED AFTER THE MOST RECENT MONTH-END CUTOFF BEFORE
      *    THE RUN DATE (THE WINDOW START); AN ITEM SCHEDULED BEFORE
      *    THAT IS DATED THE FIRST BUSINESS DAY OF THE WINDOW (THE
      *    LATE DATE) SO IT STILL POSTS. ROOM FOR EVERY DAY FROM THE
      *    PRIOR MONTH TO THE END OF THE NEXT YEAR ONCE THAT IS
      *    GENERATED -- CALMNT NEVER RELEASES MORE THAN 800.
          01  WS-CAL-TABLE.
              05  WS-CAL-ENTRY OCCURS 800 TIMES.
                  10  WS-CAL-DAY          PIC 9(8).
                  10  WS-CAL-TYPE         PIC X.
          01  WS-CAL-MAX                  PIC 9(3) VALUE 800.
          01  WS-CAL-CNT                  PIC 9(3) VALUE ZERO.
          01  WS-CAL-SUB                  PIC 9(3) VALUE ZERO.
          01  WS-CAL-HIT                  PIC 9(3) VALUE ZERO.
          01  WS-WINDOW-START             PIC 9(8) VALUE ZERO.
          01  WS-LATE-DATE                PIC 9(8) VALUE ZERO.

      *    DATE WORK FOR ROLLING AN ORDER'S SCHEDULE FORWARD.
          01  WS-WORK-DATE                PIC 9(8) VALUE ZERO.
          01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
              05  WS-WORK-YYYY            PIC 9(4).
              05  WS-WORK-MM              PIC 9(2).
              05  WS-WORK-DD              PIC 9(2).
          01  WS-MONTH-DAYS               PIC X(24)
                  VALUE '312831303130313130313031'.
          01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS.
              05  WS-MONTH-DD             PIC 9(2) OCCURS 12 TIMES.
          01  WS-MONTH-CUM                PIC X(36)
                  VALUE '000031059090120151181212243273304334'.
          01  WS-MONTH-CUM-R REDEFINES WS-MONTH-CUM.
              05  WS-MONTH-BEFORE         PIC 9(3) OCCURS 12 TIMES.
          01  WS-MAX-DD                   PIC 9(2) VALUE ZERO.
          01  WS-LEAP-Q                   PIC 9(4) VALUE ZERO.
          01  WS-LEAP-R                   PIC 9(4) VALUE ZERO.
          01  WS-ADD-MONTHS               PIC 9(2) VALUE ZERO.
          01  WS-ADD-DAYS                 PIC 9(2) VALUE ZERO.
          01  WS-DAY-SUB                  PIC 9(2) VALUE ZERO.
          01  WS-DAY-OF-YEAR              PIC 9(3) VALUE ZERO.

          01  WS-SCHED-DATE               PIC 9(8) VALUE ZERO.
          01  WS-POST-DATE                PIC 9(8) VALUE ZERO.
          01  WS-FROM-DUE                 PIC 9(8) VALUE ZERO.
          01  WS-NOTE                     PIC X(50) VALUE SPACES.
          01  WS-ITEM-ID                  PIC X(10) VALUE SPACES.
          01  WS-ITEM-POST                PIC X(8) VALUE SPACES.

          01  WS-RESTORED-FLAG            PIC X VALUE 'N'.
              88  WS-RESTORED             VALUE 'Y'.
          01  WS-ORDER-STOP-FLAG          PIC X VALUE 'N'.
              88  WS-ORDER-STOP           VALUE 'Y'.
          01  WS-LATE-FLAG                PIC X VALUE 'N'.
              88  WS-ITEM-LATE            VALUE 'Y'.

      *    AN ORDER THAT IS FURTHER BEHIND THAN THIS MANY PAYMENTS
      *    HAS NOT BEEN GENERATED FOR OVER A YEAR -- ITS CATCH-UP
      *    STOPS FOR SOMEONE TO LOOK AT IT RATHER THAN FLOOD THE
      *    POSTING RUN.
          01  WS-ORDER-ITEMS              PIC 9(3) VALUE ZERO.
          01  WS-ORDER-ITEM-MAX           PIC 9(3) VALUE 60.

          01  WS-ORDERS-READ              PIC 9(9) VALUE ZERO.
          01  WS-ORDERS-CANCELLED         PIC 9(9) VALUE ZERO.
          01  WS-ORDERS-ENDED             PIC 9(9) VALUE ZERO.
          01  WS-ORDERS-ROLLED            PIC 9(9) VALUE ZERO.
          01  WS-HELD-SKIPPED             PIC 9(9) VALUE ZERO.
          01  WS-LATE-COUNT               PIC 9(9) VALUE ZERO.
          01  WS-EXCP-COUNT               PIC 9(9) VALUE ZERO.
          01  WS-ITEM-COUNT               PIC 9(9) VALUE ZERO.
          01  WS-ITEM-HASH                PIC 9(13)V99 VALUE ZERO.
          01  WS-SUSP-READ                PIC 9(9) VALUE ZERO.
          01  WS-SUSP-ORDERS              PIC 9(9) VALUE ZERO.
          01  WS-SUSP-AMT                 PIC S9(13)V99 VALUE ZERO.

          01  WS-RPT-CNT-PIC              PIC ZZZ,ZZZ,ZZ9.
          01  WS-RPT-AMT-PIC              PIC Z,ZZZ,ZZZ,ZZ9.99-.
          01  WS-RPT-TOT-PIC
                  PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          01  WS-RPT-PASS-PIC             PIC Z9.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'SOGEN - STANDING ORDER GENERATION'
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-CALENDAR
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-CODES
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-OPEN-FILES
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-WRITE-HEADER
              PERFORM A-PARA-REPORT-HEADINGS
              PERFORM B-PARA UNTIL WS-EOF OR WS-FILE-ERROR
      *        NO TRAILER ON A FAILED RUN -- THE POSTING RUN FAILS
      *        AN UNTERMINATED BLOCK, SO A PARTIAL GENERATION CAN
      *        NEVER POST EVEN IF THE CLEANUP STEP IS BYPASSED.
              IF NOT WS-FILE-ERROR
                  PERFORM A-PARA-WRITE-TRAILER
                  PERFORM C-PARA-SUSPENSE
                  PERFORM C-PARA-TOTALS
              END-IF
              CLOSE SORDER-FILE
              CLOSE ORDER-TRAN-FILE
              CLOSE REPORT-FILE
          END-IF
          GO TO D-PARA.

      *    PARM: COLS 1-8 THE BUSINESS DATE CCYYMMDD THE ITEMS ARE
      *    GENERATED FOR. WITHOUT IT THE OPEN BUSINESS DATE IS TAKEN
      *    FROM THE DATE CONTROL -- NEVER FROM THE SYSTEM CLOCK.
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
                  MOVE DC-BUS-DATE TO WS-RUN-DATE
              END-IF
          ELSE
              IF WS-PARM-DATE NOT NUMERIC
                  DISPLAY 'ERROR: PARM ''' WS-PARM-WORK
                      ''' NOT CCYYMMDD'
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  MOVE WS-PARM-DATE TO WS-RUN-DATE
              END-IF
          END-IF
          IF NOT WS-FILE-ERROR AND WS-PARM-WORK NOT = SPACES
              DISPLAY 'BUSINESS DATE ' WS-RUN-DATE
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
              IF WS-CAL-CNT = ZERO
                  DISPLAY 'ERROR: CALENDAR IS EMPTY'
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  PERFORM A-PARA-FIND-LATE-DATE
                  DISPLAY 'DAILY WINDOW OPENS AFTER ' WS-WINDOW-START
                      '  LATE ITEMS DATED ' WS-LATE-DATE
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
                      IF WS-CAL-CNT >= WS-CAL-MAX
                          DISPLAY 'ERROR: CALENDAR TABLE FULL AT '
                              WS-CAL-MAX
                          SET WS-FILE-ERROR TO TRUE
                      ELSE
                          ADD 1 TO WS-CAL-CNT
                          MOVE CAL-DATE
                              TO WS-CAL-DAY (WS-CAL-CNT)
                          MOVE CAL-DAY-TYPE
                              TO WS-CAL-TYPE (WS-CAL-CNT)
                          IF CAL-MONTH-END-CUTOFF
                              AND CAL-DATE < WS-RUN-DATE
                              AND CAL-DATE > WS-WINDOW-START
                              MOVE CAL-DATE TO WS-WINDOW-START
                          END-IF
                      END-IF
                  END-IF
          END-READ.

      *    THE LATE DATE IS THE FIRST BUSINESS DAY AFTER THE WINDOW
      *    START. ZERO WHEN THE CALENDAR HAS NONE, AND THEN NOTHING
      *    LATE IS GENERATED.
          A-PARA-FIND-LATE-DATE.
          MOVE ZERO TO WS-LATE-DATE
          IF WS-WINDOW-START > ZERO
              MOVE WS-WINDOW-START TO WS-WORK-DATE
              PERFORM B-PARA-NEXT-DAY
              MOVE WS-WORK-DATE TO WS-SCHED-DATE
              PERFORM B-PARA-ROLL-DATE
              IF WS-CAL-HIT > ZERO
                  MOVE WS-POST-DATE TO WS-LATE-DATE
              END-IF
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
                          MOVE CODE-DAILY-FLAG
                              TO WS-CODE-DAILY (WS-CODE-CNT)
                      END-IF
                  END-IF
          END-READ.

          A-PARA-OPEN-FILES.
          OPEN I-O SORDER-FILE
          IF WS-SORD-STATUS NOT = '00'
              DISPLAY 'ERROR: SORDER-FILE OPEN FAILED, STATUS='
                  WS-SORD-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN OUTPUT ORDER-TRAN-FILE
          IF WS-SOTRN-STATUS NOT = '00'
              DISPLAY 'ERROR: ORDER-TRAN-FILE OPEN FAILED, STATUS='
                  WS-SOTRN-STATUS
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
          MOVE WS-RUN-DATE TO HDR-FILE-DATE
          MOVE WS-ORIGIN-ID TO HDR-ORIGIN-ID
          MOVE TRANS-RECORD TO ORDER-TRAN-RECORD
          WRITE ORDER-TRAN-RECORD.

          A-PARA-WRITE-TRAILER.
          MOVE SPACES TO TRANS-RECORD
          MOVE 'T' TO TRANS-REC-TYPE
          MOVE WS-ITEM-COUNT TO TRL-RECORD-COUNT
          MOVE WS-ITEM-HASH TO TRL-HASH-TOTAL
          MOVE TRANS-RECORD TO ORDER-TRAN-RECORD
          WRITE ORDER-TRAN-RECORD.

          A-PARA-REPORT-HEADINGS.
          MOVE SPACES TO REPORT-LINE
          STRING 'STANDING ORDER GENERATION   BUSINESS DATE '
              WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'ORDER' TO REPORT-LINE(1:5)
          MOVE 'F' TO REPORT-LINE(10:1)
          MOVE 'SCHEDULED' TO REPORT-LINE(13:9)
          MOVE 'POSTED' TO REPORT-LINE(24:6)
          MOVE 'TRANS-ID' TO REPORT-LINE(34:8)
          MOVE 'CD' TO REPORT-LINE(46:2)
          MOVE 'AMOUNT' TO REPORT-LINE(62:6)
          MOVE 'NOTE' TO REPORT-LINE(71:4)
          WRITE REPORT-LINE.

          B-PARA.
          READ SORDER-FILE NEXT RECORD
              AT END
                  SET WS-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ORDERS-READ
                  PERFORM B-PARA-ORDER
          END-READ.

      *    A RERUN FOR THE SAME BUSINESS DATE STARTS EACH ORDER BACK
      *    AT THE NEXT-DUE DATE THE FIRST RUN STARTED FROM, SO IT
      *    REBUILDS THE SAME ITEMS WITH THE SAME TRANS-IDS -- A
      *    COPY THAT ALREADY POSTED BOUNCES R004 AS A DUPLICATE.
          B-PARA-ORDER.
          IF SO-CANCELLED
              ADD 1 TO WS-ORDERS-CANCELLED
          ELSE
              MOVE 'N' TO WS-RESTORED-FLAG
              IF SO-GEN-DATE = WS-RUN-DATE
                  MOVE SO-GEN-FROM TO SO-NEXT-DUE
                  SET WS-RESTORED TO TRUE
              END-IF
              MOVE SO-NEXT-DUE TO WS-FROM-DUE
              MOVE ZERO TO WS-ORDER-ITEMS
              MOVE 'N' TO WS-ORDER-STOP-FLAG
              PERFORM B-PARA-NEXT-ITEM
                  UNTIL WS-ORDER-STOP OR WS-FILE-ERROR
              IF SO-NEXT-DUE NOT = WS-FROM-DUE
                  ADD 1 TO WS-ORDERS-ROLLED
                  MOVE WS-RUN-DATE TO SO-GEN-DATE
                  MOVE WS-FROM-DUE TO SO-GEN-FROM
                  PERFORM B-PARA-REWRITE-ORDER
              ELSE
                  IF WS-RESTORED
                      PERFORM B-PARA-REWRITE-ORDER
                  END-IF
              END-IF
              IF SO-NEXT-DUE > SO-END-DATE
                  ADD 1 TO WS-ORDERS-ENDED
              END-IF
          END-IF.

      *    ONE SCHEDULED PAYMENT PER PASS. A PAYMENT FALLING ON A
      *    WEEKEND OR HOLIDAY POSTS ON THE NEXT BUSINESS DAY AND IS
      *    NOT DUE UNTIL THAT DAY COMES.
          B-PARA-NEXT-ITEM.
          MOVE 'N' TO WS-LATE-FLAG
          MOVE SPACES TO WS-NOTE
          MOVE SPACES TO WS-ITEM-ID
          MOVE SPACES TO WS-ITEM-POST
          IF SO-NEXT-DUE > SO-END-DATE
              SET WS-ORDER-STOP TO TRUE
          ELSE
              MOVE SO-NEXT-DUE TO WS-SCHED-DATE
              PERFORM B-PARA-ROLL-DATE
              IF WS-CAL-HIT = ZERO
                  MOVE 'CALENDAR DOES NOT REACH THE DUE DATE'
                      TO WS-NOTE
                  PERFORM B-PARA-EXCEPTION
              ELSE
                  IF WS-POST-DATE > WS-RUN-DATE
                      SET WS-ORDER-STOP TO TRUE
                  END-IF
              END-IF
          END-IF
          IF NOT WS-ORDER-STOP AND WS-POST-DATE <= WS-WINDOW-START
              IF WS-LATE-DATE = ZERO OR WS-LATE-DATE > WS-RUN-DATE
                  SET WS-ORDER-STOP TO TRUE
              ELSE
                  MOVE WS-LATE-DATE TO WS-POST-DATE
                  SET WS-ITEM-LATE TO TRUE
              END-IF
          END-IF
          IF NOT WS-ORDER-STOP
              IF SO-HELD
                  MOVE 'HELD - SKIPPED' TO WS-NOTE
                  ADD 1 TO WS-HELD-SKIPPED
                  PERFORM C-PARA-REPORT-LINE
                  PERFORM B-PARA-ADVANCE
              ELSE
                  PERFORM B-PARA-ACTIVE-ITEM
              END-IF
          END-IF.

          B-PARA-ACTIVE-ITEM.
          IF WS-ORDER-ITEMS >= WS-ORDER-ITEM-MAX
              MOVE 'CATCH-UP LIMIT REACHED - REVIEW THE ORDER'
                  TO WS-NOTE
              PERFORM B-PARA-EXCEPTION
          ELSE
              MOVE WS-POST-DATE TO WS-ITEM-POST
              PERFORM B-PARA-CHECK-CODE
              IF NOT WS-ORDER-STOP
                  PERFORM C-PARA-WRITE-ITEM
                  PERFORM B-PARA-ADVANCE
              END-IF
          END-IF.

      *    AN ORDER WHOSE CODE THE POSTING RUN WOULD REJECT ON THE
      *    POSTING DATE IS NOT GENERATED OR ROLLED -- IT WAITS ON
      *    THE REPORT UNTIL THE CODE OR THE ORDER IS PUT RIGHT.
          B-PARA-CHECK-CODE.
          MOVE ZERO TO WS-CODE-HIT
          PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                  UNTIL WS-CODE-SUB > WS-CODE-CNT
              IF SO-TRANS-CODE = WS-CODE-VALUE (WS-CODE-SUB)
                  MOVE WS-CODE-SUB TO WS-CODE-HIT
                  MOVE WS-CODE-CNT TO WS-CODE-SUB
              END-IF
          END-PERFORM
          IF WS-CODE-HIT = ZERO
              MOVE 'CODE NOT ON THE CODE TABLE' TO WS-NOTE
              PERFORM B-PARA-EXCEPTION
          ELSE
              IF WS-POST-DATE < WS-CODE-EFF (WS-CODE-HIT)
                  OR WS-POST-DATE > WS-CODE-EXP (WS-CODE-HIT)
                  OR WS-CODE-DAILY (WS-CODE-HIT) NOT = 'Y'
                  MOVE 'CODE NOT USABLE IN THE DAILY CYCLE'
                      TO WS-NOTE
                  PERFORM B-PARA-EXCEPTION
              END-IF
          END-IF.

          B-PARA-EXCEPTION.
          ADD 1 TO WS-EXCP-COUNT
          DISPLAY 'WARNING: ORDER ' SO-KEY ' DUE ' SO-NEXT-DUE
              ' - ' WS-NOTE
          PERFORM C-PARA-REPORT-LINE
          SET WS-ORDER-STOP TO TRUE.

      *    THE FIRST BUSINESS DAY (B OR E) ON OR AFTER THE SCHEDULED
      *    DATE. THE TABLE IS SEARCHED WHOLE, SO THE CALENDAR NEED
      *    NOT BE IN DATE ORDER. WS-CAL-HIT IS ZERO WHEN THE
      *    CALENDAR HAS NO SUCH DAY.
          B-PARA-ROLL-DATE.
          MOVE ZERO TO WS-CAL-HIT
          PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                  UNTIL WS-CAL-SUB > WS-CAL-CNT
              IF WS-CAL-DAY (WS-CAL-SUB) >= WS-SCHED-DATE
                  AND (WS-CAL-TYPE (WS-CAL-SUB) = 'B'
                       OR WS-CAL-TYPE (WS-CAL-SUB) = 'E')
                  IF WS-CAL-HIT = ZERO
                      MOVE WS-CAL-SUB TO WS-CAL-HIT
                  ELSE
                      IF WS-CAL-DAY (WS-CAL-SUB)
                          < WS-CAL-DAY (WS-CAL-HIT)
                          MOVE WS-CAL-SUB TO WS-CAL-HIT
                      END-IF
                  END-IF
              END-IF
          END-PERFORM
          IF WS-CAL-HIT > ZERO
              MOVE WS-CAL-DAY (WS-CAL-HIT) TO WS-POST-DATE
          END-IF.

      *    NEXT SCHEDULED DATE. MONTHLY-TYPE ORDERS FALL DUE ON THE
      *    ANCHOR DAY, OR THE LAST DAY OF A SHORTER MONTH, SO A
      *    31ST-OF-THE-MONTH ORDER DOES NOT DRIFT TO THE 28TH.
          B-PARA-ADVANCE.
          MOVE SO-NEXT-DUE TO WS-WORK-DATE
          IF SO-WEEKLY OR SO-FORTNIGHTLY
              IF SO-WEEKLY
                  MOVE 7 TO WS-ADD-DAYS
              ELSE
                  MOVE 14 TO WS-ADD-DAYS
              END-IF
              PERFORM B-PARA-NEXT-DAY
                  VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > WS-ADD-DAYS
          ELSE
              IF SO-MONTHLY
                  MOVE 1 TO WS-ADD-MONTHS
              ELSE
                  IF SO-QUARTERLY
                      MOVE 3 TO WS-ADD-MONTHS
                  ELSE
                      MOVE 12 TO WS-ADD-MONTHS
                  END-IF
              END-IF
              ADD WS-ADD-MONTHS TO WS-WORK-MM
              IF WS-WORK-MM > 12
                  SUBTRACT 12 FROM WS-WORK-MM
                  ADD 1 TO WS-WORK-YYYY
              END-IF
              MOVE WS-MONTH-DD (WS-WORK-MM) TO WS-MAX-DD
              IF WS-WORK-MM = 02
                  PERFORM B-PARA-LEAP-CHECK
              END-IF
              IF SO-ANCHOR-DD > WS-MAX-DD
                  MOVE WS-MAX-DD TO WS-WORK-DD
              ELSE
                  MOVE SO-ANCHOR-DD TO WS-WORK-DD
              END-IF
          END-IF
          MOVE WS-WORK-DATE TO SO-NEXT-DUE.

          B-PARA-NEXT-DAY.
          MOVE WS-MONTH-DD (WS-WORK-MM) TO WS-MAX-DD
          IF WS-WORK-MM = 02
              PERFORM B-PARA-LEAP-CHECK
          END-IF
          IF WS-WORK-DD >= WS-MAX-DD
              MOVE 01 TO WS-WORK-DD
              IF WS-WORK-MM = 12
                  MOVE 01 TO WS-WORK-MM
                  ADD 1 TO WS-WORK-YYYY
              ELSE
                  ADD 1 TO WS-WORK-MM
              END-IF
          ELSE
              ADD 1 TO WS-WORK-DD
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

          B-PARA-REWRITE-ORDER.
          REWRITE STANDING-ORDER-RECORD
              INVALID KEY
                  DISPLAY 'ERROR: ORDER REWRITE FAILED FOR '
                      SO-KEY ' STATUS=' WS-SORD-STATUS
                  SET WS-FILE-ERROR TO TRUE
          END-REWRITE.

      *    THE TRANS-ID IS THE ORDER KEY (ACCOUNT AND SEQUENCE
      *    LETTER) PLUS THE DAY OF THE YEAR OF THE SCHEDULED DATE --
      *    THE SAME PAYMENT ALWAYS GETS THE SAME ID, WHATEVER DAY IT
      *    ROLLS TO, SO A RERUN OR A SECOND COPY OF THE FILE BOUNCES
      *    R004 INSTEAD OF PAYING TWICE.
          C-PARA-WRITE-ITEM.
          MOVE SO-NEXT-DUE TO WS-WORK-DATE
          MOVE WS-MONTH-BEFORE (WS-WORK-MM) TO WS-DAY-OF-YEAR
          ADD WS-WORK-DD TO WS-DAY-OF-YEAR
          IF WS-WORK-MM > 02
              MOVE 28 TO WS-MAX-DD
              PERFORM B-PARA-LEAP-CHECK
              IF WS-MAX-DD = 29
                  ADD 1 TO WS-DAY-OF-YEAR
              END-IF
          END-IF
          MOVE SPACES TO TRANS-RECORD
          MOVE 'D' TO TRANS-REC-TYPE
          MOVE SO-KEY TO TRANS-ID(1:7)
          MOVE WS-DAY-OF-YEAR TO TRANS-ID(8:3)
          MOVE SO-TRANS-CODE TO TRANS-CODE
          MOVE SO-AMOUNT TO TRANS-AMOUNT
          MOVE WS-POST-DATE TO TRANS-DATE
          MOVE SO-BRANCH TO TRANS-BRANCH
          MOVE WS-OPERATOR-ID TO TRANS-OPERATOR
          MOVE TRANS-RECORD TO ORDER-TRAN-RECORD
          WRITE ORDER-TRAN-RECORD
          MOVE TRANS-ID TO WS-ITEM-ID
          ADD 1 TO WS-ITEM-COUNT
          ADD 1 TO WS-ORDER-ITEMS
          ADD SO-AMOUNT TO WS-ITEM-HASH
          IF WS-ITEM-LATE
              ADD 1 TO WS-LATE-COUNT
              MOVE 'LATE - DATED FIRST DAY OF THE WINDOW' TO WS-NOTE
          END-IF
          PERFORM C-PARA-REPORT-LINE.

          C-PARA-REPORT-LINE.
          MOVE SPACES TO REPORT-LINE
          MOVE SO-KEY TO REPORT-LINE(1:7)
          MOVE SO-FREQ TO REPORT-LINE(10:1)
          MOVE SO-NEXT-DUE TO REPORT-LINE(13:8)
          MOVE WS-ITEM-POST TO REPORT-LINE(24:8)
          MOVE WS-ITEM-ID TO REPORT-LINE(34:10)
          MOVE SO-TRANS-CODE TO REPORT-LINE(46:2)
          MOVE SO-AMOUNT TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(50:18)
          MOVE WS-NOTE TO REPORT-LINE(71:50)
          WRITE REPORT-LINE.

      *    ITEMS THIS GENERATOR PRODUCED THAT THE POSTING RUN COULD
      *    NOT POST (OVER LIMIT, DORMANT, CLOSED ACCOUNT) SIT IN
      *    SUSPENSE UNDER OPERATOR STORDR. EACH IS LISTED AGAINST
      *    ITS ORDER SO THE BRANCH CAN ARRANGE FUNDS OR STOP THE
      *    ORDER BEFORE THE NEXT PAYMENT FALLS DUE.
          C-PARA-SUSPENSE.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'STANDING ORDER ITEMS IN SUSPENSE' TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'ORDER' TO REPORT-LINE(1:5)
          MOVE 'ST' TO REPORT-LINE(10:2)
          MOVE 'TRANS-ID' TO REPORT-LINE(13:8)
          MOVE 'RSN' TO REPORT-LINE(25:3)
          MOVE 'SUSPENDED' TO REPORT-LINE(31:9)
          MOVE 'PASS' TO REPORT-LINE(42:4)
          MOVE 'CD' TO REPORT-LINE(48:2)
          MOVE 'AMOUNT' TO REPORT-LINE(62:6)
          MOVE 'NOTE' TO REPORT-LINE(71:4)
          WRITE REPORT-LINE
          OPEN INPUT SUSPENSE-FILE
          IF WS-SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR: SUSPENSE-FILE OPEN FAILED, STATUS='
                  WS-SUSP-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM C-PARA-SUSP-REC
                  UNTIL WS-SUSP-EOF OR WS-FILE-ERROR
              CLOSE SUSPENSE-FILE
          END-IF.

          C-PARA-SUSP-REC.
          READ SUSPENSE-FILE
              AT END
                  SET WS-SUSP-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-SUSP-READ
                  MOVE SUSP-TRANS-IMAGE TO TRANS-RECORD
                  IF TRANS-OPERATOR = WS-OPERATOR-ID
                      PERFORM C-PARA-SUSP-ORDER
                  END-IF
          END-READ.

          C-PARA-SUSP-ORDER.
          ADD 1 TO WS-SUSP-ORDERS
          ADD TRANS-AMOUNT TO WS-SUSP-AMT
          MOVE SPACES TO REPORT-LINE
          MOVE TRANS-ID(1:7) TO REPORT-LINE(1:7)
          MOVE TRANS-ID TO REPORT-LINE(13:10)
          MOVE SUSP-REASON-CODE TO REPORT-LINE(25:4)
          MOVE SUSP-ORIG-DATE TO REPORT-LINE(31:8)
          IF SUSP-PASS-COUNT NUMERIC
              MOVE SUSP-PASS-COUNT TO WS-RPT-PASS-PIC
          ELSE
              MOVE ZERO TO WS-RPT-PASS-PIC
          END-IF
          MOVE WS-RPT-PASS-PIC TO REPORT-LINE(43:2)
          MOVE TRANS-CODE TO REPORT-LINE(48:2)
          MOVE TRANS-AMOUNT TO WS-RPT-AMT-PIC
          MOVE WS-RPT-AMT-PIC TO REPORT-LINE(50:18)
          MOVE TRANS-ID(1:7) TO SO-KEY
          READ SORDER-FILE
              INVALID KEY
                  MOVE 'ORDER NOT ON FILE' TO REPORT-LINE(71:17)
              NOT INVALID KEY
                  MOVE SO-STATUS TO REPORT-LINE(10:1)
                  IF SO-NEXT-DUE <= SO-END-DATE
                      AND NOT SO-CANCELLED
                      MOVE 'NEXT DUE' TO REPORT-LINE(71:8)
                      MOVE SO-NEXT-DUE TO REPORT-LINE(80:8)
                  END-IF
          END-READ
          WRITE REPORT-LINE.

      *    CONTROL TOTALS: THE ITEM COUNT AND AMOUNT HERE ARE THE
      *    TRAILER THE POSTING RUN BALANCES THE TRANSMISSION ON.
          C-PARA-TOTALS.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'CONTROL TOTALS' TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ORDERS-READ TO WS-RPT-CNT-PIC
          STRING 'ORDERS READ:            ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ORDERS-CANCELLED TO WS-RPT-CNT-PIC
          STRING 'CANCELLED, SKIPPED:     ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ORDERS-ROLLED TO WS-RPT-CNT-PIC
          STRING 'ORDERS ROLLED FORWARD:  ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ORDERS-ENDED TO WS-RPT-CNT-PIC
          STRING 'ORDERS PAST END DATE:   ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-HELD-SKIPPED TO WS-RPT-CNT-PIC
          STRING 'HELD PAYMENTS SKIPPED:  ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-LATE-COUNT TO WS-RPT-CNT-PIC
          STRING 'LATE ITEMS WRITTEN:     ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-EXCP-COUNT TO WS-RPT-CNT-PIC
          STRING 'ORDERS HELD BACK:       ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-SUSP-ORDERS TO WS-RPT-CNT-PIC
          MOVE WS-SUSP-AMT TO WS-RPT-TOT-PIC
          STRING 'ITEMS IN SUSPENSE:      ' WS-RPT-CNT-PIC
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
          DISPLAY 'ORDERS READ:       ' WS-ORDERS-READ
          DISPLAY 'ITEMS WRITTEN:     ' WS-ITEM-COUNT
          DISPLAY 'HELD SKIPPED:      ' WS-HELD-SKIPPED
          DISPLAY 'ORDERS HELD BACK:  ' WS-EXCP-COUNT
          DISPLAY 'ITEMS IN SUSPENSE: ' WS-SUSP-ORDERS
          IF WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-EXCP-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
              END-IF
          END-IF
          STOP RUN.
