       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CALCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

      *    THE HOLIDAY LIST FOR THE YEAR BEING GENERATED (AND ANY
      *    OTHER YEAR ON THE CALENDAR -- EVERY CUTOFF IS CHECKED
      *    AGAINST IT).
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT CALIN-FILE ASSIGN TO 'CALIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIN-STATUS.

           SELECT CALOUT-FILE ASSIGN TO 'CALOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALOUT-STATUS.

           SELECT CAL-AUDIT-FILE ASSIGN TO 'CALAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAUD-STATUS.

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
               88  CARD-ACTION-DELETE     VALUE 'DELETE'.
           05  CARD-CAL-DATE              PIC X(8).
           05  CARD-DAY-TYPE              PIC X.
               88  CARD-TYPE-VALID        VALUE 'B' 'H' 'E'.
           05  CARD-USER-ID               PIC X(8).
           05  CARD-DESC                  PIC X(30).
           05  FILLER                     PIC X(27).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD.
           05  HOL-DATE                   PIC X(8).
           05  FILLER                     PIC X.
           05  HOL-DESC                   PIC X(30).
           05  FILLER                     PIC X(41).

       FD  CALIN-FILE
           RECORDING MODE IS F.
       01  CALIN-RECORD                   PIC X(80).

       FD  CALOUT-FILE
           RECORDING MODE IS F.
       01  CALOUT-RECORD                  PIC X(80).

       FD  CAL-AUDIT-FILE
           RECORDING MODE IS F.
       01  CAL-AUDIT-RECORD.
           05  LAUD-DATE                  PIC X(8).
           05  LAUD-TIME                  PIC X(8).
           05  LAUD-USER-ID               PIC X(8).
           05  LAUD-ACTION                PIC X(6).
           05  LAUD-CAL-DATE              PIC X(8).
           05  LAUD-OLD-TYPE              PIC X.
           05  LAUD-NEW-TYPE              PIC X.
           05  LAUD-RESULT                PIC X(8).
           05  LAUD-DESC                  PIC X(30).
           05  FILLER                     PIC X(2).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY CALREC.
          COPY DATECTL.

          01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
          01  WS-HOL-STATUS               PIC X(2) VALUE '00'.
          01  WS-CALIN-STATUS             PIC X(2) VALUE '00'.
          01  WS-CALOUT-STATUS            PIC X(2) VALUE '00'.
          01  WS-LAUD-STATUS              PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

      *    THE NEW CALENDAR IS BUILT HERE, IN DATE ORDER, AND ONLY
      *    WRITTEN ONCE IT HAS PASSED VALIDATION. 800 DAYS COVERS
      *    THE RETAINED MONTHS AND TWO YEARS AND IS THE SIZE OF THE
      *    CYCLE PROGRAMS' OWN CALENDAR TABLES.
          01  WS-CAL-TABLE.
              05  WS-CAL-ENTRY OCCURS 800 TIMES.
                  10  WS-CAL-DAY          PIC 9(8).
                  10  WS-CAL-TYPE         PIC X.
                  10  WS-CAL-DESC         PIC X(30).
          01  WS-CAL-MAX                  PIC 9(3) VALUE 800.
          01  WS-CAL-CNT                  PIC 9(3) VALUE ZERO.
          01  WS-CAL-SUB                  PIC 9(3) VALUE ZERO.
          01  WS-CAL-HIT                  PIC 9(3) VALUE ZERO.

          01  WS-HOL-TABLE.
              05  WS-HOL-ENTRY OCCURS 100 TIMES.
                  10  WS-HOL-DAY          PIC 9(8).
                  10  WS-HOL-DESC         PIC X(30).
          01  WS-HOL-MAX                  PIC 9(3) VALUE 100.
          01  WS-HOL-CNT                  PIC 9(3) VALUE ZERO.
          01  WS-HOL-SUB                  PIC 9(3) VALUE ZERO.
          01  WS-HOL-HIT                  PIC 9(3) VALUE ZERO.

          01  WS-CALIN-EOF-FLAG           PIC X VALUE 'N'.
              88  WS-CALIN-EOF            VALUE 'Y'.
          01  WS-HOL-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-HOL-EOF              VALUE 'Y'.
          01  WS-CARD-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CARD-EOF             VALUE 'Y'.

          01  WS-CARDS-READ               PIC 9(5) VALUE ZERO.
          01  WS-CARDS-APPLIED            PIC 9(5) VALUE ZERO.
          01  WS-CARDS-REJECTED           PIC 9(5) VALUE ZERO.
          01  WS-HOL-REJECTED             PIC 9(5) VALUE ZERO.
          01  WS-DAYS-IN                  PIC 9(5) VALUE ZERO.
          01  WS-DAYS-AGED                PIC 9(5) VALUE ZERO.
          01  WS-DAYS-REPLACED            PIC 9(5) VALUE ZERO.
          01  WS-DAYS-FILLED              PIC 9(5) VALUE ZERO.
          01  WS-DAYS-GENERATED           PIC 9(5) VALUE ZERO.
          01  WS-DAYS-WRITTEN             PIC 9(5) VALUE ZERO.
          01  WS-PREV-IN-DATE             PIC 9(8) VALUE ZERO.

          01  WS-CARD-OK-FLAG             PIC X VALUE 'Y'.
              88  WS-CARD-OK              VALUE 'Y'.
              88  WS-CARD-BAD             VALUE 'N'.

          01  WS-OLD-TYPE                 PIC X VALUE SPACE.
          01  WS-NEW-TYPE                 PIC X VALUE SPACE.
          01  WS-RUN-DATE                 PIC 9(8).
          01  WS-RUN-TIME                 PIC 9(8).

      *    PARM: COLS 1-4 THE YEAR TO GENERATE, COLS 6-13 THE USER
      *    ID THE GENERATION IS AUDITED UNDER.
      *    BOTH ARE OPTIONAL -- WITH NO YEAR ONLY THE CARDS ARE
      *    APPLIED.
          01  WS-PARM-LEN                 PIC S9(4) COMP VALUE ZERO.
          01  WS-PARM-WORK                PIC X(20) VALUE SPACES.
          01  WS-PARM-WORK-R REDEFINES WS-PARM-WORK.
              05  WS-PARM-YEAR            PIC X(4).
              05  FILLER                  PIC X.
              05  WS-PARM-USER            PIC X(8).
              05  FILLER                  PIC X(7).
          01  WS-GEN-YEAR                 PIC 9(4) VALUE ZERO.
          01  WS-GEN-USER                 PIC X(8) VALUE 'CALMNT'.
          01  WS-GEN-FLAG                 PIC X VALUE 'N'.
              88  WS-GENERATING           VALUE 'Y'.

      *    DAYS BEFORE WS-KEEP-FROM (THE FIRST OF THE PRIOR MONTH)
      *    ARE AGED OFF; WHEN A YEAR IS GENERATED, DAYS FROM
      *    WS-GEN-FROM ON ARE REPLACED.
          01  WS-KEEP-FROM                PIC 9(8) VALUE ZERO.
          01  WS-KEEP-FROM-R REDEFINES WS-KEEP-FROM.
              05  WS-KEEP-YYYY            PIC 9(4).
              05  WS-KEEP-MM              PIC 9(2).
              05  WS-KEEP-DD              PIC 9(2).
          01  WS-GEN-FROM                 PIC 9(8) VALUE 99999999.
          01  WS-NEXT-YEAR                PIC 9(4) VALUE ZERO.
          01  WS-BUS-DATE-R.
              05  WS-BUS-YYYY             PIC 9(4).
              05  WS-BUS-MM               PIC 9(2).
              05  WS-BUS-DD               PIC 9(2).

      *    GENERATION WORK: THE DAY BEING BUILT AND THE LAST
      *    BUSINESS DAY SEEN IN ITS MONTH (THE MONTH'S CUTOFF).
          01  WS-GEN-MM                   PIC 9(2) VALUE ZERO.
          01  WS-GEN-DD                   PIC 9(2) VALUE ZERO.
          01  WS-GEN-MAX-DD               PIC 9(2) VALUE ZERO.
          01  WS-LAST-BUS                 PIC 9(3) VALUE ZERO.

      *    CALENDAR-DATE WORK.
          01  WS-EDIT-DATE                PIC X(8) VALUE SPACES.
          01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
              05  WS-EDIT-YYYY            PIC 9(4).
              05  WS-EDIT-MM              PIC 9(2).
              05  WS-EDIT-DD              PIC 9(2).
          01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                          PIC 9(8).
          01  WS-NEXT-DATE                PIC 9(8) VALUE ZERO.
          01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
              05  WS-NEXT-YYYY            PIC 9(4).
              05  WS-NEXT-MM              PIC 9(2).
              05  WS-NEXT-DD              PIC 9(2).
          01  WS-DATE-OK-FLAG             PIC X VALUE 'Y'.
              88  WS-DATE-OK              VALUE 'Y'.
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

      *    DAY OF THE WEEK, 0 SUNDAY THROUGH 6 SATURDAY.
          01  WS-DOW                      PIC 9 VALUE ZERO.
              88  WS-WEEKEND              VALUE 0 6.
          01  WS-DOW-YEAR                 PIC 9(4) VALUE ZERO.
          01  WS-DOW-R4                   PIC 9(4) VALUE ZERO.
          01  WS-DOW-R100                 PIC 9(4) VALUE ZERO.
          01  WS-DOW-R400                 PIC 9(4) VALUE ZERO.
          01  WS-DOW-DAYS                 PIC 9(5) VALUE ZERO.
          01  WS-DOW-Q                    PIC 9(5) VALUE ZERO.

      *    VALIDATION WORK.
          01  WS-VALID-FLAG               PIC X VALUE 'Y'.
              88  WS-CAL-VALID            VALUE 'Y'.
              88  WS-CAL-INVALID          VALUE 'N'.
          01  WS-FAULTS                   PIC 9(5) VALUE ZERO.
          01  WS-VAL-YYYYMM               PIC X(6) VALUE SPACES.
          01  WS-VAL-BUS                  PIC 9(3) VALUE ZERO.
          01  WS-VAL-HOL                  PIC 9(3) VALUE ZERO.
          01  WS-VAL-CUTOFFS              PIC 9(3) VALUE ZERO.
          01  WS-VAL-CUTOFF-DATE          PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'CALMNT - BUSINESS-DAY CALENDAR MAINTENANCE'
          PERFORM A-PARA-DATE-CONTROL
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-CALENDAR
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-HOLIDAYS
          END-IF
          OPEN INPUT CARD-FILE
          IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR: CARD-FILE OPEN FAILED, STATUS='
                  WS-CARD-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN EXTEND CAL-AUDIT-FILE
          IF WS-LAUD-STATUS NOT = '00'
              DISPLAY 'ERROR: CAL-AUDIT-FILE OPEN FAILED, STATUS='
                  WS-LAUD-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          IF WS-GENERATING AND NOT WS-FILE-ERROR
              PERFORM A-PARA-GENERATE
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM B-PARA UNTIL WS-CARD-EOF OR WS-FILE-ERROR
          END-IF
          CLOSE CARD-FILE
          IF NOT WS-FILE-ERROR
              PERFORM C-PARA-VALIDATE
              IF WS-CAL-VALID
                  PERFORM C-PARA-WRITE-CALENDAR
              END-IF
              PERFORM C-PARA-AUDIT-RELEASE
          END-IF
          CLOSE CAL-AUDIT-FILE
          GO TO D-PARA.

      *    THE BUSINESS DATE COMES FROM THE DATE CONTROL, NOT THE
      *    SYSTEM CLOCK. MAINTENANCE MAY RUN AT ANY POINT IN THE DAY
      *    EXCEPT WHILE A CYCLE STEP IS RUNNING OR AWAITING RESTART
      *    -- A RESTARTED STEP MUST SEE THE SAME REFERENCE DATA IT
      *    STARTED WITH.
          A-PARA-DATE-CONTROL.
          MOVE 'CALMNT' TO WS-DC-OWN-STEP
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


      *    PARM: COLS 1-4 THE YEAR TO GENERATE (CCYY), COLS 6-13 THE
      *    USER ID THE GENERATION IS AUDITED UNDER. ONLY THE YEAR
      *    AFTER THE BUSINESS DATE'S MAY BE GENERATED -- THE CURRENT
      *    YEAR IS IN USE AND IS CHANGED ONLY BY CARD. THE CALENDAR
      *    KEEPS THE PRIOR MONTH ON IT FOR THE MONTH-END WINDOW;
      *    EARLIER DAYS AGE OFF.
          A-PARA-SET-PARM.
          IF LS-PARM-LEN > ZERO
              IF LS-PARM-LEN > 20
                  MOVE 20 TO WS-PARM-LEN
              ELSE
                  MOVE LS-PARM-LEN TO WS-PARM-LEN
              END-IF
              MOVE LS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
          END-IF
          IF WS-PARM-USER NOT = SPACES
              MOVE WS-PARM-USER TO WS-GEN-USER
          END-IF
          MOVE WS-RUN-DATE TO WS-BUS-DATE-R
          MOVE WS-BUS-YYYY TO WS-KEEP-YYYY
          MOVE WS-BUS-MM TO WS-KEEP-MM
          MOVE 1 TO WS-KEEP-DD
          IF WS-KEEP-MM = 1
              MOVE 12 TO WS-KEEP-MM
              SUBTRACT 1 FROM WS-KEEP-YYYY
          ELSE
              SUBTRACT 1 FROM WS-KEEP-MM
          END-IF
          DISPLAY 'DAYS BEFORE ' WS-KEEP-FROM ' AGE OFF THE CALENDAR'
          IF WS-PARM-YEAR NOT = SPACES
              IF WS-PARM-YEAR NOT NUMERIC
                  DISPLAY 'ERROR: PARM YEAR ''' WS-PARM-YEAR
                      ''' NOT CCYY'
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  MOVE WS-PARM-YEAR TO WS-GEN-YEAR
                  PERFORM A-PARA-GEN-YEAR-EDIT
              END-IF
          END-IF.

          A-PARA-GEN-YEAR-EDIT.
          COMPUTE WS-NEXT-YEAR = WS-BUS-YYYY + 1
          IF WS-GEN-YEAR NOT = WS-NEXT-YEAR
              DISPLAY 'ERROR: ONLY ' WS-NEXT-YEAR
                  ' MAY BE GENERATED ON BUSINESS DATE ' WS-RUN-DATE
              SET WS-FILE-ERROR TO TRUE
          ELSE
              SET WS-GENERATING TO TRUE
              COMPUTE WS-GEN-FROM = WS-GEN-YEAR * 10000 + 0101
              DISPLAY 'GENERATING ' WS-GEN-YEAR ' FOR ' WS-GEN-USER
          END-IF.

          A-PARA-LOAD-CALENDAR.
          OPEN INPUT CALIN-FILE
          IF WS-CALIN-STATUS NOT = '00'
              DISPLAY 'ERROR: CALIN-FILE OPEN FAILED, STATUS='
                  WS-CALIN-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-CAL-REC
                  UNTIL WS-CALIN-EOF OR WS-FILE-ERROR
              CLOSE CALIN-FILE
              DISPLAY 'DAYS ON INPUT CALENDAR:  ' WS-DAYS-IN
              DISPLAY 'DAYS AGED OFF:           ' WS-DAYS-AGED
              DISPLAY 'MISSING DAYS FILLED IN:  ' WS-DAYS-FILLED
              IF WS-GENERATING
                  DISPLAY 'DAYS REPLACED:           ' WS-DAYS-REPLACED
              END-IF
          END-IF.

          A-PARA-LOAD-CAL-REC.
          READ CALIN-FILE
              AT END
                  SET WS-CALIN-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-DAYS-IN
                  MOVE CALIN-RECORD TO CAL-RECORD
                  PERFORM A-PARA-KEEP-CAL-REC
          END-READ.

      *    THE INPUT MUST BE IN DATE ORDER WITH NO DATE TWICE. A DAY
      *    MISSING BETWEEN TWO KEPT DAYS IS FILLED IN AS A HOLIDAY --
      *    IT WAS NEVER A BUSINESS DAY -- SO THE CALENDAR CARRIES
      *    EVERY DAY FROM HERE ON.
          A-PARA-KEEP-CAL-REC.
          MOVE CAL-DATE TO WS-EDIT-DATE
          PERFORM B-PARA-EDIT-DATE
          IF NOT WS-DATE-OK
              DISPLAY 'ERROR: CALENDAR RECORD ' WS-DAYS-IN
                  ' HAS A BAD DATE ''' WS-EDIT-DATE ''''
              SET WS-FILE-ERROR TO TRUE
          ELSE
              IF CAL-DATE NOT > WS-PREV-IN-DATE
                  DISPLAY 'ERROR: CALENDAR OUT OF DATE ORDER AT '
                      CAL-DATE
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  MOVE CAL-DATE TO WS-PREV-IN-DATE
                  IF CAL-DATE < WS-KEEP-FROM
                      ADD 1 TO WS-DAYS-AGED
                  ELSE
                      IF CAL-DATE NOT < WS-GEN-FROM
                          ADD 1 TO WS-DAYS-REPLACED
                      ELSE
                          PERFORM A-PARA-FILL-GAP
                          PERFORM A-PARA-ADD-CAL-REC
                      END-IF
                  END-IF
              END-IF
          END-IF.

          A-PARA-FILL-GAP.
          IF WS-CAL-CNT > ZERO
              MOVE WS-CAL-DAY (WS-CAL-CNT) TO WS-EDIT-DATE-N
              PERFORM B-PARA-NEXT-DATE
              PERFORM UNTIL WS-NEXT-DATE NOT < CAL-DATE
                      OR WS-FILE-ERROR
                  MOVE WS-NEXT-DATE TO WS-EDIT-DATE-N
                  PERFORM B-PARA-DAY-OF-WEEK
                  IF WS-CAL-CNT >= WS-CAL-MAX
                      DISPLAY 'ERROR: CALENDAR TABLE FULL AT '
                          WS-CAL-MAX
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      ADD 1 TO WS-CAL-CNT
                      ADD 1 TO WS-DAYS-FILLED
                      MOVE WS-NEXT-DATE TO WS-CAL-DAY (WS-CAL-CNT)
                      MOVE 'H' TO WS-CAL-TYPE (WS-CAL-CNT)
                      IF WS-WEEKEND
                          MOVE 'WEEKEND' TO WS-CAL-DESC (WS-CAL-CNT)
                      ELSE
                          MOVE 'NOT A BUSINESS DAY'
                              TO WS-CAL-DESC (WS-CAL-CNT)
                      END-IF
                  END-IF
                  PERFORM B-PARA-NEXT-DATE
              END-PERFORM
          END-IF.

          A-PARA-ADD-CAL-REC.
          IF NOT WS-FILE-ERROR
              IF WS-CAL-CNT >= WS-CAL-MAX
                  DISPLAY 'ERROR: CALENDAR TABLE FULL AT ' WS-CAL-MAX
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  ADD 1 TO WS-CAL-CNT
                  MOVE CAL-DATE TO WS-CAL-DAY (WS-CAL-CNT)
                  MOVE CAL-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-CNT)
                  MOVE CAL-DESC TO WS-CAL-DESC (WS-CAL-CNT)
              END-IF
          END-IF.

      *    THE HOLIDAY LIST MAY CARRY MORE THAN ONE YEAR. THE YEAR
      *    BEING GENERATED TAKES ITS HOLIDAYS FROM IT, AND NO CUTOFF
      *    ANYWHERE ON THE CALENDAR MAY FALL ON A LISTED HOLIDAY.
          A-PARA-LOAD-HOLIDAYS.
          OPEN INPUT HOLIDAY-FILE
          IF WS-HOL-STATUS NOT = '00'
              DISPLAY 'ERROR: HOLIDAY-FILE OPEN FAILED, STATUS='
                  WS-HOL-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-HOL-REC
                  UNTIL WS-HOL-EOF OR WS-FILE-ERROR
              CLOSE HOLIDAY-FILE
              DISPLAY 'HOLIDAYS LISTED:         ' WS-HOL-CNT
          END-IF.

          A-PARA-LOAD-HOL-REC.
          READ HOLIDAY-FILE
              AT END
                  SET WS-HOL-EOF TO TRUE
              NOT AT END
                  PERFORM A-PARA-KEEP-HOL-REC
          END-READ.

          A-PARA-KEEP-HOL-REC.
          MOVE HOL-DATE TO WS-EDIT-DATE
          PERFORM B-PARA-EDIT-DATE
          IF NOT WS-DATE-OK
              DISPLAY 'HOLIDAY ''' HOL-DATE
                  ''' REJECTED: NOT A VALID DATE'
              ADD 1 TO WS-HOL-REJECTED
          ELSE
              IF WS-HOL-CNT >= WS-HOL-MAX
                  DISPLAY 'ERROR: HOLIDAY TABLE FULL AT ' WS-HOL-MAX
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  ADD 1 TO WS-HOL-CNT
                  MOVE WS-EDIT-DATE-N TO WS-HOL-DAY (WS-HOL-CNT)
                  MOVE HOL-DESC TO WS-HOL-DESC (WS-HOL-CNT)
              END-IF
          END-IF.

      *    EVERY DAY OF THE YEAR IS ADDED IN DATE ORDER: LISTED
      *    HOLIDAYS AS HOLIDAYS WITH THE LIST'S DESCRIPTION, OTHER
      *    SATURDAYS AND SUNDAYS AS HOLIDAYS ('WEEKEND'), EVERY OTHER
      *    DAY AS A BUSINESS DAY -- AND THE LAST BUSINESS DAY OF EACH
      *    MONTH BECOMES THAT MONTH'S CUTOFF.
          A-PARA-GENERATE.
          PERFORM VARYING WS-GEN-MM FROM 1 BY 1
                  UNTIL WS-GEN-MM > 12 OR WS-FILE-ERROR
              PERFORM A-PARA-GEN-MONTH
          END-PERFORM
          IF NOT WS-FILE-ERROR
              DISPLAY 'DAYS GENERATED FOR ' WS-GEN-YEAR ':   '
                  WS-DAYS-GENERATED
              PERFORM A-PARA-AUDIT-GENERATE
          END-IF.

          A-PARA-GEN-MONTH.
          MOVE WS-GEN-YEAR TO WS-EDIT-YYYY
          MOVE WS-GEN-MM TO WS-EDIT-MM
          MOVE 1 TO WS-EDIT-DD
          MOVE WS-MONTH-DD (WS-EDIT-MM) TO WS-MAX-DD
          IF WS-EDIT-MM = 02
              PERFORM B-PARA-LEAP-CHECK
          END-IF
          MOVE WS-MAX-DD TO WS-GEN-MAX-DD
          MOVE ZERO TO WS-LAST-BUS
          PERFORM VARYING WS-GEN-DD FROM 1 BY 1
                  UNTIL WS-GEN-DD > WS-GEN-MAX-DD OR WS-FILE-ERROR
              PERFORM A-PARA-GEN-DAY
          END-PERFORM
          IF WS-LAST-BUS > ZERO
              MOVE 'E' TO WS-CAL-TYPE (WS-LAST-BUS)
              MOVE 'MONTH-END CUTOFF' TO WS-CAL-DESC (WS-LAST-BUS)
          END-IF.

          A-PARA-GEN-DAY.
          MOVE WS-GEN-DD TO WS-EDIT-DD
          IF WS-CAL-CNT >= WS-CAL-MAX
              DISPLAY 'ERROR: CALENDAR TABLE FULL AT ' WS-CAL-MAX
              SET WS-FILE-ERROR TO TRUE
          ELSE
              ADD 1 TO WS-CAL-CNT
              ADD 1 TO WS-DAYS-GENERATED
              MOVE WS-EDIT-DATE-N TO WS-CAL-DAY (WS-CAL-CNT)
              PERFORM B-PARA-DAY-OF-WEEK
              PERFORM B-PARA-FIND-HOLIDAY
              IF WS-HOL-HIT > ZERO
                  MOVE 'H' TO WS-CAL-TYPE (WS-CAL-CNT)
                  MOVE WS-HOL-DESC (WS-HOL-HIT)
                      TO WS-CAL-DESC (WS-CAL-CNT)
              ELSE
                  IF WS-WEEKEND
                      MOVE 'H' TO WS-CAL-TYPE (WS-CAL-CNT)
                      MOVE 'WEEKEND' TO WS-CAL-DESC (WS-CAL-CNT)
                  ELSE
                      MOVE 'B' TO WS-CAL-TYPE (WS-CAL-CNT)
                      MOVE SPACES TO WS-CAL-DESC (WS-CAL-CNT)
                      MOVE WS-CAL-CNT TO WS-LAST-BUS
                  END-IF
              END-IF
          END-IF.

          A-PARA-AUDIT-GENERATE.
          MOVE SPACES TO CAL-AUDIT-RECORD
          MOVE WS-RUN-DATE TO LAUD-DATE
          MOVE WS-RUN-TIME TO LAUD-TIME
          MOVE WS-GEN-USER TO LAUD-USER-ID
          MOVE 'GENYR' TO LAUD-ACTION
          MOVE WS-GEN-FROM TO LAUD-CAL-DATE
          MOVE 'APPLIED' TO LAUD-RESULT
          MOVE 'YEAR GENERATED FROM RULES' TO LAUD-DESC
          WRITE CAL-AUDIT-RECORD.

          B-PARA.
          READ CARD-FILE
              AT END
                  SET WS-CARD-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-CARDS-READ
                  PERFORM B-PARA-APPLY-CARD
          END-READ.

      *    CARDS APPLY AFTER ANY GENERATION, IN DECK ORDER. ONLY DAYS
      *    AFTER THE BUSINESS DATE MAY CHANGE -- THE BUSINESS DATE
      *    ITSELF IS OPEN AND EARLIER DAYS ARE CLOSED.
          B-PARA-APPLY-CARD.
          SET WS-CARD-OK TO TRUE
          MOVE SPACE TO WS-OLD-TYPE
          MOVE SPACE TO WS-NEW-TYPE
          MOVE ZERO TO WS-CAL-HIT
          MOVE CARD-CAL-DATE TO WS-EDIT-DATE
          PERFORM B-PARA-EDIT-DATE
          IF NOT WS-DATE-OK
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: DATE '''
                  CARD-CAL-DATE ''' NOT VALID'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF WS-EDIT-DATE-N NOT > WS-RUN-DATE
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: '
                      CARD-CAL-DATE ' NOT AFTER THE BUSINESS DATE'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  PERFORM B-PARA-FIND-DAY
                  IF WS-CAL-HIT > ZERO
                      MOVE WS-CAL-TYPE (WS-CAL-HIT) TO WS-OLD-TYPE
                  END-IF
                  PERFORM B-PARA-APPLY-ACTION
              END-IF
          END-IF
          IF WS-CARD-OK
              ADD 1 TO WS-CARDS-APPLIED
              PERFORM B-PARA-WRITE-AUDIT
          ELSE
              ADD 1 TO WS-CARDS-REJECTED
              PERFORM B-PARA-WRITE-AUDIT
          END-IF.

          B-PARA-APPLY-ACTION.
          IF CARD-ACTION-ADD
              PERFORM B-PARA-ADD-DAY
          ELSE
              IF CARD-ACTION-CHANGE
                  PERFORM B-PARA-CHANGE-DAY
              ELSE
                  IF CARD-ACTION-DELETE
                      PERFORM B-PARA-DELETE-DAY
                  ELSE
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: BAD ACTION ''' CARD-ACTION ''''
                      SET WS-CARD-BAD TO TRUE
                  END-IF
              END-IF
          END-IF.

          B-PARA-FIND-DAY.
          MOVE ZERO TO WS-CAL-HIT
          PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                  UNTIL WS-CAL-SUB > WS-CAL-CNT
              IF WS-CAL-DAY (WS-CAL-SUB) = WS-EDIT-DATE-N
                  MOVE WS-CAL-SUB TO WS-CAL-HIT
                  MOVE WS-CAL-CNT TO WS-CAL-SUB
              END-IF
          END-PERFORM.

      *    THE CALENDAR MAY HAVE NO GAPS, SO A DAY IS ONLY EVER ADDED
      *    AT THE END, THE DAY AFTER THE LAST ONE ON IT.
          B-PARA-ADD-DAY.
          IF WS-CAL-HIT > ZERO
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: '
                  CARD-CAL-DATE ' ALREADY ON CALENDAR'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF NOT CARD-TYPE-VALID
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: DAY TYPE NOT B, H OR E'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  IF WS-CAL-CNT >= WS-CAL-MAX
                      DISPLAY 'CARD ' WS-CARDS-READ
                          ' REJECTED: CALENDAR TABLE FULL'
                      SET WS-CARD-BAD TO TRUE
                  ELSE
                      PERFORM B-PARA-ADD-EDITS
                  END-IF
              END-IF
          END-IF.

          B-PARA-ADD-EDITS.
          IF WS-CAL-CNT > ZERO
              MOVE WS-CAL-DAY (WS-CAL-CNT) TO WS-EDIT-DATE-N
              PERFORM B-PARA-NEXT-DATE
              MOVE CARD-CAL-DATE TO WS-EDIT-DATE
          ELSE
              MOVE WS-EDIT-DATE-N TO WS-NEXT-DATE
          END-IF
          IF WS-EDIT-DATE-N NOT = WS-NEXT-DATE
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: ONLY '
                  WS-NEXT-DATE ' MAY BE ADDED (NO GAPS)'
              SET WS-CARD-BAD TO TRUE
          ELSE
              ADD 1 TO WS-CAL-CNT
              MOVE WS-EDIT-DATE-N TO WS-CAL-DAY (WS-CAL-CNT)
              MOVE CARD-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-CNT)
              MOVE CARD-DESC TO WS-CAL-DESC (WS-CAL-CNT)
              MOVE CARD-DAY-TYPE TO WS-NEW-TYPE
          END-IF.

      *    A CHANGE REPLACES THE DAY TYPE AND THE DESCRIPTION. A DAY
      *    CLOSED AT SHORT NOTICE IS CHANGED TO 'H'; IF IT WAS THE
      *    MONTH'S CUTOFF, A SECOND CARD MOVES THE 'E' TO ANOTHER DAY.
          B-PARA-CHANGE-DAY.
          IF WS-CAL-HIT = ZERO
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: '
                  CARD-CAL-DATE ' NOT ON CALENDAR'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF NOT CARD-TYPE-VALID
                  DISPLAY 'CARD ' WS-CARDS-READ
                      ' REJECTED: DAY TYPE NOT B, H OR E'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  MOVE CARD-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-HIT)
                  MOVE CARD-DESC TO WS-CAL-DESC (WS-CAL-HIT)
                  MOVE CARD-DAY-TYPE TO WS-NEW-TYPE
              END-IF
          END-IF.

      *    LIKE AN ADD, A DELETE WORKS ONLY AT THE END OF THE
      *    CALENDAR -- A DAY INSIDE IT IS CLOSED BY CHANGING IT TO 'H'.
          B-PARA-DELETE-DAY.
          IF WS-CAL-HIT = ZERO
              DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: '
                  CARD-CAL-DATE ' NOT ON CALENDAR'
              SET WS-CARD-BAD TO TRUE
          ELSE
              IF WS-CAL-HIT NOT = WS-CAL-CNT
                  DISPLAY 'CARD ' WS-CARDS-READ ' REJECTED: '
                      CARD-CAL-DATE ' NOT THE LAST DAY ON CALENDAR'
                  SET WS-CARD-BAD TO TRUE
              ELSE
                  SUBTRACT 1 FROM WS-CAL-CNT
              END-IF
          END-IF.

          B-PARA-WRITE-AUDIT.
          MOVE SPACES TO CAL-AUDIT-RECORD
          MOVE WS-RUN-DATE TO LAUD-DATE
          MOVE WS-RUN-TIME TO LAUD-TIME
          MOVE CARD-USER-ID TO LAUD-USER-ID
          MOVE CARD-ACTION TO LAUD-ACTION
          MOVE CARD-CAL-DATE TO LAUD-CAL-DATE
          MOVE WS-OLD-TYPE TO LAUD-OLD-TYPE
          MOVE WS-NEW-TYPE TO LAUD-NEW-TYPE
          MOVE CARD-DESC TO LAUD-DESC
          IF WS-CARD-OK
              MOVE 'APPLIED' TO LAUD-RESULT
          ELSE
              MOVE 'REJECTED' TO LAUD-RESULT
          END-IF
          WRITE CAL-AUDIT-RECORD.

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

      *    THE DAY AFTER WS-EDIT-DATE (A VALID DATE) IN WS-NEXT-DATE.
          B-PARA-NEXT-DATE.
          MOVE WS-EDIT-DATE-N TO WS-NEXT-DATE
          MOVE WS-MONTH-DD (WS-EDIT-MM) TO WS-MAX-DD
          IF WS-EDIT-MM = 02
              PERFORM B-PARA-LEAP-CHECK
          END-IF
          IF WS-NEXT-DD < WS-MAX-DD
              ADD 1 TO WS-NEXT-DD
          ELSE
              MOVE 1 TO WS-NEXT-DD
              IF WS-NEXT-MM < 12
                  ADD 1 TO WS-NEXT-MM
              ELSE
                  MOVE 1 TO WS-NEXT-MM
                  ADD 1 TO WS-NEXT-YYYY
              END-IF
          END-IF.

      *    DAY OF THE WEEK OF WS-EDIT-DATE INTO WS-DOW (0 = SUNDAY).
      *    1 JANUARY FALLS ON DAY (1 + 5 X ((Y-1) MOD 4) + 4 X ((Y-1)
      *    MOD 100) + 6 X ((Y-1) MOD 400)) MOD 7; THE DATE IS THAT
      *    MANY DAYS ON BY ITS DAY OF THE YEAR.
          B-PARA-DAY-OF-WEEK.
          COMPUTE WS-DOW-YEAR = WS-EDIT-YYYY - 1
          DIVIDE WS-DOW-YEAR BY 4
              GIVING WS-DOW-Q REMAINDER WS-DOW-R4
          DIVIDE WS-DOW-YEAR BY 100
              GIVING WS-DOW-Q REMAINDER WS-DOW-R100
          DIVIDE WS-DOW-YEAR BY 400
              GIVING WS-DOW-Q REMAINDER WS-DOW-R400
          COMPUTE WS-DOW-DAYS = WS-MONTH-BEFORE (WS-EDIT-MM)
              + WS-EDIT-DD
          IF WS-EDIT-MM > 02
              MOVE 28 TO WS-MAX-DD
              PERFORM B-PARA-LEAP-CHECK
              IF WS-MAX-DD = 29
                  ADD 1 TO WS-DOW-DAYS
              END-IF
          END-IF
          COMPUTE WS-DOW-DAYS = WS-DOW-DAYS + 5 * WS-DOW-R4
              + 4 * WS-DOW-R100 + 6 * WS-DOW-R400
          DIVIDE WS-DOW-DAYS BY 7
              GIVING WS-DOW-Q REMAINDER WS-DOW.

          B-PARA-FIND-HOLIDAY.
          MOVE ZERO TO WS-HOL-HIT
          PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                  UNTIL WS-HOL-SUB > WS-HOL-CNT
              IF WS-HOL-DAY (WS-HOL-SUB) = WS-EDIT-DATE-N
                  MOVE WS-HOL-SUB TO WS-HOL-HIT
                  MOVE WS-HOL-CNT TO WS-HOL-SUB
              END-IF
          END-PERFORM.

      *    NOTHING IS RELEASED UNLESS THE WHOLE CALENDAR PASSES: EVERY
      *    DAY PRESENT FROM FIRST TO LAST, A VALID DAY TYPE ON EACH,
      *    EXACTLY ONE CUTOFF IN EVERY MONTH, AND NO CUTOFF ON A
      *    WEEKEND OR A LISTED HOLIDAY. EACH MONTH'S COUNTS ARE LISTED
      *    FOR THE OPERATOR TO CHECK.
          C-PARA-VALIDATE.
          SET WS-CAL-VALID TO TRUE
          MOVE ZERO TO WS-FAULTS
          IF WS-CAL-CNT = ZERO
              DISPLAY 'CALENDAR FAULT: NO DAYS ON THE CALENDAR'
              ADD 1 TO WS-FAULTS
          ELSE
              MOVE SPACES TO WS-VAL-YYYYMM
              PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                      UNTIL WS-CAL-SUB > WS-CAL-CNT
                  PERFORM C-PARA-VALIDATE-DAY
              END-PERFORM
              PERFORM C-PARA-VALIDATE-MONTH
              DISPLAY 'CALENDAR RUNS ' WS-CAL-DAY (1) ' TO '
                  WS-CAL-DAY (WS-CAL-CNT)
          END-IF
          IF WS-FAULTS > ZERO
              SET WS-CAL-INVALID TO TRUE
              DISPLAY 'CALENDAR FAILED VALIDATION WITH ' WS-FAULTS
                  ' FAULTS - NOT RELEASED'
          END-IF.

          C-PARA-VALIDATE-DAY.
          MOVE WS-CAL-DAY (WS-CAL-SUB) TO WS-EDIT-DATE-N
          IF WS-CAL-SUB > 1 AND WS-EDIT-DATE-N NOT = WS-NEXT-DATE
              DISPLAY 'CALENDAR FAULT: ' WS-EDIT-DATE ' FOLLOWS '
                  WS-CAL-DAY (WS-CAL-SUB - 1) ' - DAYS MISSING'
              ADD 1 TO WS-FAULTS
          END-IF
          IF WS-EDIT-DATE (1:6) NOT = WS-VAL-YYYYMM
              IF WS-CAL-SUB > 1
                  PERFORM C-PARA-VALIDATE-MONTH
              END-IF
              MOVE WS-EDIT-DATE (1:6) TO WS-VAL-YYYYMM
              MOVE ZERO TO WS-VAL-BUS
              MOVE ZERO TO WS-VAL-HOL
              MOVE ZERO TO WS-VAL-CUTOFFS
              MOVE ZERO TO WS-VAL-CUTOFF-DATE
          END-IF
          EVALUATE WS-CAL-TYPE (WS-CAL-SUB)
              WHEN 'B'
                  ADD 1 TO WS-VAL-BUS
              WHEN 'H'
                  ADD 1 TO WS-VAL-HOL
              WHEN 'E'
                  ADD 1 TO WS-VAL-BUS
                  ADD 1 TO WS-VAL-CUTOFFS
                  MOVE WS-EDIT-DATE-N TO WS-VAL-CUTOFF-DATE
                  PERFORM C-PARA-VALIDATE-CUTOFF
              WHEN OTHER
                  DISPLAY 'CALENDAR FAULT: ' WS-EDIT-DATE
                      ' HAS DAY TYPE ''' WS-CAL-TYPE (WS-CAL-SUB) ''''
                  ADD 1 TO WS-FAULTS
          END-EVALUATE
          PERFORM B-PARA-NEXT-DATE.

          C-PARA-VALIDATE-CUTOFF.
          PERFORM B-PARA-DAY-OF-WEEK
          IF WS-WEEKEND
              DISPLAY 'CALENDAR FAULT: CUTOFF ' WS-EDIT-DATE
                  ' FALLS ON A WEEKEND'
              ADD 1 TO WS-FAULTS
          END-IF
          PERFORM B-PARA-FIND-HOLIDAY
          IF WS-HOL-HIT > ZERO
              DISPLAY 'CALENDAR FAULT: CUTOFF ' WS-EDIT-DATE
                  ' FALLS ON HOLIDAY ' WS-HOL-DESC (WS-HOL-HIT)
              ADD 1 TO WS-FAULTS
          END-IF.

          C-PARA-VALIDATE-MONTH.
          DISPLAY 'MONTH ' WS-VAL-YYYYMM '  BUSINESS DAYS ' WS-VAL-BUS
              '  HOLIDAYS ' WS-VAL-HOL '  CUTOFF ' WS-VAL-CUTOFF-DATE
          IF WS-VAL-CUTOFFS NOT = 1
              DISPLAY 'CALENDAR FAULT: MONTH ' WS-VAL-YYYYMM ' HAS '
                  WS-VAL-CUTOFFS ' CUTOFFS - NEEDS EXACTLY ONE'
              ADD 1 TO WS-FAULTS
          END-IF.

          C-PARA-WRITE-CALENDAR.
          OPEN OUTPUT CALOUT-FILE
          IF WS-CALOUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CALOUT-FILE OPEN FAILED, STATUS='
                  WS-CALOUT-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM C-PARA-WRITE-CAL-REC
                  VARYING WS-CAL-SUB FROM 1 BY 1
                  UNTIL WS-CAL-SUB > WS-CAL-CNT
              CLOSE CALOUT-FILE
          END-IF.

          C-PARA-WRITE-CAL-REC.
          MOVE SPACES TO CAL-RECORD
          MOVE WS-CAL-DAY (WS-CAL-SUB) TO CAL-DATE
          MOVE WS-CAL-TYPE (WS-CAL-SUB) TO CAL-DAY-TYPE
          MOVE WS-CAL-DESC (WS-CAL-SUB) TO CAL-DESC
          MOVE CAL-RECORD TO CALOUT-RECORD
          WRITE CALOUT-RECORD
          ADD 1 TO WS-DAYS-WRITTEN.

      *    THE RUN'S OUTCOME CLOSES ITS AUDIT TRAIL: A RELEASE RECORD
      *    SHOWING WHETHER THE NEW GENERATION WAS WRITTEN.
          C-PARA-AUDIT-RELEASE.
          MOVE SPACES TO CAL-AUDIT-RECORD
          MOVE WS-RUN-DATE TO LAUD-DATE
          MOVE WS-RUN-TIME TO LAUD-TIME
          MOVE WS-GEN-USER TO LAUD-USER-ID
          MOVE 'RELEAS' TO LAUD-ACTION
          IF WS-CAL-CNT > ZERO
              MOVE WS-CAL-DAY (WS-CAL-CNT) TO LAUD-CAL-DATE
          END-IF
          IF WS-CAL-VALID AND NOT WS-FILE-ERROR
              MOVE 'APPLIED' TO LAUD-RESULT
              MOVE 'NEW CALENDAR RELEASED' TO LAUD-DESC
          ELSE
              MOVE 'REJECTED' TO LAUD-RESULT
              MOVE 'NEW CALENDAR NOT RELEASED' TO LAUD-DESC
          END-IF
          WRITE CAL-AUDIT-RECORD.

          D-PARA.
          DISPLAY 'CARDS READ:     ' WS-CARDS-READ
          DISPLAY 'CARDS APPLIED:  ' WS-CARDS-APPLIED
          DISPLAY 'CARDS REJECTED: ' WS-CARDS-REJECTED
          DISPLAY 'HOLIDAYS REJECTED: ' WS-HOL-REJECTED
          DISPLAY 'DAYS ON OUTPUT CALENDAR: ' WS-DAYS-WRITTEN
          IF WS-FILE-ERROR OR WS-CAL-INVALID
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-CARDS-REJECTED > ZERO OR WS-HOL-REJECTED > ZERO
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
