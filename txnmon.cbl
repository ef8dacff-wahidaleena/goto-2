       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CUMULATIVE POSTED DETAIL -- ONLY THE BUSINESS DATE
      *    AND THE ROLLING WINDOW BEFORE IT ARE RELEASED TO THE SORT.
           SELECT POSTED-DETAIL-FILE ASSIGN TO 'POSTDTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-STATUS.

           SELECT PARM-FILE ASSIGN TO 'MONPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      *    THE CASE FILE IS READ FROM THE LATEST GENERATION AND THE
      *    UPDATED FILE WRITTEN AS A NEW ONE, IN THE SAME ACCOUNT
      *    ORDER, SO A BAD RUN IS BACKED OUT BY ROLLING THE GDG.
           SELECT CASE-IN-FILE ASSIGN TO 'CASEIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEIN-STATUS.

           SELECT CASE-OUT-FILE ASSIGN TO 'CASEOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEOUT-STATUS.

      *    COMPLIANCE'S CASE-CLOSE CARDS FOR THIS RUN (MAY BE EMPTY).
           SELECT CARD-FILE ASSIGN TO 'CASECARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

      *    EXCEPTIONS ARE RAISED IN ACCOUNT ORDER AND REPORTED IN
      *    BRANCH AND OPERATOR ORDER -- SPOOLED HERE BETWEEN THE
      *    TWO SORTS.
           SELECT EXC-WORK-FILE ASSIGN TO 'EXCPWRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCW-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'EXCPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK'.

           SELECT SORT-EXC-FILE ASSIGN TO 'SORTWK2'.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-DETAIL-FILE
           RECORDING MODE IS F.
       COPY PDTLREC.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-FILE-RECORD               PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-FILE-RECORD           PIC X(80).

       FD  CASE-IN-FILE
           RECORDING MODE IS F.
       01  CASE-IN-RECORD                 PIC X(80).

       FD  CASE-OUT-FILE
           RECORDING MODE IS F.
       01  CASE-OUT-RECORD                PIC X(80).

       FD  CARD-FILE
           RECORDING MODE IS F.
       01  CASE-CARD.
           05  CARD-ACTION                PIC X(10).
               88  CARD-ACTION-CLOSE      VALUE 'CLOSE     '.
           05  CARD-ACCT                  PIC X(6).
           05  CARD-OPEN-DATE             PIC X(8).
           05  CARD-USER-ID               PIC X(8).
           05  FILLER                     PIC X(48).

       FD  EXC-WORK-FILE
           RECORDING MODE IS F.
       01  EXC-RECORD.
           05  EXC-BRANCH                 PIC X(4).
           05  EXC-OPERATOR               PIC X(6).
           05  EXC-ACCT                   PIC X(6).
           05  EXC-RULE-SEQ               PIC 9.
           05  EXC-TRANS-ID               PIC X(10).
           05  EXC-AMOUNT                 PIC 9(13)V99.
           05  EXC-COUNT                  PIC 9(5).
           05  FILLER                     PIC X(33).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-ACCT                  PIC X(6).
           05  SORT-RUN-DATE              PIC 9(8).
           05  SORT-ID                    PIC X(10).
           05  SORT-AMOUNT                PIC 9(11)V99.
           05  SORT-BRANCH                PIC X(4).
           05  SORT-OPERATOR              PIC X(6).

       SD  SORT-EXC-FILE.
       01  SORT-EXC-RECORD.
           05  SX-BRANCH                  PIC X(4).
           05  SX-OPERATOR                PIC X(6).
           05  SX-ACCT                    PIC X(6).
           05  SX-RULE-SEQ                PIC 9.
           05  SX-TRANS-ID                PIC X(10).
           05  SX-AMOUNT                  PIC 9(13)V99.
           05  SX-COUNT                   PIC 9(5).
           05  FILLER                     PIC X(33).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY MONPARM.
          COPY CALREC.
          COPY CASEREC.
          COPY DATECTL.

          01  WS-PDTL-STATUS              PIC X(2) VALUE '00'.
          01  WS-PARM-STATUS              PIC X(2) VALUE '00'.
          01  WS-CAL-STATUS               PIC X(2) VALUE '00'.
          01  WS-CASEIN-STATUS            PIC X(2) VALUE '00'.
          01  WS-CASEOUT-STATUS           PIC X(2) VALUE '00'.
          01  WS-CARD-STATUS              PIC X(2) VALUE '00'.
          01  WS-EXCW-STATUS              PIC X(2) VALUE '00'.
          01  WS-REPORT-STATUS            PIC X(2) VALUE '00'.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.

          01  WS-PDTL-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-PDTL-EOF             VALUE 'Y'.
          01  WS-PARM-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-PARM-EOF             VALUE 'Y'.
          01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-CAL-EOF              VALUE 'Y'.
          01  WS-CASEIN-EOF-FLAG          PIC X VALUE 'N'.
              88  WS-CASEIN-EOF           VALUE 'Y'.
          01  WS-CARD-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-CARD-EOF             VALUE 'Y'.
          01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
              88  WS-SORT-EOF             VALUE 'Y'.
          01  WS-SX-EOF-FLAG              PIC X VALUE 'N'.
              88  WS-SX-EOF               VALUE 'Y'.

          01  WS-PARM-LEN                 PIC S9(4) COMP VALUE ZERO.
          01  WS-PARM-WORK                PIC X(20) VALUE SPACES.
          01  WS-PARM-WORK-R REDEFINES WS-PARM-WORK.
              05  WS-PARM-DATE            PIC X(8).
              05  FILLER                  PIC X(12).

      *    THE BUSINESS DATE BEING MONITORED, AND THE FIRST DAY OF
      *    THE ROLLING WINDOW THAT ENDS ON IT.
          01  WS-BUS-DATE                 PIC 9(8) VALUE ZERO.
          01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
              05  WS-BUS-YYYY             PIC 9(4).
              05  WS-BUS-MM               PIC 9(2).
              05  WS-BUS-DD               PIC 9(2).
          01  WS-WINDOW-START             PIC 9(8) VALUE ZERO.
          01  WS-WINDOW-DAYS              PIC 9(3) VALUE ZERO.
          01  WS-WINDOW-SHORT-FLAG        PIC X VALUE 'N'.
              88  WS-WINDOW-SHORT         VALUE 'Y'.

      *    THE RULES IN EFFECT ON THE BUSINESS DATE -- AT MOST ONE
      *    OF EACH TYPE.
          01  WS-L-SET-FLAG               PIC X VALUE 'N'.
              88  WS-L-SET                VALUE 'Y'.
          01  WS-L-AMT                    PIC 9(11)V99 VALUE ZERO.
          01  WS-A-SET-FLAG               PIC X VALUE 'N'.
              88  WS-A-SET                VALUE 'Y'.
          01  WS-A-AMT                    PIC 9(11)V99 VALUE ZERO.
          01  WS-C-SET-FLAG               PIC X VALUE 'N'.
              88  WS-C-SET                VALUE 'Y'.
          01  WS-C-CNT                    PIC 9(5) VALUE ZERO.
          01  WS-S-SET-FLAG               PIC X VALUE 'N'.
              88  WS-S-SET                VALUE 'Y'.
          01  WS-S-AMT                    PIC 9(11)V99 VALUE ZERO.
          01  WS-S-PCT                    PIC 9(3)V99 VALUE ZERO.
          01  WS-S-CNT                    PIC 9(5) VALUE ZERO.
          01  WS-S-DAYS                   PIC 9(3) VALUE ZERO.
          01  WS-S-FLOOR                  PIC 9(11)V99 VALUE ZERO.
          01  WS-RULES-LOADED             PIC 9(3) VALUE ZERO.
          01  WS-RULE-OK-FLAG             PIC X VALUE 'Y'.
              88  WS-RULE-OK              VALUE 'Y'.
              88  WS-RULE-BAD             VALUE 'N'.

      *    ONE ENTRY PER CALENDAR DAY. THE CALENDAR CARRIES EVERY DAY
      *    FROM THE PRIOR MONTH TO THE END OF THE NEXT YEAR ONCE THAT
      *    IS GENERATED -- CALMNT NEVER RELEASES MORE THAN 800.
          01  WS-CAL-TABLE.
              05  WS-CAL-ENTRY OCCURS 800 TIMES.
                  10  WS-CAL-DAY          PIC 9(8).
                  10  WS-CAL-TYPE         PIC X.
          01  WS-CAL-MAX                  PIC 9(3) VALUE 800.
          01  WS-CAL-CNT                  PIC 9(3) VALUE ZERO.
          01  WS-CAL-SUB                  PIC 9(3) VALUE ZERO.

      *    CASE-CLOSE CARDS, HELD UNTIL THE CASE FILE PASSES THE
      *    CASE EACH ONE NAMES. WS-CD-RESULT: 'PENDING ' NOT YET
      *    MATCHED, 'APPLIED ' CASE CLOSED, 'NOT OPEN' CASE FOUND
      *    BUT ALREADY CLOSED, 'BAD CARD' FAILED ITS EDITS.
          01  WS-CD-TABLE.
              05  WS-CD-ENTRY OCCURS 200 TIMES.
                  10  WS-CD-ACCT          PIC X(6).
                  10  WS-CD-OPEN-DATE     PIC X(8).
                  10  WS-CD-USER-ID       PIC X(8).
                  10  WS-CD-RESULT        PIC X(8).
          01  WS-CD-MAX                   PIC 9(3) VALUE 200.
          01  WS-CD-CNT                   PIC 9(3) VALUE ZERO.
          01  WS-CD-SUB                   PIC 9(3) VALUE ZERO.

      *    ONE ACCOUNT'S WINDOW OF ACTIVITY, ACCUMULATED ACROSS ITS
      *    SORTED DETAIL. THE LEAD POSTING IS THE LARGEST OF THE
      *    DAY -- ITS BRANCH AND OPERATOR CARRY THE ACCOUNT-LEVEL
      *    EXCEPTIONS ON THE BRANCH/OPERATOR REPORT.
          01  WS-CUR-ACCT                 PIC X(6) VALUE SPACES.
          01  WS-PREV-CASE-ACCT           PIC X(6) VALUE SPACES.
          01  WS-DAY-COUNT                PIC 9(5) VALUE ZERO.
          01  WS-DAY-AMT                  PIC 9(13)V99 VALUE ZERO.
          01  WS-UNDER-CNT                PIC 9(5) VALUE ZERO.
          01  WS-UNDER-TODAY-FLAG         PIC X VALUE 'N'.
              88  WS-UNDER-TODAY          VALUE 'Y'.
          01  WS-LEAD-AMT                 PIC 9(11)V99 VALUE ZERO.
          01  WS-LEAD-BRANCH              PIC X(4) VALUE SPACES.
          01  WS-LEAD-OPERATOR            PIC X(6) VALUE SPACES.
          01  WS-RULES-HIT                PIC X(4) VALUE SPACES.

      *    THE DAY'S LARGE ITEMS FOR THE CURRENT ACCOUNT, EACH
      *    REPORTED UNDER ITS OWN BRANCH AND OPERATOR. BEYOND THE
      *    TABLE THEY ARE COUNTED AND REPORTED AS ONE LINE.
          01  WS-LG-TABLE.
              05  WS-LG-ENTRY OCCURS 50 TIMES.
                  10  WS-LG-ID            PIC X(10).
                  10  WS-LG-AMT           PIC 9(11)V99.
                  10  WS-LG-BRANCH        PIC X(4).
                  10  WS-LG-OPERATOR      PIC X(6).
          01  WS-LG-MAX                   PIC 9(3) VALUE 50.
          01  WS-LG-CNT                   PIC 9(3) VALUE ZERO.
          01  WS-LG-SUB                   PIC 9(3) VALUE ZERO.
          01  WS-LG-OVER                  PIC 9(5) VALUE ZERO.

      *    THE ACCOUNT'S OPEN CASE, HELD BACK FROM THE NEW CASE FILE
      *    UNTIL THE ACCOUNT'S DAY IS KNOWN.
          01  WS-HOLD-FLAG                PIC X VALUE 'N'.
              88  WS-HOLD                 VALUE 'Y'.
          01  WS-HOLD-RECORD              PIC X(80) VALUE SPACES.
          01  WS-PASS-RECORD              PIC X(80) VALUE SPACES.
          01  WS-NEXT-CASE-ACCT           PIC X(6) VALUE SPACES.

          01  WS-RPT-BRANCH               PIC X(4) VALUE SPACES.
          01  WS-RPT-OPERATOR             PIC X(6) VALUE SPACES.
          01  WS-RPT-BR-CNT               PIC 9(7) VALUE ZERO.
          01  WS-RPT-OP-CNT               PIC 9(7) VALUE ZERO.
          01  WS-RULE-NAME                PIC X(12) VALUE SPACES.

          01  WS-DETAILS-READ             PIC 9(9) VALUE ZERO.
          01  WS-DETAILS-WINDOW           PIC 9(9) VALUE ZERO.
          01  WS-DETAILS-TODAY            PIC 9(9) VALUE ZERO.
          01  WS-ACCTS-SEEN               PIC 9(9) VALUE ZERO.
          01  WS-ACCTS-HIT                PIC 9(9) VALUE ZERO.
          01  WS-ACCTS-SUPPRESSED         PIC 9(9) VALUE ZERO.
          01  WS-EXC-COUNT                PIC 9(9) VALUE ZERO.
          01  WS-CASES-READ               PIC 9(9) VALUE ZERO.
          01  WS-CASES-OPENED             PIC 9(9) VALUE ZERO.
          01  WS-CASES-CLOSED             PIC 9(9) VALUE ZERO.
          01  WS-CASES-OPEN-OUT           PIC 9(9) VALUE ZERO.
          01  WS-CASES-WRITTEN            PIC 9(9) VALUE ZERO.
          01  WS-CARDS-READ               PIC 9(5) VALUE ZERO.
          01  WS-CARDS-REJECTED           PIC 9(5) VALUE ZERO.

          01  WS-RPT-CNT-PIC              PIC ZZZ,ZZZ,ZZ9.
          01  WS-RPT-AMT-PIC              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          01  WS-RPT-NUM-PIC              PIC ZZ,ZZ9.
          01  WS-RPT-PCT-PIC              PIC ZZ9.99.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                 PIC S9(4) COMP.
           05  LS-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'TXNMON - LARGE-VALUE AND VELOCITY MONITORING'
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-RULES
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-SET-WINDOW
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-LOAD-CARDS
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-OPEN-FILES
          END-IF
      *    THE WINDOW IS SORTED INTO ACCOUNT AND RUN-DATE ORDER AND
      *    MATCHED AGAINST THE CASE FILE, WHICH IS KEPT IN THE SAME
      *    ORDER -- NO ACCOUNT OR CASE TABLE, SO NEITHER CAN OUTGROW
      *    THIS PROGRAM. THE EXCEPTIONS THAT FALL OUT ARE SORTED A
      *    SECOND TIME FOR THE BRANCH/OPERATOR REPORT.
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-REPORT-HEADINGS
              SORT SORT-FILE
                  ON ASCENDING KEY SORT-ACCT SORT-RUN-DATE
                  INPUT PROCEDURE IS B-PARA-SELECT
                  OUTPUT PROCEDURE IS C-PARA-ACCOUNTS
              CLOSE EXC-WORK-FILE
              CLOSE CASE-IN-FILE
              CLOSE CASE-OUT-FILE
              IF NOT WS-FILE-ERROR
                  SORT SORT-EXC-FILE
                      ON ASCENDING KEY SX-BRANCH SX-OPERATOR
                          SX-ACCT SX-RULE-SEQ
                      USING EXC-WORK-FILE
                      OUTPUT PROCEDURE IS C-PARA-REPORT
                  PERFORM C-PARA-CARD-RESULTS
                  PERFORM C-PARA-TOTALS
              END-IF
              CLOSE REPORT-FILE
          END-IF
          GO TO D-PARA.

      *    THE RUN NORMALLY FOLLOWS THE DAY'S POSTING AND SUSPENSE
      *    RESOLUTION AND MONITORS THE OPEN BUSINESS DATE FROM THE
      *    DATE CONTROL -- NEVER THE SYSTEM CLOCK. A MISSED DAY IS
      *    RUN LATE AGAINST ITS OWN DATE, GIVEN ON THE PARM: COLS
      *    1-8 CCYYMMDD.
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

      *    ONLY THE RULES IN EFFECT ON THE BUSINESS DATE ARE KEPT. A
      *    BAD RULE, OR TWO OF ONE TYPE IN EFFECT AT ONCE, STOPS THE
      *    RUN -- AN EXCEPTION LIST BUILT ON A THRESHOLD NOBODY CAN
      *    VOUCH FOR IS WORSE THAN NONE.
          A-PARA-LOAD-RULES.
          OPEN INPUT PARM-FILE
          IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'ERROR: PARM-FILE OPEN FAILED, STATUS='
                  WS-PARM-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM A-PARA-LOAD-RULE-REC
                  UNTIL WS-PARM-EOF OR WS-FILE-ERROR
              CLOSE PARM-FILE
              IF NOT WS-FILE-ERROR
                  IF WS-RULES-LOADED = ZERO
                      DISPLAY 'ERROR: NO MONITORING RULES IN EFFECT ON '
                          WS-BUS-DATE
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      DISPLAY 'MONITORING RULES IN EFFECT: '
                          WS-RULES-LOADED
                  END-IF
              END-IF
          END-IF.

          A-PARA-LOAD-RULE-REC.
          READ PARM-FILE
              AT END
                  SET WS-PARM-EOF TO TRUE
              NOT AT END
                  MOVE PARM-FILE-RECORD TO MON-PARM-RECORD
                  IF MON-EFF-DATE NOT NUMERIC
                      OR MON-EXP-DATE NOT NUMERIC
                      DISPLAY 'ERROR: BAD DATES ON MONITORING RULE '
                          MON-RULE-TYPE
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      IF WS-BUS-DATE >= MON-EFF-DATE
                          AND WS-BUS-DATE <= MON-EXP-DATE
                          PERFORM A-PARA-TAKE-RULE
                      END-IF
                  END-IF
          END-READ.

          A-PARA-TAKE-RULE.
          SET WS-RULE-OK TO TRUE
          IF MON-AMOUNT NOT NUMERIC OR MON-COUNT NOT NUMERIC
              OR MON-PCT NOT NUMERIC OR MON-DAYS NOT NUMERIC
              SET WS-RULE-BAD TO TRUE
          ELSE
              IF MON-RULE-LARGE
                  IF WS-L-SET OR MON-AMOUNT = ZERO
                      SET WS-RULE-BAD TO TRUE
                  ELSE
                      SET WS-L-SET TO TRUE
                      MOVE MON-AMOUNT TO WS-L-AMT
                  END-IF
              ELSE
                  IF MON-RULE-AGGREGATE
                      IF WS-A-SET OR MON-AMOUNT = ZERO
                          SET WS-RULE-BAD TO TRUE
                      ELSE
                          SET WS-A-SET TO TRUE
                          MOVE MON-AMOUNT TO WS-A-AMT
                      END-IF
                  ELSE
                      IF MON-RULE-COUNT
                          IF WS-C-SET OR MON-COUNT = ZERO
                              SET WS-RULE-BAD TO TRUE
                          ELSE
                              SET WS-C-SET TO TRUE
                              MOVE MON-COUNT TO WS-C-CNT
                          END-IF
                      ELSE
                          IF MON-RULE-UNDER
                              PERFORM A-PARA-TAKE-UNDER-RULE
                          ELSE
                              SET WS-RULE-BAD TO TRUE
                          END-IF
                      END-IF
                  END-IF
              END-IF
          END-IF
          IF WS-RULE-BAD
              DISPLAY 'ERROR: MONITORING RULE ' MON-RULE-TYPE
                  ' EFFECTIVE ' MON-EFF-DATE
                  ' IS INVALID OR DUPLICATES ONE IN EFFECT'
              SET WS-FILE-ERROR TO TRUE
          ELSE
              ADD 1 TO WS-RULES-LOADED
          END-IF.

      *    THE JUST-UNDER BAND RUNS FROM MON-PCT PERCENT BELOW THE
      *    THRESHOLD UP TO (NOT INCLUDING) THE THRESHOLD ITSELF.
          A-PARA-TAKE-UNDER-RULE.
          IF WS-S-SET OR MON-AMOUNT = ZERO OR MON-COUNT = ZERO
              OR MON-DAYS = ZERO OR MON-PCT = ZERO
              OR MON-PCT NOT < 100
              SET WS-RULE-BAD TO TRUE
          ELSE
              SET WS-S-SET TO TRUE
              MOVE MON-AMOUNT TO WS-S-AMT
              MOVE MON-PCT TO WS-S-PCT
              MOVE MON-COUNT TO WS-S-CNT
              MOVE MON-DAYS TO WS-S-DAYS
              COMPUTE WS-S-FLOOR ROUNDED =
                  WS-S-AMT - (WS-S-AMT * WS-S-PCT / 100)
          END-IF.

      *    THE WINDOW IS THE BUSINESS DATE ALONE UNLESS THE
      *    JUST-UNDER RULE IS IN EFFECT; THEN IT REACHES BACK MON-DAYS
      *    BUSINESS DAYS ON THE OPERATIONS CALENDAR, THE BUSINESS
      *    DATE INCLUDED. A CALENDAR THAT DOES NOT REACH BACK FAR
      *    ENOUGH SHORTENS THE WINDOW WITH A WARNING.
          A-PARA-SET-WINDOW.
          MOVE WS-BUS-DATE TO WS-WINDOW-START
          IF WS-S-SET
              PERFORM A-PARA-LOAD-CALENDAR
              IF NOT WS-FILE-ERROR
                  MOVE ZERO TO WS-WINDOW-DAYS
                  PERFORM VARYING WS-CAL-SUB FROM WS-CAL-CNT BY -1
                          UNTIL WS-CAL-SUB < 1
                              OR WS-WINDOW-DAYS >= WS-S-DAYS
                      IF WS-CAL-DAY (WS-CAL-SUB) <= WS-BUS-DATE
                          AND (WS-CAL-TYPE (WS-CAL-SUB) = 'B'
                              OR WS-CAL-TYPE (WS-CAL-SUB) = 'E')
                          ADD 1 TO WS-WINDOW-DAYS
                          MOVE WS-CAL-DAY (WS-CAL-SUB)
                              TO WS-WINDOW-START
                      END-IF
                  END-PERFORM
                  IF WS-WINDOW-DAYS < WS-S-DAYS
                      SET WS-WINDOW-SHORT TO TRUE
                      DISPLAY 'WARNING: CALENDAR HOLDS ONLY '
                          WS-WINDOW-DAYS ' BUSINESS DAYS UP TO '
                          WS-BUS-DATE ' - WINDOW SHORTENED'
                  END-IF
              END-IF
          END-IF
          DISPLAY 'WINDOW ' WS-WINDOW-START ' TO ' WS-BUS-DATE.

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
              END-IF
          END-IF.

      *    THE WINDOW IS COUNTED BACKWARDS THROUGH THE TABLE, SO THE
      *    CALENDAR MUST BE IN DATE ORDER.
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
                          IF WS-CAL-CNT > ZERO
                              AND CAL-DATE NOT >
                                  WS-CAL-DAY (WS-CAL-CNT)
                              DISPLAY 'ERROR: CALENDAR NOT IN DATE'
                                  ' ORDER AT ' CAL-DATE
                              SET WS-FILE-ERROR TO TRUE
                          ELSE
                              ADD 1 TO WS-CAL-CNT
                              MOVE CAL-DATE
                                  TO WS-CAL-DAY (WS-CAL-CNT)
                              MOVE CAL-DAY-TYPE
                                  TO WS-CAL-TYPE (WS-CAL-CNT)
                          END-IF
                      END-IF
                  END-IF
          END-READ.

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
              DISPLAY 'CASE CARDS READ: ' WS-CARDS-READ
          END-IF.

          A-PARA-LOAD-CARD-REC.
          READ CARD-FILE
              AT END
                  SET WS-CARD-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-CARDS-READ
                  IF WS-CD-CNT >= WS-CD-MAX
                      DISPLAY 'ERROR: CASE CARD TABLE FULL AT '
                          WS-CD-MAX
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      ADD 1 TO WS-CD-CNT
                      MOVE CARD-ACCT TO WS-CD-ACCT (WS-CD-CNT)
                      MOVE CARD-OPEN-DATE
                          TO WS-CD-OPEN-DATE (WS-CD-CNT)
                      MOVE CARD-USER-ID TO WS-CD-USER-ID (WS-CD-CNT)
                      IF NOT CARD-ACTION-CLOSE
                          OR CARD-ACCT = SPACES
                          OR CARD-OPEN-DATE NOT NUMERIC
                          OR CARD-USER-ID = SPACES
                          MOVE 'BAD CARD' TO WS-CD-RESULT (WS-CD-CNT)
                      ELSE
                          MOVE 'PENDING ' TO WS-CD-RESULT (WS-CD-CNT)
                      END-IF
                  END-IF
          END-READ.

          A-PARA-OPEN-FILES.
          OPEN INPUT CASE-IN-FILE
          IF WS-CASEIN-STATUS NOT = '00'
              DISPLAY 'ERROR: CASE-IN-FILE OPEN FAILED, STATUS='
                  WS-CASEIN-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN OUTPUT CASE-OUT-FILE
          IF WS-CASEOUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CASE-OUT-FILE OPEN FAILED, STATUS='
                  WS-CASEOUT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF
          OPEN OUTPUT EXC-WORK-FILE
          IF WS-EXCW-STATUS NOT = '00'
              DISPLAY 'ERROR: EXC-WORK-FILE OPEN FAILED, STATUS='
                  WS-EXCW-STATUS
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
          STRING 'LARGE-VALUE AND VELOCITY EXCEPTIONS   BUSINESS DATE '
              WS-BUS-YYYY '-' WS-BUS-MM '-' WS-BUS-DD
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          STRING 'WINDOW FROM ' WS-WINDOW-START(1:4) '-'
              WS-WINDOW-START(5:2) '-' WS-WINDOW-START(7:2)
              DELIMITED BY SIZE INTO REPORT-LINE
          IF WS-WINDOW-SHORT
              MOVE '(SHORTENED - CALENDAR ENDS)' TO REPORT-LINE(25:27)
          END-IF
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE 'RULES IN EFFECT' TO REPORT-LINE
          WRITE REPORT-LINE
          IF WS-L-SET
              MOVE SPACES TO REPORT-LINE
              MOVE WS-L-AMT TO WS-RPT-AMT-PIC
              STRING '  LARGE ITEM    ANY ONE POSTING OF '
                  WS-RPT-AMT-PIC ' OR MORE'
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
          END-IF
          IF WS-A-SET
              MOVE SPACES TO REPORT-LINE
              MOVE WS-A-AMT TO WS-RPT-AMT-PIC
              STRING '  DAILY TOTAL   DAY''S POSTINGS TOTAL '
                  WS-RPT-AMT-PIC ' OR MORE'
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
          END-IF
          IF WS-C-SET
              MOVE SPACES TO REPORT-LINE
              MOVE WS-C-CNT TO WS-RPT-NUM-PIC
              STRING '  DAILY COUNT   ' WS-RPT-NUM-PIC
                  ' OR MORE POSTINGS IN THE DAY'
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
          END-IF
          IF WS-S-SET
              MOVE SPACES TO REPORT-LINE
              MOVE WS-S-CNT TO WS-RPT-NUM-PIC
              MOVE WS-S-PCT TO WS-RPT-PCT-PIC
              STRING '  JUST UNDER    ' WS-RPT-NUM-PIC
                  ' OR MORE POSTINGS WITHIN ' WS-RPT-PCT-PIC
                  ' PCT BELOW' DELIMITED BY SIZE INTO REPORT-LINE
              MOVE WS-S-AMT TO WS-RPT-AMT-PIC
              MOVE WS-RPT-AMT-PIC TO REPORT-LINE(64:20)
              MOVE WS-S-DAYS TO WS-RPT-NUM-PIC
              STRING ' IN ' WS-RPT-NUM-PIC ' BUSINESS DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE(84:24)
              WRITE REPORT-LINE
          END-IF.

      *    SORT INPUT: THE WINDOW'S POSTINGS, BY THE RUN DATE THAT
      *    POSTED THEM. A REVERSAL IS THE BANK PUTTING RIGHT AN
      *    ERROR, NOT CUSTOMER ACTIVITY, AND IS LEFT OUT. AMOUNTS
      *    ARE RELEASED WITHOUT SIGN.
          B-PARA-SELECT.
          OPEN INPUT POSTED-DETAIL-FILE
          IF WS-PDTL-STATUS NOT = '00'
              DISPLAY 'ERROR: POSTED-DETAIL-FILE OPEN FAILED,'
                  ' STATUS=' WS-PDTL-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              PERFORM B-PARA-SELECT-REC
                  UNTIL WS-PDTL-EOF OR WS-FILE-ERROR
              CLOSE POSTED-DETAIL-FILE
              DISPLAY 'DETAILS READ:      ' WS-DETAILS-READ
              DISPLAY 'DETAILS IN WINDOW: ' WS-DETAILS-WINDOW
          END-IF.

          B-PARA-SELECT-REC.
          READ POSTED-DETAIL-FILE
              AT END
                  SET WS-PDTL-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-DETAILS-READ
                  IF PDTL-RUN-DATE NUMERIC
                      AND PDTL-RUN-DATE >= WS-WINDOW-START
                      AND PDTL-RUN-DATE <= WS-BUS-DATE
                      AND PDTL-AMOUNT NUMERIC
                      AND PDTL-ORIG-TRANS-ID = SPACES
                      ADD 1 TO WS-DETAILS-WINDOW
                      MOVE PDTL-ACCT-KEY TO SORT-ACCT
                      MOVE PDTL-RUN-DATE TO SORT-RUN-DATE
                      MOVE PDTL-TRANS-ID TO SORT-ID
                      IF PDTL-AMOUNT < ZERO
                          COMPUTE SORT-AMOUNT = ZERO - PDTL-AMOUNT
                      ELSE
                          MOVE PDTL-AMOUNT TO SORT-AMOUNT
                      END-IF
                      IF PDTL-BRANCH = SPACES
                          MOVE '????' TO SORT-BRANCH
                      ELSE
                          MOVE PDTL-BRANCH TO SORT-BRANCH
                      END-IF
                      IF PDTL-OPERATOR = SPACES
                          MOVE '??????' TO SORT-OPERATOR
                      ELSE
                          MOVE PDTL-OPERATOR TO SORT-OPERATOR
                      END-IF
                      RELEASE SORT-RECORD
                  END-IF
          END-READ.

      *    SORT OUTPUT: WALK THE SORTED WINDOW AND THE CASE FILE
      *    TOGETHER. EACH CHANGE OF ACCOUNT SETTLES THE PRIOR
      *    ACCOUNT AND COPIES THE CASE FILE FORWARD TO THE NEW ONE;
      *    CASES FOR ACCOUNTS WITH NO ACTIVITY PASS STRAIGHT
      *    THROUGH, CLOSE CARDS APPLIED ON THE WAY.
          C-PARA-ACCOUNTS.
          MOVE SPACES TO WS-CUR-ACCT
          PERFORM C-PARA-READ-CASE
          PERFORM C-PARA-RETURN-DTL
          PERFORM C-PARA-NEXT-DTL
              UNTIL WS-SORT-EOF OR WS-FILE-ERROR
          IF WS-CUR-ACCT NOT = SPACES AND NOT WS-FILE-ERROR
              PERFORM C-PARA-END-ACCT
          END-IF
          MOVE HIGH-VALUES TO WS-CUR-ACCT
          PERFORM C-PARA-PASS-CASE
              UNTIL WS-CASEIN-EOF OR WS-FILE-ERROR
          DISPLAY 'ACCOUNTS EXAMINED: ' WS-ACCTS-SEEN
          DISPLAY 'CASES READ:        ' WS-CASES-READ
          DISPLAY 'CASES WRITTEN:     ' WS-CASES-WRITTEN.

          C-PARA-NEXT-DTL.
          IF SORT-ACCT NOT = WS-CUR-ACCT
              IF WS-CUR-ACCT NOT = SPACES
                  PERFORM C-PARA-END-ACCT
              END-IF
              PERFORM C-PARA-START-ACCT
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM C-PARA-TALLY-ITEM
          END-IF
          PERFORM C-PARA-RETURN-DTL.

          C-PARA-RETURN-DTL.
          RETURN SORT-FILE
              AT END
                  SET WS-SORT-EOF TO TRUE
          END-RETURN.

          C-PARA-START-ACCT.
          MOVE SORT-ACCT TO WS-CUR-ACCT
          ADD 1 TO WS-ACCTS-SEEN
          MOVE ZERO TO WS-DAY-COUNT
          MOVE ZERO TO WS-DAY-AMT
          MOVE ZERO TO WS-UNDER-CNT
          MOVE 'N' TO WS-UNDER-TODAY-FLAG
          MOVE ZERO TO WS-LEAD-AMT
          MOVE SPACES TO WS-LEAD-BRANCH
          MOVE SPACES TO WS-LEAD-OPERATOR
          MOVE ZERO TO WS-LG-CNT
          MOVE ZERO TO WS-LG-OVER
          MOVE 'N' TO WS-HOLD-FLAG
          PERFORM C-PARA-PASS-CASE
              UNTIL WS-CASEIN-EOF OR WS-FILE-ERROR
                  OR WS-NEXT-CASE-ACCT > WS-CUR-ACCT.

          C-PARA-TALLY-ITEM.
          IF SORT-RUN-DATE = WS-BUS-DATE
              ADD 1 TO WS-DETAILS-TODAY
              ADD 1 TO WS-DAY-COUNT
              ADD SORT-AMOUNT TO WS-DAY-AMT
              IF WS-DAY-COUNT = 1 OR SORT-AMOUNT > WS-LEAD-AMT
                  MOVE SORT-AMOUNT TO WS-LEAD-AMT
                  MOVE SORT-BRANCH TO WS-LEAD-BRANCH
                  MOVE SORT-OPERATOR TO WS-LEAD-OPERATOR
              END-IF
              IF WS-L-SET AND SORT-AMOUNT >= WS-L-AMT
                  IF WS-LG-CNT >= WS-LG-MAX
                      ADD 1 TO WS-LG-OVER
                  ELSE
                      ADD 1 TO WS-LG-CNT
                      MOVE SORT-ID TO WS-LG-ID (WS-LG-CNT)
                      MOVE SORT-AMOUNT TO WS-LG-AMT (WS-LG-CNT)
                      MOVE SORT-BRANCH TO WS-LG-BRANCH (WS-LG-CNT)
                      MOVE SORT-OPERATOR
                          TO WS-LG-OPERATOR (WS-LG-CNT)
                  END-IF
              END-IF
          END-IF
          IF WS-S-SET
              AND SORT-AMOUNT >= WS-S-FLOOR
              AND SORT-AMOUNT < WS-S-AMT
              ADD 1 TO WS-UNDER-CNT
              IF SORT-RUN-DATE = WS-BUS-DATE
                  SET WS-UNDER-TODAY TO TRUE
              END-IF
          END-IF.

      *    SETTLE ONE ACCOUNT. AN ACCOUNT THAT BREAKS A RULE WITH NO
      *    CASE OPEN GETS A NEW CASE AND ITS EXCEPTIONS REPORTED.
      *    WITH A CASE ALREADY OPEN FROM AN EARLIER DAY IT IS NOT
      *    RE-ALERTED -- THE CASE JUST RECORDS ANOTHER DAY'S HIT. A
      *    CASE OPENED ON THIS SAME BUSINESS DATE IS THIS RUN'S OWN
      *    FROM AN EARLIER ATTEMPT, SO A RERUN REPORTS IT AGAIN.
          C-PARA-END-ACCT.
          MOVE SPACES TO WS-RULES-HIT
          IF WS-LG-CNT > ZERO OR WS-LG-OVER > ZERO
              MOVE 'L' TO WS-RULES-HIT(1:1)
          END-IF
          IF WS-A-SET AND WS-DAY-COUNT > ZERO
              AND WS-DAY-AMT >= WS-A-AMT
              MOVE 'A' TO WS-RULES-HIT(2:1)
          END-IF
          IF WS-C-SET AND WS-DAY-COUNT >= WS-C-CNT
              MOVE 'C' TO WS-RULES-HIT(3:1)
          END-IF
          IF WS-S-SET AND WS-UNDER-TODAY
              AND WS-UNDER-CNT >= WS-S-CNT
              MOVE 'S' TO WS-RULES-HIT(4:1)
          END-IF
          IF WS-RULES-HIT = SPACES
              IF WS-HOLD
                  MOVE WS-HOLD-RECORD TO CASE-RECORD
                  PERFORM C-PARA-WRITE-CASE
              END-IF
          ELSE
              ADD 1 TO WS-ACCTS-HIT
              IF WS-HOLD
                  MOVE WS-HOLD-RECORD TO CASE-RECORD
              END-IF
              IF WS-HOLD AND CASE-OPEN-DATE NOT = WS-BUS-DATE
                  ADD 1 TO WS-ACCTS-SUPPRESSED
                  IF CASE-LAST-HIT-DATE NOT = WS-BUS-DATE
                      MOVE WS-BUS-DATE TO CASE-LAST-HIT-DATE
                      IF CASE-HIT-DAYS < 999
                          ADD 1 TO CASE-HIT-DAYS
                      END-IF
                  END-IF
                  PERFORM C-PARA-WRITE-CASE
              ELSE
                  PERFORM C-PARA-OPEN-CASE
                  PERFORM C-PARA-WRITE-EXCEPTIONS
              END-IF
          END-IF.

          C-PARA-OPEN-CASE.
          MOVE SPACES TO CASE-RECORD
          MOVE WS-CUR-ACCT TO CASE-ACCT-KEY
          MOVE WS-BUS-DATE TO CASE-OPEN-DATE
          SET CASE-OPEN TO TRUE
          MOVE WS-RULES-HIT TO CASE-RULES
          MOVE WS-LEAD-BRANCH TO CASE-BRANCH
          MOVE WS-LEAD-OPERATOR TO CASE-OPERATOR
          MOVE WS-DAY-AMT TO CASE-DAY-AMT
          MOVE WS-DAY-COUNT TO CASE-DAY-COUNT
          MOVE WS-BUS-DATE TO CASE-LAST-HIT-DATE
          MOVE 1 TO CASE-HIT-DAYS
          ADD 1 TO WS-CASES-OPENED
          PERFORM C-PARA-WRITE-CASE.

      *    ONE EXCEPTION PER LARGE ITEM UNDER THE ITEM'S OWN BRANCH
      *    AND OPERATOR; THE ACCOUNT-LEVEL RULES UNDER THE LEAD
      *    POSTING'S.
          C-PARA-WRITE-EXCEPTIONS.
          PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                  UNTIL WS-LG-SUB > WS-LG-CNT
              MOVE SPACES TO EXC-RECORD
              MOVE WS-LG-BRANCH (WS-LG-SUB) TO EXC-BRANCH
              MOVE WS-LG-OPERATOR (WS-LG-SUB) TO EXC-OPERATOR
              MOVE WS-CUR-ACCT TO EXC-ACCT
              MOVE 1 TO EXC-RULE-SEQ
              MOVE WS-LG-ID (WS-LG-SUB) TO EXC-TRANS-ID
              MOVE WS-LG-AMT (WS-LG-SUB) TO EXC-AMOUNT
              MOVE 1 TO EXC-COUNT
              PERFORM C-PARA-WRITE-EXC
          END-PERFORM
          IF WS-LG-OVER > ZERO
              MOVE SPACES TO EXC-RECORD
              MOVE WS-LEAD-BRANCH TO EXC-BRANCH
              MOVE WS-LEAD-OPERATOR TO EXC-OPERATOR
              MOVE WS-CUR-ACCT TO EXC-ACCT
              MOVE 1 TO EXC-RULE-SEQ
              MOVE '(MORE)' TO EXC-TRANS-ID
              MOVE ZERO TO EXC-AMOUNT
              MOVE WS-LG-OVER TO EXC-COUNT
              PERFORM C-PARA-WRITE-EXC
          END-IF
          MOVE SPACES TO EXC-RECORD
          MOVE WS-LEAD-BRANCH TO EXC-BRANCH
          MOVE WS-LEAD-OPERATOR TO EXC-OPERATOR
          MOVE WS-CUR-ACCT TO EXC-ACCT
          IF WS-RULES-HIT(2:1) = 'A'
              MOVE 2 TO EXC-RULE-SEQ
              MOVE WS-DAY-AMT TO EXC-AMOUNT
              MOVE WS-DAY-COUNT TO EXC-COUNT
              PERFORM C-PARA-WRITE-EXC
          END-IF
          IF WS-RULES-HIT(3:1) = 'C'
              MOVE 3 TO EXC-RULE-SEQ
              MOVE WS-DAY-AMT TO EXC-AMOUNT
              MOVE WS-DAY-COUNT TO EXC-COUNT
              PERFORM C-PARA-WRITE-EXC
          END-IF
          IF WS-RULES-HIT(4:1) = 'S'
              MOVE 4 TO EXC-RULE-SEQ
              MOVE WS-S-AMT TO EXC-AMOUNT
              MOVE WS-UNDER-CNT TO EXC-COUNT
              PERFORM C-PARA-WRITE-EXC
          END-IF.

          C-PARA-WRITE-EXC.
          WRITE EXC-RECORD
          IF WS-EXCW-STATUS NOT = '00'
              DISPLAY 'ERROR: EXC-WORK-FILE WRITE FAILED, STATUS='
                  WS-EXCW-STATUS
              SET WS-FILE-ERROR TO TRUE
          ELSE
              ADD 1 TO WS-EXC-COUNT
          END-IF.

      *    COPY ONE OLD CASE FORWARD, APPLYING ANY CLOSE CARD FOR
      *    IT. THE CURRENT ACCOUNT'S OPEN CASE IS HELD BACK UNTIL
      *    THE ACCOUNT IS SETTLED. A SECOND OPEN CASE FOR ONE
      *    ACCOUNT SHOULD NOT EXIST; THE EARLIER ONE IS CARRIED AS
      *    IT STANDS AND THE LATEST IS THE ONE THAT COUNTS.
          C-PARA-PASS-CASE.
          MOVE CASE-IN-RECORD TO CASE-RECORD
          IF WS-CD-CNT > ZERO
              PERFORM C-PARA-APPLY-CARDS
          END-IF
          IF CASE-ACCT-KEY = WS-CUR-ACCT AND CASE-OPEN
              IF WS-HOLD
                  MOVE CASE-RECORD TO WS-PASS-RECORD
                  MOVE WS-HOLD-RECORD TO CASE-RECORD
                  PERFORM C-PARA-WRITE-CASE
                  MOVE WS-PASS-RECORD TO CASE-RECORD
              END-IF
              MOVE CASE-RECORD TO WS-HOLD-RECORD
              SET WS-HOLD TO TRUE
          ELSE
              PERFORM C-PARA-WRITE-CASE
          END-IF
          PERFORM C-PARA-READ-CASE.

          C-PARA-APPLY-CARDS.
          PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                  UNTIL WS-CD-SUB > WS-CD-CNT
              IF WS-CD-RESULT (WS-CD-SUB) = 'PENDING '
                  AND WS-CD-ACCT (WS-CD-SUB) = CASE-ACCT-KEY
                  AND WS-CD-OPEN-DATE (WS-CD-SUB) = CASE-OPEN-DATE
                  IF CASE-OPEN
                      SET CASE-CLOSED TO TRUE
                      MOVE WS-BUS-DATE TO CASE-CLOSE-DATE
                      MOVE WS-CD-USER-ID (WS-CD-SUB) TO CASE-CLOSED-BY
                      MOVE 'APPLIED ' TO WS-CD-RESULT (WS-CD-SUB)
                      ADD 1 TO WS-CASES-CLOSED
                  ELSE
                      MOVE 'NOT OPEN' TO WS-CD-RESULT (WS-CD-SUB)
                  END-IF
              END-IF
          END-PERFORM.

          C-PARA-WRITE-CASE.
          IF CASE-OPEN
              ADD 1 TO WS-CASES-OPEN-OUT
          END-IF
          ADD 1 TO WS-CASES-WRITTEN
          WRITE CASE-OUT-RECORD FROM CASE-RECORD
          IF WS-CASEOUT-STATUS NOT = '00'
              DISPLAY 'ERROR: CASE-OUT-FILE WRITE FAILED, STATUS='
                  WS-CASEOUT-STATUS
              SET WS-FILE-ERROR TO TRUE
          END-IF.

      *    THE NEXT OLD CASE WAITS IN THE FILE'S RECORD AREA WHILE
      *    CASE-RECORD IS IN USE FOR THE ACCOUNT BEING SETTLED. THE
      *    CASE FILE MUST STAY IN ACCOUNT ORDER FOR THE MATCH.
          C-PARA-READ-CASE.
          READ CASE-IN-FILE
              AT END
                  SET WS-CASEIN-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-CASES-READ
                  MOVE CASE-IN-RECORD(1:6) TO WS-NEXT-CASE-ACCT
                  IF WS-NEXT-CASE-ACCT < WS-PREV-CASE-ACCT
                      DISPLAY 'ERROR: CASE FILE OUT OF ACCOUNT ORDER'
                          ' AT ' WS-NEXT-CASE-ACCT
                      SET WS-FILE-ERROR TO TRUE
                  ELSE
                      MOVE WS-NEXT-CASE-ACCT TO WS-PREV-CASE-ACCT
                  END-IF
          END-READ.

      *    SORT OUTPUT: THE EXCEPTIONS BY BRANCH AND OPERATOR, WITH
      *    A COUNT AT EVERY CHANGE OF EITHER.
          C-PARA-REPORT.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE 'BRANCH' TO REPORT-LINE(1:6)
          MOVE 'OPERATOR' TO REPORT-LINE(9:8)
          MOVE 'ACCOUNT' TO REPORT-LINE(19:7)
          MOVE 'RULE' TO REPORT-LINE(28:4)
          MOVE 'TRANS-ID' TO REPORT-LINE(42:8)
          MOVE 'AMOUNT' TO REPORT-LINE(68:6)
          MOVE 'COUNT' TO REPORT-LINE(77:5)
          WRITE REPORT-LINE
          MOVE SPACES TO WS-RPT-BRANCH
          MOVE SPACES TO WS-RPT-OPERATOR
          PERFORM C-PARA-RETURN-EXC
          IF WS-SX-EOF
              MOVE SPACES TO REPORT-LINE
              MOVE 'NO EXCEPTIONS FOR THE BUSINESS DATE'
                  TO REPORT-LINE
              WRITE REPORT-LINE
          ELSE
              PERFORM C-PARA-REPORT-EXC UNTIL WS-SX-EOF
              PERFORM C-PARA-OPERATOR-TOTAL
              PERFORM C-PARA-BRANCH-TOTAL
          END-IF.

          C-PARA-RETURN-EXC.
          RETURN SORT-EXC-FILE
              AT END
                  SET WS-SX-EOF TO TRUE
          END-RETURN.

          C-PARA-REPORT-EXC.
          IF SX-BRANCH NOT = WS-RPT-BRANCH
              IF WS-RPT-BRANCH NOT = SPACES
                  PERFORM C-PARA-OPERATOR-TOTAL
                  PERFORM C-PARA-BRANCH-TOTAL
              END-IF
              MOVE SX-BRANCH TO WS-RPT-BRANCH
              MOVE SX-OPERATOR TO WS-RPT-OPERATOR
              MOVE ZERO TO WS-RPT-BR-CNT
              MOVE ZERO TO WS-RPT-OP-CNT
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
          ELSE
              IF SX-OPERATOR NOT = WS-RPT-OPERATOR
                  PERFORM C-PARA-OPERATOR-TOTAL
                  MOVE SX-OPERATOR TO WS-RPT-OPERATOR
                  MOVE ZERO TO WS-RPT-OP-CNT
              END-IF
          END-IF
          ADD 1 TO WS-RPT-BR-CNT
          ADD 1 TO WS-RPT-OP-CNT
          EVALUATE SX-RULE-SEQ
              WHEN 1
                  MOVE 'LARGE ITEM' TO WS-RULE-NAME
              WHEN 2
                  MOVE 'DAILY TOTAL' TO WS-RULE-NAME
              WHEN 3
                  MOVE 'DAILY COUNT' TO WS-RULE-NAME
              WHEN OTHER
                  MOVE 'JUST UNDER' TO WS-RULE-NAME
          END-EVALUATE
          MOVE SPACES TO REPORT-LINE
          MOVE SX-BRANCH TO REPORT-LINE(1:4)
          MOVE SX-OPERATOR TO REPORT-LINE(9:6)
          MOVE SX-ACCT TO REPORT-LINE(19:6)
          MOVE WS-RULE-NAME TO REPORT-LINE(28:12)
          MOVE SX-TRANS-ID TO REPORT-LINE(42:10)
          IF SX-AMOUNT > ZERO
              MOVE SX-AMOUNT TO WS-RPT-AMT-PIC
              MOVE WS-RPT-AMT-PIC TO REPORT-LINE(54:20)
          END-IF
          MOVE SX-COUNT TO WS-RPT-NUM-PIC
          MOVE WS-RPT-NUM-PIC TO REPORT-LINE(76:6)
          WRITE REPORT-LINE
          PERFORM C-PARA-RETURN-EXC.

          C-PARA-OPERATOR-TOTAL.
          MOVE SPACES TO REPORT-LINE
          MOVE WS-RPT-OP-CNT TO WS-RPT-CNT-PIC
          STRING '        OPERATOR ' WS-RPT-OPERATOR
              ' EXCEPTIONS ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE.

          C-PARA-BRANCH-TOTAL.
          MOVE SPACES TO REPORT-LINE
          MOVE WS-RPT-BR-CNT TO WS-RPT-CNT-PIC
          STRING 'BRANCH ' WS-RPT-BRANCH
              ' EXCEPTIONS       ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE.

      *    EVERY CLOSE CARD AND WHAT BECAME OF IT. A CARD STILL
      *    PENDING NEVER FOUND ITS CASE ON THE FILE.
          C-PARA-CARD-RESULTS.
          IF WS-CD-CNT > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'CASE CLOSE CARDS' TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                      UNTIL WS-CD-SUB > WS-CD-CNT
                  IF WS-CD-RESULT (WS-CD-SUB) = 'PENDING '
                      MOVE 'NO CASE ' TO WS-CD-RESULT (WS-CD-SUB)
                  END-IF
                  IF WS-CD-RESULT (WS-CD-SUB) NOT = 'APPLIED '
                      ADD 1 TO WS-CARDS-REJECTED
                  END-IF
                  MOVE SPACES TO REPORT-LINE
                  STRING '  ACCOUNT ' WS-CD-ACCT (WS-CD-SUB)
                      '  CASE OPENED ' WS-CD-OPEN-DATE (WS-CD-SUB)
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
          MOVE WS-DETAILS-TODAY TO WS-RPT-CNT-PIC
          STRING 'POSTINGS ON THE DAY:       ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-DETAILS-WINDOW TO WS-RPT-CNT-PIC
          STRING 'POSTINGS IN THE WINDOW:    ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-SEEN TO WS-RPT-CNT-PIC
          STRING 'ACCOUNTS EXAMINED:         ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-HIT TO WS-RPT-CNT-PIC
          STRING 'ACCOUNTS BREAKING A RULE:  ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-ACCTS-SUPPRESSED TO WS-RPT-CNT-PIC
          STRING '  NOT RE-ALERTED, CASE OPEN' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-EXC-COUNT TO WS-RPT-CNT-PIC
          STRING 'EXCEPTIONS REPORTED:       ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-CASES-OPENED TO WS-RPT-CNT-PIC
          STRING 'CASES OPENED:              ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-CASES-CLOSED TO WS-RPT-CNT-PIC
          STRING 'CASES CLOSED BY CARD:      ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          MOVE WS-CASES-OPEN-OUT TO WS-RPT-CNT-PIC
          STRING 'CASES OPEN AFTER THE RUN:  ' WS-RPT-CNT-PIC
              DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE.

          D-PARA.
          DISPLAY 'EXCEPTIONS REPORTED: ' WS-EXC-COUNT
          DISPLAY 'CASES OPENED:        ' WS-CASES-OPENED
          DISPLAY 'NOT RE-ALERTED:      ' WS-ACCTS-SUPPRESSED
          DISPLAY 'CASES CLOSED:        ' WS-CASES-CLOSED
          DISPLAY 'CARDS REJECTED:      ' WS-CARDS-REJECTED
          IF WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-CARDS-REJECTED > ZERO OR WS-WINDOW-SHORT
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
              END-IF
          END-IF
          STOP RUN.
