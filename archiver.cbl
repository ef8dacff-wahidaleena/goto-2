               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE80-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                    PIC X(132).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY DATECTL.

          01  WS-LIVEIN-STATUS            PIC X(2) VALUE '00'.
          01  WS-ARCH-STATUS              PIC X(2) VALUE '00'.
          01  WS-LIVEOUT-STATUS           PIC X(2) VALUE '00'.
       PROCEDURE DIVISION USING LS-PARM-AREA.
          A-PARA.
          DISPLAY 'ARCHIVER - RETENTION ARCHIVE'
          PERFORM A-PARA-DATE-CONTROL
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          PERFORM A-PARA-SET-PARM
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-SET-CUTOFF
          ADD 12 TO WS-CUT-MM
          SUBTRACT 1 FROM WS-CUT-YYYY.

      *    THE BUSINESS DATE COMES FROM THE DATE CONTROL, NOT THE
      *    SYSTEM CLOCK. THE CUTOFF IS RECKONED FROM THE BUSINESS
      *    DATE. THE ARCHIVE MAY RUN AT ANY POINT IN THE DAY EXCEPT
      *    WHILE A CYCLE STEP IS RUNNING OR AWAITING RESTART -- A
      *    RESTARTED STEP MUST FIND THE DATASETS IT STARTED WITH.
          A-PARA-DATE-CONTROL.
          MOVE 'ARCHIVER' TO WS-DC-OWN-STEP
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

      *    THE ARCHIVE GENERATION APPENDS NOTHING -- EACH RUN
      *    WRITES ITS OWN (+1), SO A FAILED RUN CAN BE RERUN AFTER
      *    THE JCL CLEANUP DELETES THE BAD GENERATION.
          ELSE
              MOVE 0 TO RETURN-CODE
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
