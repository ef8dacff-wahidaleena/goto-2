       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'CALENDAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-FILE-RECORD           PIC X(80).

          WORKING-STORAGE SECTION.
          COPY CALREC.
          COPY DATECTL.

          01  WS-CAL-STATUS               PIC X(2) VALUE '00'.
          01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
              88  WS-CAL-EOF              VALUE 'Y'.
          01  WS-CAL-CNT                  PIC 9(5) VALUE ZERO.

          01  WS-FILE-ERROR-FLAG          PIC X VALUE 'N'.
              88  WS-FILE-ERROR           VALUE 'Y'.
          01  WS-WARN-FLAG                PIC X VALUE 'N'.
              88  WS-WARN                 VALUE 'Y'.
          01  WS-ROLLED-FLAG              PIC X VALUE 'N'.
              88  WS-ROLLED               VALUE 'Y'.

      *    THE BUSINESS DATE'S OWN DAY TYPE ON THE CALENDAR (SPACE
      *    WHEN IT IS NOT ON IT) AND THE NEXT BUSINESS DAY AFTER IT.
          01  WS-CUR-TYPE                 PIC X VALUE SPACE.
              88  WS-CUR-BUSINESS-DAY     VALUE 'B' 'E'.
          01  WS-NEXT-DATE                PIC 9(8) VALUE ZERO.
          01  WS-OLD-DATE                 PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
          A-PARA.
          DISPLAY 'EODROLL - END-OF-DAY BUSINESS DATE ROLL'
          MOVE 'EODROLL' TO WS-DC-OWN-STEP
          PERFORM A-PARA-DC-LOAD
          IF NOT WS-DC-ERROR
              MOVE DC-BUS-DATE TO WS-OLD-DATE
              PERFORM A-PARA-SHOW-STEPS
              PERFORM A-PARA-LOAD-CALENDAR
          END-IF
          IF NOT WS-DC-ERROR AND NOT WS-FILE-ERROR
              PERFORM A-PARA-CHECK-STEPS
          END-IF
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          IF NOT WS-FILE-ERROR
              PERFORM B-PARA
          END-IF
          GO TO D-PARA.

      *    THE OPERATOR'S LOG SHOWS WHERE EVERY STEP STOOD WHEN THE
      *    ROLL WAS ASKED FOR, WHETHER OR NOT IT GOES AHEAD.
          A-PARA-SHOW-STEPS.
          DISPLAY 'STEP      BUS DATE  STATUS  RC'
          PERFORM VARYING WS-DC-SUB FROM 2 BY 1
                  UNTIL WS-DC-SUB > WS-DC-CNT
              MOVE WS-DC-ENTRY (WS-DC-SUB) TO DC-STEP-RECORD
              IF DCS-STEP
                  DISPLAY DCS-STEP-NAME '  ' DCS-BUS-DATE '  '
                      DCS-STATUS '       ' DCS-RETURN-CODE
              END-IF
          END-PERFORM.

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

      *    THE NAMED STEP MUST HAVE COMPLETED FOR THE BUSINESS DATE.
          A-PARA-DC-NEED-DONE.
          PERFORM A-PARA-DC-FIND
          IF DCS-BUS-DATE NOT = DC-BUS-DATE OR NOT DCS-COMPLETE
              DISPLAY 'DATE CONTROL: ' WS-DC-WORK-STEP
                  ' HAS NOT COMPLETED FOR ' DC-BUS-DATE
              SET WS-DC-ERROR TO TRUE
          END-IF.

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

      *    THE CALENDAR IS READ ONCE, PICKING UP THE BUSINESS DATE'S
      *    OWN DAY TYPE AND THE EARLIEST BUSINESS DAY (OR MONTH-END
      *    CUTOFF) AFTER IT. HOLIDAYS AND DATES MISSING FROM THE
      *    CALENDAR ARE NEVER ROLLED TO.
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
              IF NOT WS-FILE-ERROR
                  DISPLAY 'CALENDAR DAYS READ: ' WS-CAL-CNT
                  IF WS-NEXT-DATE = ZERO
                      DISPLAY 'DATE CONTROL: CALENDAR HAS NO BUSINESS'
                          ' DAY AFTER ' DC-BUS-DATE
                          ' - EXTEND THE CALENDAR'
                      SET WS-DC-ERROR TO TRUE
                  END-IF
                  IF NOT WS-CUR-BUSINESS-DAY
                      DISPLAY 'WARNING: BUSINESS DATE ' DC-BUS-DATE
                          ' IS NOT A BUSINESS DAY ON THE CALENDAR'
                      SET WS-WARN TO TRUE
                  END-IF
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
                      ADD 1 TO WS-CAL-CNT
                      IF CAL-DATE = DC-BUS-DATE
                          MOVE CAL-DAY-TYPE TO WS-CUR-TYPE
                      END-IF
                      IF CAL-DATE > DC-BUS-DATE
                          AND (CAL-BUSINESS-DAY
                              OR CAL-MONTH-END-CUTOFF)
                          IF WS-NEXT-DATE = ZERO
                              OR CAL-DATE < WS-NEXT-DATE
                              MOVE CAL-DATE TO WS-NEXT-DATE
                          END-IF
                      END-IF
                  END-IF
          END-READ.

      *    THE DATE CLOSES ONLY WHEN THE NIGHTLY POSTING, ITS PROOF
      *    AND SUSPENSE RESOLUTION HAVE ALL COMPLETED FOR IT, AND NO
      *    STEP IS STILL RUNNING OR AWAITING RESTART. THE MONTH-END
      *    RUN IS NOT WAITED FOR -- ITS WORK USUALLY ARRIVES IN THE
      *    FIRST DAYS OF THE NEXT MONTH -- BUT ON THE DATE IT DOES
      *    RUN ITS PROOF MUST HAVE COMPLETED TOO, OR THE FEED COULD
      *    NEVER BE PROVED ONCE THE DATE IS CLOSED. (THE RECYCLE
      *    PASS, WHEN THERE IS ONE, IS ALREADY PROVED: SUSPENSE
      *    RESOLUTION WILL NOT RUN UNTIL IT IS.)
          A-PARA-CHECK-STEPS.
          MOVE 'POSTING' TO WS-DC-WORK-STEP
          PERFORM A-PARA-DC-NEED-DONE
          MOVE 'PROOF' TO WS-DC-WORK-STEP
          PERFORM A-PARA-DC-NEED-DONE
          MOVE 'SUSPRES' TO WS-DC-WORK-STEP
          PERFORM A-PARA-DC-NEED-DONE
          MOVE 'MTHPOST' TO WS-DC-WORK-STEP
          PERFORM A-PARA-DC-FIND
          IF DCS-BUS-DATE = DC-BUS-DATE
              MOVE 'MTHPROOF' TO WS-DC-WORK-STEP
              PERFORM A-PARA-DC-NEED-DONE
          END-IF
          PERFORM A-PARA-DC-NOT-BUSY.

      *    THE ROLL ITSELF. THIS STEP IS RECORDED COMPLETE AGAINST
      *    THE DATE IT CLOSED, THE OLD DATE BECOMES THE PREVIOUS
      *    DATE AND THE NEXT BUSINESS DAY OPENS -- ALL IN ONE
      *    REWRITE OF THE DATASET, SO IT IS NEVER LEFT HALF ROLLED.
          B-PARA.
          IF WS-WARN
              MOVE 4 TO RETURN-CODE
          ELSE
              MOVE 0 TO RETURN-CODE
          END-IF
          MOVE WS-DC-OWN-STEP TO WS-DC-WORK-STEP
          PERFORM A-PARA-DC-FIND
          IF WS-DC-HIT = ZERO
              IF WS-DC-CNT >= WS-DC-MAX
                  DISPLAY 'ERROR: DATE CONTROL TABLE FULL AT '
                      WS-DC-MAX
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  ADD 1 TO WS-DC-CNT
                  MOVE WS-DC-CNT TO WS-DC-HIT
              END-IF
          END-IF
          IF NOT WS-FILE-ERROR
              ACCEPT WS-DC-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-DC-NOW-TIME FROM TIME
              MOVE SPACES TO DC-STEP-RECORD
              MOVE 'S' TO DCS-REC-TYPE
              MOVE WS-DC-OWN-STEP TO DCS-STEP-NAME
              MOVE WS-OLD-DATE TO DCS-BUS-DATE
              MOVE 'C' TO DCS-STATUS
              MOVE RETURN-CODE TO DCS-RETURN-CODE
              MOVE WS-DC-NOW-DATE TO DCS-RUN-DATE
              MOVE WS-DC-NOW-TIME TO DCS-RUN-TIME
              MOVE DC-STEP-RECORD TO WS-DC-ENTRY (WS-DC-HIT)
              MOVE WS-OLD-DATE TO DC-PREV-DATE
              MOVE WS-NEXT-DATE TO DC-BUS-DATE
              MOVE WS-DC-NOW-DATE TO DC-ROLL-DATE
              MOVE WS-DC-NOW-TIME TO DC-ROLL-TIME
              MOVE DC-CONTROL-RECORD TO WS-DC-ENTRY (1)
              PERFORM A-PARA-DC-REWRITE
              IF WS-DC-ERROR
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  SET WS-ROLLED TO TRUE
              END-IF
          END-IF.

          D-PARA.
          IF WS-ROLLED
              DISPLAY 'BUSINESS DATE ROLLED FROM ' WS-OLD-DATE
                  ' TO ' WS-NEXT-DATE
          ELSE
              DISPLAY 'BUSINESS DATE NOT ROLLED - STILL '
                  WS-OLD-DATE
          END-IF
          IF WS-FILE-ERROR
              MOVE 8 TO RETURN-CODE
          ELSE
              IF WS-WARN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
              END-IF
          END-IF
          STOP RUN.

      *    THE DATE CONTROL REFUSED THE ROLL -- THE DATASET IS
      *    UNCHANGED AND THE BUSINESS DATE STAYS OPEN.
          D-PARA-REFUSED.
          DISPLAY 'ROLL REFUSED BY DATE CONTROL - BUSINESS DATE '
              'UNCHANGED'
          MOVE 12 TO RETURN-CODE
          STOP RUN.
