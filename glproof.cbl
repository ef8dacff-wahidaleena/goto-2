               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTOLD-FILE
           RECORDING MODE IS F.
       01  PROOF-LINE                     PIC X(132).

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY ACCTREC.
          COPY SUSPREC.
          COPY TRANREC.
          COPY CODEREC.
          COPY GLREC.
          COPY DATECTL.

          01  WS-ACCTOLD-STATUS           PIC X(2) VALUE '00'.
          01  WS-ACCTNEW-STATUS           PIC X(2) VALUE '00'.
          PERFORM A-PARA-SUM-GL
          PERFORM A-PARA-RESOLVE-PROOF-DATE
          IF NOT WS-FILE-ERROR
              PERFORM A-PARA-DATE-CONTROL
              IF WS-DC-ERROR
                  GO TO D-PARA-REFUSED
              END-IF
              PERFORM A-PARA-SUM-SUSPENSE
          END-IF
          IF NOT WS-FILE-ERROR
              DISPLAY 'PROOF DATE: ' WS-PROOF-DATE
          END-IF.

      *    ONLY A FEED FOR THE OPEN BUSINESS DATE IS PROVED -- ONE
      *    FROM A CLOSED DATE, OR FROM A DATE NOT YET OPEN, IS
      *    REFUSED. WHICH POSTING RUN THE FEED CAME FROM DECIDES THE
      *    STEP BEING PROVED: THE MONTH-END RUN'S FEED (RUN ID
      *    HELLOMTH), THE RECYCLE PASS'S (A DAILY FEED ONCE THE
      *    RECYCLE PASS HAS RUN FOR THE DATE), OR THE NIGHTLY RUN'S.
      *    THE POSTING RUN MUST HAVE COMPLETED. A PROOF MAY BE RUN
      *    AGAIN AS OFTEN AS NEEDED.
          A-PARA-DATE-CONTROL.
          PERFORM A-PARA-DC-LOAD
          IF NOT WS-DC-ERROR
              IF WS-PROOF-DATE NOT = DC-BUS-DATE
                  DISPLAY 'DATE CONTROL: PROOF DATE ' WS-PROOF-DATE
                      ' IS NOT THE BUSINESS DATE ' DC-BUS-DATE
                      ' - DATE CLOSED OR NOT YET OPEN'
                  SET WS-DC-ERROR TO TRUE
              END-IF
          END-IF
          IF NOT WS-DC-ERROR
              IF WS-GLH-SEEN AND GLH-RUN-ID = 'HELLOMTH'
                  MOVE 'MTHPROOF' TO WS-DC-OWN-STEP
                  MOVE 'MTHPOST' TO WS-DC-WORK-STEP
              ELSE
                  MOVE 'RCYCPOST' TO WS-DC-WORK-STEP
                  PERFORM A-PARA-DC-FIND
                  IF DCS-BUS-DATE = DC-BUS-DATE
                      MOVE 'RCYCPRF' TO WS-DC-OWN-STEP
                      MOVE 'RCYCPOST' TO WS-DC-WORK-STEP
                  ELSE
                      MOVE 'PROOF' TO WS-DC-OWN-STEP
                      MOVE 'POSTING' TO WS-DC-WORK-STEP
                  END-IF
              END-IF
              DISPLAY 'PROVING STEP ' WS-DC-OWN-STEP
              PERFORM A-PARA-DC-NEED-DONE
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
          ELSE
              MOVE 0 TO RETURN-CODE
          END-IF
      *    A RUN THAT STOPPED BEFORE THE DATE CONTROL WAS CONSULTED
      *    HAS NO STEP TO RECORD.
          IF WS-DC-OWN-STEP NOT = SPACES
              PERFORM D-PARA-DATE-CONTROL
          END-IF
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

      *    THE DATE CONTROL REFUSED THE RUN BEFORE THE SUSPENSE WAS
      *    READ OR THE REPORT OPENED -- THE FILES ALREADY SUMMED ARE
      *    CLOSED AND NOTHING HAS BEEN WRITTEN.
          D-PARA-REFUSED.
          DISPLAY 'RUN REFUSED BY DATE CONTROL - NOTHING PROCESSED'
          MOVE 12 TO RETURN-CODE
          STOP RUN.
