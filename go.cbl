               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    BUSINESS DATE AND CYCLE-STEP STATUS (SEE DATECTL.CPY).
           SELECT DATECTL-FILE ASSIGN TO 'DATECTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  CODE-FILE-RECORD               PIC X(80).

      *    HIST-REVERSED-BY AND HIST-REVERSED-DATE ARE SPACES UNTIL
      *    A REVERSAL BACKS THE TRANSACTION OUT; THEY THEN NAME THE
      *    REVERSAL AND THE RUN THAT POSTED IT.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HIST-TRANS-ID              PIC X(10).
           05  HIST-RUN-DATE              PIC 9(8).
           05  HIST-REVERSED-BY           PIC X(10).
           05  HIST-REVERSED-DATE         PIC X(8).
           05  FILLER                     PIC X(44).

       FD  REJECT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY AUDREC.

       FD  DATECTL-FILE
           RECORDING MODE IS F.
       01  DATECTL-FILE-RECORD            PIC X(80).

          WORKING-STORAGE SECTION.
          COPY WSCOUNTS.

          01  WS-DUP-FLAG                 PIC X VALUE 'N'.
              88  WS-DUP-FOUND            VALUE 'Y'.

      *    THE ORIGINALS NAMED BY THIS RUN'S REVERSALS, WITH HOW
      *    EACH ONE POSTED -- FILLED FROM THE POSTED DETAIL AT RUN
      *    START AND KEPT CURRENT AS THE RUN POSTS. A REVERSAL WHOSE
      *    ORIGINAL DID NOT FIT IN THE TABLE CANNOT BE PROVED AND
      *    REJECTS R008; IT POSTS WHEN RECYCLED ON A QUIETER DAY.
          01  WS-RV-TABLE.
              05  WS-RV-ENTRY OCCURS 2000 TIMES.
                  10  WS-RV-ORIG-ID       PIC X(10).
                  10  WS-RV-POSTED        PIC X.
                  10  WS-RV-ACCT          PIC X(6).
                  10  WS-RV-CODE          PIC X(2).
                  10  WS-RV-AMT           PIC S9(11)V99.
                  10  WS-RV-WAS-REV       PIC X.
          01  WS-RV-MAX                   PIC 9(4) VALUE 2000.
          01  WS-RV-CNT                   PIC 9(4) VALUE ZERO.
          01  WS-RV-SUB                   PIC 9(4) VALUE ZERO.
          01  WS-RV-HIT                   PIC 9(4) VALUE ZERO.
          01  WS-RV-FOUND                 PIC 9(4) VALUE ZERO.
          01  WS-RV-WORK-ID               PIC X(10) VALUE SPACES.
          01  WS-RV-WORK-AMT              PIC S9(11)V99 VALUE ZERO.
          01  WS-RV-REV-AMT               PIC S9(11)V99 VALUE ZERO.
          01  WS-RV-TBL-FULL-FLAG         PIC X VALUE 'N'.
              88  WS-RV-TBL-FULL          VALUE 'Y'.
          01  WS-RV-SCAN-EOF-FLAG         PIC X VALUE 'N'.
              88  WS-RV-SCAN-EOF          VALUE 'Y'.
          01  WS-RV-ON-HIST-FLAG          PIC X VALUE 'N'.
              88  WS-RV-ON-HIST           VALUE 'Y'.
          01  WS-RV-ALREADY-FLAG          PIC X VALUE 'N'.
              88  WS-RV-ALREADY           VALUE 'Y'.
          01  WS-REVERSAL-COUNT           PIC 9(9) VALUE ZERO.
          01  WS-REVERSAL-AMT             PIC S9(16)V99 VALUE ZERO.

      *    GENERAL-LEDGER INTERFACE EXTRACT: ONE DETAIL PER ACCEPTED
      *    TRANSACTION (AND AN INTER-BRANCH PAIR FOR WORK POSTED
      *    AWAY FROM THE ACCOUNT'S HOME BRANCH), WRAPPED IN A HEADER
      *    AND A CONTROL TRAILER.
      *    THE TRAILER IS WRITTEN ONLY WHEN THE RUN ENDS CLEAN, SO
      *    THE GL INTAKE AUTOMATICALLY FAILS AN UNRELEASED FEED.
          01  WS-GL-RUN-ID                PIC X(8) VALUE 'HELLODLY'.
          01  WS-GL-NET                   PIC S9(13)V99 VALUE ZERO.
          COPY GLREC.

      *    INTER-BRANCH SETTLEMENT. WORK POSTED THROUGH AN OFFICE
      *    OTHER THAN THE ACCOUNT'S HOME BRANCH PUTS A DUE-TO/DUE-
      *    FROM PAIR ON THE GL EXTRACT, ONE ON EACH OFFICE'S OWN
      *    INTER-BRANCH ACCOUNT (1990 + THE BRANCH NUMBER).
          01  WS-IB-GL-ACCT.
              05  WS-IB-GL-PREFIX         PIC X(4) VALUE '1990'.
              05  WS-IB-GL-BRANCH         PIC X(4) VALUE SPACES.
          01  WS-IB-AMT                   PIC S9(13)V99 VALUE ZERO.
          01  WS-IB-COUNT                 PIC 9(9) VALUE ZERO.
          01  WS-IB-TOTAL                 PIC S9(16)V99 VALUE ZERO.

          01  WS-EOF-FLAG                 PIC X VALUE 'N'.
              88  WS-EOF                  VALUE 'Y'.

          COPY REJREC.
          COPY CALREC.
          COPY BRNREC.
          COPY DATECTL.

          01  WS-DIR-TABLE.
              05  WS-DIR-ENTRY OCCURS 200 TIMES.
          01  WS-OP-PCT-PIC               PIC ZZ9.9.
          01  WS-OP-EXCEPT-CNT            PIC 9(5) VALUE ZERO.

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
          01  WS-CAL-HIT                  PIC 9(3) VALUE ZERO.
          A-PARA.
          DISPLAY 'IN A-PARA'
          ACCEPT WS-AUDIT-START-TIME FROM TIME
          PERFORM A-PARA-SET-RUN-MODE
          PERFORM A-PARA-DATE-CONTROL
          IF NOT WS-DC-ERROR
              PERFORM A-PARA-RESTART
          END-IF
          IF NOT WS-DC-ERROR
              MOVE 'S' TO WS-DC-NEW-STATUS
              PERFORM A-PARA-DC-MARK
          END-IF
          IF WS-DC-ERROR
              GO TO D-PARA-REFUSED
          END-IF
          PERFORM A-PARA-SET-CYCLE
          PERFORM A-PARA-LOAD-REVERSALS
          OPEN INPUT TRANS-FILE
          IF NOT WS-TRANS-OK
              DISPLAY 'ERROR: TRANS-FILE OPEN FAILED, STATUS='
                  END-IF
          END-READ.

      *    BUSINESS-DAY CALENDAR, MAINTAINED BY CALMNT. WHILE
      *    LOADING, THE MOST RECENT MONTH-END CUTOFF BEFORE THE RUN
      *    DATE IS SAVED -- IT OPENS THE DAILY PROCESSING WINDOW.
          A-PARA-LOAD-CALENDAR.
      *    ACCOUNT MASTER, AND A RESTART STARTS FROM THE RESTORED
      *    BACKUP WITH THE REPLAY RE-WRITING THIS RUN'S IDS.
          A-PARA-GROOM-HISTORY.
          OPEN I-O HISTORY-FILE
          IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'ERROR: HISTORY-FILE OPEN FAILED, STATUS='
                  END-IF
          END-READ.

      *    A REVERSAL IS PROVED AGAINST THE POSTED DETAIL, WHICH IS
      *    SEQUENTIAL AND CUMULATIVE. RATHER THAN HOLD ALL OF IT,
      *    THE INPUT IS PRE-READ FOR THE ORIGINALS THE RUN'S
      *    REVERSALS NAME, THEN ONE PASS OF THE POSTED DETAIL PICKS
      *    UP HOW EACH OF THOSE POSTED. NO REVERSALS, NO PASS.
      *    ONLY POSTINGS INSIDE THE HISTORY WINDOW COUNT -- AN OLDER
      *    ORIGINAL HAS AGED OFF THE HISTORY AND CAN NO LONGER BE
      *    REVERSED, AND A TRANS-ID RE-USED AFTER IT AGED OFF MUST
      *    NOT MATCH ITS EARLIER LIFE.
          A-PARA-LOAD-REVERSALS.
          OPEN INPUT TRANS-FILE
          IF WS-TRANS-OK
              PERFORM A-PARA-LOAD-REV-REC
                  UNTIL WS-RV-SCAN-EOF
              CLOSE TRANS-FILE
          END-IF
          IF WS-RV-CNT > ZERO
              MOVE 'N' TO WS-RV-SCAN-EOF-FLAG
              OPEN INPUT POSTED-DETAIL-FILE
              IF WS-PDTL-STATUS NOT = '00'
                  DISPLAY 'ERROR: POSTED-DETAIL-FILE OPEN FAILED,'
                      ' STATUS=' WS-PDTL-STATUS
                  SET WS-FILE-ERROR TO TRUE
              ELSE
                  PERFORM A-PARA-LOAD-POSTING-REC
                      UNTIL WS-RV-SCAN-EOF
                  CLOSE POSTED-DETAIL-FILE
              END-IF
              DISPLAY 'REVERSAL ORIGINALS NAMED: ' WS-RV-CNT
                  '  FOUND POSTED: ' WS-RV-FOUND
          END-IF.

          A-PARA-LOAD-REV-REC.
          READ TRANS-FILE
              AT END
                  SET WS-RV-SCAN-EOF TO TRUE
              NOT AT END
                  IF TRANS-REC-DETAIL AND TRANS-REVERSAL
                      AND TRANS-ORIG-ID NOT = SPACES
                      PERFORM A-PARA-ADD-REVERSAL
                  END-IF
          END-READ.

          A-PARA-ADD-REVERSAL.
          MOVE TRANS-ORIG-ID TO WS-RV-WORK-ID
          PERFORM B-PARA-FIND-REVERSAL
          IF WS-RV-HIT = ZERO
              IF WS-RV-CNT >= WS-RV-MAX
                  IF NOT WS-RV-TBL-FULL
                      DISPLAY 'WARNING: REVERSAL TABLE FULL AT '
                          WS-RV-MAX ' - FURTHER REVERSALS WILL'
                          ' REJECT R008'
                      SET WS-RV-TBL-FULL TO TRUE
                  END-IF
              ELSE
                  ADD 1 TO WS-RV-CNT
                  MOVE WS-RV-WORK-ID TO WS-RV-ORIG-ID (WS-RV-CNT)
                  MOVE 'N' TO WS-RV-POSTED (WS-RV-CNT)
                  MOVE SPACES TO WS-RV-ACCT (WS-RV-CNT)
                  MOVE SPACES TO WS-RV-CODE (WS-RV-CNT)
                  MOVE ZERO TO WS-RV-AMT (WS-RV-CNT)
                  MOVE 'N' TO WS-RV-WAS-REV (WS-RV-CNT)
              END-IF
          END-IF.

          A-PARA-LOAD-POSTING-REC.
          READ POSTED-DETAIL-FILE
              AT END
                  SET WS-RV-SCAN-EOF TO TRUE
              NOT AT END
                  IF PDTL-RUN-DATE NUMERIC
                      AND PDTL-RUN-DATE >= WS-HIST-CUTOFF
                      MOVE PDTL-TRANS-ID TO WS-RV-WORK-ID
                      PERFORM B-PARA-FIND-REVERSAL
                      IF WS-RV-HIT > ZERO
                          IF WS-RV-POSTED (WS-RV-HIT) NOT = 'Y'
                              ADD 1 TO WS-RV-FOUND
                          END-IF
                          MOVE 'Y' TO WS-RV-POSTED (WS-RV-HIT)
                          MOVE PDTL-ACCT-KEY TO WS-RV-ACCT (WS-RV-HIT)
                          MOVE PDTL-TRANS-CODE
                              TO WS-RV-CODE (WS-RV-HIT)
                          MOVE PDTL-AMOUNT TO WS-RV-AMT (WS-RV-HIT)
                          IF PDTL-ORIG-TRANS-ID = SPACES
                              MOVE 'N' TO WS-RV-WAS-REV (WS-RV-HIT)
                          ELSE
                              MOVE 'Y' TO WS-RV-WAS-REV (WS-RV-HIT)
                          END-IF
                      END-IF
                  END-IF
          END-READ.

          A-PARA-REGISTER-HEADINGS.
          MOVE SPACES TO REGISTER-LINE
          IF WS-RUN-MODE-MONTHLY
              SUBTRACT 1 FROM WS-PRIOR-YYYY
          ELSE
              SUBTRACT 1 FROM WS-PRIOR-MM
          END-IF
          COMPUTE WS-HIST-CUTOFF = WS-PRIOR-YYMM * 100 + 1.

          A-PARA-SET-RUN-MODE.
          IF LS-PARM-LEN > ZERO
                  END-IF
          END-READ.

      *    THE BUSINESS DATE COMES FROM THE DATE CONTROL, NOT THE
      *    SYSTEM CLOCK, SO A CYCLE THAT STARTS LATE OR IS RESTARTED
      *    AFTER MIDNIGHT STILL POSTS UNDER THE DAY IT BELONGS TO.
      *    THE NIGHTLY DAILY RUN POSTS ONCE PER BUSINESS DATE; A
      *    SECOND DAILY RUN ON THE SAME DATE IS ACCEPTED ONLY AS THE
      *    RECYCLE PASS -- AFTER THE RECYCLE STEP HAS COMPLETED AND
      *    BEFORE SUSPENSE IS RESOLVED -- AND ALSO ONLY ONCE. THE
      *    MONTH-END RUN FOLLOWS THE PROVED NIGHTLY RUN. A RUN THAT
      *    STARTED OR FAILED MAY BE RESUBMITTED -- THAT IS ITS
      *    RESTART.
          A-PARA-DATE-CONTROL.
          PERFORM A-PARA-DC-LOAD
          IF NOT WS-DC-ERROR
              MOVE DC-BUS-DATE TO WS-RUN-DATE
              IF WS-RUN-MODE-MONTHLY
                  MOVE 'MTHPOST' TO WS-DC-OWN-STEP
                  MOVE 'PROOF' TO WS-DC-WORK-STEP
                  PERFORM A-PARA-DC-NEED-DONE
              ELSE
                  MOVE 'POSTING' TO WS-DC-OWN-STEP
                  MOVE 'POSTING' TO WS-DC-WORK-STEP
                  PERFORM A-PARA-DC-FIND
                  IF DCS-BUS-DATE = DC-BUS-DATE AND DCS-COMPLETE
                      DISPLAY 'DAILY POSTING ALREADY COMPLETE FOR '
                          DC-BUS-DATE ' - A SECOND DAILY RUN IS ONLY'
                          ' ACCEPTED AS THE RECYCLE PASS'
                      MOVE 'RCYCPOST' TO WS-DC-OWN-STEP
                      MOVE 'RECYCLE' TO WS-DC-WORK-STEP
                      PERFORM A-PARA-DC-NEED-DONE
                      MOVE 'SUSPRES' TO WS-DC-WORK-STEP
                      PERFORM A-PARA-DC-NOT-RUN
                  END-IF
              END-IF
              MOVE WS-DC-OWN-STEP TO WS-DC-WORK-STEP
              PERFORM A-PARA-DC-NOT-DONE
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

      *    THE NAMED STEP MUST NOT ALREADY HAVE COMPLETED FOR THE
      *    BUSINESS DATE. A STEP THAT STARTED OR FAILED MAY BE RUN
      *    AGAIN -- THAT IS ITS RESTART.
          A-PARA-DC-NOT-DONE.
          PERFORM A-PARA-DC-FIND
          IF DCS-BUS-DATE = DC-BUS-DATE AND DCS-COMPLETE
              DISPLAY 'DATE CONTROL: ' WS-DC-WORK-STEP
                  ' ALREADY COMPLETE FOR ' DC-BUS-DATE
              SET WS-DC-ERROR TO TRUE
          END-IF.

      *    THE NAMED STEP COMES LATER IN THE CYCLE AND MUST NOT HAVE
      *    RUN YET FOR THE BUSINESS DATE.
          A-PARA-DC-NOT-RUN.
          PERFORM A-PARA-DC-FIND
          IF DCS-BUS-DATE = DC-BUS-DATE
              DISPLAY 'DATE CONTROL: ' WS-DC-WORK-STEP
                  ' HAS ALREADY RUN FOR ' DC-BUS-DATE ' - '
                  WS-DC-OWN-STEP ' IS OUT OF SEQUENCE'
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

          A-PARA-RESTART.
          OPEN INPUT CHECKPOINT-FILE
          IF WS-CKPT-STATUS = '00'
                              TO WS-RESTART-SKIP-COUNT
                          DISPLAY 'RESTARTING AFTER RECORD '
                              CKPT-RECORDS-READ
      *                    A RESTART IS STILL THE ORIGINAL CYCLE.
      *                    THE BUSINESS DATE CANNOT ROLL WHILE THIS
      *                    STEP IS UNFINISHED, SO THE CHECKPOINT'S
      *                    CYCLE DATE MUST BE THE BUSINESS DATE --
      *                    ONE LEFT FROM ANY OTHER DATE IS STALE AND
      *                    REPLAYING IT WOULD SKIP RECORDS THAT
      *                    WERE NEVER POSTED.
                          IF CKPT-CYCLE-DATE NUMERIC
                              AND CKPT-CYCLE-DATE NOT = WS-RUN-DATE
                              DISPLAY 'DATE CONTROL: CHECKPOINT IS'
                                  ' FOR CYCLE ' CKPT-CYCLE-DATE
                                  ', BUSINESS DATE IS ' WS-RUN-DATE
                              SET WS-DC-ERROR TO TRUE
                          END-IF
                      END-IF
              END-READ
              PERFORM B-PARA-ADD-REASON
          END-IF

          IF TRANS-REVERSAL
              PERFORM B-PARA-EDIT-REVERSAL
          END-IF

          IF WS-RECORD-VALID
              ADD 1 TO WS-A
                  ON SIZE ERROR
                  SET WS-DUP-FOUND TO TRUE
          END-READ.

      *    A REVERSAL MUST NAME AN ORIGINAL THAT IS STILL ON THE
      *    HISTORY AND THAT ACTUALLY POSTED (PER THE POSTED DETAIL
      *    PICKED UP AT RUN START, OR A POSTING EARLIER IN THIS
      *    RUN) -- ELSE R008. IT MUST HIT THE SAME ACCOUNT WITH THE
      *    SAME CODE AND AMOUNT, AND THE ORIGINAL MUST NOT ITSELF BE
      *    A REVERSAL -- ELSE R009. AN ORIGINAL ALREADY BACKED OUT
      *    IS R010. A REVERSAL CORRECTS AN ERROR, SO IT EITHER POSTS
      *    OR REJECTS, NEVER SUSPENDS: ITS ACCOUNT MUST BE ON THE
      *    MASTER AND NOT CLOSED -- ELSE R011.
          B-PARA-EDIT-REVERSAL.
          MOVE 'N' TO WS-RV-ON-HIST-FLAG
          MOVE 'N' TO WS-RV-ALREADY-FLAG
          MOVE ZERO TO WS-RV-HIT
          MOVE ZERO TO WS-RV-REV-AMT
          IF TRANS-ORIG-ID NOT = SPACES
              MOVE TRANS-ORIG-ID TO HIST-TRANS-ID
              READ HISTORY-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WS-RV-ON-HIST TO TRUE
                      IF HIST-REVERSED-BY NOT = SPACES
                          SET WS-RV-ALREADY TO TRUE
                      END-IF
              END-READ
              MOVE TRANS-ORIG-ID TO WS-RV-WORK-ID
              PERFORM B-PARA-FIND-REVERSAL
              IF WS-RV-HIT > ZERO
                  IF WS-RV-POSTED (WS-RV-HIT) NOT = 'Y'
                      MOVE ZERO TO WS-RV-HIT
                  END-IF
              END-IF
          END-IF

          IF NOT WS-RV-ON-HIST OR WS-RV-HIT = ZERO
              MOVE 'R008' TO WS-CUR-REASON
              PERFORM B-PARA-ADD-REASON
          ELSE
              IF WS-RV-AMT (WS-RV-HIT) < ZERO
                  COMPUTE WS-RV-WORK-AMT =
                      ZERO - WS-RV-AMT (WS-RV-HIT)
              ELSE
                  MOVE WS-RV-AMT (WS-RV-HIT) TO WS-RV-WORK-AMT
              END-IF
              IF WS-RV-ACCT (WS-RV-HIT) NOT = TRANS-ID(1:6)
                  OR WS-RV-CODE (WS-RV-HIT) NOT = TRANS-CODE
                  OR WS-RV-WAS-REV (WS-RV-HIT) = 'Y'
                  MOVE 'R009' TO WS-CUR-REASON
                  PERFORM B-PARA-ADD-REASON
              ELSE
                  IF TRANS-AMOUNT NUMERIC
                      IF TRANS-AMOUNT NOT = WS-RV-WORK-AMT
                          MOVE 'R009' TO WS-CUR-REASON
                          PERFORM B-PARA-ADD-REASON
                      ELSE
                          COMPUTE WS-RV-REV-AMT =
                              ZERO - WS-RV-AMT (WS-RV-HIT)
                      END-IF
                  END-IF
              END-IF
          END-IF

          IF WS-RV-ALREADY
              MOVE 'R010' TO WS-CUR-REASON
              PERFORM B-PARA-ADD-REASON
          END-IF

          MOVE TRANS-ID(1:6) TO ACCT-KEY
          READ ACCOUNT-FILE
              INVALID KEY
                  MOVE 'R011' TO WS-CUR-REASON
                  PERFORM B-PARA-ADD-REASON
              NOT INVALID KEY
                  IF ACCT-CLOSED
                      MOVE 'R011' TO WS-CUR-REASON
                      PERFORM B-PARA-ADD-REASON
                  END-IF
          END-READ.

      *    LOOK UP WS-RV-WORK-ID AMONG THE ORIGINALS NAMED BY THIS
      *    RUN'S REVERSALS. WS-RV-HIT IS ZERO WHEN IT IS NOT ONE.
          B-PARA-FIND-REVERSAL.
          MOVE ZERO TO WS-RV-HIT
          PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                  UNTIL WS-RV-SUB > WS-RV-CNT
              IF WS-RV-WORK-ID = WS-RV-ORIG-ID (WS-RV-SUB)
                  MOVE WS-RV-SUB TO WS-RV-HIT
                  MOVE WS-RV-CNT TO WS-RV-SUB
              END-IF
          END-PERFORM.

      *    RECORD THE ACCEPTED ID ON THE HISTORY AT ONCE SO A
      *    SECOND OCCURRENCE LATER IN THE RUN BOUNCES R004. THE
      *    RESTART REPLAY RE-WRITES THIS RUN'S IDS INTO THE
      *    REGISTER DETAIL AND PER-CODE ACCUMULATION FOR EVERY
      *    ACCEPTED TRANSACTION. DEBITS CARRY A NEGATIVE SIGN ON THE
      *    REGISTER SO THE NET FOOTS THE SAME WAY THE POSTING DOES.
      *    A REVERSAL MOVES MONEY THE OPPOSITE WAY TO ITS CODE, SO
      *    IT COMES OFF ITS CODE'S COLUMN INSTEAD OF ADDING TO IT,
      *    AND ITS LINE NAMES THE TRANSACTION IT REVERSES.
          B-PARA-REGISTER.
          ADD 1 TO WS-REG-COUNT (WS-CODE-HIT)
          ADD 1 TO WS-REG-G-COUNT
          IF TRANS-REVERSAL
              MOVE WS-RV-REV-AMT TO WS-REG-AMT
              IF WS-CODE-DRCR (WS-CODE-HIT) = 'D'
                  SUBTRACT TRANS-AMOUNT FROM WS-REG-DR-AMT (WS-CODE-HIT)
                  SUBTRACT TRANS-AMOUNT FROM WS-REG-G-DR
              ELSE
                  SUBTRACT TRANS-AMOUNT FROM WS-REG-CR-AMT (WS-CODE-HIT)
                  SUBTRACT TRANS-AMOUNT FROM WS-REG-G-CR
              END-IF
          ELSE
              IF WS-CODE-DRCR (WS-CODE-HIT) = 'D'
                  ADD TRANS-AMOUNT TO WS-REG-DR-AMT (WS-CODE-HIT)
                  ADD TRANS-AMOUNT TO WS-REG-G-DR
                  COMPUTE WS-REG-AMT = ZERO - TRANS-AMOUNT
              ELSE
                  ADD TRANS-AMOUNT TO WS-REG-CR-AMT (WS-CODE-HIT)
                  ADD TRANS-AMOUNT TO WS-REG-G-CR
                  MOVE TRANS-AMOUNT TO WS-REG-AMT
              END-IF
          END-IF
          IF WS-REGISTER-STATUS = '00'
              MOVE SPACES TO REGISTER-LINE
                  TRANS-DATE(1:4) '-' TRANS-DATE(5:2) '-'
                  TRANS-DATE(7:2) '  ' WS-REG-AMT-PIC
                  DELIMITED BY SIZE INTO REGISTER-LINE
              IF TRANS-REVERSAL
                  MOVE 'REVERSES' TO REGISTER-LINE(49:8)
                  MOVE TRANS-ORIG-ID TO REGISTER-LINE(58:10)
              END-IF
              WRITE REGISTER-LINE
          END-IF.

              MOVE TRANS-DATE TO GLD-POST-DATE
              MOVE WS-GL-RUN-ID TO GLD-RUN-ID
              MOVE TRANS-ID TO GLD-TRANS-ID
              IF TRANS-REVERSAL
                  MOVE TRANS-ORIG-ID TO GLD-ORIG-TRANS-ID
              ELSE
                  MOVE SPACES TO GLD-ORIG-TRANS-ID
              END-IF
              MOVE SPACE TO GLD-ENTRY-TYPE
              MOVE SPACES TO GLD-CPTY-BRANCH
              IF WS-ACCT-FOUND AND ACCT-HOME-BRANCH NOT = SPACES
                  MOVE ACCT-HOME-BRANCH TO GLD-BRANCH
              ELSE
                  MOVE TRANS-BRANCH TO GLD-BRANCH
              END-IF
              WRITE GL-RECORD FROM WS-GL-DETAIL
          END-IF
          IF WS-ACCT-FOUND AND ACCT-HOME-BRANCH NOT = SPACES
              AND ACCT-HOME-BRANCH NOT = TRANS-BRANCH
              PERFORM B-PARA-GL-INTERBRANCH
          END-IF.

      *    THE CUSTOMER'S SIDE OF THE ITEM IS ON THE HOME BRANCH'S
      *    BOOKS, THE CASH SIDE ON THE TRANSMITTING BRANCH'S. EACH
      *    OFFICE IS SQUARED WITH AN ENTRY AGAINST THE OTHER: THE
      *    HOME BRANCH TAKES THE OPPOSITE OF THE CUSTOMER ENTRY, THE
      *    TRANSMITTING BRANCH THE SAME -- A DEPOSIT TAKEN ELSEWHERE
      *    LEAVES THE HOME BRANCH DUE FROM THE OFFICE HOLDING THE
      *    CASH, AND THAT OFFICE DUE TO THE HOME BRANCH. THE PAIR
      *    NETS TO ZERO, SO THE FEED NET AND THE PROOF ARE
      *    UNCHANGED. SUSPENDED ITEMS ARE ON THE FEED LIKE ANY
      *    OTHER AND SETTLE THE SAME WAY.
          B-PARA-GL-INTERBRANCH.
          ADD 1 TO WS-IB-COUNT
          ADD 2 TO WS-GL-COUNT
          IF WS-REG-AMT < ZERO
              SUBTRACT WS-REG-AMT FROM WS-IB-TOTAL
          ELSE
              ADD WS-REG-AMT TO WS-IB-TOTAL
          END-IF
          IF WS-GL-STATUS = '00'
              COMPUTE WS-IB-AMT = ZERO - WS-REG-AMT
              MOVE ACCT-HOME-BRANCH TO GLD-BRANCH
              MOVE TRANS-BRANCH TO GLD-CPTY-BRANCH
              PERFORM B-PARA-GL-IB-ENTRY
              MOVE WS-REG-AMT TO WS-IB-AMT
              MOVE TRANS-BRANCH TO GLD-BRANCH
              MOVE ACCT-HOME-BRANCH TO GLD-CPTY-BRANCH
              PERFORM B-PARA-GL-IB-ENTRY
          END-IF.

          B-PARA-GL-IB-ENTRY.
          MOVE GLD-BRANCH TO WS-IB-GL-BRANCH
          MOVE WS-IB-GL-ACCT TO GLD-GL-ACCT
          MOVE WS-IB-AMT TO GLD-AMOUNT
          IF WS-IB-AMT < ZERO
              SET GLD-DUE-FROM TO TRUE
          ELSE
              SET GLD-DUE-TO TO TRUE
          END-IF
          WRITE GL-RECORD FROM WS-GL-DETAIL.

          B-PARA-ADD-REASON.
          SET WS-RECORD-INVALID TO TRUE
          IF WS-REASON-CNT < WS-REASON-MAX
      *    AS S003 FOR REVIEW, SO A MISKEYED AMOUNT CANNOT SILENTLY
      *    EMPTY AN ACCOUNT. A LIMIT OF SPACES (RECORDS OLDER THAN
      *    THE FIELD) IS TREATED AS THE DEFAULT OF ZERO.
      *    A DORMANT ACCOUNT TAKES CREDITS BUT NO DEBITS -- A DEBIT
      *    SUSPENDS AS S004 UNTIL THE ACCOUNT IS REACTIVATED, SO
      *    MONEY CANNOT LEAVE AN ACCOUNT NOBODY HAS USED IN YEARS
      *    WITHOUT THE CUSTOMER FIRST BEING IDENTIFIED AT A BRANCH.
      *    A REVERSAL POSTS THE EXACT OPPOSITE OF WHAT ITS ORIGINAL
      *    POSTED AND IS HELD BY NEITHER TEST -- IT PUTS BACK AN
      *    ERROR, AND THE EDITS HAVE ALREADY PROVED IT AGAINST THE
      *    ORIGINAL. THE ORIGINAL'S HISTORY ENTRY IS THEN MARKED.
          C-PARA-POST.
          IF TRANS-REVERSAL
              MOVE WS-RV-REV-AMT TO WS-PDTL-AMT
          ELSE
              IF WS-CODE-DRCR (WS-CODE-HIT) = 'D'
                  COMPUTE WS-PDTL-AMT = ZERO - TRANS-AMOUNT
              ELSE
                  MOVE TRANS-AMOUNT TO WS-PDTL-AMT
              END-IF
          END-IF
          IF ACCT-OD-LIMIT NUMERIC
              MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
              MOVE ZERO TO WS-OD-LIMIT
          END-IF
          COMPUTE WS-NEW-BAL = ACCT-BALANCE + WS-PDTL-AMT
          IF WS-PDTL-AMT < ZERO AND ACCT-DORMANT
              AND NOT TRANS-REVERSAL
              MOVE 'S004' TO WS-SUSP-REASON
              PERFORM C-PARA-SUSPEND
          ELSE
              IF WS-PDTL-AMT < ZERO
                  AND WS-NEW-BAL < (ZERO - WS-OD-LIMIT)
                  AND NOT TRANS-REVERSAL
                  MOVE 'S003' TO WS-SUSP-REASON
                  PERFORM C-PARA-SUSPEND
              ELSE
                  MOVE WS-NEW-BAL TO ACCT-BALANCE
                  IF NOT TRANS-FROM-ACCRUAL
                      MOVE WS-RUN-DATE TO ACCT-LAST-POST-DATE
                  END-IF
                  REWRITE ACCOUNT-RECORD
                      INVALID KEY
                          DISPLAY 'ERROR: ACCOUNT REWRITE FAILED FOR '
                              ACCT-KEY ' STATUS=' WS-ACCT-STATUS
                          SET WS-FILE-ERROR TO TRUE
                  END-REWRITE
                  ADD 1 TO WS-POSTED-COUNT
                  ADD TRANS-AMOUNT TO WS-POSTED-AMT
                  PERFORM C-PARA-POST-DETAIL
                  PERFORM C-PARA-TRACK-OVERDRAFT
                  IF TRANS-REVERSAL
                      ADD 1 TO WS-REVERSAL-COUNT
                      ADD TRANS-AMOUNT TO WS-REVERSAL-AMT
                      PERFORM C-PARA-MARK-REVERSED
                  END-IF
                  IF WS-RV-CNT > ZERO
                      PERFORM C-PARA-NOTE-POSTING
                  END-IF
              END-IF
          END-IF.

      *    STAMP THE ORIGINAL'S HISTORY ENTRY WITH THE REVERSAL THAT
      *    BACKED IT OUT -- A SECOND REVERSAL OF THE SAME ITEM, IN
      *    THIS RUN OR A LATER ONE, THEN BOUNCES R010.
          C-PARA-MARK-REVERSED.
          MOVE TRANS-ORIG-ID TO HIST-TRANS-ID
          READ HISTORY-FILE
              INVALID KEY
                  DISPLAY 'ERROR: HISTORY ENTRY MISSING FOR REVERSED'
                      ' ID ' TRANS-ORIG-ID
                  SET WS-FILE-ERROR TO TRUE
              NOT INVALID KEY
                  MOVE TRANS-ID TO HIST-REVERSED-BY
                  MOVE WS-RUN-DATE TO HIST-REVERSED-DATE
                  REWRITE HISTORY-RECORD
                      INVALID KEY
                          DISPLAY 'ERROR: HISTORY REWRITE FAILED FOR '
                              'ID ' TRANS-ORIG-ID ' STATUS='
                              WS-HIST-STATUS
                          SET WS-FILE-ERROR TO TRUE
                  END-REWRITE
          END-READ.

      *    AN ORIGINAL POSTED EARLIER IN THIS SAME RUN IS NOT ON THE
      *    POSTED DETAIL READ AT RUN START -- NOTE IT HERE SO A
      *    REVERSAL FURTHER DOWN THE INPUT STILL FINDS IT.
          C-PARA-NOTE-POSTING.
          MOVE TRANS-ID TO WS-RV-WORK-ID
          PERFORM B-PARA-FIND-REVERSAL
          IF WS-RV-HIT > ZERO
              MOVE 'Y' TO WS-RV-POSTED (WS-RV-HIT)
              MOVE ACCT-KEY TO WS-RV-ACCT (WS-RV-HIT)
              MOVE TRANS-CODE TO WS-RV-CODE (WS-RV-HIT)
              MOVE WS-PDTL-AMT TO WS-RV-AMT (WS-RV-HIT)
              IF TRANS-REVERSAL
                  MOVE 'Y' TO WS-RV-WAS-REV (WS-RV-HIT)
              ELSE
                  MOVE 'N' TO WS-RV-WAS-REV (WS-RV-HIT)
              END-IF
          END-IF.

      *    REMEMBER EVERY ACCOUNT A POSTING LEAVES NEGATIVE (WITHIN
              MOVE TRANS-DATE TO PDTL-TRANS-DATE
              MOVE WS-RUN-DATE TO PDTL-RUN-DATE
              MOVE TRANS-BRANCH TO PDTL-BRANCH
              MOVE TRANS-OPERATOR TO PDTL-OPERATOR
              IF TRANS-REVERSAL
                  MOVE TRANS-ORIG-ID TO PDTL-ORIG-TRANS-ID
              END-IF
              WRITE POSTED-DETAIL-RECORD
          END-IF.

                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE

              MOVE SPACES TO REPORT-LINE
              MOVE WS-REVERSAL-COUNT TO WS-REPORT-TOTAL-PIC
              MOVE WS-REVERSAL-AMT TO WS-REPORT-AMT-PIC
              STRING 'REVERSALS POSTED:   ' WS-REPORT-TOTAL-PIC
                  '  AMOUNT: ' WS-REPORT-AMT-PIC
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE

              MOVE SPACES TO REPORT-LINE
              MOVE WS-IB-COUNT TO WS-REPORT-TOTAL-PIC
              MOVE WS-IB-TOTAL TO WS-REPORT-AMT-PIC
              STRING 'INTER-BRANCH ITEMS: ' WS-REPORT-TOTAL-PIC
                  '  AMOUNT: ' WS-REPORT-AMT-PIC
                  DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE

              IF WS-A-OVERFLOW
                  MOVE SPACES TO REPORT-LINE
                  MOVE '*** WARNING: WS-A CONTROL TOTAL OVERFLOWED ***'
          END-IF

          PERFORM D-PARA-WRITE-AUDIT
      *    LAST, ONCE NOTHING ELSE CAN CHANGE THE RETURN CODE -- THE
      *    REPORT SECTIONS CAN STILL FAIL THE RUN.
          PERFORM D-PARA-DATE-CONTROL
          STOP RUN.

      *    CONTROL TOTALS BY TRANSACTION CODE, THEN GRAND TOTALS.
                  MOVE 4 TO RETURN-CODE
              END-IF
          END-IF.

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
