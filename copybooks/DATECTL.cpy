      ***************************************************************
      * BATCH-CYCLE DATE CONTROL (PROD.BATCH.DATECTL, LRECL 80).
      * THE ONE SOURCE OF THE BUSINESS DATE FOR THE WHOLE CYCLE --
      * NO CYCLE STEP TAKES ITS PROCESSING DATE FROM THE SYSTEM
      * CLOCK. THE FIRST RECORD ('C') CARRIES THE CURRENT BUSINESS
      * DATE, WHICH STAYS OPEN UNTIL THE END-OF-DAY ROLL (EODROLL)
      * ADVANCES IT TO THE NEXT BUSINESS DAY ON THE CALENDAR; EVERY
      * EARLIER DATE IS CLOSED. EACH FOLLOWING RECORD ('S') IS ONE
      * CYCLE STEP'S STATUS FOR THE LAST BUSINESS DATE IT RAN ON:
      *   S  STARTED -- STILL RUNNING, OR ABENDED AND AWAITING
      *      RESTART
      *   C  COMPLETE -- ENDED RC 4 OR LESS
      *   F  FAILED -- ENDED RC 8 OR MORE, AWAITING RESTART
      * A STEP ADDS ITS OWN RECORD THE FIRST TIME IT RUNS. STEP
      * NAMES:
      *   POSTING   HELLO, NIGHTLY DAILY RUN
      *   RCYCPOST  HELLO, RECYCLE PASS (A SECOND DAILY RUN)
      *   MTHPOST   HELLO, MONTH-END RUN
      *   PROOF     GLPROOF OF THE NIGHTLY FEED
      *   RCYCPRF   GLPROOF OF THE RECYCLE PASS'S FEED
      *   MTHPROOF  GLPROOF OF THE MONTH-END FEED
      *   RECYCLE   RECYCLE, DAILY (MTHRCYC IN MONTHLY MODE)
      *   SUSPRES   SUSPENSE RESOLUTION
      *   EODROLL   THE ROLL ITSELF (DATED THE DAY IT CLOSED)
      *   AND THE MAINTENANCE AND HOUSEKEEPING STEPS UNDER THEIR
      *   PROGRAM NAMES (ACCTMNT, BRNMNT, CODEMNT, SOMNT, CUSTMNT,
      *   CALMNT, DORMANT, ARCHIVER).
      * THE DATASET IS SMALL: A STEP HOLDS IT IN STORAGE (WS-DC-
      * TABLE) AND REWRITES IT WHOLE WHEN ITS STATUS CHANGES.
      * COPY THIS INTO WORKING-STORAGE.
      ***************************************************************
          01  DC-CONTROL-RECORD.
              05  DC-REC-TYPE                PIC X.
                  88  DC-CONTROL             VALUE 'C'.
              05  DC-BUS-DATE                PIC 9(8).
              05  DC-PREV-DATE               PIC 9(8).
              05  DC-ROLL-DATE               PIC 9(8).
              05  DC-ROLL-TIME               PIC 9(8).
              05  FILLER                     PIC X(47).
          01  DC-STEP-RECORD.
              05  DCS-REC-TYPE               PIC X.
                  88  DCS-STEP               VALUE 'S'.
              05  DCS-STEP-NAME              PIC X(8).
              05  DCS-BUS-DATE               PIC 9(8).
              05  DCS-STATUS                 PIC X.
                  88  DCS-STARTED            VALUE 'S'.
                  88  DCS-COMPLETE           VALUE 'C'.
                  88  DCS-FAILED             VALUE 'F'.
              05  DCS-RETURN-CODE            PIC 9(4).
              05  DCS-RUN-DATE               PIC 9(8).
              05  DCS-RUN-TIME               PIC 9(8).
              05  FILLER                     PIC X(42).

          01  WS-DC-STATUS                PIC X(2) VALUE '00'.
          01  WS-DC-EOF-FLAG              PIC X VALUE 'N'.
              88  WS-DC-EOF               VALUE 'Y'.
      *    SET WHEN THE RUN IS REFUSED (OUT OF SEQUENCE, CLOSED DATE)
      *    OR THE DATASET CANNOT BE READ OR REWRITTEN.
          01  WS-DC-ERROR-FLAG            PIC X VALUE 'N'.
              88  WS-DC-ERROR             VALUE 'Y'.

          01  WS-DC-TABLE.
              05  WS-DC-ENTRY             PIC X(80) OCCURS 40 TIMES.
          01  WS-DC-MAX                   PIC 9(3) VALUE 40.
          01  WS-DC-CNT                   PIC 9(3) VALUE ZERO.
          01  WS-DC-SUB                   PIC 9(3) VALUE ZERO.
          01  WS-DC-HIT                   PIC 9(3) VALUE ZERO.

      *    THIS RUN'S OWN STEP, THE STEP BEING LOOKED UP, AND THE
      *    STATUS TO RECORD.
          01  WS-DC-OWN-STEP              PIC X(8) VALUE SPACES.
          01  WS-DC-WORK-STEP             PIC X(8) VALUE SPACES.
          01  WS-DC-NEW-STATUS            PIC X VALUE SPACE.
          01  WS-DC-NOW-DATE              PIC 9(8) VALUE ZERO.
          01  WS-DC-NOW-TIME              PIC 9(8) VALUE ZERO.
