      ***************************************************************
      * CUSTOMER MAINTENANCE AUDIT RECORD (PROD.REF.CUSTAUDT, LRECL
      * 560). ONE RECORD PER CUSTMNT CARD, APPLIED OR REJECTED, WITH
      * THE WHOLE CUSTOMER RECORD BEFORE AND AFTER THE CARD, SO ANY
      * NAME OR ADDRESS CAN BE TRACED BACK THROUGH EVERY CHANGE.
      * CAUD-BEFORE IS SPACES WHEN THERE WAS NO RECORD (AN ADD, OR A
      * CARD FOR AN UNKNOWN ACCOUNT); CAUD-AFTER IS SPACES WHEN THE
      * CARD WAS REJECTED OR DELETED THE RECORD. CAUD-FIELD IS THE
      * FIELD NAMED ON A CHANGE CARD. TIMES ARE HHMMSSHH AS RETURNED
      * BY ACCEPT FROM TIME.
      ***************************************************************
          01  CUST-AUDIT-RECORD.
              05  CAUD-DATE                  PIC X(8).
              05  CAUD-TIME                  PIC X(8).
              05  CAUD-USER-ID               PIC X(8).
              05  CAUD-ACTION                PIC X(6).
              05  CAUD-ACCT-KEY              PIC X(6).
              05  CAUD-FIELD                 PIC X(6).
              05  CAUD-RESULT                PIC X(8).
              05  FILLER                     PIC X(10).
              05  CAUD-BEFORE                PIC X(250).
              05  CAUD-AFTER                 PIC X(250).
