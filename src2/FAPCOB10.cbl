       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB10'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPCNV  '.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  OLD-BAL-FILE-STATUS   PIC X(2) VALUE '00'.
           02  NEW-BAL-FILE-STATUS   PIC X(2) VALUE '00'.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT OLD-BALANCE-FILE.
           OPEN OUTPUT NEW-BALANCE-FILE.
           OPEN INPUT OLD-SUMMARY-FILE.
