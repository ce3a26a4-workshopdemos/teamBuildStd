           02  NBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-LAST-ACTIVITY    PIC 9(8).
           02  NBAL-MTD-ADJUSTMENT   PIC S9(9)V99.

       FD  CLOSE-ARCHIVE-FILE
           RECORDING MODE IS F
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB17'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPYREND'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  OLD-BAL-FILE-STATUS   PIC X(2) VALUE '00'.
           02  OPEN-BAL-FILE-STATUS  PIC X(2) VALUE '00'.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT OLD-BALANCE-FILE.
           IF OLD-BAL-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO INPUT-SWITCH
           MOVE ZERO TO NBAL-MTD-AMOUNT5.
           MOVE ZERO TO NBAL-YTD-AMOUNT5.
           MOVE OBAL-LAST-ACTIVITY TO NBAL-LAST-ACTIVITY.
           MOVE ZERO TO NBAL-MTD-ADJUSTMENT.
           WRITE OPEN-BALANCE-RECORD.
           MOVE 'OPENOUT ' TO WS-ERROR-FILE-ID.
           MOVE OPEN-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
