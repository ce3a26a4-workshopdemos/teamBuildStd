      *          MOVES OLDER RECORDS TO AN ARCHIVE GENERATION, AND
      *          PRINTS A RETENTION REPORT OF WHAT MOVED.  RECORDS
      *          WITH AN UNREADABLE TIMESTAMP STAY ON THE ACTIVE
      *          DATASET - NOTHING IS PURGED ON A GUESS.  A RUN'S
      *          REGION CONTINUATION RECORDS CARRY ITS START TIME AND
      *          SO MOVE WITH IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               03  AUDIN-RGN-PROCESSED PIC 9(9).
               03  AUDIN-RGN-REJECTED PIC 9(9).
           02  FILLER                PIC X(6).
       01  AUDIT-IN-REGION-RECORD.
           02  FILLER                PIC X(29).
           02  AUDIN-RECORD-ID       PIC X(3).
               88  AUDIN-REGION-CONTINUATION VALUE 'RGN'.
           02  FILLER                PIC X(149).

       FD  AUDIT-NEW-FILE
           RECORDING MODE IS F
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB13'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPARCH '.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  AUDIT-IN-FILE-STATUS  PIC X(2) VALUE '00'.
           02  AUDIT-NEW-FILE-STATUS PIC X(2) VALUE '00'.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT AUDIT-IN-FILE.
           IF AUDIT-IN-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO INPUT-SWITCH
           MOVE AUDIT-ARCH-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-RECORDS-ARCHIVED.
           IF NOT AUDIN-REGION-CONTINUATION
               MOVE 'ARCHIVED ' TO RET-DISPOSITION
               MOVE AUDIN-JOB-NAME TO RET-JOB-NAME
               MOVE WS-AUDIT-DATE-9 TO RET-RUN-DATE
               IF AUDIN-EXTRACT-DATE NUMERIC
                   MOVE AUDIN-EXTRACT-DATE TO RET-EXTRACT-DATE
               ELSE
                   MOVE ZERO TO RET-EXTRACT-DATE
               END-IF
               WRITE RETENTION-REPORT-RECORD FROM RET-DETAIL-LINE
               MOVE 'RETRPT  ' TO WS-ERROR-FILE-ID
               MOVE RET-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-RECORDS-READ TO RET-TOTAL-READ.
