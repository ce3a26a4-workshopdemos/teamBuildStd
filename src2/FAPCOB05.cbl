      *          WITH ELAPSED TIME AND COUNTS, FLAGGING RUNS WHOSE
      *          VOLUME, REJECT RATE OR ELAPSED TIME MOVES SHARPLY
      *          AWAY FROM THE TRAILING AVERAGE OF THE RUNS BEFORE IT.
      *          EACH RUN'S REGION COUNTS PRINT BENEATH IT, INCLUDING
      *          THOSE CARRIED ON REGION CONTINUATION RECORDS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               03  AUDIN-RGN-PROCESSED PIC 9(9).
               03  AUDIN-RGN-REJECTED PIC 9(9).
           02  FILLER                PIC X(6).
      * REGIONS BEYOND THE THIRD, SEVEN TO A RECORD, FOLLOWING THE
      * RUN RECORD THEY BELONG TO.
       01  AUDIT-IN-REGION-RECORD.
           02  FILLER                PIC X(29).
           02  AUDIN-RECORD-ID       PIC X(3).
               88  AUDIN-REGION-CONTINUATION VALUE 'RGN'.
           02  AUDINR-REGION-ENTRY   OCCURS 7 TIMES.
               03  AUDINR-RGN-ID     PIC X(3).
               03  AUDINR-RGN-PROCESSED PIC 9(9).
               03  AUDINR-RGN-REJECTED PIC 9(9).
           02  FILLER                PIC X(2).

       FD  HISTORY-REPORT-FILE
           RECORDING MODE IS F
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB05'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPWEEK '.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  AUDIT-IN-FILE-STATUS  PIC X(2) VALUE '00'.
           02  HIST-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  RUN-COUNTERS.
           02  WS-RUNS-READ          PIC 9(9) VALUE ZERO.
           02  WS-RUNS-FLAGGED       PIC 9(9) VALUE ZERO.
       01  REGION-LINE-FIELDS.
           02  WS-RGN-SUB            PIC 9(1)  VALUE ZERO.
           02  WS-LINE-RGN-ID        PIC X(3)  VALUE SPACES.
           02  WS-LINE-RGN-PROCESSED PIC 9(9)  VALUE ZERO.
           02  WS-LINE-RGN-REJECTED  PIC 9(9)  VALUE ZERO.
       01  TIMESTAMP-WORK-FIELDS.
           02  WS-TS-TEXT.
               03  WS-TS-DATE        PIC 9(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  HIST-ANOMALY-FLAGS    PIC X(24).
           02  FILLER                PIC X(10) VALUE SPACES.
       01  HIST-REGION-LINE.
           02  FILLER                PIC X(11) VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'REGION'.
           02  HIST-RGN-ID           PIC X(3).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'PROCESSED'.
           02  HIST-RGN-PROCESSED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'REJECTED'.
           02  HIST-RGN-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(65) VALUE SPACES.
       01  HIST-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'RUNS READ:'.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT AUDIT-IN-FILE.
           IF AUDIT-IN-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO INPUT-SWITCH
           IF NOT END-OF-FILE
               PERFORM 9100-READ-AUDIT-FILE
           END-IF.
           PERFORM UNTIL END-OF-FILE
                   OR NOT AUDIN-REGION-CONTINUATION
               PERFORM 9100-READ-AUDIT-FILE
           END-PERFORM.
           IF END-OF-FILE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
           PERFORM 2200-JUDGE-RUN-ANOMALIES.
           PERFORM 2300-WRITE-HISTORY-DETAIL.
           PERFORM 2400-ROLL-TRAILING-AVERAGES.
           PERFORM 2500-WRITE-RUN-REGIONS.
           PERFORM 9100-READ-AUDIT-FILE.
           PERFORM UNTIL END-OF-FILE
                   OR NOT AUDIN-REGION-CONTINUATION
               PERFORM 2600-WRITE-CONTINUED-REGIONS
               PERFORM 9100-READ-AUDIT-FILE
           END-PERFORM.
      ******************************************************************
      * TIMESTAMPS ARE AS CAPTURED BY FUNCTION CURRENT-DATE -
      * YYYYMMDDHHMMSS PLUS HUNDREDTHS AND ZONE, WHICH THE ELAPSED
               ADD AUDIN-RECORDS-READ TO WS-SUM-READ
               ADD WS-ELAPSED-SECONDS TO WS-SUM-ELAPSED
           END-IF.
      ******************************************************************
      * THE RUN RECORD HOLDS THE FIRST THREE REGIONS; ANY MORE FOLLOW
      * ON CONTINUATION RECORDS.  UNUSED SLOTS ARE BLANK.
      ******************************************************************
       2500-WRITE-RUN-REGIONS.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL WS-RGN-SUB > 3
               MOVE AUDIN-RGN-ID (WS-RGN-SUB) TO WS-LINE-RGN-ID
               MOVE AUDIN-RGN-PROCESSED (WS-RGN-SUB)
                   TO WS-LINE-RGN-PROCESSED
               MOVE AUDIN-RGN-REJECTED (WS-RGN-SUB)
                   TO WS-LINE-RGN-REJECTED
               PERFORM 2700-WRITE-REGION-LINE
               ADD 1 TO WS-RGN-SUB
           END-PERFORM.
      ******************************************************************
       2600-WRITE-CONTINUED-REGIONS.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL WS-RGN-SUB > 7
               MOVE AUDINR-RGN-ID (WS-RGN-SUB) TO WS-LINE-RGN-ID
               MOVE AUDINR-RGN-PROCESSED (WS-RGN-SUB)
                   TO WS-LINE-RGN-PROCESSED
               MOVE AUDINR-RGN-REJECTED (WS-RGN-SUB)
                   TO WS-LINE-RGN-REJECTED
               PERFORM 2700-WRITE-REGION-LINE
               ADD 1 TO WS-RGN-SUB
           END-PERFORM.
      ******************************************************************
       2700-WRITE-REGION-LINE.
           IF WS-LINE-RGN-ID NOT = SPACES
               AND WS-LINE-RGN-PROCESSED NUMERIC
               AND WS-LINE-RGN-REJECTED NUMERIC
               MOVE WS-LINE-RGN-ID TO HIST-RGN-ID
               MOVE WS-LINE-RGN-PROCESSED TO HIST-RGN-PROCESSED
               MOVE WS-LINE-RGN-REJECTED TO HIST-RGN-REJECTED
               WRITE HISTORY-REPORT-RECORD FROM HIST-REGION-LINE
               MOVE 'HISTRPT ' TO WS-ERROR-FILE-ID
               MOVE HIST-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-RUNS-READ TO HIST-TOTAL-RUNS.
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   IF NOT AUDIN-REGION-CONTINUATION
                       ADD 1 TO WS-RUNS-READ
                   END-IF
           END-READ.
           MOVE 'AUDITIN ' TO WS-ERROR-FILE-ID.
           MOVE AUDIT-IN-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
