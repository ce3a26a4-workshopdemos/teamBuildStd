       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB22.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          ONE-TIME OPENING LOAD OF THE REGION SUB-LEDGER.  THE
      *          BALANCES ALREADY ON THE CODE-BALANCE MASTER WERE
      *          POSTED BEFORE REGIONS WERE TRACKED, SO THEY CANNOT
      *          BE SPLIT AFTER THE FACT.  THIS UTILITY CARRIES EACH
      *          CODE'S BALANCE, MTD AND YTD INTO A BROUGHT-FORWARD
      *          REGION (B/F) SO THE SUB-LEDGER PROVES TO THE MASTER
      *          FROM THE FIRST DAILY RUN.  RUN IT EXACTLY ONCE,
      *          AFTER THE LAST DAILY RUN WITHOUT THE SUB-LEDGER AND
      *          BEFORE THE FIRST RUN WITH IT, THEN RETIRE THE JOB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-FILE ASSIGN TO BALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BAL-FILE-STATUS.
           SELECT REGION-BAL-FILE ASSIGN TO RGNBALOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGION-BAL-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  BALANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-RECORD.
           02  BAL-CODE              PIC X(10).
           02  BAL-CURR-BALANCE      PIC S9(11)V99.
           02  BAL-MTD-AMOUNT1       PIC S9(11)V99.
           02  BAL-YTD-AMOUNT1       PIC S9(11)V99.
           02  BAL-MTD-AMOUNT4       PIC S9(11)V99.
           02  BAL-YTD-AMOUNT4       PIC S9(11)V99.
           02  BAL-MTD-AMOUNT5       PIC S9(11)V99.
           02  BAL-YTD-AMOUNT5       PIC S9(11)V99.
           02  BAL-LAST-ACTIVITY     PIC 9(8).
           02  BAL-MTD-ADJUSTMENT    PIC S9(9)V99.

      * REGION SUB-LEDGER - ONE RECORD PER REGION WITHIN CODE.  THE
      * MASTER IS IN CODE SEQUENCE AND EVERY ROW WRITTEN HERE IS IN
      * THE ONE B/F REGION, SO THE OUTPUT IS ALREADY IN SEQUENCE.
       FD  REGION-BAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REGION-BAL-RECORD.
           02  RGN-REGION-ID         PIC X(3).
           02  RGN-CODE              PIC X(10).
           02  RGN-CURR-BALANCE      PIC S9(11)V99.
           02  RGN-MTD-AMOUNT1       PIC S9(11)V99.
           02  RGN-YTD-AMOUNT1       PIC S9(11)V99.
           02  RGN-MTD-AMOUNT4       PIC S9(11)V99.
           02  RGN-YTD-AMOUNT4       PIC S9(11)V99.
           02  RGN-MTD-AMOUNT5       PIC S9(11)V99.
           02  RGN-YTD-AMOUNT5       PIC S9(11)V99.
           02  RGN-LAST-ACTIVITY     PIC 9(8).
           02  RGN-MTD-ADJUSTMENT    PIC S9(9)V99.
           02  FILLER                PIC X(5).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  BAL-SWITCH        PIC X(3).
               88  END-OF-BALANCE-FILE VALUE 'EOF'.
           02  WS-BROUGHT-FWD-REGION PIC X(3) VALUE 'B/F'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB22'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPRGCNV'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  BAL-FILE-STATUS       PIC X(2) VALUE '00'.
           02  REGION-BAL-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  RUN-COUNTERS.
           02  WS-BALANCES-LOADED    PIC 9(9) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-BROUGHT-FORWARD.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT BALANCE-FILE.
           OPEN OUTPUT REGION-BAL-FILE.
      ******************************************************************
       2000-LOAD-BROUGHT-FORWARD.
           PERFORM UNTIL END-OF-BALANCE-FILE
               READ BALANCE-FILE
                   AT END
                       MOVE 'EOF' TO BAL-SWITCH
                   NOT AT END
                       PERFORM 2100-WRITE-REGION-RECORD
               END-READ
           END-PERFORM.
           MOVE 'BALIN   ' TO WS-ERROR-FILE-ID.
           MOVE BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * A MASTER WRITTEN BEFORE THE ADJUSTMENT FIELD EXISTED CARRIES
      * SPACES THERE - IT LOADS AS ZERO.
      ******************************************************************
       2100-WRITE-REGION-RECORD.
           MOVE SPACES TO REGION-BAL-RECORD.
           MOVE WS-BROUGHT-FWD-REGION TO RGN-REGION-ID.
           MOVE BAL-CODE TO RGN-CODE.
           MOVE BAL-CURR-BALANCE TO RGN-CURR-BALANCE.
           MOVE BAL-MTD-AMOUNT1 TO RGN-MTD-AMOUNT1.
           MOVE BAL-YTD-AMOUNT1 TO RGN-YTD-AMOUNT1.
           MOVE BAL-MTD-AMOUNT4 TO RGN-MTD-AMOUNT4.
           MOVE BAL-YTD-AMOUNT4 TO RGN-YTD-AMOUNT4.
           MOVE BAL-MTD-AMOUNT5 TO RGN-MTD-AMOUNT5.
           MOVE BAL-YTD-AMOUNT5 TO RGN-YTD-AMOUNT5.
           MOVE BAL-LAST-ACTIVITY TO RGN-LAST-ACTIVITY.
           IF BAL-MTD-ADJUSTMENT NUMERIC
               MOVE BAL-MTD-ADJUSTMENT TO RGN-MTD-ADJUSTMENT
           ELSE
               MOVE ZERO TO RGN-MTD-ADJUSTMENT
           END-IF.
           WRITE REGION-BAL-RECORD.
           MOVE 'RGNBALOT' TO WS-ERROR-FILE-ID.
           MOVE REGION-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-BALANCES-LOADED.
      ******************************************************************
       9000-TERMINATE.
           CLOSE BALANCE-FILE.
           CLOSE REGION-BAL-FILE.
           IF WS-BALANCES-LOADED = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO BALANCES LOADED - CHECK INPUT DATASET'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB22 REGION OPENING LOAD ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB22 REGION OPENING LOAD RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-FILE-STATUS NOT = '00'
               AND WS-CURRENT-FILE-STATUS NOT = '10'
               AND WS-CURRENT-FILE-STATUS NOT = '05'
               IF WS-RETURN-CODE < 12
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'I/O ERROR ON ' DELIMITED BY SIZE
                      WS-ERROR-FILE-ID DELIMITED BY SIZE
                      ' STATUS=' DELIMITED BY SIZE
                      WS-CURRENT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
