      *          BALANCES EVEN WHEN A CODE IS ADDED BEFORE ITS
      *          MAPPING.  ENDS ACCOUNTING'S MORNING RE-KEYING OF
      *          THE GRAND TOTALS INTO THE CORPORATE LEDGER.
      *          APPROVED MANUAL ADJUSTMENTS ARE JOURNALED AS A
      *          SEPARATE BATCH, FAPADJST, AFTER THE FAPDAILY BATCH SO
      *          THE LEDGER SEES THEM APART FROM THE DAY'S ACTIVITY.
      *          A DAY RUN IN SEVERAL PROCESSING CYCLES SENDS ONE PAIR
      *          OF BATCHES PER CYCLE - THE FIRST CYCLE KEEPS FAPDAILY
      *          AND FAPADJST, LATER CYCLES SEND FAPDLYCN AND FAPADJCN
      *          FOR CYCLE N - SO NO TWO BATCHES FOR ONE JOURNAL DATE
      *          EVER SHARE A BATCH ID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-REPORT-FILE ASSIGN TO GLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-REPORT-FILE-STATUS.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO ADJAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
               88  TRANS-REVERSAL    VALUE 'R'.
               88  TRANS-TYPE-VALID  VALUES 'D' ' ' 'C' 'R'.
           02  TR-REGION-ID          PIC X(3).
           02  TR-CURRENCY-CODE      PIC X(3).
           02  TR-FX-RATE            PIC 9(3)V9(6).
       01  TRANS-LABEL-RECORD.
           02  TL-RECORD-ID          PIC X(3).
               88  TRANS-FILE-LABEL  VALUES 'HDR' 'TRL'.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-REPORT-RECORD          PIC X(133).

      * APPROVED MANUAL ADJUSTMENTS - THE SAME FILE THE POSTING STEP
      * APPLIED AFTER THE DAY'S TRANSACTIONS.
       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADJUSTMENT-RECORD.
           02  ADJ-POST-DATE         PIC 9(8).
           02  ADJ-CODE              PIC X(10).
           02  ADJ-AMOUNT            PIC 9(11)V99.
           02  ADJ-DEBIT-CREDIT      PIC X(1).
               88  ADJ-DEBIT         VALUE 'D'.
               88  ADJ-CREDIT        VALUE 'C'.
               88  ADJ-DC-VALID      VALUES 'D' 'C'.
           02  ADJ-REASON            PIC X(30).
           02  ADJ-PREPARER-ID       PIC X(8).
           02  ADJ-APPROVER-ID       PIC X(8).
           02  FILLER                PIC X(2).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
               88  END-OF-FILE   VALUE 'EOF'.
           02  GL-MAP-SWITCH     PIC X(3).
               88  END-OF-GL-MAP VALUE 'EOF'.
           02  ADJUSTMENT-SWITCH PIC X(3).
               88  END-OF-ADJUSTMENTS VALUE 'EOF'.
           02  WS-READ-AGAIN-SW  PIC X     VALUE 'N'.
               88  READ-AGAIN    VALUE 'Y'.
       01  PRINTM-PARM-FIELDS.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  JOURNAL-FILE-STATUS   PIC X(2) VALUE '00'.
           02  GL-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  ADJUSTMENT-FILE-STATUS PIC X(2) VALUE '00'.
       01  EFFECTIVE-AMOUNT-FIELDS.
           02  WS-EFF-AMOUNT1        PIC S9(8)V99  VALUE ZERO.
           02  WS-EFF-ADJUSTMENT     PIC S9(11)V99 VALUE ZERO.
       01  DATE-RANGE-FIELDS.
           02  WS-FROM-DATE          PIC 9(8) VALUE ZERO.
           02  WS-TO-DATE            PIC 9(8) VALUE 99999999.
               88  PARM-VALUE-OK     VALUE 'Y'.
           02  WS-PARM-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           02  WS-PARM-COUNT         PIC 9(9)  VALUE ZERO.
           02  WS-RUN-CYCLE          PIC 9(1)  VALUE 1.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               03  WS-GLM-CODE           PIC X(10).
               03  WS-GLM-GL-ACCOUNT     PIC X(12).
      ******************************************************************
      * ONE NET ENTRY PER CODE SEEN ON THE DAY'S TRANSACTIONS - OR,
      * FOR THE ADJUSTMENT BATCH, ON THE APPROVED ADJUSTMENTS.
      ******************************************************************
       01  NET-TABLE-FIELDS.
           02  WS-NET-MAX            PIC 9(5) VALUE 20000.
               88  NET-FOUND         VALUE 'Y'.
           02  WS-NET-SLOT-SW        PIC X    VALUE 'N'.
               88  NET-SLOT-FOUND    VALUE 'Y'.
           02  WS-NET-SEARCH-CODE    PIC X(10) VALUE SPACES.
           02  WS-NET-POST-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           02  WS-NET-ENTRY          OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-NET-COUNT
                   ASCENDING KEY IS WS-NET-CODE
           02  WS-OFFSET-NET         PIC S9(13)V99 VALUE ZERO.
           02  WS-UNMAPPED-CODES     PIC 9(9)  VALUE ZERO.
           02  WS-LINE-ACCOUNT       PIC X(12) VALUE SPACES.
           02  WS-JRNL-BATCH-ID      PIC X(8)  VALUE SPACES.
           02  WS-ADJUSTMENTS-READ   PIC 9(9)  VALUE ZERO.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  FILLER                PIC X(40) VALUE
               'GL JOURNAL EXTRACT SUMMARY'.
           02  FILLER                PIC X(92) VALUE SPACES.
       01  GL-BATCH-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'BATCH:'.
           02  GLB-BATCH-ID          PIC X(8).
           02  FILLER                PIC X(112) VALUE SPACES.
       01  GL-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  GLD-CODE              PIC X(10).
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-TRANSACTION
               UNTIL END-OF-FILE.
           MOVE 'FAPDAILY' TO WS-JRNL-BATCH-ID.
           IF WS-RUN-CYCLE > 1
               MOVE 'FAPDLYC' TO WS-JRNL-BATCH-ID (1:7)
               MOVE WS-RUN-CYCLE TO WS-JRNL-BATCH-ID (8:1)
           END-IF.
           PERFORM 4000-WRITE-JOURNAL.
           PERFORM 5000-JOURNAL-ADJUSTMENTS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT GL-REPORT-FILE.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUSTMENT-FILE-STATUS NOT = '00'
               AND ADJUSTMENT-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO ADJUSTMENT-SWITCH
               MOVE 'ADJAPPR ' TO WS-ERROR-FILE-ID
               MOVE ADJUSTMENT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF PARM-CARD-ERROR
               MOVE 'EOF' TO ADJUSTMENT-SWITCH
           END-IF.
      ******************************************************************
      * THE JOURNAL MUST CARRY THE SAME BUSINESS DATE THE POSTING
      * STEPS RAN UNDER - A CHAIN THAT SLIPS PAST MIDNIGHT MUST NOT
                   PERFORM 1120-EDIT-PARM-DATE
               WHEN 'PREVALIDATED'
                   PERFORM 1150-EDIT-PARM-SWITCH
               WHEN 'REVIEW-THRESHOLD'
                   PERFORM 1130-EDIT-PARM-AMOUNT
               WHEN 'REVIEW-DAYS'
                   PERFORM 1140-EDIT-PARM-COUNT
               WHEN 'CYCLE'
                   PERFORM 1140-EDIT-PARM-COUNT
                   IF PARM-VALUE-OK
                       IF WS-PARM-COUNT < 1
                           OR WS-PARM-COUNT > 9
                           MOVE 'N' TO WS-PARM-VALUE-OK-SW
                           PERFORM 1160-REPORT-PARM-ERROR
                       ELSE
                           MOVE WS-PARM-COUNT TO WS-RUN-CYCLE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALUE-OK-SW
                   PERFORM 1160-REPORT-PARM-ERROR
               AND CODE-VALIDATION-ACTIVE
               PERFORM 2085-VALIDATE-TRANS-CODE
           END-IF.
           IF TR-CURRENCY-CODE NOT = SPACES
               AND (TR-FX-RATE NOT NUMERIC OR TR-FX-RATE = ZERO)
               MOVE 'N' TO WS-VALID-RECORD-SW
           END-IF.
      ******************************************************************
       2085-VALIDATE-TRANS-CODE.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           ELSE
               COMPUTE WS-EFF-AMOUNT1 = ZERO - TR-AMOUNT1
           END-IF.
           MOVE TR-CODE TO WS-NET-SEARCH-CODE.
           MOVE WS-EFF-AMOUNT1 TO WS-NET-POST-AMOUNT.
           PERFORM 2120-POST-TO-NET-ENTRY.
      ******************************************************************
       2120-POST-TO-NET-ENTRY.
           MOVE 'N' TO WS-NET-FOUND-SW.
           IF WS-NET-COUNT > 0
               SEARCH ALL WS-NET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NET-CODE (WS-NET-IX) = WS-NET-SEARCH-CODE
                       MOVE 'Y' TO WS-NET-FOUND-SW
                       SET WS-NET-SUB TO WS-NET-IX
               END-SEARCH
               END-IF
           END-IF.
           IF NET-FOUND
               ADD WS-NET-POST-AMOUNT TO WS-NET-AMOUNT (WS-NET-SUB)
           END-IF.
      ******************************************************************
       2150-INSERT-NET-ENTRY.
               IF WS-NET-SUB = 1
                   MOVE 'Y' TO WS-NET-SLOT-SW
               ELSE
                   IF WS-NET-CODE (WS-NET-SUB - 1) >
                       WS-NET-SEARCH-CODE
                       MOVE WS-NET-ENTRY (WS-NET-SUB - 1)
                           TO WS-NET-ENTRY (WS-NET-SUB)
                       SUBTRACT 1 FROM WS-NET-SUB
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-NET-SEARCH-CODE TO WS-NET-CODE (WS-NET-SUB).
           MOVE ZERO TO WS-NET-AMOUNT (WS-NET-SUB).
      ******************************************************************
      * EACH CODE'S NET POSTS TO ITS MAPPED ACCOUNT - DEBIT WHEN
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE 'BH' TO JH-RECORD-ID.
           MOVE WS-RUN-DATE TO JH-JOURNAL-DATE.
           MOVE WS-JRNL-BATCH-ID TO JH-BATCH-ID.
           WRITE JOURNAL-HEADER-RECORD.
           MOVE 'GLJRNL  ' TO WS-ERROR-FILE-ID.
           MOVE JOURNAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE WS-JRNL-BATCH-ID TO GLB-BATCH-ID.
           WRITE GL-REPORT-RECORD FROM GL-BATCH-LINE.
           MOVE 'GLRPT   ' TO WS-ERROR-FILE-ID.
           MOVE GL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-NET-SUB.
           PERFORM UNTIL WS-NET-SUB > WS-NET-COUNT
               PERFORM 4100-WRITE-JOURNAL-LINE
               MOVE GL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
      ******************************************************************
      * THE APPROVED ADJUSTMENTS ARE NETTED BY CODE AND JOURNALED AS
      * THEIR OWN BALANCED BATCH WITH ITS OWN HEADER, OFFSET AND
      * TRAILER.  NO ADJUSTMENTS, NO BATCH.
      ******************************************************************
       5000-JOURNAL-ADJUSTMENTS.
           MOVE ZERO TO WS-NET-COUNT.
           MOVE ZERO TO WS-JRNL-LINES.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE ZERO TO WS-OFFSET-NET.
           MOVE ZERO TO WS-UNMAPPED-CODES.
           IF NOT END-OF-ADJUSTMENTS
               PERFORM 9150-READ-ADJUSTMENT-FILE
           END-IF.
           PERFORM UNTIL END-OF-ADJUSTMENTS
               PERFORM 5100-ACCUMULATE-ADJUSTMENT
               PERFORM 9150-READ-ADJUSTMENT-FILE
           END-PERFORM.
           IF WS-NET-COUNT > 0
               MOVE 'FAPADJST' TO WS-JRNL-BATCH-ID
               IF WS-RUN-CYCLE > 1
                   MOVE 'FAPADJC' TO WS-JRNL-BATCH-ID (1:7)
                   MOVE WS-RUN-CYCLE TO WS-JRNL-BATCH-ID (8:1)
               END-IF
               PERFORM 4000-WRITE-JOURNAL
           END-IF.
      ******************************************************************
       5100-ACCUMULATE-ADJUSTMENT.
           PERFORM 5175-EDIT-ADJUSTMENT-RECORD.
           IF RECORD-VALID
               IF ADJ-DEBIT
                   MOVE ADJ-AMOUNT TO WS-EFF-ADJUSTMENT
               ELSE
                   COMPUTE WS-EFF-ADJUSTMENT = ZERO - ADJ-AMOUNT
               END-IF
               MOVE ADJ-CODE TO WS-NET-SEARCH-CODE
               MOVE WS-EFF-ADJUSTMENT TO WS-NET-POST-AMOUNT
               PERFORM 2120-POST-TO-NET-ENTRY
           END-IF.
      ******************************************************************
       5175-EDIT-ADJUSTMENT-RECORD.
           MOVE 'Y' TO WS-VALID-RECORD-SW.
           IF ADJ-CODE = SPACES
               MOVE 'N' TO WS-VALID-RECORD-SW
           END-IF.
           IF ADJ-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID-RECORD-SW
           END-IF.
           IF NOT ADJ-DC-VALID
               MOVE 'N' TO WS-VALID-RECORD-SW
           END-IF.
           IF ADJ-PREPARER-ID = SPACES
               OR ADJ-APPROVER-ID = SPACES
               OR ADJ-APPROVER-ID = ADJ-PREPARER-ID
               MOVE 'N' TO WS-VALID-RECORD-SW
           END-IF.
           IF ADJ-POST-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-RECORD-SW
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (ADJ-POST-DATE) NOT = 0
                   MOVE 'N' TO WS-VALID-RECORD-SW
               END-IF
           END-IF.
           IF ADJ-CODE NOT = SPACES
               AND CODE-VALIDATION-ACTIVE
               PERFORM 5185-VALIDATE-ADJUSTMENT-CODE
           END-IF.
      ******************************************************************
       5185-VALIDATE-ADJUSTMENT-CODE.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           IF WS-CODE-MASTER-COUNT > 0
               SEARCH ALL WS-CODE-MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CM-CODE (WS-CM-IX) = ADJ-CODE
                       MOVE 'Y' TO WS-CODE-FOUND-SW
                       SET WS-CODE-SUB TO WS-CM-IX
               END-SEARCH
           END-IF.
           IF NOT CODE-FOUND
               MOVE 'N' TO WS-VALID-RECORD-SW
           ELSE
               IF WS-CM-ACTIVE-FLAG (WS-CODE-SUB) NOT = 'A'
                   MOVE 'N' TO WS-VALID-RECORD-SW
               END-IF
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           CLOSE TRANS-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE GL-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-PERFORM.
      ******************************************************************
       9150-READ-ADJUSTMENT-FILE.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'EOF' TO ADJUSTMENT-SWITCH
               NOT AT END
                   ADD 1 TO WS-ADJUSTMENTS-READ
           END-READ.
           MOVE 'ADJAPPR ' TO WS-ERROR-FILE-ID.
           MOVE ADJUSTMENT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-FILE-STATUS NOT = '00'
