      *          FILE THE POSTING STEP READ, THEN PROVES CODE BY
      *          CODE THAT OLD BALANCE PLUS NET ACTIVITY EQUALS THE
      *          NEW BALANCE, AND THAT THE TOTAL BALANCE MOVEMENT
      *          EQUALS THE GRAND NET THE REPORT STEP PRINTED PLUS
      *          THE APPROVED MANUAL ADJUSTMENTS, WHICH ARE CARRIED IN
      *          THEIR OWN COLUMN AND TOTAL.  ANY
      *          OUT-OF-BALANCE CODE FAILS THE RUN SO A CORRUPT
      *          BALANCE GENERATION NEVER BECOMES TOMORROW'S INPUT.
      ******************************************************************
           SELECT TRIAL-REPORT-FILE ASSIGN TO TRIALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRIAL-REPORT-FILE-STATUS.
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
       01  TRIAL-REPORT-RECORD       PIC X(133).

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
               88  END-OF-OLD-BALANCE VALUE 'EOF'.
           02  NEW-BAL-SWITCH    PIC X(3).
               88  END-OF-NEW-BALANCE VALUE 'EOF'.
           02  ADJUSTMENT-SWITCH PIC X(3).
               88  END-OF-ADJUSTMENTS VALUE 'EOF'.
           02  WS-READ-AGAIN-SW  PIC X     VALUE 'N'.
               88  READ-AGAIN    VALUE 'Y'.
       01  PRINTM-PARM-FIELDS.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  TRIAL-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  ADJUSTMENT-FILE-STATUS PIC X(2) VALUE '00'.
       01  EFFECTIVE-AMOUNT-FIELDS.
           02  WS-EFF-AMOUNT1        PIC S9(8)V99  VALUE ZERO.
           02  WS-EFF-ADJUSTMENT     PIC S9(11)V99 VALUE ZERO.
       01  DATE-RANGE-FIELDS.
           02  WS-FROM-DATE          PIC 9(8) VALUE ZERO.
           02  WS-TO-DATE            PIC 9(8) VALUE 99999999.
           02  WS-RECORDS-READ       PIC 9(9) VALUE ZERO.
           02  WS-CODES-CHECKED      PIC 9(9) VALUE ZERO.
           02  WS-CODES-OUT-OF-BAL   PIC 9(9) VALUE ZERO.
           02  WS-ADJUSTMENTS-READ   PIC 9(9) VALUE ZERO.
      ******************************************************************
      * ONE TRIAL ENTRY PER CODE SEEN ON ANY OF THE FOUR INPUTS.
      * THE OLD AND NEW PRESENT SWITCHES TELL A CODE THE POSTING
      * STEP DROPPED (OLD ONLY) FROM A CODE IT CREATED (NEW ONLY).
      ******************************************************************
               03  WS-TRI-OLD-BALANCE    PIC S9(11)V99.
               03  WS-TRI-NEW-BALANCE    PIC S9(11)V99.
               03  WS-TRI-NET-POSTED     PIC S9(11)V99.
               03  WS-TRI-NET-ADJUSTED   PIC S9(11)V99.
               03  WS-TRI-OLD-SW         PIC X.
                   88  TRIAL-OLD-PRESENT VALUE 'Y'.
               03  WS-TRI-NEW-SW         PIC X.
       01  TRIAL-TOTAL-FIELDS.
           02  WS-TOTAL-MOVEMENT     PIC S9(13)V99 VALUE ZERO.
           02  WS-GRAND-NET          PIC S9(13)V99 VALUE ZERO.
           02  WS-GRAND-ADJUSTED     PIC S9(13)V99 VALUE ZERO.
           02  WS-GRAND-EXPECTED     PIC S9(13)V99 VALUE ZERO.
           02  WS-EXPECTED-BALANCE   PIC S9(11)V99 VALUE ZERO.
       01  TRIAL-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'CODE'.
           02  FILLER                PIC X(20) VALUE 'OLD BALANCE'.
           02  FILLER                PIC X(20) VALUE 'NET POSTED'.
           02  FILLER                PIC X(22) VALUE 'ADJUSTMENTS'.
           02  FILLER                PIC X(20) VALUE 'NEW BALANCE'.
           02  FILLER                PIC X(12) VALUE 'CONDITION'.
           02  FILLER                PIC X(20) VALUE SPACES.
       01  TRIAL-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  TRI-LINE-CODE         PIC X(10).
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  TRI-LINE-NET          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  TRI-LINE-ADJUSTED     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  TRI-LINE-NEW          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  TRI-LINE-CONDITION    PIC X(16).
           02  FILLER                PIC X(15) VALUE SPACES.
       01  TRIAL-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  TRI-TOTAL-FLAG        PIC X(16).
           02  FILLER                PIC X(34) VALUE SPACES.
       01  TRIAL-ADJUSTMENT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
               'TOTAL ADJUSTED:'.
           02  TRI-TOTAL-ADJUSTED    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'ADJ CARDS:'.
           02  TRI-TOTAL-ADJ-CARDS   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(63) VALUE SPACES.
       01  TRIAL-COUNT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'CODES CHECKED:'.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-TRANSACTION
               UNTIL END-OF-FILE.
           PERFORM 2500-ACCUMULATE-ADJUSTMENT
               UNTIL END-OF-ADJUSTMENTS.
           PERFORM 3000-LOAD-NEW-BALANCES.
           PERFORM 4000-PROVE-TRIAL-BALANCE.
           PERFORM 9000-TERMINATE.
           OPEN INPUT TRANS-FILE.
           OPEN INPUT OLD-BALANCE-FILE.
           OPEN INPUT NEW-BALANCE-FILE.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUSTMENT-FILE-STATUS NOT = '00'
               AND ADJUSTMENT-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO ADJUSTMENT-SWITCH
               MOVE 'ADJAPPR ' TO WS-ERROR-FILE-ID
               MOVE ADJUSTMENT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           OPEN OUTPUT TRIAL-REPORT-FILE.
           WRITE TRIAL-REPORT-RECORD FROM TRIAL-HEADING-LINE.
           MOVE 'TRIALRPT' TO WS-ERROR-FILE-ID.
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF PARM-CARD-ERROR
               MOVE 'EOF' TO ADJUSTMENT-SWITCH
           END-IF.
           IF NOT END-OF-ADJUSTMENTS
               PERFORM 9150-READ-ADJUSTMENT-FILE
           END-IF.
      ******************************************************************
      * THE SAME DATE RANGE THE POSTING STEP USED - BOTH STEPS READ
      * THE SAME PARM CARD, SO BOTH SETTLE THE SAME TRANSACTIONS.
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
           MOVE ZERO TO WS-TRI-OLD-BALANCE (WS-TRIAL-SUB).
           MOVE ZERO TO WS-TRI-NEW-BALANCE (WS-TRIAL-SUB).
           MOVE ZERO TO WS-TRI-NET-POSTED (WS-TRIAL-SUB).
           MOVE ZERO TO WS-TRI-NET-ADJUSTED (WS-TRIAL-SUB).
           MOVE 'N' TO WS-TRI-OLD-SW (WS-TRIAL-SUB).
           MOVE 'N' TO WS-TRI-NEW-SW (WS-TRIAL-SUB).
      ******************************************************************
      * APPROVED ADJUSTMENTS PASS THE SAME EDITS THE POSTING STEP
      * APPLIES TO THEM AND ARE CARRIED APART FROM THE TRANSACTION
      * NET, SO THE GRAND NET STILL TIES TO THE REPORT STEP.
      ******************************************************************
       2500-ACCUMULATE-ADJUSTMENT.
           PERFORM 2575-EDIT-ADJUSTMENT-RECORD.
           IF RECORD-VALID
               IF ADJ-DEBIT
                   MOVE ADJ-AMOUNT TO WS-EFF-ADJUSTMENT
               ELSE
                   COMPUTE WS-EFF-ADJUSTMENT = ZERO - ADJ-AMOUNT
               END-IF
               MOVE ADJ-CODE TO WS-TRIAL-SEARCH-CODE
               PERFORM 2120-FIND-TRIAL-SLOT
               IF TRIAL-FOUND
                   ADD WS-EFF-ADJUSTMENT
                       TO WS-TRI-NET-ADJUSTED (WS-TRIAL-SUB)
                   ADD WS-EFF-ADJUSTMENT TO WS-GRAND-ADJUSTED
               END-IF
           END-IF.
           PERFORM 9150-READ-ADJUSTMENT-FILE.
      ******************************************************************
       2575-EDIT-ADJUSTMENT-RECORD.
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
               PERFORM 2585-VALIDATE-ADJUSTMENT-CODE
           END-IF.
      ******************************************************************
       2585-VALIDATE-ADJUSTMENT-CODE.
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
       3000-LOAD-NEW-BALANCES.
           PERFORM UNTIL END-OF-NEW-BALANCE
               PERFORM 4100-PROVE-TRIAL-ENTRY
               ADD 1 TO WS-TRIAL-SUB
           END-PERFORM.
           MOVE WS-GRAND-ADJUSTED TO TRI-TOTAL-ADJUSTED.
           MOVE WS-ADJUSTMENTS-READ TO TRI-TOTAL-ADJ-CARDS.
           WRITE TRIAL-REPORT-RECORD FROM TRIAL-ADJUSTMENT-LINE.
           MOVE 'TRIALRPT' TO WS-ERROR-FILE-ID.
           MOVE TRIAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE WS-TOTAL-MOVEMENT TO TRI-TOTAL-MOVEMENT.
           MOVE WS-GRAND-NET TO TRI-TOTAL-NET.
           COMPUTE WS-GRAND-EXPECTED = WS-GRAND-NET + WS-GRAND-ADJUSTED.
           IF WS-TOTAL-MOVEMENT = WS-GRAND-EXPECTED
               MOVE 'IN BALANCE' TO TRI-TOTAL-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO TRI-TOTAL-FLAG
           ADD 1 TO WS-CODES-CHECKED.
           COMPUTE WS-EXPECTED-BALANCE =
               WS-TRI-OLD-BALANCE (WS-TRIAL-SUB)
               + WS-TRI-NET-POSTED (WS-TRIAL-SUB)
               + WS-TRI-NET-ADJUSTED (WS-TRIAL-SUB).
           COMPUTE WS-TOTAL-MOVEMENT = WS-TOTAL-MOVEMENT
               + WS-TRI-NEW-BALANCE (WS-TRIAL-SUB)
               - WS-TRI-OLD-BALANCE (WS-TRIAL-SUB).
           MOVE WS-TRI-CODE (WS-TRIAL-SUB) TO TRI-LINE-CODE.
           MOVE WS-TRI-OLD-BALANCE (WS-TRIAL-SUB) TO TRI-LINE-OLD.
           MOVE WS-TRI-NET-POSTED (WS-TRIAL-SUB) TO TRI-LINE-NET.
           MOVE WS-TRI-NET-ADJUSTED (WS-TRIAL-SUB)
               TO TRI-LINE-ADJUSTED.
           MOVE WS-TRI-NEW-BALANCE (WS-TRIAL-SUB) TO TRI-LINE-NEW.
           EVALUATE TRUE
               WHEN NOT TRIAL-NEW-PRESENT (WS-TRIAL-SUB)
           CLOSE TRANS-FILE.
           CLOSE OLD-BALANCE-FILE.
           CLOSE NEW-BALANCE-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE TRIAL-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB09 TRIAL BALANCE OUT OF BALANCE'
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
