      *          POSTS DAILY TRANSACTION ACTIVITY TO THE CODE-BALANCE
      *          MASTER, KEEPING CURRENT BALANCE, MONTH-TO-DATE,
      *          YEAR-TO-DATE AND LAST-ACTIVITY DATE PER CODE.
      *          APPROVED MANUAL ADJUSTMENTS FROM THE ADJUSTMENT EDIT
      *          STEP POST AFTER THE DAY'S TRANSACTIONS AS THEIR OWN
      *          ACTIVITY CLASS - THEY MOVE THE CURRENT BALANCE AND A
      *          MONTH-TO-DATE ADJUSTMENT TOTAL, NEVER THE TRANSACTION
      *          AMOUNT ACCUMULATIONS.
      *          THE SAME POSTINGS ARE CARRIED ON THE REGION SUB-LEDGER
      *          BY REGION WITHIN CODE, SO EACH REGION'S SHARE OF A
      *          CODE'S BALANCE, MTD AND YTD IS KEPT - ADJUSTMENTS SIT
      *          IN THEIR OWN ADJ REGION.
      *          THE FIRST CYCLE OF A BUSINESS DAY ALSO COPIES THE
      *          BALANCES IT STARTS FROM TO THE DAY-OPENING FILE, SO
      *          LATER CYCLES AND THE LIMIT CHECK STILL SEE THE WHOLE
      *          DAY'S MOVEMENT AGAINST THE START-OF-DAY POSITION.
      *          THE POSTED BALANCES ARE ALSO REFRESHED ON THE KEYED
      *          (VSAM KSDS) COPY OF THE MASTER, BY CODE, FOR THE
      *          BALANCE INQUIRY - WITH THE DATE AND CYCLE THAT POSTED
      *          THEM AND THE CODE'S START-OF-DAY BALANCE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STEP-CONTROL-FILE ASSIGN TO CTLOUT2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEP-CONTROL-FILE-STATUS.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO ADJAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.
           SELECT OPTIONAL OLD-REGION-BAL-FILE ASSIGN TO RGNBALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-RGN-FILE-STATUS.
           SELECT NEW-REGION-BAL-FILE ASSIGN TO RGNBALOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-RGN-FILE-STATUS.
           SELECT DAY-OPEN-BAL-FILE ASSIGN TO BALOPNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DAY-OPEN-FILE-STATUS.
           SELECT KEYED-BALANCE-FILE ASSIGN TO BALKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KBAL-CODE
               FILE STATUS IS KEYED-BAL-FILE-STATUS.
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
           02  OBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  OBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  OBAL-LAST-ACTIVITY    PIC 9(8).
           02  OBAL-MTD-ADJUSTMENT   PIC S9(9)V99.

       FD  NEW-BALANCE-FILE
           RECORDING MODE IS F
           02  NBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-LAST-ACTIVITY    PIC 9(8).
           02  NBAL-MTD-ADJUSTMENT   PIC S9(9)V99.

       FD  CODE-MASTER-FILE
           RECORDING MODE IS F
           02  SC-RECORDS-REJECTED   PIC 9(9).
           02  SC-RECORDS-BYPASSED   PIC 9(9).
           02  SC-RECORDS-OUT-OF-RANGE PIC 9(9).
           02  SC-ADJUSTMENTS-IN     PIC 9(9).
           02  SC-ADJUSTMENTS-POSTED PIC 9(9).
           02  SC-ADJUSTMENTS-BYPASSED PIC 9(9).


      * PROCESSING CALENDAR CONTROL FILE.  THE C RECORD IS THE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-RECORD          PIC X(80).

      * APPROVED MANUAL ADJUSTMENTS - PREPARED AND APPROVED BY TWO
      * DIFFERENT PEOPLE AND DATED FOR THE BUSINESS DATE.  THE AMOUNT
      * IS UNSIGNED; THE D/C COLUMN CARRIES THE DIRECTION.
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

      * REGION SUB-LEDGER - ONE RECORD PER REGION WITHIN CODE, IN
      * REGION AND CODE SEQUENCE, WITH THE SAME BUCKETS AS THE
      * CODE-BALANCE MASTER.  THE REGIONS OF A CODE SUM TO ITS
      * MASTER RECORD.
       FD  OLD-REGION-BAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OLD-REGION-BAL-RECORD.
           02  ORGN-REGION-ID        PIC X(3).
           02  ORGN-CODE             PIC X(10).
           02  ORGN-CURR-BALANCE     PIC S9(11)V99.
           02  ORGN-MTD-AMOUNT1      PIC S9(11)V99.
           02  ORGN-YTD-AMOUNT1      PIC S9(11)V99.
           02  ORGN-MTD-AMOUNT4      PIC S9(11)V99.
           02  ORGN-YTD-AMOUNT4      PIC S9(11)V99.
           02  ORGN-MTD-AMOUNT5      PIC S9(11)V99.
           02  ORGN-YTD-AMOUNT5      PIC S9(11)V99.
           02  ORGN-LAST-ACTIVITY    PIC 9(8).
           02  ORGN-MTD-ADJUSTMENT   PIC S9(9)V99.
           02  FILLER                PIC X(5).

       FD  NEW-REGION-BAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-REGION-BAL-RECORD.
           02  NRGN-REGION-ID        PIC X(3).
           02  NRGN-CODE             PIC X(10).
           02  NRGN-CURR-BALANCE     PIC S9(11)V99.
           02  NRGN-MTD-AMOUNT1      PIC S9(11)V99.
           02  NRGN-YTD-AMOUNT1      PIC S9(11)V99.
           02  NRGN-MTD-AMOUNT4      PIC S9(11)V99.
           02  NRGN-YTD-AMOUNT4      PIC S9(11)V99.
           02  NRGN-MTD-AMOUNT5      PIC S9(11)V99.
           02  NRGN-YTD-AMOUNT5      PIC S9(11)V99.
           02  NRGN-LAST-ACTIVITY    PIC 9(8).
           02  NRGN-MTD-ADJUSTMENT   PIC S9(9)V99.
           02  FILLER                PIC X(5).

      * START-OF-DAY COPY OF THE CODE-BALANCE MASTER, WRITTEN BY THE
      * FIRST CYCLE OF THE BUSINESS DAY ONLY.
       FD  DAY-OPEN-BAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DAY-OPEN-BAL-RECORD       PIC X(120).

      * KEYED COPY OF THE CODE-BALANCE MASTER FOR THE BALANCE INQUIRY.
      * THE BALANCE FIELDS ARE THOSE OF THE MASTER; THE POSTING DATE
      * AND CYCLE SAY HOW CURRENT THEY ARE, AND THE START-OF-DAY
      * BALANCE IS KEPT ACROSS THE CYCLES OF ONE BUSINESS DATE.
       FD  KEYED-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYED-BALANCE-RECORD.
           02  KBAL-CODE             PIC X(10).
           02  KBAL-CURR-BALANCE     PIC S9(11)V99.
           02  KBAL-MTD-AMOUNT1      PIC S9(11)V99.
           02  KBAL-YTD-AMOUNT1      PIC S9(11)V99.
           02  KBAL-MTD-AMOUNT4      PIC S9(11)V99.
           02  KBAL-YTD-AMOUNT4      PIC S9(11)V99.
           02  KBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  KBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  KBAL-LAST-ACTIVITY    PIC 9(8).
           02  KBAL-MTD-ADJUSTMENT   PIC S9(9)V99.
           02  KBAL-POSTED-DATE      PIC 9(8).
           02  KBAL-POSTED-CYCLE     PIC 9(1).
           02  KBAL-DAY-OPEN-BALANCE PIC S9(11)V99.
           02  FILLER                PIC X(18).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
               88  END-OF-FILE   VALUE 'EOF'.
           02  OLD-BAL-SWITCH    PIC X(3).
               88  END-OF-BALANCE-FILE VALUE 'EOF'.
           02  ADJUSTMENT-SWITCH PIC X(3).
               88  END-OF-ADJUSTMENTS VALUE 'EOF'.
           02  OLD-RGN-SWITCH    PIC X(3).
               88  END-OF-REGION-BAL-FILE VALUE 'EOF'.
           02  WS-READ-AGAIN-SW  PIC X     VALUE 'N'.
               88  READ-AGAIN    VALUE 'Y'.
           02  WS-DAY-OPEN-SW    PIC X     VALUE 'N'.
               88  DAY-OPEN-COPY VALUE 'Y'.
           02  WS-KEYED-LOAD-SW  PIC X     VALUE 'N'.
               88  KEYED-BAL-FIRST-LOAD VALUE 'Y'.
           02  WS-KEYED-FOUND-SW PIC X     VALUE 'N'.
               88  KEYED-BAL-FOUND VALUE 'Y'.
           02  WS-KEYED-DAY-OPEN PIC S9(11)V99 VALUE ZERO.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  STEP-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
           02  ADJUSTMENT-FILE-STATUS PIC X(2) VALUE '00'.
           02  OLD-RGN-FILE-STATUS   PIC X(2) VALUE '00'.
           02  NEW-RGN-FILE-STATUS   PIC X(2) VALUE '00'.
           02  DAY-OPEN-FILE-STATUS  PIC X(2) VALUE '00'.
           02  KEYED-BAL-FILE-STATUS PIC X(2) VALUE '00'.
       01  EFFECTIVE-AMOUNT-FIELDS.
           02  WS-EFF-AMOUNT1        PIC S9(8)V99  VALUE ZERO.
           02  WS-EFF-AMOUNT4        PIC S9(6)V99  VALUE ZERO.
           02  WS-EFF-AMOUNT5        PIC S9(6)V99  VALUE ZERO.
           02  WS-EFF-ADJUSTMENT     PIC S9(11)V99 VALUE ZERO.
       01  DATE-RANGE-FIELDS.
           02  WS-FROM-DATE          PIC 9(8) VALUE ZERO.
           02  WS-TO-DATE            PIC 9(8) VALUE 99999999.
           02  WS-PARM-ECHO-SOURCE   PIC X(10) VALUE SPACES.
           02  WS-SRC-FROM-DATE      PIC X     VALUE 'D'.
           02  WS-SRC-TO-DATE        PIC X     VALUE 'D'.
           02  WS-SRC-CYCLE          PIC X     VALUE 'D'.
           02  WS-RUN-CYCLE          PIC 9(1)  VALUE 1.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
           02  WS-RECORDS-BYPASSED   PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-OUT-OF-RANGE PIC 9(9) VALUE ZERO.
           02  WS-MASTERS-WRITTEN    PIC 9(9) VALUE ZERO.
           02  WS-ADJUSTMENTS-READ   PIC 9(9) VALUE ZERO.
           02  WS-ADJUSTMENTS-POSTED PIC 9(9) VALUE ZERO.
           02  WS-ADJUSTMENTS-BYPASSED PIC 9(9) VALUE ZERO.
           02  WS-REGION-BALS-WRITTEN PIC 9(9) VALUE ZERO.
           02  WS-KEYED-REWRITTEN    PIC 9(9) VALUE ZERO.
           02  WS-KEYED-ADDED        PIC 9(9) VALUE ZERO.
           02  WS-KEYED-COUNT-EDIT   PIC ZZZ,ZZZ,ZZ9.
       01  BALANCE-TABLE-FIELDS.
           02  WS-BALANCE-MAX        PIC 9(5) VALUE 20000.
           02  WS-BALANCE-COUNT      PIC 9(5) VALUE ZERO.
               03  WS-BAL-MTD-AMOUNT5    PIC S9(11)V99.
               03  WS-BAL-YTD-AMOUNT5    PIC S9(11)V99.
               03  WS-BAL-LAST-ACTIVITY  PIC 9(8).
               03  WS-BAL-MTD-ADJUSTMENT PIC S9(9)V99.
               03  WS-BAL-OPEN-BALANCE   PIC S9(11)V99.
      ******************************************************************
      * REGION SUB-LEDGER, HELD IN REGION AND CODE SEQUENCE FOR THE
      * BINARY SEARCH.  MANUAL ADJUSTMENTS CARRY NO REGION AND POST
      * TO THE ADJ REGION OF THEIR CODE.
      ******************************************************************
       01  REGION-BALANCE-TABLE-FIELDS.
           02  WS-RGN-BAL-MAX        PIC 9(5) VALUE 60000.
           02  WS-RGN-BAL-COUNT      PIC 9(5) VALUE ZERO.
           02  WS-RGN-SUB            PIC 9(5) VALUE ZERO.
           02  WS-RGN-FOUND-SW       PIC X    VALUE 'N'.
               88  REGION-BAL-FOUND  VALUE 'Y'.
           02  WS-RGN-SLOT-SW        PIC X    VALUE 'N'.
               88  REGION-SLOT-FOUND VALUE 'Y'.
           02  WS-RGN-SEARCH-KEY.
               03  WS-RGN-SEARCH-REGION PIC X(3) VALUE SPACES.
               03  WS-RGN-SEARCH-CODE   PIC X(10) VALUE SPACES.
           02  WS-ADJUSTMENT-REGION  PIC X(3) VALUE 'ADJ'.
           02  WS-RGN-BAL-ENTRY      OCCURS 0 TO 60000 TIMES
                   DEPENDING ON WS-RGN-BAL-COUNT
                   ASCENDING KEY IS WS-RBL-KEY
                   INDEXED BY WS-RBL-IX.
               03  WS-RBL-KEY.
                   04  WS-RBL-REGION-ID  PIC X(3).
                   04  WS-RBL-CODE       PIC X(10).
               03  WS-RBL-CURR-BALANCE   PIC S9(11)V99.
               03  WS-RBL-MTD-AMOUNT1    PIC S9(11)V99.
               03  WS-RBL-YTD-AMOUNT1    PIC S9(11)V99.
               03  WS-RBL-MTD-AMOUNT4    PIC S9(11)V99.
               03  WS-RBL-YTD-AMOUNT4    PIC S9(11)V99.
               03  WS-RBL-MTD-AMOUNT5    PIC S9(11)V99.
               03  WS-RBL-YTD-AMOUNT5    PIC S9(11)V99.
               03  WS-RBL-LAST-ACTIVITY  PIC 9(8).
               03  WS-RBL-MTD-ADJUSTMENT PIC S9(9)V99.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-ROLL-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ROLL-ACTIVE VALUE 'Y'.
           02  WS-PERIOD-ROLL-SW     PIC X     VALUE 'N'.
               88  ROLL-YEAR         VALUE 'Y'.
               88  ROLL-MONTH        VALUE 'M'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
           02  WS-CAL-PRIOR-MONTH-END PIC 9(8) VALUE ZERO.
           02  WS-CAL-PRIOR-YEAR-END PIC 9(8)  VALUE ZERO.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-POST-TRANSACTION
               UNTIL END-OF-FILE.
           PERFORM 3000-POST-ADJUSTMENT
               UNTIL END-OF-ADJUSTMENTS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
           OPEN INPUT TRANS-FILE.
           OPEN INPUT OLD-BALANCE-FILE.
           OPEN OUTPUT NEW-BALANCE-FILE.
           OPEN INPUT OLD-REGION-BAL-FILE.
           OPEN OUTPUT NEW-REGION-BAL-FILE.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUSTMENT-FILE-STATUS NOT = '00'
               AND ADJUSTMENT-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO ADJUSTMENT-SWITCH
               MOVE 'ADJAPPR ' TO WS-ERROR-FILE-ID
               MOVE ADJUSTMENT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1190-WRITE-PARM-ECHO.
           IF WS-RUN-CYCLE = 1
               AND NOT PARM-CARD-ERROR
               OPEN OUTPUT DAY-OPEN-BAL-FILE
               MOVE 'BALOPNOT' TO WS-ERROR-FILE-ID
               MOVE DAY-OPEN-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               MOVE 'Y' TO WS-DAY-OPEN-SW
           END-IF.
           PERFORM 1200-LOAD-BALANCE-TABLE.
           IF DAY-OPEN-COPY
               CLOSE DAY-OPEN-BAL-FILE
           END-IF.
           PERFORM 1300-LOAD-REGION-BALANCES.
           PERFORM 1400-LOAD-CODE-MASTER.
           PERFORM 9100-READ-TRANS-FILE.
           IF END-OF-FILE
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
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
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
                           MOVE 'C' TO WS-SRC-CYCLE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALUE-OK-SW
                   PERFORM 1160-REPORT-PARM-ERROR
               MOVE '(DEFAULT)' TO WS-PARM-ECHO-SOURCE
           END-IF.
           PERFORM 1195-ECHO-ONE-PARM.
           MOVE 'CYCLE' TO WS-PARM-KEYWORD.
           MOVE SPACES TO WS-PARM-DATE-X.
           MOVE WS-RUN-CYCLE TO WS-PARM-DATE-X (1:1).
           IF WS-SRC-CYCLE = 'C'
               MOVE '(CARD)' TO WS-PARM-ECHO-SOURCE
           ELSE
               MOVE '(DEFAULT)' TO WS-PARM-ECHO-SOURCE
           END-IF.
           PERFORM 1195-ECHO-ONE-PARM.
      ******************************************************************
       1195-ECHO-ONE-PARM.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
                       MOVE 'EOF' TO OLD-BAL-SWITCH
                   NOT AT END
                       PERFORM 1250-LOAD-BALANCE-ENTRY
                       IF DAY-OPEN-COPY
                           WRITE DAY-OPEN-BAL-RECORD
                               FROM OLD-BALANCE-RECORD
                           MOVE 'BALOPNOT' TO WS-ERROR-FILE-ID
                           MOVE DAY-OPEN-FILE-STATUS
                               TO WS-CURRENT-FILE-STATUS
                           PERFORM 9900-CHECK-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'BALIN   ' TO WS-ERROR-FILE-ID.
               PERFORM 2250-INSERT-BALANCE-SLOT
               MOVE OBAL-CURR-BALANCE
                   TO WS-BAL-CURR-BALANCE (WS-BAL-SUB)
               MOVE OBAL-CURR-BALANCE
                   TO WS-BAL-OPEN-BALANCE (WS-BAL-SUB)
               MOVE OBAL-MTD-AMOUNT1
                   TO WS-BAL-MTD-AMOUNT1 (WS-BAL-SUB)
               MOVE OBAL-YTD-AMOUNT1
                   TO WS-BAL-YTD-AMOUNT5 (WS-BAL-SUB)
               MOVE OBAL-LAST-ACTIVITY
                   TO WS-BAL-LAST-ACTIVITY (WS-BAL-SUB)
               IF OBAL-MTD-ADJUSTMENT NUMERIC
                   MOVE OBAL-MTD-ADJUSTMENT
                       TO WS-BAL-MTD-ADJUSTMENT (WS-BAL-SUB)
               ELSE
                   MOVE ZERO TO WS-BAL-MTD-ADJUSTMENT (WS-BAL-SUB)
               END-IF
               PERFORM 1275-ROLL-PERIOD-BALANCES
           END-IF.
      ******************************************************************
       1275-ROLL-PERIOD-BALANCES.
           MOVE WS-BAL-LAST-ACTIVITY (WS-BAL-SUB)
               TO WS-LAST-ACTIVITY-DATE.
           PERFORM 1280-SET-PERIOD-ROLL.
           IF ROLL-YEAR
               MOVE ZERO TO WS-BAL-YTD-AMOUNT1 (WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-YTD-AMOUNT4 (WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-YTD-AMOUNT5 (WS-BAL-SUB)
           END-IF.
           IF ROLL-YEAR OR ROLL-MONTH
               MOVE ZERO TO WS-BAL-MTD-AMOUNT1 (WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-MTD-AMOUNT4 (WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-MTD-AMOUNT5 (WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-MTD-ADJUSTMENT (WS-BAL-SUB)
           END-IF.
      ******************************************************************
      * ZERO THE PERIOD ACCUMULATIONS WHEN THE MASTER WAS LAST ACTIVE
      * BEFORE THE CALENDAR'S OFFICIAL PERIOD BOUNDARY.  WITHOUT A
      * CALENDAR - OR WITH A C RECORD WHOSE BOUNDARY DATES ARE ZERO
      * OR INVALID, WHICH WOULD OTHERWISE DISABLE EVERY ROLL - THE
      * ROLL FALLS BACK TO COMPARING MONTH AND YEAR OF THE BUSINESS
      * DATE, AS IT ALWAYS DID.  THE CODE MASTER AND THE REGION
      * SUB-LEDGER ROLL ON THE SAME RULE SO THEY STAY IN STEP.
      ******************************************************************
       1280-SET-PERIOD-ROLL.
           MOVE 'N' TO WS-PERIOD-ROLL-SW.
           IF CALENDAR-ROLL-ACTIVE
               IF WS-LAST-ACTIVITY-DATE <= WS-CAL-PRIOR-YEAR-END
                   MOVE 'Y' TO WS-PERIOD-ROLL-SW
               ELSE
                   IF WS-LAST-ACTIVITY-DATE <= WS-CAL-PRIOR-MONTH-END
                       MOVE 'M' TO WS-PERIOD-ROLL-SW
                   END-IF
               END-IF
           ELSE
               IF WS-LAST-ACT-YYYY NOT = WS-CURRENT-YYYY
                   MOVE 'Y' TO WS-PERIOD-ROLL-SW
               ELSE
                   IF WS-LAST-ACT-MM NOT = WS-CURRENT-MM
                       MOVE 'M' TO WS-PERIOD-ROLL-SW
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       1300-LOAD-REGION-BALANCES.
           PERFORM UNTIL END-OF-REGION-BAL-FILE
               READ OLD-REGION-BAL-FILE
                   AT END
                       MOVE 'EOF' TO OLD-RGN-SWITCH
                   NOT AT END
                       PERFORM 1350-LOAD-REGION-BAL-ENTRY
               END-READ
           END-PERFORM.
           MOVE 'RGNBALIN' TO WS-ERROR-FILE-ID.
           MOVE OLD-RGN-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       1350-LOAD-REGION-BAL-ENTRY.
           IF WS-RGN-BAL-COUNT >= WS-RGN-BAL-MAX
               PERFORM 8850-REPORT-REGION-OVERFLOW
           ELSE
               MOVE ORGN-REGION-ID TO WS-RGN-SEARCH-REGION
               MOVE ORGN-CODE TO WS-RGN-SEARCH-CODE
               PERFORM 2450-INSERT-REGION-SLOT
               MOVE ORGN-CURR-BALANCE
                   TO WS-RBL-CURR-BALANCE (WS-RGN-SUB)
               MOVE ORGN-MTD-AMOUNT1
                   TO WS-RBL-MTD-AMOUNT1 (WS-RGN-SUB)
               MOVE ORGN-YTD-AMOUNT1
                   TO WS-RBL-YTD-AMOUNT1 (WS-RGN-SUB)
               MOVE ORGN-MTD-AMOUNT4
                   TO WS-RBL-MTD-AMOUNT4 (WS-RGN-SUB)
               MOVE ORGN-YTD-AMOUNT4
                   TO WS-RBL-YTD-AMOUNT4 (WS-RGN-SUB)
               MOVE ORGN-MTD-AMOUNT5
                   TO WS-RBL-MTD-AMOUNT5 (WS-RGN-SUB)
               MOVE ORGN-YTD-AMOUNT5
                   TO WS-RBL-YTD-AMOUNT5 (WS-RGN-SUB)
               MOVE ORGN-LAST-ACTIVITY
                   TO WS-RBL-LAST-ACTIVITY (WS-RGN-SUB)
               MOVE ORGN-MTD-ADJUSTMENT
                   TO WS-RBL-MTD-ADJUSTMENT (WS-RGN-SUB)
               PERFORM 1375-ROLL-REGION-PERIODS
           END-IF.
      ******************************************************************
       1375-ROLL-REGION-PERIODS.
           MOVE WS-RBL-LAST-ACTIVITY (WS-RGN-SUB)
               TO WS-LAST-ACTIVITY-DATE.
           PERFORM 1280-SET-PERIOD-ROLL.
           IF ROLL-YEAR
               MOVE ZERO TO WS-RBL-YTD-AMOUNT1 (WS-RGN-SUB)
               MOVE ZERO TO WS-RBL-YTD-AMOUNT4 (WS-RGN-SUB)
               MOVE ZERO TO WS-RBL-YTD-AMOUNT5 (WS-RGN-SUB)
           END-IF.
           IF ROLL-YEAR OR ROLL-MONTH
               MOVE ZERO TO WS-RBL-MTD-AMOUNT1 (WS-RGN-SUB)
               MOVE ZERO TO WS-RBL-MTD-AMOUNT4 (WS-RGN-SUB)
               MOVE ZERO TO WS-RBL-MTD-AMOUNT5 (WS-RGN-SUB)
               MOVE ZERO TO WS-RBL-MTD-ADJUSTMENT (WS-RGN-SUB)
           END-IF.
      ******************************************************************
      * THE BUSINESS DATE IS AN OPERATIONS DECISION, NOT A WALL-CLOCK
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
           MOVE ZERO TO WS-BAL-MTD-AMOUNT5 (WS-BAL-SUB).
           MOVE ZERO TO WS-BAL-YTD-AMOUNT5 (WS-BAL-SUB).
           MOVE ZERO TO WS-BAL-LAST-ACTIVITY (WS-BAL-SUB).
           MOVE ZERO TO WS-BAL-MTD-ADJUSTMENT (WS-BAL-SUB).
           MOVE ZERO TO WS-BAL-OPEN-BALANCE (WS-BAL-SUB).
      ******************************************************************
       2300-POST-BALANCE-AMOUNTS.
           PERFORM 2350-SET-EFFECTIVE-AMOUNTS.
                   TO WS-BAL-LAST-ACTIVITY (WS-BAL-SUB)
           END-IF.
           ADD 1 TO WS-RECORDS-POSTED.
           MOVE TR-REGION-ID TO WS-RGN-SEARCH-REGION.
           MOVE TR-CODE TO WS-RGN-SEARCH-CODE.
           PERFORM 2420-FIND-REGION-BALANCE.
           IF REGION-BAL-FOUND
               PERFORM 2400-POST-REGION-AMOUNTS
           END-IF.
      ******************************************************************
       2400-POST-REGION-AMOUNTS.
           ADD WS-EFF-AMOUNT1 TO WS-RBL-CURR-BALANCE (WS-RGN-SUB).
           ADD WS-EFF-AMOUNT1 TO WS-RBL-MTD-AMOUNT1 (WS-RGN-SUB).
           ADD WS-EFF-AMOUNT1 TO WS-RBL-YTD-AMOUNT1 (WS-RGN-SUB).
           ADD WS-EFF-AMOUNT4 TO WS-RBL-MTD-AMOUNT4 (WS-RGN-SUB).
           ADD WS-EFF-AMOUNT4 TO WS-RBL-YTD-AMOUNT4 (WS-RGN-SUB).
           ADD WS-EFF-AMOUNT5 TO WS-RBL-MTD-AMOUNT5 (WS-RGN-SUB).
           ADD WS-EFF-AMOUNT5 TO WS-RBL-YTD-AMOUNT5 (WS-RGN-SUB).
           IF TR-TRANS-DATE > WS-RBL-LAST-ACTIVITY (WS-RGN-SUB)
               MOVE TR-TRANS-DATE
                   TO WS-RBL-LAST-ACTIVITY (WS-RGN-SUB)
           END-IF.
      ******************************************************************
       2420-FIND-REGION-BALANCE.
           MOVE 'N' TO WS-RGN-FOUND-SW.
           IF WS-RGN-BAL-COUNT > 0
               SEARCH ALL WS-RGN-BAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RBL-KEY (WS-RBL-IX) = WS-RGN-SEARCH-KEY
                       MOVE 'Y' TO WS-RGN-FOUND-SW
                       SET WS-RGN-SUB TO WS-RBL-IX
               END-SEARCH
           END-IF.
           IF NOT REGION-BAL-FOUND
               IF WS-RGN-BAL-COUNT >= WS-RGN-BAL-MAX
                   PERFORM 8850-REPORT-REGION-OVERFLOW
               ELSE
                   PERFORM 2450-INSERT-REGION-SLOT
                   MOVE 'Y' TO WS-RGN-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
      * A NEW REGION AND CODE SLIDES INTO ITS SLOT AND IS LEFT ZEROED
      * AT WS-RGN-SUB FOR THE CALLER TO FILL OR POST.
      ******************************************************************
       2450-INSERT-REGION-SLOT.
           ADD 1 TO WS-RGN-BAL-COUNT.
           MOVE WS-RGN-BAL-COUNT TO WS-RGN-SUB.
           MOVE 'N' TO WS-RGN-SLOT-SW.
           PERFORM UNTIL REGION-SLOT-FOUND
               IF WS-RGN-SUB = 1
                   MOVE 'Y' TO WS-RGN-SLOT-SW
               ELSE
                   IF WS-RBL-KEY (WS-RGN-SUB - 1) >
                       WS-RGN-SEARCH-KEY
                       MOVE WS-RGN-BAL-ENTRY (WS-RGN-SUB - 1)
                           TO WS-RGN-BAL-ENTRY (WS-RGN-SUB)
                       SUBTRACT 1 FROM WS-RGN-SUB
                   ELSE
                       MOVE 'Y' TO WS-RGN-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-RGN-SEARCH-KEY TO WS-RBL-KEY (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-CURR-BALANCE (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-MTD-AMOUNT1 (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-YTD-AMOUNT1 (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-MTD-AMOUNT4 (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-YTD-AMOUNT4 (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-MTD-AMOUNT5 (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-YTD-AMOUNT5 (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-LAST-ACTIVITY (WS-RGN-SUB).
           MOVE ZERO TO WS-RBL-MTD-ADJUSTMENT (WS-RGN-SUB).
      ******************************************************************
      * CREDITS AND REVERSALS APPLY AGAINST THE BALANCES WITH THE
      * OPPOSITE SIGN OF THE AMOUNTS CARRIED ON THE RECORD.
               COMPUTE WS-EFF-AMOUNT4 = ZERO - TR-AMOUNT4
               COMPUTE WS-EFF-AMOUNT5 = ZERO - TR-AMOUNT5
           END-IF.
      ******************************************************************
      * APPROVED ADJUSTMENTS POST AFTER THE DAY'S TRANSACTIONS.  THE
      * EDIT STEP ALREADY PASSED THEM, BUT A CARD THAT WOULD NOT POST
      * CLEANLY HERE IS BYPASSED AND COUNTED RATHER THAN TRUSTED.
      ******************************************************************
       3000-POST-ADJUSTMENT.
           PERFORM 3075-EDIT-ADJUSTMENT-RECORD.
           IF RECORD-VALID
               PERFORM 3100-APPLY-ADJUSTMENT
           ELSE
               ADD 1 TO WS-ADJUSTMENTS-BYPASSED
           END-IF.
           PERFORM 9150-READ-ADJUSTMENT-FILE.
      ******************************************************************
       3075-EDIT-ADJUSTMENT-RECORD.
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
               PERFORM 3085-VALIDATE-ADJUSTMENT-CODE
           END-IF.
      ******************************************************************
       3085-VALIDATE-ADJUSTMENT-CODE.
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
       3100-APPLY-ADJUSTMENT.
           MOVE 'N' TO WS-BAL-FOUND-SW.
           IF WS-BALANCE-COUNT > 0
               SEARCH ALL WS-BALANCE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BAL-CODE (WS-BAL-IX) = ADJ-CODE
                       MOVE 'Y' TO WS-BAL-FOUND-SW
                       SET WS-BAL-SUB TO WS-BAL-IX
               END-SEARCH
           END-IF.
           IF NOT BALANCE-FOUND
               IF WS-BALANCE-COUNT >= WS-BALANCE-MAX
                   PERFORM 8800-REPORT-TABLE-OVERFLOW
               ELSE
                   MOVE ADJ-CODE TO WS-BAL-INSERT-CODE
                   PERFORM 2250-INSERT-BALANCE-SLOT
                   MOVE 'Y' TO WS-BAL-FOUND-SW
               END-IF
           END-IF.
           IF BALANCE-FOUND
               PERFORM 3300-POST-ADJUSTMENT-AMOUNT
           ELSE
               ADD 1 TO WS-ADJUSTMENTS-BYPASSED
           END-IF.
      ******************************************************************
      * A DEBIT ADJUSTMENT RAISES THE BALANCE AND A CREDIT LOWERS IT,
      * THE SAME DIRECTION AS A DEBIT OR CREDIT TRANSACTION.
      ******************************************************************
       3300-POST-ADJUSTMENT-AMOUNT.
           IF ADJ-DEBIT
               MOVE ADJ-AMOUNT TO WS-EFF-ADJUSTMENT
           ELSE
               COMPUTE WS-EFF-ADJUSTMENT = ZERO - ADJ-AMOUNT
           END-IF.
           ADD WS-EFF-ADJUSTMENT TO WS-BAL-CURR-BALANCE (WS-BAL-SUB).
           ADD WS-EFF-ADJUSTMENT TO WS-BAL-MTD-ADJUSTMENT (WS-BAL-SUB)
               ON SIZE ERROR
                   PERFORM 8860-REPORT-ADJUSTMENT-OVERFLOW
           END-ADD.
           IF ADJ-POST-DATE > WS-BAL-LAST-ACTIVITY (WS-BAL-SUB)
               MOVE ADJ-POST-DATE
                   TO WS-BAL-LAST-ACTIVITY (WS-BAL-SUB)
           END-IF.
           ADD 1 TO WS-ADJUSTMENTS-POSTED.
           MOVE WS-ADJUSTMENT-REGION TO WS-RGN-SEARCH-REGION.
           MOVE ADJ-CODE TO WS-RGN-SEARCH-CODE.
           PERFORM 2420-FIND-REGION-BALANCE.
           IF REGION-BAL-FOUND
               ADD WS-EFF-ADJUSTMENT
                   TO WS-RBL-CURR-BALANCE (WS-RGN-SUB)
               ADD WS-EFF-ADJUSTMENT
                   TO WS-RBL-MTD-ADJUSTMENT (WS-RGN-SUB)
                   ON SIZE ERROR
                       PERFORM 8860-REPORT-ADJUSTMENT-OVERFLOW
               END-ADD
               IF ADJ-POST-DATE > WS-RBL-LAST-ACTIVITY (WS-RGN-SUB)
                   MOVE ADJ-POST-DATE
                       TO WS-RBL-LAST-ACTIVITY (WS-RGN-SUB)
               END-IF
           END-IF.
      ******************************************************************
       8800-REPORT-TABLE-OVERFLOW.
           IF WS-RETURN-CODE < 8
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       8850-REPORT-REGION-OVERFLOW.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'REGION SUB-LEDGER CAPACITY EXCEEDED - ROW DROPPED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * THE MONTH-TO-DATE ADJUSTMENT TOTAL IS LEFT AS IT WAS WHEN THE
      * ADJUSTMENT WILL NOT FIT - THE BALANCE ITSELF IS STILL POSTED.
      ******************************************************************
       8860-REPORT-ADJUSTMENT-OVERFLOW.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
           STRING 'MTD ADJUSTMENT TOTAL OVERFLOW - CODE '
                      DELIMITED BY SIZE
                  ADJ-CODE DELIMITED BY SIZE
               INTO WS-PRINTM-MESSAGE
           END-STRING.
           MOVE 'E' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9200-WRITE-NEW-BALANCE-FILE.
           IF NOT PARM-CARD-ERROR
               PERFORM 9220-REFRESH-KEYED-BALANCES
           END-IF.
           PERFORM 9250-WRITE-NEW-REGION-FILE.
           PERFORM 9600-WRITE-STEP-CONTROL.
           CLOSE TRANS-FILE.
           CLOSE OLD-BALANCE-FILE.
           CLOSE NEW-BALANCE-FILE.
           CLOSE OLD-REGION-BAL-FILE.
           CLOSE NEW-REGION-BAL-FILE.
           CLOSE ADJUSTMENT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB02 BALANCE POSTING ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
                   TO NBAL-YTD-AMOUNT5
               MOVE WS-BAL-LAST-ACTIVITY (WS-BAL-SUB)
                   TO NBAL-LAST-ACTIVITY
               MOVE WS-BAL-MTD-ADJUSTMENT (WS-BAL-SUB)
                   TO NBAL-MTD-ADJUSTMENT
               WRITE NEW-BALANCE-RECORD
               MOVE 'BALOUT  ' TO WS-ERROR-FILE-ID
               MOVE NEW-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               ADD 1 TO WS-MASTERS-WRITTEN
               ADD 1 TO WS-BAL-SUB
           END-PERFORM.
      ******************************************************************
      * EVERY CODE ON THE NEW MASTER IS REWRITTEN ON THE KEYED COPY, OR
      * ADDED IF IT IS NEW, ONE RECORD AT A TIME SO AN INQUIRY READING
      * THE FILE MEANWHILE SEES EACH CODE WHOLE.  A CLUSTER THAT HAS
      * NEVER BEEN LOADED CANNOT BE OPENED FOR UPDATE, SO THE FIRST RUN
      * LOADS IT INSTEAD.  THE START-OF-DAY BALANCE IS THE BALANCE THIS
      * RUN STARTED FROM, UNLESS AN EARLIER CYCLE OF THE SAME BUSINESS
      * DATE ALREADY SET IT.
      ******************************************************************
       9220-REFRESH-KEYED-BALANCES.
           OPEN I-O KEYED-BALANCE-FILE.
           IF KEYED-BAL-FILE-STATUS = '35'
               OPEN OUTPUT KEYED-BALANCE-FILE
               MOVE 'Y' TO WS-KEYED-LOAD-SW
           END-IF.
           MOVE 'BALKSDS ' TO WS-ERROR-FILE-ID.
           MOVE KEYED-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF KEYED-BAL-FILE-STATUS = '00'
               MOVE 1 TO WS-BAL-SUB
               PERFORM UNTIL WS-BAL-SUB > WS-BALANCE-COUNT
                   PERFORM 9230-REFRESH-KEYED-ENTRY
                   ADD 1 TO WS-BAL-SUB
               END-PERFORM
               CLOSE KEYED-BALANCE-FILE
               MOVE SPACES TO WS-PRINTM-MESSAGE
               IF KEYED-BAL-FIRST-LOAD
                   MOVE WS-KEYED-ADDED TO WS-KEYED-COUNT-EDIT
                   STRING 'KEYED BALANCE MASTER LOADED - CODES:'
                              DELIMITED BY SIZE
                          WS-KEYED-COUNT-EDIT DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
               ELSE
                   COMPUTE WS-KEYED-COUNT-EDIT =
                       WS-KEYED-REWRITTEN + WS-KEYED-ADDED
                   STRING 'KEYED BALANCE MASTER REFRESHED - CODES:'
                              DELIMITED BY SIZE
                          WS-KEYED-COUNT-EDIT DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
               END-IF
               MOVE 'I' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       9230-REFRESH-KEYED-ENTRY.
           MOVE 'N' TO WS-KEYED-FOUND-SW.
           MOVE WS-BAL-OPEN-BALANCE (WS-BAL-SUB) TO WS-KEYED-DAY-OPEN.
           MOVE WS-BAL-CODE (WS-BAL-SUB) TO KBAL-CODE.
           IF NOT KEYED-BAL-FIRST-LOAD
               READ KEYED-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KEYED-FOUND-SW
                       IF KBAL-POSTED-DATE = WS-CURRENT-DATE
                           AND KBAL-DAY-OPEN-BALANCE NUMERIC
                           MOVE KBAL-DAY-OPEN-BALANCE
                               TO WS-KEYED-DAY-OPEN
                       END-IF
               END-READ
               IF KEYED-BAL-FILE-STATUS NOT = '23'
                   MOVE 'BALKSDS ' TO WS-ERROR-FILE-ID
                   MOVE KEYED-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-IF.
           MOVE SPACES TO KEYED-BALANCE-RECORD.
           MOVE WS-BAL-CODE (WS-BAL-SUB) TO KBAL-CODE.
           MOVE WS-BAL-CURR-BALANCE (WS-BAL-SUB) TO KBAL-CURR-BALANCE.
           MOVE WS-BAL-MTD-AMOUNT1 (WS-BAL-SUB) TO KBAL-MTD-AMOUNT1.
           MOVE WS-BAL-YTD-AMOUNT1 (WS-BAL-SUB) TO KBAL-YTD-AMOUNT1.
           MOVE WS-BAL-MTD-AMOUNT4 (WS-BAL-SUB) TO KBAL-MTD-AMOUNT4.
           MOVE WS-BAL-YTD-AMOUNT4 (WS-BAL-SUB) TO KBAL-YTD-AMOUNT4.
           MOVE WS-BAL-MTD-AMOUNT5 (WS-BAL-SUB) TO KBAL-MTD-AMOUNT5.
           MOVE WS-BAL-YTD-AMOUNT5 (WS-BAL-SUB) TO KBAL-YTD-AMOUNT5.
           MOVE WS-BAL-LAST-ACTIVITY (WS-BAL-SUB) TO KBAL-LAST-ACTIVITY.
           MOVE WS-BAL-MTD-ADJUSTMENT (WS-BAL-SUB)
               TO KBAL-MTD-ADJUSTMENT.
           MOVE WS-CURRENT-DATE TO KBAL-POSTED-DATE.
           MOVE WS-RUN-CYCLE TO KBAL-POSTED-CYCLE.
           MOVE WS-KEYED-DAY-OPEN TO KBAL-DAY-OPEN-BALANCE.
           IF KEYED-BAL-FOUND
               REWRITE KEYED-BALANCE-RECORD
               ADD 1 TO WS-KEYED-REWRITTEN
           ELSE
               WRITE KEYED-BALANCE-RECORD
               ADD 1 TO WS-KEYED-ADDED
           END-IF.
           MOVE 'BALKSDS ' TO WS-ERROR-FILE-ID.
           MOVE KEYED-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9250-WRITE-NEW-REGION-FILE.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL WS-RGN-SUB > WS-RGN-BAL-COUNT
               MOVE SPACES TO NEW-REGION-BAL-RECORD
               MOVE WS-RBL-REGION-ID (WS-RGN-SUB) TO NRGN-REGION-ID
               MOVE WS-RBL-CODE (WS-RGN-SUB) TO NRGN-CODE
               MOVE WS-RBL-CURR-BALANCE (WS-RGN-SUB)
                   TO NRGN-CURR-BALANCE
               MOVE WS-RBL-MTD-AMOUNT1 (WS-RGN-SUB)
                   TO NRGN-MTD-AMOUNT1
               MOVE WS-RBL-YTD-AMOUNT1 (WS-RGN-SUB)
                   TO NRGN-YTD-AMOUNT1
               MOVE WS-RBL-MTD-AMOUNT4 (WS-RGN-SUB)
                   TO NRGN-MTD-AMOUNT4
               MOVE WS-RBL-YTD-AMOUNT4 (WS-RGN-SUB)
                   TO NRGN-YTD-AMOUNT4
               MOVE WS-RBL-MTD-AMOUNT5 (WS-RGN-SUB)
                   TO NRGN-MTD-AMOUNT5
               MOVE WS-RBL-YTD-AMOUNT5 (WS-RGN-SUB)
                   TO NRGN-YTD-AMOUNT5
               MOVE WS-RBL-LAST-ACTIVITY (WS-RGN-SUB)
                   TO NRGN-LAST-ACTIVITY
               MOVE WS-RBL-MTD-ADJUSTMENT (WS-RGN-SUB)
                   TO NRGN-MTD-ADJUSTMENT
               WRITE NEW-REGION-BAL-RECORD
               MOVE 'RGNBALOT' TO WS-ERROR-FILE-ID
               MOVE NEW-RGN-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-REGION-BALS-WRITTEN
               ADD 1 TO WS-RGN-SUB
           END-PERFORM.
      ******************************************************************
       9600-WRITE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL-FILE.
           MOVE ZERO TO SC-RECORDS-REJECTED.
           MOVE WS-RECORDS-BYPASSED TO SC-RECORDS-BYPASSED.
           MOVE WS-RECORDS-OUT-OF-RANGE TO SC-RECORDS-OUT-OF-RANGE.
           MOVE WS-ADJUSTMENTS-READ TO SC-ADJUSTMENTS-IN.
           MOVE WS-ADJUSTMENTS-POSTED TO SC-ADJUSTMENTS-POSTED.
           MOVE WS-ADJUSTMENTS-BYPASSED TO SC-ADJUSTMENTS-BYPASSED.
           WRITE STEP-CONTROL-RECORD.
           MOVE 'CTLOUT2 ' TO WS-ERROR-FILE-ID.
           MOVE STEP-CONTROL-FILE-STATUS
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
