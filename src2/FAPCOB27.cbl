       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB27.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MONTHLY BUDGET VERSUS ACTUAL VARIANCE REPORT.  READS
      *          THE BUDGET MASTER MAINTAINED BY FAPCOB26 AND THE
      *          CURRENT CODE-BALANCE MASTER GENERATION - THE SAME
      *          GENERATION THE MONTHLY STATEMENTS CLOSE ON - AND
      *          PRINTS, PER CODE, THE BUDGET, ACTUAL, VARIANCE AND
      *          VARIANCE PERCENT FOR THE MONTH AND YEAR-TO-DATE.
      *          ACTUALS ARE THE AMOUNT1 MONTH-TO-DATE AND YEAR-TO-DATE
      *          ACCUMULATIONS.  A CODE WHOSE VARIANCE PERCENT FOR THE
      *          MONTH OR THE YEAR IS OUTSIDE THE PARM-CARD TOLERANCE
      *          IS FLAGGED, AND CODES WITH ACTUALS BUT NO BUDGET ARE
      *          LISTED IN THEIR OWN SECTION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-MASTER-FILE ASSIGN TO BUDMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUDGET-MASTER-FILE-STATUS.
           SELECT CURRENT-BALANCE-FILE ASSIGN TO CURRBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CURR-BAL-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VAR-REPORT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * BUDGET MASTER FROM FAPCOB26 - ONE RECORD PER YEAR AND CODE.
       FD  BUDGET-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-MASTER-RECORD.
           02  BUD-YEAR              PIC 9(4).
           02  BUD-CODE              PIC X(10).
           02  BUD-MONTH-AMOUNT      PIC S9(11)V99 OCCURS 12 TIMES.
           02  BUD-LOADED-DATE       PIC 9(8).
           02  BUD-REVISED-DATE      PIC 9(8).
           02  BUD-REVISION-COUNT    PIC 9(3).
           02  FILLER                PIC X(11).

      * CURRENT CODE-BALANCE MASTER GENERATION FROM FAPCOB02.
       FD  CURRENT-BALANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-BALANCE-RECORD.
           02  CBAL-CODE             PIC X(10).
           02  CBAL-CURR-BALANCE     PIC S9(11)V99.
           02  CBAL-MTD-AMOUNT1      PIC S9(11)V99.
           02  CBAL-YTD-AMOUNT1      PIC S9(11)V99.
           02  CBAL-MTD-AMOUNT4      PIC S9(11)V99.
           02  CBAL-YTD-AMOUNT4      PIC S9(11)V99.
           02  CBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  CBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  CBAL-LAST-ACTIVITY    PIC 9(8).
           02  CBAL-MTD-ADJUSTMENT   PIC S9(9)V99.

      * KEYWORD=VALUE PARAMETER CARDS.  REPORT-MONTH=YYYYMM NAMES THE
      * MONTH REPORTED; AN EMPTY DECK REPORTS THE CURRENT MONTH.
      * TOLERANCE=NNN.NN IS THE VARIANCE PERCENT EITHER SIDE OF
      * BUDGET BEYOND WHICH A CODE IS FLAGGED; 10 BY DEFAULT.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-RECORD          PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           02  CAL-RECORD-TYPE       PIC X(1).
               88  CALENDAR-CONTROL  VALUE 'C'.
               88  CALENDAR-HOLIDAY  VALUE 'H'.
               88  CALENDAR-BUS-DAY  VALUE 'B'.
           02  CAL-BUSINESS-DATE     PIC 9(8).
           02  CAL-PRIOR-MONTH-END   PIC 9(8).
           02  CAL-PRIOR-YEAR-END    PIC 9(8).
           02  CAL-MONTH-END-FLAG    PIC X(1).
           02  CAL-YEAR-END-FLAG     PIC X(1).
           02  FILLER                PIC X(53).

       FD  VARIANCE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VARIANCE-REPORT-RECORD    PIC X(133).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  BUDGET-MASTER-SWITCH PIC X(3).
               88  END-OF-BUDGET-MASTER VALUE 'EOF'.
           02  CURR-BAL-SWITCH   PIC X(3).
               88  END-OF-CURRENT-BALANCE VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB27'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPBUDVR'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  BUDGET-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  CURR-BAL-FILE-STATUS  PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  VAR-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-TABLE-OVERFLOW      VALUE 8.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  PARM-CARD-WORK-FIELDS.
           02  WS-PARM-EOF-SW        PIC X     VALUE 'N'.
               88  PARM-CARDS-EOF    VALUE 'Y'.
           02  WS-PARM-ERROR-SW      PIC X     VALUE 'N'.
               88  PARM-CARD-ERROR   VALUE 'Y'.
           02  WS-PARM-KEYWORD       PIC X(20) VALUE SPACES.
           02  WS-PARM-VALUE         PIC X(40) VALUE SPACES.
           02  WS-PARM-MONTH-X       PIC X(6)  VALUE SPACES.
           02  WS-PARM-MONTH-9 REDEFINES WS-PARM-MONTH-X.
               03  WS-PARM-MONTH-YYYY PIC 9(4).
               03  WS-PARM-MONTH-MM  PIC 9(2).
           02  WS-TOLERANCE-PCT      PIC 9(3)V99 VALUE 10.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
       01  REPORT-MONTH-FIELDS.
           02  WS-REPORT-YYYYMM      PIC 9(6)  VALUE ZERO.
           02  WS-REPORT-MONTH-9 REDEFINES WS-REPORT-YYYYMM.
               03  WS-REPORT-YYYY    PIC 9(4).
               03  WS-REPORT-MM      PIC 9(2).
       01  RUN-COUNTERS.
           02  WS-BUDGETS-READ       PIC 9(9) VALUE ZERO.
           02  WS-CODES-REPORTED     PIC 9(9) VALUE ZERO.
           02  WS-CODES-OUT-OF-TOL   PIC 9(9) VALUE ZERO.
           02  WS-CODES-NO-BUDGET    PIC 9(9) VALUE ZERO.
      ******************************************************************
      * THE REPORT YEAR'S BUDGETS AND THE CURRENT BALANCES, EACH HELD
      * IN CODE SEQUENCE.  THE REPORTED SWITCH MARKS BALANCE ENTRIES
      * ALREADY PRINTED AGAINST A BUDGET, SO WHAT IS LEFT WITH ANY
      * ACTUALS HAS NO BUDGET.
      ******************************************************************
       01  BUDGET-TABLE-FIELDS.
           02  WS-BUDGET-MAX         PIC 9(5) VALUE 20000.
           02  WS-BUDGET-COUNT       PIC 9(5) VALUE ZERO.
           02  WS-BUDGET-SUB         PIC 9(5) VALUE ZERO.
           02  WS-BUDGET-SLOT-SW     PIC X    VALUE 'N'.
               88  BUDGET-SLOT-FOUND VALUE 'Y'.
           02  WS-MONTH-SUB          PIC 9(2) VALUE ZERO.
           02  WS-BUDGET-ENTRY       OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-BUDGET-COUNT
                   ASCENDING KEY IS WS-BD-CODE
                   INDEXED BY WS-BD-IX.
               03  WS-BD-CODE            PIC X(10).
               03  WS-BD-MTD-BUDGET      PIC S9(11)V99.
               03  WS-BD-YTD-BUDGET      PIC S9(13)V99.
       01  CURRENT-BALANCE-TABLE-FIELDS.
           02  WS-CBAL-MAX           PIC 9(5) VALUE 20000.
           02  WS-CBAL-COUNT         PIC 9(5) VALUE ZERO.
           02  WS-CBAL-SUB           PIC 9(5) VALUE ZERO.
           02  WS-CBAL-FOUND-SW      PIC X    VALUE 'N'.
               88  CURRENT-BALANCE-FOUND VALUE 'Y'.
           02  WS-CBAL-SLOT-SW       PIC X    VALUE 'N'.
               88  CBAL-SLOT-FOUND   VALUE 'Y'.
           02  WS-CBAL-ENTRY         OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CBAL-COUNT
                   ASCENDING KEY IS WS-CBAL-CODE
                   INDEXED BY WS-CBAL-IX.
               03  WS-CBAL-CODE          PIC X(10).
               03  WS-CBAL-MTD-ACTUAL    PIC S9(11)V99.
               03  WS-CBAL-YTD-ACTUAL    PIC S9(11)V99.
               03  WS-CBAL-REPORTED-SW   PIC X.
                   88  CODE-REPORTED     VALUE 'Y'.
      ******************************************************************
      * ONE CODE'S FIGURES WHILE ITS LINE IS BUILT, AND THE SECTION
      * TOTALS.
      ******************************************************************
       01  VARIANCE-WORK-FIELDS.
           02  WS-LINE-CODE          PIC X(10) VALUE SPACES.
           02  WS-MTD-BUDGET         PIC S9(13)V99 VALUE ZERO.
           02  WS-MTD-ACTUAL         PIC S9(13)V99 VALUE ZERO.
           02  WS-MTD-VARIANCE       PIC S9(13)V99 VALUE ZERO.
           02  WS-YTD-BUDGET         PIC S9(13)V99 VALUE ZERO.
           02  WS-YTD-ACTUAL         PIC S9(13)V99 VALUE ZERO.
           02  WS-YTD-VARIANCE       PIC S9(13)V99 VALUE ZERO.
           02  WS-VARIANCE-PCT       PIC S9(7)V9   VALUE ZERO.
           02  WS-OUT-OF-TOL-SW      PIC X     VALUE 'N'.
               88  OUT-OF-TOLERANCE  VALUE 'Y'.
           02  WS-SECTION-SW         PIC X     VALUE 'B'.
               88  BUDGETED-SECTION  VALUE 'B'.
               88  UNBUDGETED-SECTION VALUE 'U'.
           02  WS-SECTION-MTD-BUDGET PIC S9(13)V99 VALUE ZERO.
           02  WS-SECTION-MTD-ACTUAL PIC S9(13)V99 VALUE ZERO.
           02  WS-SECTION-YTD-BUDGET PIC S9(13)V99 VALUE ZERO.
           02  WS-SECTION-YTD-ACTUAL PIC S9(13)V99 VALUE ZERO.
       01  VAR-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(25) VALUE
               'BUDGET VERSUS ACTUAL FOR'.
           02  VAR-HDG-YYYY          PIC 9(4).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  VAR-HDG-MM            PIC 9(2).
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'TOLERANCE'.
           02  VAR-HDG-TOLERANCE     PIC ZZ9.99.
           02  FILLER                PIC X(4)  VALUE ' PCT'.
           02  FILLER                PIC X(76) VALUE SPACES.
       01  VAR-SECTION-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-SECTION-TITLE     PIC X(40) VALUE SPACES.
           02  FILLER                PIC X(92) VALUE SPACES.
       01  VAR-PERIOD-LINE.
           02  FILLER                PIC X(12) VALUE SPACES.
           02  FILLER                PIC X(25) VALUE SPACES.
           02  FILLER                PIC X(33) VALUE 'MONTH'.
           02  FILLER                PIC X(20) VALUE SPACES.
           02  FILLER                PIC X(38) VALUE 'YEAR TO DATE'.
           02  FILLER                PIC X(5)  VALUE SPACES.
       01  VAR-COLUMN-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'CODE'.
           02  FILLER                PIC X(16) VALUE '         BUDGET'.
           02  FILLER                PIC X(16) VALUE '         ACTUAL'.
           02  FILLER                PIC X(16) VALUE '       VARIANCE'.
           02  FILLER                PIC X(10) VALUE '      PCT'.
           02  FILLER                PIC X(16) VALUE '         BUDGET'.
           02  FILLER                PIC X(16) VALUE '         ACTUAL'.
           02  FILLER                PIC X(16) VALUE '       VARIANCE'.
           02  FILLER                PIC X(10) VALUE '      PCT'.
           02  FILLER                PIC X(5)  VALUE 'FLAG'.
       01  VAR-DETAIL-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-CODE              PIC X(10).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-MTD-BUDGET        PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-MTD-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-MTD-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-MTD-PCT           PIC ZZZZZ9.9-.
           02  VAR-MTD-PCT-X REDEFINES VAR-MTD-PCT PIC X(9).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-YTD-BUDGET        PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-YTD-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-YTD-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-YTD-PCT           PIC ZZZZZ9.9-.
           02  VAR-YTD-PCT-X REDEFINES VAR-YTD-PCT PIC X(9).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  VAR-FLAG              PIC X(5).
       01  VAR-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  VAR-TOTAL-LABEL       PIC X(30).
           02  VAR-TOTAL-COUNT       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(87) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT END-OF-FILE
               PERFORM 2000-REPORT-BUDGETED-CODES
               PERFORM 3000-REPORT-UNBUDGETED-CODES
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CONTEXT-RUN-DATE
               CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                   WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1200-LOAD-BUDGETS.
           PERFORM 1300-LOAD-CURRENT-BALANCES.
           MOVE WS-REPORT-YYYY TO VAR-HDG-YYYY.
           MOVE WS-REPORT-MM TO VAR-HDG-MM.
           MOVE WS-TOLERANCE-PCT TO VAR-HDG-TOLERANCE.
           WRITE VARIANCE-REPORT-RECORD FROM VAR-HEADING-LINE.
           MOVE 'VARRPT  ' TO WS-ERROR-FILE-ID.
           MOVE VAR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARM-EOF-SW
           END-IF.
           PERFORM UNTIL PARM-CARDS-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       PERFORM 1110-PROCESS-PARM-CARD
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           IF PARM-CARD-ERROR
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'PARAMETER CARD ERROR - RUN STOPPED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
               MOVE 'EOF' TO INPUT-SWITCH
           END-IF.
           IF WS-REPORT-YYYYMM = ZERO
               IF CALENDAR-ACTIVE
                   MOVE WS-CAL-BUSINESS-DATE (1:6)
                       TO WS-REPORT-YYYYMM
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:6)
                       TO WS-REPORT-YYYYMM
               END-IF
           END-IF.
      ******************************************************************
       1110-PROCESS-PARM-CARD.
           IF PARM-CARD-RECORD = SPACES
               OR PARM-CARD-RECORD (1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-CARD-RECORD DELIMITED BY '='
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               EVALUATE WS-PARM-KEYWORD
                   WHEN 'REPORT-MONTH'
                       PERFORM 1120-EDIT-REPORT-MONTH
                   WHEN 'TOLERANCE'
                       PERFORM 1130-EDIT-TOLERANCE
                   WHEN OTHER
                       PERFORM 1160-REPORT-PARM-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
       1120-EDIT-REPORT-MONTH.
           MOVE WS-PARM-VALUE (1:6) TO WS-PARM-MONTH-X.
           IF WS-PARM-VALUE (7:34) NOT = SPACES
               OR WS-PARM-MONTH-X NOT NUMERIC
               OR WS-PARM-MONTH-MM < 1
               OR WS-PARM-MONTH-MM > 12
               PERFORM 1160-REPORT-PARM-ERROR
           ELSE
               MOVE WS-PARM-MONTH-X TO WS-REPORT-YYYYMM
           END-IF.
      ******************************************************************
       1130-EDIT-TOLERANCE.
           IF WS-PARM-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL (WS-PARM-VALUE) NOT = 0
               PERFORM 1160-REPORT-PARM-ERROR
           ELSE
               IF FUNCTION NUMVAL (WS-PARM-VALUE) < 0
                   OR FUNCTION NUMVAL (WS-PARM-VALUE) > 999.99
                   PERFORM 1160-REPORT-PARM-ERROR
               ELSE
                   COMPUTE WS-TOLERANCE-PCT =
                       FUNCTION NUMVAL (WS-PARM-VALUE)
               END-IF
           END-IF.
      ******************************************************************
       1160-REPORT-PARM-ERROR.
           MOVE 'Y' TO WS-PARM-ERROR-SW.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
           STRING 'BAD PARAMETER CARD: ' DELIMITED BY SIZE
                  WS-PARM-KEYWORD DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-PARM-VALUE (1:18) DELIMITED BY SIZE
               INTO WS-PRINTM-MESSAGE
           END-STRING.
           MOVE 'E' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
      * ONLY THE REPORT YEAR'S BUDGETS ARE KEPT, REDUCED TO THE
      * REPORT MONTH'S AMOUNT AND THE SUM OF JANUARY THROUGH IT.
      * WITHOUT ANY BUDGET FOR THE YEAR EVERY CODE WITH ACTUALS IS
      * REPORTED AS UNBUDGETED, WITH A WARNING.
      ******************************************************************
       1200-LOAD-BUDGETS.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF BUDGET-MASTER-FILE-STATUS NOT = '00'
               AND BUDGET-MASTER-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO BUDGET-MASTER-SWITCH
               MOVE 'BUDMAST ' TO WS-ERROR-FILE-ID
               MOVE BUDGET-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-BUDGET-MASTER
               READ BUDGET-MASTER-FILE
                   AT END
                       MOVE 'EOF' TO BUDGET-MASTER-SWITCH
                   NOT AT END
                       IF BUD-YEAR = WS-REPORT-YYYY
                           ADD 1 TO WS-BUDGETS-READ
                           PERFORM 1250-LOAD-BUDGET-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'BUDMAST ' TO WS-ERROR-FILE-ID.
           MOVE BUDGET-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE BUDGET-MASTER-FILE.
           IF WS-BUDGET-COUNT = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO BUDGET ON FILE FOR THE REPORT YEAR'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1250-LOAD-BUDGET-ENTRY.
           IF WS-BUDGET-COUNT >= WS-BUDGET-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'BUDGET TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-BUDGET-COUNT
               MOVE WS-BUDGET-COUNT TO WS-BUDGET-SUB
               MOVE 'N' TO WS-BUDGET-SLOT-SW
               PERFORM UNTIL BUDGET-SLOT-FOUND
                   IF WS-BUDGET-SUB = 1
                       MOVE 'Y' TO WS-BUDGET-SLOT-SW
                   ELSE
                       IF WS-BD-CODE (WS-BUDGET-SUB - 1) > BUD-CODE
                           MOVE WS-BUDGET-ENTRY (WS-BUDGET-SUB - 1)
                               TO WS-BUDGET-ENTRY (WS-BUDGET-SUB)
                           SUBTRACT 1 FROM WS-BUDGET-SUB
                       ELSE
                           MOVE 'Y' TO WS-BUDGET-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE BUD-CODE TO WS-BD-CODE (WS-BUDGET-SUB)
               MOVE BUD-MONTH-AMOUNT (WS-REPORT-MM)
                   TO WS-BD-MTD-BUDGET (WS-BUDGET-SUB)
               MOVE ZERO TO WS-BD-YTD-BUDGET (WS-BUDGET-SUB)
               MOVE 1 TO WS-MONTH-SUB
               PERFORM UNTIL WS-MONTH-SUB > WS-REPORT-MM
                   ADD BUD-MONTH-AMOUNT (WS-MONTH-SUB)
                       TO WS-BD-YTD-BUDGET (WS-BUDGET-SUB)
                   ADD 1 TO WS-MONTH-SUB
               END-PERFORM
           END-IF.
      ******************************************************************
       1300-LOAD-CURRENT-BALANCES.
           OPEN INPUT CURRENT-BALANCE-FILE.
           IF CURR-BAL-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO CURR-BAL-SWITCH
               MOVE 'CURRBAL ' TO WS-ERROR-FILE-ID
               MOVE CURR-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-BALANCE
               READ CURRENT-BALANCE-FILE
                   AT END
                       MOVE 'EOF' TO CURR-BAL-SWITCH
                   NOT AT END
                       PERFORM 1350-LOAD-CURRENT-BALANCE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CURRENT-BALANCE-FILE.
      ******************************************************************
       1350-LOAD-CURRENT-BALANCE-ENTRY.
           IF WS-CBAL-COUNT >= WS-CBAL-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'CURRENT BALANCE TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-CBAL-COUNT
               MOVE WS-CBAL-COUNT TO WS-CBAL-SUB
               MOVE 'N' TO WS-CBAL-SLOT-SW
               PERFORM UNTIL CBAL-SLOT-FOUND
                   IF WS-CBAL-SUB = 1
                       MOVE 'Y' TO WS-CBAL-SLOT-SW
                   ELSE
                       IF WS-CBAL-CODE (WS-CBAL-SUB - 1) > CBAL-CODE
                           MOVE WS-CBAL-ENTRY (WS-CBAL-SUB - 1)
                               TO WS-CBAL-ENTRY (WS-CBAL-SUB)
                           SUBTRACT 1 FROM WS-CBAL-SUB
                       ELSE
                           MOVE 'Y' TO WS-CBAL-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CBAL-CODE TO WS-CBAL-CODE (WS-CBAL-SUB)
               MOVE CBAL-MTD-AMOUNT1
                   TO WS-CBAL-MTD-ACTUAL (WS-CBAL-SUB)
               MOVE CBAL-YTD-AMOUNT1
                   TO WS-CBAL-YTD-ACTUAL (WS-CBAL-SUB)
               MOVE 'N' TO WS-CBAL-REPORTED-SW (WS-CBAL-SUB)
           END-IF.
      * THE DEFAULT REPORT MONTH COMES FROM THE CALENDAR BUSINESS
      * DATE, THE SAME WAY THE MONTHLY STATEMENTS DEFAULT, SO BOTH
      * COVER THE SAME MONTH.  WITHOUT A CALENDAR THE SYSTEM DATE
      * STAYS IN EFFECT, WITH A WARNING.
       1500-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = '00'
               AND CALENDAR-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-CAL-EOF-SW
               MOVE 'CALIN   ' TO WS-ERROR-FILE-ID
               MOVE CALENDAR-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL CALENDAR-EOF
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF CALENDAR-CONTROL
                           AND CAL-BUSINESS-DATE NUMERIC
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (CAL-BUSINESS-DATE) = 0
                           MOVE 'Y' TO WS-CALENDAR-SW
                           MOVE CAL-BUSINESS-DATE
                               TO WS-CAL-BUSINESS-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF NOT CALENDAR-ACTIVE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO CALENDAR CONTROL - SYSTEM DATE IN EFFECT'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * EVERY CODE BUDGETED FOR THE YEAR IS REPORTED, WHETHER OR NOT
      * IT HAS ACTUALS.
      ******************************************************************
       2000-REPORT-BUDGETED-CODES.
           MOVE 'B' TO WS-SECTION-SW.
           MOVE 'CODES WITH A BUDGET' TO VAR-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION-HEADINGS.
           MOVE 1 TO WS-BUDGET-SUB.
           PERFORM UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               PERFORM 2100-REPORT-BUDGETED-CODE
               ADD 1 TO WS-BUDGET-SUB
           END-PERFORM.
           MOVE 'TOTAL' TO WS-LINE-CODE.
           PERFORM 8300-WRITE-SECTION-TOTAL.
      ******************************************************************
       2100-REPORT-BUDGETED-CODE.
           MOVE WS-BD-CODE (WS-BUDGET-SUB) TO WS-LINE-CODE.
           MOVE WS-BD-MTD-BUDGET (WS-BUDGET-SUB) TO WS-MTD-BUDGET.
           MOVE WS-BD-YTD-BUDGET (WS-BUDGET-SUB) TO WS-YTD-BUDGET.
           MOVE 'N' TO WS-CBAL-FOUND-SW.
           IF WS-CBAL-COUNT > 0
               SEARCH ALL WS-CBAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CBAL-CODE (WS-CBAL-IX) = WS-LINE-CODE
                       MOVE 'Y' TO WS-CBAL-FOUND-SW
                       SET WS-CBAL-SUB TO WS-CBAL-IX
               END-SEARCH
           END-IF.
           IF CURRENT-BALANCE-FOUND
               MOVE WS-CBAL-MTD-ACTUAL (WS-CBAL-SUB) TO WS-MTD-ACTUAL
               MOVE WS-CBAL-YTD-ACTUAL (WS-CBAL-SUB) TO WS-YTD-ACTUAL
               MOVE 'Y' TO WS-CBAL-REPORTED-SW (WS-CBAL-SUB)
           ELSE
               MOVE ZERO TO WS-MTD-ACTUAL
               MOVE ZERO TO WS-YTD-ACTUAL
           END-IF.
           PERFORM 8200-WRITE-VARIANCE-LINE.
      ******************************************************************
      * A CODE LEFT OVER WITH ANY ACTUALS FOR THE MONTH OR THE YEAR
      * WAS NEVER BUDGETED.
      ******************************************************************
       3000-REPORT-UNBUDGETED-CODES.
           MOVE 'U' TO WS-SECTION-SW.
           MOVE 'CODES WITH ACTUALS BUT NO BUDGET'
               TO VAR-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION-HEADINGS.
           MOVE 1 TO WS-CBAL-SUB.
           PERFORM UNTIL WS-CBAL-SUB > WS-CBAL-COUNT
               IF NOT CODE-REPORTED (WS-CBAL-SUB)
                   AND (WS-CBAL-MTD-ACTUAL (WS-CBAL-SUB) NOT = ZERO
                       OR WS-CBAL-YTD-ACTUAL (WS-CBAL-SUB) NOT = ZERO)
                   PERFORM 3100-REPORT-UNBUDGETED-CODE
               END-IF
               ADD 1 TO WS-CBAL-SUB
           END-PERFORM.
           MOVE 'TOTAL' TO WS-LINE-CODE.
           PERFORM 8300-WRITE-SECTION-TOTAL.
           IF WS-CODES-NO-BUDGET > ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               MOVE WS-CODES-NO-BUDGET TO VAR-TOTAL-COUNT
               STRING 'CODES WITH ACTUALS BUT NO BUDGET:'
                          DELIMITED BY SIZE
                      VAR-TOTAL-COUNT DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       3100-REPORT-UNBUDGETED-CODE.
           MOVE WS-CBAL-CODE (WS-CBAL-SUB) TO WS-LINE-CODE.
           MOVE ZERO TO WS-MTD-BUDGET.
           MOVE ZERO TO WS-YTD-BUDGET.
           MOVE WS-CBAL-MTD-ACTUAL (WS-CBAL-SUB) TO WS-MTD-ACTUAL.
           MOVE WS-CBAL-YTD-ACTUAL (WS-CBAL-SUB) TO WS-YTD-ACTUAL.
           ADD 1 TO WS-CODES-NO-BUDGET.
           PERFORM 8200-WRITE-VARIANCE-LINE.
      ******************************************************************
       8100-WRITE-SECTION-HEADINGS.
           MOVE ZERO TO WS-SECTION-MTD-BUDGET.
           MOVE ZERO TO WS-SECTION-MTD-ACTUAL.
           MOVE ZERO TO WS-SECTION-YTD-BUDGET.
           MOVE ZERO TO WS-SECTION-YTD-ACTUAL.
           WRITE VARIANCE-REPORT-RECORD FROM VAR-SECTION-LINE.
           MOVE 'VARRPT  ' TO WS-ERROR-FILE-ID.
           MOVE VAR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE VARIANCE-REPORT-RECORD FROM VAR-PERIOD-LINE.
           MOVE 'VARRPT  ' TO WS-ERROR-FILE-ID.
           MOVE VAR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE VARIANCE-REPORT-RECORD FROM VAR-COLUMN-LINE.
           MOVE 'VARRPT  ' TO WS-ERROR-FILE-ID.
           MOVE VAR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * VARIANCE IS ACTUAL LESS BUDGET, AND ITS PERCENT IS OF THE
      * BUDGET'S SIZE, SO OVERSPENDING A CREDIT BUDGET READS THE SAME
      * WAY AS A DEBIT ONE.  WITH NO BUDGET THERE IS NO PERCENT, AND
      * ANY ACTUAL AT ALL IS OUT OF TOLERANCE.  CODES WITH NO BUDGET
      * FOR THE YEAR ARE FLAGGED AS SUCH AND COUNTED ON THEIR OWN.
      ******************************************************************
       8200-WRITE-VARIANCE-LINE.
           MOVE 'N' TO WS-OUT-OF-TOL-SW.
           COMPUTE WS-MTD-VARIANCE = WS-MTD-ACTUAL - WS-MTD-BUDGET.
           COMPUTE WS-YTD-VARIANCE = WS-YTD-ACTUAL - WS-YTD-BUDGET.
           MOVE WS-LINE-CODE TO VAR-CODE.
           MOVE WS-MTD-BUDGET TO VAR-MTD-BUDGET.
           MOVE WS-MTD-ACTUAL TO VAR-MTD-ACTUAL.
           MOVE WS-MTD-VARIANCE TO VAR-MTD-VARIANCE.
           MOVE WS-YTD-BUDGET TO VAR-YTD-BUDGET.
           MOVE WS-YTD-ACTUAL TO VAR-YTD-ACTUAL.
           MOVE WS-YTD-VARIANCE TO VAR-YTD-VARIANCE.
           IF WS-MTD-BUDGET = ZERO
               MOVE SPACES TO VAR-MTD-PCT-X
               IF WS-MTD-ACTUAL NOT = ZERO
                   MOVE 'Y' TO WS-OUT-OF-TOL-SW
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   (WS-MTD-VARIANCE * 100)
                   / FUNCTION ABS (WS-MTD-BUDGET)
               MOVE WS-VARIANCE-PCT TO VAR-MTD-PCT
               IF FUNCTION ABS (WS-VARIANCE-PCT) > WS-TOLERANCE-PCT
                   MOVE 'Y' TO WS-OUT-OF-TOL-SW
               END-IF
           END-IF.
           IF WS-YTD-BUDGET = ZERO
               MOVE SPACES TO VAR-YTD-PCT-X
               IF WS-YTD-ACTUAL NOT = ZERO
                   MOVE 'Y' TO WS-OUT-OF-TOL-SW
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   (WS-YTD-VARIANCE * 100)
                   / FUNCTION ABS (WS-YTD-BUDGET)
               MOVE WS-VARIANCE-PCT TO VAR-YTD-PCT
               IF FUNCTION ABS (WS-VARIANCE-PCT) > WS-TOLERANCE-PCT
                   MOVE 'Y' TO WS-OUT-OF-TOL-SW
               END-IF
           END-IF.
           IF UNBUDGETED-SECTION
               MOVE 'NOBUD' TO VAR-FLAG
           ELSE
               IF OUT-OF-TOLERANCE
                   MOVE '*TOL*' TO VAR-FLAG
                   ADD 1 TO WS-CODES-OUT-OF-TOL
               ELSE
                   MOVE SPACES TO VAR-FLAG
               END-IF
           END-IF.
           WRITE VARIANCE-REPORT-RECORD FROM VAR-DETAIL-LINE.
           MOVE 'VARRPT  ' TO WS-ERROR-FILE-ID.
           MOVE VAR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-CODES-REPORTED.
           ADD WS-MTD-BUDGET TO WS-SECTION-MTD-BUDGET.
           ADD WS-MTD-ACTUAL TO WS-SECTION-MTD-ACTUAL.
           ADD WS-YTD-BUDGET TO WS-SECTION-YTD-BUDGET.
           ADD WS-YTD-ACTUAL TO WS-SECTION-YTD-ACTUAL.
      ******************************************************************
      * THE SECTION TOTAL LINE IS A VARIANCE LINE ITSELF, SO IT IS
      * BUILT BY THE SAME PARAGRAPH AND THEN TAKEN BACK OUT OF THE
      * COUNTS.
      ******************************************************************
       8300-WRITE-SECTION-TOTAL.
           MOVE WS-SECTION-MTD-BUDGET TO WS-MTD-BUDGET.
           MOVE WS-SECTION-MTD-ACTUAL TO WS-MTD-ACTUAL.
           MOVE WS-SECTION-YTD-BUDGET TO WS-YTD-BUDGET.
           MOVE WS-SECTION-YTD-ACTUAL TO WS-YTD-ACTUAL.
           PERFORM 8200-WRITE-VARIANCE-LINE.
           SUBTRACT 1 FROM WS-CODES-REPORTED.
           IF OUT-OF-TOLERANCE
               AND BUDGETED-SECTION
               SUBTRACT 1 FROM WS-CODES-OUT-OF-TOL
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           IF NOT PARM-CARD-ERROR
               MOVE 'CODES REPORTED:' TO VAR-TOTAL-LABEL
               MOVE WS-CODES-REPORTED TO VAR-TOTAL-COUNT
               PERFORM 9400-WRITE-VARIANCE-TOTAL
               MOVE 'CODES OUTSIDE TOLERANCE:' TO VAR-TOTAL-LABEL
               MOVE WS-CODES-OUT-OF-TOL TO VAR-TOTAL-COUNT
               PERFORM 9400-WRITE-VARIANCE-TOTAL
               MOVE 'CODES WITH NO BUDGET:' TO VAR-TOTAL-LABEL
               MOVE WS-CODES-NO-BUDGET TO VAR-TOTAL-COUNT
               PERFORM 9400-WRITE-VARIANCE-TOTAL
           END-IF.
           CLOSE VARIANCE-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB27 BUDGET VARIANCE ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB27 BUDGET VARIANCE RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9400-WRITE-VARIANCE-TOTAL.
           WRITE VARIANCE-REPORT-RECORD FROM VAR-TOTAL-LINE.
           MOVE 'VARRPT  ' TO WS-ERROR-FILE-ID.
           MOVE VAR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
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
