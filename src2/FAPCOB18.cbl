      *          SUMMARY HISTORY, AND THE CLOSING BALANCE FROM THE
      *          CURRENT GENERATION - FLAGGING ANY CODE WHERE
      *          OPENING PLUS ACTIVITY DOES NOT EQUAL CLOSING.
      *          MANUAL ADJUSTMENTS POSTED IN THE MONTH ARE CARRIED
      *          ON THE BALANCE GENERATION AND ARE STATED ON THEIR
      *          OWN LINE AS PART OF THE EXPECTED CLOSING.
      *          REPLACES THE HAND RECONCILIATION THE DEPARTMENT
      *          HEADS ASSEMBLE FROM THREE REPORTS EVERY MONTH.
      *          ROLLUP=GROUP OR ROLLUP=DIVISION STATES EACH GROUP OR
      *          DIVISION INSTEAD, USING THE ASSIGNMENTS IN EFFECT AT
      *          THE TIME: OPENING BALANCES AS ASSIGNED AT THE PRIOR
      *          MONTH-END, EACH DAY'S ACTIVITY AS ASSIGNED THAT DAY,
      *          CLOSING BALANCES AS ASSIGNED AT MONTH-END.  A CODE
      *          REASSIGNED DURING THE MONTH CARRIES ITS BALANCE ON
      *          THAT DATE ACROSS ON A TRANSFER LINE.  A DAY PROCESSED
      *          IN SEVERAL CYCLES IS STATED AS ONE ACTIVITY LINE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STMT-REPORT-FILE-STATUS.
           SELECT OPTIONAL HIER-HIST-FILE ASSIGN TO HIERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIER-HIST-FILE-STATUS.
           SELECT STMT-SORT-FILE ASSIGN TO SORTWK01.
       DATA DIVISION.
      ******************************************************************
           02  SUMH-AMOUNT1          PIC S9(13)V99.
           02  SUMH-AMOUNT4          PIC S9(7)V99.
           02  SUMH-AMOUNT5          PIC S9(7)V99.
           02  SUMH-RUN-CYCLE        PIC X(1).
           02  FILLER                PIC X(19).

       FD  PRIOR-BALANCE-FILE
           RECORDING MODE IS F
           02  CBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  CBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  CBAL-LAST-ACTIVITY    PIC 9(8).
           02  CBAL-MTD-ADJUSTMENT   PIC S9(9)V99.

      * KEYWORD=VALUE PARAMETER CARDS.  STATEMENT-MONTH=YYYYMM NAMES
      * THE MONTH BEING STATED; AN EMPTY DECK STATES THE CURRENT
      * MONTH.  ROLLUP=CODE, GROUP OR DIVISION PICKS THE LEVEL
      * STATED; CODE IS THE DEFAULT.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-REPORT-RECORD   PIC X(133).

      * CODE HIERARCHY HISTORY FROM CODE MASTER MAINTENANCE - ONE ROW
      * PER GROUP AND DIVISION ASSIGNMENT, IN CODE AND EFFECTIVE-DATE
      * ORDER.  A ROW HOLDS UNTIL THE NEXT ROW FOR ITS CODE.
       FD  HIER-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HIER-HIST-RECORD.
           02  HH-CODE               PIC X(10).
           02  HH-EFF-DATE           PIC 9(8).
           02  HH-GROUP              PIC X(6).
           02  HH-DIVISION           PIC X(4).
           02  HH-RECORDED-DATE      PIC 9(8).
           02  FILLER                PIC X(44).

       SD  STMT-SORT-FILE.
       01  SORT-RECORD.
           02  SR-RUN-DATE.
           02  SR-AMOUNT1            PIC S9(13)V99.
           02  SR-AMOUNT4            PIC S9(7)V99.
           02  SR-AMOUNT5            PIC S9(7)V99.
           02  SR-RUN-CYCLE          PIC X(1).
           02  SR-ROLLUP-KEY         PIC X(10).
           02  FILLER                PIC X(9).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB18'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPSTMT '.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  SUMMARY-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           02  PRIOR-BAL-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  STMT-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  HIER-HIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
           02  WS-PARM-MONTH-9 REDEFINES WS-PARM-MONTH-X.
               03  WS-PARM-MONTH-YYYY PIC 9(4).
               03  WS-PARM-MONTH-MM  PIC 9(2).
           02  WS-ROLLUP-LEVEL       PIC X(8)  VALUE 'CODE'.
               88  ROLLUP-BY-CODE    VALUE 'CODE'.
               88  ROLLUP-BY-GROUP   VALUE 'GROUP'.
               88  ROLLUP-BY-DIVISION VALUE 'DIVISION'.
       01  DUPLICATE-DATE-FIELDS.
           02  WS-PREV-DUP-CODE      PIC X(10) VALUE LOW-VALUES.
           02  WS-PREV-DUP-DATE      PIC 9(8)  VALUE ZERO.
           02  WS-PREV-DUP-CYCLE     PIC X(1)  VALUE SPACE.
           02  WS-DUP-DATES-FOUND    PIC 9(9)  VALUE ZERO.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
       01  STATEMENT-MONTH-FIELDS.
           02  WS-STMT-YYYYMM        PIC 9(6) VALUE ZERO.
           02  WS-MONTH-START-DATE   PIC 9(8) VALUE ZERO.
           02  WS-MONTH-END-DATE     PIC 9(8) VALUE ZERO.
           02  WS-NEXT-MONTH-DATE    PIC 9(8) VALUE ZERO.
           02  WS-OPENING-AS-OF-DATE PIC 9(8) VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-RECORDS-READ       PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-SELECTED   PIC 9(9) VALUE ZERO.
                   INDEXED BY WS-CBAL-IX.
               03  WS-CBAL-CODE          PIC X(10).
               03  WS-CBAL-BALANCE       PIC S9(11)V99.
               03  WS-CBAL-ADJUSTMENT    PIC S9(9)V99.
               03  WS-CBAL-STATED-SW     PIC X.
                   88  CODE-STATED       VALUE 'Y'.
      ******************************************************************
      * EACH CODE'S HIERARCHY ROWS SIT TOGETHER IN EFFECTIVE-DATE
      * ORDER IN THE ROW TABLE; THE CODE TABLE POINTS AT THE FIRST.
      ******************************************************************
       01  HIERARCHY-TABLE-FIELDS.
           02  WS-HIER-CODE-MAX      PIC 9(5) VALUE 20000.
           02  WS-HIER-CODE-COUNT    PIC 9(5) VALUE ZERO.
           02  WS-HIER-CODE-SUB      PIC 9(5) VALUE ZERO.
           02  WS-HIER-ROW-MAX       PIC 9(5) VALUE 40000.
           02  WS-HIER-ROW-COUNT     PIC 9(5) VALUE ZERO.
           02  WS-HIER-ROW-SUB       PIC 9(5) VALUE ZERO.
           02  WS-HIER-ROW-LAST      PIC 9(5) VALUE ZERO.
           02  WS-HIER-EOF-SW        PIC X    VALUE 'N'.
               88  HIER-HIST-EOF     VALUE 'Y'.
           02  WS-HIER-SEQ-ERROR-SW  PIC X    VALUE 'N'.
               88  HIER-SEQ-ERROR    VALUE 'Y'.
           02  WS-HIER-AS-OF-DATE    PIC 9(8) VALUE ZERO.
           02  WS-HIER-RESOLVE-CODE  PIC X(10) VALUE SPACES.
           02  WS-HIER-GROUP         PIC X(6) VALUE SPACES.
           02  WS-HIER-DIVISION      PIC X(4) VALUE SPACES.
           02  WS-HIER-CODE-ENTRY    OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-HIER-CODE-COUNT
                   ASCENDING KEY IS WS-HC-CODE
                   INDEXED BY WS-HC-IX.
               03  WS-HC-CODE            PIC X(10).
               03  WS-HC-FIRST-ROW       PIC 9(5).
               03  WS-HC-ROW-COUNT       PIC 9(5).
       01  HIERARCHY-ROW-TABLE.
           02  WS-HIER-ROW-ENTRY     OCCURS 40000 TIMES.
               03  WS-HR-EFF-DATE        PIC 9(8).
               03  WS-HR-GROUP           PIC X(6).
               03  WS-HR-DIVISION        PIC X(4).
      ******************************************************************
      * ONE ENTRY PER GROUP OR DIVISION STATED IN A ROLLUP, HOLDING
      * THE BALANCES OF THE CODES ASSIGNED TO IT AND THE NET OF THE
      * BALANCES CARRIED IN AND OUT BY MID-MONTH REASSIGNMENTS.
      ******************************************************************
       01  ROLLUP-KEY-TABLE-FIELDS.
           02  WS-KEY-MAX            PIC 9(5) VALUE 2000.
           02  WS-KEY-COUNT          PIC 9(5) VALUE ZERO.
           02  WS-KEY-SUB            PIC 9(5) VALUE ZERO.
           02  WS-KEY-SLOT-SW        PIC X    VALUE 'N'.
               88  KEY-SLOT-FOUND    VALUE 'Y'.
           02  WS-KEY-FOUND-SW       PIC X    VALUE 'N'.
               88  KEY-FOUND         VALUE 'Y'.
           02  WS-KEY-WORK           PIC X(10) VALUE SPACES.
           02  WS-KEY-ENTRY          OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-KEY-COUNT
                   ASCENDING KEY IS WS-KEY-ID
                   INDEXED BY WS-KEY-IX.
               03  WS-KEY-ID             PIC X(10).
               03  WS-KEY-OPENING        PIC S9(11)V99.
               03  WS-KEY-CLOSING        PIC S9(11)V99.
               03  WS-KEY-ADJUSTMENT     PIC S9(9)V99.
               03  WS-KEY-TRANSFER       PIC S9(11)V99.
               03  WS-KEY-STATED-SW      PIC X.
                   88  KEY-STATED        VALUE 'Y'.
      ******************************************************************
      * A REASSIGNMENT EFFECTIVE WITHIN THE STATEMENT MONTH MOVES THE
      * CODE'S BALANCE ON THAT DATE - ITS OPENING BALANCE PLUS THE
      * ACTIVITY DATED BEFORE IT - FROM THE OLD KEY TO THE NEW ONE.
      ******************************************************************
       01  TRANSFER-EVENT-FIELDS.
           02  WS-EVT-MAX            PIC 9(5) VALUE 2000.
           02  WS-EVT-COUNT          PIC 9(5) VALUE ZERO.
           02  WS-EVT-SUB            PIC 9(5) VALUE ZERO.
           02  WS-EVT-PRIOR-KEY      PIC X(10) VALUE SPACES.
           02  WS-EVT-ENTRY          OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-EVT-COUNT.
               03  WS-EVT-CODE           PIC X(10).
               03  WS-EVT-DATE           PIC 9(8).
               03  WS-EVT-FROM-KEY       PIC X(10).
               03  WS-EVT-TO-KEY         PIC X(10).
               03  WS-EVT-AMOUNT         PIC S9(11)V99.
               03  WS-EVT-LAST-DATE      PIC 9(8).
               03  WS-EVT-LAST-CYCLE     PIC X(1).
      ******************************************************************
      * IN A ROLLUP THE CODES SHARING A GROUP OR DIVISION ON A DAY
      * ARE SUMMED INTO ONE ACTIVITY LINE.
      ******************************************************************
       01  ROLLUP-DAY-FIELDS.
           02  WS-DAY-PENDING-SW     PIC X     VALUE 'N'.
               88  DAY-PENDING       VALUE 'Y'.
           02  WS-DAY-DATE           PIC 9(8)  VALUE ZERO.
           02  WS-DAY-COUNT          PIC 9(9)  VALUE ZERO.
           02  WS-DAY-AMOUNT1        PIC S9(13)V99 VALUE ZERO.
       01  STATEMENT-BREAK-FIELDS.
           02  WS-BREAK-CODE         PIC X(10) VALUE SPACES.
           02  WS-FIRST-RECORD-SW    PIC X     VALUE 'Y'.
               88  FIRST-RECORD      VALUE 'Y'.
           02  WS-OPENING-BALANCE    PIC S9(11)V99 VALUE ZERO.
           02  WS-MONTH-ACTIVITY     PIC S9(13)V99 VALUE ZERO.
           02  WS-MONTH-ADJUSTMENT   PIC S9(9)V99  VALUE ZERO.
           02  WS-MONTH-TRANSFER     PIC S9(11)V99 VALUE ZERO.
           02  WS-EXPECTED-CLOSING   PIC S9(13)V99 VALUE ZERO.
           02  WS-CLOSING-BALANCE    PIC S9(11)V99 VALUE ZERO.
           02  WS-STMT-DATE          PIC 9(8)  VALUE ZERO.
           02  STMT-HDG-YYYY         PIC 9(4).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  STMT-HDG-MM           PIC 9(2).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  STMT-HDG-ROLLUP       PIC X(20) VALUE SPACES.
           02  FILLER                PIC X(66) VALUE SPACES.
       01  STMT-CODE-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  STMT-KEY-LABEL        PIC X(6)  VALUE 'CODE: '.
           02  STMT-CODE             PIC X(10).
           02  FILLER                PIC X(116) VALUE SPACES.
       01  STMT-OPENING-LINE.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  STMT-ACT-FLAG         PIC X(26).
           02  FILLER                PIC X(56) VALUE SPACES.
       01  STMT-ADJUSTMENT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(20) VALUE
               'MANUAL ADJUSTMENTS'.
           02  STMT-ADJUSTMENT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(91) VALUE SPACES.
       01  STMT-TRANSFER-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(20) VALUE
               'CODES REASSIGNED'.
           02  STMT-TRANSFER-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(91) VALUE SPACES.
       01  STMT-CLOSING-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(20) VALUE
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           SORT STMT-SORT-FILE
               ON ASCENDING KEY SR-ROLLUP-KEY
               ON ASCENDING KEY SR-RUN-DATE
               ON ASCENDING KEY SR-CODE
               ON ASCENDING KEY SR-RUN-CYCLE
               INPUT PROCEDURE IS 2000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 3000-REPORT-STATEMENTS.
           PERFORM 9000-TERMINATE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT SUMMARY-HIST-FILE.
           IF SUMMARY-HIST-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO INPUT-SWITCH
           END-IF.
           OPEN OUTPUT STATEMENT-REPORT-FILE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CONTEXT-RUN-DATE
               CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                   WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1200-LOAD-PRIOR-BALANCES.
           PERFORM 1300-LOAD-CURRENT-BALANCES.
           IF NOT ROLLUP-BY-CODE
               PERFORM 1600-LOAD-HIERARCHY-HISTORY
               PERFORM 1700-BUILD-ROLLUP-TABLE
               STRING 'ROLLUP BY ' DELIMITED BY SIZE
                      WS-ROLLUP-LEVEL DELIMITED BY SPACE
                   INTO STMT-HDG-ROLLUP
               END-STRING
               IF ROLLUP-BY-GROUP
                   MOVE 'GROUP:' TO STMT-KEY-LABEL
               ELSE
                   MOVE 'DIV:  ' TO STMT-KEY-LABEL
               END-IF
           END-IF.
           MOVE WS-STMT-YYYYMM (1:4) TO STMT-HDG-YYYY.
           MOVE WS-STMT-YYYYMM (5:2) TO STMT-HDG-MM.
           WRITE STATEMENT-REPORT-RECORD FROM STMT-HEADING-LINE.
               EVALUATE WS-PARM-KEYWORD
                   WHEN 'STATEMENT-MONTH'
                       PERFORM 1120-EDIT-STATEMENT-MONTH
                   WHEN 'ROLLUP'
                       IF WS-PARM-VALUE = 'CODE' OR 'GROUP'
                           OR 'DIVISION'
                           MOVE WS-PARM-VALUE TO WS-ROLLUP-LEVEL
                       ELSE
                           PERFORM 1160-REPORT-PARM-ERROR
                       END-IF
                   WHEN OTHER
                       PERFORM 1160-REPORT-PARM-ERROR
               END-EVALUATE
               MOVE CBAL-CODE TO WS-CBAL-CODE (WS-CBAL-SUB)
               MOVE CBAL-CURR-BALANCE
                   TO WS-CBAL-BALANCE (WS-CBAL-SUB)
               IF CBAL-MTD-ADJUSTMENT NUMERIC
                   MOVE CBAL-MTD-ADJUSTMENT
                       TO WS-CBAL-ADJUSTMENT (WS-CBAL-SUB)
               ELSE
                   MOVE ZERO TO WS-CBAL-ADJUSTMENT (WS-CBAL-SUB)
               END-IF
               MOVE 'N' TO WS-CBAL-STATED-SW (WS-CBAL-SUB)
           END-IF.
      ******************************************************************
      * THE HIERARCHY HISTORY IS READ ONLY FOR A ROLLUP.  WITHOUT IT
      * EVERY CODE ROLLS UP AS UNASSIGNED, WITH A WARNING.  A ROW OUT
      * OF CODE AND DATE SEQUENCE IS LEFT OUT AND FLAGGED.
      ******************************************************************
       1600-LOAD-HIERARCHY-HISTORY.
           OPEN INPUT HIER-HIST-FILE.
           IF HIER-HIST-FILE-STATUS NOT = '00'
               AND HIER-HIST-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-HIER-EOF-SW
               MOVE 'HIERIN  ' TO WS-ERROR-FILE-ID
               MOVE HIER-HIST-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL HIER-HIST-EOF
               READ HIER-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-SW
                   NOT AT END
                       PERFORM 1610-LOAD-HIERARCHY-ROW
               END-READ
           END-PERFORM.
           CLOSE HIER-HIST-FILE.
           IF HIER-SEQ-ERROR
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE 'HIERARCHY HISTORY OUT OF SEQUENCE - ROWS SKIPPED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF WS-HIER-CODE-COUNT = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO HIERARCHY HISTORY - ALL CODES UNASSIGNED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1610-LOAD-HIERARCHY-ROW.
           IF WS-HIER-ROW-COUNT >= WS-HIER-ROW-MAX
               OR WS-HIER-CODE-COUNT >= WS-HIER-CODE-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'HIERARCHY TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-HIER-CODE-COUNT = ZERO
                       PERFORM 1620-ADD-HIERARCHY-CODE
                   WHEN HH-CODE > WS-HC-CODE (WS-HIER-CODE-COUNT)
                       PERFORM 1620-ADD-HIERARCHY-CODE
                   WHEN HH-CODE = WS-HC-CODE (WS-HIER-CODE-COUNT)
                       AND HH-EFF-DATE >
                           WS-HR-EFF-DATE (WS-HIER-ROW-COUNT)
                       ADD 1 TO WS-HC-ROW-COUNT (WS-HIER-CODE-COUNT)
                       PERFORM 1630-ADD-HIERARCHY-ROW
                   WHEN OTHER
                       MOVE 'Y' TO WS-HIER-SEQ-ERROR-SW
               END-EVALUATE
           END-IF.
      ******************************************************************
       1620-ADD-HIERARCHY-CODE.
           ADD 1 TO WS-HIER-CODE-COUNT.
           MOVE HH-CODE TO WS-HC-CODE (WS-HIER-CODE-COUNT).
           COMPUTE WS-HC-FIRST-ROW (WS-HIER-CODE-COUNT) =
               WS-HIER-ROW-COUNT + 1.
           MOVE 1 TO WS-HC-ROW-COUNT (WS-HIER-CODE-COUNT).
           PERFORM 1630-ADD-HIERARCHY-ROW.
      ******************************************************************
       1630-ADD-HIERARCHY-ROW.
           ADD 1 TO WS-HIER-ROW-COUNT.
           MOVE HH-EFF-DATE TO WS-HR-EFF-DATE (WS-HIER-ROW-COUNT).
           MOVE HH-GROUP TO WS-HR-GROUP (WS-HIER-ROW-COUNT).
           MOVE HH-DIVISION TO WS-HR-DIVISION (WS-HIER-ROW-COUNT).
      ******************************************************************
      * OPENING BALANCES ROLL UP AS ASSIGNED ON THE DAY BEFORE THE
      * MONTH STARTS, CLOSING BALANCES AND THE MONTH'S ADJUSTMENTS AS
      * ASSIGNED ON ITS LAST DAY.  EVERY ASSIGNMENT THAT TOOK EFFECT
      * INSIDE THE MONTH AND CHANGED THE KEY BECOMES A TRANSFER.
      ******************************************************************
       1700-BUILD-ROLLUP-TABLE.
           COMPUTE WS-MONTH-START-DATE = WS-STMT-YYYYMM * 100 + 1.
           IF FUNCTION MOD (WS-STMT-YYYYMM, 100) = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                   WS-MONTH-START-DATE + 10000 - 1100
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE = WS-MONTH-START-DATE + 100
           END-IF.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).
           COMPUTE WS-OPENING-AS-OF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE) - 1).
           MOVE 1 TO WS-PBAL-SUB.
           PERFORM UNTIL WS-PBAL-SUB > WS-PBAL-COUNT
               MOVE WS-PBAL-CODE (WS-PBAL-SUB) TO WS-HIER-RESOLVE-CODE
               MOVE WS-OPENING-AS-OF-DATE TO WS-HIER-AS-OF-DATE
               PERFORM 2100-RESOLVE-HIERARCHY
               PERFORM 2060-SET-KEY-FROM-HIERARCHY
               PERFORM 1750-FIND-KEY-ENTRY
               IF KEY-FOUND
                   ADD WS-PBAL-BALANCE (WS-PBAL-SUB)
                       TO WS-KEY-OPENING (WS-KEY-SUB)
               END-IF
               ADD 1 TO WS-PBAL-SUB
           END-PERFORM.
           MOVE 1 TO WS-CBAL-SUB.
           PERFORM UNTIL WS-CBAL-SUB > WS-CBAL-COUNT
               MOVE WS-CBAL-CODE (WS-CBAL-SUB) TO WS-HIER-RESOLVE-CODE
               MOVE WS-MONTH-END-DATE TO WS-HIER-AS-OF-DATE
               PERFORM 2100-RESOLVE-HIERARCHY
               PERFORM 2060-SET-KEY-FROM-HIERARCHY
               PERFORM 1750-FIND-KEY-ENTRY
               IF KEY-FOUND
                   ADD WS-CBAL-BALANCE (WS-CBAL-SUB)
                       TO WS-KEY-CLOSING (WS-KEY-SUB)
                   ADD WS-CBAL-ADJUSTMENT (WS-CBAL-SUB)
                       TO WS-KEY-ADJUSTMENT (WS-KEY-SUB)
               END-IF
               ADD 1 TO WS-CBAL-SUB
           END-PERFORM.
           MOVE 1 TO WS-HIER-CODE-SUB.
           PERFORM UNTIL WS-HIER-CODE-SUB > WS-HIER-CODE-COUNT
               PERFORM 1730-FIND-TRANSFER-EVENTS
               ADD 1 TO WS-HIER-CODE-SUB
           END-PERFORM.
      ******************************************************************
       1730-FIND-TRANSFER-EVENTS.
           MOVE 'UNASSIGNED' TO WS-EVT-PRIOR-KEY.
           MOVE WS-HC-FIRST-ROW (WS-HIER-CODE-SUB) TO WS-HIER-ROW-SUB.
           COMPUTE WS-HIER-ROW-LAST = WS-HC-FIRST-ROW (WS-HIER-CODE-SUB)
               + WS-HC-ROW-COUNT (WS-HIER-CODE-SUB) - 1.
           PERFORM UNTIL WS-HIER-ROW-SUB > WS-HIER-ROW-LAST
               OR WS-HR-EFF-DATE (WS-HIER-ROW-SUB) > WS-MONTH-END-DATE
               MOVE WS-HR-GROUP (WS-HIER-ROW-SUB) TO WS-HIER-GROUP
               MOVE WS-HR-DIVISION (WS-HIER-ROW-SUB)
                   TO WS-HIER-DIVISION
               PERFORM 2060-SET-KEY-FROM-HIERARCHY
               IF WS-HR-EFF-DATE (WS-HIER-ROW-SUB)
                   NOT < WS-MONTH-START-DATE
                   AND WS-KEY-WORK NOT = WS-EVT-PRIOR-KEY
                   PERFORM 1740-ADD-TRANSFER-EVENT
               END-IF
               MOVE WS-KEY-WORK TO WS-EVT-PRIOR-KEY
               ADD 1 TO WS-HIER-ROW-SUB
           END-PERFORM.
      ******************************************************************
       1740-ADD-TRANSFER-EVENT.
           IF WS-EVT-COUNT >= WS-EVT-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'TRANSFER TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-HC-CODE (WS-HIER-CODE-SUB)
                   TO WS-EVT-CODE (WS-EVT-COUNT)
               MOVE WS-HR-EFF-DATE (WS-HIER-ROW-SUB)
                   TO WS-EVT-DATE (WS-EVT-COUNT)
               MOVE WS-EVT-PRIOR-KEY TO WS-EVT-FROM-KEY (WS-EVT-COUNT)
               MOVE WS-KEY-WORK TO WS-EVT-TO-KEY (WS-EVT-COUNT)
               MOVE ZERO TO WS-EVT-LAST-DATE (WS-EVT-COUNT)
               MOVE SPACE TO WS-EVT-LAST-CYCLE (WS-EVT-COUNT)
               MOVE ZERO TO WS-EVT-AMOUNT (WS-EVT-COUNT)
               IF WS-PBAL-COUNT > 0
                   SEARCH ALL WS-PBAL-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PBAL-CODE (WS-PBAL-IX) =
                           WS-HC-CODE (WS-HIER-CODE-SUB)
                           MOVE WS-PBAL-BALANCE (WS-PBAL-IX)
                               TO WS-EVT-AMOUNT (WS-EVT-COUNT)
                   END-SEARCH
               END-IF
           END-IF.
      ******************************************************************
      * FINDS WS-KEY-WORK IN THE ROLLUP TABLE, ADDING IT IN KEY
      * SEQUENCE WITH ZERO BALANCES THE FIRST TIME IT IS SEEN.
      ******************************************************************
       1750-FIND-KEY-ENTRY.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           IF WS-KEY-COUNT > 0
               SEARCH ALL WS-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KEY-ID (WS-KEY-IX) = WS-KEY-WORK
                       MOVE 'Y' TO WS-KEY-FOUND-SW
                       SET WS-KEY-SUB TO WS-KEY-IX
               END-SEARCH
           END-IF.
           IF NOT KEY-FOUND
               IF WS-KEY-COUNT >= WS-KEY-MAX
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'ROLLUP TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               ELSE
                   PERFORM 1760-INSERT-KEY-ENTRY
                   MOVE 'Y' TO WS-KEY-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
       1760-INSERT-KEY-ENTRY.
           ADD 1 TO WS-KEY-COUNT.
           MOVE WS-KEY-COUNT TO WS-KEY-SUB.
           MOVE 'N' TO WS-KEY-SLOT-SW.
           PERFORM UNTIL KEY-SLOT-FOUND
               IF WS-KEY-SUB = 1
                   MOVE 'Y' TO WS-KEY-SLOT-SW
               ELSE
                   IF WS-KEY-ID (WS-KEY-SUB - 1) > WS-KEY-WORK
                       MOVE WS-KEY-ENTRY (WS-KEY-SUB - 1)
                           TO WS-KEY-ENTRY (WS-KEY-SUB)
                       SUBTRACT 1 FROM WS-KEY-SUB
                   ELSE
                       MOVE 'Y' TO WS-KEY-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-KEY-WORK TO WS-KEY-ID (WS-KEY-SUB).
           MOVE ZERO TO WS-KEY-OPENING (WS-KEY-SUB).
           MOVE ZERO TO WS-KEY-CLOSING (WS-KEY-SUB).
           MOVE ZERO TO WS-KEY-ADJUSTMENT (WS-KEY-SUB).
           MOVE ZERO TO WS-KEY-TRANSFER (WS-KEY-SUB).
           MOVE 'N' TO WS-KEY-STATED-SW (WS-KEY-SUB).
      ******************************************************************
       2000-RELEASE-HISTORY.
           IF NOT END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               IF SUMH-RUN-YYYYMM = WS-STMT-YYYYMM
                   ADD 1 TO WS-RECORDS-SELECTED
                   MOVE SUMMARY-HIST-RECORD TO SORT-RECORD
                   IF SR-RUN-CYCLE NOT NUMERIC
                       MOVE '1' TO SR-RUN-CYCLE
                   END-IF
                   PERFORM 2050-SET-ROLLUP-KEY
                   RELEASE SORT-RECORD
               END-IF
               PERFORM 9100-READ-SUMMARY-HIST
           END-PERFORM.
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * EACH DAY'S ROW ROLLS UP UNDER THE GROUP OR DIVISION ITS CODE
      * WAS ASSIGNED TO ON THAT DAY.  BY CODE THE KEY IS THE CODE
      * ITSELF AND THE STATEMENTS ARE UNCHANGED.
      ******************************************************************
       2050-SET-ROLLUP-KEY.
           IF ROLLUP-BY-CODE
               MOVE SR-CODE TO SR-ROLLUP-KEY
           ELSE
               MOVE SR-CODE TO WS-HIER-RESOLVE-CODE
               MOVE SR-RUN-DATE TO WS-HIER-AS-OF-DATE
               PERFORM 2100-RESOLVE-HIERARCHY
               PERFORM 2060-SET-KEY-FROM-HIERARCHY
               MOVE WS-KEY-WORK TO SR-ROLLUP-KEY
               IF WS-EVT-COUNT > 0
                   PERFORM 2070-ACCUMULATE-TRANSFERS
               END-IF
           END-IF.
      ******************************************************************
       2060-SET-KEY-FROM-HIERARCHY.
           MOVE SPACES TO WS-KEY-WORK.
           IF ROLLUP-BY-GROUP
               MOVE WS-HIER-GROUP TO WS-KEY-WORK
           ELSE
               MOVE WS-HIER-DIVISION TO WS-KEY-WORK
           END-IF.
           IF WS-KEY-WORK = SPACES
               MOVE 'UNASSIGNED' TO WS-KEY-WORK
           END-IF.
      ******************************************************************
      * ACTIVITY DATED BEFORE A REASSIGNMENT IS PART OF THE BALANCE IT
      * CARRIES ACROSS.  SUMMARY HISTORY IS WRITTEN CYCLE BY CYCLE,
      * SO A SECOND ROW FOR THE SAME DAY AND CYCLE IS A RERUN
      * DUPLICATE AND IS LEFT OUT HERE AS IT IS ON THE STATEMENT.
      ******************************************************************
       2070-ACCUMULATE-TRANSFERS.
           MOVE 1 TO WS-EVT-SUB.
           PERFORM UNTIL WS-EVT-SUB > WS-EVT-COUNT
               IF WS-EVT-CODE (WS-EVT-SUB) = SR-CODE
                   AND SR-RUN-DATE < WS-EVT-DATE (WS-EVT-SUB)
                   AND (SR-RUN-DATE NOT = WS-EVT-LAST-DATE (WS-EVT-SUB)
                   OR SR-RUN-CYCLE NOT = WS-EVT-LAST-CYCLE (WS-EVT-SUB))
                   ADD SR-AMOUNT1 TO WS-EVT-AMOUNT (WS-EVT-SUB)
                   MOVE SR-RUN-DATE TO WS-EVT-LAST-DATE (WS-EVT-SUB)
                   MOVE SR-RUN-CYCLE TO WS-EVT-LAST-CYCLE (WS-EVT-SUB)
               END-IF
               ADD 1 TO WS-EVT-SUB
           END-PERFORM.
      ******************************************************************
      * GROUP AND DIVISION OF WS-HIER-RESOLVE-CODE AS OF
      * WS-HIER-AS-OF-DATE - THE LATEST ROW EFFECTIVE ON OR BEFORE
      * THAT DATE.  BLANK WHEN THE CODE WAS NOT YET ASSIGNED.
      ******************************************************************
       2100-RESOLVE-HIERARCHY.
           MOVE SPACES TO WS-HIER-GROUP.
           MOVE SPACES TO WS-HIER-DIVISION.
           IF WS-HIER-CODE-COUNT > 0
               SEARCH ALL WS-HIER-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HC-CODE (WS-HC-IX) = WS-HIER-RESOLVE-CODE
                       PERFORM 2110-SCAN-HIERARCHY-ROWS
               END-SEARCH
           END-IF.
      ******************************************************************
       2110-SCAN-HIERARCHY-ROWS.
           MOVE WS-HC-FIRST-ROW (WS-HC-IX) TO WS-HIER-ROW-SUB.
           COMPUTE WS-HIER-ROW-LAST = WS-HC-FIRST-ROW (WS-HC-IX)
               + WS-HC-ROW-COUNT (WS-HC-IX) - 1.
           PERFORM UNTIL WS-HIER-ROW-SUB > WS-HIER-ROW-LAST
               IF WS-HR-EFF-DATE (WS-HIER-ROW-SUB) > WS-HIER-AS-OF-DATE
                   MOVE WS-HIER-ROW-LAST TO WS-HIER-ROW-SUB
               ELSE
                   MOVE WS-HR-GROUP (WS-HIER-ROW-SUB) TO WS-HIER-GROUP
                   MOVE WS-HR-DIVISION (WS-HIER-ROW-SUB)
                       TO WS-HIER-DIVISION
               END-IF
               ADD 1 TO WS-HIER-ROW-SUB
           END-PERFORM.
      ******************************************************************
      * A RUN DATE AND CYCLE APPEARING TWICE FOR THE SAME CODE MEANS
      * A RERUN LEFT DUPLICATE SUMMARY ROWS BEHIND - THE SECOND ROW IS
      * FLAGGED AND EXCLUDED INSTEAD OF SILENTLY ADDED IN, THE SAME
      * TREATMENT THE MONTH-END TREND REPORT GIVES IT.  THE ROWS OF A
      * DAY'S SEVERAL CYCLES ARE STATED AS ONE LINE FOR THE DAY.
       3000-REPORT-STATEMENTS.
           IF WS-EVT-COUNT > 0
               PERFORM 3050-POST-TRANSFERS
           END-IF.
           PERFORM 9200-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT
               PERFORM 3100-CHECK-CODE-BREAK
               IF SR-CODE = WS-PREV-DUP-CODE
                   AND SR-RUN-DATE = WS-PREV-DUP-DATE
                   AND SR-RUN-CYCLE = WS-PREV-DUP-CYCLE
                   PERFORM 3250-FLAG-DUPLICATE-DATE
               ELSE
                   ADD SR-AMOUNT1 TO WS-MONTH-ACTIVITY
                   PERFORM 3170-ACCUMULATE-ROLLUP-DAY
               END-IF
               MOVE SR-CODE TO WS-PREV-DUP-CODE
               MOVE SR-RUN-DATE TO WS-PREV-DUP-DATE
               MOVE SR-RUN-CYCLE TO WS-PREV-DUP-CYCLE
               PERFORM 9200-RETURN-SORT-RECORD
           END-PERFORM.
           IF NOT FIRST-RECORD
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF ROLLUP-BY-CODE
               PERFORM 3400-FLAG-UNSTATED-MOVEMENT
           ELSE
               PERFORM 3500-FLAG-UNSTATED-KEYS
           END-IF.
           MOVE WS-CODES-STATED TO STMT-TOTAL-STATED.
           MOVE WS-CODES-OUT-OF-BAL TO STMT-TOTAL-OUT.
           WRITE STATEMENT-REPORT-RECORD FROM STMT-TOTAL-LINE.
           MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID.
           MOVE STMT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       3050-POST-TRANSFERS.
           MOVE 1 TO WS-EVT-SUB.
           PERFORM UNTIL WS-EVT-SUB > WS-EVT-COUNT
               MOVE WS-EVT-FROM-KEY (WS-EVT-SUB) TO WS-KEY-WORK
               PERFORM 1750-FIND-KEY-ENTRY
               IF KEY-FOUND
                   SUBTRACT WS-EVT-AMOUNT (WS-EVT-SUB)
                       FROM WS-KEY-TRANSFER (WS-KEY-SUB)
               END-IF
               MOVE WS-EVT-TO-KEY (WS-EVT-SUB) TO WS-KEY-WORK
               PERFORM 1750-FIND-KEY-ENTRY
               IF KEY-FOUND
                   ADD WS-EVT-AMOUNT (WS-EVT-SUB)
                       TO WS-KEY-TRANSFER (WS-KEY-SUB)
               END-IF
               ADD 1 TO WS-EVT-SUB
           END-PERFORM.
      ******************************************************************
       3100-CHECK-CODE-BREAK.
           IF NOT FIRST-RECORD
               IF SR-ROLLUP-KEY NOT = WS-BREAK-CODE
                   PERFORM 3300-WRITE-CLOSING-LINE
               END-IF
           END-IF.
           IF FIRST-RECORD
               OR SR-ROLLUP-KEY NOT = WS-BREAK-CODE
               MOVE SR-ROLLUP-KEY TO WS-BREAK-CODE
               PERFORM 3150-WRITE-OPENING-LINE
           END-IF.
           MOVE 'N' TO WS-FIRST-RECORD-SW.
           MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID.
           MOVE STMT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF ROLLUP-BY-CODE
               MOVE 'N' TO WS-PBAL-FOUND-SW
               IF WS-PBAL-COUNT > 0
                   SEARCH ALL WS-PBAL-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PBAL-CODE (WS-PBAL-IX) = WS-BREAK-CODE
                           MOVE 'Y' TO WS-PBAL-FOUND-SW
                           SET WS-PBAL-SUB TO WS-PBAL-IX
                   END-SEARCH
               END-IF
               IF PRIOR-BALANCE-FOUND
                   MOVE WS-PBAL-BALANCE (WS-PBAL-SUB)
                       TO WS-OPENING-BALANCE
               ELSE
                   MOVE ZERO TO WS-OPENING-BALANCE
               END-IF
           ELSE
               MOVE WS-BREAK-CODE TO WS-KEY-WORK
               PERFORM 1750-FIND-KEY-ENTRY
               IF KEY-FOUND
                   MOVE WS-KEY-OPENING (WS-KEY-SUB)
                       TO WS-OPENING-BALANCE
               ELSE
                   MOVE ZERO TO WS-OPENING-BALANCE
               END-IF
           END-IF.
           MOVE ZERO TO WS-MONTH-ACTIVITY.
           MOVE WS-OPENING-BALANCE TO STMT-OPENING-AMOUNT.
           MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID.
           MOVE STMT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       3170-ACCUMULATE-ROLLUP-DAY.
           IF DAY-PENDING
               AND SR-RUN-DATE NOT = WS-DAY-DATE
               PERFORM 3180-WRITE-ROLLUP-DAY
           END-IF.
           MOVE 'Y' TO WS-DAY-PENDING-SW.
           MOVE SR-RUN-DATE TO WS-DAY-DATE.
           ADD SR-TRANS-COUNT TO WS-DAY-COUNT.
           ADD SR-AMOUNT1 TO WS-DAY-AMOUNT1.
      ******************************************************************
       3180-WRITE-ROLLUP-DAY.
           MOVE WS-DAY-DATE TO STMT-ACT-DATE.
           MOVE WS-DAY-COUNT TO STMT-ACT-COUNT.
           MOVE WS-DAY-AMOUNT1 TO STMT-ACT-AMOUNT.
           WRITE STATEMENT-REPORT-RECORD FROM STMT-ACTIVITY-LINE.
           MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID.
           MOVE STMT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 'N' TO WS-DAY-PENDING-SW.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-DAY-AMOUNT1.
      ******************************************************************
       3250-FLAG-DUPLICATE-DATE.
           ADD 1 TO WS-DUP-DATES-FOUND.
      * OPENING PLUS THE MONTH'S ACTIVITY MUST EQUAL THE CLOSING
      * BALANCE ON THE CURRENT GENERATION.  THE THREE-REPORT HAND
      * RECONCILIATION THE DEPARTMENTS DID BY HAND IS THIS ONE LINE.
      * MANUAL ADJUSTMENTS NEVER REACH SUMMARY HISTORY, SO THE
      * MONTH'S ADJUSTED AMOUNT IS TAKEN FROM THE GENERATION ITSELF.
      ******************************************************************
       3300-WRITE-CLOSING-LINE.
           MOVE ZERO TO WS-MONTH-TRANSFER.
           IF DAY-PENDING
               PERFORM 3180-WRITE-ROLLUP-DAY
           END-IF.
           IF ROLLUP-BY-CODE
               PERFORM 3310-FIND-CODE-CLOSING
           ELSE
               PERFORM 3320-FIND-KEY-CLOSING
           END-IF.
           IF WS-MONTH-TRANSFER NOT = ZERO
               PERFORM 3360-WRITE-TRANSFER-LINE
           END-IF.
           IF WS-MONTH-ADJUSTMENT NOT = ZERO
               PERFORM 3350-WRITE-ADJUSTMENT-LINE
           END-IF.
           COMPUTE WS-EXPECTED-CLOSING =
               WS-OPENING-BALANCE + WS-MONTH-ACTIVITY
               + WS-MONTH-ADJUSTMENT + WS-MONTH-TRANSFER.
           MOVE WS-CLOSING-BALANCE TO STMT-CLOSING-AMOUNT.
           MOVE WS-EXPECTED-CLOSING TO STMT-EXPECTED-AMOUNT.
           IF WS-EXPECTED-CLOSING = WS-CLOSING-BALANCE
               MOVE SPACES TO STMT-CLOSING-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO STMT-CLOSING-FLAG
               ADD 1 TO WS-CODES-OUT-OF-BAL
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           WRITE STATEMENT-REPORT-RECORD FROM STMT-CLOSING-LINE.
           MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID.
           MOVE STMT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-CODES-STATED.
      ******************************************************************
       3310-FIND-CODE-CLOSING.
           MOVE 'N' TO WS-CBAL-FOUND-SW.
           IF WS-CBAL-COUNT > 0
               SEARCH ALL WS-CBAL-ENTRY
           IF CURRENT-BALANCE-FOUND
               MOVE WS-CBAL-BALANCE (WS-CBAL-SUB)
                   TO WS-CLOSING-BALANCE
               MOVE WS-CBAL-ADJUSTMENT (WS-CBAL-SUB)
                   TO WS-MONTH-ADJUSTMENT
               MOVE 'Y' TO WS-CBAL-STATED-SW (WS-CBAL-SUB)
           ELSE
               MOVE ZERO TO WS-CLOSING-BALANCE
               MOVE ZERO TO WS-MONTH-ADJUSTMENT
           END-IF.
      ******************************************************************
       3320-FIND-KEY-CLOSING.
           MOVE WS-BREAK-CODE TO WS-KEY-WORK.
           PERFORM 1750-FIND-KEY-ENTRY.
           IF KEY-FOUND
               MOVE WS-KEY-CLOSING (WS-KEY-SUB) TO WS-CLOSING-BALANCE
               MOVE WS-KEY-ADJUSTMENT (WS-KEY-SUB)
                   TO WS-MONTH-ADJUSTMENT
               MOVE WS-KEY-TRANSFER (WS-KEY-SUB) TO WS-MONTH-TRANSFER
               MOVE 'Y' TO WS-KEY-STATED-SW (WS-KEY-SUB)
           ELSE
               MOVE ZERO TO WS-CLOSING-BALANCE
               MOVE ZERO TO WS-MONTH-ADJUSTMENT
           END-IF.
      ******************************************************************
       3360-WRITE-TRANSFER-LINE.
           MOVE WS-MONTH-TRANSFER TO STMT-TRANSFER-AMOUNT.
           WRITE STATEMENT-REPORT-RECORD FROM STMT-TRANSFER-LINE.
           MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID.
           MOVE STMT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       3350-WRITE-ADJUSTMENT-LINE.
           MOVE WS-MONTH-ADJUSTMENT TO STMT-ADJUSTMENT-AMOUNT.
           WRITE STATEMENT-REPORT-RECORD FROM STMT-ADJUSTMENT-LINE.
           MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID.
           MOVE STMT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * A CODE WHOSE BALANCE MOVED WITH NO ACTIVITY ROWS FOR THE
      * MONTH NEVER REACHED THE SORT - IT STILL GETS A FLAGGED
      * STATEMENT SO THE MOVEMENT CANNOT HIDE.  A CODE MOVED ONLY BY
      * MANUAL ADJUSTMENT IS STATED TOO, AND IS IN BALANCE WHEN THE
      * ADJUSTMENTS ACCOUNT FOR THE WHOLE MOVEMENT.
      ******************************************************************
       3400-FLAG-UNSTATED-MOVEMENT.
           MOVE 1 TO WS-CBAL-SUB.
           ELSE
               MOVE ZERO TO WS-OPENING-BALANCE
           END-IF.
           MOVE WS-CBAL-ADJUSTMENT (WS-CBAL-SUB)
               TO WS-MONTH-ADJUSTMENT.
           COMPUTE WS-EXPECTED-CLOSING =
               WS-OPENING-BALANCE + WS-MONTH-ADJUSTMENT.
           IF WS-EXPECTED-CLOSING NOT =
               WS-CBAL-BALANCE (WS-CBAL-SUB)
               OR WS-MONTH-ADJUSTMENT NOT = ZERO
               MOVE WS-BREAK-CODE TO STMT-CODE
               WRITE STATEMENT-REPORT-RECORD FROM STMT-CODE-LINE
               MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID
               MOVE STMT-REPORT-FILE-STATUS
                   TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF WS-MONTH-ADJUSTMENT NOT = ZERO
                   PERFORM 3350-WRITE-ADJUSTMENT-LINE
               END-IF
               MOVE WS-CBAL-BALANCE (WS-CBAL-SUB)
                   TO STMT-CLOSING-AMOUNT
               MOVE WS-EXPECTED-CLOSING TO STMT-EXPECTED-AMOUNT
               IF WS-EXPECTED-CLOSING =
                   WS-CBAL-BALANCE (WS-CBAL-SUB)
                   MOVE SPACES TO STMT-CLOSING-FLAG
               ELSE
                   MOVE '*NO ACTIVITY*' TO STMT-CLOSING-FLAG
                   ADD 1 TO WS-CODES-OUT-OF-BAL
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
               WRITE STATEMENT-REPORT-RECORD FROM STMT-CLOSING-LINE
               MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID
               MOVE STMT-REPORT-FILE-STATUS
                   TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-CODES-STATED
           END-IF.
      ******************************************************************
      * THE ROLLUP COUNTERPART: A GROUP OR DIVISION WITH NO ACTIVITY
      * ROWS IS STATED WHEN ITS BALANCE MOVED, WHEN A REASSIGNMENT
      * CARRIED A BALANCE IN OR OUT, OR WHEN IT HAD ADJUSTMENTS.
      ******************************************************************
       3500-FLAG-UNSTATED-KEYS.
           MOVE 1 TO WS-KEY-SUB.
           PERFORM UNTIL WS-KEY-SUB > WS-KEY-COUNT
               IF NOT KEY-STATED (WS-KEY-SUB)
                   PERFORM 3550-CHECK-UNSTATED-KEY
               END-IF
               ADD 1 TO WS-KEY-SUB
           END-PERFORM.
      ******************************************************************
       3550-CHECK-UNSTATED-KEY.
           MOVE WS-KEY-ID (WS-KEY-SUB) TO WS-BREAK-CODE.
           MOVE WS-KEY-OPENING (WS-KEY-SUB) TO WS-OPENING-BALANCE.
           MOVE WS-KEY-ADJUSTMENT (WS-KEY-SUB) TO WS-MONTH-ADJUSTMENT.
           MOVE WS-KEY-TRANSFER (WS-KEY-SUB) TO WS-MONTH-TRANSFER.
           COMPUTE WS-EXPECTED-CLOSING =
               WS-OPENING-BALANCE + WS-MONTH-ADJUSTMENT
               + WS-MONTH-TRANSFER.
           IF WS-EXPECTED-CLOSING NOT = WS-KEY-CLOSING (WS-KEY-SUB)
               OR WS-MONTH-ADJUSTMENT NOT = ZERO
               OR WS-MONTH-TRANSFER NOT = ZERO
               MOVE WS-BREAK-CODE TO STMT-CODE
               WRITE STATEMENT-REPORT-RECORD FROM STMT-CODE-LINE
               MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID
               MOVE STMT-REPORT-FILE-STATUS
                   TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               MOVE WS-OPENING-BALANCE TO STMT-OPENING-AMOUNT
               WRITE STATEMENT-REPORT-RECORD FROM STMT-OPENING-LINE
               MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID
               MOVE STMT-REPORT-FILE-STATUS
                   TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF WS-MONTH-TRANSFER NOT = ZERO
                   PERFORM 3360-WRITE-TRANSFER-LINE
               END-IF
               IF WS-MONTH-ADJUSTMENT NOT = ZERO
                   PERFORM 3350-WRITE-ADJUSTMENT-LINE
               END-IF
               MOVE WS-KEY-CLOSING (WS-KEY-SUB) TO STMT-CLOSING-AMOUNT
               MOVE WS-EXPECTED-CLOSING TO STMT-EXPECTED-AMOUNT
               IF WS-EXPECTED-CLOSING = WS-KEY-CLOSING (WS-KEY-SUB)
                   MOVE SPACES TO STMT-CLOSING-FLAG
               ELSE
                   MOVE '*NO ACTIVITY*' TO STMT-CLOSING-FLAG
                   ADD 1 TO WS-CODES-OUT-OF-BAL
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               END-IF
               WRITE STATEMENT-REPORT-RECORD FROM STMT-CLOSING-LINE
               MOVE 'STMTRPT ' TO WS-ERROR-FILE-ID
               MOVE STMT-REPORT-FILE-STATUS
                   TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-CODES-STATED
           END-IF.
      ******************************************************************
       9000-TERMINATE.
