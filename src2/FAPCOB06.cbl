      *          ACCUMULATED DAILY CATEGORY SUMMARY HISTORY AND
      *          PRINTS, FOR EACH TRANSACTION CODE, THE DAILY AMOUNTS
      *          ACROSS THE REPORT MONTH, THE MONTH TOTALS, AND THE
      *          PERCENT CHANGE AGAINST THE PRIOR MONTH.  ROLLUP=GROUP
      *          OR ROLLUP=DIVISION PRINTS THE SAME TREND ONE LEVEL
      *          UP, EACH DAY'S ROWS ROLLED UP THE WAY THE CODES WERE
      *          ASSIGNED ON THAT DAY.  A DAY PROCESSED IN SEVERAL
      *          CYCLES HAS ONE SUMMARY ROW PER CYCLE; THEY ADD UP TO
      *          ONE LINE FOR THE DAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT OPTIONAL HIER-HIST-FILE ASSIGN TO HIERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIER-HIST-FILE-STATUS.
           SELECT TREND-SORT-FILE ASSIGN TO SORTWK01.
       DATA DIVISION.
      ******************************************************************
           02  SUMH-AMOUNT1          PIC S9(13)V99.
           02  SUMH-AMOUNT4          PIC S9(7)V99.
           02  SUMH-AMOUNT5          PIC S9(7)V99.
           02  SUMH-RUN-CYCLE        PIC X(1).
           02  FILLER                PIC X(19).

       FD  TREND-REPORT-FILE
           RECORDING MODE IS F
           02  CAL-YEAR-END-FLAG     PIC X(1).
           02  FILLER                PIC X(53).

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

       SD  TREND-SORT-FILE.
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
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB06'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPMONTH'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  SUMMARY-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           02  TREND-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  HIER-HIST-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
           02  WS-PARM-VALUE-OK-SW   PIC X     VALUE 'Y'.
               88  PARM-VALUE-OK     VALUE 'Y'.
           02  WS-REPORT-MONTH-SRC   PIC X     VALUE 'D'.
           02  WS-ROLLUP-LEVEL       PIC X(8)  VALUE 'CODE'.
               88  ROLLUP-BY-CODE    VALUE 'CODE'.
               88  ROLLUP-BY-GROUP   VALUE 'GROUP'.
               88  ROLLUP-BY-DIVISION VALUE 'DIVISION'.
           02  WS-ROLLUP-SRC         PIC X     VALUE 'D'.
       01  PARM-ECHO-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
           02  WS-PRIOR-YYYYMM-X REDEFINES WS-PRIOR-YYYYMM.
               03  WS-PRIOR-YYYY     PIC 9(4).
               03  WS-PRIOR-MM       PIC 9(2).
      * EACH CODE'S HIERARCHY ROWS SIT TOGETHER IN EFFECTIVE-DATE
      * ORDER IN THE ROW TABLE; THE CODE TABLE POINTS AT THE FIRST.
       01  HIERARCHY-TABLE-FIELDS.
           02  WS-HIER-CODE-MAX      PIC 9(5) VALUE 20000.
           02  WS-HIER-CODE-COUNT    PIC 9(5) VALUE ZERO.
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
      * IN A ROLLUP THE CODES SHARING A GROUP OR DIVISION ON A DAY
      * ARE SUMMED INTO ONE DAILY LINE.
       01  ROLLUP-DAY-FIELDS.
           02  WS-DAY-PENDING-SW     PIC X     VALUE 'N'.
               88  DAY-PENDING       VALUE 'Y'.
           02  WS-DAY-DATE           PIC 9(8)  VALUE ZERO.
           02  WS-DAY-COUNT          PIC 9(9)  VALUE ZERO.
           02  WS-DAY-AMOUNT1        PIC S9(13)V99 VALUE ZERO.
           02  WS-DAY-AMOUNT4        PIC S9(7)V99  VALUE ZERO.
           02  WS-DAY-AMOUNT5        PIC S9(7)V99  VALUE ZERO.
       01  DUPLICATE-DATE-FIELDS.
           02  WS-PREV-DUP-CODE      PIC X(10) VALUE LOW-VALUES.
           02  WS-PREV-DUP-DATE      PIC 9(8)  VALUE ZERO.
           02  WS-PREV-DUP-CYCLE     PIC X(1)  VALUE SPACE.
           02  WS-DUP-DATES-FOUND    PIC 9(9)  VALUE ZERO.
       01  TREND-BREAK-FIELDS.
           02  WS-BREAK-CODE         PIC X(10) VALUE SPACES.
           02  TREND-HDG-YYYY        PIC 9(4).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  TREND-HDG-MM          PIC 9(2).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  TREND-HDG-ROLLUP      PIC X(20) VALUE SPACES.
           02  FILLER                PIC X(70) VALUE SPACES.
       01  TREND-COLUMN-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  TREND-COL-KEY         PIC X(15) VALUE 'CODE'.
           02  FILLER                PIC X(13) VALUE 'RUN DATE'.
           02  FILLER                PIC X(14) VALUE 'TRANS'.
           02  FILLER                PIC X(21) VALUE 'AMOUNT1'.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           SORT TREND-SORT-FILE
               ON ASCENDING KEY SR-ROLLUP-KEY
               ON ASCENDING KEY SR-RUN-DATE
               ON ASCENDING KEY SR-CODE
               ON ASCENDING KEY SR-RUN-CYCLE
               INPUT PROCEDURE IS 2000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 3000-REPORT-TRENDS.
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
           OPEN OUTPUT TREND-REPORT-FILE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CONTEXT-RUN-DATE
               CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                   WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1200-SET-PRIOR-MONTH.
           IF NOT ROLLUP-BY-CODE
               PERFORM 1600-LOAD-HIERARCHY-HISTORY
               MOVE WS-ROLLUP-LEVEL TO TREND-COL-KEY
               STRING 'ROLLUP BY ' DELIMITED BY SIZE
                      WS-ROLLUP-LEVEL DELIMITED BY SPACE
                   INTO TREND-HDG-ROLLUP
               END-STRING
           END-IF.
           MOVE WS-REPORT-YYYY TO TREND-HDG-YYYY.
           MOVE WS-REPORT-MM TO TREND-HDG-MM.
           WRITE TREND-REPORT-RECORD FROM TREND-HEADING-LINE.
                       MOVE WS-PARM-MONTH-X TO WS-REPORT-YYYYMM
                       MOVE 'C' TO WS-REPORT-MONTH-SRC
                   END-IF
               WHEN 'ROLLUP'
                   IF WS-PARM-VALUE = 'CODE' OR 'GROUP' OR 'DIVISION'
                       MOVE WS-PARM-VALUE TO WS-ROLLUP-LEVEL
                       MOVE 'C' TO WS-ROLLUP-SRC
                   ELSE
                       MOVE 'N' TO WS-PARM-VALUE-OK-SW
                       PERFORM 1160-REPORT-PARM-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALUE-OK-SW
                   PERFORM 1160-REPORT-PARM-ERROR
           MOVE 'TRENDRPT' TO WS-ERROR-FILE-ID.
           MOVE TREND-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 'ROLLUP' TO ECHO-KEYWORD.
           MOVE WS-ROLLUP-LEVEL TO ECHO-VALUE.
           IF WS-ROLLUP-SRC = 'C'
               MOVE '(CARD)' TO ECHO-SOURCE
           ELSE
               MOVE '(DEFAULT)' TO ECHO-SOURCE
           END-IF.
           WRITE TREND-REPORT-RECORD FROM PARM-ECHO-LINE.
           MOVE 'TRENDRPT' TO WS-ERROR-FILE-ID.
           MOVE TREND-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE BUSINESS DATE IS AN OPERATIONS DECISION, NOT A WALL-CLOCK
      * ACCIDENT - A CHAIN THAT SLIPS PAST MIDNIGHT STILL RUNS UNDER
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
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
       1200-SET-PRIOR-MONTH.
           IF WS-REPORT-MM = 1
               IF SUMH-RUN-YYYYMM = WS-REPORT-YYYYMM
                   OR SUMH-RUN-YYYYMM = WS-PRIOR-YYYYMM
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
      * EACH ROW ROLLS UP UNDER THE GROUP OR DIVISION ITS CODE WAS
      * ASSIGNED TO ON THE ROW'S OWN RUN DATE, SO A REASSIGNMENT
      * NEVER MOVES A PAST DAY'S AMOUNTS.  BY CODE THE KEY IS THE
      * CODE ITSELF AND THE REPORT IS UNCHANGED.
      ******************************************************************
       2050-SET-ROLLUP-KEY.
           IF ROLLUP-BY-CODE
               MOVE SR-CODE TO SR-ROLLUP-KEY
           ELSE
               MOVE SR-CODE TO WS-HIER-RESOLVE-CODE
               MOVE SR-RUN-DATE TO WS-HIER-AS-OF-DATE
               PERFORM 2100-RESOLVE-HIERARCHY
               MOVE SPACES TO SR-ROLLUP-KEY
               IF ROLLUP-BY-GROUP
                   MOVE WS-HIER-GROUP TO SR-ROLLUP-KEY
               ELSE
                   MOVE WS-HIER-DIVISION TO SR-ROLLUP-KEY
               END-IF
               IF SR-ROLLUP-KEY = SPACES
                   MOVE 'UNASSIGNED' TO SR-ROLLUP-KEY
               END-IF
           END-IF.
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
      * FLAGGED AND EXCLUDED INSTEAD OF SILENTLY ADDED IN.  THE ROWS
      * OF A DAY'S SEVERAL CYCLES ADD UP TO ONE LINE FOR THE DAY.
       3000-REPORT-TRENDS.
           PERFORM 9200-RETURN-SORT-RECORD.
           PERFORM UNTIL END-OF-SORT
               PERFORM 3100-CHECK-CODE-BREAK
               IF SR-CODE = WS-PREV-DUP-CODE
                   AND SR-RUN-DATE = WS-PREV-DUP-DATE
                   AND SR-RUN-CYCLE = WS-PREV-DUP-CYCLE
                   PERFORM 3250-FLAG-DUPLICATE-DATE
               ELSE
                   IF SR-RUN-YYYYMM = WS-PRIOR-YYYYMM
                       ADD SR-AMOUNT1 TO WS-MONTH-AMOUNT1
                       ADD SR-AMOUNT4 TO WS-MONTH-AMOUNT4
                       ADD SR-AMOUNT5 TO WS-MONTH-AMOUNT5
                       PERFORM 3150-ACCUMULATE-ROLLUP-DAY
                   END-IF
               END-IF
               MOVE SR-CODE TO WS-PREV-DUP-CODE
               MOVE SR-RUN-DATE TO WS-PREV-DUP-DATE
               MOVE SR-RUN-CYCLE TO WS-PREV-DUP-CYCLE
               PERFORM 9200-RETURN-SORT-RECORD
           END-PERFORM.
           IF NOT FIRST-RECORD
      ******************************************************************
       3100-CHECK-CODE-BREAK.
           IF NOT FIRST-RECORD
               IF SR-ROLLUP-KEY NOT = WS-BREAK-CODE
                   PERFORM 3300-WRITE-MONTH-TOTAL
               END-IF
           END-IF.
           MOVE 'N' TO WS-FIRST-RECORD-SW.
           MOVE SR-ROLLUP-KEY TO WS-BREAK-CODE.
      ******************************************************************
       3150-ACCUMULATE-ROLLUP-DAY.
           IF DAY-PENDING
               AND SR-RUN-DATE NOT = WS-DAY-DATE
               PERFORM 3160-WRITE-ROLLUP-DAY
           END-IF.
           MOVE 'Y' TO WS-DAY-PENDING-SW.
           MOVE SR-RUN-DATE TO WS-DAY-DATE.
           ADD SR-TRANS-COUNT TO WS-DAY-COUNT.
           ADD SR-AMOUNT1 TO WS-DAY-AMOUNT1.
           ADD SR-AMOUNT4 TO WS-DAY-AMOUNT4.
           ADD SR-AMOUNT5 TO WS-DAY-AMOUNT5.
      ******************************************************************
       3160-WRITE-ROLLUP-DAY.
           MOVE WS-BREAK-CODE TO TREND-CODE.
           MOVE WS-DAY-DATE TO TREND-DATE.
           MOVE WS-DAY-COUNT TO TREND-COUNT.
           MOVE WS-DAY-AMOUNT1 TO TREND-AMOUNT1.
           MOVE WS-DAY-AMOUNT4 TO TREND-AMOUNT4.
           MOVE WS-DAY-AMOUNT5 TO TREND-AMOUNT5.
           WRITE TREND-REPORT-RECORD FROM TREND-DETAIL-LINE.
           MOVE 'TRENDRPT' TO WS-ERROR-FILE-ID.
           MOVE TREND-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 'N' TO WS-DAY-PENDING-SW.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-DAY-AMOUNT1.
           MOVE ZERO TO WS-DAY-AMOUNT4.
           MOVE ZERO TO WS-DAY-AMOUNT5.
      ******************************************************************
       3250-FLAG-DUPLICATE-DATE.
           ADD 1 TO WS-DUP-DATES-FOUND.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       3300-WRITE-MONTH-TOTAL.
           IF DAY-PENDING
               PERFORM 3160-WRITE-ROLLUP-DAY
           END-IF.
           MOVE WS-BREAK-CODE TO TREND-TOT-CODE.
           MOVE WS-MONTH-COUNT TO TREND-TOT-COUNT.
           MOVE WS-MONTH-AMOUNT1 TO TREND-TOT-AMOUNT1.
