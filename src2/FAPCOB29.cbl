       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB29.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          QUARTERLY DORMANT CODE SWEEP.  READS THE CODE MASTER
      *          AND THE CURRENT CODE-BALANCE MASTER GENERATION AND
      *          LISTS EVERY ACTIVE CODE THAT HAS SEEN NO ACTIVITY FOR
      *          LONGER THAN THE PARM-CARD NUMBER OF DAYS.  IDLE CODES
      *          WITH A ZERO BALANCE ARE LISTED SEPARATELY FROM IDLE
      *          CODES STILL CARRYING MONEY, AND A FAPCOB08 DEACTIVATE
      *          CHANGE CARD IS WRITTEN FOR EACH ZERO-BALANCE CODE SO
      *          THE REFERENCE-DATA OWNER ONLY HAS TO APPROVE THE DECK
      *          BEFORE IT IS FED TO CODE MAINTENANCE.  A CODE STILL
      *          CARRYING A BALANCE GETS NO CARD - FAPCOB08 WOULD
      *          REJECT IT - AND IS LISTED FOR THE BALANCE TO BE
      *          CLEARED FIRST.  NOTHING IS CHANGED BY THIS PROGRAM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CODE-MASTER-FILE-STATUS.
           SELECT CURRENT-BALANCE-FILE ASSIGN TO CURRBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CURR-BAL-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT DEACTIVATE-CARD-FILE ASSIGN TO DEACTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEACT-CARD-FILE-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DORM-REPORT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  CODE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CODE-MASTER-RECORD.
           02  CM-CODE               PIC X(10).
           02  CM-DESCRIPTION        PIC X(20).
           02  CM-ACTIVE-FLAG        PIC X(1).
               88  CODE-ACTIVE       VALUE 'A'.
           02  CM-EFF-FROM-DATE      PIC 9(8).
           02  CM-EFF-TO-DATE        PIC 9(8).
           02  CM-GROUP              PIC X(6).
           02  CM-DIVISION           PIC X(4).
           02  CM-HIER-EFF-DATE      PIC 9(8).
           02  FILLER                PIC X(15).

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

      * KEYWORD=VALUE PARAMETER CARDS.  DORMANT-DAYS=NNNN IS THE
      * NUMBER OF DAYS WITHOUT ACTIVITY AFTER WHICH AN ACTIVE CODE IS
      * LISTED; 180 BY DEFAULT.
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

      * FAPCOB08 CHANGE CARD.  ONLY THE ACTION AND THE CODE ARE
      * FILLED IN - A DEACTIVATE NEEDS NOTHING ELSE.
       FD  DEACTIVATE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEACTIVATE-CARD-RECORD.
           02  DEACT-ACTION          PIC X(1).
           02  DEACT-CODE            PIC X(10).
           02  FILLER                PIC X(69).

       FD  DORMANT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DORMANT-REPORT-RECORD     PIC X(133).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  CODE-MASTER-SWITCH PIC X(3).
               88  END-OF-CODE-MASTER VALUE 'EOF'.
           02  CURR-BAL-SWITCH   PIC X(3).
               88  END-OF-CURRENT-BALANCE VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB29'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPDORM '.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  CURR-BAL-FILE-STATUS  PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  DEACT-CARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  DORM-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
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
           02  WS-DORMANT-DAYS       PIC 9(5)  VALUE 180.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
       01  SWEEP-DATE-FIELDS.
           02  WS-RUN-DATE           PIC 9(8)  VALUE ZERO.
           02  WS-RUN-DAY-NUMBER     PIC 9(7)  VALUE ZERO.
           02  WS-IDLE-SINCE-DATE    PIC 9(8)  VALUE ZERO.
           02  WS-IDLE-DAYS          PIC S9(7) VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-CODES-READ         PIC 9(9) VALUE ZERO.
           02  WS-ACTIVE-CODES       PIC 9(9) VALUE ZERO.
           02  WS-IDLE-ZERO-BALANCE  PIC 9(9) VALUE ZERO.
           02  WS-IDLE-WITH-BALANCE  PIC 9(9) VALUE ZERO.
           02  WS-CARDS-WRITTEN      PIC 9(9) VALUE ZERO.
           02  WS-BALANCE-CARRIED    PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * THE CURRENT BALANCES, HELD IN CODE SEQUENCE FOR LOOKUP AS THE
      * CODE MASTER IS READ.
      ******************************************************************
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
               03  WS-CBAL-BALANCE       PIC S9(11)V99.
               03  WS-CBAL-YTD-AMOUNT1   PIC S9(11)V99.
               03  WS-CBAL-LAST-ACTIVITY PIC 9(8).
      ******************************************************************
      * THE IDLE CODES IN CODE-MASTER ORDER, SO EACH SECTION OF THE
      * REPORT CAN BE PRINTED IN TURN.
      ******************************************************************
       01  DORMANT-TABLE-FIELDS.
           02  WS-DORMANT-MAX        PIC 9(5) VALUE 20000.
           02  WS-DORMANT-COUNT      PIC 9(5) VALUE ZERO.
           02  WS-DORMANT-SUB        PIC 9(5) VALUE ZERO.
           02  WS-DORMANT-ENTRY      OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-DORMANT-COUNT.
               03  WS-DM-CODE            PIC X(10).
               03  WS-DM-DESCRIPTION     PIC X(20).
               03  WS-DM-GROUP           PIC X(6).
               03  WS-DM-LAST-ACTIVITY   PIC 9(8).
               03  WS-DM-IDLE-DAYS       PIC 9(7).
               03  WS-DM-BALANCE         PIC S9(11)V99.
               03  WS-DM-YTD-AMOUNT1     PIC S9(11)V99.
               03  WS-DM-ZERO-BALANCE-SW PIC X.
                   88  DORMANT-ZERO-BALANCE VALUE 'Y'.
       01  DORM-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(24) VALUE
               'DORMANT CODE SWEEP AS OF'.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-HDG-RUN-DATE     PIC 9(8).
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'DORMANT AFTER'.
           02  DORM-HDG-DAYS         PIC ZZZZ9.
           02  FILLER                PIC X(5)  VALUE ' DAYS'.
           02  FILLER                PIC X(72) VALUE SPACES.
       01  DORM-SECTION-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-SECTION-TITLE    PIC X(60) VALUE SPACES.
           02  FILLER                PIC X(72) VALUE SPACES.
       01  DORM-COLUMN-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'CODE'.
           02  FILLER                PIC X(21) VALUE 'DESCRIPTION'.
           02  FILLER                PIC X(7)  VALUE 'GROUP'.
           02  FILLER                PIC X(10) VALUE 'LAST ACTV'.
           02  FILLER                PIC X(9)  VALUE '     IDLE'.
           02  FILLER                PIC X(16) VALUE '         BALANCE'.
           02  FILLER                PIC X(16) VALUE '     YTD AMOUNT1'.
           02  FILLER                PIC X(42) VALUE SPACES.
       01  DORM-DETAIL-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-CODE             PIC X(10).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-DESCRIPTION      PIC X(20).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-GROUP            PIC X(6).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-LAST-ACTIVITY    PIC 9(8).
           02  DORM-LAST-ACTIVITY-X REDEFINES DORM-LAST-ACTIVITY
                                     PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  DORM-IDLE-DAYS        PIC Z,ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DORM-YTD-AMOUNT1      PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(42) VALUE SPACES.
       01  DORM-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  DORM-TOTAL-LABEL      PIC X(40).
           02  DORM-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(77) VALUE SPACES.
       01  DORM-AMOUNT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  DORM-AMOUNT-LABEL     PIC X(40).
           02  DORM-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(67) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT END-OF-FILE
               PERFORM 2000-SWEEP-CODE-MASTER
               PERFORM 3000-REPORT-ZERO-BALANCE-CODES
               PERFORM 4000-REPORT-CODES-WITH-BALANCE
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           OPEN OUTPUT DEACTIVATE-CARD-FILE.
           MOVE 'DEACTOUT' TO WS-ERROR-FILE-ID.
           MOVE DEACT-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CONTEXT-RUN-DATE
               CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                   WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1300-LOAD-CURRENT-BALANCES.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           MOVE WS-RUN-DATE TO DORM-HDG-RUN-DATE.
           MOVE WS-DORMANT-DAYS TO DORM-HDG-DAYS.
           WRITE DORMANT-REPORT-RECORD FROM DORM-HEADING-LINE.
           MOVE 'DORMRPT ' TO WS-ERROR-FILE-ID.
           MOVE DORM-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
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
                   WHEN 'DORMANT-DAYS'
                       PERFORM 1120-EDIT-DORMANT-DAYS
                   WHEN OTHER
                       PERFORM 1160-REPORT-PARM-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
       1120-EDIT-DORMANT-DAYS.
           IF WS-PARM-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL (WS-PARM-VALUE) NOT = 0
               PERFORM 1160-REPORT-PARM-ERROR
           ELSE
               IF FUNCTION NUMVAL (WS-PARM-VALUE) < 1
                   OR FUNCTION NUMVAL (WS-PARM-VALUE) > 99999
                   PERFORM 1160-REPORT-PARM-ERROR
               ELSE
                   COMPUTE WS-DORMANT-DAYS =
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
               MOVE CBAL-CURR-BALANCE
                   TO WS-CBAL-BALANCE (WS-CBAL-SUB)
               MOVE CBAL-YTD-AMOUNT1
                   TO WS-CBAL-YTD-AMOUNT1 (WS-CBAL-SUB)
               MOVE CBAL-LAST-ACTIVITY
                   TO WS-CBAL-LAST-ACTIVITY (WS-CBAL-SUB)
           END-IF.
      ******************************************************************
      * THE SWEEP IS DATED BY THE CALENDAR BUSINESS DATE, SO DAYS IDLE
      * ARE COUNTED FROM THE SAME DAY THE LAST POSTING RUN CARRIED.
      * WITHOUT A CALENDAR THE SYSTEM DATE STAYS IN EFFECT, WITH A
      * WARNING.
      ******************************************************************
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
       2000-SWEEP-CODE-MASTER.
           OPEN INPUT CODE-MASTER-FILE.
           IF CODE-MASTER-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO CODE-MASTER-SWITCH
               MOVE 'CODEMAST' TO WS-ERROR-FILE-ID
               MOVE CODE-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-CODE-MASTER
               READ CODE-MASTER-FILE
                   AT END
                       MOVE 'EOF' TO CODE-MASTER-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CODES-READ
                       IF CODE-ACTIVE
                           ADD 1 TO WS-ACTIVE-CODES
                           PERFORM 2100-CHECK-ACTIVE-CODE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'CODEMAST' TO WS-ERROR-FILE-ID.
           MOVE CODE-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE CODE-MASTER-FILE.
           IF WS-CODES-READ = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'CODE MASTER IS EMPTY - NOTHING SWEPT'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * A CODE IS IDLE FROM ITS LAST ACTIVITY ON THE BALANCE MASTER.
      * A CODE THAT HAS NEVER POSTED HAS NO BALANCE RECORD, OR ONE
      * WITH NO ACTIVITY DATE, AND IS IDLE FROM THE DAY IT TOOK
      * EFFECT, SO A CODE SET UP AHEAD OF ITS FIRST BUSINESS IS NOT
      * SWEPT UNTIL IT HAS HAD THE FULL NUMBER OF DAYS TO BE USED.
      ******************************************************************
       2100-CHECK-ACTIVE-CODE.
           MOVE 'N' TO WS-CBAL-FOUND-SW.
           IF WS-CBAL-COUNT > 0
               SEARCH ALL WS-CBAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CBAL-CODE (WS-CBAL-IX) = CM-CODE
                       MOVE 'Y' TO WS-CBAL-FOUND-SW
                       SET WS-CBAL-SUB TO WS-CBAL-IX
               END-SEARCH
           END-IF.
           MOVE ZERO TO WS-IDLE-SINCE-DATE.
           IF CURRENT-BALANCE-FOUND
               IF WS-CBAL-LAST-ACTIVITY (WS-CBAL-SUB) NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (WS-CBAL-LAST-ACTIVITY (WS-CBAL-SUB)) = 0
                   MOVE WS-CBAL-LAST-ACTIVITY (WS-CBAL-SUB)
                       TO WS-IDLE-SINCE-DATE
               END-IF
           END-IF.
           IF WS-IDLE-SINCE-DATE = ZERO
               IF CM-EFF-FROM-DATE NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (CM-EFF-FROM-DATE) = 0
                   MOVE CM-EFF-FROM-DATE TO WS-IDLE-SINCE-DATE
               END-IF
           END-IF.
           IF WS-IDLE-SINCE-DATE = ZERO
               MOVE WS-DORMANT-DAYS TO WS-IDLE-DAYS
               ADD 1 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (WS-IDLE-SINCE-DATE)
           END-IF.
           IF WS-IDLE-DAYS > WS-DORMANT-DAYS
               PERFORM 2200-ADD-DORMANT-ENTRY
           END-IF.
      ******************************************************************
       2200-ADD-DORMANT-ENTRY.
           IF WS-DORMANT-COUNT >= WS-DORMANT-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'DORMANT CODE TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-DORMANT-COUNT
               MOVE WS-DORMANT-COUNT TO WS-DORMANT-SUB
               MOVE CM-CODE TO WS-DM-CODE (WS-DORMANT-SUB)
               MOVE CM-DESCRIPTION TO WS-DM-DESCRIPTION (WS-DORMANT-SUB)
               MOVE CM-GROUP TO WS-DM-GROUP (WS-DORMANT-SUB)
               IF CURRENT-BALANCE-FOUND
                   MOVE WS-CBAL-BALANCE (WS-CBAL-SUB)
                       TO WS-DM-BALANCE (WS-DORMANT-SUB)
                   MOVE WS-CBAL-YTD-AMOUNT1 (WS-CBAL-SUB)
                       TO WS-DM-YTD-AMOUNT1 (WS-DORMANT-SUB)
                   MOVE WS-CBAL-LAST-ACTIVITY (WS-CBAL-SUB)
                       TO WS-DM-LAST-ACTIVITY (WS-DORMANT-SUB)
               ELSE
                   MOVE ZERO TO WS-DM-BALANCE (WS-DORMANT-SUB)
                   MOVE ZERO TO WS-DM-YTD-AMOUNT1 (WS-DORMANT-SUB)
                   MOVE ZERO TO WS-DM-LAST-ACTIVITY (WS-DORMANT-SUB)
               END-IF
               IF WS-DM-LAST-ACTIVITY (WS-DORMANT-SUB) NOT NUMERIC
                   MOVE ZERO TO WS-DM-LAST-ACTIVITY (WS-DORMANT-SUB)
               END-IF
               MOVE WS-IDLE-DAYS TO WS-DM-IDLE-DAYS (WS-DORMANT-SUB)
               IF WS-DM-BALANCE (WS-DORMANT-SUB) = ZERO
                   MOVE 'Y' TO WS-DM-ZERO-BALANCE-SW (WS-DORMANT-SUB)
                   ADD 1 TO WS-IDLE-ZERO-BALANCE
               ELSE
                   MOVE 'N' TO WS-DM-ZERO-BALANCE-SW (WS-DORMANT-SUB)
                   ADD 1 TO WS-IDLE-WITH-BALANCE
                   ADD WS-DM-BALANCE (WS-DORMANT-SUB)
                       TO WS-BALANCE-CARRIED
               END-IF
           END-IF.
      ******************************************************************
      * EVERY IDLE CODE WITH NOTHING ON IT IS PROPOSED FOR
      * DEACTIVATION - ONE FAPCOB08 'D' CARD PER CODE, IN THE SAME
      * ORDER AS THE LIST THE OWNER APPROVES.
      ******************************************************************
       3000-REPORT-ZERO-BALANCE-CODES.
           MOVE 'IDLE CODES WITH ZERO BALANCE - DEACTIVATION PROPOSED'
               TO DORM-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION-HEADINGS.
           MOVE 1 TO WS-DORMANT-SUB.
           PERFORM UNTIL WS-DORMANT-SUB > WS-DORMANT-COUNT
               IF DORMANT-ZERO-BALANCE (WS-DORMANT-SUB)
                   PERFORM 8200-WRITE-DORMANT-LINE
                   PERFORM 3100-WRITE-DEACTIVATE-CARD
               END-IF
               ADD 1 TO WS-DORMANT-SUB
           END-PERFORM.
      ******************************************************************
       3100-WRITE-DEACTIVATE-CARD.
           MOVE SPACES TO DEACTIVATE-CARD-RECORD.
           MOVE 'D' TO DEACT-ACTION.
           MOVE WS-DM-CODE (WS-DORMANT-SUB) TO DEACT-CODE.
           WRITE DEACTIVATE-CARD-RECORD.
           MOVE 'DEACTOUT' TO WS-ERROR-FILE-ID.
           MOVE DEACT-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-CARDS-WRITTEN.
      ******************************************************************
      * AN IDLE CODE STILL CARRYING MONEY CANNOT BE DEACTIVATED UNTIL
      * ITS BALANCE IS CLEARED, SO IT IS LISTED WITHOUT A CARD.
      ******************************************************************
       4000-REPORT-CODES-WITH-BALANCE.
           MOVE 'IDLE CODES STILL CARRYING A BALANCE - CLEAR FIRST'
               TO DORM-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION-HEADINGS.
           MOVE 1 TO WS-DORMANT-SUB.
           PERFORM UNTIL WS-DORMANT-SUB > WS-DORMANT-COUNT
               IF NOT DORMANT-ZERO-BALANCE (WS-DORMANT-SUB)
                   PERFORM 8200-WRITE-DORMANT-LINE
               END-IF
               ADD 1 TO WS-DORMANT-SUB
           END-PERFORM.
           IF WS-IDLE-WITH-BALANCE > ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               MOVE WS-IDLE-WITH-BALANCE TO DORM-TOTAL-COUNT
               STRING 'IDLE CODES STILL CARRYING A BALANCE:'
                          DELIMITED BY SIZE
                      DORM-TOTAL-COUNT DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       8100-WRITE-SECTION-HEADINGS.
           WRITE DORMANT-REPORT-RECORD FROM DORM-SECTION-LINE.
           MOVE 'DORMRPT ' TO WS-ERROR-FILE-ID.
           MOVE DORM-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE DORMANT-REPORT-RECORD FROM DORM-COLUMN-LINE.
           MOVE 'DORMRPT ' TO WS-ERROR-FILE-ID.
           MOVE DORM-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * A CODE THAT HAS NEVER POSTED SHOWS NO LAST-ACTIVITY DATE.
      ******************************************************************
       8200-WRITE-DORMANT-LINE.
           MOVE WS-DM-CODE (WS-DORMANT-SUB) TO DORM-CODE.
           MOVE WS-DM-DESCRIPTION (WS-DORMANT-SUB) TO DORM-DESCRIPTION.
           MOVE WS-DM-GROUP (WS-DORMANT-SUB) TO DORM-GROUP.
           IF WS-DM-LAST-ACTIVITY (WS-DORMANT-SUB) = ZERO
               MOVE 'NEVER' TO DORM-LAST-ACTIVITY-X
           ELSE
               MOVE WS-DM-LAST-ACTIVITY (WS-DORMANT-SUB)
                   TO DORM-LAST-ACTIVITY
           END-IF.
           MOVE WS-DM-IDLE-DAYS (WS-DORMANT-SUB) TO DORM-IDLE-DAYS.
           MOVE WS-DM-BALANCE (WS-DORMANT-SUB) TO DORM-BALANCE.
           MOVE WS-DM-YTD-AMOUNT1 (WS-DORMANT-SUB) TO DORM-YTD-AMOUNT1.
           WRITE DORMANT-REPORT-RECORD FROM DORM-DETAIL-LINE.
           MOVE 'DORMRPT ' TO WS-ERROR-FILE-ID.
           MOVE DORM-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9000-TERMINATE.
           IF NOT PARM-CARD-ERROR
               MOVE 'CODES ON MASTER:' TO DORM-TOTAL-LABEL
               MOVE WS-CODES-READ TO DORM-TOTAL-COUNT
               PERFORM 9400-WRITE-DORMANT-TOTAL
               MOVE 'ACTIVE CODES:' TO DORM-TOTAL-LABEL
               MOVE WS-ACTIVE-CODES TO DORM-TOTAL-COUNT
               PERFORM 9400-WRITE-DORMANT-TOTAL
               MOVE 'IDLE CODES WITH ZERO BALANCE:' TO DORM-TOTAL-LABEL
               MOVE WS-IDLE-ZERO-BALANCE TO DORM-TOTAL-COUNT
               PERFORM 9400-WRITE-DORMANT-TOTAL
               MOVE 'DEACTIVATE CARDS WRITTEN:' TO DORM-TOTAL-LABEL
               MOVE WS-CARDS-WRITTEN TO DORM-TOTAL-COUNT
               PERFORM 9400-WRITE-DORMANT-TOTAL
               MOVE 'IDLE CODES STILL CARRYING A BALANCE:'
                   TO DORM-TOTAL-LABEL
               MOVE WS-IDLE-WITH-BALANCE TO DORM-TOTAL-COUNT
               PERFORM 9400-WRITE-DORMANT-TOTAL
               MOVE 'BALANCE CARRIED BY IDLE CODES:'
                   TO DORM-AMOUNT-LABEL
               MOVE WS-BALANCE-CARRIED TO DORM-AMOUNT
               WRITE DORMANT-REPORT-RECORD FROM DORM-AMOUNT-LINE
               MOVE 'DORMRPT ' TO WS-ERROR-FILE-ID
               MOVE DORM-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           CLOSE DEACTIVATE-CARD-FILE.
           CLOSE DORMANT-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB29 DORMANT CODE SWEEP ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB29 DORMANT CODE SWEEP RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9400-WRITE-DORMANT-TOTAL.
           WRITE DORMANT-REPORT-RECORD FROM DORM-TOTAL-LINE.
           MOVE 'DORMRPT ' TO WS-ERROR-FILE-ID.
           MOVE DORM-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
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
