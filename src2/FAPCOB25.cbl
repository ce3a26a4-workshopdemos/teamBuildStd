       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB25.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          STANDING-ORDER TRANSACTION GENERATOR.  READS THE
      *          STANDING-ORDER MASTER AND, AGAINST THE PROCESSING
      *          CALENDAR, WRITES A TRANSACTION FOR EVERY ORDER THAT
      *          FALLS DUE ON OR BEFORE THE BUSINESS DATE.  A DUE
      *          DATE ON A WEEKEND OR HOLIDAY ROLLS TO A BUSINESS DAY
      *          BY THE ORDER'S OWN RULE.  THE TRANSACTIONS GO TO THE
      *          CONSOLIDATION STEP AS A FEED OF THEIR OWN, EACH DUE
      *          DATE IS ADVANCED ON THE NEW MASTER GENERATION, AND A
      *          SCHEDULE LISTS WHAT WAS CREATED AND WHAT FALLS DUE
      *          OVER THE NEXT 30 DAYS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDER-MASTER-FILE ASSIGN TO SOMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-MASTER-FILE-STATUS.
           SELECT NEW-ORDER-FILE ASSIGN TO SONEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ORDER-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT ORDER-TRANS-FILE ASSIGN TO STORDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-TRANS-FILE-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO SORDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCHEDULE-REPORT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * STANDING-ORDER MASTER - SEE FAPCOB24, WHICH MAINTAINS IT.
      * THE NEXT DUE DATE IS THE SCHEDULED DATE BEFORE ANY ROLL.
       FD  ORDER-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ORDER-MASTER-RECORD.
           02  SO-CODE               PIC X(10).
           02  SO-ORDER-NO           PIC X(4).
           02  SO-DESCRIPTION        PIC X(20).
           02  SO-AMOUNT             PIC 9(8)V99.
           02  SO-TYPE-IND           PIC X(1).
           02  SO-FREQUENCY          PIC X(1).
           02  SO-ROLL-RULE          PIC X(1).
           02  SO-NEXT-DUE-DATE      PIC 9(8).
           02  SO-END-DATE           PIC 9(8).
           02  SO-DUE-DAY            PIC 9(2).
           02  SO-STATUS             PIC X(1).
           02  SO-LAST-GENERATED     PIC 9(8).
           02  FILLER                PIC X(6).

       FD  NEW-ORDER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-ORDER-RECORD.
           02  NSO-CODE              PIC X(10).
           02  NSO-ORDER-NO          PIC X(4).
           02  NSO-DESCRIPTION       PIC X(20).
           02  NSO-AMOUNT            PIC 9(8)V99.
           02  NSO-TYPE-IND          PIC X(1).
           02  NSO-FREQUENCY         PIC X(1).
           02  NSO-ROLL-RULE         PIC X(1).
           02  NSO-NEXT-DUE-DATE     PIC 9(8).
           02  NSO-END-DATE          PIC 9(8).
           02  NSO-DUE-DAY           PIC 9(2).
           02  NSO-STATUS            PIC X(1).
           02  NSO-LAST-GENERATED    PIC 9(8).
           02  FILLER                PIC X(6).

      * PROCESSING CALENDAR CONTROL FILE.  THE C RECORD CARRIES THE
      * BUSINESS DATE.  THIS PROGRAM ALSO READS THE H RECORDS
      * (HOLIDAYS) AND B RECORDS (BUSINESS DAYS, WHICH OVERRIDE A
      * WEEKEND) TO DECIDE WHETHER A DUE DATE MUST ROLL.
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

      * GENERATED TRANSACTIONS IN THE DAILY TRANSACTION LAYOUT,
      * BETWEEN A HEADER AND A TRAILER LABEL, IN CODE/ORDER SEQUENCE
      * FOR THE CONSOLIDATION STEP'S STANDING-ORDER FEED.
       FD  ORDER-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ORDER-TRANS-RECORD.
           02  TR-TRANS-DATE         PIC 9(8).
           02  TR-CODE               PIC X(10).
           02  TR-DESCRIPTION        PIC X(20).
           02  TR-AMOUNT1            PIC S9(8)V99.
           02  TR-AMOUNT4            PIC S9(6)V99.
           02  TR-AMOUNT5            PIC S9(6)V99.
           02  TR-TYPE-IND           PIC X(1).
           02  TR-REGION-ID          PIC X(3).
           02  FILLER                PIC X(12).
       01  ORDER-HEADER-RECORD.
           02  SH-RECORD-ID          PIC X(3).
           02  SH-EXTRACT-DATE       PIC 9(8).
           02  SH-SOURCE-SYSTEM      PIC X(8).
           02  FILLER                PIC X(61).
       01  ORDER-TRAILER-RECORD.
           02  ST-RECORD-ID          PIC X(3).
           02  ST-RECORD-COUNT       PIC 9(9).
           02  ST-HASH-TOTAL         PIC S9(13)V99.
           02  FILLER                PIC X(53).

       FD  SCHEDULE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SCHEDULE-REPORT-RECORD    PIC X(133).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  ORDER-MASTER-SWITCH PIC X(3).
               88  END-OF-ORDER-MASTER VALUE 'EOF'.
           02  WS-ORDER-REGION   PIC X(3)  VALUE 'STO'.
           02  WS-ORDER-SOURCE   PIC X(8)  VALUE 'STANDORD'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
       01  FILE-STATUS-FIELDS.
           02  ORDER-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-ORDER-FILE-STATUS PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  ORDER-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           02  SCHEDULE-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-TABLE-OVERFLOW      VALUE 8.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  RUN-COUNTERS.
           02  WS-ORDERS-READ        PIC 9(9) VALUE ZERO.
           02  WS-ORDERS-WRITTEN     PIC 9(9) VALUE ZERO.
           02  WS-ORDERS-ENDED       PIC 9(9) VALUE ZERO.
           02  WS-TRANS-WRITTEN      PIC 9(9) VALUE ZERO.
           02  WS-UPCOMING-COUNT     PIC 9(9) VALUE ZERO.
       01  ORDER-TOTAL-FIELDS.
           02  WS-TOTAL-DEBITS       PIC S9(11)V99 VALUE ZERO.
           02  WS-TOTAL-CREDITS      PIC S9(11)V99 VALUE ZERO.
           02  WS-UPCOMING-DEBITS    PIC S9(11)V99 VALUE ZERO.
           02  WS-UPCOMING-CREDITS   PIC S9(11)V99 VALUE ZERO.
           02  WS-TRANS-HASH-TOTAL   PIC S9(13)V99 VALUE ZERO.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * HOLIDAYS AND DECLARED BUSINESS DAYS FROM THE CALENDAR, IN
      * DATE SEQUENCE.  A DATE NOT LISTED IS A BUSINESS DAY UNLESS IT
      * FALLS ON A SATURDAY OR SUNDAY.
      ******************************************************************
       01  CALENDAR-DAY-TABLE-FIELDS.
           02  WS-CALDAY-MAX         PIC 9(5) VALUE 2000.
           02  WS-CALDAY-COUNT       PIC 9(5) VALUE ZERO.
           02  WS-CALDAY-SUB         PIC 9(5) VALUE ZERO.
           02  WS-CALDAY-SLOT-SW     PIC X    VALUE 'N'.
               88  CALDAY-SLOT-FOUND VALUE 'Y'.
           02  WS-CALDAY-ENTRY       OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CALDAY-COUNT
                   ASCENDING KEY IS WS-CD-DATE
                   INDEXED BY WS-CD-IX.
               03  WS-CD-DATE            PIC 9(8).
               03  WS-CD-TYPE            PIC X(1).
       01  DATE-WORK-FIELDS.
           02  WS-CURRENT-DATE.
               03  WS-CURRENT-YYYY   PIC 9(4).
               03  WS-CURRENT-MM     PIC 9(2).
               03  WS-CURRENT-DD     PIC 9(2).
           02  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                     PIC 9(8).
           02  WS-HORIZON-DATE       PIC 9(8)  VALUE ZERO.
           02  WS-TEST-DATE          PIC 9(8)  VALUE ZERO.
           02  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.
               03  WS-TEST-YYYY      PIC 9(4).
               03  WS-TEST-MM        PIC 9(2).
               03  WS-TEST-DD        PIC 9(2).
           02  WS-BUSINESS-DAY-SW    PIC X     VALUE 'Y'.
               88  BUSINESS-DAY      VALUE 'Y'.
           02  WS-DAY-INTEGER        PIC 9(9)  VALUE ZERO.
           02  WS-DAY-OF-WEEK        PIC 9(1)  VALUE ZERO.
           02  WS-ROLL-TRIES         PIC 9(3)  VALUE ZERO.
           02  WS-SCHED-DATE         PIC 9(8)  VALUE ZERO.
           02  WS-SCHED-DATE-X REDEFINES WS-SCHED-DATE.
               03  WS-SCHED-YYYY     PIC 9(4).
               03  WS-SCHED-MM       PIC 9(2).
               03  WS-SCHED-DD       PIC 9(2).
           02  WS-ROLLED-DATE        PIC 9(8)  VALUE ZERO.
           02  WS-ROLL-RULE          PIC X(1)  VALUE SPACES.
               88  ROLL-FOLLOWING    VALUE 'F'.
               88  ROLL-PRECEDING    VALUE 'P'.
               88  ROLL-MODIFIED     VALUE 'M'.
           02  WS-FREQUENCY          PIC X(1)  VALUE SPACES.
               88  FREQ-DAILY        VALUE 'D'.
               88  FREQ-WEEKLY       VALUE 'W'.
               88  FREQ-MONTHLY      VALUE 'M'.
               88  FREQ-QUARTERLY    VALUE 'Q'.
               88  FREQ-ANNUAL       VALUE 'A'.
           02  WS-DUE-DAY            PIC 9(2)  VALUE ZERO.
           02  WS-MONTHS-TO-ADD      PIC 9(2)  VALUE ZERO.
           02  WS-MONTH-WORK         PIC 9(3)  VALUE ZERO.
           02  WS-MONTH-FIRST.
               03  WS-MONTH-FIRST-YYYY PIC 9(4).
               03  WS-MONTH-FIRST-MM PIC 9(2).
               03  WS-MONTH-FIRST-DD PIC 9(2).
           02  WS-MONTH-FIRST-NUM REDEFINES WS-MONTH-FIRST
                                     PIC 9(8).
           02  WS-MONTH-LAST-DATE    PIC 9(8)  VALUE ZERO.
           02  WS-MONTH-LAST-X REDEFINES WS-MONTH-LAST-DATE.
               03  FILLER            PIC 9(6).
               03  WS-MONTH-LAST-DD  PIC 9(2).
       01  GENERATION-WORK-FIELDS.
           02  WS-OCCURRENCES        PIC 9(5)  VALUE ZERO.
           02  WS-MAX-CATCH-UP       PIC 9(5)  VALUE 400.
           02  WS-MAX-UPCOMING       PIC 9(5)  VALUE 40.
           02  WS-ORDER-DONE-SW      PIC X     VALUE 'N'.
               88  ORDER-DONE        VALUE 'Y'.
           02  WS-SCHEDULE-NOTE      PIC X(22) VALUE SPACES.
      ******************************************************************
      * THE STANDING-ORDER MASTER, HELD IN CODE/ORDER SEQUENCE.
      ******************************************************************
       01  ORDER-TABLE-FIELDS.
           02  WS-ORDER-MAX          PIC 9(5) VALUE 20000.
           02  WS-ORDER-COUNT        PIC 9(5) VALUE ZERO.
           02  WS-ORDER-SUB          PIC 9(5) VALUE ZERO.
           02  WS-ORDER-ENTRY        OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ORDER-COUNT.
               03  WS-SO-CODE            PIC X(10).
               03  WS-SO-ORDER-NO        PIC X(4).
               03  WS-SO-DESCRIPTION     PIC X(20).
               03  WS-SO-AMOUNT          PIC 9(8)V99.
               03  WS-SO-TYPE-IND        PIC X(1).
               03  WS-SO-FREQUENCY       PIC X(1).
               03  WS-SO-ROLL-RULE       PIC X(1).
               03  WS-SO-NEXT-DUE-DATE   PIC 9(8).
               03  WS-SO-END-DATE        PIC 9(8).
               03  WS-SO-DUE-DAY         PIC 9(2).
               03  WS-SO-STATUS          PIC X(1).
                   88  SO-ACTIVE         VALUE 'A'.
               03  WS-SO-LAST-GENERATED  PIC 9(8).
       01  SCHEDULE-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(23) VALUE
               'STANDING-ORDER SCHEDULE'.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'BUSINESS DATE:'.
           02  SCH-HDG-DATE          PIC 9999/99/99.
           02  FILLER                PIC X(79) VALUE SPACES.
       01  SCHEDULE-SECTION-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  SCH-SECTION-TITLE     PIC X(40).
           02  SCH-SECTION-DATE      PIC 9999/99/99.
           02  FILLER                PIC X(82) VALUE SPACES.
       01  SCHEDULE-COLUMN-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(17) VALUE 'CODE/ORDER'.
           02  FILLER                PIC X(22) VALUE 'DESCRIPTION'.
           02  FILLER                PIC X(15) VALUE '       AMOUNT'.
           02  FILLER                PIC X(3)  VALUE 'T'.
           02  FILLER                PIC X(3)  VALUE 'F'.
           02  FILLER                PIC X(12) VALUE 'SCHEDULED'.
           02  FILLER                PIC X(12) VALUE 'POSTS ON'.
           02  FILLER                PIC X(22) VALUE 'NOTE'.
           02  FILLER                PIC X(22) VALUE SPACES.
       01  SCHEDULE-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  SCH-LINE-CODE         PIC X(10).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  SCH-LINE-ORDER-NO     PIC X(4).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SCH-LINE-DESC         PIC X(20).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SCH-LINE-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SCH-LINE-TYPE         PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SCH-LINE-FREQUENCY    PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SCH-LINE-SCHEDULED    PIC 9999/99/99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SCH-LINE-POSTS-ON     PIC 9999/99/99.
           02  SCH-LINE-POSTS-ON-X REDEFINES SCH-LINE-POSTS-ON
                                     PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SCH-LINE-NOTE         PIC X(22).
           02  FILLER                PIC X(22) VALUE SPACES.
       01  SCHEDULE-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  SCH-TOTAL-LABEL       PIC X(20).
           02  SCH-TOTAL-COUNT       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'DEBITS:'.
           02  SCH-TOTAL-DEBITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(9)  VALUE 'CREDITS:'.
           02  SCH-TOTAL-CREDITS     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(32) VALUE SPACES.
       01  SCHEDULE-COUNT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  SCH-COUNT-LABEL       PIC X(20).
           02  SCH-COUNT-VALUE       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(97) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ORDER-MASTER.
           PERFORM 3000-GENERATE-DUE-ORDERS.
           PERFORM 4000-PROJECT-SCHEDULE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CURRENT-DATE
           END-IF.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM) + 30.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
               TO WS-HORIZON-DATE.
           OPEN OUTPUT NEW-ORDER-FILE.
           OPEN OUTPUT ORDER-TRANS-FILE.
           OPEN OUTPUT SCHEDULE-REPORT-FILE.
           MOVE WS-CURRENT-DATE-NUM TO SCH-HDG-DATE.
           WRITE SCHEDULE-REPORT-RECORD FROM SCHEDULE-HEADING-LINE.
           MOVE 'SORDRPT ' TO WS-ERROR-FILE-ID.
           MOVE SCHEDULE-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE SPACES TO ORDER-HEADER-RECORD.
           MOVE 'HDR' TO SH-RECORD-ID.
           MOVE WS-CURRENT-DATE-NUM TO SH-EXTRACT-DATE.
           MOVE WS-ORDER-SOURCE TO SH-SOURCE-SYSTEM.
           WRITE ORDER-HEADER-RECORD.
           MOVE 'STORDOUT' TO WS-ERROR-FILE-ID.
           MOVE ORDER-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE BUSINESS DATE COMES FROM THE CALENDAR'S C RECORD; THE H
      * AND B RECORDS ARE KEPT FOR THE BUSINESS-DAY TEST.  WITHOUT A
      * CALENDAR THE SYSTEM DATE STAYS IN EFFECT AND ONLY WEEKENDS
      * ROLL, WITH A WARNING.
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
                       PERFORM 1550-CLASSIFY-CALENDAR-RECORD
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
       1550-CLASSIFY-CALENDAR-RECORD.
           IF CAL-BUSINESS-DATE NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD (CAL-BUSINESS-DATE) = 0
               EVALUATE TRUE
                   WHEN CALENDAR-CONTROL
                       MOVE 'Y' TO WS-CALENDAR-SW
                       MOVE CAL-BUSINESS-DATE TO WS-CAL-BUSINESS-DATE
                   WHEN CALENDAR-HOLIDAY
                       PERFORM 1560-INSERT-CALENDAR-DAY
                   WHEN CALENDAR-BUS-DAY
                       PERFORM 1560-INSERT-CALENDAR-DAY
               END-EVALUATE
           END-IF.
      ******************************************************************
       1560-INSERT-CALENDAR-DAY.
           IF WS-CALDAY-COUNT >= WS-CALDAY-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'CALENDAR DAY TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-CALDAY-COUNT
               MOVE WS-CALDAY-COUNT TO WS-CALDAY-SUB
               MOVE 'N' TO WS-CALDAY-SLOT-SW
               PERFORM UNTIL CALDAY-SLOT-FOUND
                   IF WS-CALDAY-SUB = 1
                       MOVE 'Y' TO WS-CALDAY-SLOT-SW
                   ELSE
                       IF WS-CD-DATE (WS-CALDAY-SUB - 1) >
                           CAL-BUSINESS-DATE
                           MOVE WS-CALDAY-ENTRY (WS-CALDAY-SUB - 1)
                               TO WS-CALDAY-ENTRY (WS-CALDAY-SUB)
                           SUBTRACT 1 FROM WS-CALDAY-SUB
                       ELSE
                           MOVE 'Y' TO WS-CALDAY-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CAL-BUSINESS-DATE TO WS-CD-DATE (WS-CALDAY-SUB)
               MOVE CAL-RECORD-TYPE TO WS-CD-TYPE (WS-CALDAY-SUB)
           END-IF.
      ******************************************************************
      * FAPCOB24 WRITES THE MASTER IN CODE/ORDER SEQUENCE, SO IT LOADS
      * STRAIGHT INTO THE TABLE AND THE GENERATED TRANSACTIONS COME
      * OUT IN CODE SEQUENCE.  THE FIRST RUN HAS NO MASTER YET.
      ******************************************************************
       2000-LOAD-ORDER-MASTER.
           OPEN INPUT ORDER-MASTER-FILE.
           IF ORDER-MASTER-FILE-STATUS NOT = '00'
               AND ORDER-MASTER-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO ORDER-MASTER-SWITCH
               MOVE 'SOMAST  ' TO WS-ERROR-FILE-ID
               MOVE ORDER-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-ORDER-MASTER
               READ ORDER-MASTER-FILE
                   AT END
                       MOVE 'EOF' TO ORDER-MASTER-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       PERFORM 2100-LOAD-ORDER-ENTRY
               END-READ
           END-PERFORM.
           MOVE 'SOMAST  ' TO WS-ERROR-FILE-ID.
           MOVE ORDER-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE ORDER-MASTER-FILE.
      ******************************************************************
       2100-LOAD-ORDER-ENTRY.
           IF WS-ORDER-COUNT >= WS-ORDER-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'STANDING-ORDER TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-ORDER-COUNT TO WS-ORDER-SUB
               MOVE SO-CODE TO WS-SO-CODE (WS-ORDER-SUB)
               MOVE SO-ORDER-NO TO WS-SO-ORDER-NO (WS-ORDER-SUB)
               MOVE SO-DESCRIPTION
                   TO WS-SO-DESCRIPTION (WS-ORDER-SUB)
               MOVE SO-AMOUNT TO WS-SO-AMOUNT (WS-ORDER-SUB)
               MOVE SO-TYPE-IND TO WS-SO-TYPE-IND (WS-ORDER-SUB)
               MOVE SO-FREQUENCY TO WS-SO-FREQUENCY (WS-ORDER-SUB)
               MOVE SO-ROLL-RULE TO WS-SO-ROLL-RULE (WS-ORDER-SUB)
               MOVE SO-NEXT-DUE-DATE
                   TO WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB)
               MOVE SO-END-DATE TO WS-SO-END-DATE (WS-ORDER-SUB)
               MOVE SO-DUE-DAY TO WS-SO-DUE-DAY (WS-ORDER-SUB)
               MOVE SO-STATUS TO WS-SO-STATUS (WS-ORDER-SUB)
               MOVE SO-LAST-GENERATED
                   TO WS-SO-LAST-GENERATED (WS-ORDER-SUB)
           END-IF.
      ******************************************************************
       3000-GENERATE-DUE-ORDERS.
           MOVE 'TRANSACTIONS CREATED THIS RUN' TO SCH-SECTION-TITLE.
           MOVE WS-CURRENT-DATE-NUM TO SCH-SECTION-DATE.
           PERFORM 8100-WRITE-SECTION-HEADING.
           MOVE 1 TO WS-ORDER-SUB.
           PERFORM UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF SO-ACTIVE (WS-ORDER-SUB)
                   PERFORM 3100-GENERATE-ORDER
               END-IF
               ADD 1 TO WS-ORDER-SUB
           END-PERFORM.
           MOVE 'CREATED:' TO SCH-TOTAL-LABEL.
           MOVE WS-TRANS-WRITTEN TO SCH-TOTAL-COUNT.
           MOVE WS-TOTAL-DEBITS TO SCH-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO SCH-TOTAL-CREDITS.
           PERFORM 8300-WRITE-TOTAL-LINE.
      ******************************************************************
      * EVERY OCCURRENCE WHOSE ROLLED DATE HAS ARRIVED IS GENERATED
      * AND THE SCHEDULED DATE ADVANCED, SO AN ORDER THAT FELL DUE
      * WHILE THE CHAIN DID NOT RUN IS CAUGHT UP.  AN ORDER WHOSE NEXT
      * SCHEDULED DATE IS PAST ITS END DATE IS ENDED.
      ******************************************************************
       3100-GENERATE-ORDER.
           MOVE ZERO TO WS-OCCURRENCES.
           MOVE 'N' TO WS-ORDER-DONE-SW.
           MOVE WS-SO-FREQUENCY (WS-ORDER-SUB) TO WS-FREQUENCY.
           MOVE WS-SO-ROLL-RULE (WS-ORDER-SUB) TO WS-ROLL-RULE.
           MOVE WS-SO-DUE-DAY (WS-ORDER-SUB) TO WS-DUE-DAY.
           MOVE WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB) TO WS-SCHED-DATE.
           IF WS-SCHED-DATE = ZERO
               MOVE 'Y' TO WS-ORDER-DONE-SW
           END-IF.
           PERFORM UNTIL ORDER-DONE
               IF WS-SO-END-DATE (WS-ORDER-SUB) NOT = ZERO
                   AND WS-SCHED-DATE > WS-SO-END-DATE (WS-ORDER-SUB)
                   PERFORM 3300-END-ORDER
                   MOVE 'Y' TO WS-ORDER-DONE-SW
               ELSE
                   PERFORM 7100-ROLL-DUE-DATE
                   IF WS-ROLLED-DATE > WS-CURRENT-DATE-NUM
                       MOVE 'Y' TO WS-ORDER-DONE-SW
                   ELSE
                       IF WS-OCCURRENCES >= WS-MAX-CATCH-UP
                           PERFORM 3400-CATCH-UP-LIMIT
                           MOVE 'Y' TO WS-ORDER-DONE-SW
                       ELSE
                           PERFORM 3200-WRITE-ORDER-TRANS
                           PERFORM 7200-ADVANCE-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SCHED-DATE TO WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB).
      ******************************************************************
      * THE TRANSACTION POSTS UNDER THE BUSINESS DATE IT IS CREATED
      * ON; THE SCHEDULE SHOWS THE DATE IT WAS DUE.
      ******************************************************************
       3200-WRITE-ORDER-TRANS.
           MOVE SPACES TO ORDER-TRANS-RECORD.
           MOVE WS-CURRENT-DATE-NUM TO TR-TRANS-DATE.
           MOVE WS-SO-CODE (WS-ORDER-SUB) TO TR-CODE.
           IF WS-SO-DESCRIPTION (WS-ORDER-SUB) = SPACES
               STRING 'STANDING ORDER ' DELIMITED BY SIZE
                      WS-SO-ORDER-NO (WS-ORDER-SUB) DELIMITED BY SIZE
                   INTO TR-DESCRIPTION
               END-STRING
           ELSE
               MOVE WS-SO-DESCRIPTION (WS-ORDER-SUB) TO TR-DESCRIPTION
           END-IF.
           MOVE WS-SO-AMOUNT (WS-ORDER-SUB) TO TR-AMOUNT1.
           MOVE ZERO TO TR-AMOUNT4.
           MOVE ZERO TO TR-AMOUNT5.
           MOVE WS-SO-TYPE-IND (WS-ORDER-SUB) TO TR-TYPE-IND.
           MOVE WS-ORDER-REGION TO TR-REGION-ID.
           WRITE ORDER-TRANS-RECORD.
           MOVE 'STORDOUT' TO WS-ERROR-FILE-ID.
           MOVE ORDER-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-TRANS-WRITTEN.
           ADD 1 TO WS-OCCURRENCES.
           ADD TR-AMOUNT1 TO WS-TRANS-HASH-TOTAL.
           IF TR-TYPE-IND = 'C'
               ADD TR-AMOUNT1 TO WS-TOTAL-CREDITS
           ELSE
               ADD TR-AMOUNT1 TO WS-TOTAL-DEBITS
           END-IF.
           MOVE WS-CURRENT-DATE-NUM
               TO WS-SO-LAST-GENERATED (WS-ORDER-SUB).
           EVALUATE TRUE
               WHEN WS-ROLLED-DATE < WS-CURRENT-DATE-NUM
                   MOVE 'LATE - CAUGHT UP' TO WS-SCHEDULE-NOTE
               WHEN WS-ROLLED-DATE NOT = WS-SCHED-DATE
                   MOVE 'ROLLED - NON-BUS DAY' TO WS-SCHEDULE-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-SCHEDULE-NOTE
           END-EVALUATE.
           PERFORM 8200-WRITE-DETAIL-LINE.
      ******************************************************************
       3300-END-ORDER.
           MOVE 'E' TO WS-SO-STATUS (WS-ORDER-SUB).
           ADD 1 TO WS-ORDERS-ENDED.
           MOVE 'ORDER ENDED' TO WS-SCHEDULE-NOTE.
           MOVE ZERO TO WS-ROLLED-DATE.
           PERFORM 8200-WRITE-DETAIL-LINE.
      ******************************************************************
      * A RUNAWAY CATCH-UP (A DAILY ORDER SET UP WITH A DUE DATE FAR
      * IN THE PAST) STOPS AT THE LIMIT AND FINISHES ON THE NEXT RUN.
      ******************************************************************
       3400-CATCH-UP-LIMIT.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
           STRING 'STANDING ORDER CATCH-UP LIMIT REACHED FOR '
                      DELIMITED BY SIZE
                  WS-SO-CODE (WS-ORDER-SUB) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-SO-ORDER-NO (WS-ORDER-SUB) DELIMITED BY SPACE
               INTO WS-PRINTM-MESSAGE
           END-STRING.
           MOVE 'W' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
      * WHAT FALLS DUE AFTER TODAY AND UP TO 30 CALENDAR DAYS AHEAD,
      * PROJECTED FROM THE ADVANCED DUE DATES WITH THE SAME ROLL
      * RULES THE GENERATOR WILL APPLY.
      ******************************************************************
       4000-PROJECT-SCHEDULE.
           MOVE 'DUE IN THE NEXT 30 DAYS - THROUGH'
               TO SCH-SECTION-TITLE.
           MOVE WS-HORIZON-DATE TO SCH-SECTION-DATE.
           PERFORM 8100-WRITE-SECTION-HEADING.
           MOVE 1 TO WS-ORDER-SUB.
           PERFORM UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               IF SO-ACTIVE (WS-ORDER-SUB)
                   AND WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB) NOT = ZERO
                   PERFORM 4100-PROJECT-ORDER
               END-IF
               ADD 1 TO WS-ORDER-SUB
           END-PERFORM.
           MOVE 'DUE IN 30 DAYS:' TO SCH-TOTAL-LABEL.
           MOVE WS-UPCOMING-COUNT TO SCH-TOTAL-COUNT.
           MOVE WS-UPCOMING-DEBITS TO SCH-TOTAL-DEBITS.
           MOVE WS-UPCOMING-CREDITS TO SCH-TOTAL-CREDITS.
           PERFORM 8300-WRITE-TOTAL-LINE.
      ******************************************************************
       4100-PROJECT-ORDER.
           MOVE ZERO TO WS-OCCURRENCES.
           MOVE 'N' TO WS-ORDER-DONE-SW.
           MOVE WS-SO-FREQUENCY (WS-ORDER-SUB) TO WS-FREQUENCY.
           MOVE WS-SO-ROLL-RULE (WS-ORDER-SUB) TO WS-ROLL-RULE.
           MOVE WS-SO-DUE-DAY (WS-ORDER-SUB) TO WS-DUE-DAY.
           MOVE WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB) TO WS-SCHED-DATE.
           PERFORM UNTIL ORDER-DONE
               IF WS-SO-END-DATE (WS-ORDER-SUB) NOT = ZERO
                   AND WS-SCHED-DATE > WS-SO-END-DATE (WS-ORDER-SUB)
                   MOVE 'Y' TO WS-ORDER-DONE-SW
               ELSE
                   PERFORM 7100-ROLL-DUE-DATE
                   IF WS-ROLLED-DATE > WS-HORIZON-DATE
                       OR WS-OCCURRENCES >= WS-MAX-UPCOMING
                       MOVE 'Y' TO WS-ORDER-DONE-SW
                   ELSE
                       PERFORM 4200-LIST-UPCOMING
                       PERFORM 7200-ADVANCE-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       4200-LIST-UPCOMING.
           ADD 1 TO WS-OCCURRENCES.
           ADD 1 TO WS-UPCOMING-COUNT.
           IF WS-SO-TYPE-IND (WS-ORDER-SUB) = 'C'
               ADD WS-SO-AMOUNT (WS-ORDER-SUB) TO WS-UPCOMING-CREDITS
           ELSE
               ADD WS-SO-AMOUNT (WS-ORDER-SUB) TO WS-UPCOMING-DEBITS
           END-IF.
           IF WS-ROLLED-DATE NOT = WS-SCHED-DATE
               MOVE 'ROLLED - NON-BUS DAY' TO WS-SCHEDULE-NOTE
           ELSE
               MOVE SPACES TO WS-SCHEDULE-NOTE
           END-IF.
           PERFORM 8200-WRITE-DETAIL-LINE.
      ******************************************************************
      * A DATE IS A BUSINESS DAY WHEN THE CALENDAR DECLARES IT ONE
      * (B), IS NOT WHEN IT IS A HOLIDAY (H), AND OTHERWISE IS UNLESS
      * IT FALLS ON A WEEKEND.  DAY 1 OF THE INTEGER DATE SCALE IS A
      * MONDAY, SO THE REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A
      * SUNDAY.
      ******************************************************************
       7000-TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TEST-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INTEGER, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
           IF WS-CALDAY-COUNT > 0
               SEARCH ALL WS-CALDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CD-DATE (WS-CD-IX) = WS-TEST-DATE
                       IF WS-CD-TYPE (WS-CD-IX) = 'H'
                           MOVE 'N' TO WS-BUSINESS-DAY-SW
                       ELSE
                           MOVE 'Y' TO WS-BUSINESS-DAY-SW
                       END-IF
               END-SEARCH
           END-IF.
      ******************************************************************
      * F ROLLS FORWARD TO THE NEXT BUSINESS DAY, P BACK TO THE
      * PREVIOUS ONE, AND M FORWARD UNLESS THAT LANDS IN THE NEXT
      * MONTH, WHEN IT ROLLS BACK INSTEAD.  A DAILY ORDER IS ALREADY
      * ON A BUSINESS DAY EXCEPT, PERHAPS, ITS FIRST DUE DATE.
      ******************************************************************
       7100-ROLL-DUE-DATE.
           MOVE WS-SCHED-DATE TO WS-TEST-DATE.
           PERFORM 7000-TEST-BUSINESS-DAY.
           IF NOT BUSINESS-DAY
               IF ROLL-PRECEDING
                   PERFORM 7120-ROLL-BACKWARD
               ELSE
                   PERFORM 7110-ROLL-FORWARD
                   IF ROLL-MODIFIED
                       AND WS-TEST-MM NOT = WS-SCHED-MM
                       MOVE WS-SCHED-DATE TO WS-TEST-DATE
                       PERFORM 7120-ROLL-BACKWARD
                   END-IF
               END-IF
           END-IF.
           MOVE WS-TEST-DATE TO WS-ROLLED-DATE.
      ******************************************************************
       7110-ROLL-FORWARD.
           MOVE ZERO TO WS-ROLL-TRIES.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM UNTIL BUSINESS-DAY OR WS-ROLL-TRIES > 31
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   TO WS-TEST-DATE
               ADD 1 TO WS-ROLL-TRIES
               PERFORM 7000-TEST-BUSINESS-DAY
           END-PERFORM.
      ******************************************************************
       7120-ROLL-BACKWARD.
           MOVE ZERO TO WS-ROLL-TRIES.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM UNTIL BUSINESS-DAY OR WS-ROLL-TRIES > 31
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   TO WS-TEST-DATE
               ADD 1 TO WS-ROLL-TRIES
               PERFORM 7000-TEST-BUSINESS-DAY
           END-PERFORM.
      ******************************************************************
      * THE NEXT SCHEDULED DATE ALWAYS ADVANCES FROM THE SCHEDULED
      * DATE, NOT THE ROLLED ONE, SO ONE ROLL NEVER SHIFTS THE REST
      * OF THE SCHEDULE.  A DAILY ORDER MOVES TO THE NEXT BUSINESS
      * DAY; MONTHLY, QUARTERLY AND ANNUAL ORDERS RETURN TO THEIR DUE
      * DAY, OR THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT.
      ******************************************************************
       7200-ADVANCE-DUE-DATE.
           EVALUATE TRUE
               WHEN FREQ-DAILY
                   MOVE WS-SCHED-DATE TO WS-TEST-DATE
                   PERFORM 7110-ROLL-FORWARD
                   MOVE WS-TEST-DATE TO WS-SCHED-DATE
               WHEN FREQ-WEEKLY
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-SCHED-DATE) + 7
                   MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                       TO WS-SCHED-DATE
               WHEN FREQ-MONTHLY
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM 7210-ADD-MONTHS
               WHEN FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM 7210-ADD-MONTHS
               WHEN FREQ-ANNUAL
                   MOVE 12 TO WS-MONTHS-TO-ADD
                   PERFORM 7210-ADD-MONTHS
               WHEN OTHER
                   MOVE 'Y' TO WS-ORDER-DONE-SW
           END-EVALUATE.
      ******************************************************************
       7210-ADD-MONTHS.
           COMPUTE WS-MONTH-WORK = WS-SCHED-MM + WS-MONTHS-TO-ADD.
           MOVE WS-SCHED-YYYY TO WS-MONTH-FIRST-YYYY.
           PERFORM UNTIL WS-MONTH-WORK <= 12
               SUBTRACT 12 FROM WS-MONTH-WORK
               ADD 1 TO WS-MONTH-FIRST-YYYY
           END-PERFORM.
           MOVE WS-MONTH-WORK TO WS-MONTH-FIRST-MM.
           MOVE 1 TO WS-MONTH-FIRST-DD.
           MOVE WS-MONTH-FIRST-YYYY TO WS-SCHED-YYYY.
           MOVE WS-MONTH-FIRST-MM TO WS-SCHED-MM.
           ADD 1 TO WS-MONTH-FIRST-MM.
           IF WS-MONTH-FIRST-MM > 12
               MOVE 1 TO WS-MONTH-FIRST-MM
               ADD 1 TO WS-MONTH-FIRST-YYYY
           END-IF.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
               TO WS-MONTH-LAST-DATE.
           IF WS-DUE-DAY = ZERO
               OR WS-DUE-DAY > WS-MONTH-LAST-DD
               MOVE WS-MONTH-LAST-DD TO WS-SCHED-DD
           ELSE
               MOVE WS-DUE-DAY TO WS-SCHED-DD
           END-IF.
      ******************************************************************
       8100-WRITE-SECTION-HEADING.
           WRITE SCHEDULE-REPORT-RECORD FROM SCHEDULE-SECTION-LINE.
           MOVE 'SORDRPT ' TO WS-ERROR-FILE-ID.
           MOVE SCHEDULE-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE SCHEDULE-REPORT-RECORD FROM SCHEDULE-COLUMN-LINE.
           MOVE 'SORDRPT ' TO WS-ERROR-FILE-ID.
           MOVE SCHEDULE-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       8200-WRITE-DETAIL-LINE.
           MOVE WS-SO-CODE (WS-ORDER-SUB) TO SCH-LINE-CODE.
           MOVE WS-SO-ORDER-NO (WS-ORDER-SUB) TO SCH-LINE-ORDER-NO.
           MOVE WS-SO-DESCRIPTION (WS-ORDER-SUB) TO SCH-LINE-DESC.
           MOVE WS-SO-AMOUNT (WS-ORDER-SUB) TO SCH-LINE-AMOUNT.
           MOVE WS-SO-TYPE-IND (WS-ORDER-SUB) TO SCH-LINE-TYPE.
           MOVE WS-SO-FREQUENCY (WS-ORDER-SUB) TO SCH-LINE-FREQUENCY.
           MOVE WS-SCHED-DATE TO SCH-LINE-SCHEDULED.
           IF WS-ROLLED-DATE = ZERO
               MOVE SPACES TO SCH-LINE-POSTS-ON-X
           ELSE
               MOVE WS-ROLLED-DATE TO SCH-LINE-POSTS-ON
           END-IF.
           MOVE WS-SCHEDULE-NOTE TO SCH-LINE-NOTE.
           WRITE SCHEDULE-REPORT-RECORD FROM SCHEDULE-DETAIL-LINE.
           MOVE 'SORDRPT ' TO WS-ERROR-FILE-ID.
           MOVE SCHEDULE-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       8300-WRITE-TOTAL-LINE.
           WRITE SCHEDULE-REPORT-RECORD FROM SCHEDULE-TOTAL-LINE.
           MOVE 'SORDRPT ' TO WS-ERROR-FILE-ID.
           MOVE SCHEDULE-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       8400-WRITE-COUNT-LINE.
           WRITE SCHEDULE-REPORT-RECORD FROM SCHEDULE-COUNT-LINE.
           MOVE 'SORDRPT ' TO WS-ERROR-FILE-ID.
           MOVE SCHEDULE-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO ORDER-TRAILER-RECORD.
           MOVE 'TRL' TO ST-RECORD-ID.
           MOVE WS-TRANS-WRITTEN TO ST-RECORD-COUNT.
           MOVE WS-TRANS-HASH-TOTAL TO ST-HASH-TOTAL.
           WRITE ORDER-TRAILER-RECORD.
           MOVE 'STORDOUT' TO WS-ERROR-FILE-ID.
           MOVE ORDER-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 9200-WRITE-NEW-ORDER-FILE.
           MOVE 'ORDERS READ:' TO SCH-COUNT-LABEL.
           MOVE WS-ORDERS-READ TO SCH-COUNT-VALUE.
           PERFORM 8400-WRITE-COUNT-LINE.
           MOVE 'ORDERS ENDED:' TO SCH-COUNT-LABEL.
           MOVE WS-ORDERS-ENDED TO SCH-COUNT-VALUE.
           PERFORM 8400-WRITE-COUNT-LINE.
           MOVE 'ORDERS WRITTEN:' TO SCH-COUNT-LABEL.
           MOVE WS-ORDERS-WRITTEN TO SCH-COUNT-VALUE.
           PERFORM 8400-WRITE-COUNT-LINE.
           CLOSE NEW-ORDER-FILE.
           CLOSE ORDER-TRANS-FILE.
           CLOSE SCHEDULE-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB25 STANDING-ORDER RUN ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB25 STANDING-ORDER RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9200-WRITE-NEW-ORDER-FILE.
           MOVE 1 TO WS-ORDER-SUB.
           PERFORM UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE SPACES TO NEW-ORDER-RECORD
               MOVE WS-SO-CODE (WS-ORDER-SUB) TO NSO-CODE
               MOVE WS-SO-ORDER-NO (WS-ORDER-SUB) TO NSO-ORDER-NO
               MOVE WS-SO-DESCRIPTION (WS-ORDER-SUB)
                   TO NSO-DESCRIPTION
               MOVE WS-SO-AMOUNT (WS-ORDER-SUB) TO NSO-AMOUNT
               MOVE WS-SO-TYPE-IND (WS-ORDER-SUB) TO NSO-TYPE-IND
               MOVE WS-SO-FREQUENCY (WS-ORDER-SUB) TO NSO-FREQUENCY
               MOVE WS-SO-ROLL-RULE (WS-ORDER-SUB) TO NSO-ROLL-RULE
               MOVE WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB)
                   TO NSO-NEXT-DUE-DATE
               MOVE WS-SO-END-DATE (WS-ORDER-SUB) TO NSO-END-DATE
               MOVE WS-SO-DUE-DAY (WS-ORDER-SUB) TO NSO-DUE-DAY
               MOVE WS-SO-STATUS (WS-ORDER-SUB) TO NSO-STATUS
               MOVE WS-SO-LAST-GENERATED (WS-ORDER-SUB)
                   TO NSO-LAST-GENERATED
               WRITE NEW-ORDER-RECORD
               MOVE 'SONEW   ' TO WS-ERROR-FILE-ID
               MOVE NEW-ORDER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-ORDERS-WRITTEN
               ADD 1 TO WS-ORDER-SUB
           END-PERFORM.
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
