       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB32.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          CODE BALANCE INQUIRY.  ANSWERS REQUEST CARDS FOR A
      *          SINGLE CODE, A RANGE OF CODES OR A CODE-MASTER GROUP
      *          FROM THE KEYED (VSAM KSDS) COPIES OF THE CODE-BALANCE
      *          MASTER AND THE SUMMARY HISTORY THAT THE DAILY CHAIN
      *          UPDATES IN PLACE.  FOR EACH CODE IT PRINTS THE CURRENT
      *          BALANCE, THE MONTH- AND YEAR-TO-DATE BUCKETS FOR
      *          AMOUNT1, AMOUNT4 AND AMOUNT5, THE LAST ACTIVITY DATE,
      *          THE CODE'S STANDING AGAINST ITS BALANCE LIMITS AND ITS
      *          ACTIVITY DAY BY DAY OVER THE LAST N DAYS.  EVERY FILE
      *          IS READ SHARED AND NOTHING IS CHANGED, SO THE INQUIRY
      *          CAN RUN AT ANY TIME OF DAY, EVEN WHILE THE CHAIN RUNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-CARD-FILE ASSIGN TO INQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT KEYED-BALANCE-FILE ASSIGN TO BALKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KBAL-CODE
               FILE STATUS IS KEYED-BAL-FILE-STATUS.
           SELECT KEYED-SUMMARY-FILE ASSIGN TO SUMKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSUM-KEY
               FILE STATUS IS KEYED-SUM-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CODE-MASTER-FILE-STATUS.
           SELECT OPTIONAL LIMIT-FILE ASSIGN TO LIMITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO INQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQ-REPORT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * ONE REQUEST PER CARD.  TYPE C NAMES ONE CODE, TYPE R THE FIRST
      * AND LAST CODE OF A RANGE, TYPE G A CODE-MASTER GROUP.  DAYS IS
      * THE NUMBER OF DAYS OF ACTIVITY TO SHOW, THREE DIGITS, 010 IF
      * LEFT BLANK.  THE REQUESTER IS ECHOED ON THE REPORT.  A CARD
      * WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
       FD  REQUEST-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REQUEST-CARD-RECORD.
           02  RQ-TYPE               PIC X(1).
               88  RQ-SINGLE-CODE    VALUE 'C'.
               88  RQ-CODE-RANGE     VALUE 'R'.
               88  RQ-CODE-GROUP     VALUE 'G'.
               88  RQ-COMMENT        VALUE '*'.
           02  RQ-CODE               PIC X(10).
           02  RQ-TO-CODE            PIC X(10).
           02  RQ-DAYS               PIC X(3).
           02  RQ-DAYS-N REDEFINES RQ-DAYS
                                     PIC 9(3).
           02  RQ-REQUESTER          PIC X(8).
           02  FILLER                PIC X(48).

      * KEYED COPY OF THE CODE-BALANCE MASTER, REFRESHED BY FAPCOB02.
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

      * KEYED COPY OF THE SUMMARY HISTORY, WRITTEN BY FAPCOB01 - ONE
      * ROW PER CODE PER RUN DATE PER CYCLE.
       FD  KEYED-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYED-SUMMARY-RECORD.
           02  KSUM-KEY.
               03  KSUM-CODE         PIC X(10).
               03  KSUM-RUN-DATE     PIC 9(8).
               03  KSUM-RUN-CYCLE    PIC 9(1).
           02  KSUM-TRANS-COUNT      PIC 9(9).
           02  KSUM-AMOUNT1          PIC S9(13)V99.
           02  KSUM-AMOUNT4          PIC S9(7)V99.
           02  KSUM-AMOUNT5          PIC S9(7)V99.
           02  FILLER                PIC X(19).

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

      * ONE LIMITS CARD PER CODE, AS MONITORED BY FAPCOB16.  A ZERO
      * MAXIMUM MEANS NO CAP.
       FD  LIMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LIMIT-RECORD.
           02  LIM-CODE              PIC X(10).
           02  LIM-MAX-BALANCE       PIC S9(11)V99.
           02  LIM-MAX-MOVEMENT      PIC S9(11)V99.
           02  LIM-NEG-ALLOWED       PIC X(1).
           02  FILLER                PIC X(43).

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

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD     PIC X(133).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  CODE-MASTER-SWITCH PIC X(3).
               88  END-OF-CODE-MASTER VALUE 'EOF'.
           02  LIMIT-SWITCH      PIC X(3).
               88  END-OF-LIMITS VALUE 'EOF'.
           02  WS-RANGE-END-SW   PIC X     VALUE 'N'.
               88  RANGE-ENDED   VALUE 'Y'.
           02  WS-HISTORY-END-SW PIC X     VALUE 'N'.
               88  HISTORY-ENDED VALUE 'Y'.
           02  WS-REQUEST-OPEN-SW PIC X    VALUE 'N'.
               88  REQUEST-FILE-OPEN VALUE 'Y'.
           02  WS-KEYED-BAL-OPEN-SW PIC X  VALUE 'N'.
               88  KEYED-BAL-OPEN VALUE 'Y'.
           02  WS-KEYED-SUM-OPEN-SW PIC X  VALUE 'N'.
               88  KEYED-SUM-OPEN VALUE 'Y'.
           02  WS-KEYED-FOUND-SW PIC X     VALUE 'N'.
               88  KEYED-BAL-FOUND VALUE 'Y'.
           02  WS-LIMIT-BREACH-SW PIC X    VALUE 'N'.
               88  LIMIT-BREACHED VALUE 'Y'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB32'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPBINQ '.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  REQUEST-FILE-STATUS   PIC X(2) VALUE '00'.
           02  KEYED-BAL-FILE-STATUS PIC X(2) VALUE '00'.
           02  KEYED-SUM-FILE-STATUS PIC X(2) VALUE '00'.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  LIMIT-FILE-STATUS     PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  INQ-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-TABLE-OVERFLOW      VALUE 8.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
       01  REQUEST-FIELDS.
           02  WS-DEFAULT-DAYS       PIC 9(3)  VALUE 10.
           02  WS-MAX-DAYS           PIC 9(3)  VALUE 366.
           02  WS-REQUEST-NUMBER     PIC 9(5)  VALUE ZERO.
           02  WS-REQUEST-DAYS       PIC 9(3)  VALUE ZERO.
           02  WS-REQUEST-REASON     PIC X(40) VALUE SPACES.
           02  WS-REQUEST-CODES      PIC 9(9)  VALUE ZERO.
           02  WS-INQ-CODE           PIC X(10) VALUE SPACES.
       01  INQUIRY-DATE-FIELDS.
           02  WS-RUN-DATE           PIC 9(8)  VALUE ZERO.
           02  WS-RUN-DAY-NUMBER     PIC 9(7)  VALUE ZERO.
           02  WS-FIRST-DAY-NUMBER   PIC 9(7)  VALUE ZERO.
           02  WS-FIRST-DATE         PIC 9(8)  VALUE ZERO.
       01  LIMIT-CHECK-FIELDS.
           02  WS-DAY-MOVEMENT       PIC S9(11)V99 VALUE ZERO.
           02  WS-ABS-BALANCE        PIC S9(11)V99 VALUE ZERO.
           02  WS-ABS-MOVEMENT       PIC S9(11)V99 VALUE ZERO.
       01  ACTIVITY-FIELDS.
           02  WS-ACT-DATE           PIC 9(8)  VALUE ZERO.
           02  WS-ACT-COUNT          PIC 9(9)  VALUE ZERO.
           02  WS-ACT-AMOUNT1        PIC S9(13)V99 VALUE ZERO.
           02  WS-ACT-AMOUNT4        PIC S9(9)V99  VALUE ZERO.
           02  WS-ACT-AMOUNT5        PIC S9(9)V99  VALUE ZERO.
           02  WS-ACT-DAYS           PIC 9(5)  VALUE ZERO.
           02  WS-ACT-TOTAL-COUNT    PIC 9(9)  VALUE ZERO.
           02  WS-ACT-TOTAL-AMOUNT1  PIC S9(13)V99 VALUE ZERO.
           02  WS-ACT-TOTAL-AMOUNT4  PIC S9(9)V99  VALUE ZERO.
           02  WS-ACT-TOTAL-AMOUNT5  PIC S9(9)V99  VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-REQUESTS-READ      PIC 9(9) VALUE ZERO.
           02  WS-REQUESTS-REJECTED  PIC 9(9) VALUE ZERO.
           02  WS-REQUESTS-EMPTY     PIC 9(9) VALUE ZERO.
           02  WS-CODES-LISTED       PIC 9(9) VALUE ZERO.
           02  WS-CODES-NO-BALANCE   PIC 9(9) VALUE ZERO.
           02  WS-CODES-OVER-LIMIT   PIC 9(9) VALUE ZERO.
      ******************************************************************
      * THE CODE MASTER, HELD IN CODE SEQUENCE - FOR THE DESCRIPTION
      * AND STATUS OF EACH CODE LISTED, AND TO FIND A GROUP'S CODES.
      ******************************************************************
       01  CODE-MASTER-TABLE-FIELDS.
           02  WS-CM-MAX             PIC 9(5) VALUE 20000.
           02  WS-CM-COUNT           PIC 9(5) VALUE ZERO.
           02  WS-CM-SUB             PIC 9(5) VALUE ZERO.
           02  WS-CM-SCAN-SUB        PIC 9(5) VALUE ZERO.
           02  WS-CM-FOUND-SW        PIC X    VALUE 'N'.
               88  CODE-MASTER-FOUND VALUE 'Y'.
           02  WS-CM-SLOT-SW         PIC X    VALUE 'N'.
               88  CM-SLOT-FOUND     VALUE 'Y'.
           02  WS-CM-ENTRY           OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CM-COUNT
                   ASCENDING KEY IS WS-CM-CODE
                   INDEXED BY WS-CM-IX.
               03  WS-CM-CODE            PIC X(10).
               03  WS-CM-DESCRIPTION     PIC X(20).
               03  WS-CM-GROUP           PIC X(6).
               03  WS-CM-ACTIVE-FLAG     PIC X(1).
       01  LIMIT-TABLE-FIELDS.
           02  WS-LIMIT-MAX          PIC 9(5) VALUE 20000.
           02  WS-LIMIT-COUNT        PIC 9(5) VALUE ZERO.
           02  WS-LIMIT-SUB          PIC 9(5) VALUE ZERO.
           02  WS-LIMIT-FOUND-SW     PIC X    VALUE 'N'.
               88  LIMIT-FOUND       VALUE 'Y'.
           02  WS-LIMIT-SLOT-SW      PIC X    VALUE 'N'.
               88  LIMIT-SLOT-FOUND  VALUE 'Y'.
           02  WS-LIMIT-ENTRY        OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-LIMIT-COUNT
                   ASCENDING KEY IS WS-LIM-CODE
                   INDEXED BY WS-LIM-IX.
               03  WS-LIM-CODE           PIC X(10).
               03  WS-LIM-MAX-BALANCE    PIC S9(11)V99.
               03  WS-LIM-MAX-MOVEMENT   PIC S9(11)V99.
               03  WS-LIM-NEG-ALLOWED    PIC X(1).
      ******************************************************************
      * REPORT LINES.
      ******************************************************************
       01  INQ-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(26) VALUE
               'CODE BALANCE INQUIRY AS OF'.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  INQ-HDG-RUN-DATE      PIC 9999/99/99.
           02  FILLER                PIC X(95) VALUE SPACES.
       01  INQ-BLANK-LINE            PIC X(133) VALUE SPACES.
       01  INQ-REQUEST-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'REQUEST '.
           02  INQ-REQ-NUMBER        PIC ZZZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  INQ-REQ-DESCRIPTION   PIC X(40).
           02  FILLER                PIC X(6)  VALUE 'DAYS: '.
           02  INQ-REQ-DAYS          PIC X(3).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'REQUESTED BY: '.
           02  INQ-REQ-REQUESTER     PIC X(8).
           02  FILLER                PIC X(44) VALUE SPACES.
       01  INQ-MESSAGE-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  INQ-MESSAGE           PIC X(60).
           02  FILLER                PIC X(68) VALUE SPACES.
       01  INQ-CODE-LINE.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'CODE: '.
           02  INQ-CODE              PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  INQ-DESCRIPTION       PIC X(26).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'GROUP: '.
           02  INQ-GROUP             PIC X(6).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'STATUS: '.
           02  INQ-CODE-STATUS       PIC X(8).
           02  FILLER                PIC X(53) VALUE SPACES.
       01  INQ-BALANCE-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(17) VALUE
               'CURRENT BALANCE: '.
           02  INQ-CURR-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE
               'LAST ACTIVITY: '.
           02  INQ-LAST-ACTIVITY     PIC 9999/99/99.
           02  INQ-LAST-ACTIVITY-X REDEFINES INQ-LAST-ACTIVITY
                                     PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
               'POSTED THROUGH: '.
           02  INQ-POSTED-DATE       PIC 9999/99/99.
           02  FILLER                PIC X(7)  VALUE ' CYCLE '.
           02  INQ-POSTED-CYCLE      PIC 9.
           02  FILLER                PIC X(28) VALUE SPACES.
       01  INQ-BUCKET-HEAD-LINE.
           02  FILLER                PIC X(20) VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               '     MONTH-TO-DATE'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               '      YEAR-TO-DATE'.
           02  FILLER                PIC X(74) VALUE SPACES.
       01  INQ-BUCKET-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  INQ-BUCKET-NAME       PIC X(12).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  INQ-BUCKET-MTD        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  INQ-BUCKET-YTD        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  INQ-BUCKET-YTD-X REDEFINES INQ-BUCKET-YTD
                                     PIC X(18).
           02  FILLER                PIC X(74) VALUE SPACES.
       01  INQ-LIMIT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'MAX BALANCE: '.
           02  INQ-LIM-MAX-BALANCE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  INQ-LIM-MAX-BALANCE-X REDEFINES INQ-LIM-MAX-BALANCE
                                     PIC X(17).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               'MAX DAY MOVEMENT: '.
           02  INQ-LIM-MAX-MOVEMENT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  INQ-LIM-MAX-MOVEMENT-X REDEFINES INQ-LIM-MAX-MOVEMENT
                                     PIC X(17).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(21) VALUE
               'NEGATIVE AUTHORIZED: '.
           02  INQ-LIM-NEG-ALLOWED   PIC X(3).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  INQ-LIM-NOTE          PIC X(20).
           02  FILLER                PIC X(10) VALUE SPACES.
       01  INQ-STATUS-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'LIMIT STATUS: '.
           02  INQ-LIMIT-STATUS      PIC X(28).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'DAY MOVEMENT: '.
           02  INQ-DAY-MOVEMENT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(51) VALUE SPACES.
       01  INQ-ACTIVITY-HEAD-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
               'ACTIVITY - LAST '.
           02  INQ-ACT-HDG-DAYS      PIC ZZ9.
           02  FILLER                PIC X(12) VALUE
               ' DAYS, FROM '.
           02  INQ-ACT-HDG-FROM      PIC 9999/99/99.
           02  FILLER                PIC X(87) VALUE SPACES.
       01  INQ-ACTIVITY-COLUMN-LINE.
           02  FILLER                PIC X(7)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'RUN DATE'.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE '      TRANS'.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(21) VALUE
               '              AMOUNT1'.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE
               '        AMOUNT4'.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE
               '        AMOUNT5'.
           02  FILLER                PIC X(49) VALUE SPACES.
       01  INQ-ACTIVITY-LINE.
           02  FILLER                PIC X(7)  VALUE SPACES.
           02  INQ-ACT-DATE          PIC 9999/99/99.
           02  INQ-ACT-DATE-X REDEFINES INQ-ACT-DATE
                                     PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  INQ-ACT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  INQ-ACT-AMOUNT1       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  INQ-ACT-AMOUNT4       PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  INQ-ACT-AMOUNT5       PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(49) VALUE SPACES.
       01  INQ-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  INQ-TOTAL-LABEL       PIC X(40).
           02  INQ-TOTAL-COUNT       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(77) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REQUEST
               UNTIL END-OF-FILE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * THE INQUIRY IS DATED BY THE CALENDAR BUSINESS DATE, THE SAME
      * DAY THE CHAIN IS POSTING, SO THE DAY'S MOVEMENT AND THE LAST N
      * DAYS LINE UP WITH WHAT THE CHAIN HAS DONE.  WITHOUT THE KEYED
      * BALANCE MASTER THERE IS NOTHING TO ANSWER WITH AND NO REQUEST
      * IS READ.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-RUN-DATE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CONTEXT-RUN-DATE
               CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                   WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           MOVE WS-RUN-DATE TO INQ-HDG-RUN-DATE.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-HEADING-LINE.
           MOVE 'INQRPT  ' TO WS-ERROR-FILE-ID.
           MOVE INQ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1300-LOAD-CODE-MASTER.
           PERFORM 1200-LOAD-LIMIT-TABLE.
           PERFORM 1400-OPEN-KEYED-FILES.
           IF NOT END-OF-FILE
               OPEN INPUT REQUEST-CARD-FILE
               IF REQUEST-FILE-STATUS NOT = '00'
                   MOVE 'EOF' TO INPUT-SWITCH
                   MOVE 'INQIN   ' TO WS-ERROR-FILE-ID
                   MOVE REQUEST-FILE-STATUS TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               ELSE
                   MOVE 'Y' TO WS-REQUEST-OPEN-SW
                   PERFORM 9100-READ-REQUEST-CARD
               END-IF
               IF END-OF-FILE
                   AND WS-REQUESTS-READ = ZERO
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   MOVE 'NO INQUIRY REQUEST CARDS FOUND'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'W' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-IF.
      ******************************************************************
       1200-LOAD-LIMIT-TABLE.
           OPEN INPUT LIMIT-FILE.
           IF LIMIT-FILE-STATUS NOT = '00'
               AND LIMIT-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO LIMIT-SWITCH
               MOVE 'LIMITIN ' TO WS-ERROR-FILE-ID
               MOVE LIMIT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-LIMITS
               READ LIMIT-FILE
                   AT END
                       MOVE 'EOF' TO LIMIT-SWITCH
                   NOT AT END
                       PERFORM 1250-LOAD-LIMIT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE LIMIT-FILE.
      ******************************************************************
       1250-LOAD-LIMIT-ENTRY.
           IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'LIMIT TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-LIMIT-COUNT
               MOVE WS-LIMIT-COUNT TO WS-LIMIT-SUB
               MOVE 'N' TO WS-LIMIT-SLOT-SW
               PERFORM UNTIL LIMIT-SLOT-FOUND
                   IF WS-LIMIT-SUB = 1
                       MOVE 'Y' TO WS-LIMIT-SLOT-SW
                   ELSE
                       IF WS-LIM-CODE (WS-LIMIT-SUB - 1) > LIM-CODE
                           MOVE WS-LIMIT-ENTRY (WS-LIMIT-SUB - 1)
                               TO WS-LIMIT-ENTRY (WS-LIMIT-SUB)
                           SUBTRACT 1 FROM WS-LIMIT-SUB
                       ELSE
                           MOVE 'Y' TO WS-LIMIT-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE LIM-CODE TO WS-LIM-CODE (WS-LIMIT-SUB)
               IF LIM-MAX-BALANCE NUMERIC
                   MOVE LIM-MAX-BALANCE
                       TO WS-LIM-MAX-BALANCE (WS-LIMIT-SUB)
               ELSE
                   MOVE ZERO TO WS-LIM-MAX-BALANCE (WS-LIMIT-SUB)
               END-IF
               IF LIM-MAX-MOVEMENT NUMERIC
                   MOVE LIM-MAX-MOVEMENT
                       TO WS-LIM-MAX-MOVEMENT (WS-LIMIT-SUB)
               ELSE
                   MOVE ZERO TO WS-LIM-MAX-MOVEMENT (WS-LIMIT-SUB)
               END-IF
               MOVE LIM-NEG-ALLOWED
                   TO WS-LIM-NEG-ALLOWED (WS-LIMIT-SUB)
           END-IF.
      ******************************************************************
       1300-LOAD-CODE-MASTER.
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
                       PERFORM 1350-LOAD-CODE-MASTER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CODE-MASTER-FILE.
      ******************************************************************
       1350-LOAD-CODE-MASTER-ENTRY.
           IF WS-CM-COUNT >= WS-CM-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'CODE MASTER TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-CM-COUNT
               MOVE WS-CM-COUNT TO WS-CM-SUB
               MOVE 'N' TO WS-CM-SLOT-SW
               PERFORM UNTIL CM-SLOT-FOUND
                   IF WS-CM-SUB = 1
                       MOVE 'Y' TO WS-CM-SLOT-SW
                   ELSE
                       IF WS-CM-CODE (WS-CM-SUB - 1) > CM-CODE
                           MOVE WS-CM-ENTRY (WS-CM-SUB - 1)
                               TO WS-CM-ENTRY (WS-CM-SUB)
                           SUBTRACT 1 FROM WS-CM-SUB
                       ELSE
                           MOVE 'Y' TO WS-CM-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE CM-CODE TO WS-CM-CODE (WS-CM-SUB)
               MOVE CM-DESCRIPTION TO WS-CM-DESCRIPTION (WS-CM-SUB)
               MOVE CM-GROUP TO WS-CM-GROUP (WS-CM-SUB)
               MOVE CM-ACTIVE-FLAG TO WS-CM-ACTIVE-FLAG (WS-CM-SUB)
           END-IF.
      ******************************************************************
      * BOTH KEYED FILES ARE ONLY EVER READ.  A BALANCE MASTER THAT THE
      * CHAIN HAS NOT YET LOADED STOPS THE INQUIRY; A SUMMARY HISTORY
      * NOT YET LOADED ONLY MEANS NO ACTIVITY CAN BE SHOWN.
      ******************************************************************
       1400-OPEN-KEYED-FILES.
           OPEN INPUT KEYED-BALANCE-FILE.
           IF KEYED-BAL-FILE-STATUS = '35'
               MOVE 'EOF' TO INPUT-SWITCH
               IF WS-RETURN-CODE < 12
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
               MOVE 'KEYED BALANCE MASTER NOT YET LOADED - NO INQUIRY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           ELSE
               MOVE 'BALKSDS ' TO WS-ERROR-FILE-ID
               MOVE KEYED-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF KEYED-BAL-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-KEYED-BAL-OPEN-SW
               ELSE
                   MOVE 'EOF' TO INPUT-SWITCH
               END-IF
           END-IF.
           OPEN INPUT KEYED-SUMMARY-FILE.
           IF KEYED-SUM-FILE-STATUS = '35'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'KEYED SUMMARY HISTORY NOT YET LOADED - NO ACTIVITY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           ELSE
               MOVE 'SUMKSDS ' TO WS-ERROR-FILE-ID
               MOVE KEYED-SUM-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF KEYED-SUM-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-KEYED-SUM-OPEN-SW
               END-IF
           END-IF.
      ******************************************************************
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
      * EACH REQUEST IS ANSWERED AS IT IS READ.  A CARD THAT CANNOT BE
      * ANSWERED IS LISTED IN ITS PLACE WITH THE REASON.
      ******************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-NUMBER.
           MOVE ZERO TO WS-REQUEST-CODES.
           PERFORM 2100-EDIT-REQUEST-CARD.
           PERFORM 8100-WRITE-REQUEST-HEADING.
           IF WS-REQUEST-REASON NOT = SPACES
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE SPACES TO INQ-MESSAGE
               STRING 'REQUEST REJECTED - ' DELIMITED BY SIZE
                      WS-REQUEST-REASON DELIMITED BY SIZE
                   INTO INQ-MESSAGE
               END-STRING
               PERFORM 8200-WRITE-MESSAGE-LINE
           ELSE
               EVALUATE TRUE
                   WHEN RQ-SINGLE-CODE
                       PERFORM 2200-LIST-SINGLE-CODE
                   WHEN RQ-CODE-RANGE
                       PERFORM 2300-LIST-CODE-RANGE
                   WHEN RQ-CODE-GROUP
                       PERFORM 2400-LIST-CODE-GROUP
               END-EVALUATE
               IF WS-REQUEST-CODES = ZERO
                   ADD 1 TO WS-REQUESTS-EMPTY
                   MOVE 'NO CODES FOUND FOR THIS REQUEST'
                       TO INQ-MESSAGE
                   PERFORM 8200-WRITE-MESSAGE-LINE
               END-IF
           END-IF.
           PERFORM 9100-READ-REQUEST-CARD.
      ******************************************************************
       2100-EDIT-REQUEST-CARD.
           MOVE SPACES TO WS-REQUEST-REASON.
           MOVE WS-DEFAULT-DAYS TO WS-REQUEST-DAYS.
           EVALUATE TRUE
               WHEN NOT RQ-SINGLE-CODE
                   AND NOT RQ-CODE-RANGE
                   AND NOT RQ-CODE-GROUP
                   MOVE 'UNKNOWN REQUEST TYPE - USE C, R OR G'
                       TO WS-REQUEST-REASON
               WHEN RQ-CODE = SPACES
                   MOVE 'NO CODE OR GROUP GIVEN'
                       TO WS-REQUEST-REASON
               WHEN RQ-CODE-RANGE
                   AND (RQ-TO-CODE = SPACES
                   OR RQ-TO-CODE < RQ-CODE)
                   MOVE 'CODE RANGE INCOMPLETE OR REVERSED'
                       TO WS-REQUEST-REASON
               WHEN RQ-CODE-GROUP
                   AND RQ-CODE (7:4) NOT = SPACES
                   MOVE 'GROUP NAME LONGER THAN 6 CHARACTERS'
                       TO WS-REQUEST-REASON
               WHEN RQ-DAYS = SPACES
                   CONTINUE
               WHEN RQ-DAYS-N NOT NUMERIC
                   MOVE 'DAYS MUST BE 001 TO 366'
                       TO WS-REQUEST-REASON
               WHEN RQ-DAYS-N < 1
                   OR RQ-DAYS-N > WS-MAX-DAYS
                   MOVE 'DAYS MUST BE 001 TO 366'
                       TO WS-REQUEST-REASON
               WHEN OTHER
                   MOVE RQ-DAYS-N TO WS-REQUEST-DAYS
           END-EVALUATE.
      ******************************************************************
      * A SINGLE CODE IS LISTED IF IT IS ON THE CODE MASTER OR HAS A
      * BALANCE - A CODE ON NEITHER IS NOT A CODE AT ALL.
      ******************************************************************
       2200-LIST-SINGLE-CODE.
           MOVE RQ-CODE TO WS-INQ-CODE.
           PERFORM 2500-READ-KEYED-BALANCE.
           PERFORM 3100-FIND-CODE-MASTER.
           IF KEYED-BAL-FOUND
               OR CODE-MASTER-FOUND
               PERFORM 3000-PRINT-CODE
           END-IF.
      ******************************************************************
      * A RANGE LISTS EVERY CODE ON THE KEYED BALANCE MASTER FROM THE
      * FIRST CODE THROUGH THE LAST, IN KEY ORDER.
      ******************************************************************
       2300-LIST-CODE-RANGE.
           MOVE 'N' TO WS-RANGE-END-SW.
           MOVE RQ-CODE TO KBAL-CODE.
           START KEYED-BALANCE-FILE
               KEY IS NOT LESS THAN KBAL-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-RANGE-END-SW
           END-START.
           IF KEYED-BAL-FILE-STATUS NOT = '23'
               MOVE 'BALKSDS ' TO WS-ERROR-FILE-ID
               MOVE KEYED-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF KEYED-BAL-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-RANGE-END-SW
               END-IF
           END-IF.
           PERFORM UNTIL RANGE-ENDED
               READ KEYED-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RANGE-END-SW
                   NOT AT END
                       IF KBAL-CODE > RQ-TO-CODE
                           MOVE 'Y' TO WS-RANGE-END-SW
                       ELSE
                           MOVE 'Y' TO WS-KEYED-FOUND-SW
                           MOVE KBAL-CODE TO WS-INQ-CODE
                           PERFORM 3100-FIND-CODE-MASTER
                           PERFORM 3000-PRINT-CODE
                       END-IF
               END-READ
               IF KEYED-BAL-FILE-STATUS NOT = '00'
                   AND KEYED-BAL-FILE-STATUS NOT = '10'
                   MOVE 'Y' TO WS-RANGE-END-SW
                   MOVE 'BALKSDS ' TO WS-ERROR-FILE-ID
                   MOVE KEYED-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.
      ******************************************************************
      * A GROUP LISTS EVERY CODE THE CODE MASTER NOW ASSIGNS TO IT, IN
      * CODE ORDER, WHETHER OR NOT THE CODE HAS POSTED YET.
      ******************************************************************
       2400-LIST-CODE-GROUP.
           MOVE 1 TO WS-CM-SCAN-SUB.
           PERFORM UNTIL WS-CM-SCAN-SUB > WS-CM-COUNT
               IF WS-CM-GROUP (WS-CM-SCAN-SUB) = RQ-CODE
                   MOVE WS-CM-CODE (WS-CM-SCAN-SUB) TO WS-INQ-CODE
                   PERFORM 2500-READ-KEYED-BALANCE
                   PERFORM 3100-FIND-CODE-MASTER
                   PERFORM 3000-PRINT-CODE
               END-IF
               ADD 1 TO WS-CM-SCAN-SUB
           END-PERFORM.
      ******************************************************************
       2500-READ-KEYED-BALANCE.
           MOVE 'N' TO WS-KEYED-FOUND-SW.
           MOVE WS-INQ-CODE TO KBAL-CODE.
           READ KEYED-BALANCE-FILE
               KEY IS KBAL-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KEYED-FOUND-SW
           END-READ.
           IF KEYED-BAL-FILE-STATUS NOT = '23'
               MOVE 'BALKSDS ' TO WS-ERROR-FILE-ID
               MOVE KEYED-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
      ******************************************************************
      * ONE BLOCK PER CODE: WHAT THE CODE IS, ITS BALANCES AS LAST
      * POSTED, ITS STANDING AGAINST ITS LIMITS AND ITS RECENT DAYS.
      ******************************************************************
       3000-PRINT-CODE.
           ADD 1 TO WS-REQUEST-CODES.
           ADD 1 TO WS-CODES-LISTED.
           MOVE WS-INQ-CODE TO INQ-CODE.
           IF CODE-MASTER-FOUND
               MOVE WS-CM-DESCRIPTION (WS-CM-SUB) TO INQ-DESCRIPTION
               MOVE WS-CM-GROUP (WS-CM-SUB) TO INQ-GROUP
               IF WS-CM-ACTIVE-FLAG (WS-CM-SUB) = 'A'
                   MOVE 'ACTIVE' TO INQ-CODE-STATUS
               ELSE
                   MOVE 'INACTIVE' TO INQ-CODE-STATUS
               END-IF
           ELSE
               MOVE '*** NOT ON CODE MASTER ***' TO INQ-DESCRIPTION
               MOVE SPACES TO INQ-GROUP
               MOVE 'UNKNOWN' TO INQ-CODE-STATUS
           END-IF.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BLANK-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-CODE-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           IF KEYED-BAL-FOUND
               PERFORM 3200-PRINT-BALANCES
               PERFORM 3300-PRINT-LIMIT-STATUS
           ELSE
               ADD 1 TO WS-CODES-NO-BALANCE
               MOVE 'NO BALANCE POSTED FOR THIS CODE' TO INQ-MESSAGE
               PERFORM 8200-WRITE-MESSAGE-LINE
           END-IF.
           PERFORM 3400-PRINT-ACTIVITY.
      ******************************************************************
       3100-FIND-CODE-MASTER.
           MOVE 'N' TO WS-CM-FOUND-SW.
           IF WS-CM-COUNT > 0
               SEARCH ALL WS-CM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CM-CODE (WS-CM-IX) = WS-INQ-CODE
                       MOVE 'Y' TO WS-CM-FOUND-SW
                       SET WS-CM-SUB TO WS-CM-IX
               END-SEARCH
           END-IF.
      ******************************************************************
      * A CODE THAT HAS NEVER POSTED SHOWS NO LAST-ACTIVITY DATE.
      ******************************************************************
       3200-PRINT-BALANCES.
           MOVE KBAL-CURR-BALANCE TO INQ-CURR-BALANCE.
           IF KBAL-LAST-ACTIVITY NUMERIC
               AND KBAL-LAST-ACTIVITY NOT = ZERO
               MOVE KBAL-LAST-ACTIVITY TO INQ-LAST-ACTIVITY
           ELSE
               MOVE 'NEVER' TO INQ-LAST-ACTIVITY-X
           END-IF.
           MOVE KBAL-POSTED-DATE TO INQ-POSTED-DATE.
           MOVE KBAL-POSTED-CYCLE TO INQ-POSTED-CYCLE.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BALANCE-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BUCKET-HEAD-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           MOVE 'AMOUNT1' TO INQ-BUCKET-NAME.
           MOVE KBAL-MTD-AMOUNT1 TO INQ-BUCKET-MTD.
           MOVE KBAL-YTD-AMOUNT1 TO INQ-BUCKET-YTD.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BUCKET-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           MOVE 'AMOUNT4' TO INQ-BUCKET-NAME.
           MOVE KBAL-MTD-AMOUNT4 TO INQ-BUCKET-MTD.
           MOVE KBAL-YTD-AMOUNT4 TO INQ-BUCKET-YTD.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BUCKET-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           MOVE 'AMOUNT5' TO INQ-BUCKET-NAME.
           MOVE KBAL-MTD-AMOUNT5 TO INQ-BUCKET-MTD.
           MOVE KBAL-YTD-AMOUNT5 TO INQ-BUCKET-YTD.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BUCKET-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           MOVE 'ADJUSTMENTS' TO INQ-BUCKET-NAME.
           MOVE KBAL-MTD-ADJUSTMENT TO INQ-BUCKET-MTD.
           MOVE SPACES TO INQ-BUCKET-YTD-X.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BUCKET-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
      ******************************************************************
      * THE SAME CONDITIONS FAPCOB16 MONITORS NIGHTLY: UNAUTHORIZED
      * NEGATIVE BALANCE, BALANCE OVER ITS CAP AND THE DAY'S MOVEMENT
      * OVER ITS CAP.  A ZERO CAP MEANS NO CAP, AND A CODE WITH NO
      * LIMITS CARD MAY NOT GO NEGATIVE.  THE DAY'S MOVEMENT IS MEASURED
      * FROM THE START-OF-DAY BALANCE WHEN THE BALANCE WAS POSTED ON
      * THE INQUIRY DATE; BEFORE THE DAY'S FIRST POSTING IT IS ZERO.
      ******************************************************************
       3300-PRINT-LIMIT-STATUS.
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           IF WS-LIMIT-COUNT > 0
               SEARCH ALL WS-LIMIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIM-CODE (WS-LIM-IX) = WS-INQ-CODE
                       MOVE 'Y' TO WS-LIMIT-FOUND-SW
                       SET WS-LIMIT-SUB TO WS-LIM-IX
               END-SEARCH
           END-IF.
           MOVE ZERO TO WS-DAY-MOVEMENT.
           IF KBAL-POSTED-DATE = WS-RUN-DATE
               AND KBAL-DAY-OPEN-BALANCE NUMERIC
               COMPUTE WS-DAY-MOVEMENT =
                   KBAL-CURR-BALANCE - KBAL-DAY-OPEN-BALANCE
           END-IF.
           MOVE SPACES TO INQ-LIM-NOTE.
           IF LIMIT-FOUND
               IF WS-LIM-MAX-BALANCE (WS-LIMIT-SUB) = ZERO
                   MOVE 'NO CAP' TO INQ-LIM-MAX-BALANCE-X
               ELSE
                   MOVE WS-LIM-MAX-BALANCE (WS-LIMIT-SUB)
                       TO INQ-LIM-MAX-BALANCE
               END-IF
               IF WS-LIM-MAX-MOVEMENT (WS-LIMIT-SUB) = ZERO
                   MOVE 'NO CAP' TO INQ-LIM-MAX-MOVEMENT-X
               ELSE
                   MOVE WS-LIM-MAX-MOVEMENT (WS-LIMIT-SUB)
                       TO INQ-LIM-MAX-MOVEMENT
               END-IF
               IF WS-LIM-NEG-ALLOWED (WS-LIMIT-SUB) = 'Y'
                   MOVE 'YES' TO INQ-LIM-NEG-ALLOWED
               ELSE
                   MOVE 'NO' TO INQ-LIM-NEG-ALLOWED
               END-IF
           ELSE
               MOVE 'NO CAP' TO INQ-LIM-MAX-BALANCE-X
               MOVE 'NO CAP' TO INQ-LIM-MAX-MOVEMENT-X
               MOVE 'NO' TO INQ-LIM-NEG-ALLOWED
               MOVE 'NO LIMITS CARD' TO INQ-LIM-NOTE
           END-IF.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-LIMIT-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           MOVE 'N' TO WS-LIMIT-BREACH-SW.
           IF KBAL-CURR-BALANCE < ZERO
               AND NOT (LIMIT-FOUND
               AND WS-LIM-NEG-ALLOWED (WS-LIMIT-SUB) = 'Y')
               MOVE 'Y' TO WS-LIMIT-BREACH-SW
               MOVE 'NEGATIVE WITHOUT AUTHORITY' TO INQ-LIMIT-STATUS
               PERFORM 3350-WRITE-STATUS-LINE
           END-IF.
           IF LIMIT-FOUND
               AND WS-LIM-MAX-BALANCE (WS-LIMIT-SUB) NOT = ZERO
               COMPUTE WS-ABS-BALANCE =
                   FUNCTION ABS (KBAL-CURR-BALANCE)
               IF WS-ABS-BALANCE >
                   WS-LIM-MAX-BALANCE (WS-LIMIT-SUB)
                   MOVE 'Y' TO WS-LIMIT-BREACH-SW
                   MOVE 'BALANCE OVER LIMIT' TO INQ-LIMIT-STATUS
                   PERFORM 3350-WRITE-STATUS-LINE
               END-IF
           END-IF.
           IF LIMIT-FOUND
               AND WS-LIM-MAX-MOVEMENT (WS-LIMIT-SUB) NOT = ZERO
               COMPUTE WS-ABS-MOVEMENT =
                   FUNCTION ABS (WS-DAY-MOVEMENT)
               IF WS-ABS-MOVEMENT >
                   WS-LIM-MAX-MOVEMENT (WS-LIMIT-SUB)
                   MOVE 'Y' TO WS-LIMIT-BREACH-SW
                   MOVE 'DAY MOVEMENT OVER LIMIT' TO INQ-LIMIT-STATUS
                   PERFORM 3350-WRITE-STATUS-LINE
               END-IF
           END-IF.
           IF LIMIT-BREACHED
               ADD 1 TO WS-CODES-OVER-LIMIT
           ELSE
               MOVE 'WITHIN LIMITS' TO INQ-LIMIT-STATUS
               PERFORM 3350-WRITE-STATUS-LINE
           END-IF.
      ******************************************************************
       3350-WRITE-STATUS-LINE.
           MOVE WS-DAY-MOVEMENT TO INQ-DAY-MOVEMENT.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-STATUS-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
      ******************************************************************
      * THE LAST N DAYS RUN BACK FROM THE INQUIRY DATE, TODAY INCLUDED.
      * THE KEYED SUMMARY HISTORY HOLDS ONE ROW PER CYCLE, SO A DAY RUN
      * IN SEVERAL CYCLES IS ADDED UP INTO ONE LINE.  DAYS WITH NO
      * ACTIVITY PRINT NO LINE.
      ******************************************************************
       3400-PRINT-ACTIVITY.
           IF NOT KEYED-SUM-OPEN
               MOVE 'NO ACTIVITY HISTORY AVAILABLE' TO INQ-MESSAGE
               PERFORM 8200-WRITE-MESSAGE-LINE
           ELSE
               COMPUTE WS-FIRST-DAY-NUMBER =
                   WS-RUN-DAY-NUMBER - WS-REQUEST-DAYS + 1
               COMPUTE WS-FIRST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-FIRST-DAY-NUMBER)
               MOVE WS-REQUEST-DAYS TO INQ-ACT-HDG-DAYS
               MOVE WS-FIRST-DATE TO INQ-ACT-HDG-FROM
               WRITE INQUIRY-REPORT-RECORD FROM INQ-ACTIVITY-HEAD-LINE
               PERFORM 8900-CHECK-REPORT-WRITE
               MOVE ZERO TO WS-ACT-DATE
               MOVE ZERO TO WS-ACT-DAYS
               MOVE ZERO TO WS-ACT-TOTAL-COUNT
               MOVE ZERO TO WS-ACT-TOTAL-AMOUNT1
               MOVE ZERO TO WS-ACT-TOTAL-AMOUNT4
               MOVE ZERO TO WS-ACT-TOTAL-AMOUNT5
               PERFORM 3410-READ-CODE-HISTORY
               IF WS-ACT-DATE NOT = ZERO
                   PERFORM 3450-WRITE-ACTIVITY-DAY
                   MOVE 'TOTAL' TO INQ-ACT-DATE-X
                   MOVE WS-ACT-TOTAL-COUNT TO INQ-ACT-COUNT
                   MOVE WS-ACT-TOTAL-AMOUNT1 TO INQ-ACT-AMOUNT1
                   MOVE WS-ACT-TOTAL-AMOUNT4 TO INQ-ACT-AMOUNT4
                   MOVE WS-ACT-TOTAL-AMOUNT5 TO INQ-ACT-AMOUNT5
                   WRITE INQUIRY-REPORT-RECORD FROM INQ-ACTIVITY-LINE
                   PERFORM 8900-CHECK-REPORT-WRITE
               ELSE
                   MOVE 'NO ACTIVITY IN THESE DAYS' TO INQ-MESSAGE
                   PERFORM 8200-WRITE-MESSAGE-LINE
               END-IF
           END-IF.
      ******************************************************************
       3410-READ-CODE-HISTORY.
           MOVE 'N' TO WS-HISTORY-END-SW.
           MOVE WS-INQ-CODE TO KSUM-CODE.
           MOVE WS-FIRST-DATE TO KSUM-RUN-DATE.
           MOVE ZERO TO KSUM-RUN-CYCLE.
           START KEYED-SUMMARY-FILE
               KEY IS NOT LESS THAN KSUM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-END-SW
           END-START.
           IF KEYED-SUM-FILE-STATUS NOT = '23'
               MOVE 'SUMKSDS ' TO WS-ERROR-FILE-ID
               MOVE KEYED-SUM-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF KEYED-SUM-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-HISTORY-END-SW
               END-IF
           END-IF.
           PERFORM UNTIL HISTORY-ENDED
               READ KEYED-SUMMARY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-END-SW
                   NOT AT END
                       IF KSUM-CODE NOT = WS-INQ-CODE
                           OR KSUM-RUN-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-HISTORY-END-SW
                       ELSE
                           PERFORM 3420-ADD-HISTORY-ROW
                       END-IF
               END-READ
               IF KEYED-SUM-FILE-STATUS NOT = '00'
                   AND KEYED-SUM-FILE-STATUS NOT = '10'
                   MOVE 'Y' TO WS-HISTORY-END-SW
                   MOVE 'SUMKSDS ' TO WS-ERROR-FILE-ID
                   MOVE KEYED-SUM-FILE-STATUS TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.
      ******************************************************************
       3420-ADD-HISTORY-ROW.
           IF KSUM-RUN-DATE NOT = WS-ACT-DATE
               IF WS-ACT-DATE NOT = ZERO
                   PERFORM 3450-WRITE-ACTIVITY-DAY
               ELSE
                   WRITE INQUIRY-REPORT-RECORD
                       FROM INQ-ACTIVITY-COLUMN-LINE
                   PERFORM 8900-CHECK-REPORT-WRITE
               END-IF
               MOVE KSUM-RUN-DATE TO WS-ACT-DATE
               MOVE ZERO TO WS-ACT-COUNT
               MOVE ZERO TO WS-ACT-AMOUNT1
               MOVE ZERO TO WS-ACT-AMOUNT4
               MOVE ZERO TO WS-ACT-AMOUNT5
           END-IF.
           IF KSUM-TRANS-COUNT NUMERIC
               ADD KSUM-TRANS-COUNT TO WS-ACT-COUNT
               ADD KSUM-TRANS-COUNT TO WS-ACT-TOTAL-COUNT
           END-IF.
           ADD KSUM-AMOUNT1 TO WS-ACT-AMOUNT1.
           ADD KSUM-AMOUNT1 TO WS-ACT-TOTAL-AMOUNT1.
           ADD KSUM-AMOUNT4 TO WS-ACT-AMOUNT4.
           ADD KSUM-AMOUNT4 TO WS-ACT-TOTAL-AMOUNT4.
           ADD KSUM-AMOUNT5 TO WS-ACT-AMOUNT5.
           ADD KSUM-AMOUNT5 TO WS-ACT-TOTAL-AMOUNT5.
      ******************************************************************
       3450-WRITE-ACTIVITY-DAY.
           ADD 1 TO WS-ACT-DAYS.
           MOVE WS-ACT-DATE TO INQ-ACT-DATE.
           MOVE WS-ACT-COUNT TO INQ-ACT-COUNT.
           MOVE WS-ACT-AMOUNT1 TO INQ-ACT-AMOUNT1.
           MOVE WS-ACT-AMOUNT4 TO INQ-ACT-AMOUNT4.
           MOVE WS-ACT-AMOUNT5 TO INQ-ACT-AMOUNT5.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-ACTIVITY-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
      ******************************************************************
       8100-WRITE-REQUEST-HEADING.
           MOVE WS-REQUEST-NUMBER TO INQ-REQ-NUMBER.
           MOVE SPACES TO INQ-REQ-DESCRIPTION.
           EVALUATE TRUE
               WHEN RQ-SINGLE-CODE
                   STRING 'CODE ' DELIMITED BY SIZE
                          RQ-CODE DELIMITED BY SIZE
                       INTO INQ-REQ-DESCRIPTION
                   END-STRING
               WHEN RQ-CODE-RANGE
                   STRING 'CODES ' DELIMITED BY SIZE
                          RQ-CODE DELIMITED BY SIZE
                          ' THRU ' DELIMITED BY SIZE
                          RQ-TO-CODE DELIMITED BY SIZE
                       INTO INQ-REQ-DESCRIPTION
                   END-STRING
               WHEN RQ-CODE-GROUP
                   STRING 'CODE GROUP ' DELIMITED BY SIZE
                          RQ-CODE DELIMITED BY SIZE
                       INTO INQ-REQ-DESCRIPTION
                   END-STRING
               WHEN OTHER
                   MOVE REQUEST-CARD-RECORD (1:40)
                       TO INQ-REQ-DESCRIPTION
           END-EVALUATE.
           IF WS-REQUEST-REASON = SPACES
               MOVE WS-REQUEST-DAYS TO INQ-REQ-DAYS
           ELSE
               MOVE RQ-DAYS TO INQ-REQ-DAYS
           END-IF.
           MOVE RQ-REQUESTER TO INQ-REQ-REQUESTER.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-BLANK-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-REQUEST-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
      ******************************************************************
       8200-WRITE-MESSAGE-LINE.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-MESSAGE-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
           MOVE SPACES TO INQ-MESSAGE.
      ******************************************************************
       8900-CHECK-REPORT-WRITE.
           MOVE 'INQRPT  ' TO WS-ERROR-FILE-ID.
           MOVE INQ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * REJECTED CARDS AND REQUESTS THAT FOUND NOTHING ARE LISTED IN
      * PLACE ON THE REPORT AND RAISE A WARNING, SO A MISTYPED CARD
      * DOES NOT GO UNNOTICED.
      ******************************************************************
       9000-TERMINATE.
           MOVE 'REQUEST CARDS READ:' TO INQ-TOTAL-LABEL.
           MOVE WS-REQUESTS-READ TO INQ-TOTAL-COUNT.
           PERFORM 9400-WRITE-INQUIRY-TOTAL.
           MOVE 'REQUEST CARDS REJECTED:' TO INQ-TOTAL-LABEL.
           MOVE WS-REQUESTS-REJECTED TO INQ-TOTAL-COUNT.
           PERFORM 9400-WRITE-INQUIRY-TOTAL.
           MOVE 'REQUESTS THAT FOUND NO CODES:' TO INQ-TOTAL-LABEL.
           MOVE WS-REQUESTS-EMPTY TO INQ-TOTAL-COUNT.
           PERFORM 9400-WRITE-INQUIRY-TOTAL.
           MOVE 'CODES LISTED:' TO INQ-TOTAL-LABEL.
           MOVE WS-CODES-LISTED TO INQ-TOTAL-COUNT.
           PERFORM 9400-WRITE-INQUIRY-TOTAL.
           MOVE 'CODES WITH NO BALANCE POSTED:' TO INQ-TOTAL-LABEL.
           MOVE WS-CODES-NO-BALANCE TO INQ-TOTAL-COUNT.
           PERFORM 9400-WRITE-INQUIRY-TOTAL.
           MOVE 'CODES OUTSIDE THEIR LIMITS:' TO INQ-TOTAL-LABEL.
           MOVE WS-CODES-OVER-LIMIT TO INQ-TOTAL-COUNT.
           PERFORM 9400-WRITE-INQUIRY-TOTAL.
           IF WS-REQUESTS-REJECTED > ZERO
               OR WS-REQUESTS-EMPTY > ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               COMPUTE INQ-TOTAL-COUNT =
                   WS-REQUESTS-REJECTED + WS-REQUESTS-EMPTY
               STRING 'REQUESTS REJECTED OR FINDING NO CODES:'
                          DELIMITED BY SIZE
                      INQ-TOTAL-COUNT DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF REQUEST-FILE-OPEN
               CLOSE REQUEST-CARD-FILE
           END-IF.
           IF KEYED-BAL-OPEN
               CLOSE KEYED-BALANCE-FILE
           END-IF.
           IF KEYED-SUM-OPEN
               CLOSE KEYED-SUMMARY-FILE
           END-IF.
           CLOSE INQUIRY-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB32 BALANCE INQUIRY ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB32 BALANCE INQUIRY RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9100-READ-REQUEST-CARD.
           MOVE SPACES TO REQUEST-CARD-RECORD.
           PERFORM UNTIL END-OF-FILE
               OR (REQUEST-CARD-RECORD NOT = SPACES
               AND NOT RQ-COMMENT)
               READ REQUEST-CARD-FILE
                   AT END
                       MOVE 'EOF' TO INPUT-SWITCH
               END-READ
               MOVE 'INQIN   ' TO WS-ERROR-FILE-ID
               MOVE REQUEST-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF REQUEST-FILE-STATUS NOT = '00'
                   MOVE 'EOF' TO INPUT-SWITCH
               END-IF
           END-PERFORM.
           IF NOT END-OF-FILE
               ADD 1 TO WS-REQUESTS-READ
           END-IF.
      ******************************************************************
       9400-WRITE-INQUIRY-TOTAL.
           WRITE INQUIRY-REPORT-RECORD FROM INQ-TOTAL-LINE.
           PERFORM 8900-CHECK-REPORT-WRITE.
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
