       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB23.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          DAILY INTEREST AND SERVICE-CHARGE ACCRUAL.  READS THE
      *          NEW CODE-BALANCE MASTER THE POSTING STEP JUST WROTE
      *          AND, FOR EVERY CODE ON THE ACCRUAL RATE TABLE,
      *          ACCRUES INTEREST OR A SERVICE CHARGE FOR THE DAYS
      *          SINCE IT WAS LAST ACCRUED.  WHAT HAS BEEN ACCRUED BUT
      *          NOT YET POSTED IS CARRIED FORWARD ON THE ACCRUAL
      *          CARRY FILE.  CODES THAT POST DAILY POST EVERY RUN;
      *          CODES THAT POST AT MONTH-END POST THE WHOLE MONTH IN
      *          ONE ENTRY ON THE CALENDAR'S MONTH-END BUSINESS DAY.
      *          POSTINGS ARE WRITTEN AS SYSTEM-GENERATED TRANSACTIONS
      *          FOR THE NEXT DAY'S CONSOLIDATION, AND EVERY CODE IS
      *          LISTED ON THE ACCRUAL REGISTER.
      *          ON A DAY RUN IN SEVERAL CYCLES ONLY THE LAST CYCLE THE
      *          CALENDAR ALLOWS ACCRUES AND POSTS, AGAINST THE
      *          END-OF-DAY BALANCES - EARLIER CYCLES CARRY THE
      *          ACCRUALS FORWARD UNCHANGED AND HAND THE CONSOLIDATION
      *          STEP AN EMPTY POSTING FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE ASSIGN TO RATEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT NEW-BALANCE-FILE ASSIGN TO BALNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-BAL-FILE-STATUS.
           SELECT OPTIONAL OLD-ACCRUAL-FILE ASSIGN TO ACCRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-ACCRUAL-FILE-STATUS.
           SELECT NEW-ACCRUAL-FILE ASSIGN TO ACCROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ACCRUAL-FILE-STATUS.
           SELECT SYSTEM-TRANS-FILE ASSIGN TO SYSTRNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSTEM-TRANS-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO ACRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCRUAL-REPORT-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * ACCRUAL RATE TABLE - ONE RECORD PER CODE THAT ACCRUES.  THE
      * RATE IS AN ANNUAL PERCENTAGE APPLIED TO THE CURRENT BALANCE
      * OVER THE DAY-COUNT BASIS (360, 365, OR ACT FOR THE ACTUAL
      * DAYS IN THE YEAR).  NOTHING ACCRUES ON A BALANCE BELOW THE
      * MINIMUM.  A SERVICE CHARGE MAY ALSO CARRY A FLAT MONTHLY
      * AMOUNT, ACCRUED ON THE MONTH-END RUN.  THE POSTING TYPE
      * DEFAULTS TO D FOR INTEREST AND C FOR A CHARGE.
       FD  RATE-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RATE-TABLE-RECORD.
           02  RT-CODE               PIC X(10).
           02  RT-ACCRUAL-CLASS      PIC X(1).
               88  RT-CLASS-INTEREST VALUE 'I'.
               88  RT-CLASS-CHARGE   VALUE 'C'.
           02  RT-ANNUAL-RATE        PIC 9(3)V9(6).
           02  RT-DAY-BASIS          PIC X(3).
               88  RT-BASIS-VALID    VALUES '360' '365' 'ACT'.
           02  RT-MINIMUM-BALANCE    PIC 9(11)V99.
           02  RT-POST-FREQUENCY     PIC X(1).
               88  RT-POST-DAILY     VALUE 'D'.
               88  RT-POST-MONTH-END VALUE 'M'.
           02  RT-FLAT-CHARGE        PIC 9(7)V99.
           02  RT-POST-TYPE          PIC X(1).
               88  RT-POST-TYPE-VALID VALUES 'D' 'C' ' '.
           02  FILLER                PIC X(33).

       FD  NEW-BALANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-BALANCE-RECORD.
           02  NBAL-CODE             PIC X(10).
           02  NBAL-CURR-BALANCE     PIC S9(11)V99.
           02  NBAL-MTD-AMOUNT1      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT1      PIC S9(11)V99.
           02  NBAL-MTD-AMOUNT4      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT4      PIC S9(11)V99.
           02  NBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-LAST-ACTIVITY    PIC 9(8).
           02  NBAL-MTD-ADJUSTMENT   PIC S9(9)V99.

      * ACCRUAL CARRY FILE - ONE RECORD PER CODE, IN CODE SEQUENCE.
      * THE UNPOSTED AMOUNT KEEPS SIX DECIMALS SO DAILY ROUNDING
      * NEVER LEAKS; ONLY WHOLE CENTS ARE EVER POSTED.  THE
      * ACCRUED-THROUGH DATE STOPS A RERUN ACCRUING THE SAME DAYS
      * TWICE.
       FD  OLD-ACCRUAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OLD-ACCRUAL-RECORD.
           02  OACR-CODE             PIC X(10).
           02  OACR-ACCRUAL-CLASS    PIC X(1).
           02  OACR-POST-TYPE        PIC X(1).
           02  OACR-UNPOSTED         PIC S9(9)V9(6).
           02  OACR-ACCRUED-THROUGH  PIC 9(8).
           02  OACR-LAST-POSTED-DATE PIC 9(8).
           02  OACR-LAST-POSTED-AMOUNT PIC S9(9)V99.
           02  FILLER                PIC X(26).

       FD  NEW-ACCRUAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-ACCRUAL-RECORD.
           02  NACR-CODE             PIC X(10).
           02  NACR-ACCRUAL-CLASS    PIC X(1).
           02  NACR-POST-TYPE        PIC X(1).
           02  NACR-UNPOSTED         PIC S9(9)V9(6).
           02  NACR-ACCRUED-THROUGH  PIC 9(8).
           02  NACR-LAST-POSTED-DATE PIC 9(8).
           02  NACR-LAST-POSTED-AMOUNT PIC S9(9)V99.
           02  FILLER                PIC X(26).

      * SYSTEM-GENERATED TRANSACTIONS IN THE DAILY TRANSACTION
      * LAYOUT, BETWEEN A HEADER AND A TRAILER LABEL, FOR THE NEXT
      * DAY'S CONSOLIDATION.  EVERY ONE CARRIES REGION ACR.
       FD  SYSTEM-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SYSTEM-TRANS-RECORD.
           02  TR-TRANS-DATE         PIC 9(8).
           02  TR-CODE               PIC X(10).
           02  TR-DESCRIPTION        PIC X(20).
           02  TR-AMOUNT1            PIC S9(8)V99.
           02  TR-AMOUNT4            PIC S9(6)V99.
           02  TR-AMOUNT5            PIC S9(6)V99.
           02  TR-TYPE-IND           PIC X(1).
           02  TR-REGION-ID          PIC X(3).
           02  FILLER                PIC X(12).
       01  SYSTEM-HEADER-RECORD.
           02  SH-RECORD-ID          PIC X(3).
           02  SH-EXTRACT-DATE       PIC 9(8).
           02  SH-SOURCE-SYSTEM      PIC X(8).
           02  FILLER                PIC X(61).
       01  SYSTEM-TRAILER-RECORD.
           02  ST-RECORD-ID          PIC X(3).
           02  ST-RECORD-COUNT       PIC 9(9).
           02  ST-HASH-TOTAL         PIC S9(13)V99.
           02  FILLER                PIC X(53).

      * PROCESSING CALENDAR CONTROL FILE.  THE C RECORD IS THE
      * OPERATIONS DECISION OF RECORD: THE OFFICIAL BUSINESS DATE
      * AND THE MOST RECENT OFFICIAL MONTH-END AND YEAR-END DATES.
      * H RECORDS LIST HOLIDAYS AND B RECORDS BUSINESS DAYS FOR THE
      * SCHEDULERS - THE PROGRAMS READ PAST THEM.  CYCLES-PER-DAY
      * IS HOW MANY PROCESSING CYCLES THE BUSINESS DATE RUNS IN -
      * BLANK OR ZERO MEANS ONE.
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
           02  CAL-CYCLES-PER-DAY    PIC X(1).
           02  FILLER                PIC X(52).

       FD  ACCRUAL-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-REPORT-RECORD     PIC X(133).

      * KEYWORD=VALUE PARAMETER CARDS, ONE PER CARD.  A CARD WITH
      * AN ASTERISK IN COLUMN 1 IS A COMMENT.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-RECORD          PIC X(80).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  RATE-SWITCH       PIC X(3).
               88  END-OF-RATE-FILE VALUE 'EOF'.
           02  NEW-BAL-SWITCH    PIC X(3).
               88  END-OF-NEW-BALANCE VALUE 'EOF'.
           02  OLD-ACCRUAL-SWITCH PIC X(3).
               88  END-OF-OLD-ACCRUAL VALUE 'EOF'.
           02  WS-RATE-VALID-SW  PIC X     VALUE 'Y'.
               88  RATE-ENTRY-VALID VALUE 'Y'.
           02  WS-SYSTEM-REGION  PIC X(3)  VALUE 'ACR'.
           02  WS-SYSTEM-SOURCE  PIC X(8)  VALUE 'ACCRUAL'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
       01  FILE-STATUS-FIELDS.
           02  RATE-FILE-STATUS      PIC X(2) VALUE '00'.
           02  NEW-BAL-FILE-STATUS   PIC X(2) VALUE '00'.
           02  OLD-ACCRUAL-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-ACCRUAL-FILE-STATUS PIC X(2) VALUE '00'.
           02  SYSTEM-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  ACCRUAL-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-TABLE-OVERFLOW      VALUE 8.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  RUN-COUNTERS.
           02  WS-RATES-LOADED       PIC 9(9) VALUE ZERO.
           02  WS-RATES-REJECTED     PIC 9(9) VALUE ZERO.
           02  WS-CODES-ACCRUED      PIC 9(9) VALUE ZERO.
           02  WS-TRANS-WRITTEN      PIC 9(9) VALUE ZERO.
           02  WS-CARRY-WRITTEN      PIC 9(9) VALUE ZERO.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-MONTH-END-SW       PIC X     VALUE 'N'.
               88  MONTH-END-RUN     VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
           02  WS-CYCLES-PER-DAY     PIC 9(1)  VALUE 1.
       01  PARM-CARD-WORK-FIELDS.
           02  WS-PARM-EOF-SW        PIC X     VALUE 'N'.
               88  PARM-CARDS-EOF    VALUE 'Y'.
           02  WS-PARM-ERROR-SW      PIC X     VALUE 'N'.
               88  PARM-CARD-ERROR   VALUE 'Y'.
           02  WS-PARM-KEYWORD       PIC X(20) VALUE SPACES.
           02  WS-PARM-VALUE         PIC X(40) VALUE SPACES.
           02  WS-PARM-DATE-X        PIC X(8)  VALUE SPACES.
           02  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
                                     PIC 9(8).
           02  WS-PARM-VALUE-OK-SW   PIC X     VALUE 'Y'.
               88  PARM-VALUE-OK     VALUE 'Y'.
           02  WS-PARM-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           02  WS-PARM-COUNT         PIC 9(9)  VALUE ZERO.
           02  WS-RUN-CYCLE          PIC 9(1)  VALUE 1.
           02  WS-ACCRUE-RUN-SW      PIC X     VALUE 'Y'.
               88  ACCRUE-THIS-RUN   VALUE 'Y'.
       01  DATE-WORK-FIELDS.
           02  WS-CURRENT-DATE.
               03  WS-CURRENT-YYYY   PIC 9(4).
               03  WS-CURRENT-MM     PIC 9(2).
               03  WS-CURRENT-DD     PIC 9(2).
           02  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                     PIC 9(8).
           02  WS-ACCRUE-THROUGH     PIC 9(8)  VALUE ZERO.
           02  WS-NEXT-MONTH-FIRST.
               03  WS-NEXT-MONTH-YYYY PIC 9(4).
               03  WS-NEXT-MONTH-MM  PIC 9(2).
               03  WS-NEXT-MONTH-DD  PIC 9(2).
           02  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-FIRST
                                     PIC 9(8).
           02  WS-NEXT-WEEKDAY       PIC 9(8)  VALUE ZERO.
           02  WS-NEXT-WEEKDAY-X REDEFINES WS-NEXT-WEEKDAY.
               03  WS-NEXT-WEEKDAY-YYYY PIC 9(4).
               03  WS-NEXT-WEEKDAY-MM PIC 9(2).
               03  WS-NEXT-WEEKDAY-DD PIC 9(2).
           02  WS-DAY-INTEGER        PIC 9(9)  VALUE ZERO.
           02  WS-DAY-OF-WEEK        PIC 9(1)  VALUE ZERO.
           02  WS-LEAP-YEAR-SW       PIC X     VALUE 'N'.
               88  LEAP-YEAR         VALUE 'Y'.
       01  ACCRUAL-WORK-FIELDS.
           02  WS-ACCRUAL-DAYS       PIC S9(5) VALUE ZERO.
           02  WS-BASIS-DAYS         PIC 9(3)  VALUE ZERO.
           02  WS-TODAY-ACCRUAL      PIC S9(9)V9(6) VALUE ZERO.
           02  WS-POST-AMOUNT        PIC S9(9)V99 VALUE ZERO.
           02  WS-POST-SW            PIC X     VALUE 'N'.
               88  POST-THIS-RUN     VALUE 'Y'.
           02  WS-ACCRUAL-NOTE       PIC X(16) VALUE SPACES.
           02  WS-MAX-TRANS-AMOUNT   PIC S9(9)V99 VALUE 99999999.99.
       01  ACCRUAL-TOTAL-FIELDS.
           02  WS-TOTAL-ACCRUED      PIC S9(11)V9(6) VALUE ZERO.
           02  WS-TOTAL-POSTED       PIC S9(11)V99 VALUE ZERO.
           02  WS-TOTAL-CARRIED      PIC S9(11)V9(6) VALUE ZERO.
           02  WS-TRANS-HASH-TOTAL   PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * ONE ENTRY PER CODE ON THE RATE TABLE OR THE CARRY FILE.  A
      * CODE TAKEN OFF THE RATE TABLE WITH AN AMOUNT STILL CARRIED
      * STAYS HERE UNRATED SO WHAT IT ALREADY ACCRUED IS POSTED.
      ******************************************************************
       01  ACCRUAL-TABLE-FIELDS.
           02  WS-ACCRUAL-MAX        PIC 9(5) VALUE 20000.
           02  WS-ACCRUAL-COUNT      PIC 9(5) VALUE ZERO.
           02  WS-ACCRUAL-SUB        PIC 9(5) VALUE ZERO.
           02  WS-ACCRUAL-FOUND-SW   PIC X    VALUE 'N'.
               88  ACCRUAL-FOUND     VALUE 'Y'.
           02  WS-ACCRUAL-SLOT-SW    PIC X    VALUE 'N'.
               88  ACCRUAL-SLOT-FOUND VALUE 'Y'.
           02  WS-ACCRUAL-SEARCH-CODE PIC X(10) VALUE SPACES.
           02  WS-ACCRUAL-ENTRY      OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ACCRUAL-COUNT
                   ASCENDING KEY IS WS-ACE-CODE
                   INDEXED BY WS-ACE-IX.
               03  WS-ACE-CODE           PIC X(10).
               03  WS-ACE-RATED-SW       PIC X.
                   88  ACE-RATED         VALUE 'Y'.
               03  WS-ACE-ON-MASTER-SW   PIC X.
                   88  ACE-ON-MASTER     VALUE 'Y'.
               03  WS-ACE-CLASS          PIC X(1).
                   88  ACE-CLASS-CHARGE  VALUE 'C'.
               03  WS-ACE-RATE           PIC 9(3)V9(6).
               03  WS-ACE-BASIS          PIC X(3).
               03  WS-ACE-MINIMUM        PIC 9(11)V99.
               03  WS-ACE-FREQUENCY      PIC X(1).
                   88  ACE-POST-DAILY    VALUE 'D'.
               03  WS-ACE-FLAT-CHARGE    PIC 9(7)V99.
               03  WS-ACE-POST-TYPE      PIC X(1).
               03  WS-ACE-BALANCE        PIC S9(11)V99.
               03  WS-ACE-UNPOSTED       PIC S9(9)V9(6).
               03  WS-ACE-ACCRUED-THROUGH PIC 9(8).
               03  WS-ACE-LAST-POSTED-DATE PIC 9(8).
               03  WS-ACE-LAST-POSTED-AMT PIC S9(9)V99.
       01  ACCRUAL-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(44) VALUE
               'INTEREST AND SERVICE-CHARGE ACCRUAL REGISTER'.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'BUSINESS DATE:'.
           02  ACR-HDG-DATE          PIC 9999/99/99.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  ACR-HDG-MONTH-END     PIC X(15).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'CYCLE:'.
           02  ACR-HDG-CYCLE         PIC 9.
           02  FILLER                PIC X(4)  VALUE ' OF '.
           02  ACR-HDG-CYCLES        PIC 9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-HDG-HELD          PIC X(21).
       01  ACCRUAL-COLUMN-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'CODE'.
           02  FILLER                PIC X(3)  VALUE 'CL'.
           02  FILLER                PIC X(12) VALUE 'ANNUAL RATE'.
           02  FILLER                PIC X(5)  VALUE 'BAS'.
           02  FILLER                PIC X(3)  VALUE 'FQ'.
           02  FILLER                PIC X(19) VALUE 'BALANCE'.
           02  FILLER                PIC X(5)  VALUE 'DAYS'.
           02  FILLER                PIC X(18) VALUE 'ACCRUED TODAY'.
           02  FILLER                PIC X(16) VALUE 'POSTED'.
           02  FILLER                PIC X(18) VALUE 'CARRIED UNPOSTED'.
           02  FILLER                PIC X(16) VALUE 'NOTE'.
           02  FILLER                PIC X(1)  VALUE SPACES.
       01  ACCRUAL-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  ACR-LINE-CODE         PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-CLASS        PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-RATE         PIC ZZ9.999999.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-BASIS        PIC X(3).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-FREQUENCY    PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-DAYS         PIC ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-ACCRUED      PIC ZZ,ZZZ,ZZ9.9999-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-POSTED       PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-CARRIED      PIC ZZ,ZZZ,ZZ9.9999-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ACR-LINE-NOTE         PIC X(16).
           02  FILLER                PIC X(1)  VALUE SPACES.
       01  ACCRUAL-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'ACCRUED TODAY:'.
           02  ACR-TOTAL-ACCRUED     PIC ZZZ,ZZZ,ZZZ,ZZ9.9999-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'POSTED TODAY:'.
           02  ACR-TOTAL-POSTED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(18) VALUE
               'CARRIED UNPOSTED:'.
           02  ACR-TOTAL-CARRIED     PIC ZZZ,ZZZ,ZZZ,ZZ9.9999-.
           02  FILLER                PIC X(10) VALUE SPACES.
       01  ACCRUAL-COUNT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'RATES LOADED:'.
           02  ACR-COUNT-RATES       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(17) VALUE 'RATES REJECTED:'.
           02  ACR-COUNT-REJECTED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'CODES ACCRUED:'.
           02  ACR-COUNT-ACCRUED     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'TRANSACTIONS:'.
           02  ACR-COUNT-TRANS       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(7)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-RATE-TABLE.
           PERFORM 2200-LOAD-ACCRUAL-CARRY.
           PERFORM 2400-LOAD-NEW-BALANCES.
           PERFORM 3000-ACCRUE-AND-POST.
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
           PERFORM 1600-SET-ACCRUAL-PERIOD.
           PERFORM 1100-READ-PARM-CARD.
           IF WS-RUN-CYCLE < WS-CYCLES-PER-DAY
               OR PARM-CARD-ERROR
               MOVE 'N' TO WS-ACCRUE-RUN-SW
           END-IF.
           OPEN INPUT RATE-TABLE-FILE.
           OPEN INPUT NEW-BALANCE-FILE.
           OPEN INPUT OLD-ACCRUAL-FILE.
           IF OLD-ACCRUAL-FILE-STATUS NOT = '00'
               AND OLD-ACCRUAL-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO OLD-ACCRUAL-SWITCH
               MOVE 'ACCRIN  ' TO WS-ERROR-FILE-ID
               MOVE OLD-ACCRUAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           OPEN OUTPUT NEW-ACCRUAL-FILE.
           OPEN OUTPUT SYSTEM-TRANS-FILE.
           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           MOVE WS-CURRENT-DATE-NUM TO ACR-HDG-DATE.
           IF MONTH-END-RUN
               MOVE 'MONTH-END RUN' TO ACR-HDG-MONTH-END
           ELSE
               MOVE SPACES TO ACR-HDG-MONTH-END
           END-IF.
           MOVE WS-RUN-CYCLE TO ACR-HDG-CYCLE.
           MOVE WS-CYCLES-PER-DAY TO ACR-HDG-CYCLES.
           IF ACCRUE-THIS-RUN
               MOVE SPACES TO ACR-HDG-HELD
           ELSE
               MOVE 'NOTHING ACCRUED/POSTED' TO ACR-HDG-HELD
           END-IF.
           WRITE ACCRUAL-REPORT-RECORD FROM ACCRUAL-HEADING-LINE.
           MOVE 'ACRRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ACCRUAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE ACCRUAL-REPORT-RECORD FROM ACCRUAL-COLUMN-LINE.
           MOVE 'ACRRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ACCRUAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE SPACES TO SYSTEM-HEADER-RECORD.
           MOVE 'HDR' TO SH-RECORD-ID.
           MOVE WS-CURRENT-DATE-NUM TO SH-EXTRACT-DATE.
           MOVE WS-SYSTEM-SOURCE TO SH-SOURCE-SYSTEM.
           WRITE SYSTEM-HEADER-RECORD.
           MOVE 'SYSTRNOT' TO WS-ERROR-FILE-ID.
           MOVE SYSTEM-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * A BAD PARAMETER DECK STOPS THE RUN, BUT THE CARRY FILE IS
      * STILL WRITTEN FORWARD UNCHANGED AND NOTHING IS POSTED.
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
           MOVE 'PARMIN  ' TO WS-ERROR-FILE-ID.
           MOVE PARM-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE PARM-FILE.
           IF PARM-CARD-ERROR
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'PARAMETER CARD ERROR - RUN STOPPED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
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
               PERFORM 1115-APPLY-PARM-KEYWORD
           END-IF.
      ******************************************************************
      * THE WHOLE DAILY-CHAIN KEYWORD SET IS VALIDATED HERE EVEN
      * THOUGH THIS STEP ONLY APPLIES CYCLE - EVERY PROGRAM IN THE
      * CHAIN READS THE SAME CARD DECK.
      ******************************************************************
       1115-APPLY-PARM-KEYWORD.
           EVALUATE WS-PARM-KEYWORD
               WHEN 'FROM-DATE'
                   PERFORM 1120-EDIT-PARM-DATE
               WHEN 'TO-DATE'
                   PERFORM 1120-EDIT-PARM-DATE
               WHEN 'EXPECTED-TOTAL'
                   PERFORM 1130-EDIT-PARM-AMOUNT
               WHEN 'EXPECTED-COUNT'
                   PERFORM 1140-EDIT-PARM-COUNT
               WHEN 'SUMMARY'
                   PERFORM 1150-EDIT-PARM-SWITCH
               WHEN 'RESTART'
                   PERFORM 1150-EDIT-PARM-SWITCH
               WHEN 'PROCESS-DATE'
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
           END-EVALUATE.
      ******************************************************************
      * A DATE VALUE MUST BE EXACTLY EIGHT DIGITS AND A REAL DATE -
      * 99999999 IS ACCEPTED AS THE OPEN-ENDED TO-DATE.
      ******************************************************************
       1120-EDIT-PARM-DATE.
           MOVE 'Y' TO WS-PARM-VALUE-OK-SW.
           MOVE WS-PARM-VALUE (1:8) TO WS-PARM-DATE-X.
           IF WS-PARM-VALUE (9:32) NOT = SPACES
               OR WS-PARM-DATE-X NOT NUMERIC
               MOVE 'N' TO WS-PARM-VALUE-OK-SW
           ELSE
               IF WS-PARM-DATE-9 NOT = 99999999
                   AND FUNCTION TEST-DATE-YYYYMMDD (WS-PARM-DATE-9)
                       NOT = 0
                   MOVE 'N' TO WS-PARM-VALUE-OK-SW
               END-IF
           END-IF.
           IF NOT PARM-VALUE-OK
               PERFORM 1160-REPORT-PARM-ERROR
           END-IF.
      ******************************************************************
       1130-EDIT-PARM-AMOUNT.
           MOVE 'Y' TO WS-PARM-VALUE-OK-SW.
           IF WS-PARM-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL (WS-PARM-VALUE) NOT = 0
               MOVE 'N' TO WS-PARM-VALUE-OK-SW
               PERFORM 1160-REPORT-PARM-ERROR
           ELSE
               COMPUTE WS-PARM-AMOUNT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.
      ******************************************************************
       1140-EDIT-PARM-COUNT.
           MOVE 'Y' TO WS-PARM-VALUE-OK-SW.
           IF WS-PARM-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL (WS-PARM-VALUE) NOT = 0
               MOVE 'N' TO WS-PARM-VALUE-OK-SW
               PERFORM 1160-REPORT-PARM-ERROR
           ELSE
               COMPUTE WS-PARM-COUNT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.
      ******************************************************************
       1150-EDIT-PARM-SWITCH.
           MOVE 'Y' TO WS-PARM-VALUE-OK-SW.
           IF (WS-PARM-VALUE (1:1) NOT = 'Y'
               AND WS-PARM-VALUE (1:1) NOT = 'N')
               OR WS-PARM-VALUE (2:39) NOT = SPACES
               MOVE 'N' TO WS-PARM-VALUE-OK-SW
               PERFORM 1160-REPORT-PARM-ERROR
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
      * THE BUSINESS DATE AND THE MONTH-END FLAG COME FROM THE
      * CALENDAR'S C RECORD.  WITHOUT A CALENDAR THE SYSTEM DATE
      * STAYS IN EFFECT, WITH A WARNING.
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
                           IF CAL-MONTH-END-FLAG = 'Y'
                               MOVE 'Y' TO WS-MONTH-END-SW
                           ELSE
                               MOVE 'N' TO WS-MONTH-END-SW
                           END-IF
                           IF CAL-CYCLES-PER-DAY NUMERIC
                               AND CAL-CYCLES-PER-DAY NOT = '0'
                               MOVE CAL-CYCLES-PER-DAY
                                   TO WS-CYCLES-PER-DAY
                           ELSE
                               MOVE 1 TO WS-CYCLES-PER-DAY
                           END-IF
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
      * AN ORDINARY RUN ACCRUES THROUGH THE BUSINESS DATE.  THE
      * MONTH-END RUN ACCRUES THROUGH THE LAST CALENDAR DAY OF THE
      * MONTH, SO A MONTH THAT ENDS ON A WEEKEND OR HOLIDAY STILL
      * POSTS ALL ITS DAYS IN ITS OWN MONTH.  WITHOUT A CALENDAR THE
      * MONTH-END RUN IS THE LAST WEEKDAY OF THE MONTH.
      ******************************************************************
       1600-SET-ACCRUAL-PERIOD.
           IF NOT CALENDAR-ACTIVE
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM) + 1
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (WS-DAY-INTEGER, 7)
               EVALUATE WS-DAY-OF-WEEK
                   WHEN 6
                       ADD 2 TO WS-DAY-INTEGER
                   WHEN 0
                       ADD 1 TO WS-DAY-INTEGER
               END-EVALUATE
               MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   TO WS-NEXT-WEEKDAY
               IF WS-NEXT-WEEKDAY-MM NOT = WS-CURRENT-MM
                   MOVE 'Y' TO WS-MONTH-END-SW
               END-IF
           END-IF.
           IF MONTH-END-RUN
               MOVE WS-CURRENT-YYYY TO WS-NEXT-MONTH-YYYY
               COMPUTE WS-NEXT-MONTH-MM = WS-CURRENT-MM + 1
               MOVE 1 TO WS-NEXT-MONTH-DD
               IF WS-CURRENT-MM = 12
                   ADD 1 TO WS-NEXT-MONTH-YYYY
                   MOVE 1 TO WS-NEXT-MONTH-MM
               END-IF
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   TO WS-ACCRUE-THROUGH
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-ACCRUE-THROUGH
           END-IF.
           MOVE 'N' TO WS-LEAP-YEAR-SW.
           IF FUNCTION MOD (WS-CURRENT-YYYY, 4) = 0
               IF FUNCTION MOD (WS-CURRENT-YYYY, 100) NOT = 0
                   OR FUNCTION MOD (WS-CURRENT-YYYY, 400) = 0
                   MOVE 'Y' TO WS-LEAP-YEAR-SW
               END-IF
           END-IF.
      ******************************************************************
       2000-LOAD-RATE-TABLE.
           PERFORM UNTIL END-OF-RATE-FILE
               READ RATE-TABLE-FILE
                   AT END
                       MOVE 'EOF' TO RATE-SWITCH
                   NOT AT END
                       IF RATE-TABLE-RECORD NOT = SPACES
                           PERFORM 2050-EDIT-RATE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'RATEIN  ' TO WS-ERROR-FILE-ID.
           MOVE RATE-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE RATE-TABLE-FILE.
           IF WS-RATES-LOADED = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'ACCRUAL RATE TABLE IS EMPTY - NOTHING ACCRUED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * A RATE ENTRY THAT FAILS ANY EDIT, OR REPEATS A CODE ALREADY
      * LOADED, IS LEFT OUT AND NAMED IN THE MESSAGE LOG.
      ******************************************************************
       2050-EDIT-RATE-ENTRY.
           MOVE 'Y' TO WS-RATE-VALID-SW.
           IF RT-CODE = SPACES
               OR NOT (RT-CLASS-INTEREST OR RT-CLASS-CHARGE)
               OR RT-ANNUAL-RATE NOT NUMERIC
               OR NOT RT-BASIS-VALID
               OR RT-MINIMUM-BALANCE NOT NUMERIC
               OR NOT (RT-POST-DAILY OR RT-POST-MONTH-END)
               OR RT-FLAT-CHARGE NOT NUMERIC
               OR NOT RT-POST-TYPE-VALID
               MOVE 'N' TO WS-RATE-VALID-SW
           ELSE
               IF RT-CLASS-INTEREST AND RT-FLAT-CHARGE NOT = ZERO
                   MOVE 'N' TO WS-RATE-VALID-SW
               END-IF
           END-IF.
           IF RATE-ENTRY-VALID
               MOVE RT-CODE TO WS-ACCRUAL-SEARCH-CODE
               PERFORM 2120-FIND-ACCRUAL-ENTRY
               IF ACCRUAL-FOUND
                   MOVE 'N' TO WS-RATE-VALID-SW
               END-IF
           END-IF.
           IF RATE-ENTRY-VALID
               PERFORM 2100-ADD-RATE-ENTRY
           ELSE
               ADD 1 TO WS-RATES-REJECTED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'ACCRUAL RATE ENTRY REJECTED FOR CODE '
                      DELIMITED BY SIZE
                      RT-CODE DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       2100-ADD-RATE-ENTRY.
           IF WS-ACCRUAL-COUNT >= WS-ACCRUAL-MAX
               PERFORM 8800-REPORT-TABLE-OVERFLOW
           ELSE
               PERFORM 2130-INSERT-ACCRUAL-ENTRY
               ADD 1 TO WS-RATES-LOADED
               MOVE 'Y' TO WS-ACE-RATED-SW (WS-ACCRUAL-SUB)
               MOVE RT-ACCRUAL-CLASS TO WS-ACE-CLASS (WS-ACCRUAL-SUB)
               MOVE RT-ANNUAL-RATE TO WS-ACE-RATE (WS-ACCRUAL-SUB)
               MOVE RT-DAY-BASIS TO WS-ACE-BASIS (WS-ACCRUAL-SUB)
               MOVE RT-MINIMUM-BALANCE
                   TO WS-ACE-MINIMUM (WS-ACCRUAL-SUB)
               MOVE RT-POST-FREQUENCY
                   TO WS-ACE-FREQUENCY (WS-ACCRUAL-SUB)
               MOVE RT-FLAT-CHARGE
                   TO WS-ACE-FLAT-CHARGE (WS-ACCRUAL-SUB)
               IF RT-POST-TYPE = SPACE
                   IF RT-CLASS-CHARGE
                       MOVE 'C' TO WS-ACE-POST-TYPE (WS-ACCRUAL-SUB)
                   ELSE
                       MOVE 'D' TO WS-ACE-POST-TYPE (WS-ACCRUAL-SUB)
                   END-IF
               ELSE
                   MOVE RT-POST-TYPE
                       TO WS-ACE-POST-TYPE (WS-ACCRUAL-SUB)
               END-IF
           END-IF.
      ******************************************************************
       2120-FIND-ACCRUAL-ENTRY.
           MOVE 'N' TO WS-ACCRUAL-FOUND-SW.
           IF WS-ACCRUAL-COUNT > 0
               SEARCH ALL WS-ACCRUAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACE-CODE (WS-ACE-IX) =
                       WS-ACCRUAL-SEARCH-CODE
                       MOVE 'Y' TO WS-ACCRUAL-FOUND-SW
                       SET WS-ACCRUAL-SUB TO WS-ACE-IX
               END-SEARCH
           END-IF.
      ******************************************************************
      * THE ACCRUAL TABLE IS HELD IN CODE SEQUENCE FOR THE BINARY
      * SEARCH - A NEW CODE SLIDES INTO ITS SLOT WITH NOTHING
      * ACCRUED AND NO RATE.
      ******************************************************************
       2130-INSERT-ACCRUAL-ENTRY.
           ADD 1 TO WS-ACCRUAL-COUNT.
           MOVE WS-ACCRUAL-COUNT TO WS-ACCRUAL-SUB.
           MOVE 'N' TO WS-ACCRUAL-SLOT-SW.
           PERFORM UNTIL ACCRUAL-SLOT-FOUND
               IF WS-ACCRUAL-SUB = 1
                   MOVE 'Y' TO WS-ACCRUAL-SLOT-SW
               ELSE
                   IF WS-ACE-CODE (WS-ACCRUAL-SUB - 1) >
                       WS-ACCRUAL-SEARCH-CODE
                       MOVE WS-ACCRUAL-ENTRY (WS-ACCRUAL-SUB - 1)
                           TO WS-ACCRUAL-ENTRY (WS-ACCRUAL-SUB)
                       SUBTRACT 1 FROM WS-ACCRUAL-SUB
                   ELSE
                       MOVE 'Y' TO WS-ACCRUAL-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ACCRUAL-SEARCH-CODE TO WS-ACE-CODE (WS-ACCRUAL-SUB).
           MOVE 'N' TO WS-ACE-RATED-SW (WS-ACCRUAL-SUB).
           MOVE 'N' TO WS-ACE-ON-MASTER-SW (WS-ACCRUAL-SUB).
           MOVE SPACES TO WS-ACE-CLASS (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-RATE (WS-ACCRUAL-SUB).
           MOVE SPACES TO WS-ACE-BASIS (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-MINIMUM (WS-ACCRUAL-SUB).
           MOVE SPACES TO WS-ACE-FREQUENCY (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-FLAT-CHARGE (WS-ACCRUAL-SUB).
           MOVE SPACES TO WS-ACE-POST-TYPE (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-BALANCE (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-UNPOSTED (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-ACCRUED-THROUGH (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-LAST-POSTED-DATE (WS-ACCRUAL-SUB).
           MOVE ZERO TO WS-ACE-LAST-POSTED-AMT (WS-ACCRUAL-SUB).
      ******************************************************************
      * THE CARRY FILE BRINGS FORWARD WHAT EACH CODE HAS ACCRUED BUT
      * NOT POSTED AND THE DATE IT WAS ACCRUED THROUGH.  A CODE NO
      * LONGER ON THE RATE TABLE KEEPS ITS CLASS AND POSTING TYPE
      * FROM THE CARRY RECORD.
      ******************************************************************
       2200-LOAD-ACCRUAL-CARRY.
           PERFORM UNTIL END-OF-OLD-ACCRUAL
               READ OLD-ACCRUAL-FILE
                   AT END
                       MOVE 'EOF' TO OLD-ACCRUAL-SWITCH
                   NOT AT END
                       PERFORM 2250-LOAD-CARRY-ENTRY
               END-READ
           END-PERFORM.
           MOVE 'ACCRIN  ' TO WS-ERROR-FILE-ID.
           MOVE OLD-ACCRUAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE OLD-ACCRUAL-FILE.
      ******************************************************************
       2250-LOAD-CARRY-ENTRY.
           MOVE OACR-CODE TO WS-ACCRUAL-SEARCH-CODE.
           PERFORM 2120-FIND-ACCRUAL-ENTRY.
           IF NOT ACCRUAL-FOUND
               IF WS-ACCRUAL-COUNT >= WS-ACCRUAL-MAX
                   PERFORM 8800-REPORT-TABLE-OVERFLOW
               ELSE
                   PERFORM 2130-INSERT-ACCRUAL-ENTRY
                   MOVE 'Y' TO WS-ACCRUAL-FOUND-SW
                   MOVE OACR-ACCRUAL-CLASS
                       TO WS-ACE-CLASS (WS-ACCRUAL-SUB)
                   MOVE OACR-POST-TYPE
                       TO WS-ACE-POST-TYPE (WS-ACCRUAL-SUB)
               END-IF
           END-IF.
           IF ACCRUAL-FOUND
               MOVE OACR-UNPOSTED TO WS-ACE-UNPOSTED (WS-ACCRUAL-SUB)
               MOVE OACR-ACCRUED-THROUGH
                   TO WS-ACE-ACCRUED-THROUGH (WS-ACCRUAL-SUB)
               MOVE OACR-LAST-POSTED-DATE
                   TO WS-ACE-LAST-POSTED-DATE (WS-ACCRUAL-SUB)
               MOVE OACR-LAST-POSTED-AMOUNT
                   TO WS-ACE-LAST-POSTED-AMT (WS-ACCRUAL-SUB)
           END-IF.
      ******************************************************************
       2400-LOAD-NEW-BALANCES.
           PERFORM UNTIL END-OF-NEW-BALANCE
               READ NEW-BALANCE-FILE
                   AT END
                       MOVE 'EOF' TO NEW-BAL-SWITCH
                   NOT AT END
                       MOVE NBAL-CODE TO WS-ACCRUAL-SEARCH-CODE
                       PERFORM 2120-FIND-ACCRUAL-ENTRY
                       IF ACCRUAL-FOUND
                           MOVE 'Y'
                               TO WS-ACE-ON-MASTER-SW (WS-ACCRUAL-SUB)
                           MOVE NBAL-CURR-BALANCE
                               TO WS-ACE-BALANCE (WS-ACCRUAL-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'BALNEW  ' TO WS-ERROR-FILE-ID.
           MOVE NEW-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE NEW-BALANCE-FILE.
      ******************************************************************
       3000-ACCRUE-AND-POST.
           MOVE 1 TO WS-ACCRUAL-SUB.
           PERFORM UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
               IF ACCRUE-THIS-RUN
                   PERFORM 3100-ACCRUE-CODE-ENTRY
                   PERFORM 3200-POST-CODE-ENTRY
               ELSE
                   PERFORM 3050-HOLD-CODE-ENTRY
               END-IF
               PERFORM 3300-WRITE-REGISTER-LINE
               PERFORM 3400-WRITE-CARRY-RECORD
               ADD 1 TO WS-ACCRUAL-SUB
           END-PERFORM.
      ******************************************************************
      * AN EARLIER CYCLE OF THE DAY, OR A RUN STOPPED BY ITS
      * PARAMETERS, LISTS EACH CODE AND CARRIES IT FORWARD AS IT
      * STANDS - THE DAY IS ACCRUED ONCE, BY ITS LAST CYCLE.
      ******************************************************************
       3050-HOLD-CODE-ENTRY.
           MOVE ZERO TO WS-ACCRUAL-DAYS.
           MOVE ZERO TO WS-TODAY-ACCRUAL.
           MOVE ZERO TO WS-POST-AMOUNT.
           IF PARM-CARD-ERROR
               MOVE 'PARM ERROR' TO WS-ACCRUAL-NOTE
           ELSE
               MOVE 'NOT FINAL CYCLE' TO WS-ACCRUAL-NOTE
           END-IF.
           ADD WS-ACE-UNPOSTED (WS-ACCRUAL-SUB) TO WS-TOTAL-CARRIED.
      ******************************************************************
      * THE DAYS ACCRUED ARE THE DAYS SINCE THE CODE WAS LAST
      * ACCRUED THROUGH - A CODE NEW TO THE TABLE ACCRUES ONE DAY.
      * A RERUN FOR A DATE ALREADY ACCRUED FINDS NO DAYS TO ACCRUE.
      * THE CURRENT BALANCE IS CARRIED ACROSS ALL THE DAYS SINCE
      * THE LAST RUN, SO A MONDAY ACCRUES THE WEEKEND AT MONDAY'S
      * BALANCE.
      ******************************************************************
       3100-ACCRUE-CODE-ENTRY.
           MOVE ZERO TO WS-ACCRUAL-DAYS.
           MOVE ZERO TO WS-TODAY-ACCRUAL.
           MOVE SPACES TO WS-ACCRUAL-NOTE.
           IF NOT ACE-RATED (WS-ACCRUAL-SUB)
               MOVE 'OFF RATE TABLE' TO WS-ACCRUAL-NOTE
           ELSE
               IF WS-ACE-ACCRUED-THROUGH (WS-ACCRUAL-SUB) = ZERO
                   MOVE 1 TO WS-ACCRUAL-DAYS
               ELSE
                   COMPUTE WS-ACCRUAL-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-ACCRUE-THROUGH)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-ACE-ACCRUED-THROUGH (WS-ACCRUAL-SUB))
               END-IF
               IF WS-ACCRUAL-DAYS > ZERO
                   PERFORM 3150-COMPUTE-ACCRUAL
                   MOVE WS-ACCRUE-THROUGH
                       TO WS-ACE-ACCRUED-THROUGH (WS-ACCRUAL-SUB)
               ELSE
                   MOVE ZERO TO WS-ACCRUAL-DAYS
                   MOVE 'ALREADY ACCRUED' TO WS-ACCRUAL-NOTE
               END-IF
           END-IF.
           ADD WS-TODAY-ACCRUAL TO WS-ACE-UNPOSTED (WS-ACCRUAL-SUB).
           ADD WS-TODAY-ACCRUAL TO WS-TOTAL-ACCRUED.
           IF WS-TODAY-ACCRUAL NOT = ZERO
               ADD 1 TO WS-CODES-ACCRUED
           END-IF.
      ******************************************************************
      * NOTHING ACCRUES ON A BALANCE BELOW THE MINIMUM, NOR ON A
      * CREDIT BALANCE.  A FLAT SERVICE CHARGE ACCRUES ONCE, ON THE
      * MONTH-END RUN, WHATEVER THE BALANCE.
      ******************************************************************
       3150-COMPUTE-ACCRUAL.
           EVALUATE WS-ACE-BASIS (WS-ACCRUAL-SUB)
               WHEN '360'
                   MOVE 360 TO WS-BASIS-DAYS
               WHEN '365'
                   MOVE 365 TO WS-BASIS-DAYS
               WHEN OTHER
                   IF LEAP-YEAR
                       MOVE 366 TO WS-BASIS-DAYS
                   ELSE
                       MOVE 365 TO WS-BASIS-DAYS
                   END-IF
           END-EVALUATE.
           IF NOT ACE-ON-MASTER (WS-ACCRUAL-SUB)
               MOVE 'NOT ON MASTER' TO WS-ACCRUAL-NOTE
           ELSE
               IF WS-ACE-BALANCE (WS-ACCRUAL-SUB) <= ZERO
                   OR WS-ACE-BALANCE (WS-ACCRUAL-SUB) <
                       WS-ACE-MINIMUM (WS-ACCRUAL-SUB)
                   MOVE 'BELOW MINIMUM' TO WS-ACCRUAL-NOTE
               ELSE
                   COMPUTE WS-TODAY-ACCRUAL ROUNDED =
                       WS-ACE-BALANCE (WS-ACCRUAL-SUB)
                       * WS-ACE-RATE (WS-ACCRUAL-SUB) / 100
                       * WS-ACCRUAL-DAYS / WS-BASIS-DAYS
               END-IF
           END-IF.
           IF MONTH-END-RUN
               AND ACE-CLASS-CHARGE (WS-ACCRUAL-SUB)
               AND WS-ACE-FLAT-CHARGE (WS-ACCRUAL-SUB) > ZERO
               ADD WS-ACE-FLAT-CHARGE (WS-ACCRUAL-SUB)
                   TO WS-TODAY-ACCRUAL
           END-IF.
      ******************************************************************
      * DAILY CODES POST EVERY RUN, MONTH-END CODES ON THE MONTH-END
      * RUN, AND A CODE TAKEN OFF THE RATE TABLE POSTS WHAT IT STILL
      * CARRIES.  ONLY WHOLE CENTS ARE POSTED; THE FRACTION STAYS
      * CARRIED, EXCEPT ON THAT FINAL POSTING, WHERE IT IS DROPPED.
      * AN AMOUNT TOO LARGE FOR ONE TRANSACTION STAYS CARRIED AND IS
      * REPORTED.
      ******************************************************************
       3200-POST-CODE-ENTRY.
           MOVE ZERO TO WS-POST-AMOUNT.
           MOVE 'N' TO WS-POST-SW.
           IF NOT ACE-RATED (WS-ACCRUAL-SUB)
               OR ACE-POST-DAILY (WS-ACCRUAL-SUB)
               OR MONTH-END-RUN
               MOVE 'Y' TO WS-POST-SW
           END-IF.
           IF POST-THIS-RUN
               COMPUTE WS-POST-AMOUNT ROUNDED =
                   WS-ACE-UNPOSTED (WS-ACCRUAL-SUB)
               IF WS-POST-AMOUNT > WS-MAX-TRANS-AMOUNT
                   OR WS-POST-AMOUNT < ZERO - WS-MAX-TRANS-AMOUNT
                   MOVE ZERO TO WS-POST-AMOUNT
                   MOVE 'TOO LARGE - HELD' TO WS-ACCRUAL-NOTE
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'ACCRUAL TOO LARGE TO POST FOR CODE '
                          DELIMITED BY SIZE
                          WS-ACE-CODE (WS-ACCRUAL-SUB)
                          DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-IF.
           IF WS-POST-AMOUNT NOT = ZERO
               PERFORM 3250-WRITE-SYSTEM-TRANS
               SUBTRACT WS-POST-AMOUNT
                   FROM WS-ACE-UNPOSTED (WS-ACCRUAL-SUB)
               MOVE WS-CURRENT-DATE-NUM
                   TO WS-ACE-LAST-POSTED-DATE (WS-ACCRUAL-SUB)
               MOVE WS-POST-AMOUNT
                   TO WS-ACE-LAST-POSTED-AMT (WS-ACCRUAL-SUB)
               ADD WS-POST-AMOUNT TO WS-TOTAL-POSTED
               IF WS-ACCRUAL-NOTE = SPACES
                   MOVE 'POSTED' TO WS-ACCRUAL-NOTE
               END-IF
           END-IF.
           IF NOT ACE-RATED (WS-ACCRUAL-SUB)
               AND WS-ACCRUAL-NOTE NOT = 'TOO LARGE - HELD'
               MOVE ZERO TO WS-ACE-UNPOSTED (WS-ACCRUAL-SUB)
           END-IF.
           ADD WS-ACE-UNPOSTED (WS-ACCRUAL-SUB) TO WS-TOTAL-CARRIED.
      ******************************************************************
      * A NEGATIVE NET ACCRUAL - ONLY POSSIBLE FROM A CARRIED
      * CORRECTION - POSTS IN THE OPPOSITE DIRECTION SO THE
      * TRANSACTION AMOUNT IS NEVER SIGNED.
      ******************************************************************
       3250-WRITE-SYSTEM-TRANS.
           MOVE SPACES TO SYSTEM-TRANS-RECORD.
           MOVE WS-CURRENT-DATE-NUM TO TR-TRANS-DATE.
           MOVE WS-ACE-CODE (WS-ACCRUAL-SUB) TO TR-CODE.
           IF ACE-CLASS-CHARGE (WS-ACCRUAL-SUB)
               MOVE 'SERVICE CHARGE' TO TR-DESCRIPTION
           ELSE
               MOVE 'ACCRUED INTEREST' TO TR-DESCRIPTION
           END-IF.
           MOVE WS-ACE-POST-TYPE (WS-ACCRUAL-SUB) TO TR-TYPE-IND.
           IF WS-POST-AMOUNT < ZERO
               COMPUTE TR-AMOUNT1 = ZERO - WS-POST-AMOUNT
               IF WS-ACE-POST-TYPE (WS-ACCRUAL-SUB) = 'C'
                   MOVE 'D' TO TR-TYPE-IND
               ELSE
                   MOVE 'C' TO TR-TYPE-IND
               END-IF
           ELSE
               MOVE WS-POST-AMOUNT TO TR-AMOUNT1
           END-IF.
           IF TR-TYPE-IND = SPACE
               MOVE 'D' TO TR-TYPE-IND
           END-IF.
           MOVE ZERO TO TR-AMOUNT4.
           MOVE ZERO TO TR-AMOUNT5.
           MOVE WS-SYSTEM-REGION TO TR-REGION-ID.
           WRITE SYSTEM-TRANS-RECORD.
           MOVE 'SYSTRNOT' TO WS-ERROR-FILE-ID.
           MOVE SYSTEM-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-TRANS-WRITTEN.
           ADD TR-AMOUNT1 TO WS-TRANS-HASH-TOTAL.
      ******************************************************************
       3300-WRITE-REGISTER-LINE.
           MOVE WS-ACE-CODE (WS-ACCRUAL-SUB) TO ACR-LINE-CODE.
           MOVE WS-ACE-CLASS (WS-ACCRUAL-SUB) TO ACR-LINE-CLASS.
           MOVE WS-ACE-RATE (WS-ACCRUAL-SUB) TO ACR-LINE-RATE.
           MOVE WS-ACE-BASIS (WS-ACCRUAL-SUB) TO ACR-LINE-BASIS.
           MOVE WS-ACE-FREQUENCY (WS-ACCRUAL-SUB)
               TO ACR-LINE-FREQUENCY.
           MOVE WS-ACE-BALANCE (WS-ACCRUAL-SUB) TO ACR-LINE-BALANCE.
           MOVE WS-ACCRUAL-DAYS TO ACR-LINE-DAYS.
           MOVE WS-TODAY-ACCRUAL TO ACR-LINE-ACCRUED.
           MOVE WS-POST-AMOUNT TO ACR-LINE-POSTED.
           MOVE WS-ACE-UNPOSTED (WS-ACCRUAL-SUB) TO ACR-LINE-CARRIED.
           MOVE WS-ACCRUAL-NOTE TO ACR-LINE-NOTE.
           WRITE ACCRUAL-REPORT-RECORD FROM ACCRUAL-DETAIL-LINE.
           MOVE 'ACRRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ACCRUAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * A RATED CODE IS ALWAYS CARRIED SO ITS ACCRUED-THROUGH DATE
      * SURVIVES.  AN UNRATED CODE DROPS OFF ONCE NOTHING IS LEFT.
      ******************************************************************
       3400-WRITE-CARRY-RECORD.
           IF ACE-RATED (WS-ACCRUAL-SUB)
               OR WS-ACE-UNPOSTED (WS-ACCRUAL-SUB) NOT = ZERO
               MOVE SPACES TO NEW-ACCRUAL-RECORD
               MOVE WS-ACE-CODE (WS-ACCRUAL-SUB) TO NACR-CODE
               MOVE WS-ACE-CLASS (WS-ACCRUAL-SUB)
                   TO NACR-ACCRUAL-CLASS
               MOVE WS-ACE-POST-TYPE (WS-ACCRUAL-SUB)
                   TO NACR-POST-TYPE
               MOVE WS-ACE-UNPOSTED (WS-ACCRUAL-SUB) TO NACR-UNPOSTED
               MOVE WS-ACE-ACCRUED-THROUGH (WS-ACCRUAL-SUB)
                   TO NACR-ACCRUED-THROUGH
               MOVE WS-ACE-LAST-POSTED-DATE (WS-ACCRUAL-SUB)
                   TO NACR-LAST-POSTED-DATE
               MOVE WS-ACE-LAST-POSTED-AMT (WS-ACCRUAL-SUB)
                   TO NACR-LAST-POSTED-AMOUNT
               WRITE NEW-ACCRUAL-RECORD
               MOVE 'ACCROUT ' TO WS-ERROR-FILE-ID
               MOVE NEW-ACCRUAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-CARRY-WRITTEN
           END-IF.
      ******************************************************************
       8800-REPORT-TABLE-OVERFLOW.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'ACCRUAL TABLE CAPACITY EXCEEDED - CODE DROPPED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO SYSTEM-TRAILER-RECORD.
           MOVE 'TRL' TO ST-RECORD-ID.
           MOVE WS-TRANS-WRITTEN TO ST-RECORD-COUNT.
           MOVE WS-TRANS-HASH-TOTAL TO ST-HASH-TOTAL.
           WRITE SYSTEM-TRAILER-RECORD.
           MOVE 'SYSTRNOT' TO WS-ERROR-FILE-ID.
           MOVE SYSTEM-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE SPACES TO ACCRUAL-REPORT-RECORD.
           WRITE ACCRUAL-REPORT-RECORD.
           MOVE 'ACRRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ACCRUAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE WS-TOTAL-ACCRUED TO ACR-TOTAL-ACCRUED.
           MOVE WS-TOTAL-POSTED TO ACR-TOTAL-POSTED.
           MOVE WS-TOTAL-CARRIED TO ACR-TOTAL-CARRIED.
           WRITE ACCRUAL-REPORT-RECORD FROM ACCRUAL-TOTAL-LINE.
           MOVE 'ACRRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ACCRUAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE WS-RATES-LOADED TO ACR-COUNT-RATES.
           MOVE WS-RATES-REJECTED TO ACR-COUNT-REJECTED.
           MOVE WS-CODES-ACCRUED TO ACR-COUNT-ACCRUED.
           MOVE WS-TRANS-WRITTEN TO ACR-COUNT-TRANS.
           WRITE ACCRUAL-REPORT-RECORD FROM ACCRUAL-COUNT-LINE.
           MOVE 'ACRRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ACCRUAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE NEW-ACCRUAL-FILE.
           CLOSE SYSTEM-TRANS-FILE.
           CLOSE ACCRUAL-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB23 ACCRUAL ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB23 ACCRUAL RUN COMPLETE'
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
