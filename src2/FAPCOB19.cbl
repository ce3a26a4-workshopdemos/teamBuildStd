       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB19.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MORNING BATCH DIGEST.  PRINTS ONE "STATE OF LAST
      *          NIGHT'S BATCH" PAGE FOR THE ON-CALL ANALYST: THE
      *          OUTCOME OF EVERY CHAIN STEP FROM THE STEP-STATUS
      *          FILE, EVERY MESSAGE AT WARNING SEVERITY OR ABOVE
      *          FROM THE ACCUMULATING OPERATIONS MESSAGE LOG, AND
      *          THE FLAGGED LINES FROM THE RUN BALANCING, TRIAL
      *          BALANCE AND BALANCE LIMIT REPORTS.  THE RUN DATE
      *          DEFAULTS TO THE LATEST RUN DATE ON THE MESSAGE LOG;
      *          A DIGEST-DATE=YYYYMMDD CARD PICKS ANOTHER NIGHT.
      *          ENDS WITH A WARNING RETURN CODE WHEN ANYTHING WAS
      *          LISTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-LOG-FILE ASSIGN TO MSGLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MESSAGE-LOG-FILE-STATUS.
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO STEPSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEP-STATUS-FILE-STATUS.
           SELECT OPTIONAL BALANCING-REPORT-FILE ASSIGN TO RUNBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BAL-REPORT-FILE-STATUS.
           SELECT OPTIONAL TRIAL-REPORT-FILE ASSIGN TO TRIALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRIAL-REPORT-FILE-STATUS.
           SELECT OPTIONAL EXCEPTION-REPORT-FILE ASSIGN TO EXCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXC-REPORT-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT DIGEST-REPORT-FILE ASSIGN TO DIGEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIGEST-REPORT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * OPERATIONS MESSAGE LOG WRITTEN BY PRINTM.  RUN DATE, PROGRAM
      * AND STEP ARE THE CONTEXT THE JOB-STEP DRIVER SET; A JOB RUN
      * OUTSIDE THE CHAIN SETS ITS OWN PROGRAM, ITS JOB NAME AS THE
      * STEP, AND THE CALENDAR BUSINESS DATE (THE SYSTEM DATE WHEN IT
      * HAS NO CALENDAR).
       FD  MESSAGE-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MESSAGE-LOG-RECORD.
           02  ML-TIMESTAMP.
               03  ML-TS-DATE        PIC 9(8).
               03  ML-TS-HH          PIC 9(2).
               03  ML-TS-MN          PIC 9(2).
               03  ML-TS-SS          PIC 9(2).
               03  FILLER            PIC X(7).
           02  ML-RUN-DATE           PIC 9(8).
           02  ML-PROGRAM            PIC X(8).
           02  ML-STEP               PIC X(8).
           02  ML-SEVERITY           PIC X(1).
               88  ML-INFORMATIONAL  VALUE 'I' ' '.
           02  ML-MESSAGE-TEXT       PIC X(60).
           02  FILLER                PIC X(14).

      * STEP-STATUS CONTROL FILE KEPT BY THE JOB-STEP DRIVER.  A BLANK
      * CYCLE IS CYCLE 1.
       FD  STEP-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STEP-STATUS-RECORD.
           02  SS-RUN-DATE           PIC 9(8).
           02  SS-STEP-PROGRAM       PIC X(8).
           02  SS-STEP-STATUS        PIC X(1).
               88  SS-STEP-COMPLETED VALUE 'C'.
               88  SS-STEP-FAILED    VALUE 'F'.
           02  SS-RETURN-CODE        PIC 9(4).
           02  SS-TIMESTAMP.
               03  SS-TS-DATE        PIC 9(8).
               03  SS-TS-HH          PIC 9(2).
               03  SS-TS-MN          PIC 9(2).
               03  SS-TS-SS          PIC 9(2).
               03  FILLER            PIC X(7).
           02  SS-RUN-CYCLE          PIC X(1).
           02  FILLER                PIC X(37).

      * PRINT IMAGES OF THE NIGHT'S RUN BALANCING (FAPCOB12), TRIAL
      * BALANCE (FAPCOB09) AND BALANCE LIMIT (FAPCOB16) REPORTS.
       FD  BALANCING-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BALANCING-REPORT-RECORD   PIC X(133).

       FD  TRIAL-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRIAL-REPORT-RECORD       PIC X(133).

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-RECORD   PIC X(133).

      * PROCESSING CALENDAR - ONLY THE C RECORD'S BUSINESS DATE IS
      * USED, AS THE RUN DATE THIS JOB LOGS ITS OWN MESSAGES UNDER
      * UNTIL THE DIGEST DATE IS SETTLED.
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           02  CAL-RECORD-TYPE       PIC X(1).
               88  CALENDAR-CONTROL  VALUE 'C'.
           02  CAL-BUSINESS-DATE     PIC 9(8).
           02  FILLER                PIC X(71).

      * KEYWORD=VALUE PARAMETER CARDS.  DIGEST-DATE=YYYYMMDD NAMES
      * THE RUN DATE TO DIGEST; AN EMPTY DECK DIGESTS THE LATEST RUN
      * DATE ON THE MESSAGE LOG.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-RECORD          PIC X(80).

       FD  DIGEST-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DIGEST-REPORT-RECORD      PIC X(133).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  REPORT-SWITCH     PIC X(3).
               88  END-OF-REPORT VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB19'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPDGST '.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  MESSAGE-LOG-FILE-STATUS PIC X(2) VALUE '00'.
           02  STEP-STATUS-FILE-STATUS PIC X(2) VALUE '00'.
           02  BAL-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  TRIAL-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  EXC-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  DIGEST-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  WS-DIGEST-OPEN-SW     PIC X     VALUE 'N'.
               88  DIGEST-FILE-OPEN  VALUE 'Y'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-ITEMS-LISTED        VALUE 4.
               88  RC-IO-ERROR            VALUE 12.
               88  RC-PARM-ERROR          VALUE 16.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  PARM-CARD-WORK-FIELDS.
           02  WS-PARM-EOF-SW        PIC X     VALUE 'N'.
               88  PARM-CARDS-EOF    VALUE 'Y'.
           02  WS-PARM-ERROR-SW      PIC X     VALUE 'N'.
               88  PARM-CARD-ERROR   VALUE 'Y'.
           02  WS-PARM-KEYWORD       PIC X(20) VALUE SPACES.
           02  WS-PARM-VALUE         PIC X(40) VALUE SPACES.
           02  WS-PARM-DATE-X        PIC X(8)  VALUE SPACES.
           02  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X PIC 9(8).
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
       01  DIGEST-CONTROL-FIELDS.
           02  WS-DIGEST-DATE        PIC 9(8)  VALUE ZERO.
           02  WS-DIGEST-DATE-SRC    PIC X(10) VALUE 'LATEST'.
           02  WS-LATEST-RUN-DATE    PIC 9(8)  VALUE ZERO.
           02  WS-FLAG-TALLY         PIC 9(4)  VALUE ZERO.
           02  WS-SECTION-ITEMS      PIC 9(9)  VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-LOG-RECORDS-READ   PIC 9(9) VALUE ZERO.
           02  WS-STEPS-LISTED       PIC 9(9) VALUE ZERO.
           02  WS-STEPS-FAILED       PIC 9(9) VALUE ZERO.
           02  WS-MESSAGES-LISTED    PIC 9(9) VALUE ZERO.
           02  WS-REPORT-LINES-LISTED PIC 9(9) VALUE ZERO.
       01  DIG-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(44) VALUE
               'STATE OF LAST NIGHT''S BATCH - RUN DATE'.
           02  DIG-HDG-RUN-DATE      PIC 9999/99/99.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'SOURCE: '.
           02  DIG-HDG-DATE-SRC      PIC X(10).
           02  FILLER                PIC X(57) VALUE SPACES.
       01  DIG-SECTION-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DIG-SECTION-TITLE     PIC X(50).
           02  FILLER                PIC X(82) VALUE SPACES.
       01  DIG-STEP-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'CYCLE '.
           02  DIG-STEP-CYCLE        PIC X(1).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  DIG-STEP-PROGRAM      PIC X(8).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  DIG-STEP-STATUS       PIC X(10).
           02  FILLER                PIC X(3)  VALUE 'RC='.
           02  DIG-STEP-RC           PIC ZZZ9.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  DIG-STEP-HH           PIC 9(2).
           02  FILLER                PIC X(1)  VALUE ':'.
           02  DIG-STEP-MN           PIC 9(2).
           02  FILLER                PIC X(1)  VALUE ':'.
           02  DIG-STEP-SS           PIC 9(2).
           02  FILLER                PIC X(79) VALUE SPACES.
       01  DIG-MESSAGE-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  DIG-MSG-DATE          PIC 9999/99/99.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DIG-MSG-HH            PIC 9(2).
           02  FILLER                PIC X(1)  VALUE ':'.
           02  DIG-MSG-MN            PIC 9(2).
           02  FILLER                PIC X(1)  VALUE ':'.
           02  DIG-MSG-SS            PIC 9(2).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  DIG-MSG-PROGRAM       PIC X(8).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  DIG-MSG-STEP          PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  DIG-MSG-SEVERITY      PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  DIG-MSG-TEXT          PIC X(60).
           02  FILLER                PIC X(25) VALUE SPACES.
       01  DIG-REPORT-LINE.
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  DIG-RPT-TEXT          PIC X(128).
           02  FILLER                PIC X(1)  VALUE SPACES.
       01  DIG-NONE-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  DIG-NONE-TEXT         PIC X(40).
           02  FILLER                PIC X(88) VALUE SPACES.
       01  DIG-EARLIER-DATE-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(46) VALUE
               '*NOTE* THE REPORT SECTIONS BELOW ARE FROM THE'.
           02  FILLER                PIC X(24) VALUE
               'LATEST RUN, RUN DATE'.
           02  DIG-EARLIER-LATEST    PIC 9999/99/99.
           02  FILLER                PIC X(48) VALUE
               ' - NOT FROM THE RUN DATE DIGESTED'.
       01  DIG-TOTAL-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'STEPS FAILED:'.
           02  DIG-TOTAL-FAILED      PIC ZZZ,ZZ9.
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(11) VALUE 'MESSAGES:'.
           02  DIG-TOTAL-MESSAGES    PIC ZZZ,ZZ9.
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(20) VALUE
               'REPORT EXCEPTIONS:'.
           02  DIG-TOTAL-REPORT      PIC ZZZ,ZZ9.
           02  FILLER                PIC X(57) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT PARM-CARD-ERROR
               PERFORM 2000-REPORT-STEP-STATUS
               PERFORM 3000-REPORT-MESSAGES
               PERFORM 4000-SCAN-CHAIN-REPORTS
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * MESSAGES ARE LOGGED UNDER THE CALENDAR BUSINESS DATE (THE
      * SYSTEM DATE WITHOUT A CALENDAR) UNTIL THE DIGEST DATE IS
      * KNOWN, THEN UNDER THE DIGEST DATE - THE BUSINESS DATE THE
      * DIGEST REPORTS ON.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN OUTPUT DIGEST-REPORT-FILE.
           IF DIGEST-REPORT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DIGEST-OPEN-SW
           ELSE
               MOVE 'DIGEST  ' TO WS-ERROR-FILE-ID
               MOVE DIGEST-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           IF NOT PARM-CARD-ERROR
               PERFORM 1200-FIND-LATEST-RUN-DATE
               IF WS-DIGEST-DATE = ZERO
                   MOVE WS-LATEST-RUN-DATE TO WS-DIGEST-DATE
               END-IF
               IF WS-DIGEST-DATE NOT = ZERO
                   MOVE WS-DIGEST-DATE TO WS-CONTEXT-RUN-DATE
                   CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                       WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
               END-IF
               MOVE WS-DIGEST-DATE TO DIG-HDG-RUN-DATE
               MOVE WS-DIGEST-DATE-SRC TO DIG-HDG-DATE-SRC
               MOVE DIG-HEADING-LINE TO DIGEST-REPORT-RECORD
               PERFORM 9200-WRITE-DIGEST-LINE
           END-IF.
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
                   WHEN 'DIGEST-DATE'
                       PERFORM 1120-EDIT-DIGEST-DATE
                   WHEN OTHER
                       PERFORM 1160-REPORT-PARM-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
       1120-EDIT-DIGEST-DATE.
           MOVE WS-PARM-VALUE (1:8) TO WS-PARM-DATE-X.
           IF WS-PARM-VALUE (9:32) NOT = SPACES
               OR WS-PARM-DATE-X NOT NUMERIC
               PERFORM 1160-REPORT-PARM-ERROR
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-PARM-DATE-9) NOT = 0
                   PERFORM 1160-REPORT-PARM-ERROR
               ELSE
                   MOVE WS-PARM-DATE-9 TO WS-DIGEST-DATE
                   MOVE 'PARM CARD' TO WS-DIGEST-DATE-SRC
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
      * LAST NIGHT'S BATCH IS THE HIGHEST CHAIN RUN DATE - THE CHAIN
      * RUNS UNDER THE CALENDAR BUSINESS DATE, SO THE WALL CLOCK DATE
      * OF THE MESSAGES IS NO GUIDE.  ONLY THE JOB-STEP DRIVER'S OWN
      * MESSAGES AND THE STEP-STATUS FILE COUNT: A JOB RUN OUTSIDE THE
      * CHAIN LOGS UNDER ITS OWN DATE, WHICH MAY BE LATER.  THE DATE
      * IS FOUND EVEN WHEN A DIGEST-DATE CARD NAMES THE NIGHT, SINCE
      * THE REPORT DATASETS ONLY EVER HOLD THE LATEST RUN.
      ******************************************************************
       1200-FIND-LATEST-RUN-DATE.
           MOVE SPACES TO INPUT-SWITCH.
           OPEN INPUT MESSAGE-LOG-FILE.
           IF MESSAGE-LOG-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO INPUT-SWITCH
               MOVE 'MSGLOG  ' TO WS-ERROR-FILE-ID
               MOVE MESSAGE-LOG-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-FILE
               PERFORM 9100-READ-MESSAGE-LOG
               IF NOT END-OF-FILE
                   AND ML-PROGRAM = 'HELLOCBL'
                   AND ML-RUN-DATE NUMERIC
                   AND ML-RUN-DATE > WS-LATEST-RUN-DATE
                   MOVE ML-RUN-DATE TO WS-LATEST-RUN-DATE
               END-IF
           END-PERFORM.
           CLOSE MESSAGE-LOG-FILE.
           MOVE ZERO TO WS-LOG-RECORDS-READ.
           MOVE SPACES TO REPORT-SWITCH.
           OPEN INPUT STEP-STATUS-FILE.
           IF STEP-STATUS-FILE-STATUS NOT = '00'
               AND STEP-STATUS-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO REPORT-SWITCH
               MOVE 'STEPSTAT' TO WS-ERROR-FILE-ID
               MOVE STEP-STATUS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-REPORT
               READ STEP-STATUS-FILE
                   AT END
                       MOVE 'EOF' TO REPORT-SWITCH
                   NOT AT END
                       IF SS-RUN-DATE NUMERIC
                           AND SS-RUN-DATE > WS-LATEST-RUN-DATE
                           MOVE SS-RUN-DATE TO WS-LATEST-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-STATUS-FILE.
           IF WS-LATEST-RUN-DATE = ZERO
               AND WS-DIGEST-DATE = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO CHAIN RUN FOUND ON MESSAGE LOG'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * A MISSING CALENDAR IS NO ERROR HERE - THE DIGEST ITSELF DOES
      * NOT DEPEND ON IT.
      ******************************************************************
       1500-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT = '00'
               AND CALENDAR-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-CAL-EOF-SW
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
                           MOVE CAL-BUSINESS-DATE
                               TO WS-CONTEXT-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
      ******************************************************************
      * ONE LINE PER CHAIN STEP THAT RECORDED AN OUTCOME FOR THE RUN
      * DATE.  A RESTARTED CHAIN SHOWS THE LATEST OUTCOME OF EACH.
      ******************************************************************
       2000-REPORT-STEP-STATUS.
           MOVE 'CHAIN STEP STATUS' TO DIG-SECTION-TITLE.
           PERFORM 9300-WRITE-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-ITEMS.
           MOVE SPACES TO REPORT-SWITCH.
           OPEN INPUT STEP-STATUS-FILE.
           IF STEP-STATUS-FILE-STATUS NOT = '00'
               AND STEP-STATUS-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO REPORT-SWITCH
               MOVE 'STEPSTAT' TO WS-ERROR-FILE-ID
               MOVE STEP-STATUS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-REPORT
               READ STEP-STATUS-FILE
                   AT END
                       MOVE 'EOF' TO REPORT-SWITCH
                   NOT AT END
                       IF SS-RUN-DATE = WS-DIGEST-DATE
                           PERFORM 2100-WRITE-STEP-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-STATUS-FILE.
           IF WS-SECTION-ITEMS = ZERO
               MOVE 'NO STEP STATUS RECORDED FOR RUN DATE'
                   TO DIG-NONE-TEXT
               PERFORM 9400-WRITE-NONE-LINE
           END-IF.
      ******************************************************************
       2100-WRITE-STEP-LINE.
           ADD 1 TO WS-SECTION-ITEMS.
           ADD 1 TO WS-STEPS-LISTED.
           IF SS-RUN-CYCLE = SPACE
               MOVE '1' TO DIG-STEP-CYCLE
           ELSE
               MOVE SS-RUN-CYCLE TO DIG-STEP-CYCLE
           END-IF.
           MOVE SS-STEP-PROGRAM TO DIG-STEP-PROGRAM.
           IF SS-STEP-COMPLETED
               MOVE 'COMPLETED' TO DIG-STEP-STATUS
           ELSE
               MOVE '*FAILED*' TO DIG-STEP-STATUS
               ADD 1 TO WS-STEPS-FAILED
           END-IF.
           MOVE SS-RETURN-CODE TO DIG-STEP-RC.
           MOVE SS-TS-HH TO DIG-STEP-HH.
           MOVE SS-TS-MN TO DIG-STEP-MN.
           MOVE SS-TS-SS TO DIG-STEP-SS.
           MOVE DIG-STEP-LINE TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
      ******************************************************************
       3000-REPORT-MESSAGES.
           MOVE 'MESSAGES AT WARNING SEVERITY OR ABOVE'
               TO DIG-SECTION-TITLE.
           PERFORM 9300-WRITE-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-ITEMS.
           MOVE SPACES TO INPUT-SWITCH.
           OPEN INPUT MESSAGE-LOG-FILE.
           IF MESSAGE-LOG-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO INPUT-SWITCH
               MOVE 'MSGLOG  ' TO WS-ERROR-FILE-ID
               MOVE MESSAGE-LOG-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-FILE
               PERFORM 9100-READ-MESSAGE-LOG
               IF NOT END-OF-FILE
                   AND ML-RUN-DATE = WS-DIGEST-DATE
                   AND NOT ML-INFORMATIONAL
                   PERFORM 3100-WRITE-MESSAGE-LINE
               END-IF
           END-PERFORM.
           CLOSE MESSAGE-LOG-FILE.
           IF WS-SECTION-ITEMS = ZERO
               MOVE 'NO WARNINGS OR ERRORS LOGGED'
                   TO DIG-NONE-TEXT
               PERFORM 9400-WRITE-NONE-LINE
           END-IF.
      ******************************************************************
       3100-WRITE-MESSAGE-LINE.
           ADD 1 TO WS-SECTION-ITEMS.
           ADD 1 TO WS-MESSAGES-LISTED.
           MOVE ML-TS-DATE TO DIG-MSG-DATE.
           MOVE ML-TS-HH TO DIG-MSG-HH.
           MOVE ML-TS-MN TO DIG-MSG-MN.
           MOVE ML-TS-SS TO DIG-MSG-SS.
           MOVE ML-PROGRAM TO DIG-MSG-PROGRAM.
           MOVE ML-STEP TO DIG-MSG-STEP.
           MOVE ML-SEVERITY TO DIG-MSG-SEVERITY.
           MOVE ML-MESSAGE-TEXT TO DIG-MSG-TEXT.
           MOVE DIG-MESSAGE-LINE TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
      ******************************************************************
      * THE REPORTS ARE READ AS PRINT IMAGES AND ONLY THE LINES THAT
      * CARRY THE REPORT'S OWN EXCEPTION MARKERS ARE LISTED - THE
      * DIGEST NEVER SECOND-GUESSES THE PROGRAM THAT WROTE THEM.  THE
      * DATASETS ARE OVERWRITTEN NIGHTLY, SO A DIGEST OF AN EARLIER
      * NIGHT SAYS SO BEFORE LISTING THEM.
      ******************************************************************
       4000-SCAN-CHAIN-REPORTS.
           IF WS-DIGEST-DATE NOT = WS-LATEST-RUN-DATE
               MOVE WS-LATEST-RUN-DATE TO DIG-EARLIER-LATEST
               MOVE SPACES TO DIGEST-REPORT-RECORD
               PERFORM 9200-WRITE-DIGEST-LINE
               MOVE DIG-EARLIER-DATE-LINE TO DIGEST-REPORT-RECORD
               PERFORM 9200-WRITE-DIGEST-LINE
           END-IF.
           PERFORM 4100-SCAN-RUN-BALANCING.
           PERFORM 4200-SCAN-TRIAL-BALANCE.
           PERFORM 4300-SCAN-LIMIT-EXCEPTIONS.
      ******************************************************************
       4100-SCAN-RUN-BALANCING.
           MOVE 'RUN BALANCING (FAPCOB12) BREAKS' TO DIG-SECTION-TITLE.
           PERFORM 9300-WRITE-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-ITEMS.
           MOVE SPACES TO REPORT-SWITCH.
           OPEN INPUT BALANCING-REPORT-FILE.
           IF BAL-REPORT-FILE-STATUS NOT = '00'
               AND BAL-REPORT-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO REPORT-SWITCH
               MOVE 'RUNBAL  ' TO WS-ERROR-FILE-ID
               MOVE BAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-REPORT
               READ BALANCING-REPORT-FILE
                   AT END
                       MOVE 'EOF' TO REPORT-SWITCH
                   NOT AT END
                       MOVE ZERO TO WS-FLAG-TALLY
                       INSPECT BALANCING-REPORT-RECORD
                           TALLYING WS-FLAG-TALLY
                           FOR ALL '*OUT OF BALANCE*'
                               ALL 'WROTE NO CONTROL HAND-OFF'
                       IF WS-FLAG-TALLY > 0
                           MOVE BALANCING-REPORT-RECORD (2:128)
                               TO DIG-RPT-TEXT
                           PERFORM 4900-WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCING-REPORT-FILE.
           IF WS-SECTION-ITEMS = ZERO
               MOVE 'NO BALANCING BREAKS' TO DIG-NONE-TEXT
               PERFORM 9400-WRITE-NONE-LINE
           END-IF.
      ******************************************************************
       4200-SCAN-TRIAL-BALANCE.
           MOVE 'TRIAL BALANCE (FAPCOB09) DIFFERENCES'
               TO DIG-SECTION-TITLE.
           PERFORM 9300-WRITE-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-ITEMS.
           MOVE SPACES TO REPORT-SWITCH.
           OPEN INPUT TRIAL-REPORT-FILE.
           IF TRIAL-REPORT-FILE-STATUS NOT = '00'
               AND TRIAL-REPORT-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO REPORT-SWITCH
               MOVE 'TRIALRPT' TO WS-ERROR-FILE-ID
               MOVE TRIAL-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-REPORT
               READ TRIAL-REPORT-FILE
                   AT END
                       MOVE 'EOF' TO REPORT-SWITCH
                   NOT AT END
                       MOVE ZERO TO WS-FLAG-TALLY
                       INSPECT TRIAL-REPORT-RECORD
                           TALLYING WS-FLAG-TALLY
                           FOR ALL '*OUT OF BALANCE*'
                               ALL '*CODE DROPPED*'
                       IF WS-FLAG-TALLY > 0
                           MOVE TRIAL-REPORT-RECORD (2:128)
                               TO DIG-RPT-TEXT
                           PERFORM 4900-WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRIAL-REPORT-FILE.
           IF WS-SECTION-ITEMS = ZERO
               MOVE 'NO TRIAL BALANCE DIFFERENCES' TO DIG-NONE-TEXT
               PERFORM 9400-WRITE-NONE-LINE
           END-IF.
      ******************************************************************
       4300-SCAN-LIMIT-EXCEPTIONS.
           MOVE 'BALANCE LIMIT (FAPCOB16) EXCEPTIONS'
               TO DIG-SECTION-TITLE.
           PERFORM 9300-WRITE-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-ITEMS.
           MOVE SPACES TO REPORT-SWITCH.
           OPEN INPUT EXCEPTION-REPORT-FILE.
           IF EXC-REPORT-FILE-STATUS NOT = '00'
               AND EXC-REPORT-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO REPORT-SWITCH
               MOVE 'EXCRPT  ' TO WS-ERROR-FILE-ID
               MOVE EXC-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-REPORT
               READ EXCEPTION-REPORT-FILE
                   AT END
                       MOVE 'EOF' TO REPORT-SWITCH
                   NOT AT END
                       MOVE ZERO TO WS-FLAG-TALLY
                       INSPECT EXCEPTION-REPORT-RECORD
                           TALLYING WS-FLAG-TALLY
                           FOR ALL 'NEGATIVE WITHOUT AUTHORITY'
                               ALL 'BALANCE OVER LIMIT'
                               ALL 'DAY MOVEMENT OVER LIMIT'
                       IF WS-FLAG-TALLY > 0
                           MOVE EXCEPTION-REPORT-RECORD (2:128)
                               TO DIG-RPT-TEXT
                           PERFORM 4900-WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTION-REPORT-FILE.
           IF WS-SECTION-ITEMS = ZERO
               MOVE 'NO LIMIT EXCEPTIONS' TO DIG-NONE-TEXT
               PERFORM 9400-WRITE-NONE-LINE
           END-IF.
      ******************************************************************
       4900-WRITE-REPORT-LINE.
           ADD 1 TO WS-SECTION-ITEMS.
           ADD 1 TO WS-REPORT-LINES-LISTED.
           MOVE DIG-REPORT-LINE TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
      ******************************************************************
       9000-TERMINATE.
           MOVE WS-STEPS-FAILED TO DIG-TOTAL-FAILED.
           MOVE WS-MESSAGES-LISTED TO DIG-TOTAL-MESSAGES.
           MOVE WS-REPORT-LINES-LISTED TO DIG-TOTAL-REPORT.
           MOVE SPACES TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
           MOVE DIG-TOTAL-LINE TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
           IF DIGEST-FILE-OPEN
               CLOSE DIGEST-REPORT-FILE
           END-IF.
           IF WS-STEPS-FAILED > 0
               OR WS-MESSAGES-LISTED > 0
               OR WS-REPORT-LINES-LISTED > 0
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB19 BATCH DIGEST ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB19 BATCH DIGEST RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9100-READ-MESSAGE-LOG.
           READ MESSAGE-LOG-FILE
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
           END-READ.
           MOVE 'MSGLOG  ' TO WS-ERROR-FILE-ID.
           MOVE MESSAGE-LOG-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF WS-CURRENT-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO INPUT-SWITCH
           END-IF.
      ******************************************************************
       9200-WRITE-DIGEST-LINE.
           IF DIGEST-FILE-OPEN
               WRITE DIGEST-REPORT-RECORD
               MOVE 'DIGEST  ' TO WS-ERROR-FILE-ID
               MOVE DIGEST-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
      ******************************************************************
       9300-WRITE-SECTION-LINE.
           MOVE SPACES TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
           MOVE DIG-SECTION-LINE TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
      ******************************************************************
       9400-WRITE-NONE-LINE.
           MOVE DIG-NONE-LINE TO DIGEST-REPORT-RECORD.
           PERFORM 9200-WRITE-DIGEST-LINE.
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
