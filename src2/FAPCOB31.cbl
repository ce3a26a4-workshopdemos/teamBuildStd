       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB31.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          DAY TRANSACTION HISTORY.  KEEPS THE TRANSACTIONS THE
      *          DAILY CHAIN HAS PROCESSED FOR THE DUPLICATE-SUSPECT
      *          MATCH IN FAPCOB01: EVERY CYCLE OF THE CURRENT
      *          BUSINESS DATE RUN SO FAR AND THE WHOLE OF THE
      *          BUSINESS DAY BEFORE IT.  EACH RUN MERGES THE
      *          VALIDATED TRANSACTIONS OF THIS CYCLE INTO THE PRIOR
      *          GENERATION, STAMPED WITH THE BUSINESS DATE AND CYCLE,
      *          AND DROPS WHAT IS NO LONGER NEEDED.  A RERUN OF A
      *          CYCLE REPLACES THAT CYCLE'S ROWS RATHER THAN ADDING
      *          THEM TWICE.  THE HISTORY STAYS IN CODE/DATE SEQUENCE,
      *          THE ORDER FAPCOB01 READS IT IN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO PREVTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-HISTORY-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT NEW-HISTORY-FILE ASSIGN TO DAYTRNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-HISTORY-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * PRIOR GENERATION OF THE DAY TRANSACTION HISTORY.  THE HEADER
      * NAMES THE LATEST BUSINESS DATE HELD, THE BUSINESS DAY BEFORE
      * IT, AND THE LAST CYCLE OF THE LATEST DATE MERGED IN.
       FD  OLD-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OLD-HISTORY-RECORD.
           02  OHR-TRANSACTION.
               03  OHR-TRANS-DATE    PIC 9(8).
               03  OHR-CODE          PIC X(10).
               03  FILLER            PIC X(62).
           02  OHR-RUN-DATE          PIC 9(8).
           02  OHR-RUN-CYCLE         PIC X(1).
           02  FILLER                PIC X(11).
       01  OLD-HISTORY-LABEL.
           02  OHL-RECORD-ID         PIC X(3).
               88  OLD-HISTORY-HEADER VALUE 'HDR'.
               88  OLD-HISTORY-LABEL-REC VALUES 'HDR' 'TRL'.
           02  OHL-LATEST-DATE       PIC 9(8).
           02  OHL-PRIOR-DATE        PIC 9(8).
           02  OHL-LATEST-CYCLE      PIC X(1).
           02  FILLER                PIC X(80).

      * THIS CYCLE'S VALIDATED TRANSACTIONS, IN CODE/DATE SEQUENCE.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-RECORD.
           02  TR-TRANS-DATE         PIC 9(8).
           02  TR-CODE               PIC X(10).
           02  FILLER                PIC X(62).
       01  TRANSACTION-LABEL.
           02  TL-RECORD-ID          PIC X(3).
               88  TRANS-FILE-LABEL  VALUES 'HDR' 'TRL'.
           02  FILLER                PIC X(77).

       FD  NEW-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-HISTORY-RECORD.
           02  NHR-TRANSACTION       PIC X(80).
           02  NHR-RUN-DATE          PIC 9(8).
           02  NHR-RUN-CYCLE         PIC 9(1).
           02  FILLER                PIC X(11).
       01  NEW-HISTORY-HEADER.
           02  NHH-RECORD-ID         PIC X(3).
           02  NHH-LATEST-DATE       PIC 9(8).
           02  NHH-PRIOR-DATE        PIC 9(8).
           02  NHH-LATEST-CYCLE      PIC 9(1).
           02  FILLER                PIC X(80).
       01  NEW-HISTORY-TRAILER.
           02  NHT-RECORD-ID         PIC X(3).
           02  NHT-RECORD-COUNT      PIC 9(9).
           02  FILLER                PIC X(88).

      * PROCESSING CALENDAR CONTROL FILE.  ONLY THE C RECORD'S
      * BUSINESS DATE IS USED HERE.
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           02  CAL-RECORD-TYPE       PIC X(1).
               88  CALENDAR-CONTROL  VALUE 'C'.
           02  CAL-BUSINESS-DATE     PIC 9(8).
           02  FILLER                PIC X(71).

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
           02  OLD-HISTORY-SWITCH PIC X(3).
               88  END-OF-OLD-HISTORY VALUE 'EOF'.
           02  TRANS-SWITCH      PIC X(3).
               88  END-OF-TRANSACTIONS VALUE 'EOF'.
           02  WS-OLD-PENDING-SW PIC X     VALUE 'N'.
               88  OLD-RECORD-PENDING VALUE 'Y'.
           02  WS-OLD-DATED-SW   PIC X     VALUE 'N'.
               88  OLD-HISTORY-DATED VALUE 'Y'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
       01  FILE-STATUS-FIELDS.
           02  OLD-HISTORY-FILE-STATUS PIC X(2) VALUE '00'.
           02  TRANS-FILE-STATUS     PIC X(2) VALUE '00'.
           02  NEW-HISTORY-FILE-STATUS PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  RUN-COUNTERS.
           02  WS-OLD-KEPT           PIC 9(9) VALUE ZERO.
           02  WS-OLD-DROPPED        PIC 9(9) VALUE ZERO.
           02  WS-TRANS-ADDED        PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-WRITTEN    PIC 9(9) VALUE ZERO.
           02  WS-COUNT-DISPLAY      PIC Z(8)9.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
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
      * THE BUSINESS DATE AND CYCLE OF THIS RUN, AND THE BUSINESS DAY
      * BEFORE IT AS THE HISTORY KNOWS IT.  A CYCLE BYTE LEFT BLANK
      * READS AS CYCLE 1.
       01  RUN-CYCLE-FIELDS.
           02  WS-RUN-DATE           PIC 9(8)  VALUE ZERO.
           02  WS-RUN-CYCLE          PIC 9(1)  VALUE 1.
           02  WS-PRIOR-DATE         PIC 9(8)  VALUE ZERO.
           02  WS-OLD-LATEST-DATE    PIC 9(8)  VALUE ZERO.
           02  WS-OLD-PRIOR-DATE     PIC 9(8)  VALUE ZERO.
           02  WS-ROW-CYCLE-X        PIC X(1)  VALUE SPACE.
           02  WS-ROW-CYCLE REDEFINES WS-ROW-CYCLE-X
                                     PIC 9(1).
      * MERGE KEYS - CODE THEN TRANSACTION DATE.  A FILE AT END
      * CARRIES HIGH-VALUES SO THE OTHER DRAINS.
       01  MERGE-KEY-FIELDS.
           02  WS-OLD-KEY.
               03  WS-OLD-KEY-CODE   PIC X(10).
               03  WS-OLD-KEY-DATE   PIC X(8).
           02  WS-NEW-KEY.
               03  WS-NEW-KEY-CODE   PIC X(10).
               03  WS-NEW-KEY-DATE   PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MERGE-HISTORY.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-RUN-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           OPEN INPUT OLD-HISTORY-FILE.
           IF OLD-HISTORY-FILE-STATUS NOT = '00'
               AND OLD-HISTORY-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO OLD-HISTORY-SWITCH
               MOVE 'PREVTRAN' TO WS-ERROR-FILE-ID
               MOVE OLD-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           MOVE 'TRANSIN ' TO WS-ERROR-FILE-ID.
           MOVE TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF TRANS-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO TRANS-SWITCH
           END-IF.
           OPEN OUTPUT NEW-HISTORY-FILE.
           MOVE 'DAYTRNOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1700-READ-OLD-HEADER.
           PERFORM 1750-SET-HISTORY-DATES.
           MOVE SPACES TO NEW-HISTORY-HEADER.
           MOVE 'HDR' TO NHH-RECORD-ID.
           MOVE WS-RUN-DATE TO NHH-LATEST-DATE.
           MOVE WS-PRIOR-DATE TO NHH-PRIOR-DATE.
           MOVE WS-RUN-CYCLE TO NHH-LATEST-CYCLE.
           IF PARM-CARD-ERROR
               AND OLD-HISTORY-DATED
               MOVE WS-OLD-LATEST-DATE TO NHH-LATEST-DATE
               MOVE WS-OLD-PRIOR-DATE TO NHH-PRIOR-DATE
               MOVE OHL-LATEST-CYCLE TO NHH-LATEST-CYCLE
           END-IF.
           WRITE NEW-HISTORY-HEADER.
           MOVE 'DAYTRNOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * A BAD PARAMETER DECK STOPS THE RUN, BUT THE HISTORY IS STILL
      * WRITTEN FORWARD UNCHANGED AND NOTHING OF THIS CYCLE IS ADDED.
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
      * THE BUSINESS DATE COMES FROM THE CALENDAR'S C RECORD.
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
      * THE FIRST RECORD OF THE PRIOR GENERATION SHOULD BE ITS
      * HEADER.  ANYTHING ELSE IS KEPT PENDING AS AN ORDINARY ROW.
      ******************************************************************
       1700-READ-OLD-HEADER.
           IF NOT END-OF-OLD-HISTORY
               READ OLD-HISTORY-FILE
                   AT END
                       MOVE 'EOF' TO OLD-HISTORY-SWITCH
                   NOT AT END
                       IF OLD-HISTORY-HEADER
                           AND OHL-LATEST-DATE NUMERIC
                           AND OHL-PRIOR-DATE NUMERIC
                           MOVE 'Y' TO WS-OLD-DATED-SW
                           MOVE OHL-LATEST-DATE TO WS-OLD-LATEST-DATE
                           MOVE OHL-PRIOR-DATE TO WS-OLD-PRIOR-DATE
                       ELSE
                           IF NOT OLD-HISTORY-LABEL-REC
                               MOVE 'Y' TO WS-OLD-PENDING-SW
                           END-IF
                       END-IF
               END-READ
               MOVE 'PREVTRAN' TO WS-ERROR-FILE-ID
               MOVE OLD-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
      ******************************************************************
      * WHEN THE HISTORY ALREADY HOLDS THIS BUSINESS DATE, A LATER
      * CYCLE IS RUNNING AND THE PRIOR DAY STAYS AS IT WAS.  OTHERWISE
      * THIS IS THE FIRST CYCLE OF A NEW DATE AND THE LATEST DATE ON
      * THE HISTORY BECOMES THE PRIOR DAY.
      ******************************************************************
       1750-SET-HISTORY-DATES.
           IF OLD-HISTORY-DATED
               IF WS-OLD-LATEST-DATE = WS-RUN-DATE
                   MOVE WS-OLD-PRIOR-DATE TO WS-PRIOR-DATE
               ELSE
                   MOVE WS-OLD-LATEST-DATE TO WS-PRIOR-DATE
               END-IF
           ELSE
               MOVE ZERO TO WS-PRIOR-DATE
           END-IF.
      ******************************************************************
      * BOTH FILES ARE IN CODE/DATE SEQUENCE.  ON EQUAL KEYS THE
      * EARLIER RUN'S ROW GOES FIRST.
      ******************************************************************
       2000-MERGE-HISTORY.
           PERFORM 9100-READ-OLD-HISTORY.
           IF PARM-CARD-ERROR
               MOVE 'EOF' TO TRANS-SWITCH
           END-IF.
           PERFORM 9200-READ-TRANSACTION.
           PERFORM UNTIL END-OF-OLD-HISTORY
               AND END-OF-TRANSACTIONS
               IF WS-OLD-KEY NOT > WS-NEW-KEY
                   WRITE NEW-HISTORY-RECORD FROM OLD-HISTORY-RECORD
                   MOVE 'DAYTRNOT' TO WS-ERROR-FILE-ID
                   MOVE NEW-HISTORY-FILE-STATUS
                       TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
                   ADD 1 TO WS-OLD-KEPT
                   ADD 1 TO WS-RECORDS-WRITTEN
                   PERFORM 9100-READ-OLD-HISTORY
               ELSE
                   MOVE SPACES TO NEW-HISTORY-RECORD
                   MOVE TRANSACTION-RECORD TO NHR-TRANSACTION
                   MOVE WS-RUN-DATE TO NHR-RUN-DATE
                   MOVE WS-RUN-CYCLE TO NHR-RUN-CYCLE
                   WRITE NEW-HISTORY-RECORD
                   MOVE 'DAYTRNOT' TO WS-ERROR-FILE-ID
                   MOVE NEW-HISTORY-FILE-STATUS
                       TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
                   ADD 1 TO WS-TRANS-ADDED
                   ADD 1 TO WS-RECORDS-WRITTEN
                   PERFORM 9200-READ-TRANSACTION
               END-IF
           END-PERFORM.
      ******************************************************************
      * A ROW STAYS IF AN EARLIER CYCLE OF THIS BUSINESS DATE TOOK IT
      * ON, OR IF IT BELONGS TO THE PRIOR DAY.  THIS CYCLE'S OWN ROWS
      * FROM AN EARLIER ATTEMPT, AND ANYTHING OLDER THAN THE PRIOR
      * DAY, ARE DROPPED.  AFTER A BAD PARAMETER DECK EVERY ROW STAYS.
      ******************************************************************
       2100-SELECT-OLD-ROW.
           MOVE 'N' TO WS-OLD-PENDING-SW.
           MOVE OHR-RUN-CYCLE TO WS-ROW-CYCLE-X.
           IF WS-ROW-CYCLE-X NOT NUMERIC
               MOVE '1' TO WS-ROW-CYCLE-X
           END-IF.
           IF PARM-CARD-ERROR
               MOVE 'Y' TO WS-OLD-PENDING-SW
           ELSE
               IF OHR-RUN-DATE NUMERIC
                   IF OHR-RUN-DATE = WS-RUN-DATE
                       AND WS-ROW-CYCLE < WS-RUN-CYCLE
                       MOVE 'Y' TO WS-OLD-PENDING-SW
                   END-IF
                   IF OHR-RUN-DATE = WS-PRIOR-DATE
                       AND WS-PRIOR-DATE NOT = ZERO
                       MOVE 'Y' TO WS-OLD-PENDING-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT OLD-RECORD-PENDING
               ADD 1 TO WS-OLD-DROPPED
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           MOVE SPACES TO NEW-HISTORY-TRAILER.
           MOVE 'TRL' TO NHT-RECORD-ID.
           MOVE WS-RECORDS-WRITTEN TO NHT-RECORD-COUNT.
           WRITE NEW-HISTORY-TRAILER.
           MOVE 'DAYTRNOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE OLD-HISTORY-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE NEW-HISTORY-FILE.
           MOVE WS-OLD-KEPT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
           STRING 'DAY HISTORY ROWS KEPT: ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-PRINTM-MESSAGE
           END-STRING.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           MOVE WS-OLD-DROPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
           STRING 'DAY HISTORY ROWS DROPPED: ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-PRINTM-MESSAGE
           END-STRING.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           MOVE WS-TRANS-ADDED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
           STRING 'DAY HISTORY ROWS ADDED FOR CYCLE: ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-PRINTM-MESSAGE
           END-STRING.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB31 DAY HISTORY ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB31 DAY HISTORY RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
      * READS FORWARD TO THE NEXT ROW OF THE PRIOR GENERATION THAT
      * STAYS ON THE HISTORY.  A ROW ALREADY PENDING FROM THE HEADER
      * READ IS SELECTED WITHOUT READING AGAIN.
      ******************************************************************
       9100-READ-OLD-HISTORY.
           IF OLD-RECORD-PENDING
               PERFORM 2100-SELECT-OLD-ROW
           END-IF.
           PERFORM UNTIL OLD-RECORD-PENDING OR END-OF-OLD-HISTORY
               READ OLD-HISTORY-FILE
                   AT END
                       MOVE 'EOF' TO OLD-HISTORY-SWITCH
                   NOT AT END
                       IF NOT OLD-HISTORY-LABEL-REC
                           PERFORM 2100-SELECT-OLD-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'PREVTRAN' TO WS-ERROR-FILE-ID.
           MOVE OLD-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF END-OF-OLD-HISTORY
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               MOVE 'N' TO WS-OLD-PENDING-SW
               MOVE OHR-CODE TO WS-OLD-KEY-CODE
               MOVE OHR-TRANS-DATE TO WS-OLD-KEY-DATE
           END-IF.
      ******************************************************************
       9200-READ-TRANSACTION.
           MOVE SPACES TO WS-NEW-KEY.
           PERFORM UNTIL WS-NEW-KEY NOT = SPACES
               OR END-OF-TRANSACTIONS
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'EOF' TO TRANS-SWITCH
                   NOT AT END
                       IF NOT TRANS-FILE-LABEL
                           MOVE TR-CODE TO WS-NEW-KEY-CODE
                           MOVE TR-TRANS-DATE TO WS-NEW-KEY-DATE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'TRANSIN ' TO WS-ERROR-FILE-ID.
           MOVE TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF END-OF-TRANSACTIONS
               MOVE HIGH-VALUES TO WS-NEW-KEY
           END-IF.
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
