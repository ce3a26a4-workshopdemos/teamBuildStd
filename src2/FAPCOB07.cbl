      *          LATER AGAINST THE VALIDATED FILE AND SKIPS
      *          RE-EDITING, SO A BAD FEED SURFACES HOURS BEFORE THE
      *          PRINT DEADLINE.
      *          A TRANSACTION IN ANOTHER CURRENCY IS CONVERTED TO THE
      *          BASE CURRENCY HERE AT THE DAY'S RATE FOR ITS
      *          TRANSACTION DATE, SO EVERY LATER STEP WORKS IN BASE
      *          CURRENCY.  THE ORIGINAL AMOUNTS AND THE RATE USED GO
      *          TO THE CONVERSION REGISTER.
      *          A TRANSACTION LARGER THAN ITS CODE'S REVIEW THRESHOLD,
      *          OR THE PARM-CARD DEFAULT THRESHOLD FOR A CODE WITH
      *          NONE OF ITS OWN, STILL POSTS BUT IS ALSO WRITTEN TO
      *          THE HIGH-VALUE REVIEW QUEUE FOR SUPERVISOR SIGN-OFF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STEP-CONTROL-FILE ASSIGN TO CTLOUT7
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEP-CONTROL-FILE-STATUS.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FX-RATE-FILE-STATUS.
           SELECT FX-REGISTER-FILE ASSIGN TO FXREGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FX-REGISTER-FILE-STATUS.
           SELECT OPTIONAL REVIEW-THRESHOLD-FILE ASSIGN TO REVTHRSH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVIEW-THRESHOLD-FILE-STATUS.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO REVQOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVIEW-QUEUE-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
               88  TRANS-REVERSAL    VALUE 'R'.
               88  TRANS-TYPE-VALID  VALUES 'D' ' ' 'C' 'R'.
           02  TR-REGION-ID          PIC X(3).
           02  TR-CURRENCY-CODE      PIC X(3).
           02  TR-FX-RATE            PIC 9(3)V9(6).
       01  TRANS-HEADER-RECORD.
           02  FH-RECORD-ID          PIC X(3).
               88  TRANS-HEADER-LABEL VALUE 'HDR'.
       FD  EDIT-COUNTS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ONE TOTALS RECORD, THEN ONE RECORD PER REGION TAG SEEN - AS
      * MANY AS THE DAY'S FEEDS CARRIED.
       01  EDIT-COUNTS-RECORD.
           02  EC-RECORD-TYPE        PIC X(1).
               88  EC-TOTALS-RECORD  VALUE 'T'.
               88  EC-REGION-RECORD  VALUE 'R'.
           02  EC-RECORDS-READ       PIC 9(9).
           02  EC-RECORDS-REJECTED   PIC 9(9).
           02  FILLER                PIC X(114).
       01  EDIT-COUNTS-REGION-RECORD.
           02  FILLER                PIC X(1).
           02  EC-RGN-ID             PIC X(3).
           02  EC-RGN-REJECTED       PIC 9(9).
           02  EC-RGN-ACCEPTED       PIC 9(9).
           02  EC-RGN-ACCEPT-HASH    PIC S9(13)V99.
           02  FILLER                PIC X(96).

       FD  CODE-MASTER-FILE
           RECORDING MODE IS F
           02  SC-RECORDS-BYPASSED   PIC 9(9).
           02  SC-RECORDS-OUT-OF-RANGE PIC 9(9).
           02  FILLER                PIC X(27).

      * DAILY EXCHANGE RATES.  THE B CARD NAMES THE BASE CURRENCY;
      * EACH R CARD GIVES ONE CURRENCY'S RATE FOR ONE DATE AS BASE
      * UNITS PER UNIT OF THAT CURRENCY.
       FD  FX-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FX-RATE-RECORD.
           02  FXR-RECORD-TYPE       PIC X(1).
               88  FXR-BASE-CARD     VALUE 'B'.
               88  FXR-RATE-CARD     VALUE 'R'.
           02  FXR-CURRENCY-CODE     PIC X(3).
           02  FXR-RATE-DATE         PIC 9(8).
           02  FXR-RATE              PIC 9(3)V9(6).
           02  FILLER                PIC X(59).

      * ONE RECORD PER TRANSACTION CONVERTED TO BASE CURRENCY - THE
      * ORIGINAL AMOUNTS, THE RATE APPLIED AND THE BASE AMOUNTS
      * WRITTEN TO THE VALIDATED FILE.  THE REPORT PASS PRINTS ITS
      * CURRENCY RECAP FROM IT.
       FD  FX-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FX-REGISTER-RECORD.
           02  CVR-TRANS-DATE        PIC 9(8).
           02  CVR-CODE              PIC X(10).
           02  CVR-REGION-ID         PIC X(3).
           02  CVR-TYPE-IND          PIC X(1).
           02  CVR-CURRENCY-CODE     PIC X(3).
           02  CVR-FX-RATE           PIC 9(3)V9(6).
           02  CVR-ORIG-AMOUNT1      PIC S9(8)V99.
           02  CVR-ORIG-AMOUNT4      PIC S9(6)V99.
           02  CVR-ORIG-AMOUNT5      PIC S9(6)V99.
           02  CVR-BASE-AMOUNT1      PIC S9(8)V99.
           02  CVR-BASE-AMOUNT4      PIC S9(6)V99.
           02  CVR-BASE-AMOUNT5      PIC S9(6)V99.
           02  CVR-DESCRIPTION       PIC X(20).
           02  FILLER                PIC X(14).

      * PER-CODE REVIEW THRESHOLDS.  A TRANSACTION WHOSE BASE FIELD1
      * AMOUNT, EITHER SIGN, IS OVER ITS CODE'S THRESHOLD GOES TO THE
      * REVIEW QUEUE.  A ZERO THRESHOLD EXEMPTS THE CODE FROM THE
      * PARM-CARD DEFAULT.  A BLANK CARD OR ONE WITH AN ASTERISK IN
      * COLUMN 1 IS SKIPPED.
       FD  REVIEW-THRESHOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-THRESHOLD-RECORD.
           02  RVT-CODE              PIC X(10).
           02  RVT-THRESHOLD         PIC 9(8)V99.
           02  FILLER                PIC X(60).

      * ONE RECORD PER TRANSACTION QUEUED FOR SUPERVISOR REVIEW - THE
      * TRANSACTION AS WRITTEN TO THE VALIDATED FILE, THE THRESHOLD
      * IT EXCEEDED AND WHETHER THAT WAS THE CODE'S OWN (C) OR THE
      * DEFAULT (D).
       FD  REVIEW-QUEUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-QUEUE-RECORD.
           02  RQ-TRANS-RECORD       PIC X(80).
           02  RQ-THRESHOLD          PIC 9(8)V99.
           02  RQ-THRESHOLD-SOURCE   PIC X(1).
           02  RQ-EXTRACT-DATE       PIC 9(8).
           02  FILLER                PIC X(21).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  STEP-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
           02  FX-RATE-FILE-STATUS   PIC X(2) VALUE '00'.
           02  FX-REGISTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  REVIEW-THRESHOLD-FILE-STATUS PIC X(2) VALUE '00'.
           02  REVIEW-QUEUE-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RECORD-VALID      VALUE 'Y'.
               88  RECORD-INVALID    VALUE 'N'.
           02  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
       01  CURRENCY-CONVERSION-FIELDS.
           02  WS-FX-ACTION-SW       PIC X     VALUE 'N'.
               88  FX-NO-CONVERSION  VALUE 'N'.
               88  FX-BASE-CURRENCY  VALUE 'B'.
               88  FX-CONVERT        VALUE 'C'.
           02  WS-FX-RATE-USED       PIC 9(3)V9(6) VALUE ZERO.
           02  WS-BASE-AMOUNT1       PIC S9(8)V99 VALUE ZERO.
           02  WS-BASE-AMOUNT4       PIC S9(6)V99 VALUE ZERO.
           02  WS-BASE-AMOUNT5       PIC S9(6)V99 VALUE ZERO.
           02  WS-FX-CONVERTED       PIC 9(9)  VALUE ZERO.
       01  CURRENCY-TABLE-FIELDS.
           02  WS-BASE-CURRENCY      PIC X(3)  VALUE SPACES.
           02  WS-FX-EOF-SW          PIC X     VALUE 'N'.
               88  FX-RATE-EOF       VALUE 'Y'.
           02  WS-FX-ENTRY-VALID-SW  PIC X     VALUE 'Y'.
               88  FX-ENTRY-VALID    VALUE 'Y'.
           02  WS-FX-RATES-LOADED    PIC 9(9)  VALUE ZERO.
           02  WS-FX-RATES-REJECTED  PIC 9(9)  VALUE ZERO.
           02  WS-CCY-MAX            PIC 9(3)  VALUE 200.
           02  WS-CCY-COUNT          PIC 9(3)  VALUE ZERO.
           02  WS-CCY-SUB            PIC 9(3)  VALUE ZERO.
           02  WS-CCY-FOUND-SW       PIC X     VALUE 'N'.
               88  CURRENCY-FOUND    VALUE 'Y'.
           02  WS-CCY-SEARCH-CODE    PIC X(3)  VALUE SPACES.
           02  WS-CCY-CODE           PIC X(3)  OCCURS 200 TIMES.
       01  FX-RATE-TABLE-FIELDS.
           02  WS-FX-RATE-MAX        PIC 9(5)  VALUE 20000.
           02  WS-FX-RATE-COUNT      PIC 9(5)  VALUE ZERO.
           02  WS-FX-SUB             PIC 9(5)  VALUE ZERO.
           02  WS-FX-FOUND-SW        PIC X     VALUE 'N'.
               88  FX-RATE-FOUND     VALUE 'Y'.
           02  WS-FX-SLOT-SW         PIC X     VALUE 'N'.
               88  FX-SLOT-FOUND     VALUE 'Y'.
           02  WS-FX-SEARCH-KEY.
               03  WS-FX-SEARCH-CURRENCY PIC X(3).
               03  WS-FX-SEARCH-DATE     PIC 9(8).
           02  WS-FX-RATE-ENTRY      OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-FX-RATE-COUNT
                   ASCENDING KEY IS WS-FXE-KEY
                   INDEXED BY WS-FXE-IX.
               03  WS-FXE-KEY.
                   04  WS-FXE-CURRENCY   PIC X(3).
                   04  WS-FXE-DATE       PIC 9(8).
               03  WS-FXE-RATE           PIC 9(3)V9(6).
       01  REVIEW-THRESHOLD-FIELDS.
           02  WS-REVIEW-DEFAULT     PIC 9(8)V99 VALUE ZERO.
           02  WS-REVIEW-DEFAULT-SW  PIC X     VALUE 'N'.
               88  REVIEW-DEFAULT-SET VALUE 'Y'.
           02  WS-REVIEW-THRESHOLD   PIC 9(8)V99 VALUE ZERO.
           02  WS-REVIEW-SOURCE      PIC X(1)  VALUE SPACES.
               88  REVIEW-NOT-APPLICABLE VALUE SPACE.
           02  WS-REVIEW-AMOUNT      PIC 9(8)V99 VALUE ZERO.
           02  WS-REVIEW-QUEUED      PIC 9(9)  VALUE ZERO.
           02  WS-REVIEW-ECHO-AMOUNT PIC Z(7)9.99.
           02  WS-RVT-EOF-SW         PIC X     VALUE 'N'.
               88  REVIEW-THRESHOLD-EOF VALUE 'Y'.
           02  WS-RVT-ENTRY-VALID-SW PIC X     VALUE 'Y'.
               88  RVT-ENTRY-VALID   VALUE 'Y'.
           02  WS-RVT-REJECTED       PIC 9(9)  VALUE ZERO.
      ******************************************************************
      * PER-CODE REVIEW THRESHOLDS, HELD IN CODE SEQUENCE FOR THE
      * BINARY SEARCH.
      ******************************************************************
       01  REVIEW-THRESHOLD-TABLE-FIELDS.
           02  WS-RVT-MAX            PIC 9(5) VALUE 20000.
           02  WS-RVT-COUNT          PIC 9(5) VALUE ZERO.
           02  WS-RVT-SUB            PIC 9(5) VALUE ZERO.
           02  WS-RVT-FOUND-SW       PIC X    VALUE 'N'.
               88  RVT-FOUND         VALUE 'Y'.
           02  WS-RVT-SLOT-SW        PIC X    VALUE 'N'.
               88  RVT-SLOT-FOUND    VALUE 'Y'.
           02  WS-RVT-SEARCH-CODE    PIC X(10) VALUE SPACES.
           02  WS-RVT-ENTRY          OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-RVT-COUNT
                   ASCENDING KEY IS WS-RVT-CODE
                   INDEXED BY WS-RVT-IX.
               03  WS-RVT-CODE           PIC X(10).
               03  WS-RVT-THRESHOLD      PIC 9(8)V99.
       01  RUN-COUNTERS.
           02  WS-RECORDS-READ       PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-VALIDATED  PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-REJECTED   PIC 9(9) VALUE ZERO.
       01  REGION-REJECT-FIELDS.
           02  WS-RGN-MAX            PIC 9(2) VALUE 60.
           02  WS-RGN-COUNT          PIC 9(2) VALUE ZERO.
           02  WS-RGN-SUB            PIC 9(2) VALUE ZERO.
           02  WS-RGN-SEARCH-ID      PIC X(3) VALUE SPACES.
           02  WS-RGN-FOUND-SW       PIC X    VALUE 'N'.
               88  REGION-FOUND      VALUE 'Y'.
           02  WS-RGN-ENTRY          OCCURS 60 TIMES.
               03  WS-RGN-ID         PIC X(3).
               03  WS-RGN-REJECTED   PIC 9(9).
               03  WS-RGN-ACCEPTED   PIC 9(9).
               03  WS-RGN-ACCEPT-HASH PIC S9(13)V99.
       01  CODE-MASTER-TABLE-FIELDS.
           02  WS-CODE-MASTER-MAX    PIC 9(5) VALUE 20000.
           02  WS-CODE-MASTER-COUNT  PIC 9(5) VALUE ZERO.
           OPEN OUTPUT VALID-OUT-FILE.
           OPEN OUTPUT REJECT-PRINT-FILE.
           OPEN OUTPUT REJECT-DATA-FILE.
           OPEN OUTPUT FX-REGISTER-FILE.
           OPEN OUTPUT REVIEW-QUEUE-FILE.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1190-WRITE-PARM-ECHO.
           PERFORM 1400-LOAD-CODE-MASTER.
           PERFORM 1500-LOAD-EXCHANGE-RATES.
           PERFORM 1700-LOAD-REVIEW-THRESHOLDS.
           IF NOT END-OF-FILE
               PERFORM 9100-READ-EDIT-FILE
           END-IF.
                   END-IF
               WHEN 'PREVALIDATED'
                   PERFORM 1150-EDIT-PARM-SWITCH
               WHEN 'REVIEW-THRESHOLD'
                   PERFORM 1130-EDIT-PARM-AMOUNT
                   IF PARM-VALUE-OK
                       IF WS-PARM-AMOUNT < ZERO
                           OR WS-PARM-AMOUNT > 99999999.99
                           MOVE 'N' TO WS-PARM-VALUE-OK-SW
                           PERFORM 1160-REPORT-PARM-ERROR
                       ELSE
                           MOVE WS-PARM-AMOUNT TO WS-REVIEW-DEFAULT
                           MOVE 'Y' TO WS-REVIEW-DEFAULT-SW
                       END-IF
                   END-IF
               WHEN 'REVIEW-DAYS'
                   PERFORM 1140-EDIT-PARM-COUNT
               WHEN 'CYCLE'
                   PERFORM 1140-EDIT-PARM-COUNT
                   IF PARM-VALUE-OK
                       IF WS-PARM-COUNT < 1
                           OR WS-PARM-COUNT > 9
                           MOVE 'N' TO WS-PARM-VALUE-OK-SW
                           PERFORM 1160-REPORT-PARM-ERROR
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALUE-OK-SW
                   PERFORM 1160-REPORT-PARM-ERROR
           MOVE 'E' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
      * THE PROCESS DATE AND DEFAULT REVIEW THRESHOLD THE EDIT PASS
      * USED, CARD-SUPPLIED OR DEFAULTED, PRINT AT THE TOP OF THE
      * REJECT LISTING.
      ******************************************************************
       1190-WRITE-PARM-ECHO.
           MOVE 'PROCESS-DATE' TO ECHO-KEYWORD.
           MOVE 'REJOUT7 ' TO WS-ERROR-FILE-ID.
           MOVE REJECT-PRINT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 'REVIEW-THRESHOLD' TO ECHO-KEYWORD.
           IF REVIEW-DEFAULT-SET
               MOVE WS-REVIEW-DEFAULT TO WS-REVIEW-ECHO-AMOUNT
               MOVE WS-REVIEW-ECHO-AMOUNT TO ECHO-VALUE
               MOVE '(CARD)' TO ECHO-SOURCE
           ELSE
               MOVE 'NONE' TO ECHO-VALUE
               MOVE '(DEFAULT)' TO ECHO-SOURCE
           END-IF.
           WRITE REJECT-PRINT-RECORD FROM PARM-ECHO-LINE.
           MOVE 'REJOUT7 ' TO WS-ERROR-FILE-ID.
           MOVE REJECT-PRINT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       1400-LOAD-CODE-MASTER.
           OPEN INPUT CODE-MASTER-FILE.
           MOVE CM-EFF-TO-DATE
               TO WS-CM-EFF-TO-DATE (WS-CODE-SUB).
      ******************************************************************
      * NO RATE FILE IS NOT AN ERROR - WITHOUT ONE EVERY TRANSACTION
      * MUST ALREADY BE IN BASE CURRENCY AND ANY OTHER IS REJECTED.
      ******************************************************************
       1500-LOAD-EXCHANGE-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF FX-RATE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-FX-EOF-SW
               IF FX-RATE-FILE-STATUS NOT = '05'
                   MOVE 'FXRATE  ' TO WS-ERROR-FILE-ID
                   MOVE FX-RATE-FILE-STATUS TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL FX-RATE-EOF
               READ FX-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FX-EOF-SW
                   NOT AT END
                       IF FX-RATE-RECORD NOT = SPACES
                           PERFORM 1550-EDIT-RATE-ENTRY
                       END-IF
               END-READ
               MOVE 'FXRATE  ' TO WS-ERROR-FILE-ID
               MOVE FX-RATE-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-PERFORM.
           CLOSE FX-RATE-FILE.
           IF WS-FX-RATES-LOADED > 0
               AND WS-BASE-CURRENCY = SPACES
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO BASE CURRENCY CARD ON FXRATE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * A RATE CARD THAT FAILS ANY EDIT, OR REPEATS A CURRENCY AND
      * DATE ALREADY LOADED, IS LEFT OUT AND NAMED IN THE MESSAGE LOG.
      ******************************************************************
       1550-EDIT-RATE-ENTRY.
           MOVE 'Y' TO WS-FX-ENTRY-VALID-SW.
           IF FXR-CURRENCY-CODE = SPACES
               MOVE 'N' TO WS-FX-ENTRY-VALID-SW
           ELSE
               IF FXR-BASE-CARD
                   IF WS-BASE-CURRENCY NOT = SPACES
                       MOVE 'N' TO WS-FX-ENTRY-VALID-SW
                   ELSE
                       MOVE FXR-CURRENCY-CODE TO WS-BASE-CURRENCY
                   END-IF
               ELSE
                   IF NOT FXR-RATE-CARD
                       OR FXR-RATE-DATE NOT NUMERIC
                       OR FXR-RATE NOT NUMERIC
                       MOVE 'N' TO WS-FX-ENTRY-VALID-SW
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD (FXR-RATE-DATE)
                           NOT = 0
                           OR FXR-RATE = ZERO
                           MOVE 'N' TO WS-FX-ENTRY-VALID-SW
                       END-IF
                   END-IF
                   IF FX-ENTRY-VALID
                       MOVE FXR-CURRENCY-CODE
                           TO WS-FX-SEARCH-CURRENCY
                       MOVE FXR-RATE-DATE TO WS-FX-SEARCH-DATE
                       PERFORM 2060-FIND-EXCHANGE-RATE
                       IF FX-RATE-FOUND
                           MOVE 'N' TO WS-FX-ENTRY-VALID-SW
                       END-IF
                   END-IF
                   IF FX-ENTRY-VALID
                       PERFORM 1560-ADD-RATE-ENTRY
                   END-IF
               END-IF
           END-IF.
           IF NOT FX-ENTRY-VALID
               ADD 1 TO WS-FX-RATES-REJECTED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'EXCHANGE RATE CARD REJECTED FOR CURRENCY '
                      DELIMITED BY SIZE
                      FXR-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1560-ADD-RATE-ENTRY.
           IF WS-FX-RATE-COUNT >= WS-FX-RATE-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'EXCHANGE RATE TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               MOVE FXR-CURRENCY-CODE TO WS-CCY-SEARCH-CODE
               PERFORM 2070-FIND-CURRENCY
               IF NOT CURRENCY-FOUND
                   IF WS-CCY-COUNT >= WS-CCY-MAX
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE 'CURRENCY TABLE CAPACITY EXCEEDED'
                               TO WS-PRINTM-MESSAGE
                           MOVE 'E' TO WS-PRINTM-SEVERITY
                           CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                               WS-PRINTM-SEVERITY
                       END-IF
                   ELSE
                       ADD 1 TO WS-CCY-COUNT
                       MOVE FXR-CURRENCY-CODE
                           TO WS-CCY-CODE (WS-CCY-COUNT)
                   END-IF
               END-IF
               PERFORM 1570-INSERT-RATE-ENTRY
               ADD 1 TO WS-FX-RATES-LOADED
           END-IF.
      ******************************************************************
      * THE RATE TABLE IS HELD IN CURRENCY AND DATE SEQUENCE FOR THE
      * BINARY SEARCH - A CARD SLIDES TO ITS SLOT ON THE WAY IN.
      ******************************************************************
       1570-INSERT-RATE-ENTRY.
           ADD 1 TO WS-FX-RATE-COUNT.
           MOVE WS-FX-RATE-COUNT TO WS-FX-SUB.
           MOVE 'N' TO WS-FX-SLOT-SW.
           PERFORM UNTIL FX-SLOT-FOUND
               IF WS-FX-SUB = 1
                   MOVE 'Y' TO WS-FX-SLOT-SW
               ELSE
                   IF WS-FXE-KEY (WS-FX-SUB - 1) > WS-FX-SEARCH-KEY
                       MOVE WS-FX-RATE-ENTRY (WS-FX-SUB - 1)
                           TO WS-FX-RATE-ENTRY (WS-FX-SUB)
                       SUBTRACT 1 FROM WS-FX-SUB
                   ELSE
                       MOVE 'Y' TO WS-FX-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-FX-SEARCH-KEY TO WS-FXE-KEY (WS-FX-SUB).
           MOVE FXR-RATE TO WS-FXE-RATE (WS-FX-SUB).
      ******************************************************************
      * NO THRESHOLD FILE IS NOT AN ERROR - ONLY THE PARM-CARD
      * DEFAULT, IF ANY, THEN APPLIES.
      ******************************************************************
       1700-LOAD-REVIEW-THRESHOLDS.
           OPEN INPUT REVIEW-THRESHOLD-FILE.
           IF REVIEW-THRESHOLD-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RVT-EOF-SW
               IF REVIEW-THRESHOLD-FILE-STATUS NOT = '05'
                   MOVE 'REVTHRSH' TO WS-ERROR-FILE-ID
                   MOVE REVIEW-THRESHOLD-FILE-STATUS
                       TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL REVIEW-THRESHOLD-EOF
               READ REVIEW-THRESHOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-RVT-EOF-SW
                   NOT AT END
                       IF REVIEW-THRESHOLD-RECORD NOT = SPACES
                           AND RVT-CODE (1:1) NOT = '*'
                           PERFORM 1750-EDIT-THRESHOLD-ENTRY
                       END-IF
               END-READ
               MOVE 'REVTHRSH' TO WS-ERROR-FILE-ID
               MOVE REVIEW-THRESHOLD-FILE-STATUS
                   TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-PERFORM.
           CLOSE REVIEW-THRESHOLD-FILE.
      ******************************************************************
      * A THRESHOLD CARD WITH NO CODE, A NON-NUMERIC AMOUNT, A CODE
      * NOT ON THE CODE MASTER, OR A CODE ALREADY LOADED IS LEFT OUT
      * AND NAMED IN THE MESSAGE LOG.
      ******************************************************************
       1750-EDIT-THRESHOLD-ENTRY.
           MOVE 'Y' TO WS-RVT-ENTRY-VALID-SW.
           IF RVT-CODE = SPACES
               OR RVT-THRESHOLD NOT NUMERIC
               MOVE 'N' TO WS-RVT-ENTRY-VALID-SW
           END-IF.
           IF RVT-ENTRY-VALID
               AND CODE-VALIDATION-ACTIVE
               MOVE 'N' TO WS-CODE-FOUND-SW
               SEARCH ALL WS-CODE-MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CM-CODE (WS-CM-IX) = RVT-CODE
                       MOVE 'Y' TO WS-CODE-FOUND-SW
               END-SEARCH
               IF NOT CODE-FOUND
                   MOVE 'N' TO WS-RVT-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF RVT-ENTRY-VALID
               MOVE RVT-CODE TO WS-RVT-SEARCH-CODE
               PERFORM 2190-FIND-REVIEW-THRESHOLD
               IF RVT-FOUND
                   MOVE 'N' TO WS-RVT-ENTRY-VALID-SW
               END-IF
           END-IF.
           IF RVT-ENTRY-VALID
               PERFORM 1760-ADD-THRESHOLD-ENTRY
           ELSE
               ADD 1 TO WS-RVT-REJECTED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'REVIEW THRESHOLD CARD REJECTED FOR CODE '
                      DELIMITED BY SIZE
                      RVT-CODE DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1760-ADD-THRESHOLD-ENTRY.
           IF WS-RVT-COUNT >= WS-RVT-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'REVIEW THRESHOLD TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-RVT-COUNT
               MOVE WS-RVT-COUNT TO WS-RVT-SUB
               MOVE 'N' TO WS-RVT-SLOT-SW
               PERFORM UNTIL RVT-SLOT-FOUND
                   IF WS-RVT-SUB = 1
                       MOVE 'Y' TO WS-RVT-SLOT-SW
                   ELSE
                       IF WS-RVT-CODE (WS-RVT-SUB - 1) > RVT-CODE
                           MOVE WS-RVT-ENTRY (WS-RVT-SUB - 1)
                               TO WS-RVT-ENTRY (WS-RVT-SUB)
                           SUBTRACT 1 FROM WS-RVT-SUB
                       ELSE
                           MOVE 'Y' TO WS-RVT-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE RVT-CODE TO WS-RVT-CODE (WS-RVT-SUB)
               MOVE RVT-THRESHOLD TO WS-RVT-THRESHOLD (WS-RVT-SUB)
           END-IF.
      ******************************************************************
      * WRONG-FILE PROTECTION AT THE EARLIEST POSSIBLE MOMENT - THE
      * WHOLE POINT OF THE EARLY EDIT PASS IS THAT A BAD FEED FAILS
      * HERE, HOURS BEFORE THE REPORT DEADLINE.
       2075-EDIT-TRANSACTION-RECORD.
           MOVE 'Y' TO WS-VALID-RECORD-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-FX-ACTION-SW.
           IF TR-CODE = SPACES
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'MISSING TRANSACTION CODE' TO WS-REJECT-REASON
               AND CODE-VALIDATION-ACTIVE
               PERFORM 2025-VALIDATE-TRANS-CODE
           END-IF.
           IF RECORD-VALID
               AND TR-CURRENCY-CODE NOT = SPACES
               PERFORM 2050-EDIT-CURRENCY
           END-IF.
      ******************************************************************
       2025-VALIDATE-TRANS-CODE.
           MOVE 'N' TO WS-CODE-FOUND-SW.
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * A TRANSACTION IN ANOTHER CURRENCY IS CONVERTED AT THAT
      * CURRENCY'S RATE FOR ITS OWN TRANSACTION DATE.  A RECORD THAT
      * ALREADY CARRIES A RATE WAS CONVERTED ON AN EARLIER PASS AND IS
      * BACK THROUGH REJECT REPAIR - IT IS NOT CONVERTED TWICE.
      ******************************************************************
       2050-EDIT-CURRENCY.
           IF TR-FX-RATE NUMERIC
               AND TR-FX-RATE > ZERO
               CONTINUE
           ELSE
               IF TR-CURRENCY-CODE = WS-BASE-CURRENCY
                   MOVE 'B' TO WS-FX-ACTION-SW
                   MOVE 1 TO WS-FX-RATE-USED
               ELSE
                   MOVE TR-CURRENCY-CODE TO WS-CCY-SEARCH-CODE
                   PERFORM 2070-FIND-CURRENCY
                   IF NOT CURRENCY-FOUND
                       MOVE 'N' TO WS-VALID-RECORD-SW
                       MOVE 'UNKNOWN CURRENCY CODE'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE TR-CURRENCY-CODE TO WS-FX-SEARCH-CURRENCY
                       MOVE TR-TRANS-DATE TO WS-FX-SEARCH-DATE
                       PERFORM 2060-FIND-EXCHANGE-RATE
                       IF NOT FX-RATE-FOUND
                           MOVE 'N' TO WS-VALID-RECORD-SW
                           MOVE 'NO EXCHANGE RATE FOR DATE'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-FXE-RATE (WS-FX-SUB)
                               TO WS-FX-RATE-USED
                           PERFORM 2055-CONVERT-AMOUNTS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * FIELD4 AND FIELD5 ARE CONVERTED AND FIELD1 REBUILT FROM THEM
      * WHEN THE ORIGINAL CROSSFOOTS, SO ROUNDING NEVER PUTS A
      * BALANCED TRANSACTION OUT OF BALANCE.
      ******************************************************************
       2055-CONVERT-AMOUNTS.
           MOVE 'C' TO WS-FX-ACTION-SW.
           COMPUTE WS-BASE-AMOUNT4 ROUNDED =
               TR-AMOUNT4 * WS-FX-RATE-USED
               ON SIZE ERROR
                   MOVE 'N' TO WS-FX-ACTION-SW
           END-COMPUTE.
           COMPUTE WS-BASE-AMOUNT5 ROUNDED =
               TR-AMOUNT5 * WS-FX-RATE-USED
               ON SIZE ERROR
                   MOVE 'N' TO WS-FX-ACTION-SW
           END-COMPUTE.
           IF TR-AMOUNT1 = TR-AMOUNT4 + TR-AMOUNT5
               COMPUTE WS-BASE-AMOUNT1 =
                   WS-BASE-AMOUNT4 + WS-BASE-AMOUNT5
           ELSE
               COMPUTE WS-BASE-AMOUNT1 ROUNDED =
                   TR-AMOUNT1 * WS-FX-RATE-USED
                   ON SIZE ERROR
                       MOVE 'N' TO WS-FX-ACTION-SW
               END-COMPUTE
           END-IF.
           IF FX-NO-CONVERSION
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'CONVERTED AMOUNT TOO LARGE' TO WS-REJECT-REASON
           END-IF.
      ******************************************************************
       2060-FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-FX-FOUND-SW.
           IF WS-FX-RATE-COUNT > 0
               SEARCH ALL WS-FX-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXE-KEY (WS-FXE-IX) = WS-FX-SEARCH-KEY
                       MOVE 'Y' TO WS-FX-FOUND-SW
                       SET WS-FX-SUB TO WS-FXE-IX
               END-SEARCH
           END-IF.
      ******************************************************************
       2070-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           MOVE 1 TO WS-CCY-SUB.
           PERFORM UNTIL CURRENCY-FOUND
                   OR WS-CCY-SUB > WS-CCY-COUNT
               IF WS-CCY-CODE (WS-CCY-SUB) = WS-CCY-SEARCH-CODE
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               ELSE
                   ADD 1 TO WS-CCY-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * THE REGION'S ACCEPTED HASH STAYS IN THE AMOUNTS THE REGION
      * SENT, SO ITS ACKNOWLEDGMENT AGREES WITH ITS OWN CONTROLS.
      * EVERYTHING WRITTEN FORWARD IS IN BASE CURRENCY.
      ******************************************************************
       2150-WRITE-VALID-RECORD.
           MOVE TR-REGION-ID TO WS-RGN-SEARCH-ID.
           PERFORM 2170-FIND-REGION-SLOT.
           IF REGION-FOUND
               ADD 1 TO WS-RGN-ACCEPTED (WS-RGN-SUB)
               IF TR-AMOUNT1 NUMERIC
                   ADD TR-AMOUNT1
                       TO WS-RGN-ACCEPT-HASH (WS-RGN-SUB)
               END-IF
           END-IF.
           IF FX-BASE-CURRENCY
               MOVE WS-FX-RATE-USED TO TR-FX-RATE
           END-IF.
           IF FX-CONVERT
               PERFORM 2160-WRITE-FX-REGISTER
               MOVE WS-BASE-AMOUNT1 TO TR-AMOUNT1
               MOVE WS-BASE-AMOUNT4 TO TR-AMOUNT4
               MOVE WS-BASE-AMOUNT5 TO TR-AMOUNT5
               MOVE WS-FX-RATE-USED TO TR-FX-RATE
           END-IF.
           WRITE VALID-OUT-RECORD FROM TRANS-RECORD.
           MOVE 'VALIDOUT' TO WS-ERROR-FILE-ID.
           MOVE VALID-OUT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 2180-CHECK-REVIEW-THRESHOLD.
           ADD 1 TO WS-RECORDS-VALIDATED.
           IF TR-AMOUNT1 NUMERIC
               ADD TR-AMOUNT1 TO WS-VALID-HASH-TOTAL
           END-IF.
      ******************************************************************
       2160-WRITE-FX-REGISTER.
           MOVE SPACES TO FX-REGISTER-RECORD.
           MOVE TR-TRANS-DATE TO CVR-TRANS-DATE.
           MOVE TR-CODE TO CVR-CODE.
           MOVE TR-REGION-ID TO CVR-REGION-ID.
           MOVE TR-TYPE-IND TO CVR-TYPE-IND.
           MOVE TR-CURRENCY-CODE TO CVR-CURRENCY-CODE.
           MOVE WS-FX-RATE-USED TO CVR-FX-RATE.
           MOVE TR-AMOUNT1 TO CVR-ORIG-AMOUNT1.
           MOVE TR-AMOUNT4 TO CVR-ORIG-AMOUNT4.
           MOVE TR-AMOUNT5 TO CVR-ORIG-AMOUNT5.
           MOVE WS-BASE-AMOUNT1 TO CVR-BASE-AMOUNT1.
           MOVE WS-BASE-AMOUNT4 TO CVR-BASE-AMOUNT4.
           MOVE WS-BASE-AMOUNT5 TO CVR-BASE-AMOUNT5.
           MOVE TR-DESCRIPTION TO CVR-DESCRIPTION.
           WRITE FX-REGISTER-RECORD.
           MOVE 'FXREGOUT' TO WS-ERROR-FILE-ID.
           MOVE FX-REGISTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-FX-CONVERTED.
      ******************************************************************
      * COUNTS ARE KEPT FOR EVERY REGION TAG THE CONSOLIDATION STEP
      * PLANTED, HOWEVER MANY REGIONS THE REGION MASTER DEFINES.
      ******************************************************************
       2170-FIND-REGION-SLOT.
           MOVE 'N' TO WS-RGN-FOUND-SW.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL REGION-FOUND
                   OR WS-RGN-SUB > WS-RGN-COUNT
               IF WS-RGN-ID (WS-RGN-SUB) = WS-RGN-SEARCH-ID
                   MOVE 'Y' TO WS-RGN-FOUND-SW
               ELSE
                   ADD 1 TO WS-RGN-SUB
               END-IF
           END-PERFORM.
           IF NOT REGION-FOUND
               IF WS-RGN-COUNT < WS-RGN-MAX
                   ADD 1 TO WS-RGN-COUNT
                   MOVE WS-RGN-COUNT TO WS-RGN-SUB
                   MOVE WS-RGN-SEARCH-ID TO WS-RGN-ID (WS-RGN-SUB)
                   MOVE ZERO TO WS-RGN-REJECTED (WS-RGN-SUB)
                   MOVE ZERO TO WS-RGN-ACCEPTED (WS-RGN-SUB)
                   MOVE ZERO TO WS-RGN-ACCEPT-HASH (WS-RGN-SUB)
                   MOVE 'Y' TO WS-RGN-FOUND-SW
               ELSE
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'REGION TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * THE THRESHOLD IS TESTED AGAINST THE BASE-CURRENCY AMOUNT
      * POSTED, SO ONE THRESHOLD SERVES EVERY CURRENCY.  THE CODE'S
      * OWN THRESHOLD WINS OVER THE DEFAULT, AND A ZERO ONE MEANS THE
      * CODE IS NEVER QUEUED.
      ******************************************************************
       2180-CHECK-REVIEW-THRESHOLD.
           MOVE SPACES TO WS-REVIEW-SOURCE.
           MOVE TR-CODE TO WS-RVT-SEARCH-CODE.
           PERFORM 2190-FIND-REVIEW-THRESHOLD.
           IF RVT-FOUND
               IF WS-RVT-THRESHOLD (WS-RVT-SUB) > ZERO
                   MOVE WS-RVT-THRESHOLD (WS-RVT-SUB)
                       TO WS-REVIEW-THRESHOLD
                   MOVE 'C' TO WS-REVIEW-SOURCE
               END-IF
           ELSE
               IF REVIEW-DEFAULT-SET
                   MOVE WS-REVIEW-DEFAULT TO WS-REVIEW-THRESHOLD
                   MOVE 'D' TO WS-REVIEW-SOURCE
               END-IF
           END-IF.
           IF NOT REVIEW-NOT-APPLICABLE
               IF TR-AMOUNT1 < ZERO
                   COMPUTE WS-REVIEW-AMOUNT = ZERO - TR-AMOUNT1
               ELSE
                   MOVE TR-AMOUNT1 TO WS-REVIEW-AMOUNT
               END-IF
               IF WS-REVIEW-AMOUNT > WS-REVIEW-THRESHOLD
                   PERFORM 2185-WRITE-REVIEW-QUEUE
               END-IF
           END-IF.
      ******************************************************************
       2185-WRITE-REVIEW-QUEUE.
           MOVE SPACES TO REVIEW-QUEUE-RECORD.
           MOVE TRANS-RECORD TO RQ-TRANS-RECORD.
           MOVE WS-REVIEW-THRESHOLD TO RQ-THRESHOLD.
           MOVE WS-REVIEW-SOURCE TO RQ-THRESHOLD-SOURCE.
           MOVE WS-HDR-EXTRACT-DATE TO RQ-EXTRACT-DATE.
           WRITE REVIEW-QUEUE-RECORD.
           MOVE 'REVQOUT ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-QUEUE-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-REVIEW-QUEUED.
      ******************************************************************
       2190-FIND-REVIEW-THRESHOLD.
           MOVE 'N' TO WS-RVT-FOUND-SW.
           IF WS-RVT-COUNT > 0
               SEARCH ALL WS-RVT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RVT-CODE (WS-RVT-IX) = WS-RVT-SEARCH-CODE
                       MOVE 'Y' TO WS-RVT-FOUND-SW
                       SET WS-RVT-SUB TO WS-RVT-IX
               END-SEARCH
           END-IF.
      ******************************************************************
       2400-WRITE-REJECT-LINE.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE REJECT-DATA-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE TR-REGION-ID TO WS-RGN-SEARCH-ID.
           PERFORM 2170-FIND-REGION-SLOT.
           IF REGION-FOUND
               ADD 1 TO WS-RGN-REJECTED (WS-RGN-SUB)
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 7500-VALIDATE-FILE-TRAILER.
           CLOSE VALID-OUT-FILE.
           CLOSE REJECT-PRINT-FILE.
           CLOSE REJECT-DATA-FILE.
           CLOSE FX-REGISTER-FILE.
           CLOSE REVIEW-QUEUE-FILE.
           IF WS-REVIEW-QUEUED > 0
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'TRANSACTIONS QUEUED FOR HIGH-VALUE REVIEW: '
                      DELIMITED BY SIZE
                      WS-REVIEW-QUEUED DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'I' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF WS-RECORDS-REJECTED > 0
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'TRANSACTIONS REJECTED BY EDIT: '
                      DELIMITED BY SIZE
                      WS-RECORDS-REJECTED DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF WS-FX-CONVERTED > 0
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'TRANSACTIONS CONVERTED TO BASE CURRENCY: '
                      DELIMITED BY SIZE
                      WS-FX-CONVERTED DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'I' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB07 EDIT PASS ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
       9300-WRITE-EDIT-COUNTS.
           OPEN OUTPUT EDIT-COUNTS-FILE.
           MOVE SPACES TO EDIT-COUNTS-RECORD.
           MOVE 'T' TO EC-RECORD-TYPE.
           MOVE WS-RECORDS-READ TO EC-RECORDS-READ.
           MOVE WS-RECORDS-REJECTED TO EC-RECORDS-REJECTED.
           WRITE EDIT-COUNTS-RECORD.
           MOVE 'EDITCNTS' TO WS-ERROR-FILE-ID.
           MOVE EDIT-COUNTS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL WS-RGN-SUB > WS-RGN-COUNT
               MOVE SPACES TO EDIT-COUNTS-REGION-RECORD
               MOVE 'R' TO EC-RECORD-TYPE
               MOVE WS-RGN-ID (WS-RGN-SUB) TO EC-RGN-ID
               MOVE WS-RGN-REJECTED (WS-RGN-SUB) TO EC-RGN-REJECTED
               MOVE WS-RGN-ACCEPTED (WS-RGN-SUB) TO EC-RGN-ACCEPTED
               MOVE WS-RGN-ACCEPT-HASH (WS-RGN-SUB)
                   TO EC-RGN-ACCEPT-HASH
               WRITE EDIT-COUNTS-REGION-RECORD
               MOVE 'EDITCNTS' TO WS-ERROR-FILE-ID
               MOVE EDIT-COUNTS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-RGN-SUB
           END-PERFORM.
           CLOSE EDIT-COUNTS-FILE.
      ******************************************************************
       9600-WRITE-STEP-CONTROL.
