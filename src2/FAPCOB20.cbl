       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB20.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          MANUAL BALANCE ADJUSTMENT EDIT AND REGISTER.  READS
      *          THE DAY'S ADJUSTMENT CARDS - CODE, AMOUNT, DEBIT OR
      *          CREDIT, REASON, PREPARER AND APPROVER - AND PASSES
      *          ONLY THOSE PREPARED BY ONE PERSON AND APPROVED BY
      *          ANOTHER TO THE POSTING STEP.  AN UNAPPROVED OR
      *          SELF-APPROVED CARD, A CARD NOT DATED FOR THE BUSINESS
      *          DATE, OR ONE FOR A CODE NOT ACTIVE ON THE CODE MASTER
      *          IS REJECTED.  EVERY CARD IS LISTED ON A REGISTER WITH
      *          ITS DISPOSITION AND A SIGN-OFF BLOCK FOR AUDIT.
      *          ADJUSTMENTS NEVER TRAVEL THROUGH THE REGIONAL
      *          EXTRACTS, SO THE EXTRACT HASHES AND THE REGIONAL
      *          ACKNOWLEDGEMENTS STAY CLEAN.  THE CARDS RELEASED TO
      *          POST ARE CARRIED FORWARD WITH THE PROCESSING CYCLE
      *          THAT RELEASED THEM, AND A CARD ALREADY RELEASED IN AN
      *          EARLIER CYCLE OF THE SAME BUSINESS DATE IS REJECTED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADJUSTMENT-CARD-FILE ASSIGN TO ADJIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJ-CARD-FILE-STATUS.
           SELECT APPROVED-ADJUSTMENT-FILE ASSIGN TO ADJOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJ-APPROVED-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CODE-MASTER-FILE-STATUS.
           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO ADJRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJ-REPORT-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL POSTED-CARD-FILE ASSIGN TO ADJPSTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-CARD-FILE-STATUS.
           SELECT NEW-POSTED-CARD-FILE ASSIGN TO ADJPSTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-POSTED-CARD-FILE-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO CTLOUT20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEP-CONTROL-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * ONE ADJUSTMENT PER CARD.  THE AMOUNT IS UNSIGNED - THE D/C
      * COLUMN CARRIES THE DIRECTION.  A BLANK CARD OR ONE WITH AN
      * ASTERISK IN COLUMN 1 IS SKIPPED.
       FD  ADJUSTMENT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADJUSTMENT-CARD-RECORD.
           02  ADJ-POST-DATE         PIC 9(8).
           02  ADJ-CODE              PIC X(10).
           02  ADJ-AMOUNT            PIC 9(11)V99.
           02  ADJ-DEBIT-CREDIT      PIC X(1).
               88  ADJ-DEBIT         VALUE 'D'.
               88  ADJ-CREDIT        VALUE 'C'.
               88  ADJ-DC-VALID      VALUES 'D' 'C'.
           02  ADJ-REASON            PIC X(30).
           02  ADJ-PREPARER-ID       PIC X(8).
           02  ADJ-APPROVER-ID       PIC X(8).
           02  FILLER                PIC X(2).

      * APPROVED ADJUSTMENTS FOR THE POSTING, TRIAL BALANCE AND GL
      * JOURNAL STEPS - SAME LAYOUT AS THE CARD.
       FD  APPROVED-ADJUSTMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APPROVED-ADJUSTMENT-RECORD.
           02  APPR-POST-DATE        PIC 9(8).
           02  APPR-CODE             PIC X(10).
           02  APPR-AMOUNT           PIC 9(11)V99.
           02  APPR-DEBIT-CREDIT     PIC X(1).
           02  APPR-REASON           PIC X(30).
           02  APPR-PREPARER-ID      PIC X(8).
           02  APPR-APPROVER-ID      PIC X(8).
           02  FILLER                PIC X(2).

      * PROCESSING CALENDAR CONTROL FILE.  THE C RECORD IS THE
      * OPERATIONS DECISION OF RECORD: THE OFFICIAL BUSINESS DATE
      * AND THE MOST RECENT OFFICIAL MONTH-END AND YEAR-END DATES.
      * H RECORDS LIST HOLIDAYS AND B RECORDS BUSINESS DAYS FOR THE
      * SCHEDULERS - THE PROGRAMS READ PAST THEM.
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

       FD  CODE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CODE-MASTER-RECORD.
           02  CM-CODE               PIC X(10).
           02  CM-DESCRIPTION        PIC X(20).
           02  CM-ACTIVE-FLAG        PIC X(1).
           02  CM-EFF-FROM-DATE      PIC 9(8).
           02  CM-EFF-TO-DATE        PIC 9(8).
           02  FILLER                PIC X(33).

       FD  ADJUSTMENT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADJUSTMENT-REPORT-RECORD  PIC X(133).

       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-RECORD          PIC X(80).

      * CARDS RELEASED TO POST ON THE CURRENT BUSINESS DATE, CARRIED
      * FROM THE PRIOR CYCLE - THE BUSINESS DATE AND CYCLE THAT
      * RELEASED EACH ONE AND THE CARD IMAGE AS READ.
       FD  POSTED-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  POSTED-CARD-RECORD.
           02  PC-POST-DATE          PIC 9(8).
           02  PC-CYCLE              PIC 9(1).
           02  PC-CARD-IMAGE         PIC X(80).
           02  FILLER                PIC X(11).

       FD  NEW-POSTED-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-POSTED-CARD-RECORD    PIC X(100).

      * ONE CONTROL HAND-OFF RECORD PER EXECUTION - CARDS IN AND
      * CARDS OUT BY DISPOSITION - CROSSFOOTED BY THE END-OF-CHAIN
      * BALANCING STEP AGAINST WHAT THE POSTING STEP RECEIVED.
       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STEP-CONTROL-RECORD.
           02  SC-PROGRAM            PIC X(8).
           02  SC-RECORDS-IN         PIC 9(9).
           02  SC-RECORDS-OUT        PIC 9(9).
           02  SC-RECORDS-REJECTED   PIC 9(9).
           02  SC-RECORDS-BYPASSED   PIC 9(9).
           02  SC-RECORDS-OUT-OF-RANGE PIC 9(9).
           02  FILLER                PIC X(27).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  WS-READ-AGAIN-SW  PIC X     VALUE 'N'.
               88  READ-AGAIN    VALUE 'Y'.
           02  POSTED-SWITCH     PIC X(3).
               88  END-OF-POSTED-CARDS VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
       01  FILE-STATUS-FIELDS.
           02  ADJ-CARD-FILE-STATUS  PIC X(2) VALUE '00'.
           02  ADJ-APPROVED-FILE-STATUS PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  ADJ-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  STEP-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  POSTED-CARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-POSTED-CARD-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-CARDS-REJECTED      VALUE 4.
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
           02  WS-PARM-DATE-X        PIC X(8)  VALUE SPACES.
           02  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
                                     PIC 9(8).
           02  WS-PARM-VALUE-OK-SW   PIC X     VALUE 'Y'.
               88  PARM-VALUE-OK     VALUE 'Y'.
           02  WS-PARM-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           02  WS-PARM-COUNT         PIC 9(9)  VALUE ZERO.
           02  WS-RUN-CYCLE          PIC 9(1)  VALUE 1.
       01  EDIT-FIELDS.
           02  WS-VALID-RECORD-SW    PIC X     VALUE 'Y'.
               88  RECORD-VALID      VALUE 'Y'.
               88  RECORD-INVALID    VALUE 'N'.
           02  WS-REJECT-REASON      PIC X(28) VALUE SPACES.
           02  WS-MAX-ADJ-AMOUNT     PIC 9(11)V99 VALUE 999999999.99.
       01  CODE-MASTER-TABLE-FIELDS.
           02  WS-CODE-MASTER-MAX    PIC 9(5) VALUE 20000.
           02  WS-CODE-MASTER-COUNT  PIC 9(5) VALUE ZERO.
           02  WS-CODE-SUB           PIC 9(5) VALUE ZERO.
           02  WS-CODE-EOF-SW        PIC X    VALUE 'N'.
               88  CODE-MASTER-EOF   VALUE 'Y'.
           02  WS-CODE-FOUND-SW      PIC X    VALUE 'N'.
               88  CODE-FOUND        VALUE 'Y'.
           02  WS-CODE-SLOT-SW       PIC X    VALUE 'N'.
               88  CODE-SLOT-FOUND   VALUE 'Y'.
           02  WS-CODE-VALIDATION-SW PIC X    VALUE 'N'.
               88  CODE-VALIDATION-ACTIVE VALUE 'Y'.
           02  WS-CODE-MASTER-ENTRY  OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CODE-MASTER-COUNT
                   ASCENDING KEY IS WS-CM-CODE
                   INDEXED BY WS-CM-IX.
               03  WS-CM-CODE            PIC X(10).
               03  WS-CM-ACTIVE-FLAG     PIC X(1).
               03  WS-CM-EFF-FROM-DATE   PIC 9(8).
               03  WS-CM-EFF-TO-DATE     PIC 9(8).
      ******************************************************************
      * EVERY CARD RELEASED TO POST ON THE CURRENT BUSINESS DATE -
      * THOSE CARRIED FROM EARLIER CYCLES, THEN THIS CYCLE'S.  ONLY
      * AN EARLIER CYCLE'S ENTRY STOPS A CARD.
      ******************************************************************
       01  POSTED-CARD-TABLE-FIELDS.
           02  WS-POSTED-MAX         PIC 9(5) VALUE 5000.
           02  WS-POSTED-COUNT       PIC 9(5) VALUE ZERO.
           02  WS-POSTED-SUB         PIC 9(5) VALUE ZERO.
           02  WS-POSTED-FOUND-SW    PIC X    VALUE 'N'.
               88  POSTED-CARD-FOUND VALUE 'Y'.
           02  WS-POSTED-ENTRY       OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-POSTED-COUNT.
               03  WS-PC-CYCLE           PIC 9(1).
               03  WS-PC-CARD-IMAGE      PIC X(80).
       01  POSTED-CARD-WORK-RECORD.
           02  PW-POST-DATE          PIC 9(8).
           02  PW-CYCLE              PIC 9(1).
           02  PW-CARD-IMAGE         PIC X(80).
           02  FILLER                PIC X(11).
       01  RUN-COUNTERS.
           02  WS-CARDS-READ         PIC 9(9) VALUE ZERO.
           02  WS-CARDS-APPROVED     PIC 9(9) VALUE ZERO.
           02  WS-CARDS-REJECTED     PIC 9(9) VALUE ZERO.
           02  WS-CARDS-REPOSTED     PIC 9(9) VALUE ZERO.
           02  WS-POSTED-CARRIED     PIC 9(9) VALUE ZERO.
       01  ADJUSTMENT-TOTAL-FIELDS.
           02  WS-DEBIT-TOTAL        PIC S9(13)V99 VALUE ZERO.
           02  WS-CREDIT-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
       01  DATE-WORK-FIELDS.
           02  WS-BUSINESS-DATE      PIC 9(8)  VALUE ZERO.
       01  ADJ-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(44) VALUE
               'MANUAL BALANCE ADJUSTMENT REGISTER'.
           02  FILLER                PIC X(15) VALUE 'BUSINESS DATE:'.
           02  ADJ-HDG-DATE          PIC 9(8).
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'CYCLE:'.
           02  ADJ-HDG-CYCLE         PIC 9(1).
           02  FILLER                PIC X(53) VALUE SPACES.
       01  ADJ-COLUMN-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'CODE'.
           02  FILLER                PIC X(4)  VALUE 'D/C'.
           02  FILLER                PIC X(19) VALUE
               '          AMOUNT'.
           02  FILLER                PIC X(32) VALUE 'REASON'.
           02  FILLER                PIC X(10) VALUE 'PREPARER'.
           02  FILLER                PIC X(10) VALUE 'APPROVER'.
           02  FILLER                PIC X(28) VALUE 'DISPOSITION'.
           02  FILLER                PIC X(12) VALUE SPACES.
       01  ADJ-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  ADJ-RPT-CODE          PIC X(10).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  ADJ-RPT-DC            PIC X(1).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  ADJ-RPT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  ADJ-RPT-REASON        PIC X(30).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ADJ-RPT-PREPARER      PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ADJ-RPT-APPROVER      PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ADJ-RPT-DISPOSITION   PIC X(28).
           02  FILLER                PIC X(12) VALUE SPACES.
       01  ADJ-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE 'TOTAL DEBITS:'.
           02  ADJ-TOTAL-DEBITS      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE 'TOTAL CREDITS:'.
           02  ADJ-TOTAL-CREDITS     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(49) VALUE SPACES.
       01  ADJ-COUNT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE 'CARDS READ:'.
           02  ADJ-COUNT-READ        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'APPROVED:'.
           02  ADJ-COUNT-APPROVED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'REJECTED:'.
           02  ADJ-COUNT-REJECTED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(17) VALUE 'ALREADY POSTED:'.
           02  ADJ-COUNT-REPOSTED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(12) VALUE SPACES.
       01  ADJ-SIGNOFF-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(28) VALUE
               'REVIEWED AND SIGNED OFF BY:'.
           02  FILLER                PIC X(30) VALUE ALL '_'.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'DATE:'.
           02  FILLER                PIC X(12) VALUE ALL '_'.
           02  FILLER                PIC X(47) VALUE SPACES.
       01  ADJ-BLANK-LINE            PIC X(133) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EDIT-ADJUSTMENT
               UNTIL END-OF-FILE.
           PERFORM 4000-WRITE-POSTED-CARDS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ADJUSTMENT-CARD-FILE.
           IF ADJ-CARD-FILE-STATUS NOT = '00'
               AND ADJ-CARD-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO INPUT-SWITCH
               MOVE 'ADJIN   ' TO WS-ERROR-FILE-ID
               MOVE ADJ-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           OPEN OUTPUT APPROVED-ADJUSTMENT-FILE.
           MOVE 'ADJOUT  ' TO WS-ERROR-FILE-ID.
           MOVE ADJ-APPROVED-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1200-LOAD-POSTED-CARDS.
           PERFORM 1400-LOAD-CODE-MASTER.
           OPEN OUTPUT ADJUSTMENT-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO ADJ-HDG-DATE.
           MOVE WS-RUN-CYCLE TO ADJ-HDG-CYCLE.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-HEADING-LINE.
           MOVE 'ADJRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ADJ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-COLUMN-LINE.
           MOVE 'ADJRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ADJ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF NOT END-OF-FILE
               PERFORM 9100-READ-ADJUSTMENT-CARD
           END-IF.
           IF END-OF-FILE
               AND NOT PARM-CARD-ERROR
               MOVE 'NO MANUAL ADJUSTMENTS PRESENTED TODAY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
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
      * ONLY TODAY'S CARDS FROM AN EARLIER CYCLE ARE KEPT.  A RERUN OF
      * THE SAME CYCLE DROPS ITS OWN FIRST ATTEMPT, AND A NEW BUSINESS
      * DATE STARTS WITH NOTHING CARRIED.  WHEN THE PARM DECK IS BAD
      * ALL OF TODAY'S CARDS ARE KEPT, SO A STOPPED RUN CARRIES THEM
      * FORWARD UNCHANGED.
      ******************************************************************
       1200-LOAD-POSTED-CARDS.
           OPEN INPUT POSTED-CARD-FILE.
           IF POSTED-CARD-FILE-STATUS NOT = '00'
               AND POSTED-CARD-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO POSTED-SWITCH
               MOVE 'ADJPSTIN' TO WS-ERROR-FILE-ID
               MOVE POSTED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-POSTED-CARDS
               READ POSTED-CARD-FILE
                   AT END
                       MOVE 'EOF' TO POSTED-SWITCH
                   NOT AT END
                       PERFORM 1250-LOAD-POSTED-CARD
               END-READ
           END-PERFORM.
           MOVE 'ADJPSTIN' TO WS-ERROR-FILE-ID.
           MOVE POSTED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE POSTED-CARD-FILE.
      ******************************************************************
       1250-LOAD-POSTED-CARD.
           IF PC-POST-DATE = WS-BUSINESS-DATE
               AND (PC-CYCLE < WS-RUN-CYCLE
               OR PARM-CARD-ERROR)
               MOVE POSTED-CARD-RECORD TO POSTED-CARD-WORK-RECORD
               PERFORM 7100-ADD-POSTED-ENTRY
               ADD 1 TO WS-POSTED-CARRIED
           END-IF.
      ******************************************************************
       1400-LOAD-CODE-MASTER.
           OPEN INPUT CODE-MASTER-FILE.
           IF CODE-MASTER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-CODE-EOF-SW
           END-IF.
           PERFORM UNTIL CODE-MASTER-EOF
               READ CODE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-CODE-EOF-SW
                   NOT AT END
                       PERFORM 1450-LOAD-CODE-MASTER-ENTRY
               END-READ
           END-PERFORM.
           MOVE 'CODEMAST' TO WS-ERROR-FILE-ID.
           MOVE CODE-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE CODE-MASTER-FILE.
           IF WS-CODE-MASTER-COUNT > 0
               MOVE 'Y' TO WS-CODE-VALIDATION-SW
           ELSE
               MOVE 'CODE MASTER EMPTY - CODE VALIDATION BYPASSED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1450-LOAD-CODE-MASTER-ENTRY.
           IF WS-CODE-MASTER-COUNT >= WS-CODE-MASTER-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'CODE MASTER TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               PERFORM 1460-INSERT-CODE-MASTER-ENTRY
           END-IF.
      ******************************************************************
      * THE TABLE IS HELD IN CODE SEQUENCE SO EVERY LOOKUP CAN USE A
      * BINARY SEARCH - A HAND-SORTED MASTER IS NOT TRUSTED, THE
      * ENTRY SLIDES TO ITS SLOT ON THE WAY IN.
      ******************************************************************
       1460-INSERT-CODE-MASTER-ENTRY.
           ADD 1 TO WS-CODE-MASTER-COUNT.
           MOVE WS-CODE-MASTER-COUNT TO WS-CODE-SUB.
           MOVE 'N' TO WS-CODE-SLOT-SW.
           PERFORM UNTIL CODE-SLOT-FOUND
               IF WS-CODE-SUB = 1
                   MOVE 'Y' TO WS-CODE-SLOT-SW
               ELSE
                   IF WS-CM-CODE (WS-CODE-SUB - 1) > CM-CODE
                       MOVE WS-CODE-MASTER-ENTRY (WS-CODE-SUB - 1)
                           TO WS-CODE-MASTER-ENTRY (WS-CODE-SUB)
                       SUBTRACT 1 FROM WS-CODE-SUB
                   ELSE
                       MOVE 'Y' TO WS-CODE-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CM-CODE TO WS-CM-CODE (WS-CODE-SUB).
           MOVE CM-ACTIVE-FLAG TO WS-CM-ACTIVE-FLAG (WS-CODE-SUB).
           MOVE CM-EFF-FROM-DATE
               TO WS-CM-EFF-FROM-DATE (WS-CODE-SUB).
           MOVE CM-EFF-TO-DATE
               TO WS-CM-EFF-TO-DATE (WS-CODE-SUB).
      ******************************************************************
      * THE BUSINESS DATE IS AN OPERATIONS DECISION, NOT A WALL-CLOCK
      * ACCIDENT - A CHAIN THAT SLIPS PAST MIDNIGHT STILL RUNS UNDER
      * THE CALENDAR'S DATE.  WITHOUT A CALENDAR THE SYSTEM DATE
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
      * EVERY CARD IS LISTED ON THE REGISTER.  AN APPROVED CARD GOES
      * TO THE POSTING STEP UNCHANGED; A REJECTED ONE IS LISTED WITH
      * THE FIRST REASON IT FAILED AND GOES NO FURTHER.
      ******************************************************************
       2000-EDIT-ADJUSTMENT.
           PERFORM 2100-EDIT-ADJUSTMENT-CARD.
           IF RECORD-VALID
               PERFORM 2300-WRITE-APPROVED-ADJUSTMENT
               MOVE 'APPROVED - RELEASED TO POST' TO ADJ-RPT-DISPOSITION
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE WS-REJECT-REASON TO ADJ-RPT-DISPOSITION
           END-IF.
           PERFORM 2400-WRITE-REGISTER-LINE.
           PERFORM 9100-READ-ADJUSTMENT-CARD.
      ******************************************************************
      * MAKER-CHECKER FIRST: A CARD WITH NO PREPARER, NO APPROVER, OR
      * THE SAME PERSON IN BOTH COLUMNS NEVER REACHES THE BALANCES.
      * THE POSTING DATE MUST BE TODAY'S BUSINESS DATE SO A CARD LEFT
      * IN THE DECK CANNOT POST A SECOND TIME ON A LATER DAY, AND A
      * CARD ALREADY RELEASED BY AN EARLIER CYCLE TODAY IS REJECTED
      * SO IT CANNOT POST A SECOND TIME LATER THE SAME DAY.
      ******************************************************************
       2100-EDIT-ADJUSTMENT-CARD.
           MOVE 'Y' TO WS-VALID-RECORD-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF ADJ-PREPARER-ID = SPACES
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - NO PREPARER' TO WS-REJECT-REASON
           END-IF.
           IF RECORD-VALID
               AND ADJ-APPROVER-ID = SPACES
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - NOT APPROVED' TO WS-REJECT-REASON
           END-IF.
           IF RECORD-VALID
               AND ADJ-APPROVER-ID = ADJ-PREPARER-ID
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - SELF-APPROVED' TO WS-REJECT-REASON
           END-IF.
           IF RECORD-VALID
               IF ADJ-POST-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID-RECORD-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (ADJ-POST-DATE)
                       NOT = 0
                       MOVE 'N' TO WS-VALID-RECORD-SW
                   END-IF
               END-IF
               IF RECORD-INVALID
                   MOVE 'REJECTED - BAD POSTING DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-VALID
               AND ADJ-POST-DATE NOT = WS-BUSINESS-DATE
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - NOT TODAY''S DATE' TO WS-REJECT-REASON
           END-IF.
           IF RECORD-VALID
               AND ADJ-CODE = SPACES
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - NO CODE' TO WS-REJECT-REASON
           END-IF.
           IF RECORD-VALID
               IF ADJ-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-VALID-RECORD-SW
                   MOVE 'REJECTED - BAD AMOUNT'
                       TO WS-REJECT-REASON
               ELSE
                   IF ADJ-AMOUNT = ZERO
                       MOVE 'N' TO WS-VALID-RECORD-SW
                       MOVE 'REJECTED - ZERO AMOUNT'
                           TO WS-REJECT-REASON
                   END-IF
                   IF ADJ-AMOUNT > WS-MAX-ADJ-AMOUNT
                       MOVE 'N' TO WS-VALID-RECORD-SW
                       MOVE 'REJECTED - AMOUNT TOO LARGE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF RECORD-VALID
               AND NOT ADJ-DC-VALID
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - D/C NOT D OR C' TO WS-REJECT-REASON
           END-IF.
           IF RECORD-VALID
               AND ADJ-REASON = SPACES
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - NO REASON GIVEN' TO WS-REJECT-REASON
           END-IF.
           IF RECORD-VALID
               AND CODE-VALIDATION-ACTIVE
               PERFORM 2150-VALIDATE-ADJUSTMENT-CODE
           END-IF.
           IF RECORD-VALID
               PERFORM 2200-CHECK-ALREADY-POSTED
           END-IF.
      ******************************************************************
       2150-VALIDATE-ADJUSTMENT-CODE.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           IF WS-CODE-MASTER-COUNT > 0
               SEARCH ALL WS-CODE-MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CM-CODE (WS-CM-IX) = ADJ-CODE
                       MOVE 'Y' TO WS-CODE-FOUND-SW
                       SET WS-CODE-SUB TO WS-CM-IX
               END-SEARCH
           END-IF.
           IF NOT CODE-FOUND
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'REJECTED - UNKNOWN CODE' TO WS-REJECT-REASON
           ELSE
               IF WS-CM-ACTIVE-FLAG (WS-CODE-SUB) NOT = 'A'
                   MOVE 'N' TO WS-VALID-RECORD-SW
                   MOVE 'REJECTED - CODE NOT ACTIVE'
                       TO WS-REJECT-REASON
               ELSE
                   IF ADJ-POST-DATE < WS-CM-EFF-FROM-DATE (WS-CODE-SUB)
                       OR (WS-CM-EFF-TO-DATE (WS-CODE-SUB) NOT = ZERO
                       AND ADJ-POST-DATE >
                           WS-CM-EFF-TO-DATE (WS-CODE-SUB))
                       MOVE 'N' TO WS-VALID-RECORD-SW
                       MOVE 'REJECTED - CODE OUT OF DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * THE WHOLE CARD IMAGE MUST MATCH - A CORRECTED CARD FOR THE
      * SAME CODE AND AMOUNT IS A NEW ADJUSTMENT, NOT A REPEAT.
      ******************************************************************
       2200-CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-POSTED-FOUND-SW.
           MOVE 1 TO WS-POSTED-SUB.
           PERFORM UNTIL POSTED-CARD-FOUND
                   OR WS-POSTED-SUB > WS-POSTED-COUNT
               IF WS-PC-CYCLE (WS-POSTED-SUB) < WS-RUN-CYCLE
                   AND WS-PC-CARD-IMAGE (WS-POSTED-SUB) =
                       ADJUSTMENT-CARD-RECORD
                   MOVE 'Y' TO WS-POSTED-FOUND-SW
               ELSE
                   ADD 1 TO WS-POSTED-SUB
               END-IF
           END-PERFORM.
           IF POSTED-CARD-FOUND
               MOVE 'N' TO WS-VALID-RECORD-SW
               ADD 1 TO WS-CARDS-REPOSTED
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'REJECTED - POSTED IN CYCLE ' DELIMITED BY SIZE
                      WS-PC-CYCLE (WS-POSTED-SUB) DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.
      ******************************************************************
       2300-WRITE-APPROVED-ADJUSTMENT.
           MOVE ADJUSTMENT-CARD-RECORD TO APPROVED-ADJUSTMENT-RECORD.
           WRITE APPROVED-ADJUSTMENT-RECORD.
           MOVE 'ADJOUT  ' TO WS-ERROR-FILE-ID.
           MOVE ADJ-APPROVED-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-CARDS-APPROVED.
           IF ADJ-DEBIT
               ADD ADJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD ADJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE SPACES TO POSTED-CARD-WORK-RECORD.
           MOVE WS-BUSINESS-DATE TO PW-POST-DATE.
           MOVE WS-RUN-CYCLE TO PW-CYCLE.
           MOVE ADJUSTMENT-CARD-RECORD TO PW-CARD-IMAGE.
           PERFORM 7100-ADD-POSTED-ENTRY.
      ******************************************************************
       2400-WRITE-REGISTER-LINE.
           MOVE ADJ-CODE TO ADJ-RPT-CODE.
           MOVE ADJ-DEBIT-CREDIT TO ADJ-RPT-DC.
           IF ADJ-AMOUNT NUMERIC
               MOVE ADJ-AMOUNT TO ADJ-RPT-AMOUNT
           ELSE
               MOVE ZERO TO ADJ-RPT-AMOUNT
           END-IF.
           MOVE ADJ-REASON TO ADJ-RPT-REASON.
           MOVE ADJ-PREPARER-ID TO ADJ-RPT-PREPARER.
           MOVE ADJ-APPROVER-ID TO ADJ-RPT-APPROVER.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-DETAIL-LINE.
           MOVE 'ADJRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ADJ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE CARDS CARRIED FROM EARLIER CYCLES AND THIS CYCLE'S RELEASED
      * CARDS ARE WRITTEN FORWARD FOR THE NEXT CYCLE.
      ******************************************************************
       4000-WRITE-POSTED-CARDS.
           OPEN OUTPUT NEW-POSTED-CARD-FILE.
           MOVE 'ADJPSTOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-POSTED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-POSTED-SUB.
           PERFORM UNTIL WS-POSTED-SUB > WS-POSTED-COUNT
               PERFORM 4100-WRITE-POSTED-CARD
               ADD 1 TO WS-POSTED-SUB
           END-PERFORM.
           CLOSE NEW-POSTED-CARD-FILE.
      ******************************************************************
       4100-WRITE-POSTED-CARD.
           MOVE SPACES TO POSTED-CARD-WORK-RECORD.
           MOVE WS-BUSINESS-DATE TO PW-POST-DATE.
           MOVE WS-PC-CYCLE (WS-POSTED-SUB) TO PW-CYCLE.
           MOVE WS-PC-CARD-IMAGE (WS-POSTED-SUB) TO PW-CARD-IMAGE.
           WRITE NEW-POSTED-CARD-RECORD FROM POSTED-CARD-WORK-RECORD.
           MOVE 'ADJPSTOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-POSTED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * ADDS THE CARD IN POSTED-CARD-WORK-RECORD AT THE END OF THE
      * TABLE.  A CARD THAT DOES NOT FIT STILL POSTS BUT IS NOT
      * GUARDED IN A LATER CYCLE.
      ******************************************************************
       7100-ADD-POSTED-ENTRY.
           IF WS-POSTED-COUNT >= WS-POSTED-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'POSTED CARD TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               MOVE PW-CYCLE TO WS-PC-CYCLE (WS-POSTED-COUNT)
               MOVE PW-CARD-IMAGE
                   TO WS-PC-CARD-IMAGE (WS-POSTED-COUNT)
           END-IF.
      ******************************************************************
      * THE REGISTER CLOSES WITH THE APPROVED TOTALS, THE CARD
      * COUNTS AND A SIGN-OFF BLOCK - THE SIGNED COPY IS THE AUDIT
      * RECORD THAT THE DAY'S ADJUSTMENTS WERE REVIEWED.
      ******************************************************************
       9000-TERMINATE.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-BLANK-LINE.
           MOVE WS-DEBIT-TOTAL TO ADJ-TOTAL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO ADJ-TOTAL-CREDITS.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-TOTAL-LINE.
           MOVE WS-CARDS-READ TO ADJ-COUNT-READ.
           MOVE WS-CARDS-APPROVED TO ADJ-COUNT-APPROVED.
           MOVE WS-CARDS-REJECTED TO ADJ-COUNT-REJECTED.
           MOVE WS-CARDS-REPOSTED TO ADJ-COUNT-REPOSTED.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-COUNT-LINE.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-BLANK-LINE.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-BLANK-LINE.
           WRITE ADJUSTMENT-REPORT-RECORD FROM ADJ-SIGNOFF-LINE.
           MOVE 'ADJRPT  ' TO WS-ERROR-FILE-ID.
           MOVE ADJ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 9600-WRITE-STEP-CONTROL.
           CLOSE ADJUSTMENT-CARD-FILE.
           CLOSE APPROVED-ADJUSTMENT-FILE.
           CLOSE ADJUSTMENT-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB20 ADJUSTMENT EDIT ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               IF WS-CARDS-REJECTED > 0
                   MOVE 'FAPCOB20 ADJUSTMENTS REJECTED - SEE REGISTER'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'W' TO WS-PRINTM-SEVERITY
               ELSE
                   MOVE 'FAPCOB20 ADJUSTMENT EDIT RUN COMPLETE'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'I' TO WS-PRINTM-SEVERITY
               END-IF
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
      * BLANK CARDS AND COMMENT CARDS ARE PASSED OVER AND NOT COUNTED.
      ******************************************************************
       9100-READ-ADJUSTMENT-CARD.
           MOVE 'Y' TO WS-READ-AGAIN-SW.
           PERFORM UNTIL NOT READ-AGAIN
               MOVE 'N' TO WS-READ-AGAIN-SW
               READ ADJUSTMENT-CARD-FILE
                   AT END
                       MOVE 'EOF' TO INPUT-SWITCH
                   NOT AT END
                       IF ADJUSTMENT-CARD-RECORD = SPACES
                           OR ADJUSTMENT-CARD-RECORD (1:1) = '*'
                           MOVE 'Y' TO WS-READ-AGAIN-SW
                       ELSE
                           ADD 1 TO WS-CARDS-READ
                       END-IF
               END-READ
               MOVE 'ADJIN   ' TO WS-ERROR-FILE-ID
               MOVE ADJ-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-PERFORM.
      ******************************************************************
       9600-WRITE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL-FILE.
           MOVE SPACES TO STEP-CONTROL-RECORD.
           MOVE 'FAPCOB20' TO SC-PROGRAM.
           MOVE WS-CARDS-READ TO SC-RECORDS-IN.
           MOVE WS-CARDS-APPROVED TO SC-RECORDS-OUT.
           MOVE WS-CARDS-REJECTED TO SC-RECORDS-REJECTED.
           MOVE ZERO TO SC-RECORDS-BYPASSED.
           MOVE ZERO TO SC-RECORDS-OUT-OF-RANGE.
           WRITE STEP-CONTROL-RECORD.
           MOVE 'CTLOUT20' TO WS-ERROR-FILE-ID.
           MOVE STEP-CONTROL-FILE-STATUS
               TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE STEP-CONTROL-FILE.
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
