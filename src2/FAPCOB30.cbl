       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB30.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          HIGH-VALUE TRANSACTION REVIEW QUEUE.  EVERY
      *          TRANSACTION THE EDIT PASS QUEUED FOR BEING OVER ITS
      *          REVIEW THRESHOLD IS TAKEN ONTO THE OPEN REVIEW ITEMS
      *          AND STAYS THERE UNTIL A SUPERVISOR SIGNS IT OFF.  A
      *          SIGN-OFF CARD NAMES THE CODE, TRANSACTION DATE AND
      *          AMOUNT OF THE ITEM AND THE REVIEWER'S ID; THE ITEM IT
      *          CLEARS GOES TO THE SIGN-OFF HISTORY KEPT FOR THE
      *          AUDITORS.  THE DAILY REVIEW LISTING SHOWS THE ITEMS
      *          SIGNED OFF, THE CARDS THAT COULD NOT BE APPLIED AND
      *          EVERY ITEM STILL AWAITING SIGN-OFF.  AN ITEM STILL
      *          OPEN AFTER THE PARM-CARD NUMBER OF BUSINESS DAYS IS
      *          ESCALATED ON THE AGED OPEN-ITEMS REPORT.  THE OPEN
      *          ITEMS ARE CARRIED FORWARD RUN TO RUN, AND SO ARE THE
      *          SIGN-OFF CARDS APPLIED ON THE BUSINESS DATE - A CARD
      *          ALREADY APPLIED IN AN EARLIER PROCESSING CYCLE THAT DAY
      *          IS NOT APPLIED AGAIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVIEW-QUEUE-FILE ASSIGN TO REVQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVIEW-QUEUE-FILE-STATUS.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO REVOPNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.
           SELECT OPTIONAL SIGNOFF-CARD-FILE ASSIGN TO SIGNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-CARD-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT NEW-OPEN-ITEM-FILE ASSIGN TO REVOPNOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-OPEN-ITEM-FILE-STATUS.
           SELECT SIGNOFF-HISTORY-FILE ASSIGN TO SIGNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-HISTORY-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVIEW-REPORT-FILE-STATUS.
           SELECT AGED-REPORT-FILE ASSIGN TO REVAGED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGED-REPORT-FILE-STATUS.
           SELECT OPTIONAL SIGNED-CARD-FILE ASSIGN TO SGNPSTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNED-CARD-FILE-STATUS.
           SELECT NEW-SIGNED-CARD-FILE ASSIGN TO SGNPSTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-SIGNED-CARD-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * THE EDIT PASS'S REVIEW QUEUE - THE TRANSACTION AS VALIDATED,
      * THE THRESHOLD IT EXCEEDED AND WHETHER THAT WAS THE CODE'S OWN
      * (C) OR THE PARM-CARD DEFAULT (D).
       FD  REVIEW-QUEUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-QUEUE-RECORD.
           02  RQ-TRANS-RECORD       PIC X(80).
           02  RQ-THRESHOLD          PIC 9(8)V99.
           02  RQ-THRESHOLD-SOURCE   PIC X(1).
           02  RQ-EXTRACT-DATE       PIC 9(8).
           02  FILLER                PIC X(21).

      * REVIEW ITEMS STILL AWAITING SIGN-OFF, CARRIED FROM THE PRIOR
      * RUN, WITH THE DATE EACH WAS QUEUED AND THE DATE IT WAS FIRST
      * ESCALATED (ZERO UNTIL THEN).
       FD  OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OPEN-ITEM-RECORD.
           02  RO-TRANS-RECORD       PIC X(80).
           02  RO-THRESHOLD          PIC 9(8)V99.
           02  RO-THRESHOLD-SOURCE   PIC X(1).
           02  RO-QUEUED-DATE        PIC 9(8).
           02  RO-ESCALATED-DATE     PIC 9(8).
           02  FILLER                PIC X(13).

      * ONE SIGN-OFF PER CARD - THE ITEM'S CODE, TRANSACTION DATE AND
      * FIELD1 AMOUNT, UNSIGNED, AS PRINTED ON THE REVIEW LISTING,
      * THE REVIEWER'S ID AND AN OPTIONAL REMARK.  A BLANK CARD OR
      * ONE WITH AN ASTERISK IN COLUMN 1 IS SKIPPED.
       FD  SIGNOFF-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SIGNOFF-CARD-RECORD.
           02  SG-CODE               PIC X(10).
           02  SG-TRANS-DATE         PIC 9(8).
           02  SG-TRANS-DATE-X REDEFINES SG-TRANS-DATE PIC X(8).
           02  SG-AMOUNT             PIC 9(8)V99.
           02  SG-REVIEWER-ID        PIC X(8).
           02  SG-REMARK             PIC X(30).
           02  FILLER                PIC X(14).

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

       FD  NEW-OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-OPEN-ITEM-RECORD      PIC X(120).

      * ONE RECORD PER ITEM SIGNED OFF - THE ITEM AS QUEUED, WHEN IT
      * WAS QUEUED AND ESCALATED, WHO SIGNED IT OFF AND WHEN, AND
      * HOW MANY BUSINESS DAYS IT WAITED.  KEPT FOR THE AUDITORS.
       FD  SIGNOFF-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SIGNOFF-HISTORY-RECORD.
           02  SH-TRANS-RECORD       PIC X(80).
           02  SH-THRESHOLD          PIC 9(8)V99.
           02  SH-THRESHOLD-SOURCE   PIC X(1).
           02  SH-QUEUED-DATE        PIC 9(8).
           02  SH-ESCALATED-DATE     PIC 9(8).
           02  SH-SIGNOFF-DATE       PIC 9(8).
           02  SH-REVIEWER-ID        PIC X(8).
           02  SH-AGE-DAYS           PIC 9(5).
           02  SH-REMARK             PIC X(30).
           02  FILLER                PIC X(2).

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-REPORT-RECORD      PIC X(133).

       FD  AGED-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AGED-REPORT-RECORD        PIC X(133).

      * SIGN-OFF CARDS APPLIED ON THE CURRENT BUSINESS DATE, CARRIED
      * FROM THE PRIOR CYCLE - THE BUSINESS DATE AND CYCLE THAT
      * APPLIED EACH ONE AND THE CARD IMAGE AS READ.
       FD  SIGNED-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SIGNED-CARD-RECORD.
           02  SN-POST-DATE          PIC 9(8).
           02  SN-CYCLE              PIC 9(1).
           02  SN-CARD-IMAGE         PIC X(80).
           02  FILLER                PIC X(11).

       FD  NEW-SIGNED-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-SIGNED-CARD-RECORD    PIC X(100).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  OPEN-ITEM-SWITCH  PIC X(3).
               88  END-OF-OPEN-ITEMS VALUE 'EOF'.
           02  QUEUE-SWITCH      PIC X(3).
               88  END-OF-QUEUE  VALUE 'EOF'.
           02  SIGNOFF-SWITCH    PIC X(3).
               88  END-OF-SIGNOFFS VALUE 'EOF'.
           02  SIGNED-CARD-SWITCH PIC X(3).
               88  END-OF-SIGNED-CARDS VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
       01  FILE-STATUS-FIELDS.
           02  REVIEW-QUEUE-FILE-STATUS PIC X(2) VALUE '00'.
           02  OPEN-ITEM-FILE-STATUS PIC X(2) VALUE '00'.
           02  SIGNOFF-CARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  NEW-OPEN-ITEM-FILE-STATUS PIC X(2) VALUE '00'.
           02  SIGNOFF-HISTORY-FILE-STATUS PIC X(2) VALUE '00'.
           02  REVIEW-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  AGED-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  SIGNED-CARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-SIGNED-CARD-FILE-STATUS PIC X(2) VALUE '00'.
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
           02  WS-PARM-DATE-X        PIC X(8)  VALUE SPACES.
           02  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
                                     PIC 9(8).
           02  WS-PARM-VALUE-OK-SW   PIC X     VALUE 'Y'.
               88  PARM-VALUE-OK     VALUE 'Y'.
           02  WS-PARM-AMOUNT        PIC S9(13)V99 VALUE ZERO.
           02  WS-PARM-COUNT         PIC 9(9)  VALUE ZERO.
           02  WS-REVIEW-DAYS        PIC 9(3)  VALUE 3.
           02  WS-SRC-REVIEW-DAYS    PIC X     VALUE 'D'.
               88  REVIEW-DAYS-FROM-CARD VALUE 'C'.
           02  WS-RUN-CYCLE          PIC 9(1)  VALUE 1.
       01  PARM-ECHO-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(16) VALUE
               'RUN PARAMETER'.
           02  ECHO-KEYWORD          PIC X(16).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ECHO-VALUE            PIC X(22).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  ECHO-SOURCE           PIC X(10).
           02  FILLER                PIC X(60) VALUE SPACES.
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
           02  WS-RUN-DATE           PIC 9(8)  VALUE ZERO.
           02  WS-TEST-DATE          PIC 9(8)  VALUE ZERO.
           02  WS-BUSINESS-DAY-SW    PIC X     VALUE 'Y'.
               88  BUSINESS-DAY      VALUE 'Y'.
           02  WS-DAY-INTEGER        PIC 9(9)  VALUE ZERO.
           02  WS-DAY-OF-WEEK        PIC 9(1)  VALUE ZERO.
           02  WS-AGE-DAYS           PIC 9(5)  VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-ITEMS-CARRIED      PIC 9(9) VALUE ZERO.
           02  WS-ITEMS-QUEUED       PIC 9(9) VALUE ZERO.
           02  WS-CARDS-READ         PIC 9(9) VALUE ZERO.
           02  WS-ITEMS-SIGNED       PIC 9(9) VALUE ZERO.
           02  WS-CARDS-REJECTED     PIC 9(9) VALUE ZERO.
           02  WS-ITEMS-OPEN         PIC 9(9) VALUE ZERO.
           02  WS-ITEMS-ESCALATED    PIC 9(9) VALUE ZERO.
           02  WS-ITEMS-NEWLY-ESCALATED PIC 9(9) VALUE ZERO.
           02  WS-ESCALATED-AMOUNT   PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * EVERY REVIEW ITEM ON FILE, OLDEST FIRST - THOSE CARRIED
      * FORWARD IN THE ORDER THEY WERE QUEUED, THEN THIS RUN'S.  THE
      * CODE, DATE AND UNSIGNED AMOUNT ARE HELD APART FOR MATCHING
      * SIGN-OFF CARDS.  STATUS O IS OPEN, S SIGNED OFF THIS RUN.
      ******************************************************************
       01  ITEM-TABLE-FIELDS.
           02  WS-ITEM-MAX           PIC 9(5) VALUE 10000.
           02  WS-ITEM-COUNT         PIC 9(5) VALUE ZERO.
           02  WS-ITEM-SUB           PIC 9(5) VALUE ZERO.
           02  WS-ITEM-FOUND-SW      PIC X    VALUE 'N'.
               88  ITEM-FOUND        VALUE 'Y'.
           02  WS-ITEM-ENTRY         OCCURS 0 TO 10000 TIMES
                   DEPENDING ON WS-ITEM-COUNT.
               03  WS-IT-TRANS-RECORD    PIC X(80).
               03  WS-IT-CODE            PIC X(10).
               03  WS-IT-TRANS-DATE      PIC 9(8).
               03  WS-IT-ABS-AMOUNT      PIC 9(8)V99.
               03  WS-IT-THRESHOLD       PIC 9(8)V99.
               03  WS-IT-THRESHOLD-SOURCE PIC X(1).
               03  WS-IT-QUEUED-DATE     PIC 9(8).
               03  WS-IT-ESCALATED-DATE  PIC 9(8).
               03  WS-IT-STATUS          PIC X(1).
                   88  ITEM-OPEN         VALUE 'O'.
                   88  ITEM-SIGNED-OFF   VALUE 'S'.
               03  WS-IT-NEW-SW          PIC X(1).
                   88  ITEM-NEW          VALUE 'Y'.
      ******************************************************************
      * ONE QUEUED TRANSACTION BROKEN OUT FOR MATCHING AND PRINTING -
      * THE DAILY TRANSACTION LAYOUT.
      ******************************************************************
       01  ITEM-TRANS-RECORD.
           02  IT-TRANS-DATE         PIC 9(8).
           02  IT-CODE               PIC X(10).
           02  IT-DESCRIPTION        PIC X(20).
           02  IT-AMOUNT1            PIC S9(8)V99.
           02  IT-AMOUNT4            PIC S9(6)V99.
           02  IT-AMOUNT5            PIC S9(6)V99.
           02  IT-TYPE-IND           PIC X(1).
           02  IT-REGION-ID          PIC X(3).
           02  IT-CURRENCY-CODE      PIC X(3).
           02  IT-FX-RATE            PIC 9(3)V9(6).
       01  SIGNOFF-CARD-FIELDS.
           02  WS-CARD-VALID-SW      PIC X     VALUE 'Y'.
               88  CARD-VALID        VALUE 'Y'.
           02  WS-CARD-REASON        PIC X(30) VALUE SPACES.
           02  WS-REJ-MAX            PIC 9(5)  VALUE 1000.
           02  WS-REJ-COUNT          PIC 9(5)  VALUE ZERO.
           02  WS-REJ-SUB            PIC 9(5)  VALUE ZERO.
           02  WS-REJ-ENTRY          OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-REJ-COUNT.
               03  WS-REJ-CARD           PIC X(80).
               03  WS-REJ-REASON         PIC X(30).
      ******************************************************************
      * EVERY SIGN-OFF CARD APPLIED ON THE CURRENT BUSINESS DATE -
      * THOSE CARRIED FROM EARLIER CYCLES, THEN THIS CYCLE'S.  ONLY
      * AN EARLIER CYCLE'S ENTRY STOPS A CARD.
      ******************************************************************
       01  SIGNED-CARD-TABLE-FIELDS.
           02  WS-SIGNED-MAX         PIC 9(5) VALUE 5000.
           02  WS-SIGNED-COUNT       PIC 9(5) VALUE ZERO.
           02  WS-SIGNED-SUB         PIC 9(5) VALUE ZERO.
           02  WS-SIGNED-FOUND-SW    PIC X    VALUE 'N'.
               88  SIGNED-CARD-FOUND VALUE 'Y'.
           02  WS-SIGNED-ENTRY       OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-SIGNED-COUNT.
               03  WS-SN-CYCLE           PIC 9(1).
               03  WS-SN-CARD-IMAGE      PIC X(80).
       01  SIGNED-CARD-WORK-RECORD.
           02  SW-POST-DATE          PIC 9(8).
           02  SW-CYCLE              PIC 9(1).
           02  SW-CARD-IMAGE         PIC X(80).
           02  FILLER                PIC X(11).
       01  REVIEW-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  RHL-TITLE             PIC X(44) VALUE
               'HIGH-VALUE TRANSACTION REVIEW LISTING'.
           02  FILLER                PIC X(15) VALUE 'BUSINESS DATE:'.
           02  RHL-RUN-DATE          PIC 9(8).
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(13) VALUE 'REVIEW DAYS:'.
           02  RHL-REVIEW-DAYS       PIC ZZ9.
           02  FILLER                PIC X(45) VALUE SPACES.
       01  REVIEW-SECTION-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  RSL-TITLE             PIC X(40) VALUE SPACES.
           02  FILLER                PIC X(92) VALUE SPACES.
       01  REVIEW-ITEM-COLUMN-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'CODE'.
           02  FILLER                PIC X(10) VALUE 'TRAN DATE'.
           02  FILLER                PIC X(5)  VALUE 'RGN'.
           02  FILLER                PIC X(3)  VALUE 'T'.
           02  FILLER                PIC X(16) VALUE '  FIELD1 AMOUNT'.
           02  FILLER                PIC X(20) VALUE
               '   THRESHOLD SOURCE'.
           02  FILLER                PIC X(10) VALUE 'QUEUED'.
           02  FILLER                PIC X(7)  VALUE '  AGE'.
           02  FILLER                PIC X(22) VALUE 'DESCRIPTION'.
           02  RIC-STATUS-HDG        PIC X(14) VALUE 'STATUS'.
           02  RIC-REVIEWER-HDG      PIC X(8)  VALUE 'REVIEWER'.
           02  FILLER                PIC X(5)  VALUE SPACES.
       01  REVIEW-ITEM-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  RIL-CODE              PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-TRANS-DATE        PIC 9(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-REGION            PIC X(3).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-TYPE              PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-THRESHOLD         PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  RIL-SOURCE            PIC X(4).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-QUEUED-DATE       PIC 9(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-AGE               PIC ZZZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-DESCRIPTION       PIC X(20).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-STATUS            PIC X(12).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RIL-REVIEWER          PIC X(8).
           02  FILLER                PIC X(5)  VALUE SPACES.
       01  REVIEW-CARD-COLUMN-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'CODE'.
           02  FILLER                PIC X(10) VALUE 'TRANS DATE'.
           02  FILLER                PIC X(15) VALUE '   AMOUNT'.
           02  FILLER                PIC X(10) VALUE 'REVIEWER'.
           02  FILLER                PIC X(32) VALUE 'REASON'.
           02  FILLER                PIC X(53) VALUE SPACES.
       01  REVIEW-CARD-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  RCL-CODE              PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RCL-TRANS-DATE        PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RCL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           02  RCL-AMOUNT-X REDEFINES RCL-AMOUNT PIC X(13).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RCL-REVIEWER          PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RCL-REASON            PIC X(30).
           02  FILLER                PIC X(55) VALUE SPACES.
       01  REVIEW-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RTL-LABEL             PIC X(36).
           02  RTL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(81) VALUE SPACES.
       01  AGED-AMOUNT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(36) VALUE
               'FIELD1 AMOUNT ESCALATED:'.
           02  AAL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(70) VALUE SPACES.
       01  REVIEW-BLANK-LINE         PIC X(133) VALUE SPACES.
       01  REVIEW-SIGNOFF-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(28) VALUE
               'REVIEWED AND SIGNED OFF BY:'.
           02  FILLER                PIC X(30) VALUE ALL '_'.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'DATE:'.
           02  FILLER                PIC X(12) VALUE ALL '_'.
           02  FILLER                PIC X(47) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT END-OF-FILE
               PERFORM 1300-TAKE-ON-QUEUE
               PERFORM 2000-APPLY-SIGNOFFS
               PERFORM 3000-REPORT-OPEN-ITEMS
           END-IF.
           PERFORM 4000-WRITE-OPEN-ITEMS.
           PERFORM 4500-WRITE-SIGNED-CARDS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * THE OPEN ITEMS AND TODAY'S APPLIED SIGN-OFF CARDS ARE LOADED
      * EVEN WHEN THE PARM DECK IS BAD, SO A STOPPED RUN STILL CARRIES
      * THEM FORWARD UNCHANGED.
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           OPEN OUTPUT AGED-REPORT-FILE.
           OPEN OUTPUT SIGNOFF-HISTORY-FILE.
           MOVE 'SIGNHIST' TO WS-ERROR-FILE-ID.
           MOVE SIGNOFF-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-RUN-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           MOVE WS-RUN-DATE TO RHL-RUN-DATE.
           MOVE WS-REVIEW-DAYS TO RHL-REVIEW-DAYS.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-HEADING-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1190-WRITE-PARM-ECHO.
           MOVE 'HIGH-VALUE REVIEW ITEMS PAST DUE'
               TO RHL-TITLE.
           WRITE AGED-REPORT-RECORD FROM REVIEW-HEADING-LINE.
           MOVE 'REVAGED ' TO WS-ERROR-FILE-ID.
           MOVE AGED-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1200-LOAD-OPEN-ITEMS.
           PERFORM 1400-LOAD-SIGNED-CARDS.
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
      * THOUGH THIS STEP ONLY APPLIES REVIEW-DAYS AND CYCLE - EVERY
      * PROGRAM IN THE CHAIN READS THE SAME CARD DECK.
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
                   IF PARM-VALUE-OK
                       IF WS-PARM-COUNT > 999
                           MOVE 'N' TO WS-PARM-VALUE-OK-SW
                           PERFORM 1160-REPORT-PARM-ERROR
                       ELSE
                           MOVE WS-PARM-COUNT TO WS-REVIEW-DAYS
                           MOVE 'C' TO WS-SRC-REVIEW-DAYS
                       END-IF
                   END-IF
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
      * THE REVIEW PERIOD IN EFFECT, CARD-SUPPLIED OR DEFAULTED,
      * PRINTS AT THE TOP OF THE REVIEW LISTING.
      ******************************************************************
       1190-WRITE-PARM-ECHO.
           MOVE 'REVIEW-DAYS' TO ECHO-KEYWORD.
           MOVE WS-REVIEW-DAYS TO ECHO-VALUE.
           IF REVIEW-DAYS-FROM-CARD
               MOVE '(CARD)' TO ECHO-SOURCE
           ELSE
               MOVE '(DEFAULT)' TO ECHO-SOURCE
           END-IF.
           WRITE REVIEW-REPORT-RECORD FROM PARM-ECHO-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       1200-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS NOT = '00'
               AND OPEN-ITEM-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO OPEN-ITEM-SWITCH
               MOVE 'REVOPNIN' TO WS-ERROR-FILE-ID
               MOVE OPEN-ITEM-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-OPEN-ITEMS
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'EOF' TO OPEN-ITEM-SWITCH
                   NOT AT END
                       PERFORM 1250-LOAD-OPEN-ITEM
               END-READ
           END-PERFORM.
           MOVE 'REVOPNIN' TO WS-ERROR-FILE-ID.
           MOVE OPEN-ITEM-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE OPEN-ITEM-FILE.
      ******************************************************************
       1250-LOAD-OPEN-ITEM.
           MOVE RO-TRANS-RECORD TO ITEM-TRANS-RECORD.
           PERFORM 7100-ADD-ITEM-ENTRY.
           IF ITEM-FOUND
               MOVE RO-THRESHOLD TO WS-IT-THRESHOLD (WS-ITEM-SUB)
               MOVE RO-THRESHOLD-SOURCE
                   TO WS-IT-THRESHOLD-SOURCE (WS-ITEM-SUB)
               MOVE RO-QUEUED-DATE TO WS-IT-QUEUED-DATE (WS-ITEM-SUB)
               MOVE RO-ESCALATED-DATE
                   TO WS-IT-ESCALATED-DATE (WS-ITEM-SUB)
               ADD 1 TO WS-ITEMS-CARRIED
           END-IF.
      ******************************************************************
      * EVERY TRANSACTION THE EDIT PASS QUEUED BECOMES AN OPEN ITEM,
      * QUEUED AS OF TODAY'S BUSINESS DATE.
      ******************************************************************
       1300-TAKE-ON-QUEUE.
           OPEN INPUT REVIEW-QUEUE-FILE.
           IF REVIEW-QUEUE-FILE-STATUS NOT = '00'
               AND REVIEW-QUEUE-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO QUEUE-SWITCH
               MOVE 'REVQIN  ' TO WS-ERROR-FILE-ID
               MOVE REVIEW-QUEUE-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-QUEUE
               READ REVIEW-QUEUE-FILE
                   AT END
                       MOVE 'EOF' TO QUEUE-SWITCH
                   NOT AT END
                       PERFORM 1350-TAKE-ON-QUEUED-ITEM
               END-READ
           END-PERFORM.
           MOVE 'REVQIN  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-QUEUE-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE REVIEW-QUEUE-FILE.
      ******************************************************************
       1350-TAKE-ON-QUEUED-ITEM.
           MOVE RQ-TRANS-RECORD TO ITEM-TRANS-RECORD.
           PERFORM 7100-ADD-ITEM-ENTRY.
           IF ITEM-FOUND
               MOVE RQ-THRESHOLD TO WS-IT-THRESHOLD (WS-ITEM-SUB)
               MOVE RQ-THRESHOLD-SOURCE
                   TO WS-IT-THRESHOLD-SOURCE (WS-ITEM-SUB)
               MOVE WS-RUN-DATE TO WS-IT-QUEUED-DATE (WS-ITEM-SUB)
               MOVE 'Y' TO WS-IT-NEW-SW (WS-ITEM-SUB)
               ADD 1 TO WS-ITEMS-QUEUED
           END-IF.
      ******************************************************************
      * ONLY TODAY'S CARDS FROM AN EARLIER CYCLE ARE KEPT.  A RERUN OF
      * THE SAME CYCLE DROPS ITS OWN FIRST ATTEMPT, AND A NEW BUSINESS
      * DATE STARTS WITH NOTHING CARRIED.  WHEN THE PARM DECK IS BAD
      * ALL OF TODAY'S CARDS ARE KEPT.
      ******************************************************************
       1400-LOAD-SIGNED-CARDS.
           OPEN INPUT SIGNED-CARD-FILE.
           IF SIGNED-CARD-FILE-STATUS NOT = '00'
               AND SIGNED-CARD-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO SIGNED-CARD-SWITCH
               MOVE 'SGNPSTIN' TO WS-ERROR-FILE-ID
               MOVE SIGNED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-SIGNED-CARDS
               READ SIGNED-CARD-FILE
                   AT END
                       MOVE 'EOF' TO SIGNED-CARD-SWITCH
                   NOT AT END
                       PERFORM 1450-LOAD-SIGNED-CARD
               END-READ
           END-PERFORM.
           MOVE 'SGNPSTIN' TO WS-ERROR-FILE-ID.
           MOVE SIGNED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE SIGNED-CARD-FILE.
      ******************************************************************
       1450-LOAD-SIGNED-CARD.
           IF SN-POST-DATE = WS-RUN-DATE
               AND (SN-CYCLE < WS-RUN-CYCLE
               OR PARM-CARD-ERROR)
               MOVE SIGNED-CARD-RECORD TO SIGNED-CARD-WORK-RECORD
               PERFORM 7200-ADD-SIGNED-ENTRY
           END-IF.
      ******************************************************************
      * THE BUSINESS DATE COMES FROM THE CALENDAR'S C RECORD; THE H
      * AND B RECORDS ARE KEPT FOR THE BUSINESS-DAY COUNT.  WITHOUT A
      * CALENDAR THE SYSTEM DATE STAYS IN EFFECT AND ONLY WEEKENDS
      * ARE SKIPPED, WITH A WARNING.
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
      * EACH SIGN-OFF CARD CLEARS THE OLDEST OPEN ITEM WITH ITS CODE,
      * TRANSACTION DATE AND UNSIGNED FIELD1 AMOUNT.  A CARD THAT IS
      * INCOMPLETE OR MATCHES NO OPEN ITEM IS LISTED AND LEFT FOR THE
      * SUPERVISOR TO CORRECT.
      ******************************************************************
       2000-APPLY-SIGNOFFS.
           MOVE 'SIGNED OFF THIS RUN' TO RSL-TITLE.
           MOVE 'STATUS' TO RIC-STATUS-HDG.
           MOVE 'REVIEWER' TO RIC-REVIEWER-HDG.
           PERFORM 8100-WRITE-ITEM-HEADINGS.
           OPEN INPUT SIGNOFF-CARD-FILE.
           IF SIGNOFF-CARD-FILE-STATUS NOT = '00'
               AND SIGNOFF-CARD-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO SIGNOFF-SWITCH
               MOVE 'SIGNIN  ' TO WS-ERROR-FILE-ID
               MOVE SIGNOFF-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-SIGNOFFS
               READ SIGNOFF-CARD-FILE
                   AT END
                       MOVE 'EOF' TO SIGNOFF-SWITCH
                   NOT AT END
                       IF SIGNOFF-CARD-RECORD NOT = SPACES
                           AND SG-CODE (1:1) NOT = '*'
                           PERFORM 2100-APPLY-SIGNOFF-CARD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'SIGNIN  ' TO WS-ERROR-FILE-ID.
           MOVE SIGNOFF-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE SIGNOFF-CARD-FILE.
           IF WS-CARDS-REJECTED > 0
               PERFORM 2500-LIST-REJECTED-CARDS
           END-IF.
      ******************************************************************
       2100-APPLY-SIGNOFF-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE 'Y' TO WS-CARD-VALID-SW.
           MOVE SPACES TO WS-CARD-REASON.
           IF SG-CODE = SPACES
               OR SG-TRANS-DATE NOT NUMERIC
               OR SG-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 'INCOMPLETE SIGN-OFF CARD' TO WS-CARD-REASON
           ELSE
               IF SG-REVIEWER-ID = SPACES
                   MOVE 'N' TO WS-CARD-VALID-SW
                   MOVE 'NO REVIEWER ID' TO WS-CARD-REASON
               END-IF
           END-IF.
           IF CARD-VALID
               PERFORM 2150-CHECK-ALREADY-SIGNED
           END-IF.
           IF CARD-VALID
               PERFORM 2200-FIND-OPEN-ITEM
               IF NOT ITEM-FOUND
                   MOVE 'N' TO WS-CARD-VALID-SW
                   MOVE 'NO OPEN ITEM MATCHES' TO WS-CARD-REASON
               END-IF
           END-IF.
           IF CARD-VALID
               PERFORM 2300-SIGN-OFF-ITEM
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 2400-HOLD-REJECTED-CARD
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'SIGN-OFF CARD NOT APPLIED FOR CODE '
                      DELIMITED BY SIZE
                      SG-CODE DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               PERFORM 9500-ISSUE-REVIEW-WARNING
           END-IF.
      ******************************************************************
      * A CARD IDENTICAL TO ONE AN EARLIER CYCLE APPLIED TODAY COULD
      * ONLY CLEAR A LATER ITEM THAT HAPPENS TO CARRY THE SAME CODE,
      * DATE AND AMOUNT, SO IT IS LISTED AND NOT APPLIED.
      ******************************************************************
       2150-CHECK-ALREADY-SIGNED.
           MOVE 'N' TO WS-SIGNED-FOUND-SW.
           MOVE 1 TO WS-SIGNED-SUB.
           PERFORM UNTIL SIGNED-CARD-FOUND
                   OR WS-SIGNED-SUB > WS-SIGNED-COUNT
               IF WS-SN-CYCLE (WS-SIGNED-SUB) < WS-RUN-CYCLE
                   AND WS-SN-CARD-IMAGE (WS-SIGNED-SUB) =
                       SIGNOFF-CARD-RECORD
                   MOVE 'Y' TO WS-SIGNED-FOUND-SW
               ELSE
                   ADD 1 TO WS-SIGNED-SUB
               END-IF
           END-PERFORM.
           IF SIGNED-CARD-FOUND
               MOVE 'N' TO WS-CARD-VALID-SW
               STRING 'ALREADY APPLIED IN CYCLE ' DELIMITED BY SIZE
                      WS-SN-CYCLE (WS-SIGNED-SUB) DELIMITED BY SIZE
                   INTO WS-CARD-REASON
               END-STRING
           END-IF.
      ******************************************************************
       2200-FIND-OPEN-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           MOVE 1 TO WS-ITEM-SUB.
           PERFORM UNTIL ITEM-FOUND
                   OR WS-ITEM-SUB > WS-ITEM-COUNT
               IF ITEM-OPEN (WS-ITEM-SUB)
                   AND WS-IT-CODE (WS-ITEM-SUB) = SG-CODE
                   AND WS-IT-TRANS-DATE (WS-ITEM-SUB) = SG-TRANS-DATE
                   AND WS-IT-ABS-AMOUNT (WS-ITEM-SUB) = SG-AMOUNT
                   MOVE 'Y' TO WS-ITEM-FOUND-SW
               ELSE
                   ADD 1 TO WS-ITEM-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * THE SIGNED-OFF ITEM GOES TO THE HISTORY WITH THE REVIEWER AND
      * HOW LONG IT WAITED, AND IS LISTED.
      ******************************************************************
       2300-SIGN-OFF-ITEM.
           MOVE 'S' TO WS-IT-STATUS (WS-ITEM-SUB).
           ADD 1 TO WS-ITEMS-SIGNED.
           PERFORM 7300-COUNT-BUSINESS-DAYS.
           MOVE SPACES TO SIGNOFF-HISTORY-RECORD.
           MOVE WS-IT-TRANS-RECORD (WS-ITEM-SUB) TO SH-TRANS-RECORD.
           MOVE WS-IT-THRESHOLD (WS-ITEM-SUB) TO SH-THRESHOLD.
           MOVE WS-IT-THRESHOLD-SOURCE (WS-ITEM-SUB)
               TO SH-THRESHOLD-SOURCE.
           MOVE WS-IT-QUEUED-DATE (WS-ITEM-SUB) TO SH-QUEUED-DATE.
           MOVE WS-IT-ESCALATED-DATE (WS-ITEM-SUB)
               TO SH-ESCALATED-DATE.
           MOVE WS-RUN-DATE TO SH-SIGNOFF-DATE.
           MOVE SG-REVIEWER-ID TO SH-REVIEWER-ID.
           MOVE WS-AGE-DAYS TO SH-AGE-DAYS.
           MOVE SG-REMARK TO SH-REMARK.
           WRITE SIGNOFF-HISTORY-RECORD.
           MOVE 'SIGNHIST' TO WS-ERROR-FILE-ID.
           MOVE SIGNOFF-HISTORY-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 7500-FORMAT-ITEM-LINE.
           MOVE 'SIGNED OFF' TO RIL-STATUS.
           MOVE SG-REVIEWER-ID TO RIL-REVIEWER.
           PERFORM 8200-WRITE-ITEM-LINE.
           MOVE SPACES TO SIGNED-CARD-WORK-RECORD.
           MOVE WS-RUN-CYCLE TO SW-CYCLE.
           MOVE SIGNOFF-CARD-RECORD TO SW-CARD-IMAGE.
           PERFORM 7200-ADD-SIGNED-ENTRY.
      ******************************************************************
       2400-HOLD-REJECTED-CARD.
           IF WS-REJ-COUNT >= WS-REJ-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'REJECTED SIGN-OFF TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE SIGNOFF-CARD-RECORD TO WS-REJ-CARD (WS-REJ-COUNT)
               MOVE WS-CARD-REASON TO WS-REJ-REASON (WS-REJ-COUNT)
           END-IF.
      ******************************************************************
      * THE CARDS THAT COULD NOT BE APPLIED ARE HELD AS THEY ARE READ
      * AND LIST TOGETHER AFTER THE SIGN-OFFS.
      ******************************************************************
       2500-LIST-REJECTED-CARDS.
           MOVE 'SIGN-OFF CARDS NOT APPLIED' TO RSL-TITLE.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-BLANK-LINE.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-SECTION-LINE.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-CARD-COLUMN-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-REJ-SUB.
           PERFORM UNTIL WS-REJ-SUB > WS-REJ-COUNT
               PERFORM 2550-LIST-REJECTED-CARD
               ADD 1 TO WS-REJ-SUB
           END-PERFORM.
      ******************************************************************
       2550-LIST-REJECTED-CARD.
           MOVE WS-REJ-CARD (WS-REJ-SUB) TO SIGNOFF-CARD-RECORD.
           MOVE SG-CODE TO RCL-CODE.
           MOVE SG-TRANS-DATE-X TO RCL-TRANS-DATE.
           IF SG-AMOUNT NUMERIC
               MOVE SG-AMOUNT TO RCL-AMOUNT
           ELSE
               MOVE SPACES TO RCL-AMOUNT-X
           END-IF.
           MOVE SG-REVIEWER-ID TO RCL-REVIEWER.
           MOVE WS-REJ-REASON (WS-REJ-SUB) TO RCL-REASON.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-CARD-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * EVERY ITEM STILL OPEN IS LISTED WITH ITS AGE IN BUSINESS DAYS
      * SINCE IT WAS QUEUED.  ONE OLDER THAN THE REVIEW PERIOD IS
      * ESCALATED AND ALSO GOES ON THE AGED OPEN-ITEMS REPORT.
      ******************************************************************
       3000-REPORT-OPEN-ITEMS.
           MOVE 'ITEMS AWAITING SIGN-OFF' TO RSL-TITLE.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-BLANK-LINE.
           PERFORM 8100-WRITE-ITEM-HEADINGS.
           MOVE 'ESCALATED ON' TO RIC-STATUS-HDG.
           MOVE SPACES TO RIC-REVIEWER-HDG.
           WRITE AGED-REPORT-RECORD FROM REVIEW-ITEM-COLUMN-LINE.
           MOVE 'REVAGED ' TO WS-ERROR-FILE-ID.
           MOVE AGED-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-ITEM-SUB.
           PERFORM UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF ITEM-OPEN (WS-ITEM-SUB)
                   PERFORM 3100-REPORT-OPEN-ITEM
               END-IF
               ADD 1 TO WS-ITEM-SUB
           END-PERFORM.
      ******************************************************************
       3100-REPORT-OPEN-ITEM.
           ADD 1 TO WS-ITEMS-OPEN.
           PERFORM 7300-COUNT-BUSINESS-DAYS.
           PERFORM 7500-FORMAT-ITEM-LINE.
           MOVE SPACES TO RIL-REVIEWER.
           IF WS-AGE-DAYS > WS-REVIEW-DAYS
               ADD 1 TO WS-ITEMS-ESCALATED
               ADD IT-AMOUNT1 TO WS-ESCALATED-AMOUNT
               IF WS-IT-ESCALATED-DATE (WS-ITEM-SUB) = ZERO
                   MOVE WS-RUN-DATE
                       TO WS-IT-ESCALATED-DATE (WS-ITEM-SUB)
                   ADD 1 TO WS-ITEMS-NEWLY-ESCALATED
               END-IF
               MOVE 'ESCALATED' TO RIL-STATUS
               PERFORM 8200-WRITE-ITEM-LINE
               MOVE WS-IT-ESCALATED-DATE (WS-ITEM-SUB) TO RIL-STATUS
               WRITE AGED-REPORT-RECORD FROM REVIEW-ITEM-LINE
               MOVE 'REVAGED ' TO WS-ERROR-FILE-ID
               MOVE AGED-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           ELSE
               IF ITEM-NEW (WS-ITEM-SUB)
                   MOVE 'NEW' TO RIL-STATUS
               ELSE
                   MOVE 'OPEN' TO RIL-STATUS
               END-IF
               PERFORM 8200-WRITE-ITEM-LINE
           END-IF.
      ******************************************************************
      * EVERY ITEM NOT SIGNED OFF IS WRITTEN FORWARD, OLDEST FIRST.
      ******************************************************************
       4000-WRITE-OPEN-ITEMS.
           OPEN OUTPUT NEW-OPEN-ITEM-FILE.
           MOVE 1 TO WS-ITEM-SUB.
           PERFORM UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF ITEM-OPEN (WS-ITEM-SUB)
                   PERFORM 4100-WRITE-OPEN-ITEM
               END-IF
               ADD 1 TO WS-ITEM-SUB
           END-PERFORM.
           CLOSE NEW-OPEN-ITEM-FILE.
      ******************************************************************
       4100-WRITE-OPEN-ITEM.
           MOVE SPACES TO OPEN-ITEM-RECORD.
           MOVE WS-IT-TRANS-RECORD (WS-ITEM-SUB) TO RO-TRANS-RECORD.
           MOVE WS-IT-THRESHOLD (WS-ITEM-SUB) TO RO-THRESHOLD.
           MOVE WS-IT-THRESHOLD-SOURCE (WS-ITEM-SUB)
               TO RO-THRESHOLD-SOURCE.
           MOVE WS-IT-QUEUED-DATE (WS-ITEM-SUB) TO RO-QUEUED-DATE.
           MOVE WS-IT-ESCALATED-DATE (WS-ITEM-SUB)
               TO RO-ESCALATED-DATE.
           WRITE NEW-OPEN-ITEM-RECORD FROM OPEN-ITEM-RECORD.
           MOVE 'REVOPNOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-OPEN-ITEM-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE SIGN-OFF CARDS CARRIED FROM EARLIER CYCLES AND THOSE THIS
      * CYCLE APPLIED ARE WRITTEN FORWARD FOR THE NEXT CYCLE.
      ******************************************************************
       4500-WRITE-SIGNED-CARDS.
           OPEN OUTPUT NEW-SIGNED-CARD-FILE.
           MOVE 'SGNPSTOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-SIGNED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-SIGNED-SUB.
           PERFORM UNTIL WS-SIGNED-SUB > WS-SIGNED-COUNT
               PERFORM 4550-WRITE-SIGNED-CARD
               ADD 1 TO WS-SIGNED-SUB
           END-PERFORM.
           CLOSE NEW-SIGNED-CARD-FILE.
      ******************************************************************
       4550-WRITE-SIGNED-CARD.
           MOVE SPACES TO SIGNED-CARD-WORK-RECORD.
           MOVE WS-RUN-DATE TO SW-POST-DATE.
           MOVE WS-SN-CYCLE (WS-SIGNED-SUB) TO SW-CYCLE.
           MOVE WS-SN-CARD-IMAGE (WS-SIGNED-SUB) TO SW-CARD-IMAGE.
           WRITE NEW-SIGNED-CARD-RECORD FROM SIGNED-CARD-WORK-RECORD.
           MOVE 'SGNPSTOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-SIGNED-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * ADDS THE TRANSACTION IN ITEM-TRANS-RECORD AS AN OPEN ITEM AT
      * THE END OF THE TABLE.
      ******************************************************************
       7100-ADD-ITEM-ENTRY.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'REVIEW ITEM TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
               MOVE ITEM-TRANS-RECORD
                   TO WS-IT-TRANS-RECORD (WS-ITEM-SUB)
               MOVE IT-CODE TO WS-IT-CODE (WS-ITEM-SUB)
               MOVE IT-TRANS-DATE TO WS-IT-TRANS-DATE (WS-ITEM-SUB)
               IF IT-AMOUNT1 < ZERO
                   COMPUTE WS-IT-ABS-AMOUNT (WS-ITEM-SUB) =
                       ZERO - IT-AMOUNT1
               ELSE
                   MOVE IT-AMOUNT1 TO WS-IT-ABS-AMOUNT (WS-ITEM-SUB)
               END-IF
               MOVE ZERO TO WS-IT-THRESHOLD (WS-ITEM-SUB)
               MOVE SPACES TO WS-IT-THRESHOLD-SOURCE (WS-ITEM-SUB)
               MOVE ZERO TO WS-IT-QUEUED-DATE (WS-ITEM-SUB)
               MOVE ZERO TO WS-IT-ESCALATED-DATE (WS-ITEM-SUB)
               MOVE 'O' TO WS-IT-STATUS (WS-ITEM-SUB)
               MOVE 'N' TO WS-IT-NEW-SW (WS-ITEM-SUB)
               MOVE 'Y' TO WS-ITEM-FOUND-SW
           END-IF.
      ******************************************************************
      * ADDS THE CARD IN SIGNED-CARD-WORK-RECORD AT THE END OF THE
      * TABLE.  A CARD THAT DOES NOT FIT IS STILL APPLIED BUT IS NOT
      * GUARDED IN A LATER CYCLE.
      ******************************************************************
       7200-ADD-SIGNED-ENTRY.
           IF WS-SIGNED-COUNT >= WS-SIGNED-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'SIGNED CARD TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-SIGNED-COUNT
               MOVE SW-CYCLE TO WS-SN-CYCLE (WS-SIGNED-COUNT)
               MOVE SW-CARD-IMAGE
                   TO WS-SN-CARD-IMAGE (WS-SIGNED-COUNT)
           END-IF.
      ******************************************************************
      * THE AGE OF AN ITEM IS THE NUMBER OF BUSINESS DAYS AFTER THE
      * DATE IT WAS QUEUED UP TO AND INCLUDING THE RUN DATE.
      ******************************************************************
       7300-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-AGE-DAYS.
           MOVE WS-IT-QUEUED-DATE (WS-ITEM-SUB) TO WS-TEST-DATE.
           PERFORM UNTIL WS-TEST-DATE >= WS-RUN-DATE
               OR WS-AGE-DAYS >= 99999
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) + 1)
               PERFORM 7400-TEST-BUSINESS-DAY
               IF BUSINESS-DAY
                   ADD 1 TO WS-AGE-DAYS
               END-IF
           END-PERFORM.
      ******************************************************************
      * A DATE IS A BUSINESS DAY WHEN THE CALENDAR DECLARES IT ONE
      * (B), IS NOT WHEN IT IS A HOLIDAY (H), AND OTHERWISE IS UNLESS
      * IT FALLS ON A WEEKEND.  DAY 1 OF THE INTEGER DATE SCALE IS A
      * MONDAY, SO THE REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A
      * SUNDAY.
      ******************************************************************
       7400-TEST-BUSINESS-DAY.
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
       7500-FORMAT-ITEM-LINE.
           MOVE WS-IT-TRANS-RECORD (WS-ITEM-SUB) TO ITEM-TRANS-RECORD.
           MOVE IT-CODE TO RIL-CODE.
           MOVE IT-TRANS-DATE TO RIL-TRANS-DATE.
           MOVE IT-REGION-ID TO RIL-REGION.
           MOVE IT-TYPE-IND TO RIL-TYPE.
           MOVE IT-AMOUNT1 TO RIL-AMOUNT.
           MOVE IT-DESCRIPTION TO RIL-DESCRIPTION.
           MOVE WS-IT-THRESHOLD (WS-ITEM-SUB) TO RIL-THRESHOLD.
           IF WS-IT-THRESHOLD-SOURCE (WS-ITEM-SUB) = 'C'
               MOVE 'CODE' TO RIL-SOURCE
           ELSE
               MOVE 'DFLT' TO RIL-SOURCE
           END-IF.
           MOVE WS-IT-QUEUED-DATE (WS-ITEM-SUB) TO RIL-QUEUED-DATE.
           MOVE WS-AGE-DAYS TO RIL-AGE.
      ******************************************************************
       8100-WRITE-ITEM-HEADINGS.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-SECTION-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-ITEM-COLUMN-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       8200-WRITE-ITEM-LINE.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-ITEM-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * ESCALATED ITEMS AND CARDS THAT COULD NOT BE APPLIED END THE
      * RUN WITH A WARNING SO THEY REACH THE MORNING DIGEST.
      ******************************************************************
       9000-TERMINATE.
           IF NOT PARM-CARD-ERROR
               WRITE REVIEW-REPORT-RECORD FROM REVIEW-BLANK-LINE
               MOVE 'ITEMS CARRIED FROM PRIOR RUN:' TO RTL-LABEL
               MOVE WS-ITEMS-CARRIED TO RTL-COUNT
               PERFORM 9400-WRITE-REVIEW-TOTAL
               MOVE 'ITEMS QUEUED THIS RUN:' TO RTL-LABEL
               MOVE WS-ITEMS-QUEUED TO RTL-COUNT
               PERFORM 9400-WRITE-REVIEW-TOTAL
               MOVE 'SIGN-OFF CARDS READ:' TO RTL-LABEL
               MOVE WS-CARDS-READ TO RTL-COUNT
               PERFORM 9400-WRITE-REVIEW-TOTAL
               MOVE 'ITEMS SIGNED OFF:' TO RTL-LABEL
               MOVE WS-ITEMS-SIGNED TO RTL-COUNT
               PERFORM 9400-WRITE-REVIEW-TOTAL
               MOVE 'SIGN-OFF CARDS NOT APPLIED:' TO RTL-LABEL
               MOVE WS-CARDS-REJECTED TO RTL-COUNT
               PERFORM 9400-WRITE-REVIEW-TOTAL
               MOVE 'ITEMS AWAITING SIGN-OFF:' TO RTL-LABEL
               MOVE WS-ITEMS-OPEN TO RTL-COUNT
               PERFORM 9400-WRITE-REVIEW-TOTAL
               MOVE 'ITEMS ESCALATED:' TO RTL-LABEL
               MOVE WS-ITEMS-ESCALATED TO RTL-COUNT
               PERFORM 9400-WRITE-REVIEW-TOTAL
               WRITE REVIEW-REPORT-RECORD FROM REVIEW-BLANK-LINE
               WRITE REVIEW-REPORT-RECORD FROM REVIEW-BLANK-LINE
               WRITE REVIEW-REPORT-RECORD FROM REVIEW-SIGNOFF-LINE
               MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID
               MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               WRITE AGED-REPORT-RECORD FROM REVIEW-BLANK-LINE
               MOVE 'ITEMS ESCALATED:' TO RTL-LABEL
               MOVE WS-ITEMS-ESCALATED TO RTL-COUNT
               WRITE AGED-REPORT-RECORD FROM REVIEW-TOTAL-LINE
               MOVE 'NEWLY ESCALATED THIS RUN:' TO RTL-LABEL
               MOVE WS-ITEMS-NEWLY-ESCALATED TO RTL-COUNT
               WRITE AGED-REPORT-RECORD FROM REVIEW-TOTAL-LINE
               MOVE WS-ESCALATED-AMOUNT TO AAL-AMOUNT
               WRITE AGED-REPORT-RECORD FROM AGED-AMOUNT-LINE
               MOVE 'REVAGED ' TO WS-ERROR-FILE-ID
               MOVE AGED-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF WS-ITEMS-ESCALATED > ZERO
                   MOVE WS-ITEMS-ESCALATED TO RTL-COUNT
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'HIGH-VALUE ITEMS PAST DUE FOR SIGN-OFF:'
                              DELIMITED BY SIZE
                          RTL-COUNT DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   PERFORM 9500-ISSUE-REVIEW-WARNING
               END-IF
           END-IF.
           CLOSE SIGNOFF-HISTORY-FILE.
           CLOSE REVIEW-REPORT-FILE.
           CLOSE AGED-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB30 HIGH-VALUE REVIEW ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB30 HIGH-VALUE REVIEW RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9400-WRITE-REVIEW-TOTAL.
           WRITE REVIEW-REPORT-RECORD FROM REVIEW-TOTAL-LINE.
           MOVE 'REVRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REVIEW-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9500-ISSUE-REVIEW-WARNING.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE 'W' TO WS-PRINTM-SEVERITY.
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
