       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB28.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          GL POSTING CONFIRMATION RECONCILIATION.  EVERY JOURNAL
      *          BATCH FAPCOB11 SENDS IS TAKEN ONTO THE OPEN-ITEMS FILE
      *          WITH WHAT IT SENT TO EACH GL ACCOUNT, AND STAYS THERE
      *          UNTIL THE GENERAL LEDGER'S CONFIRMATION RETURN FILE
      *          SHOWS IT ACCEPTED WITH EVERY ACCOUNT POSTED AS SENT.
      *          A BATCH IS KNOWN BY ITS BATCH ID AND JOURNAL DATE,
      *          SINCE THE SAME BATCH ID IS SENT EVERY DAY.  THE RUN
      *          REPORTS EACH CONFIRMATION RECEIVED - REJECTED BATCHES
      *          AND LINES WITH THE LEDGER'S REASON, AND ANY ACCOUNT
      *          WHOSE POSTED AMOUNT DIFFERS FROM WHAT WAS SENT - AND
      *          LISTS EVERY BATCH STILL OPEN, FLAGGING THOSE STILL
      *          UNCONFIRMED AFTER THE PARM-CARD NUMBER OF BUSINESS
      *          DAYS.  THE OPEN ITEMS ARE CARRIED FORWARD DAY TO DAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO OPENIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT OPTIONAL CONFIRMATION-FILE ASSIGN TO GLCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIRMATION-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT NEW-OPEN-ITEM-FILE ASSIGN TO OPENOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-OPEN-ITEM-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO CONFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECON-REPORT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * OPEN ITEMS CARRIED FROM THE PRIOR RUN.  AN OB RECORD PER
      * BATCH, FOLLOWED BY AN OA RECORD PER GL ACCOUNT WHILE THE
      * BATCH IS OPEN.  A CLEARED BATCH KEEPS ITS OB RECORD FOR THE
      * KEEP-DAYS PERIOD SO THE SAME JOURNAL IS NEVER TAKEN ON TWICE
      * AND A REPEATED CONFIRMATION IS RECOGNISED.
       FD  OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OPEN-ITEM-RECORD.
           02  OI-RECORD-ID          PIC X(2).
               88  OPEN-ITEM-BATCH   VALUE 'OB'.
               88  OPEN-ITEM-ACCOUNT VALUE 'OA'.
           02  OI-JOURNAL-DATE       PIC 9(8).
           02  OI-BATCH-ID           PIC X(8).
           02  FILLER                PIC X(102).
       01  OPEN-ITEM-BATCH-RECORD.
           02  FILLER                PIC X(18).
           02  OI-BATCH-STATUS       PIC X(1).
           02  OI-LOADED-DATE        PIC 9(8).
           02  OI-CONFIRM-DATE       PIC 9(8).
           02  OI-LINE-COUNT         PIC 9(9).
           02  OI-DEBIT-TOTAL        PIC S9(13)V99.
           02  OI-CREDIT-TOTAL       PIC S9(13)V99.
           02  OI-BATCH-REASON       PIC X(30).
           02  FILLER                PIC X(16).
       01  OPEN-ITEM-ACCOUNT-RECORD.
           02  FILLER                PIC X(18).
           02  OI-GL-ACCOUNT         PIC X(12).
           02  OI-SENT-AMOUNT        PIC S9(13)V99.
           02  OI-POSTED-AMOUNT      PIC S9(13)V99.
           02  OI-LINE-STATUS        PIC X(1).
           02  OI-LINE-REASON        PIC X(30).
           02  FILLER                PIC X(29).

      * JOURNAL GENERATIONS WRITTEN BY FAPCOB11.
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD.
           02  JR-RECORD-ID          PIC X(2).
               88  JOURNAL-BATCH-HEADER  VALUE 'BH'.
               88  JOURNAL-LINE          VALUE 'JL'.
               88  JOURNAL-BATCH-TRAILER VALUE 'BT'.
           02  FILLER                PIC X(78).
       01  JOURNAL-HEADER-RECORD.
           02  JH-RECORD-ID          PIC X(2).
           02  JH-JOURNAL-DATE       PIC 9(8).
           02  JH-BATCH-ID           PIC X(8).
           02  FILLER                PIC X(62).
       01  JOURNAL-DETAIL-RECORD.
           02  JD-RECORD-ID          PIC X(2).
           02  JD-GL-ACCOUNT         PIC X(12).
           02  JD-DEBIT-AMOUNT       PIC S9(13)V99.
           02  JD-CREDIT-AMOUNT      PIC S9(13)V99.
           02  JD-SOURCE-CODE        PIC X(10).
           02  JD-JOURNAL-DATE       PIC 9(8).
           02  FILLER                PIC X(18).
       01  JOURNAL-TRAILER-RECORD.
           02  JT-RECORD-ID          PIC X(2).
           02  JT-LINE-COUNT         PIC 9(9).
           02  JT-DEBIT-TOTAL        PIC S9(13)V99.
           02  JT-CREDIT-TOTAL       PIC S9(13)V99.
           02  FILLER                PIC X(39).

      * GL CONFIRMATION RETURN FILE.  A CB RECORD PER BATCH WITH THE
      * LEDGER'S ACCEPTED (A) OR REJECTED (R) STATUS, FOLLOWED BY A
      * CA RECORD PER ACCOUNT WITH THE NET AMOUNT POSTED (DEBIT
      * POSITIVE) AND ITS OWN STATUS AND ERROR REASON.
       FD  CONFIRMATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONFIRMATION-RECORD.
           02  GC-RECORD-ID          PIC X(2).
               88  CONFIRM-BATCH     VALUE 'CB'.
               88  CONFIRM-ACCOUNT   VALUE 'CA'.
           02  GC-BATCH-ID           PIC X(8).
           02  GC-JOURNAL-DATE       PIC 9(8).
           02  FILLER                PIC X(62).
       01  CONFIRMATION-BATCH-RECORD.
           02  FILLER                PIC X(18).
           02  GC-BATCH-STATUS       PIC X(1).
               88  GC-BATCH-ACCEPTED VALUE 'A'.
               88  GC-BATCH-REJECTED VALUE 'R'.
           02  GC-GL-POST-DATE       PIC 9(8).
           02  GC-BATCH-REASON       PIC X(30).
           02  FILLER                PIC X(23).
       01  CONFIRMATION-ACCOUNT-RECORD.
           02  FILLER                PIC X(18).
           02  GC-GL-ACCOUNT         PIC X(12).
           02  GC-POSTED-AMOUNT      PIC S9(13)V99.
           02  GC-LINE-STATUS        PIC X(1).
               88  GC-LINE-REJECTED  VALUE 'R'.
           02  GC-LINE-REASON        PIC X(30).
           02  FILLER                PIC X(4).

      * KEYWORD=VALUE PARAMETER CARDS.  CONFIRM-DAYS=N IS THE NUMBER
      * OF BUSINESS DAYS A BATCH MAY WAIT FOR CONFIRMATION BEFORE IT
      * IS OVERDUE (2 BY DEFAULT); KEEP-DAYS=N IS HOW MANY CALENDAR
      * DAYS A CLEARED BATCH IS REMEMBERED (60 BY DEFAULT).
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

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RECON-REPORT-RECORD       PIC X(133).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  OPEN-ITEM-SWITCH  PIC X(3).
               88  END-OF-OPEN-ITEMS VALUE 'EOF'.
           02  JOURNAL-SWITCH    PIC X(3).
               88  END-OF-JOURNAL VALUE 'EOF'.
           02  CONFIRMATION-SWITCH PIC X(3).
               88  END-OF-CONFIRMATIONS VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB28'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPGLREC'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  OPEN-ITEM-FILE-STATUS PIC X(2) VALUE '00'.
           02  JOURNAL-FILE-STATUS   PIC X(2) VALUE '00'.
           02  CONFIRMATION-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  NEW-OPEN-ITEM-FILE-STATUS PIC X(2) VALUE '00'.
           02  RECON-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
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
           02  WS-PARM-COUNT         PIC 9(9)  VALUE ZERO.
           02  WS-CONFIRM-DAYS       PIC 9(3)  VALUE 2.
           02  WS-KEEP-DAYS          PIC 9(3)  VALUE 60.
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
           02  WS-KEEP-FROM-DATE     PIC 9(8)  VALUE ZERO.
           02  WS-TEST-DATE          PIC 9(8)  VALUE ZERO.
           02  WS-BUSINESS-DAY-SW    PIC X     VALUE 'Y'.
               88  BUSINESS-DAY      VALUE 'Y'.
           02  WS-DAY-INTEGER        PIC 9(9)  VALUE ZERO.
           02  WS-DAY-OF-WEEK        PIC 9(1)  VALUE ZERO.
           02  WS-AGE-DAYS           PIC 9(5)  VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-BATCHES-LOADED     PIC 9(9) VALUE ZERO.
           02  WS-CONFIRMATIONS-READ PIC 9(9) VALUE ZERO.
           02  WS-BATCHES-CLEARED    PIC 9(9) VALUE ZERO.
           02  WS-BATCHES-OPEN       PIC 9(9) VALUE ZERO.
           02  WS-BATCHES-OVERDUE    PIC 9(9) VALUE ZERO.
           02  WS-BATCHES-REJECTED   PIC 9(9) VALUE ZERO.
           02  WS-ACCOUNTS-DIFFERING PIC 9(9) VALUE ZERO.
           02  WS-LINES-REJECTED     PIC 9(9) VALUE ZERO.
           02  WS-UNMATCHED-CONFIRMS PIC 9(9) VALUE ZERO.
      ******************************************************************
      * EVERY BATCH ON FILE, IN JOURNAL DATE AND BATCH ID SEQUENCE.
      * STATUS O IS UNCONFIRMED, R REJECTED BY THE LEDGER, P ACCEPTED
      * WITH A REJECTED LINE OR A DIFFERING ACCOUNT, C CLEARED.
      ******************************************************************
       01  BATCH-TABLE-FIELDS.
           02  WS-BATCH-MAX          PIC 9(5) VALUE 5000.
           02  WS-BATCH-COUNT        PIC 9(5) VALUE ZERO.
           02  WS-BATCH-SUB          PIC 9(5) VALUE ZERO.
           02  WS-BATCH-FOUND-SW     PIC X    VALUE 'N'.
               88  BATCH-FOUND       VALUE 'Y'.
           02  WS-BATCH-SLOT-SW      PIC X    VALUE 'N'.
               88  BATCH-SLOT-FOUND  VALUE 'Y'.
           02  WS-SEARCH-BATCH-KEY.
               03  WS-SEARCH-JOURNAL-DATE PIC 9(8).
               03  WS-SEARCH-BATCH-ID    PIC X(8).
           02  WS-BATCH-ENTRY        OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-BATCH-COUNT
                   ASCENDING KEY IS WS-BT-KEY
                   INDEXED BY WS-BT-IX.
               03  WS-BT-KEY.
                   04  WS-BT-JOURNAL-DATE    PIC 9(8).
                   04  WS-BT-BATCH-ID        PIC X(8).
               03  WS-BT-STATUS          PIC X(1).
                   88  BATCH-UNCONFIRMED VALUE 'O'.
                   88  BATCH-REJECTED    VALUE 'R'.
                   88  BATCH-DIFFERS     VALUE 'P'.
                   88  BATCH-CLEARED     VALUE 'C'.
               03  WS-BT-LOADED-DATE     PIC 9(8).
               03  WS-BT-CONFIRM-DATE    PIC 9(8).
               03  WS-BT-LINE-COUNT      PIC 9(9).
               03  WS-BT-DEBIT-TOTAL     PIC S9(13)V99.
               03  WS-BT-CREDIT-TOTAL    PIC S9(13)V99.
               03  WS-BT-REASON          PIC X(30).
      ******************************************************************
      * WHAT EACH OPEN BATCH SENT TO EACH GL ACCOUNT AND WHAT THE
      * LEDGER LAST CONFIRMED POSTING THERE, IN BATCH AND ACCOUNT
      * SEQUENCE.
      ******************************************************************
       01  ACCOUNT-TABLE-FIELDS.
           02  WS-ACCOUNT-MAX        PIC 9(5) VALUE 50000.
           02  WS-ACCOUNT-COUNT      PIC 9(5) VALUE ZERO.
           02  WS-ACCOUNT-SUB        PIC 9(5) VALUE ZERO.
           02  WS-ACCOUNT-FOUND-SW   PIC X    VALUE 'N'.
               88  ACCOUNT-FOUND     VALUE 'Y'.
           02  WS-ACCOUNT-SLOT-SW    PIC X    VALUE 'N'.
               88  ACCOUNT-SLOT-FOUND VALUE 'Y'.
           02  WS-SEARCH-ACCOUNT-KEY.
               03  WS-SEARCH-AC-BATCH-KEY PIC X(16).
               03  WS-SEARCH-GL-ACCOUNT  PIC X(12).
           02  WS-ACCOUNT-ENTRY      OCCURS 0 TO 50000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   ASCENDING KEY IS WS-AC-KEY
                   INDEXED BY WS-AC-IX.
               03  WS-AC-KEY.
                   04  WS-AC-BATCH-KEY       PIC X(16).
                   04  WS-AC-GL-ACCOUNT      PIC X(12).
               03  WS-AC-SENT-AMOUNT     PIC S9(13)V99.
               03  WS-AC-POSTED-AMOUNT   PIC S9(13)V99.
               03  WS-AC-LINE-STATUS     PIC X(1).
                   88  LINE-REJECTED     VALUE 'R'.
               03  WS-AC-REASON          PIC X(30).
      ******************************************************************
      * THE JOURNAL BATCH BEING TAKEN ON, AND THE CONFIRMATION BATCH
      * BEING MATCHED.
      ******************************************************************
       01  JOURNAL-BATCH-FIELDS.
           02  WS-SKIP-BATCH-SW      PIC X     VALUE 'Y'.
               88  SKIP-JOURNAL-BATCH VALUE 'Y'.
           02  WS-JRNL-BATCH-KEY     PIC X(16) VALUE SPACES.
           02  WS-JRNL-LINES         PIC 9(9)  VALUE ZERO.
           02  WS-JRNL-DEBITS        PIC S9(13)V99 VALUE ZERO.
           02  WS-JRNL-CREDITS       PIC S9(13)V99 VALUE ZERO.
           02  WS-JRNL-NET           PIC S9(13)V99 VALUE ZERO.
       01  CONFIRMATION-BATCH-FIELDS.
           02  WS-CONFIRM-PENDING-SW PIC X     VALUE 'N'.
               88  CONFIRMATION-PENDING VALUE 'Y'.
           02  WS-CONFIRM-MATCHED-SW PIC X     VALUE 'N'.
               88  CONFIRMATION-MATCHED VALUE 'Y'.
           02  WS-CONFIRM-BATCH-KEY  PIC X(16) VALUE SPACES.
           02  WS-CONFIRM-BATCH-SUB  PIC 9(5)  VALUE ZERO.
           02  WS-CONFIRM-STATUS     PIC X(1)  VALUE SPACES.
               88  CONFIRMED-ACCEPTED VALUE 'A'.
               88  CONFIRMED-REJECTED VALUE 'R'.
           02  WS-CONFIRM-REASON     PIC X(30) VALUE SPACES.
           02  WS-CONFIRM-EXCEPTIONS PIC 9(9)  VALUE ZERO.
           02  WS-LIST-EXCEPTIONS-SW PIC X     VALUE 'N'.
               88  LIST-EXCEPTIONS   VALUE 'Y'.
           02  WS-LINE-DIFFERENCE    PIC S9(13)V99 VALUE ZERO.
       01  RECON-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(36) VALUE
               'GL POSTING CONFIRMATION RECON FOR'.
           02  RHL-RUN-DATE          PIC 9(8).
           02  FILLER                PIC X(4)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'CONFIRM DAYS:'.
           02  RHL-CONFIRM-DAYS      PIC ZZ9.
           02  FILLER                PIC X(67) VALUE SPACES.
       01  RECON-SECTION-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  RSL-TITLE             PIC X(40) VALUE SPACES.
           02  FILLER                PIC X(92) VALUE SPACES.
       01  RECON-BATCH-COLUMN-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'BATCH'.
           02  FILLER                PIC X(10) VALUE 'JRNL DATE'.
           02  FILLER                PIC X(10) VALUE 'LOADED'.
           02  FILLER                PIC X(7)  VALUE '  AGE'.
           02  FILLER                PIC X(14) VALUE 'STATUS'.
           02  FILLER                PIC X(12) VALUE 'DISPOSITION'.
           02  FILLER                PIC X(31) VALUE 'REASON'.
           02  FILLER                PIC X(38) VALUE SPACES.
       01  RECON-BATCH-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  RBL-BATCH-ID          PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RBL-JOURNAL-DATE      PIC 9(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RBL-LOADED-DATE       PIC 9(8).
           02  RBL-LOADED-DATE-X REDEFINES RBL-LOADED-DATE PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RBL-AGE               PIC ZZZZ9.
           02  RBL-AGE-X REDEFINES RBL-AGE PIC X(5).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RBL-STATUS            PIC X(12).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RBL-DISPOSITION       PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RBL-REASON            PIC X(30).
           02  FILLER                PIC X(39) VALUE SPACES.
       01  RECON-ACCOUNT-LINE.
           02  FILLER                PIC X(9)  VALUE SPACES.
           02  RAL-GL-ACCOUNT        PIC X(12).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'SENT'.
           02  RAL-SENT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'POSTED'.
           02  RAL-POSTED-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'DIFF'.
           02  RAL-DIFFERENCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RAL-NOTE              PIC X(30).
       01  RECON-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RTL-LABEL             PIC X(36).
           02  RTL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(81) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           IF NOT END-OF-FILE
               PERFORM 2000-PROCESS-CONFIRMATIONS
               PERFORM 3000-REPORT-OPEN-ITEMS
           END-IF.
           PERFORM 4000-WRITE-OPEN-ITEMS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * THE OPEN ITEMS ARE LOADED EVEN WHEN THE PARM DECK IS BAD, SO A
      * STOPPED RUN STILL CARRIES EVERY BATCH FORWARD UNCHANGED - NO
      * CLEARED BATCH IS DROPPED ON A KEEP-DAYS THAT WAS NOT ACCEPTED.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-RUN-DATE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CONTEXT-RUN-DATE
               CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                   WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
           END-IF.
           PERFORM 1100-READ-PARM-CARD.
           MOVE WS-RUN-DATE TO RHL-RUN-DATE.
           MOVE WS-CONFIRM-DAYS TO RHL-CONFIRM-DAYS.
           WRITE RECON-REPORT-RECORD FROM RECON-HEADING-LINE.
           MOVE 'CONFRPT ' TO WS-ERROR-FILE-ID.
           MOVE RECON-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF PARM-CARD-ERROR
               MOVE ZERO TO WS-KEEP-FROM-DATE
           ELSE
               COMPUTE WS-KEEP-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-KEEP-DAYS)
           END-IF.
           PERFORM 1200-LOAD-OPEN-ITEMS.
           IF NOT END-OF-FILE
               PERFORM 1300-LOAD-JOURNAL-BATCHES
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
                   WHEN 'CONFIRM-DAYS'
                       PERFORM 1140-EDIT-PARM-COUNT
                       IF NOT PARM-CARD-ERROR
                           MOVE WS-PARM-COUNT TO WS-CONFIRM-DAYS
                       END-IF
                   WHEN 'KEEP-DAYS'
                       PERFORM 1140-EDIT-PARM-COUNT
                       IF NOT PARM-CARD-ERROR
                           MOVE WS-PARM-COUNT TO WS-KEEP-DAYS
                       END-IF
                   WHEN OTHER
                       PERFORM 1160-REPORT-PARM-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
       1140-EDIT-PARM-COUNT.
           IF WS-PARM-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL (WS-PARM-VALUE) NOT = 0
               PERFORM 1160-REPORT-PARM-ERROR
           ELSE
               IF FUNCTION NUMVAL (WS-PARM-VALUE) < 1
                   OR FUNCTION NUMVAL (WS-PARM-VALUE) > 999
                   OR FUNCTION NUMVAL (WS-PARM-VALUE) NOT =
                       FUNCTION INTEGER (FUNCTION NUMVAL
                           (WS-PARM-VALUE))
                   PERFORM 1160-REPORT-PARM-ERROR
               ELSE
                   COMPUTE WS-PARM-COUNT =
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
      * A CLEARED BATCH IS FORGOTTEN ONCE IT CLEARED MORE THAN
      * KEEP-DAYS AGO.  EVERY OTHER BATCH STAYS UNTIL IT CLEARS.
      ******************************************************************
       1200-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-FILE-STATUS NOT = '00'
               AND OPEN-ITEM-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO OPEN-ITEM-SWITCH
               MOVE 'OPENIN  ' TO WS-ERROR-FILE-ID
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
           MOVE 'OPENIN  ' TO WS-ERROR-FILE-ID.
           MOVE OPEN-ITEM-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE OPEN-ITEM-FILE.
      ******************************************************************
       1250-LOAD-OPEN-ITEM.
           MOVE OI-JOURNAL-DATE TO WS-SEARCH-JOURNAL-DATE.
           MOVE OI-BATCH-ID TO WS-SEARCH-BATCH-ID.
           EVALUATE TRUE
               WHEN OPEN-ITEM-BATCH
                   IF OI-BATCH-STATUS NOT = 'C'
                       OR OI-CONFIRM-DATE >= WS-KEEP-FROM-DATE
                       PERFORM 7100-INSERT-BATCH-ENTRY
                       IF BATCH-FOUND
                           MOVE OI-BATCH-STATUS
                               TO WS-BT-STATUS (WS-BATCH-SUB)
                           MOVE OI-LOADED-DATE
                               TO WS-BT-LOADED-DATE (WS-BATCH-SUB)
                           MOVE OI-CONFIRM-DATE
                               TO WS-BT-CONFIRM-DATE (WS-BATCH-SUB)
                           MOVE OI-LINE-COUNT
                               TO WS-BT-LINE-COUNT (WS-BATCH-SUB)
                           MOVE OI-DEBIT-TOTAL
                               TO WS-BT-DEBIT-TOTAL (WS-BATCH-SUB)
                           MOVE OI-CREDIT-TOTAL
                               TO WS-BT-CREDIT-TOTAL (WS-BATCH-SUB)
                           MOVE OI-BATCH-REASON
                               TO WS-BT-REASON (WS-BATCH-SUB)
                       END-IF
                   END-IF
               WHEN OPEN-ITEM-ACCOUNT
                   MOVE WS-SEARCH-BATCH-KEY TO WS-SEARCH-AC-BATCH-KEY
                   MOVE OI-GL-ACCOUNT TO WS-SEARCH-GL-ACCOUNT
                   PERFORM 7200-FIND-ACCOUNT-ENTRY
                   IF ACCOUNT-FOUND
                       MOVE OI-SENT-AMOUNT
                           TO WS-AC-SENT-AMOUNT (WS-ACCOUNT-SUB)
                       MOVE OI-POSTED-AMOUNT
                           TO WS-AC-POSTED-AMOUNT (WS-ACCOUNT-SUB)
                       MOVE OI-LINE-STATUS
                           TO WS-AC-LINE-STATUS (WS-ACCOUNT-SUB)
                       MOVE OI-LINE-REASON
                           TO WS-AC-REASON (WS-ACCOUNT-SUB)
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * A JOURNAL BATCH ALREADY ON FILE - OPEN OR CLEARED - IS NOT
      * TAKEN ON AGAIN, SO A JOURNAL GENERATION READ TWICE DOES NO
      * HARM.  A NEW BATCH'S LINES ARE NETTED BY GL ACCOUNT, DEBIT
      * POSITIVE, AND ITS TRAILER IS PROVED AGAINST THEM.
      ******************************************************************
       1300-LOAD-JOURNAL-BATCHES.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = '00'
               AND JOURNAL-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO JOURNAL-SWITCH
               MOVE 'GLJRNL  ' TO WS-ERROR-FILE-ID
               MOVE JOURNAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-JOURNAL
               READ JOURNAL-FILE
                   AT END
                       MOVE 'EOF' TO JOURNAL-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN JOURNAL-BATCH-HEADER
                               PERFORM 1310-START-JOURNAL-BATCH
                           WHEN JOURNAL-LINE
                               PERFORM 1320-LOAD-JOURNAL-LINE
                           WHEN JOURNAL-BATCH-TRAILER
                               PERFORM 1330-PROVE-JOURNAL-BATCH
                       END-EVALUATE
               END-READ
           END-PERFORM.
           MOVE 'GLJRNL  ' TO WS-ERROR-FILE-ID.
           MOVE JOURNAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE JOURNAL-FILE.
      ******************************************************************
       1310-START-JOURNAL-BATCH.
           MOVE JH-JOURNAL-DATE TO WS-SEARCH-JOURNAL-DATE.
           MOVE JH-BATCH-ID TO WS-SEARCH-BATCH-ID.
           MOVE WS-SEARCH-BATCH-KEY TO WS-JRNL-BATCH-KEY.
           MOVE ZERO TO WS-JRNL-LINES.
           MOVE ZERO TO WS-JRNL-DEBITS.
           MOVE ZERO TO WS-JRNL-CREDITS.
           PERFORM 7000-FIND-BATCH-ENTRY.
           IF BATCH-FOUND
               MOVE 'Y' TO WS-SKIP-BATCH-SW
           ELSE
               MOVE 'N' TO WS-SKIP-BATCH-SW
               PERFORM 7100-INSERT-BATCH-ENTRY
               IF BATCH-FOUND
                   MOVE 'O' TO WS-BT-STATUS (WS-BATCH-SUB)
                   MOVE WS-RUN-DATE TO WS-BT-LOADED-DATE (WS-BATCH-SUB)
                   ADD 1 TO WS-BATCHES-LOADED
               ELSE
                   MOVE 'Y' TO WS-SKIP-BATCH-SW
               END-IF
           END-IF.
      ******************************************************************
       1320-LOAD-JOURNAL-LINE.
           IF NOT SKIP-JOURNAL-BATCH
               MOVE WS-JRNL-BATCH-KEY TO WS-SEARCH-AC-BATCH-KEY
               MOVE JD-GL-ACCOUNT TO WS-SEARCH-GL-ACCOUNT
               PERFORM 7200-FIND-ACCOUNT-ENTRY
               IF ACCOUNT-FOUND
                   COMPUTE WS-AC-SENT-AMOUNT (WS-ACCOUNT-SUB) =
                       WS-AC-SENT-AMOUNT (WS-ACCOUNT-SUB)
                       + JD-DEBIT-AMOUNT - JD-CREDIT-AMOUNT
               END-IF
               ADD 1 TO WS-JRNL-LINES
               ADD JD-DEBIT-AMOUNT TO WS-JRNL-DEBITS
               ADD JD-CREDIT-AMOUNT TO WS-JRNL-CREDITS
           END-IF.
      ******************************************************************
       1330-PROVE-JOURNAL-BATCH.
           IF NOT SKIP-JOURNAL-BATCH
               MOVE WS-JRNL-BATCH-KEY TO WS-SEARCH-BATCH-KEY
               PERFORM 7000-FIND-BATCH-ENTRY
               IF BATCH-FOUND
                   MOVE JT-LINE-COUNT
                       TO WS-BT-LINE-COUNT (WS-BATCH-SUB)
                   MOVE JT-DEBIT-TOTAL
                       TO WS-BT-DEBIT-TOTAL (WS-BATCH-SUB)
                   MOVE JT-CREDIT-TOTAL
                       TO WS-BT-CREDIT-TOTAL (WS-BATCH-SUB)
               END-IF
               IF JT-LINE-COUNT NOT = WS-JRNL-LINES
                   OR JT-DEBIT-TOTAL NOT = WS-JRNL-DEBITS
                   OR JT-CREDIT-TOTAL NOT = WS-JRNL-CREDITS
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'JOURNAL BATCH ' DELIMITED BY SIZE
                          WS-SEARCH-BATCH-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-SEARCH-JOURNAL-DATE DELIMITED BY SIZE
                          ' TRAILER OUT OF BALANCE'
                              DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'W' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-IF.
           MOVE 'Y' TO WS-SKIP-BATCH-SW.
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
      * EACH CB RECORD STARTS A CONFIRMATION AND THE CA RECORDS AFTER
      * IT CARRY ITS ACCOUNTS; THE CONFIRMATION IS JUDGED WHEN THE
      * NEXT CB RECORD OR THE END OF THE FILE IS REACHED.
      ******************************************************************
       2000-PROCESS-CONFIRMATIONS.
           MOVE 'GL CONFIRMATIONS RECEIVED' TO RSL-TITLE.
           PERFORM 8100-WRITE-SECTION-HEADINGS.
           OPEN INPUT CONFIRMATION-FILE.
           IF CONFIRMATION-FILE-STATUS NOT = '00'
               AND CONFIRMATION-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO CONFIRMATION-SWITCH
               MOVE 'GLCONF  ' TO WS-ERROR-FILE-ID
               MOVE CONFIRMATION-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-CONFIRMATIONS
               READ CONFIRMATION-FILE
                   AT END
                       MOVE 'EOF' TO CONFIRMATION-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CONFIRM-BATCH
                               PERFORM 2900-JUDGE-CONFIRMATION
                               PERFORM 2100-START-CONFIRMATION
                           WHEN CONFIRM-ACCOUNT
                               PERFORM 2200-APPLY-CONFIRMED-ACCOUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM 2900-JUDGE-CONFIRMATION.
           MOVE 'GLCONF  ' TO WS-ERROR-FILE-ID.
           MOVE CONFIRMATION-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE CONFIRMATION-FILE.
      ******************************************************************
      * A NEW CONFIRMATION FOR A BATCH REPLACES WHATEVER THE LEDGER
      * CONFIRMED FOR IT BEFORE, SO A RESENT BATCH IS JUDGED AFRESH.
      * A CONFIRMATION FOR A BATCH NOT ON FILE, OR ONE ALREADY
      * CLEARED, IS REPORTED AND ITS ACCOUNTS IGNORED.
      ******************************************************************
       2100-START-CONFIRMATION.
           ADD 1 TO WS-CONFIRMATIONS-READ.
           MOVE 'Y' TO WS-CONFIRM-PENDING-SW.
           MOVE 'N' TO WS-CONFIRM-MATCHED-SW.
           MOVE GC-JOURNAL-DATE TO WS-SEARCH-JOURNAL-DATE.
           MOVE GC-BATCH-ID TO WS-SEARCH-BATCH-ID.
           MOVE WS-SEARCH-BATCH-KEY TO WS-CONFIRM-BATCH-KEY.
           MOVE GC-BATCH-STATUS TO WS-CONFIRM-STATUS.
           MOVE GC-BATCH-REASON TO WS-CONFIRM-REASON.
           MOVE ZERO TO WS-CONFIRM-EXCEPTIONS.
           MOVE GC-BATCH-ID TO RBL-BATCH-ID.
           MOVE GC-JOURNAL-DATE TO RBL-JOURNAL-DATE.
           MOVE SPACES TO RBL-LOADED-DATE-X.
           MOVE SPACES TO RBL-AGE-X.
           PERFORM 7000-FIND-BATCH-ENTRY.
           IF NOT BATCH-FOUND
               OR (NOT CONFIRMED-ACCEPTED AND NOT CONFIRMED-REJECTED)
               MOVE 'N' TO WS-CONFIRM-PENDING-SW
               ADD 1 TO WS-UNMATCHED-CONFIRMS
               IF BATCH-FOUND
                   MOVE 'BAD STATUS' TO RBL-STATUS
               ELSE
                   MOVE 'NOT ON FILE' TO RBL-STATUS
               END-IF
               MOVE 'IGNORED' TO RBL-DISPOSITION
               MOVE WS-CONFIRM-REASON TO RBL-REASON
               PERFORM 8200-WRITE-BATCH-LINE
           ELSE
               IF BATCH-CLEARED (WS-BATCH-SUB)
                   MOVE 'N' TO WS-CONFIRM-PENDING-SW
                   ADD 1 TO WS-UNMATCHED-CONFIRMS
                   MOVE WS-BT-LOADED-DATE (WS-BATCH-SUB)
                       TO RBL-LOADED-DATE
                   MOVE 'CLEARED' TO RBL-STATUS
                   MOVE 'REPEATED' TO RBL-DISPOSITION
                   MOVE WS-CONFIRM-REASON TO RBL-REASON
                   PERFORM 8200-WRITE-BATCH-LINE
               ELSE
                   MOVE 'Y' TO WS-CONFIRM-MATCHED-SW
                   MOVE WS-BATCH-SUB TO WS-CONFIRM-BATCH-SUB
                   PERFORM 2150-RESET-BATCH-ACCOUNTS
               END-IF
           END-IF.
      ******************************************************************
       2150-RESET-BATCH-ACCOUNTS.
           MOVE 1 TO WS-ACCOUNT-SUB.
           PERFORM UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
               IF WS-AC-BATCH-KEY (WS-ACCOUNT-SUB) =
                   WS-CONFIRM-BATCH-KEY
                   MOVE ZERO TO WS-AC-POSTED-AMOUNT (WS-ACCOUNT-SUB)
                   MOVE SPACES TO WS-AC-LINE-STATUS (WS-ACCOUNT-SUB)
                   MOVE SPACES TO WS-AC-REASON (WS-ACCOUNT-SUB)
               END-IF
               ADD 1 TO WS-ACCOUNT-SUB
           END-PERFORM.
      ******************************************************************
      * AN ACCOUNT THE LEDGER POSTED BUT WAS NEVER SENT IS TAKEN ON
      * WITH NOTHING SENT, SO IT SHOWS AS A DIFFERENCE.
      ******************************************************************
       2200-APPLY-CONFIRMED-ACCOUNT.
           MOVE GC-JOURNAL-DATE TO WS-SEARCH-JOURNAL-DATE.
           MOVE GC-BATCH-ID TO WS-SEARCH-BATCH-ID.
           IF NOT CONFIRMATION-PENDING
               OR WS-SEARCH-BATCH-KEY NOT = WS-CONFIRM-BATCH-KEY
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'GL CONFIRMATION LINE OUT OF SEQUENCE: '
                          DELIMITED BY SIZE
                      GC-BATCH-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      GC-JOURNAL-DATE DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           ELSE
               IF CONFIRMATION-MATCHED
                   MOVE WS-CONFIRM-BATCH-KEY TO WS-SEARCH-AC-BATCH-KEY
                   MOVE GC-GL-ACCOUNT TO WS-SEARCH-GL-ACCOUNT
                   PERFORM 7200-FIND-ACCOUNT-ENTRY
                   IF ACCOUNT-FOUND
                       ADD GC-POSTED-AMOUNT
                           TO WS-AC-POSTED-AMOUNT (WS-ACCOUNT-SUB)
                       IF GC-LINE-REJECTED
                           MOVE 'R'
                               TO WS-AC-LINE-STATUS (WS-ACCOUNT-SUB)
                           MOVE GC-LINE-REASON
                               TO WS-AC-REASON (WS-ACCOUNT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * A REJECTED BATCH STAYS OPEN WITH THE LEDGER'S REASON.  AN
      * ACCEPTED BATCH CLEARS ONLY WHEN NO LINE WAS REJECTED AND
      * EVERY ACCOUNT POSTED WHAT WAS SENT; OTHERWISE IT STAYS OPEN
      * AS DIFFERING UNTIL THE LEDGER CONFIRMS IT AGAIN.  THE
      * ACCOUNTS ARE PASSED TWICE - ONCE TO COUNT THE EXCEPTIONS FOR
      * THE BATCH LINE, THEN TO LIST THEM UNDER IT.
      ******************************************************************
       2900-JUDGE-CONFIRMATION.
           IF CONFIRMATION-PENDING
               AND CONFIRMATION-MATCHED
               MOVE WS-CONFIRM-BATCH-SUB TO WS-BATCH-SUB
               MOVE WS-BT-LOADED-DATE (WS-BATCH-SUB)
                   TO RBL-LOADED-DATE
               MOVE WS-RUN-DATE TO WS-BT-CONFIRM-DATE (WS-BATCH-SUB)
               MOVE 'N' TO WS-LIST-EXCEPTIONS-SW
               PERFORM 2950-PASS-BATCH-ACCOUNTS
               IF CONFIRMED-REJECTED
                   MOVE 'R' TO WS-BT-STATUS (WS-BATCH-SUB)
                   MOVE WS-CONFIRM-REASON TO WS-BT-REASON (WS-BATCH-SUB)
                   ADD 1 TO WS-BATCHES-REJECTED
                   MOVE 'REJECTED' TO RBL-STATUS
                   MOVE 'STAYS OPEN' TO RBL-DISPOSITION
               ELSE
                   MOVE 'ACCEPTED' TO RBL-STATUS
                   IF WS-CONFIRM-EXCEPTIONS = ZERO
                       MOVE 'C' TO WS-BT-STATUS (WS-BATCH-SUB)
                       MOVE SPACES TO WS-BT-REASON (WS-BATCH-SUB)
                       ADD 1 TO WS-BATCHES-CLEARED
                       MOVE 'CLEARED' TO RBL-DISPOSITION
                   ELSE
                       MOVE 'P' TO WS-BT-STATUS (WS-BATCH-SUB)
                       MOVE 'POSTED AMOUNTS DIFFER'
                           TO WS-BT-REASON (WS-BATCH-SUB)
                       MOVE 'STAYS OPEN' TO RBL-DISPOSITION
                   END-IF
               END-IF
               MOVE WS-BT-REASON (WS-BATCH-SUB) TO RBL-REASON
               PERFORM 8200-WRITE-BATCH-LINE
               MOVE 'Y' TO WS-LIST-EXCEPTIONS-SW
               PERFORM 2950-PASS-BATCH-ACCOUNTS
           END-IF.
           MOVE 'N' TO WS-CONFIRM-PENDING-SW.
           MOVE 'N' TO WS-CONFIRM-MATCHED-SW.
      ******************************************************************
       2950-PASS-BATCH-ACCOUNTS.
           MOVE ZERO TO WS-CONFIRM-EXCEPTIONS.
           MOVE 1 TO WS-ACCOUNT-SUB.
           PERFORM UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
               IF WS-AC-BATCH-KEY (WS-ACCOUNT-SUB) =
                   WS-CONFIRM-BATCH-KEY
                   PERFORM 2960-CHECK-ACCOUNT-LINE
               END-IF
               ADD 1 TO WS-ACCOUNT-SUB
           END-PERFORM.
      ******************************************************************
      * A REJECTED LINE IS ALWAYS AN EXCEPTION.  A DIFFERING AMOUNT
      * IS ONE ONLY WHEN THE BATCH WAS ACCEPTED - A REJECTED BATCH
      * POSTED NOTHING.
      ******************************************************************
       2960-CHECK-ACCOUNT-LINE.
           COMPUTE WS-LINE-DIFFERENCE =
               WS-AC-POSTED-AMOUNT (WS-ACCOUNT-SUB)
               - WS-AC-SENT-AMOUNT (WS-ACCOUNT-SUB).
           MOVE SPACES TO RAL-NOTE.
           IF LINE-REJECTED (WS-ACCOUNT-SUB)
               ADD 1 TO WS-CONFIRM-EXCEPTIONS
               MOVE WS-AC-REASON (WS-ACCOUNT-SUB) TO RAL-NOTE
               IF LIST-EXCEPTIONS
                   ADD 1 TO WS-LINES-REJECTED
               END-IF
           ELSE
               IF WS-LINE-DIFFERENCE NOT = ZERO
                   AND CONFIRMED-ACCEPTED
                   ADD 1 TO WS-CONFIRM-EXCEPTIONS
                   MOVE 'POSTED AMOUNT DIFFERS' TO RAL-NOTE
                   IF LIST-EXCEPTIONS
                       ADD 1 TO WS-ACCOUNTS-DIFFERING
                   END-IF
               END-IF
           END-IF.
           IF LIST-EXCEPTIONS
               AND RAL-NOTE NOT = SPACES
               MOVE WS-AC-GL-ACCOUNT (WS-ACCOUNT-SUB) TO RAL-GL-ACCOUNT
               MOVE WS-AC-SENT-AMOUNT (WS-ACCOUNT-SUB)
                   TO RAL-SENT-AMOUNT
               MOVE WS-AC-POSTED-AMOUNT (WS-ACCOUNT-SUB)
                   TO RAL-POSTED-AMOUNT
               MOVE WS-LINE-DIFFERENCE TO RAL-DIFFERENCE
               PERFORM 8300-WRITE-ACCOUNT-LINE
           END-IF.
      ******************************************************************
      * EVERY BATCH NOT YET CLEARED, WITH ITS AGE IN BUSINESS DAYS
      * SINCE THE JOURNAL DATE.  AN UNCONFIRMED BATCH OLDER THAN
      * CONFIRM-DAYS IS OVERDUE.
      ******************************************************************
       3000-REPORT-OPEN-ITEMS.
           MOVE 'GL BATCHES OPEN' TO RSL-TITLE.
           PERFORM 8100-WRITE-SECTION-HEADINGS.
           MOVE 1 TO WS-BATCH-SUB.
           PERFORM UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               IF NOT BATCH-CLEARED (WS-BATCH-SUB)
                   PERFORM 3100-REPORT-OPEN-BATCH
               END-IF
               ADD 1 TO WS-BATCH-SUB
           END-PERFORM.
      ******************************************************************
       3100-REPORT-OPEN-BATCH.
           ADD 1 TO WS-BATCHES-OPEN.
           PERFORM 7300-COUNT-BUSINESS-DAYS.
           MOVE WS-BT-BATCH-ID (WS-BATCH-SUB) TO RBL-BATCH-ID.
           MOVE WS-BT-JOURNAL-DATE (WS-BATCH-SUB) TO RBL-JOURNAL-DATE.
           MOVE WS-BT-LOADED-DATE (WS-BATCH-SUB) TO RBL-LOADED-DATE.
           MOVE WS-AGE-DAYS TO RBL-AGE.
           MOVE WS-BT-REASON (WS-BATCH-SUB) TO RBL-REASON.
           MOVE SPACES TO RBL-DISPOSITION.
           EVALUATE TRUE
               WHEN BATCH-UNCONFIRMED (WS-BATCH-SUB)
                   MOVE 'UNCONFIRMED' TO RBL-STATUS
                   IF WS-AGE-DAYS > WS-CONFIRM-DAYS
                       MOVE 'OVERDUE' TO RBL-DISPOSITION
                       ADD 1 TO WS-BATCHES-OVERDUE
                   END-IF
               WHEN BATCH-REJECTED (WS-BATCH-SUB)
                   MOVE 'REJECTED' TO RBL-STATUS
                   MOVE 'RESEND' TO RBL-DISPOSITION
               WHEN OTHER
                   MOVE 'DIFFERS' TO RBL-STATUS
                   MOVE 'FOLLOW UP' TO RBL-DISPOSITION
           END-EVALUATE.
           PERFORM 8200-WRITE-BATCH-LINE.
      ******************************************************************
      * THE OPEN-ITEMS FILE IS REWRITTEN IN BATCH SEQUENCE - EACH
      * BATCH FOLLOWED BY ITS ACCOUNTS WHILE IT IS STILL OPEN.  BOTH
      * TABLES ARE IN THE SAME SEQUENCE, SO THE ACCOUNTS ARE WALKED
      * ALONGSIDE THE BATCHES.
      ******************************************************************
       4000-WRITE-OPEN-ITEMS.
           OPEN OUTPUT NEW-OPEN-ITEM-FILE.
           MOVE 1 TO WS-ACCOUNT-SUB.
           MOVE 1 TO WS-BATCH-SUB.
           PERFORM UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               PERFORM 4100-WRITE-OPEN-BATCH
               ADD 1 TO WS-BATCH-SUB
           END-PERFORM.
           CLOSE NEW-OPEN-ITEM-FILE.
      ******************************************************************
       4100-WRITE-OPEN-BATCH.
           MOVE SPACES TO OPEN-ITEM-BATCH-RECORD.
           MOVE 'OB' TO OI-RECORD-ID.
           MOVE WS-BT-JOURNAL-DATE (WS-BATCH-SUB) TO OI-JOURNAL-DATE.
           MOVE WS-BT-BATCH-ID (WS-BATCH-SUB) TO OI-BATCH-ID.
           MOVE WS-BT-STATUS (WS-BATCH-SUB) TO OI-BATCH-STATUS.
           MOVE WS-BT-LOADED-DATE (WS-BATCH-SUB) TO OI-LOADED-DATE.
           MOVE WS-BT-CONFIRM-DATE (WS-BATCH-SUB) TO OI-CONFIRM-DATE.
           MOVE WS-BT-LINE-COUNT (WS-BATCH-SUB) TO OI-LINE-COUNT.
           MOVE WS-BT-DEBIT-TOTAL (WS-BATCH-SUB) TO OI-DEBIT-TOTAL.
           MOVE WS-BT-CREDIT-TOTAL (WS-BATCH-SUB) TO OI-CREDIT-TOTAL.
           MOVE WS-BT-REASON (WS-BATCH-SUB) TO OI-BATCH-REASON.
           WRITE NEW-OPEN-ITEM-RECORD FROM OPEN-ITEM-BATCH-RECORD.
           MOVE 'OPENOUT ' TO WS-ERROR-FILE-ID.
           MOVE NEW-OPEN-ITEM-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
               OR WS-AC-BATCH-KEY (WS-ACCOUNT-SUB) >
                   WS-BT-KEY (WS-BATCH-SUB)
               IF WS-AC-BATCH-KEY (WS-ACCOUNT-SUB) =
                   WS-BT-KEY (WS-BATCH-SUB)
                   AND NOT BATCH-CLEARED (WS-BATCH-SUB)
                   PERFORM 4200-WRITE-OPEN-ACCOUNT
               END-IF
               ADD 1 TO WS-ACCOUNT-SUB
           END-PERFORM.
      ******************************************************************
       4200-WRITE-OPEN-ACCOUNT.
           MOVE SPACES TO OPEN-ITEM-ACCOUNT-RECORD.
           MOVE 'OA' TO OI-RECORD-ID.
           MOVE WS-BT-JOURNAL-DATE (WS-BATCH-SUB) TO OI-JOURNAL-DATE.
           MOVE WS-BT-BATCH-ID (WS-BATCH-SUB) TO OI-BATCH-ID.
           MOVE WS-AC-GL-ACCOUNT (WS-ACCOUNT-SUB) TO OI-GL-ACCOUNT.
           MOVE WS-AC-SENT-AMOUNT (WS-ACCOUNT-SUB) TO OI-SENT-AMOUNT.
           MOVE WS-AC-POSTED-AMOUNT (WS-ACCOUNT-SUB)
               TO OI-POSTED-AMOUNT.
           MOVE WS-AC-LINE-STATUS (WS-ACCOUNT-SUB) TO OI-LINE-STATUS.
           MOVE WS-AC-REASON (WS-ACCOUNT-SUB) TO OI-LINE-REASON.
           WRITE NEW-OPEN-ITEM-RECORD FROM OPEN-ITEM-ACCOUNT-RECORD.
           MOVE 'OPENOUT ' TO WS-ERROR-FILE-ID.
           MOVE NEW-OPEN-ITEM-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       7000-FIND-BATCH-ENTRY.
           MOVE 'N' TO WS-BATCH-FOUND-SW.
           IF WS-BATCH-COUNT > 0
               SEARCH ALL WS-BATCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BT-KEY (WS-BT-IX) = WS-SEARCH-BATCH-KEY
                       MOVE 'Y' TO WS-BATCH-FOUND-SW
                       SET WS-BATCH-SUB TO WS-BT-IX
               END-SEARCH
           END-IF.
      ******************************************************************
       7100-INSERT-BATCH-ENTRY.
           MOVE 'N' TO WS-BATCH-FOUND-SW.
           IF WS-BATCH-COUNT >= WS-BATCH-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'GL BATCH TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
               MOVE 'N' TO WS-BATCH-SLOT-SW
               PERFORM UNTIL BATCH-SLOT-FOUND
                   IF WS-BATCH-SUB = 1
                       MOVE 'Y' TO WS-BATCH-SLOT-SW
                   ELSE
                       IF WS-BT-KEY (WS-BATCH-SUB - 1) >
                           WS-SEARCH-BATCH-KEY
                           MOVE WS-BATCH-ENTRY (WS-BATCH-SUB - 1)
                               TO WS-BATCH-ENTRY (WS-BATCH-SUB)
                           SUBTRACT 1 FROM WS-BATCH-SUB
                       ELSE
                           MOVE 'Y' TO WS-BATCH-SLOT-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SEARCH-BATCH-KEY TO WS-BT-KEY (WS-BATCH-SUB)
               MOVE 'O' TO WS-BT-STATUS (WS-BATCH-SUB)
               MOVE ZERO TO WS-BT-LOADED-DATE (WS-BATCH-SUB)
               MOVE ZERO TO WS-BT-CONFIRM-DATE (WS-BATCH-SUB)
               MOVE ZERO TO WS-BT-LINE-COUNT (WS-BATCH-SUB)
               MOVE ZERO TO WS-BT-DEBIT-TOTAL (WS-BATCH-SUB)
               MOVE ZERO TO WS-BT-CREDIT-TOTAL (WS-BATCH-SUB)
               MOVE SPACES TO WS-BT-REASON (WS-BATCH-SUB)
               MOVE 'Y' TO WS-BATCH-FOUND-SW
           END-IF.
      ******************************************************************
      * FINDS THE ACCOUNT FOR THE SEARCH KEY, TAKING IT ON WITH
      * NOTHING SENT OR POSTED WHEN IT IS NOT THERE YET.
      ******************************************************************
       7200-FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW.
           IF WS-ACCOUNT-COUNT > 0
               SEARCH ALL WS-ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AC-KEY (WS-AC-IX) = WS-SEARCH-ACCOUNT-KEY
                       MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
                       SET WS-ACCOUNT-SUB TO WS-AC-IX
               END-SEARCH
           END-IF.
           IF NOT ACCOUNT-FOUND
               IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-MAX
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'GL ACCOUNT TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               ELSE
                   PERFORM 7250-INSERT-ACCOUNT-ENTRY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
       7250-INSERT-ACCOUNT-ENTRY.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-SUB.
           MOVE 'N' TO WS-ACCOUNT-SLOT-SW.
           PERFORM UNTIL ACCOUNT-SLOT-FOUND
               IF WS-ACCOUNT-SUB = 1
                   MOVE 'Y' TO WS-ACCOUNT-SLOT-SW
               ELSE
                   IF WS-AC-KEY (WS-ACCOUNT-SUB - 1) >
                       WS-SEARCH-ACCOUNT-KEY
                       MOVE WS-ACCOUNT-ENTRY (WS-ACCOUNT-SUB - 1)
                           TO WS-ACCOUNT-ENTRY (WS-ACCOUNT-SUB)
                       SUBTRACT 1 FROM WS-ACCOUNT-SUB
                   ELSE
                       MOVE 'Y' TO WS-ACCOUNT-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SEARCH-ACCOUNT-KEY TO WS-AC-KEY (WS-ACCOUNT-SUB).
           MOVE ZERO TO WS-AC-SENT-AMOUNT (WS-ACCOUNT-SUB).
           MOVE ZERO TO WS-AC-POSTED-AMOUNT (WS-ACCOUNT-SUB).
           MOVE SPACES TO WS-AC-LINE-STATUS (WS-ACCOUNT-SUB).
           MOVE SPACES TO WS-AC-REASON (WS-ACCOUNT-SUB).
      ******************************************************************
      * THE AGE OF A BATCH IS THE NUMBER OF BUSINESS DAYS AFTER ITS
      * JOURNAL DATE UP TO AND INCLUDING THE RUN DATE.
      ******************************************************************
       7300-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-AGE-DAYS.
           MOVE WS-BT-JOURNAL-DATE (WS-BATCH-SUB) TO WS-TEST-DATE.
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
       8100-WRITE-SECTION-HEADINGS.
           WRITE RECON-REPORT-RECORD FROM RECON-SECTION-LINE.
           MOVE 'CONFRPT ' TO WS-ERROR-FILE-ID.
           MOVE RECON-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE RECON-REPORT-RECORD FROM RECON-BATCH-COLUMN-LINE.
           MOVE 'CONFRPT ' TO WS-ERROR-FILE-ID.
           MOVE RECON-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       8200-WRITE-BATCH-LINE.
           WRITE RECON-REPORT-RECORD FROM RECON-BATCH-LINE.
           MOVE 'CONFRPT ' TO WS-ERROR-FILE-ID.
           MOVE RECON-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       8300-WRITE-ACCOUNT-LINE.
           WRITE RECON-REPORT-RECORD FROM RECON-ACCOUNT-LINE.
           MOVE 'CONFRPT ' TO WS-ERROR-FILE-ID.
           MOVE RECON-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * ANYTHING THE LEDGER DID NOT TAKE AS SENT, OR HAS NOT
      * CONFIRMED IN TIME, ENDS THE RUN WITH A WARNING SO IT REACHES
      * THE MORNING DIGEST.
      ******************************************************************
       9000-TERMINATE.
           IF NOT PARM-CARD-ERROR
               MOVE 'JOURNAL BATCHES TAKEN ON:' TO RTL-LABEL
               MOVE WS-BATCHES-LOADED TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'CONFIRMATIONS RECEIVED:' TO RTL-LABEL
               MOVE WS-CONFIRMATIONS-READ TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'BATCHES CLEARED:' TO RTL-LABEL
               MOVE WS-BATCHES-CLEARED TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'BATCHES REJECTED:' TO RTL-LABEL
               MOVE WS-BATCHES-REJECTED TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'REJECTED LINES:' TO RTL-LABEL
               MOVE WS-LINES-REJECTED TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'ACCOUNTS POSTED DIFFERENTLY:' TO RTL-LABEL
               MOVE WS-ACCOUNTS-DIFFERING TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'CONFIRMATIONS NOT MATCHED:' TO RTL-LABEL
               MOVE WS-UNMATCHED-CONFIRMS TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'BATCHES OPEN:' TO RTL-LABEL
               MOVE WS-BATCHES-OPEN TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               MOVE 'BATCHES OVERDUE FOR CONFIRMATION:' TO RTL-LABEL
               MOVE WS-BATCHES-OVERDUE TO RTL-COUNT
               PERFORM 9400-WRITE-RECON-TOTAL
               IF WS-BATCHES-OVERDUE > ZERO
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'GL BATCHES OVERDUE FOR CONFIRMATION:'
                              DELIMITED BY SIZE
                          RTL-COUNT DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   PERFORM 9500-ISSUE-RECON-WARNING
               END-IF
               IF WS-BATCHES-REJECTED > ZERO
                   OR WS-LINES-REJECTED > ZERO
                   OR WS-ACCOUNTS-DIFFERING > ZERO
                   OR WS-UNMATCHED-CONFIRMS > ZERO
                   MOVE 'GL CONFIRMATION EXCEPTIONS - SEE CONFRPT'
                       TO WS-PRINTM-MESSAGE
                   PERFORM 9500-ISSUE-RECON-WARNING
               END-IF
           END-IF.
           CLOSE RECON-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB28 GL CONFIRMATION RECON ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB28 GL CONFIRMATION RECON RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9400-WRITE-RECON-TOTAL.
           WRITE RECON-REPORT-RECORD FROM RECON-TOTAL-LINE.
           MOVE 'CONFRPT ' TO WS-ERROR-FILE-ID.
           MOVE RECON-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9500-ISSUE-RECON-WARNING.
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
