       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB26.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          BUDGET MASTER MAINTENANCE.  READS KEYED BUDGET CARDS
      *          (SET / DELETE), VALIDATES THEM AGAINST THE CURRENT
      *          BUDGET MASTER, THE CODE MASTER AND THE PROCESSING
      *          CALENDAR, WRITES THE NEW GENERATION OF THE BUDGET
      *          MASTER, AND PRINTS A BEFORE/AFTER MAINTENANCE REPORT
      *          PLUS AN AUDIT LINE FOR EVERY CARD APPLIED OR
      *          REJECTED.  THE YEAR'S BUDGET IS LOADED WITH SET
      *          CARDS BEFORE THE YEAR STARTS AND REVISED WITH MORE
      *          SET CARDS DURING IT.  A MONTH BEFORE THE CURRENT
      *          BUSINESS MONTH IS CLOSED - ITS BUDGET, ONCE SET, CAN
      *          NO LONGER CHANGE, SO A VARIANCE REPORT ALREADY
      *          DISTRIBUTED FOR IT STAYS REPRODUCIBLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-MASTER-FILE ASSIGN TO BUDMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUDGET-MASTER-FILE-STATUS.
           SELECT CHANGE-CARD-FILE ASSIGN TO BUDMNTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHANGE-CARD-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CODE-MASTER-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT NEW-BUDGET-FILE ASSIGN TO BUDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-BUDGET-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO BUDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-REPORT-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO BUDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * BUDGET MASTER - ONE RECORD PER BUDGET YEAR AND CODE, KEYED
      * BY YEAR THEN CODE, HOLDING THE BUDGETED AMOUNT FOR EACH OF
      * THE TWELVE MONTHS.  AMOUNTS ARE SIGNED THE SAME WAY AS THE
      * AMOUNT1 ACTUALS THEY ARE COMPARED WITH.
       FD  BUDGET-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-MASTER-RECORD.
           02  BUD-YEAR              PIC 9(4).
           02  BUD-CODE              PIC X(10).
           02  BUD-MONTH-AMOUNT      PIC S9(11)V99 OCCURS 12 TIMES.
           02  BUD-LOADED-DATE       PIC 9(8).
           02  BUD-REVISED-DATE      PIC 9(8).
           02  BUD-REVISION-COUNT    PIC 9(3).
           02  FILLER                PIC X(11).

      * BUDGET CARDS.  SET (S) PUTS THE AMOUNT IN EVERY MONTH FROM
      * THE FROM-MONTH TO THE TO-MONTH, ADDING THE CODE'S BUDGET FOR
      * THE YEAR IF IT IS NOT YET ON THE MASTER.  DELETE (D) DROPS
      * THE CODE'S BUDGET FOR THE YEAR.  SIGN IS BLANK, + OR -.
       FD  CHANGE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-CARD-RECORD.
           02  MNT-ACTION            PIC X(1).
               88  MAINT-SET         VALUE 'S'.
               88  MAINT-DELETE      VALUE 'D'.
               88  MAINT-ACTION-VALID VALUES 'S' 'D'.
           02  MNT-CODE              PIC X(10).
           02  MNT-YEAR              PIC 9(4).
           02  MNT-FROM-MONTH        PIC 9(2).
           02  MNT-TO-MONTH          PIC 9(2).
           02  MNT-AMOUNT            PIC 9(11)V99.
           02  MNT-SIGN              PIC X(1).
               88  MNT-SIGN-VALID    VALUES ' ' '+' '-'.
               88  MNT-NEGATIVE      VALUE '-'.
           02  FILLER                PIC X(47).

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

       FD  NEW-BUDGET-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-BUDGET-RECORD.
           02  NBUD-YEAR             PIC 9(4).
           02  NBUD-CODE             PIC X(10).
           02  NBUD-MONTH-AMOUNT     PIC S9(11)V99 OCCURS 12 TIMES.
           02  NBUD-LOADED-DATE      PIC 9(8).
           02  NBUD-REVISED-DATE     PIC 9(8).
           02  NBUD-REVISION-COUNT   PIC 9(3).
           02  FILLER                PIC X(11).

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-RECORD       PIC X(133).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-AUDIT-RECORD.
           02  MAU-TIMESTAMP         PIC X(21).
           02  MAU-ACTION            PIC X(1).
           02  MAU-CODE              PIC X(10).
           02  MAU-YEAR              PIC 9(4).
           02  MAU-FROM-MONTH        PIC 9(2).
           02  MAU-TO-MONTH          PIC 9(2).
           02  MAU-DISPOSITION       PIC X(8).
           02  MAU-REASON            PIC X(30).
           02  MAU-OLD-TOTAL         PIC S9(13)V99.
           02  MAU-NEW-TOTAL         PIC S9(13)V99.
           02  FILLER                PIC X(12).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  BUDGET-MASTER-SWITCH PIC X(3).
               88  END-OF-BUDGET-MASTER VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB26'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPBUDMT'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  BUDGET-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  CHANGE-CARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  NEW-BUDGET-FILE-STATUS PIC X(2) VALUE '00'.
           02  MAINT-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  MAINT-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
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
           02  WS-CURRENT-YYYYMM     PIC 9(6)  VALUE ZERO.
       01  EDIT-FIELDS.
           02  WS-VALID-CARD-SW      PIC X     VALUE 'Y'.
               88  CARD-VALID        VALUE 'Y'.
               88  CARD-INVALID      VALUE 'N'.
           02  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
           02  WS-CARD-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           02  WS-MONTH-SUB          PIC 9(2)  VALUE ZERO.
           02  WS-MONTH-YYYYMM       PIC 9(6)  VALUE ZERO.
           02  WS-OLD-RANGE-TOTAL    PIC S9(13)V99 VALUE ZERO.
           02  WS-RANGE-TOTAL        PIC S9(13)V99 VALUE ZERO.
           02  WS-YEAR-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-CARDS-READ         PIC 9(9) VALUE ZERO.
           02  WS-CHANGES-APPLIED    PIC 9(9) VALUE ZERO.
           02  WS-CHANGES-REJECTED   PIC 9(9) VALUE ZERO.
           02  WS-BUDGETS-WRITTEN    PIC 9(9) VALUE ZERO.
       01  BUDGET-TABLE-FIELDS.
           02  WS-BUDGET-MAX         PIC 9(5) VALUE 20000.
           02  WS-BUDGET-COUNT       PIC 9(5) VALUE ZERO.
           02  WS-BUDGET-SUB         PIC 9(5) VALUE ZERO.
           02  WS-BUDGET-FOUND-SW    PIC X    VALUE 'N'.
               88  BUDGET-FOUND      VALUE 'Y'.
           02  WS-BUDGET-REUSE-SW    PIC X    VALUE 'N'.
               88  BUDGET-REUSE      VALUE 'Y'.
           02  WS-BUDGET-SLOT-SW     PIC X    VALUE 'N'.
               88  BUDGET-SLOT-FOUND VALUE 'Y'.
           02  WS-BUDGET-INSERT-KEY.
               03  WS-BUDGET-INSERT-YEAR PIC 9(4) VALUE ZERO.
               03  WS-BUDGET-INSERT-CODE PIC X(10) VALUE SPACES.
           02  WS-BUDGET-ENTRY       OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-BUDGET-COUNT
                   ASCENDING KEY IS WS-BD-KEY
                   INDEXED BY WS-BD-IX.
               03  WS-BD-KEY.
                   04  WS-BD-YEAR        PIC 9(4).
                   04  WS-BD-CODE        PIC X(10).
               03  WS-BD-MONTH-AMOUNT    PIC S9(11)V99
                                         OCCURS 12 TIMES.
               03  WS-BD-LOADED-DATE     PIC 9(8).
               03  WS-BD-REVISED-DATE    PIC 9(8).
               03  WS-BD-REVISION-COUNT  PIC 9(3).
               03  WS-BD-DELETED-SW      PIC X(1).
                   88  BUDGET-DELETED    VALUE 'Y'.
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
           02  WS-CODE-MASTER-ENTRY  OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CODE-MASTER-COUNT
                   ASCENDING KEY IS WS-CM-CODE
                   INDEXED BY WS-CM-IX.
               03  WS-CM-CODE            PIC X(10).
               03  WS-CM-ACTIVE-FLAG     PIC X(1).
       01  AUDIT-FIELDS.
           02  WS-RUN-TIMESTAMP      PIC X(21).
           02  WS-RUN-DATE REDEFINES WS-RUN-TIMESTAMP.
               03  WS-RUN-YYYYMMDD   PIC 9(8).
               03  FILLER            PIC X(13).
           02  WS-AUDIT-DISPOSITION  PIC X(8) VALUE SPACES.
       01  MAINT-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(32) VALUE
               'BUDGET MASTER MAINTENANCE REPORT'.
           02  FILLER                PIC X(100) VALUE SPACES.
       01  MAINT-COLUMN-LINE.
           02  FILLER                PIC X(18) VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'CODE'.
           02  FILLER                PIC X(6)  VALUE 'YEAR'.
           02  FILLER                PIC X(7)  VALUE 'MONTHS'.
           02  FILLER                PIC X(19) VALUE
               '   MONTHLY AMOUNT'.
           02  FILLER                PIC X(20) VALUE
               '      RANGE TOTAL'.
           02  FILLER                PIC X(20) VALUE
               '       YEAR TOTAL'.
           02  FILLER                PIC X(31) VALUE 'REASON'.
       01  MAINT-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  MNT-LINE-TAG          PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-ACTION       PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-CODE         PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-YEAR         PIC 9(4).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-FROM-MONTH   PIC 9(2).
           02  FILLER                PIC X(1)  VALUE '-'.
           02  MNT-LINE-TO-MONTH     PIC 9(2).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-RANGE-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-YEAR-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-REASON       PIC X(30).
       01  MAINT-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  MNT-TOTAL-LABEL       PIC X(20).
           02  MNT-TOTAL-COUNT       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(97) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CHANGE-CARD
               UNTIL END-OF-FILE.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT CHANGE-CARD-FILE.
           OPEN OUTPUT NEW-BUDGET-FILE.
           OPEN OUTPUT MAINT-REPORT-FILE.
           OPEN OUTPUT MAINT-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           WRITE MAINT-REPORT-RECORD FROM MAINT-HEADING-LINE.
           MOVE 'BUDRPT  ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE MAINT-REPORT-RECORD FROM MAINT-COLUMN-LINE.
           MOVE 'BUDRPT  ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-CONTEXT-RUN-DATE
               CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM
                   WS-CONTEXT-STEP WS-CONTEXT-RUN-DATE
           END-IF.
           PERFORM 1200-LOAD-BUDGET-MASTER.
           PERFORM 1400-LOAD-CODE-MASTER.
           PERFORM 9100-READ-CHANGE-CARD.
           IF END-OF-FILE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO BUDGET CARDS FOUND' TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * THE FIRST RUN HAS NO MASTER YET - AN EMPTY OR MISSING ONE
      * SIMPLY STARTS THE TABLE EMPTY.
      ******************************************************************
       1200-LOAD-BUDGET-MASTER.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF BUDGET-MASTER-FILE-STATUS NOT = '00'
               AND BUDGET-MASTER-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO BUDGET-MASTER-SWITCH
               MOVE 'BUDMAST ' TO WS-ERROR-FILE-ID
               MOVE BUDGET-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-BUDGET-MASTER
               READ BUDGET-MASTER-FILE
                   AT END
                       MOVE 'EOF' TO BUDGET-MASTER-SWITCH
                   NOT AT END
                       PERFORM 1250-LOAD-BUDGET-ENTRY
               END-READ
           END-PERFORM.
           MOVE 'BUDMAST ' TO WS-ERROR-FILE-ID.
           MOVE BUDGET-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE BUDGET-MASTER-FILE.
      ******************************************************************
       1250-LOAD-BUDGET-ENTRY.
           IF WS-BUDGET-COUNT >= WS-BUDGET-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'BUDGET TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               MOVE BUD-YEAR TO WS-BUDGET-INSERT-YEAR
               MOVE BUD-CODE TO WS-BUDGET-INSERT-CODE
               PERFORM 1260-INSERT-BUDGET-SLOT
               MOVE 1 TO WS-MONTH-SUB
               PERFORM UNTIL WS-MONTH-SUB > 12
                   MOVE BUD-MONTH-AMOUNT (WS-MONTH-SUB)
                       TO WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB,
                           WS-MONTH-SUB)
                   ADD 1 TO WS-MONTH-SUB
               END-PERFORM
               MOVE BUD-LOADED-DATE
                   TO WS-BD-LOADED-DATE (WS-BUDGET-SUB)
               MOVE BUD-REVISED-DATE
                   TO WS-BD-REVISED-DATE (WS-BUDGET-SUB)
               MOVE BUD-REVISION-COUNT
                   TO WS-BD-REVISION-COUNT (WS-BUDGET-SUB)
           END-IF.
      ******************************************************************
      * THE TABLE IS HELD IN YEAR/CODE SEQUENCE SO EVERY LOOKUP CAN
      * USE A BINARY SEARCH AND THE NEW GENERATION WRITES OUT IN KEY
      * ORDER.  THE ENTRY SLIDES TO ITS SLOT AND THE KEY IS SET AT
      * WS-BUDGET-SUB FOR THE CALLER TO FINISH FILLING.
      ******************************************************************
       1260-INSERT-BUDGET-SLOT.
           ADD 1 TO WS-BUDGET-COUNT.
           MOVE WS-BUDGET-COUNT TO WS-BUDGET-SUB.
           MOVE 'N' TO WS-BUDGET-SLOT-SW.
           PERFORM UNTIL BUDGET-SLOT-FOUND
               IF WS-BUDGET-SUB = 1
                   MOVE 'Y' TO WS-BUDGET-SLOT-SW
               ELSE
                   IF WS-BD-KEY (WS-BUDGET-SUB - 1) >
                       WS-BUDGET-INSERT-KEY
                       MOVE WS-BUDGET-ENTRY (WS-BUDGET-SUB - 1)
                           TO WS-BUDGET-ENTRY (WS-BUDGET-SUB)
                       SUBTRACT 1 FROM WS-BUDGET-SUB
                   ELSE
                       MOVE 'Y' TO WS-BUDGET-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-BUDGET-INSERT-KEY TO WS-BD-KEY (WS-BUDGET-SUB).
           MOVE 'N' TO WS-BD-DELETED-SW (WS-BUDGET-SUB).
      ******************************************************************
      * A BUDGET MAY ONLY BE SET FOR A CODE THAT IS ON THE CODE
      * MASTER.
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
               ADD 1 TO WS-CODE-MASTER-COUNT
               MOVE WS-CODE-MASTER-COUNT TO WS-CODE-SUB
               MOVE 'N' TO WS-CODE-SLOT-SW
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
               END-PERFORM
               MOVE CM-CODE TO WS-CM-CODE (WS-CODE-SUB)
               MOVE CM-ACTIVE-FLAG TO WS-CM-ACTIVE-FLAG (WS-CODE-SUB)
           END-IF.
      ******************************************************************
      * THE CURRENT BUSINESS MONTH COMES FROM THE CALENDAR BUSINESS
      * DATE, THE SAME WAY THE MONTHLY REPORTS DEFAULT THEIR MONTH.
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
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE (1:6) TO WS-CURRENT-YYYYMM
           ELSE
               MOVE WS-RUN-TIMESTAMP (1:6) TO WS-CURRENT-YYYYMM
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO CALENDAR CONTROL - SYSTEM DATE IN EFFECT'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       2000-PROCESS-CHANGE-CARD.
           PERFORM 2075-EDIT-CHANGE-CARD.
           IF CARD-VALID
               PERFORM 2200-APPLY-CHANGE-CARD
           ELSE
               PERFORM 2400-REJECT-CHANGE-CARD
           END-IF.
           PERFORM 9100-READ-CHANGE-CARD.
      ******************************************************************
      * A CARD MUST NAME A VALID ACTION, CODE AND YEAR.  A SET CARD
      * NEEDS A MONTH RANGE AND AN AMOUNT AND A CODE ON THE CODE
      * MASTER; A DELETE MUST NAME A BUDGET ALREADY ON THE MASTER.
      * NEITHER MAY ALTER A CLOSED MONTH THAT ALREADY HOLDS A BUDGET.
      ******************************************************************
       2075-EDIT-CHANGE-CARD.
           MOVE 'Y' TO WS-VALID-CARD-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT MAINT-ACTION-VALID
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID MAINTENANCE ACTION' TO WS-REJECT-REASON
           END-IF.
           IF MNT-YEAR NOT NUMERIC
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID BUDGET YEAR' TO WS-REJECT-REASON
           ELSE
               IF MNT-YEAR < 1900
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'INVALID BUDGET YEAR' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF MNT-CODE = SPACES
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'MISSING TRANSACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF CARD-VALID
               AND MAINT-SET
               PERFORM 2080-EDIT-BUDGET-FIELDS
           END-IF.
           IF CARD-VALID
               AND MAINT-SET
               PERFORM 2090-CHECK-CODE-MASTER
           END-IF.
           IF CARD-VALID
               PERFORM 2085-FIND-BUDGET
               IF MAINT-DELETE
                   IF NOT BUDGET-FOUND
                       MOVE 'N' TO WS-VALID-CARD-SW
                       MOVE 'BUDGET NOT ON MASTER'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 1 TO MNT-FROM-MONTH
                       MOVE 12 TO MNT-TO-MONTH
                       MOVE ZERO TO WS-CARD-AMOUNT
                   END-IF
               END-IF
           END-IF.
           IF CARD-VALID
               AND BUDGET-FOUND
               PERFORM 2095-CHECK-CLOSED-MONTHS
           END-IF.
      ******************************************************************
      * THE MONTH RANGE MUST RUN FORWARD WITHIN THE YEAR.  THE AMOUNT
      * MAY BE ZERO - THAT CLEARS THE MONTHS - BUT MUST BE NUMERIC.
      ******************************************************************
       2080-EDIT-BUDGET-FIELDS.
           IF MNT-FROM-MONTH NOT NUMERIC
               OR MNT-TO-MONTH NOT NUMERIC
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID MONTH RANGE' TO WS-REJECT-REASON
           ELSE
               IF MNT-FROM-MONTH < 1
                   OR MNT-TO-MONTH > 12
                   OR MNT-FROM-MONTH > MNT-TO-MONTH
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'INVALID MONTH RANGE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NOT MNT-SIGN-VALID
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID AMOUNT SIGN' TO WS-REJECT-REASON
           END-IF.
           IF MNT-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID BUDGET AMOUNT' TO WS-REJECT-REASON
           ELSE
               IF MNT-NEGATIVE
                   COMPUTE WS-CARD-AMOUNT = ZERO - MNT-AMOUNT
               ELSE
                   MOVE MNT-AMOUNT TO WS-CARD-AMOUNT
               END-IF
           END-IF.
      ******************************************************************
       2085-FIND-BUDGET.
           MOVE 'N' TO WS-BUDGET-FOUND-SW.
           MOVE 'N' TO WS-BUDGET-REUSE-SW.
           MOVE MNT-YEAR TO WS-BUDGET-INSERT-YEAR.
           MOVE MNT-CODE TO WS-BUDGET-INSERT-CODE.
           IF WS-BUDGET-COUNT > 0
               SEARCH ALL WS-BUDGET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BD-KEY (WS-BD-IX) = WS-BUDGET-INSERT-KEY
                       MOVE 'Y' TO WS-BUDGET-FOUND-SW
                       SET WS-BUDGET-SUB TO WS-BD-IX
               END-SEARCH
           END-IF.
           IF BUDGET-FOUND
               IF BUDGET-DELETED (WS-BUDGET-SUB)
                   MOVE 'N' TO WS-BUDGET-FOUND-SW
                   MOVE 'Y' TO WS-BUDGET-REUSE-SW
               END-IF
           END-IF.
      ******************************************************************
       2090-CHECK-CODE-MASTER.
           MOVE 'N' TO WS-CODE-FOUND-SW.
           IF WS-CODE-MASTER-COUNT > 0
               SEARCH ALL WS-CODE-MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CM-CODE (WS-CM-IX) = MNT-CODE
                       MOVE 'Y' TO WS-CODE-FOUND-SW
                       SET WS-CODE-SUB TO WS-CM-IX
               END-SEARCH
           END-IF.
           IF NOT CODE-FOUND
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'CODE NOT ON CODE MASTER' TO WS-REJECT-REASON
           END-IF.
      ******************************************************************
      * A MONTH BEFORE THE CURRENT BUSINESS MONTH HAS BEEN REPORTED.
      * ITS BUDGET MAY STILL BE FILLED IN IF IT WAS NEVER SET, BUT AN
      * AMOUNT ALREADY THERE STANDS.
      ******************************************************************
       2095-CHECK-CLOSED-MONTHS.
           MOVE MNT-FROM-MONTH TO WS-MONTH-SUB.
           PERFORM UNTIL WS-MONTH-SUB > MNT-TO-MONTH
               COMPUTE WS-MONTH-YYYYMM = MNT-YEAR * 100 + WS-MONTH-SUB
               IF WS-MONTH-YYYYMM < WS-CURRENT-YYYYMM
                   AND WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB, WS-MONTH-SUB)
                       NOT = ZERO
                   AND WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB, WS-MONTH-SUB)
                       NOT = WS-CARD-AMOUNT
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'MONTH ALREADY CLOSED' TO WS-REJECT-REASON
               END-IF
               ADD 1 TO WS-MONTH-SUB
           END-PERFORM.
      ******************************************************************
       2200-APPLY-CHANGE-CARD.
           EVALUATE TRUE
               WHEN MAINT-SET
                   PERFORM 2210-APPLY-SET
               WHEN MAINT-DELETE
                   PERFORM 2230-APPLY-DELETE
           END-EVALUATE.
      ******************************************************************
      * A CODE NOT YET BUDGETED FOR THE YEAR STARTS WITH EVERY MONTH
      * AT ZERO; THE CARD THEN FILLS ITS RANGE.  A BUDGET DELETED
      * EARLIER IN THE SAME RUN GIVES BACK ITS TABLE ENTRY.
      ******************************************************************
       2210-APPLY-SET.
           IF NOT BUDGET-FOUND
               AND NOT BUDGET-REUSE
               AND WS-BUDGET-COUNT >= WS-BUDGET-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'BUDGET TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
               MOVE 'BUDGET TABLE FULL' TO WS-REJECT-REASON
               PERFORM 2400-REJECT-CHANGE-CARD
           ELSE
               IF BUDGET-FOUND
                   PERFORM 2340-WRITE-BEFORE-LINE
                   MOVE WS-RANGE-TOTAL TO WS-OLD-RANGE-TOTAL
                   ADD 1 TO WS-BD-REVISION-COUNT (WS-BUDGET-SUB)
                   MOVE WS-RUN-YYYYMMDD
                       TO WS-BD-REVISED-DATE (WS-BUDGET-SUB)
               ELSE
                   MOVE ZERO TO WS-OLD-RANGE-TOTAL
                   IF BUDGET-REUSE
                       MOVE 'N' TO WS-BD-DELETED-SW (WS-BUDGET-SUB)
                   ELSE
                       PERFORM 1260-INSERT-BUDGET-SLOT
                   END-IF
                   MOVE 1 TO WS-MONTH-SUB
                   PERFORM UNTIL WS-MONTH-SUB > 12
                       MOVE ZERO TO WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB,
                           WS-MONTH-SUB)
                       ADD 1 TO WS-MONTH-SUB
                   END-PERFORM
                   MOVE WS-RUN-YYYYMMDD
                       TO WS-BD-LOADED-DATE (WS-BUDGET-SUB)
                   MOVE ZERO TO WS-BD-REVISED-DATE (WS-BUDGET-SUB)
                   MOVE ZERO TO WS-BD-REVISION-COUNT (WS-BUDGET-SUB)
               END-IF
               MOVE MNT-FROM-MONTH TO WS-MONTH-SUB
               PERFORM UNTIL WS-MONTH-SUB > MNT-TO-MONTH
                   MOVE WS-CARD-AMOUNT
                       TO WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB,
                           WS-MONTH-SUB)
                   ADD 1 TO WS-MONTH-SUB
               END-PERFORM
               PERFORM 2350-WRITE-AFTER-LINE
               MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION
               PERFORM 2600-WRITE-AUDIT-LINE
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.
      ******************************************************************
      * A DELETED BUDGET IS LEFT OUT OF THE NEW GENERATION.  THE
      * AUDIT LINE KEEPS WHAT IT HELD.
      ******************************************************************
       2230-APPLY-DELETE.
           PERFORM 2340-WRITE-BEFORE-LINE.
           MOVE WS-RANGE-TOTAL TO WS-OLD-RANGE-TOTAL.
           MOVE 'Y' TO WS-BD-DELETED-SW (WS-BUDGET-SUB).
           MOVE ZERO TO WS-RANGE-TOTAL.
           MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION.
           PERFORM 2600-WRITE-AUDIT-LINE.
           ADD 1 TO WS-CHANGES-APPLIED.
      ******************************************************************
       2340-WRITE-BEFORE-LINE.
           MOVE 'BEFORE  ' TO MNT-LINE-TAG.
           PERFORM 2345-FORMAT-ENTRY-LINE.
           PERFORM 2360-WRITE-MAINT-DETAIL.
      ******************************************************************
      * THE RANGE TOTAL COVERS THE CARD'S MONTHS; THE YEAR TOTAL IS
      * THE WHOLE BUDGET FOR THE CODE.
      ******************************************************************
       2345-FORMAT-ENTRY-LINE.
           MOVE SPACES TO MNT-LINE-REASON.
           MOVE MNT-ACTION TO MNT-LINE-ACTION.
           MOVE WS-BD-CODE (WS-BUDGET-SUB) TO MNT-LINE-CODE.
           MOVE WS-BD-YEAR (WS-BUDGET-SUB) TO MNT-LINE-YEAR.
           MOVE MNT-FROM-MONTH TO MNT-LINE-FROM-MONTH.
           MOVE MNT-TO-MONTH TO MNT-LINE-TO-MONTH.
           MOVE WS-CARD-AMOUNT TO MNT-LINE-AMOUNT.
           MOVE ZERO TO WS-RANGE-TOTAL.
           MOVE ZERO TO WS-YEAR-TOTAL.
           MOVE 1 TO WS-MONTH-SUB.
           PERFORM UNTIL WS-MONTH-SUB > 12
               ADD WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB, WS-MONTH-SUB)
                   TO WS-YEAR-TOTAL
               IF WS-MONTH-SUB NOT < MNT-FROM-MONTH
                   AND WS-MONTH-SUB NOT > MNT-TO-MONTH
                   ADD WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB, WS-MONTH-SUB)
                       TO WS-RANGE-TOTAL
               END-IF
               ADD 1 TO WS-MONTH-SUB
           END-PERFORM.
           MOVE WS-RANGE-TOTAL TO MNT-LINE-RANGE-TOTAL.
           MOVE WS-YEAR-TOTAL TO MNT-LINE-YEAR-TOTAL.
      ******************************************************************
       2350-WRITE-AFTER-LINE.
           MOVE 'AFTER   ' TO MNT-LINE-TAG.
           PERFORM 2345-FORMAT-ENTRY-LINE.
           PERFORM 2360-WRITE-MAINT-DETAIL.
      ******************************************************************
       2360-WRITE-MAINT-DETAIL.
           WRITE MAINT-REPORT-RECORD FROM MAINT-DETAIL-LINE.
           MOVE 'BUDRPT  ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       2400-REJECT-CHANGE-CARD.
           MOVE 'REJECTED' TO MNT-LINE-TAG.
           MOVE MNT-ACTION TO MNT-LINE-ACTION.
           MOVE MNT-CODE TO MNT-LINE-CODE.
           IF MNT-YEAR NUMERIC
               MOVE MNT-YEAR TO MNT-LINE-YEAR
           ELSE
               MOVE ZERO TO MNT-LINE-YEAR
           END-IF.
           IF MNT-FROM-MONTH NUMERIC
               MOVE MNT-FROM-MONTH TO MNT-LINE-FROM-MONTH
           ELSE
               MOVE ZERO TO MNT-LINE-FROM-MONTH
           END-IF.
           IF MNT-TO-MONTH NUMERIC
               MOVE MNT-TO-MONTH TO MNT-LINE-TO-MONTH
           ELSE
               MOVE ZERO TO MNT-LINE-TO-MONTH
           END-IF.
           IF MNT-AMOUNT NUMERIC
               MOVE MNT-AMOUNT TO WS-CARD-AMOUNT
               IF MNT-NEGATIVE
                   COMPUTE WS-CARD-AMOUNT = ZERO - MNT-AMOUNT
               END-IF
           ELSE
               MOVE ZERO TO WS-CARD-AMOUNT
           END-IF.
           MOVE WS-CARD-AMOUNT TO MNT-LINE-AMOUNT.
           MOVE ZERO TO MNT-LINE-RANGE-TOTAL.
           MOVE ZERO TO MNT-LINE-YEAR-TOTAL.
           MOVE ZERO TO WS-OLD-RANGE-TOTAL.
           MOVE ZERO TO WS-RANGE-TOTAL.
           MOVE WS-REJECT-REASON TO MNT-LINE-REASON.
           PERFORM 2360-WRITE-MAINT-DETAIL.
           MOVE 'REJECTED' TO WS-AUDIT-DISPOSITION.
           PERFORM 2600-WRITE-AUDIT-LINE.
           ADD 1 TO WS-CHANGES-REJECTED.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      ******************************************************************
      * THE AUDIT LINE CARRIES THE BUDGET FOR THE CARD'S MONTHS
      * BEFORE AND AFTER THE CARD.
      ******************************************************************
       2600-WRITE-AUDIT-LINE.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           MOVE WS-AUDIT-DISPOSITION TO MAU-DISPOSITION.
           MOVE WS-RUN-TIMESTAMP TO MAU-TIMESTAMP.
           MOVE MNT-ACTION TO MAU-ACTION.
           MOVE MNT-CODE TO MAU-CODE.
           MOVE MNT-LINE-YEAR TO MAU-YEAR.
           MOVE MNT-LINE-FROM-MONTH TO MAU-FROM-MONTH.
           MOVE MNT-LINE-TO-MONTH TO MAU-TO-MONTH.
           MOVE WS-REJECT-REASON TO MAU-REASON.
           MOVE WS-OLD-RANGE-TOTAL TO MAU-OLD-TOTAL.
           MOVE WS-RANGE-TOTAL TO MAU-NEW-TOTAL.
           WRITE MAINT-AUDIT-RECORD.
           MOVE 'BUDAUD  ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-AUDIT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9200-WRITE-NEW-BUDGET-FILE.
           MOVE 'CARDS READ:' TO MNT-TOTAL-LABEL.
           MOVE WS-CARDS-READ TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'CHANGES APPLIED:' TO MNT-TOTAL-LABEL.
           MOVE WS-CHANGES-APPLIED TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'CHANGES REJECTED:' TO MNT-TOTAL-LABEL.
           MOVE WS-CHANGES-REJECTED TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'BUDGETS WRITTEN:' TO MNT-TOTAL-LABEL.
           MOVE WS-BUDGETS-WRITTEN TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           CLOSE CHANGE-CARD-FILE.
           CLOSE NEW-BUDGET-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB26 BUDGET MAINT ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB26 BUDGET MAINT RUN COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9200-WRITE-NEW-BUDGET-FILE.
           MOVE 1 TO WS-BUDGET-SUB.
           PERFORM UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               IF NOT BUDGET-DELETED (WS-BUDGET-SUB)
                   PERFORM 9210-WRITE-BUDGET-RECORD
               END-IF
               ADD 1 TO WS-BUDGET-SUB
           END-PERFORM.
      ******************************************************************
       9210-WRITE-BUDGET-RECORD.
           MOVE SPACES TO NEW-BUDGET-RECORD.
           MOVE WS-BD-YEAR (WS-BUDGET-SUB) TO NBUD-YEAR.
           MOVE WS-BD-CODE (WS-BUDGET-SUB) TO NBUD-CODE.
           MOVE 1 TO WS-MONTH-SUB.
           PERFORM UNTIL WS-MONTH-SUB > 12
               MOVE WS-BD-MONTH-AMOUNT (WS-BUDGET-SUB, WS-MONTH-SUB)
                   TO NBUD-MONTH-AMOUNT (WS-MONTH-SUB)
               ADD 1 TO WS-MONTH-SUB
           END-PERFORM.
           MOVE WS-BD-LOADED-DATE (WS-BUDGET-SUB) TO NBUD-LOADED-DATE.
           MOVE WS-BD-REVISED-DATE (WS-BUDGET-SUB)
               TO NBUD-REVISED-DATE.
           MOVE WS-BD-REVISION-COUNT (WS-BUDGET-SUB)
               TO NBUD-REVISION-COUNT.
           WRITE NEW-BUDGET-RECORD.
           MOVE 'BUDNEW  ' TO WS-ERROR-FILE-ID.
           MOVE NEW-BUDGET-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-BUDGETS-WRITTEN.
      ******************************************************************
       9400-WRITE-MAINT-TOTAL.
           WRITE MAINT-REPORT-RECORD FROM MAINT-TOTAL-LINE.
           MOVE 'BUDRPT  ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9100-READ-CHANGE-CARD.
           READ CHANGE-CARD-FILE
               AT END
                   MOVE 'EOF' TO INPUT-SWITCH
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
           MOVE 'BUDMNTIN' TO WS-ERROR-FILE-ID.
           MOVE CHANGE-CARD-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
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
