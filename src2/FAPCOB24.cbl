       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB24.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          STANDING-ORDER MASTER MAINTENANCE.  READS KEYED
      *          CHANGE CARDS (ADD / CHANGE / CANCEL), VALIDATES THEM
      *          AGAINST THE CURRENT STANDING-ORDER MASTER AND THE
      *          CODE MASTER, WRITES THE NEW GENERATION OF THE
      *          STANDING-ORDER MASTER, AND PRINTS A BEFORE/AFTER
      *          MAINTENANCE REPORT PLUS AN AUDIT LINE FOR EVERY
      *          CHANGE APPLIED OR REJECTED.  THE DAILY GENERATOR
      *          (FAPCOB25) ADVANCES THE NEXT DUE DATES; THIS PROGRAM
      *          IS THE ONLY WAY AN ORDER IS SET UP OR CHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDER-MASTER-FILE ASSIGN TO SOMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-MASTER-FILE-STATUS.
           SELECT CHANGE-CARD-FILE ASSIGN TO SOMNTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHANGE-CARD-FILE-STATUS.
           SELECT CODE-MASTER-FILE ASSIGN TO CODEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CODE-MASTER-FILE-STATUS.
           SELECT NEW-ORDER-FILE ASSIGN TO SONEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ORDER-FILE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO SORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-REPORT-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO SOAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
      * STANDING-ORDER MASTER - ONE RECORD PER ORDER, KEYED BY CODE
      * AND ORDER NUMBER SO A CODE MAY CARRY SEVERAL ORDERS.  THE
      * NEXT DUE DATE IS THE SCHEDULED DATE BEFORE ANY ROLL FOR A
      * NON-BUSINESS DAY; THE DUE DAY KEEPS A MONTHLY ORDER ON ITS
      * DAY OF THE MONTH AFTER A SHORT MONTH.  FREQUENCY IS D (EVERY
      * BUSINESS DAY), W (WEEKLY), M (MONTHLY), Q (QUARTERLY) OR A
      * (ANNUAL).  THE ROLL RULE IS F (FOLLOWING BUSINESS DAY), P
      * (PRECEDING) OR M (FOLLOWING UNLESS THAT CROSSES INTO THE
      * NEXT MONTH, THEN PRECEDING).  STATUS A IS ACTIVE, C
      * CANCELLED, E ENDED BY THE GENERATOR AT ITS END DATE.
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

       FD  CHANGE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-CARD-RECORD.
           02  MNT-ACTION            PIC X(1).
               88  MAINT-ADD         VALUE 'A'.
               88  MAINT-CHANGE      VALUE 'C'.
               88  MAINT-CANCEL      VALUE 'D'.
               88  MAINT-ACTION-VALID VALUES 'A' 'C' 'D'.
           02  MNT-CODE              PIC X(10).
           02  MNT-ORDER-NO          PIC X(4).
           02  MNT-DESCRIPTION       PIC X(20).
           02  MNT-AMOUNT            PIC 9(8)V99.
           02  MNT-TYPE-IND          PIC X(1).
               88  MNT-TYPE-VALID    VALUES 'D' 'C'.
           02  MNT-FREQUENCY         PIC X(1).
               88  MNT-FREQUENCY-VALID VALUES 'D' 'W' 'M' 'Q' 'A'.
           02  MNT-ROLL-RULE         PIC X(1).
               88  MNT-ROLL-VALID    VALUES 'F' 'P' 'M'.
           02  MNT-NEXT-DUE-DATE     PIC 9(8).
           02  MNT-END-DATE          PIC 9(8).
           02  FILLER                PIC X(16).

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
           02  MAU-ORDER-NO          PIC X(4).
           02  MAU-DISPOSITION       PIC X(8).
           02  MAU-REASON            PIC X(30).
           02  MAU-AMOUNT            PIC 9(8)V99.
           02  MAU-NEXT-DUE-DATE     PIC 9(8).
           02  FILLER                PIC X(8).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  INPUT-SWITCH      PIC X(3).
               88  END-OF-FILE   VALUE 'EOF'.
           02  ORDER-MASTER-SWITCH PIC X(3).
               88  END-OF-ORDER-MASTER VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB24'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPSOMNT'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  ORDER-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  CHANGE-CARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-ORDER-FILE-STATUS PIC X(2) VALUE '00'.
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
       01  EDIT-FIELDS.
           02  WS-VALID-CARD-SW      PIC X     VALUE 'Y'.
               88  CARD-VALID        VALUE 'Y'.
               88  CARD-INVALID      VALUE 'N'.
           02  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
           02  WS-CARD-DUE-DATE.
               03  WS-CARD-DUE-YYYY  PIC 9(4).
               03  WS-CARD-DUE-MM    PIC 9(2).
               03  WS-CARD-DUE-DD    PIC 9(2).
           02  WS-CARD-DUE-NUM REDEFINES WS-CARD-DUE-DATE
                                     PIC 9(8).
       01  RUN-COUNTERS.
           02  WS-CARDS-READ         PIC 9(9) VALUE ZERO.
           02  WS-CHANGES-APPLIED    PIC 9(9) VALUE ZERO.
           02  WS-CHANGES-REJECTED   PIC 9(9) VALUE ZERO.
           02  WS-ORDERS-WRITTEN     PIC 9(9) VALUE ZERO.
       01  ORDER-TABLE-FIELDS.
           02  WS-ORDER-MAX          PIC 9(5) VALUE 20000.
           02  WS-ORDER-COUNT        PIC 9(5) VALUE ZERO.
           02  WS-ORDER-SUB          PIC 9(5) VALUE ZERO.
           02  WS-ORDER-FOUND-SW     PIC X    VALUE 'N'.
               88  ORDER-FOUND       VALUE 'Y'.
           02  WS-ORDER-SLOT-SW      PIC X    VALUE 'N'.
               88  ORDER-SLOT-FOUND  VALUE 'Y'.
           02  WS-ORDER-INSERT-KEY.
               03  WS-ORDER-INSERT-CODE PIC X(10) VALUE SPACES.
               03  WS-ORDER-INSERT-NO PIC X(4) VALUE SPACES.
           02  WS-ORDER-ENTRY        OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-ORDER-COUNT
                   ASCENDING KEY IS WS-SO-KEY
                   INDEXED BY WS-SO-IX.
               03  WS-SO-KEY.
                   04  WS-SO-CODE        PIC X(10).
                   04  WS-SO-ORDER-NO    PIC X(4).
               03  WS-SO-DESCRIPTION     PIC X(20).
               03  WS-SO-AMOUNT          PIC 9(8)V99.
               03  WS-SO-TYPE-IND        PIC X(1).
               03  WS-SO-FREQUENCY       PIC X(1).
               03  WS-SO-ROLL-RULE       PIC X(1).
               03  WS-SO-NEXT-DUE-DATE   PIC 9(8).
               03  WS-SO-END-DATE        PIC 9(8).
               03  WS-SO-DUE-DAY         PIC 9(2).
               03  WS-SO-STATUS          PIC X(1).
               03  WS-SO-LAST-GENERATED  PIC 9(8).
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
           02  WS-AUDIT-DISPOSITION  PIC X(8) VALUE SPACES.
       01  MAINT-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(40) VALUE
               'STANDING-ORDER MASTER MAINTENANCE REPORT'.
           02  FILLER                PIC X(92) VALUE SPACES.
       01  MAINT-COLUMN-LINE.
           02  FILLER                PIC X(18) VALUE SPACES.
           02  FILLER                PIC X(16) VALUE 'CODE/ORDER'.
           02  FILLER                PIC X(22) VALUE 'DESCRIPTION'.
           02  FILLER                PIC X(14) VALUE 'AMOUNT'.
           02  FILLER                PIC X(9)  VALUE 'T F R S'.
           02  FILLER                PIC X(12) VALUE 'NEXT DUE'.
           02  FILLER                PIC X(12) VALUE 'END DATE'.
           02  FILLER                PIC X(30) VALUE 'REASON'.
       01  MAINT-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  MNT-LINE-TAG          PIC X(8).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-ACTION       PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-CODE         PIC X(10).
           02  FILLER                PIC X(1)  VALUE '/'.
           02  MNT-LINE-ORDER-NO     PIC X(4).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  MNT-LINE-DESC         PIC X(20).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  MNT-LINE-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-TYPE         PIC X(1).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  MNT-LINE-FREQUENCY    PIC X(1).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  MNT-LINE-ROLL         PIC X(1).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  MNT-LINE-STATUS       PIC X(1).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-NEXT-DUE     PIC 9999/99/99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-END          PIC 9999/99/99.
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
           OPEN OUTPUT NEW-ORDER-FILE.
           OPEN OUTPUT MAINT-REPORT-FILE.
           OPEN OUTPUT MAINT-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           WRITE MAINT-REPORT-RECORD FROM MAINT-HEADING-LINE.
           MOVE 'SORPT   ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE MAINT-REPORT-RECORD FROM MAINT-COLUMN-LINE.
           MOVE 'SORPT   ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1200-LOAD-ORDER-MASTER.
           PERFORM 1400-LOAD-CODE-MASTER.
           PERFORM 9100-READ-CHANGE-CARD.
           IF END-OF-FILE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO STANDING-ORDER CHANGE CARDS FOUND'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * THE FIRST RUN HAS NO MASTER YET - AN EMPTY OR MISSING ONE
      * SIMPLY STARTS THE TABLE EMPTY.
      ******************************************************************
       1200-LOAD-ORDER-MASTER.
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
                       PERFORM 1250-LOAD-ORDER-ENTRY
               END-READ
           END-PERFORM.
           MOVE 'SOMAST  ' TO WS-ERROR-FILE-ID.
           MOVE ORDER-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE ORDER-MASTER-FILE.
      ******************************************************************
       1250-LOAD-ORDER-ENTRY.
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
               MOVE SO-CODE TO WS-ORDER-INSERT-CODE
               MOVE SO-ORDER-NO TO WS-ORDER-INSERT-NO
               PERFORM 1260-INSERT-ORDER-SLOT
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
      * THE TABLE IS HELD IN CODE/ORDER SEQUENCE SO EVERY LOOKUP CAN
      * USE A BINARY SEARCH AND THE NEW GENERATION WRITES OUT IN KEY
      * ORDER.  THE ENTRY SLIDES TO ITS SLOT AND THE KEY IS SET AT
      * WS-ORDER-SUB FOR THE CALLER TO FINISH FILLING.
      ******************************************************************
       1260-INSERT-ORDER-SLOT.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE WS-ORDER-COUNT TO WS-ORDER-SUB.
           MOVE 'N' TO WS-ORDER-SLOT-SW.
           PERFORM UNTIL ORDER-SLOT-FOUND
               IF WS-ORDER-SUB = 1
                   MOVE 'Y' TO WS-ORDER-SLOT-SW
               ELSE
                   IF WS-SO-KEY (WS-ORDER-SUB - 1) >
                       WS-ORDER-INSERT-KEY
                       MOVE WS-ORDER-ENTRY (WS-ORDER-SUB - 1)
                           TO WS-ORDER-ENTRY (WS-ORDER-SUB)
                       SUBTRACT 1 FROM WS-ORDER-SUB
                   ELSE
                       MOVE 'Y' TO WS-ORDER-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ORDER-INSERT-KEY TO WS-SO-KEY (WS-ORDER-SUB).
      ******************************************************************
      * AN ORDER MAY ONLY BE SET UP OR CHANGED AGAINST A CODE THAT
      * IS ON THE CODE MASTER AND ACTIVE.
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
       2000-PROCESS-CHANGE-CARD.
           PERFORM 2075-EDIT-CHANGE-CARD.
           IF CARD-VALID
               PERFORM 2200-APPLY-CHANGE-CARD
           ELSE
               PERFORM 2400-REJECT-CHANGE-CARD
           END-IF.
           PERFORM 9100-READ-CHANGE-CARD.
      ******************************************************************
      * A CHANGE CARD MUST NAME A VALID ACTION, CODE AND ORDER
      * NUMBER.  AN ADD MUST NOT DUPLICATE AN ORDER ALREADY ON THE
      * MASTER; A CHANGE OR CANCEL MUST NAME ONE THAT IS STILL
      * ACTIVE.  ADDS AND CHANGES ARE EDITED FIELD BY FIELD AND THE
      * CODE MUST BE ACTIVE ON THE CODE MASTER.
      ******************************************************************
       2075-EDIT-CHANGE-CARD.
           MOVE 'Y' TO WS-VALID-CARD-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT MAINT-ACTION-VALID
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID MAINTENANCE ACTION' TO WS-REJECT-REASON
           END-IF.
           IF MNT-ORDER-NO = SPACES
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'MISSING ORDER NUMBER' TO WS-REJECT-REASON
           END-IF.
           IF MNT-CODE = SPACES
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'MISSING TRANSACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF CARD-VALID
               AND (MAINT-ADD OR MAINT-CHANGE)
               PERFORM 2080-EDIT-ORDER-FIELDS
           END-IF.
           IF CARD-VALID
               AND (MAINT-ADD OR MAINT-CHANGE)
               PERFORM 2090-CHECK-CODE-MASTER
           END-IF.
           IF CARD-VALID
               PERFORM 2085-FIND-ORDER
               EVALUATE TRUE
                   WHEN MAINT-ADD
                       IF ORDER-FOUND
                           MOVE 'N' TO WS-VALID-CARD-SW
                           MOVE 'DUPLICATE ORDER ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       IF NOT ORDER-FOUND
                           MOVE 'N' TO WS-VALID-CARD-SW
                           MOVE 'ORDER NOT ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-SO-STATUS (WS-ORDER-SUB) NOT = 'A'
                               MOVE 'N' TO WS-VALID-CARD-SW
                               MOVE 'ORDER NO LONGER ACTIVE'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      ******************************************************************
      * THE AMOUNT MUST BE POSITIVE - THE TYPE INDICATOR CARRIES THE
      * DIRECTION.  THE NEXT DUE DATE MUST BE A REAL DATE AND THE END
      * DATE, WHEN GIVEN (ZERO MEANS OPEN-ENDED), NO EARLIER.
      ******************************************************************
       2080-EDIT-ORDER-FIELDS.
           IF MNT-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID ORDER AMOUNT' TO WS-REJECT-REASON
           ELSE
               IF MNT-AMOUNT = ZERO
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'INVALID ORDER AMOUNT' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NOT MNT-TYPE-VALID
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID TYPE INDICATOR' TO WS-REJECT-REASON
           END-IF.
           IF NOT MNT-FREQUENCY-VALID
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID FREQUENCY' TO WS-REJECT-REASON
           END-IF.
           IF NOT MNT-ROLL-VALID
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID NON-BUSINESS DAY RULE' TO WS-REJECT-REASON
           END-IF.
           IF MNT-NEXT-DUE-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID NEXT DUE DATE' TO WS-REJECT-REASON
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (MNT-NEXT-DUE-DATE)
                   NOT = 0
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'INVALID NEXT DUE DATE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF MNT-END-DATE NOT NUMERIC
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'INVALID END DATE' TO WS-REJECT-REASON
           ELSE
               IF MNT-END-DATE NOT = ZERO
                   IF FUNCTION TEST-DATE-YYYYMMDD (MNT-END-DATE)
                       NOT = 0
                       MOVE 'N' TO WS-VALID-CARD-SW
                       MOVE 'INVALID END DATE' TO WS-REJECT-REASON
                   ELSE
                       IF MNT-NEXT-DUE-DATE NUMERIC
                           AND MNT-END-DATE < MNT-NEXT-DUE-DATE
                           MOVE 'N' TO WS-VALID-CARD-SW
                           MOVE 'END DATE BEFORE NEXT DUE DATE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       2085-FIND-ORDER.
           MOVE 'N' TO WS-ORDER-FOUND-SW.
           MOVE MNT-CODE TO WS-ORDER-INSERT-CODE.
           MOVE MNT-ORDER-NO TO WS-ORDER-INSERT-NO.
           IF WS-ORDER-COUNT > 0
               SEARCH ALL WS-ORDER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SO-KEY (WS-SO-IX) = WS-ORDER-INSERT-KEY
                       MOVE 'Y' TO WS-ORDER-FOUND-SW
                       SET WS-ORDER-SUB TO WS-SO-IX
               END-SEARCH
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
           ELSE
               IF WS-CM-ACTIVE-FLAG (WS-CODE-SUB) NOT = 'A'
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'CODE NOT ACTIVE' TO WS-REJECT-REASON
               END-IF
           END-IF.
      ******************************************************************
       2200-APPLY-CHANGE-CARD.
           EVALUATE TRUE
               WHEN MAINT-ADD
                   PERFORM 2210-APPLY-ADD
               WHEN MAINT-CHANGE
                   PERFORM 2220-APPLY-CHANGE
               WHEN MAINT-CANCEL
                   PERFORM 2230-APPLY-CANCEL
           END-EVALUATE.
      ******************************************************************
       2210-APPLY-ADD.
           IF WS-ORDER-COUNT >= WS-ORDER-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'STANDING-ORDER TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
               MOVE 'STANDING-ORDER TABLE FULL' TO WS-REJECT-REASON
               PERFORM 2400-REJECT-CHANGE-CARD
           ELSE
               MOVE MNT-CODE TO WS-ORDER-INSERT-CODE
               MOVE MNT-ORDER-NO TO WS-ORDER-INSERT-NO
               PERFORM 1260-INSERT-ORDER-SLOT
               MOVE ZERO TO WS-SO-LAST-GENERATED (WS-ORDER-SUB)
               PERFORM 2250-MOVE-CARD-TO-ENTRY
               PERFORM 2350-WRITE-AFTER-LINE
               MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION
               PERFORM 2600-WRITE-AUDIT-LINE
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.
      ******************************************************************
       2220-APPLY-CHANGE.
           PERFORM 2340-WRITE-BEFORE-LINE.
           PERFORM 2250-MOVE-CARD-TO-ENTRY.
           PERFORM 2350-WRITE-AFTER-LINE.
           MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION.
           PERFORM 2600-WRITE-AUDIT-LINE.
           ADD 1 TO WS-CHANGES-APPLIED.
      ******************************************************************
      * A CANCELLED ORDER STAYS ON THE MASTER FOR ITS HISTORY BUT IS
      * NEVER GENERATED AGAIN.
      ******************************************************************
       2230-APPLY-CANCEL.
           PERFORM 2340-WRITE-BEFORE-LINE.
           MOVE 'C' TO WS-SO-STATUS (WS-ORDER-SUB).
           PERFORM 2350-WRITE-AFTER-LINE.
           MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION.
           PERFORM 2600-WRITE-AUDIT-LINE.
           ADD 1 TO WS-CHANGES-APPLIED.
      ******************************************************************
      * THE DAY OF THE MONTH ON THE NEXT DUE DATE BECOMES THE DUE DAY
      * A MONTHLY, QUARTERLY OR ANNUAL ORDER RETURNS TO.
      ******************************************************************
       2250-MOVE-CARD-TO-ENTRY.
           MOVE MNT-DESCRIPTION TO WS-SO-DESCRIPTION (WS-ORDER-SUB).
           MOVE MNT-AMOUNT TO WS-SO-AMOUNT (WS-ORDER-SUB).
           MOVE MNT-TYPE-IND TO WS-SO-TYPE-IND (WS-ORDER-SUB).
           MOVE MNT-FREQUENCY TO WS-SO-FREQUENCY (WS-ORDER-SUB).
           MOVE MNT-ROLL-RULE TO WS-SO-ROLL-RULE (WS-ORDER-SUB).
           MOVE MNT-NEXT-DUE-DATE
               TO WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB).
           MOVE MNT-END-DATE TO WS-SO-END-DATE (WS-ORDER-SUB).
           MOVE MNT-NEXT-DUE-DATE TO WS-CARD-DUE-NUM.
           MOVE WS-CARD-DUE-DD TO WS-SO-DUE-DAY (WS-ORDER-SUB).
           MOVE 'A' TO WS-SO-STATUS (WS-ORDER-SUB).
      ******************************************************************
       2340-WRITE-BEFORE-LINE.
           MOVE 'BEFORE  ' TO MNT-LINE-TAG.
           PERFORM 2345-FORMAT-ENTRY-LINE.
           PERFORM 2360-WRITE-MAINT-DETAIL.
      ******************************************************************
       2345-FORMAT-ENTRY-LINE.
           MOVE SPACES TO MNT-LINE-REASON.
           MOVE MNT-ACTION TO MNT-LINE-ACTION.
           MOVE WS-SO-CODE (WS-ORDER-SUB) TO MNT-LINE-CODE.
           MOVE WS-SO-ORDER-NO (WS-ORDER-SUB) TO MNT-LINE-ORDER-NO.
           MOVE WS-SO-DESCRIPTION (WS-ORDER-SUB) TO MNT-LINE-DESC.
           MOVE WS-SO-AMOUNT (WS-ORDER-SUB) TO MNT-LINE-AMOUNT.
           MOVE WS-SO-TYPE-IND (WS-ORDER-SUB) TO MNT-LINE-TYPE.
           MOVE WS-SO-FREQUENCY (WS-ORDER-SUB) TO MNT-LINE-FREQUENCY.
           MOVE WS-SO-ROLL-RULE (WS-ORDER-SUB) TO MNT-LINE-ROLL.
           MOVE WS-SO-STATUS (WS-ORDER-SUB) TO MNT-LINE-STATUS.
           MOVE WS-SO-NEXT-DUE-DATE (WS-ORDER-SUB)
               TO MNT-LINE-NEXT-DUE.
           MOVE WS-SO-END-DATE (WS-ORDER-SUB) TO MNT-LINE-END.
      ******************************************************************
       2350-WRITE-AFTER-LINE.
           MOVE 'AFTER   ' TO MNT-LINE-TAG.
           PERFORM 2345-FORMAT-ENTRY-LINE.
           PERFORM 2360-WRITE-MAINT-DETAIL.
      ******************************************************************
       2360-WRITE-MAINT-DETAIL.
           WRITE MAINT-REPORT-RECORD FROM MAINT-DETAIL-LINE.
           MOVE 'SORPT   ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       2400-REJECT-CHANGE-CARD.
           MOVE 'REJECTED' TO MNT-LINE-TAG.
           MOVE MNT-ACTION TO MNT-LINE-ACTION.
           MOVE MNT-CODE TO MNT-LINE-CODE.
           MOVE MNT-ORDER-NO TO MNT-LINE-ORDER-NO.
           MOVE MNT-DESCRIPTION TO MNT-LINE-DESC.
           IF MNT-AMOUNT NUMERIC
               MOVE MNT-AMOUNT TO MNT-LINE-AMOUNT
           ELSE
               MOVE ZERO TO MNT-LINE-AMOUNT
           END-IF.
           MOVE MNT-TYPE-IND TO MNT-LINE-TYPE.
           MOVE MNT-FREQUENCY TO MNT-LINE-FREQUENCY.
           MOVE MNT-ROLL-RULE TO MNT-LINE-ROLL.
           MOVE SPACES TO MNT-LINE-STATUS.
           IF MNT-NEXT-DUE-DATE NUMERIC
               MOVE MNT-NEXT-DUE-DATE TO MNT-LINE-NEXT-DUE
           ELSE
               MOVE ZERO TO MNT-LINE-NEXT-DUE
           END-IF.
           IF MNT-END-DATE NUMERIC
               MOVE MNT-END-DATE TO MNT-LINE-END
           ELSE
               MOVE ZERO TO MNT-LINE-END
           END-IF.
           MOVE WS-REJECT-REASON TO MNT-LINE-REASON.
           PERFORM 2360-WRITE-MAINT-DETAIL.
           MOVE 'REJECTED' TO WS-AUDIT-DISPOSITION.
           PERFORM 2600-WRITE-AUDIT-LINE.
           ADD 1 TO WS-CHANGES-REJECTED.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
      ******************************************************************
       2600-WRITE-AUDIT-LINE.
           MOVE SPACES TO MAINT-AUDIT-RECORD.
           MOVE WS-AUDIT-DISPOSITION TO MAU-DISPOSITION.
           MOVE WS-RUN-TIMESTAMP TO MAU-TIMESTAMP.
           MOVE MNT-ACTION TO MAU-ACTION.
           MOVE MNT-CODE TO MAU-CODE.
           MOVE MNT-ORDER-NO TO MAU-ORDER-NO.
           MOVE WS-REJECT-REASON TO MAU-REASON.
           IF MNT-AMOUNT NUMERIC
               MOVE MNT-AMOUNT TO MAU-AMOUNT
           ELSE
               MOVE ZERO TO MAU-AMOUNT
           END-IF.
           IF MNT-NEXT-DUE-DATE NUMERIC
               MOVE MNT-NEXT-DUE-DATE TO MAU-NEXT-DUE-DATE
           ELSE
               MOVE ZERO TO MAU-NEXT-DUE-DATE
           END-IF.
           WRITE MAINT-AUDIT-RECORD.
           MOVE 'SOAUD   ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-AUDIT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9200-WRITE-NEW-ORDER-FILE.
           MOVE 'CARDS READ:' TO MNT-TOTAL-LABEL.
           MOVE WS-CARDS-READ TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'CHANGES APPLIED:' TO MNT-TOTAL-LABEL.
           MOVE WS-CHANGES-APPLIED TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'CHANGES REJECTED:' TO MNT-TOTAL-LABEL.
           MOVE WS-CHANGES-REJECTED TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'ORDERS WRITTEN:' TO MNT-TOTAL-LABEL.
           MOVE WS-ORDERS-WRITTEN TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           CLOSE CHANGE-CARD-FILE.
           CLOSE NEW-ORDER-FILE.
           CLOSE MAINT-REPORT-FILE.
           CLOSE MAINT-AUDIT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB24 STANDING-ORDER MAINT ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB24 STANDING-ORDER MAINT RUN COMPLETE'
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
       9400-WRITE-MAINT-TOTAL.
           WRITE MAINT-REPORT-RECORD FROM MAINT-TOTAL-LINE.
           MOVE 'SORPT   ' TO WS-ERROR-FILE-ID.
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
           MOVE 'SOMNTIN ' TO WS-ERROR-FILE-ID.
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
