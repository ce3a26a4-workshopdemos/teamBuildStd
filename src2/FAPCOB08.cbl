      *          CHANGE APPLIED OR REJECTED.  REPLACES THE HAND
      *          EDITING THAT ONCE PLANTED A BAD EFFECTIVE-TO DATE
      *          AND SILENTLY REJECTED A DAY'S TRANSACTIONS.
      *          ALSO MAINTAINS EACH CODE'S PRODUCT GROUP AND
      *          DIVISION.  THE MASTER CARRIES THE LATEST ASSIGNMENT;
      *          EVERY ASSIGNMENT IS ALSO ADDED, DATED, TO THE CODE
      *          HIERARCHY HISTORY SO THE REPORTS CAN ROLL A PAST
      *          MONTH UP THE WAY THE CODES WERE ASSIGNED AT THE TIME.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-FILE-STATUS.
           SELECT OPTIONAL HIER-HIST-FILE ASSIGN TO HIERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIER-HIST-FILE-STATUS.
           SELECT NEW-HIER-FILE ASSIGN TO HIERNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-HIER-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           02  CM-ACTIVE-FLAG        PIC X(1).
           02  CM-EFF-FROM-DATE      PIC 9(8).
           02  CM-EFF-TO-DATE        PIC 9(8).
           02  CM-GROUP              PIC X(6).
           02  CM-DIVISION           PIC X(4).
           02  CM-HIER-EFF-DATE      PIC 9(8).
           02  FILLER                PIC X(15).

       FD  CHANGE-CARD-FILE
           RECORDING MODE IS F
           02  MNT-ACTIVE-FLAG       PIC X(1).
           02  MNT-EFF-FROM-DATE     PIC 9(8).
           02  MNT-EFF-TO-DATE       PIC 9(8).
           02  MNT-GROUP             PIC X(6).
           02  MNT-DIVISION          PIC X(4).
           02  MNT-HIER-EFF-DATE     PIC 9(8).
           02  MNT-HIER-EFF-DATE-X REDEFINES MNT-HIER-EFF-DATE
                                     PIC X(8).
           02  FILLER                PIC X(14).

       FD  OLD-BALANCE-FILE
           RECORDING MODE IS F
           02  NCM-ACTIVE-FLAG       PIC X(1).
           02  NCM-EFF-FROM-DATE     PIC 9(8).
           02  NCM-EFF-TO-DATE       PIC 9(8).
           02  NCM-GROUP             PIC X(6).
           02  NCM-DIVISION          PIC X(4).
           02  NCM-HIER-EFF-DATE     PIC 9(8).
           02  FILLER                PIC X(15).

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F
           02  MAU-CODE              PIC X(10).
           02  MAU-DISPOSITION       PIC X(8).
           02  MAU-REASON            PIC X(30).
           02  MAU-GROUP             PIC X(6).
           02  MAU-DIVISION          PIC X(4).

      * CODE HIERARCHY HISTORY - ONE ROW PER ASSIGNMENT, IN CODE AND
      * EFFECTIVE-DATE ORDER.  A ROW HOLDS FROM ITS EFFECTIVE DATE
      * UNTIL THE NEXT ROW FOR THE SAME CODE TAKES OVER.  ROWS ARE
      * ONLY EVER ADDED - A REASSIGNMENT NEVER REWRITES THE PAST.
       FD  HIER-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HIER-HIST-RECORD.
           02  HH-CODE               PIC X(10).
           02  HH-EFF-DATE           PIC 9(8).
           02  HH-GROUP              PIC X(6).
           02  HH-DIVISION           PIC X(4).
           02  HH-RECORDED-DATE      PIC 9(8).
           02  FILLER                PIC X(44).

       FD  NEW-HIER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-HIER-RECORD.
           02  NHH-CODE              PIC X(10).
           02  NHH-EFF-DATE          PIC 9(8).
           02  NHH-GROUP             PIC X(6).
           02  NHH-DIVISION          PIC X(4).
           02  NHH-RECORDED-DATE     PIC 9(8).
           02  FILLER                PIC X(44).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
               88  END-OF-FILE   VALUE 'EOF'.
           02  OLD-BAL-SWITCH    PIC X(3).
               88  END-OF-BALANCE-FILE VALUE 'EOF'.
           02  HIER-HIST-SWITCH  PIC X(3).
               88  END-OF-HIER-HIST VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
      * MESSAGE LOG CONTEXT.  THIS PROGRAM RUNS AS ITS OWN JOB, NOT
      * UNDER THE JOB-STEP DRIVER, SO IT NAMES ITSELF TO PRINTM.
       01  MESSAGE-CONTEXT-FIELDS.
           02  WS-CONTEXT-PROGRAM    PIC X(8)  VALUE 'FAPCOB08'.
           02  WS-CONTEXT-STEP       PIC X(8)  VALUE 'FAPMAINT'.
           02  WS-CONTEXT-RUN-DATE   PIC 9(8)  VALUE ZERO.
       01  FILE-STATUS-FIELDS.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  CHANGE-CARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  MAINT-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  MAINT-AUDIT-FILE-STATUS PIC X(2) VALUE '00'.
           02  HIER-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-HIER-FILE-STATUS  PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  CARD-VALID        VALUE 'Y'.
               88  CARD-INVALID      VALUE 'N'.
           02  WS-REJECT-REASON      PIC X(30) VALUE SPACES.
           02  WS-HIER-CHANGE-SW     PIC X     VALUE 'N'.
               88  HIER-CHANGE       VALUE 'Y'.
           02  WS-HIER-EFF-DATE      PIC 9(8)  VALUE ZERO.
       01  RUN-COUNTERS.
           02  WS-CARDS-READ         PIC 9(9) VALUE ZERO.
           02  WS-CHANGES-APPLIED    PIC 9(9) VALUE ZERO.
           02  WS-CHANGES-REJECTED   PIC 9(9) VALUE ZERO.
           02  WS-MASTERS-WRITTEN    PIC 9(9) VALUE ZERO.
           02  WS-HIER-ROWS-ADDED    PIC 9(9) VALUE ZERO.
           02  WS-HIER-ROWS-WRITTEN  PIC 9(9) VALUE ZERO.
       01  CODE-MASTER-TABLE-FIELDS.
           02  WS-CODE-MASTER-MAX    PIC 9(5) VALUE 20000.
           02  WS-CODE-MASTER-COUNT  PIC 9(5) VALUE ZERO.
               03  WS-CM-ACTIVE-FLAG     PIC X(1).
               03  WS-CM-EFF-FROM-DATE   PIC 9(8).
               03  WS-CM-EFF-TO-DATE     PIC 9(8).
               03  WS-CM-GROUP           PIC X(6).
               03  WS-CM-DIVISION        PIC X(4).
               03  WS-CM-HIER-EFF-DATE   PIC 9(8).
      * ASSIGNMENTS MADE THIS RUN, HELD IN CODE ORDER UNTIL THEY ARE
      * MERGED INTO THE NEW GENERATION OF THE HIERARCHY HISTORY.
       01  HIER-CHANGE-TABLE-FIELDS.
           02  WS-HIER-NEW-MAX       PIC 9(5) VALUE 5000.
           02  WS-HIER-NEW-COUNT     PIC 9(5) VALUE ZERO.
           02  WS-HIER-NEW-SUB       PIC 9(5) VALUE ZERO.
           02  WS-HIER-SLOT-SW       PIC X    VALUE 'N'.
               88  HIER-SLOT-FOUND   VALUE 'Y'.
           02  WS-HIER-NEW-ENTRY     OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-HIER-NEW-COUNT.
               03  WS-HN-CODE            PIC X(10).
               03  WS-HN-EFF-DATE        PIC 9(8).
               03  WS-HN-GROUP           PIC X(6).
               03  WS-HN-DIVISION        PIC X(4).
       01  BALANCE-TABLE-FIELDS.
           02  WS-BALANCE-MAX        PIC 9(5) VALUE 20000.
           02  WS-BALANCE-COUNT      PIC 9(5) VALUE ZERO.
               03  WS-BAL-CURR-BALANCE   PIC S9(11)V99.
       01  AUDIT-FIELDS.
           02  WS-RUN-TIMESTAMP      PIC X(21).
           02  WS-RUN-DATE REDEFINES WS-RUN-TIMESTAMP.
               03  WS-RUN-YYYYMMDD   PIC 9(8).
               03  FILLER            PIC X(13).
           02  WS-AUDIT-DISPOSITION  PIC X(8) VALUE SPACES.
       01  MAINT-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-TO           PIC 9999/99/99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-GROUP        PIC X(6).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  MNT-LINE-DIVISION     PIC X(4).
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  MNT-LINE-HIER-DATE    PIC 9999/99/99.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  MNT-LINE-REASON       PIC X(30).
       01  MAINT-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  MNT-TOTAL-LABEL       PIC X(20).
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONTEXT-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-CONTEXT-RUN-DATE.
           OPEN INPUT CHANGE-CARD-FILE.
           OPEN INPUT OLD-BALANCE-FILE.
           OPEN OUTPUT NEW-MASTER-FILE.
                   TO WS-CM-EFF-FROM-DATE (WS-CODE-SUB)
               MOVE CM-EFF-TO-DATE
                   TO WS-CM-EFF-TO-DATE (WS-CODE-SUB)
               MOVE CM-GROUP TO WS-CM-GROUP (WS-CODE-SUB)
               MOVE CM-DIVISION TO WS-CM-DIVISION (WS-CODE-SUB)
               IF CM-HIER-EFF-DATE NUMERIC
                   MOVE CM-HIER-EFF-DATE
                       TO WS-CM-HIER-EFF-DATE (WS-CODE-SUB)
               ELSE
                   MOVE ZERO TO WS-CM-HIER-EFF-DATE (WS-CODE-SUB)
               END-IF
           END-IF.
      ******************************************************************
      * THE TABLE IS HELD IN CODE SEQUENCE SO EVERY LOOKUP CAN USE A
      * MEANS OPEN-ENDED), AN ADD MUST NOT DUPLICATE AN EXISTING
      * CM-CODE, A CHANGE OR DEACTIVATE MUST NAME ONE, AND A
      * DEACTIVATE MUST NOT TOUCH A CODE THAT STILL HAS A BALANCE.
      * A GROUP AND DIVISION ON AN ADD OR CHANGE ARE EDITED LAST.
      ******************************************************************
       2075-EDIT-CHANGE-CARD.
           MOVE 'Y' TO WS-VALID-CARD-SW.
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE 'N' TO WS-HIER-CHANGE-SW.
           IF CARD-VALID
               AND (MAINT-ADD OR MAINT-CHANGE)
               PERFORM 2095-EDIT-HIERARCHY
           END-IF.
      ******************************************************************
       2080-EDIT-CARD-DATES.
           IF MNT-EFF-FROM-DATE NOT NUMERIC
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      ******************************************************************
      * GROUP AND DIVISION LEFT BLANK MEAN NO HIERARCHY CHANGE, SO A
      * CARD KEYED THE OLD WAY STILL WORKS.  ONE WITHOUT THE OTHER IS
      * AN ERROR.  THE ASSIGNMENT TAKES EFFECT FROM THE HIERARCHY
      * DATE - ON AN ADD THE CODE'S EFFECTIVE-FROM DATE, ON A CHANGE
      * THE RUN DATE, WHEN THE CARD LEAVES IT BLANK.  A REASSIGNMENT
      * MUST TAKE EFFECT AFTER THE ONE IT REPLACES AND NOT BEFORE THE
      * RUN DATE, SO NO DAY THAT HAS ALREADY BEEN REPORTED ONE WAY CAN
      * BE MADE TO ROLL UP ANOTHER.
      ******************************************************************
       2095-EDIT-HIERARCHY.
           MOVE ZERO TO WS-HIER-EFF-DATE.
           IF MNT-GROUP NOT = SPACES OR MNT-DIVISION NOT = SPACES
               IF MNT-GROUP = SPACES OR MNT-DIVISION = SPACES
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'GROUP AND DIVISION BOTH NEEDED'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'Y' TO WS-HIER-CHANGE-SW
                   PERFORM 2096-EDIT-HIERARCHY-DATE
               END-IF
           END-IF.
           IF CARD-VALID AND HIER-CHANGE AND MAINT-CHANGE
               IF MNT-GROUP = WS-CM-GROUP (WS-CODE-SUB)
                   AND MNT-DIVISION = WS-CM-DIVISION (WS-CODE-SUB)
                   MOVE 'N' TO WS-HIER-CHANGE-SW
               ELSE
                   IF WS-HIER-EFF-DATE NOT >
                       WS-CM-HIER-EFF-DATE (WS-CODE-SUB)
                       MOVE 'N' TO WS-VALID-CARD-SW
                       MOVE 'HIERARCHY DATE NOT AFTER PRIOR'
                           TO WS-REJECT-REASON
                   END-IF
                   IF CARD-VALID
                       AND WS-HIER-EFF-DATE < WS-RUN-YYYYMMDD
                       MOVE 'N' TO WS-VALID-CARD-SW
                       MOVE 'HIERARCHY DATE BEFORE RUN DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF CARD-VALID AND HIER-CHANGE
               AND WS-HIER-NEW-COUNT >= WS-HIER-NEW-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'HIERARCHY CHANGE TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
               MOVE 'N' TO WS-VALID-CARD-SW
               MOVE 'HIERARCHY CHANGE TABLE FULL' TO WS-REJECT-REASON
           END-IF.
      ******************************************************************
       2096-EDIT-HIERARCHY-DATE.
           IF MNT-HIER-EFF-DATE-X = SPACES
               OR MNT-HIER-EFF-DATE-X = ZEROS
               IF MAINT-ADD
                   MOVE MNT-EFF-FROM-DATE TO WS-HIER-EFF-DATE
               ELSE
                   MOVE WS-RUN-YYYYMMDD TO WS-HIER-EFF-DATE
               END-IF
           ELSE
               IF MNT-HIER-EFF-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID-CARD-SW
                   MOVE 'INVALID HIERARCHY DATE' TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (MNT-HIER-EFF-DATE)
                       NOT = 0
                       MOVE 'N' TO WS-VALID-CARD-SW
                       MOVE 'INVALID HIERARCHY DATE'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE MNT-HIER-EFF-DATE TO WS-HIER-EFF-DATE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       2200-APPLY-CHANGE-CARD.
           EVALUATE TRUE
                   TO WS-CM-EFF-FROM-DATE (WS-CODE-SUB)
               MOVE MNT-EFF-TO-DATE
                   TO WS-CM-EFF-TO-DATE (WS-CODE-SUB)
               MOVE SPACES TO WS-CM-GROUP (WS-CODE-SUB)
               MOVE SPACES TO WS-CM-DIVISION (WS-CODE-SUB)
               MOVE ZERO TO WS-CM-HIER-EFF-DATE (WS-CODE-SUB)
               IF HIER-CHANGE
                   PERFORM 2250-APPLY-HIERARCHY
               END-IF
               PERFORM 2350-WRITE-AFTER-LINE
               MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION
               PERFORM 2600-WRITE-AUDIT-LINE
               TO WS-CM-EFF-FROM-DATE (WS-CODE-SUB).
           MOVE MNT-EFF-TO-DATE
               TO WS-CM-EFF-TO-DATE (WS-CODE-SUB).
           IF HIER-CHANGE
               PERFORM 2250-APPLY-HIERARCHY
           END-IF.
           PERFORM 2350-WRITE-AFTER-LINE.
           MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION.
           PERFORM 2600-WRITE-AUDIT-LINE.
           MOVE 'APPLIED ' TO WS-AUDIT-DISPOSITION.
           PERFORM 2600-WRITE-AUDIT-LINE.
           ADD 1 TO WS-CHANGES-APPLIED.
      ******************************************************************
      * THE MASTER TAKES THE NEW ASSIGNMENT AND THE DATED ROW JOINS
      * THE RUN'S CHANGES IN CODE ORDER, BEHIND ANY EARLIER ROW FOR
      * THE SAME CODE, READY TO MERGE INTO THE HISTORY.
      ******************************************************************
       2250-APPLY-HIERARCHY.
           MOVE MNT-GROUP TO WS-CM-GROUP (WS-CODE-SUB).
           MOVE MNT-DIVISION TO WS-CM-DIVISION (WS-CODE-SUB).
           MOVE WS-HIER-EFF-DATE TO WS-CM-HIER-EFF-DATE (WS-CODE-SUB).
           ADD 1 TO WS-HIER-NEW-COUNT.
           MOVE WS-HIER-NEW-COUNT TO WS-HIER-NEW-SUB.
           MOVE 'N' TO WS-HIER-SLOT-SW.
           PERFORM UNTIL HIER-SLOT-FOUND
               IF WS-HIER-NEW-SUB = 1
                   MOVE 'Y' TO WS-HIER-SLOT-SW
               ELSE
                   IF WS-HN-CODE (WS-HIER-NEW-SUB - 1) > MNT-CODE
                       MOVE WS-HIER-NEW-ENTRY (WS-HIER-NEW-SUB - 1)
                           TO WS-HIER-NEW-ENTRY (WS-HIER-NEW-SUB)
                       SUBTRACT 1 FROM WS-HIER-NEW-SUB
                   ELSE
                       MOVE 'Y' TO WS-HIER-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE MNT-CODE TO WS-HN-CODE (WS-HIER-NEW-SUB).
           MOVE WS-HIER-EFF-DATE TO WS-HN-EFF-DATE (WS-HIER-NEW-SUB).
           MOVE MNT-GROUP TO WS-HN-GROUP (WS-HIER-NEW-SUB).
           MOVE MNT-DIVISION TO WS-HN-DIVISION (WS-HIER-NEW-SUB).
           ADD 1 TO WS-HIER-ROWS-ADDED.
      ******************************************************************
       2340-WRITE-BEFORE-LINE.
           MOVE SPACES TO MNT-LINE-REASON.
           MOVE WS-CM-ACTIVE-FLAG (WS-CODE-SUB) TO MNT-LINE-FLAG.
           MOVE WS-CM-EFF-FROM-DATE (WS-CODE-SUB) TO MNT-LINE-FROM.
           MOVE WS-CM-EFF-TO-DATE (WS-CODE-SUB) TO MNT-LINE-TO.
           MOVE WS-CM-GROUP (WS-CODE-SUB) TO MNT-LINE-GROUP.
           MOVE WS-CM-DIVISION (WS-CODE-SUB) TO MNT-LINE-DIVISION.
           MOVE WS-CM-HIER-EFF-DATE (WS-CODE-SUB)
               TO MNT-LINE-HIER-DATE.
           PERFORM 2360-WRITE-MAINT-DETAIL.
      ******************************************************************
       2350-WRITE-AFTER-LINE.
           MOVE WS-CM-ACTIVE-FLAG (WS-CODE-SUB) TO MNT-LINE-FLAG.
           MOVE WS-CM-EFF-FROM-DATE (WS-CODE-SUB) TO MNT-LINE-FROM.
           MOVE WS-CM-EFF-TO-DATE (WS-CODE-SUB) TO MNT-LINE-TO.
           MOVE WS-CM-GROUP (WS-CODE-SUB) TO MNT-LINE-GROUP.
           MOVE WS-CM-DIVISION (WS-CODE-SUB) TO MNT-LINE-DIVISION.
           MOVE WS-CM-HIER-EFF-DATE (WS-CODE-SUB)
               TO MNT-LINE-HIER-DATE.
           PERFORM 2360-WRITE-MAINT-DETAIL.
      ******************************************************************
       2360-WRITE-MAINT-DETAIL.
           ELSE
               MOVE ZERO TO MNT-LINE-TO
           END-IF.
           MOVE MNT-GROUP TO MNT-LINE-GROUP.
           MOVE MNT-DIVISION TO MNT-LINE-DIVISION.
           IF MNT-HIER-EFF-DATE NUMERIC
               MOVE MNT-HIER-EFF-DATE TO MNT-LINE-HIER-DATE
           ELSE
               MOVE ZERO TO MNT-LINE-HIER-DATE
           END-IF.
           MOVE WS-REJECT-REASON TO MNT-LINE-REASON.
           PERFORM 2360-WRITE-MAINT-DETAIL.
           MOVE 'REJECTED' TO WS-AUDIT-DISPOSITION.
           MOVE MNT-ACTION TO MAU-ACTION.
           MOVE MNT-CODE TO MAU-CODE.
           MOVE WS-REJECT-REASON TO MAU-REASON.
           MOVE MNT-GROUP TO MAU-GROUP.
           MOVE MNT-DIVISION TO MAU-DIVISION.
           WRITE MAINT-AUDIT-RECORD.
           MOVE 'MNTAUD  ' TO WS-ERROR-FILE-ID.
           MOVE MAINT-AUDIT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9200-WRITE-NEW-MASTER-FILE.
           PERFORM 9300-WRITE-NEW-HIERARCHY.
           MOVE 'CARDS READ:' TO MNT-TOTAL-LABEL.
           MOVE WS-CARDS-READ TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'MASTERS WRITTEN:' TO MNT-TOTAL-LABEL.
           MOVE WS-MASTERS-WRITTEN TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'HIER ROWS ADDED:' TO MNT-TOTAL-LABEL.
           MOVE WS-HIER-ROWS-ADDED TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           MOVE 'HIER ROWS WRITTEN:' TO MNT-TOTAL-LABEL.
           MOVE WS-HIER-ROWS-WRITTEN TO MNT-TOTAL-COUNT.
           PERFORM 9400-WRITE-MAINT-TOTAL.
           CLOSE CHANGE-CARD-FILE.
           CLOSE OLD-BALANCE-FILE.
           CLOSE NEW-MASTER-FILE.
                   TO NCM-EFF-FROM-DATE
               MOVE WS-CM-EFF-TO-DATE (WS-CODE-SUB)
                   TO NCM-EFF-TO-DATE
               MOVE WS-CM-GROUP (WS-CODE-SUB) TO NCM-GROUP
               MOVE WS-CM-DIVISION (WS-CODE-SUB) TO NCM-DIVISION
               MOVE WS-CM-HIER-EFF-DATE (WS-CODE-SUB)
                   TO NCM-HIER-EFF-DATE
               WRITE NEW-MASTER-RECORD
               MOVE 'CODENEW ' TO WS-ERROR-FILE-ID
               MOVE NEW-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               ADD 1 TO WS-MASTERS-WRITTEN
               ADD 1 TO WS-CODE-SUB
           END-PERFORM.
      ******************************************************************
      * THE OLD HISTORY IS COPIED THROUGH UNTOUCHED.  EACH NEW ROW IS
      * WRITTEN AHEAD OF THE FIRST OLD ROW FOR A HIGHER CODE, WHICH
      * PUTS IT AFTER EVERY EARLIER ROW FOR ITS OWN CODE.
      ******************************************************************
       9300-WRITE-NEW-HIERARCHY.
           OPEN INPUT HIER-HIST-FILE.
           MOVE 'HIERIN  ' TO WS-ERROR-FILE-ID.
           MOVE HIER-HIST-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           IF HIER-HIST-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO HIER-HIST-SWITCH
           END-IF.
           OPEN OUTPUT NEW-HIER-FILE.
           MOVE 1 TO WS-HIER-NEW-SUB.
           IF NOT END-OF-HIER-HIST
               PERFORM 9310-READ-HIER-HIST
           END-IF.
           PERFORM UNTIL END-OF-HIER-HIST
               PERFORM UNTIL WS-HIER-NEW-SUB > WS-HIER-NEW-COUNT
                       OR WS-HN-CODE (WS-HIER-NEW-SUB) NOT < HH-CODE
                   PERFORM 9320-WRITE-HIER-CHANGE
               END-PERFORM
               MOVE HIER-HIST-RECORD TO NEW-HIER-RECORD
               PERFORM 9330-WRITE-NEW-HIER-RECORD
               PERFORM 9310-READ-HIER-HIST
           END-PERFORM.
           PERFORM UNTIL WS-HIER-NEW-SUB > WS-HIER-NEW-COUNT
               PERFORM 9320-WRITE-HIER-CHANGE
           END-PERFORM.
           CLOSE HIER-HIST-FILE.
           CLOSE NEW-HIER-FILE.
      ******************************************************************
       9310-READ-HIER-HIST.
           READ HIER-HIST-FILE
               AT END
                   MOVE 'EOF' TO HIER-HIST-SWITCH
           END-READ.
           MOVE 'HIERIN  ' TO WS-ERROR-FILE-ID.
           MOVE HIER-HIST-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9320-WRITE-HIER-CHANGE.
           MOVE SPACES TO NEW-HIER-RECORD.
           MOVE WS-HN-CODE (WS-HIER-NEW-SUB) TO NHH-CODE.
           MOVE WS-HN-EFF-DATE (WS-HIER-NEW-SUB) TO NHH-EFF-DATE.
           MOVE WS-HN-GROUP (WS-HIER-NEW-SUB) TO NHH-GROUP.
           MOVE WS-HN-DIVISION (WS-HIER-NEW-SUB) TO NHH-DIVISION.
           MOVE WS-RUN-YYYYMMDD TO NHH-RECORDED-DATE.
           PERFORM 9330-WRITE-NEW-HIER-RECORD.
           ADD 1 TO WS-HIER-NEW-SUB.
      ******************************************************************
       9330-WRITE-NEW-HIER-RECORD.
           WRITE NEW-HIER-RECORD.
           MOVE 'HIERNEW ' TO WS-ERROR-FILE-ID.
           MOVE NEW-HIER-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-HIER-ROWS-WRITTEN.
      ******************************************************************
       9400-WRITE-MAINT-TOTAL.
           WRITE MAINT-REPORT-RECORD FROM MAINT-TOTAL-LINE.
