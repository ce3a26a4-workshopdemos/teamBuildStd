      *          TRANSACTION DATE.  REPAIRED RECORDS GO TO RECYCOUT TO
      *          BE MERGED AHEAD OF THE NEXT REPORT RUN; REJECTS WITH
      *          NO MATCHING CORRECTION ARE CARRIED FORWARD SO THEY
      *          CAN STILL BE REPAIRED ON A LATER DAY.  THE CORRECTION
      *          CARDS APPLIED ARE CARRIED FORWARD WITH THE PROCESSING
      *          CYCLE THAT APPLIED THEM, AND A CARD ALREADY APPLIED IN
      *          AN EARLIER CYCLE OF THE SAME BUSINESS DATE IS NOT
      *          APPLIED AGAIN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CORRECTION-REPORT-FILE ASSIGN TO CORRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CORR-REPORT-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT OPTIONAL APPLIED-FIX-FILE ASSIGN TO FIXPSTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPLIED-FIX-FILE-STATUS.
           SELECT NEW-APPLIED-FIX-FILE ASSIGN TO FIXPSTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-APPLIED-FIX-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-REPORT-RECORD  PIC X(133).

       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-RECORD          PIC X(80).

      * PROCESSING CALENDAR CONTROL FILE.  ONLY THE C RECORD'S
      * BUSINESS DATE IS USED HERE.
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

      * CORRECTION CARDS APPLIED ON THE CURRENT BUSINESS DATE, CARRIED
      * FROM THE PRIOR CYCLE - THE BUSINESS DATE AND CYCLE THAT
      * APPLIED EACH ONE AND THE CARD IMAGE AS READ.
       FD  APPLIED-FIX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APPLIED-FIX-RECORD.
           02  AF-POST-DATE          PIC 9(8).
           02  AF-CYCLE              PIC 9(1).
           02  AF-CARD-IMAGE         PIC X(120).
           02  FILLER                PIC X(11).

       FD  NEW-APPLIED-FIX-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-APPLIED-FIX-RECORD    PIC X(140).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
               88  END-OF-FILE   VALUE 'EOF'.
           02  FIX-CARD-SWITCH   PIC X(3).
               88  END-OF-FIX-CARDS VALUE 'EOF'.
           02  APPLIED-FIX-SWITCH PIC X(3).
               88  END-OF-APPLIED-FIXES VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
           02  RECYCLE-FILE-STATUS   PIC X(2) VALUE '00'.
           02  CARRY-FORWARD-FILE-STATUS PIC X(2) VALUE '00'.
           02  CORR-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  APPLIED-FIX-FILE-STATUS PIC X(2) VALUE '00'.
           02  NEW-APPLIED-FIX-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
           02  WS-REJECTS-OUTSTANDING PIC 9(9) VALUE ZERO.
           02  WS-FIX-CARDS-READ     PIC 9(9) VALUE ZERO.
           02  WS-FIX-CARDS-UNUSED   PIC 9(9) VALUE ZERO.
           02  WS-FIX-CARDS-REAPPLIED PIC 9(9) VALUE ZERO.
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
       01  CALENDAR-FIELDS.
           02  WS-CAL-EOF-SW         PIC X     VALUE 'N'.
               88  CALENDAR-EOF      VALUE 'Y'.
           02  WS-CALENDAR-SW        PIC X     VALUE 'N'.
               88  CALENDAR-ACTIVE   VALUE 'Y'.
           02  WS-CAL-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
       01  DATE-WORK-FIELDS.
           02  WS-BUSINESS-DATE      PIC 9(8)  VALUE ZERO.
       01  FIX-CARD-TABLE-FIELDS.
           02  WS-FIX-MAX            PIC 9(4) VALUE 200.
           02  WS-FIX-COUNT          PIC 9(4) VALUE ZERO.
               03  WS-FIX-REPLACEMENT    PIC X(80).
               03  WS-FIX-USED-SW        PIC X.
                   88  FIX-CARD-USED     VALUE 'Y'.
               03  WS-FIX-CARD-IMAGE     PIC X(120).
      ******************************************************************
      * CORRECTION CARDS APPLIED BY AN EARLIER CYCLE OF THE CURRENT
      * BUSINESS DATE.  THIS CYCLE'S ARE THE USED ENTRIES ABOVE.
      ******************************************************************
       01  APPLIED-FIX-TABLE-FIELDS.
           02  WS-APPLIED-MAX        PIC 9(5) VALUE 5000.
           02  WS-APPLIED-COUNT      PIC 9(5) VALUE ZERO.
           02  WS-APPLIED-SUB        PIC 9(5) VALUE ZERO.
           02  WS-APPLIED-FOUND-SW   PIC X    VALUE 'N'.
               88  APPLIED-FIX-FOUND VALUE 'Y'.
           02  WS-APPLIED-ENTRY      OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-APPLIED-COUNT.
               03  WS-AF-CYCLE           PIC 9(1).
               03  WS-AF-CARD-IMAGE      PIC X(120).
       01  APPLIED-FIX-WORK-RECORD.
           02  AW-POST-DATE          PIC 9(8).
           02  AW-CYCLE              PIC 9(1).
           02  AW-CARD-IMAGE         PIC X(120).
           02  FILLER                PIC X(11).
       01  CORR-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(40) VALUE
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  CORR-REASON           PIC X(30).
           02  FILLER                PIC X(53) VALUE SPACES.
       01  CORR-REAPPLIED-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'ALREADY USED'.
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  CORR-RA-CODE          PIC X(10).
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  CORR-RA-DATE          PIC 9999/99/99.
           02  CORR-RA-DATE-X REDEFINES CORR-RA-DATE PIC X(10).
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(26) VALUE
               'FIX CARD APPLIED IN CYCLE'.
           02  CORR-RA-CYCLE         PIC 9(1).
           02  FILLER                PIC X(56) VALUE SPACES.
       01  CORR-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  CORR-TOTAL-LABEL      PIC X(25).
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REJECT
               UNTIL END-OF-FILE.
           PERFORM 4000-WRITE-APPLIED-FIXES.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
           MOVE 'CORRPT  ' TO WS-ERROR-FILE-ID.
           MOVE CORR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           PERFORM 1500-LOAD-CALENDAR.
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.
           PERFORM 1600-READ-PARM-CARD.
           PERFORM 1200-LOAD-APPLIED-FIXES.
           IF NOT PARM-CARD-ERROR
               PERFORM 1100-LOAD-FIX-CARDS
           END-IF.
           IF NOT END-OF-FILE
               PERFORM 9100-READ-REJECT-DATA
           END-IF.
                       MOVE 'EOF' TO FIX-CARD-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FIX-CARDS-READ
                       PERFORM 1160-CHECK-ALREADY-APPLIED
                       IF NOT APPLIED-FIX-FOUND
                           PERFORM 1150-LOAD-FIX-CARD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIX-CARD-FILE.
               MOVE FIXR-REPLACEMENT
                   TO WS-FIX-REPLACEMENT (WS-FIX-COUNT)
               MOVE 'N' TO WS-FIX-USED-SW (WS-FIX-COUNT)
               MOVE FIX-CARD-RECORD TO WS-FIX-CARD-IMAGE (WS-FIX-COUNT)
           END-IF.
      ******************************************************************
      * A CARD IDENTICAL TO ONE AN EARLIER CYCLE APPLIED TODAY IS NOT
      * LOADED, SO IT CANNOT REPAIR OR DROP A SECOND REJECT THAT
      * HAPPENS TO CARRY THE SAME CODE AND DATE.
      ******************************************************************
       1160-CHECK-ALREADY-APPLIED.
           MOVE 'N' TO WS-APPLIED-FOUND-SW.
           MOVE 1 TO WS-APPLIED-SUB.
           PERFORM UNTIL APPLIED-FIX-FOUND
                   OR WS-APPLIED-SUB > WS-APPLIED-COUNT
               IF WS-AF-CARD-IMAGE (WS-APPLIED-SUB) = FIX-CARD-RECORD
                   MOVE 'Y' TO WS-APPLIED-FOUND-SW
               ELSE
                   ADD 1 TO WS-APPLIED-SUB
               END-IF
           END-PERFORM.
           IF APPLIED-FIX-FOUND
               ADD 1 TO WS-FIX-CARDS-REAPPLIED
               MOVE FIXR-ORIG-CODE TO CORR-RA-CODE
               IF FIXR-ORIG-DATE NUMERIC
                   MOVE FIXR-ORIG-DATE TO CORR-RA-DATE
               ELSE
                   MOVE FIX-CARD-RECORD (11:8) TO CORR-RA-DATE-X
               END-IF
               MOVE WS-AF-CYCLE (WS-APPLIED-SUB) TO CORR-RA-CYCLE
               WRITE CORRECTION-REPORT-RECORD FROM CORR-REAPPLIED-LINE
               MOVE 'CORRPT  ' TO WS-ERROR-FILE-ID
               MOVE CORR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
      ******************************************************************
      * ONLY TODAY'S CARDS FROM AN EARLIER CYCLE ARE KEPT.  A RERUN OF
      * THE SAME CYCLE DROPS ITS OWN FIRST ATTEMPT, AND A NEW BUSINESS
      * DATE STARTS WITH NOTHING CARRIED.  WHEN THE PARM DECK IS BAD
      * ALL OF TODAY'S CARDS ARE KEPT, SO A STOPPED RUN CARRIES THEM
      * FORWARD UNCHANGED.
      ******************************************************************
       1200-LOAD-APPLIED-FIXES.
           OPEN INPUT APPLIED-FIX-FILE.
           IF APPLIED-FIX-FILE-STATUS NOT = '00'
               AND APPLIED-FIX-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO APPLIED-FIX-SWITCH
               MOVE 'FIXPSTIN' TO WS-ERROR-FILE-ID
               MOVE APPLIED-FIX-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-APPLIED-FIXES
               READ APPLIED-FIX-FILE
                   AT END
                       MOVE 'EOF' TO APPLIED-FIX-SWITCH
                   NOT AT END
                       PERFORM 1250-LOAD-APPLIED-FIX
               END-READ
           END-PERFORM.
           MOVE 'FIXPSTIN' TO WS-ERROR-FILE-ID.
           MOVE APPLIED-FIX-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE APPLIED-FIX-FILE.
      ******************************************************************
       1250-LOAD-APPLIED-FIX.
           IF AF-POST-DATE = WS-BUSINESS-DATE
               AND (AF-CYCLE < WS-RUN-CYCLE
               OR PARM-CARD-ERROR)
               IF WS-APPLIED-COUNT >= WS-APPLIED-MAX
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'APPLIED FIX CARD TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE AF-CYCLE TO WS-AF-CYCLE (WS-APPLIED-COUNT)
                   MOVE AF-CARD-IMAGE
                       TO WS-AF-CARD-IMAGE (WS-APPLIED-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * THE BUSINESS DATE COMES FROM THE CALENDAR'S C RECORD.  WITHOUT
      * A CALENDAR THE SYSTEM DATE STAYS IN EFFECT, WITH A WARNING.
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
      * A BAD PARM DECK STOPS THE REPAIRS BUT NOT THE CARRY - NO FIX
      * CARD IS LOADED, SO EVERY REJECT GOES FORWARD UNCHANGED.
      ******************************************************************
       1600-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-PARM-EOF-SW
           END-IF.
           PERFORM UNTIL PARM-CARDS-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       PERFORM 1610-PROCESS-PARM-CARD
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
       1610-PROCESS-PARM-CARD.
           IF PARM-CARD-RECORD = SPACES
               OR PARM-CARD-RECORD (1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING PARM-CARD-RECORD DELIMITED BY '='
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               PERFORM 1615-APPLY-PARM-KEYWORD
           END-IF.
      ******************************************************************
      * THE WHOLE DAILY-CHAIN KEYWORD SET IS VALIDATED HERE EVEN
      * THOUGH THIS STEP ONLY APPLIES CYCLE - EVERY PROGRAM IN THE
      * CHAIN READS THE SAME CARD DECK.
      ******************************************************************
       1615-APPLY-PARM-KEYWORD.
           EVALUATE WS-PARM-KEYWORD
               WHEN 'FROM-DATE'
                   PERFORM 1620-EDIT-PARM-DATE
               WHEN 'TO-DATE'
                   PERFORM 1620-EDIT-PARM-DATE
               WHEN 'EXPECTED-TOTAL'
                   PERFORM 1630-EDIT-PARM-AMOUNT
               WHEN 'EXPECTED-COUNT'
                   PERFORM 1640-EDIT-PARM-COUNT
               WHEN 'SUMMARY'
                   PERFORM 1650-EDIT-PARM-SWITCH
               WHEN 'RESTART'
                   PERFORM 1650-EDIT-PARM-SWITCH
               WHEN 'PROCESS-DATE'
                   PERFORM 1620-EDIT-PARM-DATE
               WHEN 'PREVALIDATED'
                   PERFORM 1650-EDIT-PARM-SWITCH
               WHEN 'REVIEW-THRESHOLD'
                   PERFORM 1630-EDIT-PARM-AMOUNT
               WHEN 'REVIEW-DAYS'
                   PERFORM 1640-EDIT-PARM-COUNT
               WHEN 'CYCLE'
                   PERFORM 1640-EDIT-PARM-COUNT
                   IF PARM-VALUE-OK
                       IF WS-PARM-COUNT < 1
                           OR WS-PARM-COUNT > 9
                           MOVE 'N' TO WS-PARM-VALUE-OK-SW
                           PERFORM 1660-REPORT-PARM-ERROR
                       ELSE
                           MOVE WS-PARM-COUNT TO WS-RUN-CYCLE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALUE-OK-SW
                   PERFORM 1660-REPORT-PARM-ERROR
           END-EVALUATE.
      ******************************************************************
      * A DATE VALUE MUST BE EXACTLY EIGHT DIGITS AND A REAL DATE -
      * 99999999 IS ACCEPTED AS THE OPEN-ENDED TO-DATE.
      ******************************************************************
       1620-EDIT-PARM-DATE.
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
               PERFORM 1660-REPORT-PARM-ERROR
           END-IF.
      ******************************************************************
       1630-EDIT-PARM-AMOUNT.
           MOVE 'Y' TO WS-PARM-VALUE-OK-SW.
           IF WS-PARM-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL (WS-PARM-VALUE) NOT = 0
               MOVE 'N' TO WS-PARM-VALUE-OK-SW
               PERFORM 1660-REPORT-PARM-ERROR
           ELSE
               COMPUTE WS-PARM-AMOUNT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.
      ******************************************************************
       1640-EDIT-PARM-COUNT.
           MOVE 'Y' TO WS-PARM-VALUE-OK-SW.
           IF WS-PARM-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL (WS-PARM-VALUE) NOT = 0
               MOVE 'N' TO WS-PARM-VALUE-OK-SW
               PERFORM 1660-REPORT-PARM-ERROR
           ELSE
               COMPUTE WS-PARM-COUNT =
                   FUNCTION NUMVAL (WS-PARM-VALUE)
           END-IF.
      ******************************************************************
       1650-EDIT-PARM-SWITCH.
           MOVE 'Y' TO WS-PARM-VALUE-OK-SW.
           IF (WS-PARM-VALUE (1:1) NOT = 'Y'
               AND WS-PARM-VALUE (1:1) NOT = 'N')
               OR WS-PARM-VALUE (2:39) NOT = SPACES
               MOVE 'N' TO WS-PARM-VALUE-OK-SW
               PERFORM 1660-REPORT-PARM-ERROR
           END-IF.
      ******************************************************************
       1660-REPORT-PARM-ERROR.
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
       2000-PROCESS-REJECT.
           PERFORM 2100-FIND-MATCHING-FIX.
           MOVE 'CORRPT  ' TO WS-ERROR-FILE-ID.
           MOVE CORR-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE CARDS CARRIED FROM EARLIER CYCLES AND EVERY CARD THIS
      * CYCLE REPAIRED OR DROPPED A REJECT WITH ARE WRITTEN FORWARD
      * FOR THE NEXT CYCLE.
      ******************************************************************
       4000-WRITE-APPLIED-FIXES.
           OPEN OUTPUT NEW-APPLIED-FIX-FILE.
           MOVE 'FIXPSTOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-APPLIED-FIX-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-APPLIED-SUB.
           PERFORM UNTIL WS-APPLIED-SUB > WS-APPLIED-COUNT
               MOVE SPACES TO APPLIED-FIX-WORK-RECORD
               MOVE WS-AF-CYCLE (WS-APPLIED-SUB) TO AW-CYCLE
               MOVE WS-AF-CARD-IMAGE (WS-APPLIED-SUB) TO AW-CARD-IMAGE
               PERFORM 4100-WRITE-APPLIED-FIX
               ADD 1 TO WS-APPLIED-SUB
           END-PERFORM.
           MOVE 1 TO WS-FIX-SUB.
           PERFORM UNTIL WS-FIX-SUB > WS-FIX-COUNT
               IF FIX-CARD-USED (WS-FIX-SUB)
                   MOVE SPACES TO APPLIED-FIX-WORK-RECORD
                   MOVE WS-RUN-CYCLE TO AW-CYCLE
                   MOVE WS-FIX-CARD-IMAGE (WS-FIX-SUB) TO AW-CARD-IMAGE
                   PERFORM 4100-WRITE-APPLIED-FIX
               END-IF
               ADD 1 TO WS-FIX-SUB
           END-PERFORM.
           CLOSE NEW-APPLIED-FIX-FILE.
      ******************************************************************
       4100-WRITE-APPLIED-FIX.
           MOVE WS-BUSINESS-DATE TO AW-POST-DATE.
           WRITE NEW-APPLIED-FIX-RECORD FROM APPLIED-FIX-WORK-RECORD.
           MOVE 'FIXPSTOT' TO WS-ERROR-FILE-ID.
           MOVE NEW-APPLIED-FIX-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9300-COUNT-UNUSED-FIX-CARDS.
           MOVE 'FIX CARDS UNMATCHED:' TO CORR-TOTAL-LABEL.
           MOVE WS-FIX-CARDS-UNUSED TO CORR-TOTAL-COUNT.
           PERFORM 9400-WRITE-CORRECTION-TOTAL.
           MOVE 'FIX CARDS ALREADY USED:' TO CORR-TOTAL-LABEL.
           MOVE WS-FIX-CARDS-REAPPLIED TO CORR-TOTAL-COUNT.
           PERFORM 9400-WRITE-CORRECTION-TOTAL.
           IF WS-FIX-CARDS-REAPPLIED > 0
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'FIX CARDS ALREADY APPLIED TODAY - SEE CORRPT'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           CLOSE REJECT-DATA-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE CARRY-FORWARD-FILE.
