      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          FRONT-END SEQUENCER AND CONSOLIDATOR FOR THE DAILY
      *          TRANSACTION EXTRACTS.  ACCEPTS THE EXTRACT OF EVERY
      *          REGION DEFINED ON THE REGION MASTER, CONCATENATED
      *          UNDER ONE DD, TAGS EVERY TRANSACTION WITH THE REGION
      *          ITS EXTRACT HEADER NAMES, WARNS WHEN A REGION EXPECTED
      *          EVERY DAY SENDS NOTHING, SORTS THE CONSOLIDATED FILE
      *          BY TRANSACTION CODE AND DATE SO THE REPORT CONTROL
      *          BREAK GROUPS EACH CODE ONCE, AND REPORTS EVERY RECORD
      *          THAT ARRIVED OUT OF SEQUENCE SO THE CONDITION OF EACH
      *          UPSTREAM FEED CAN BE TRACKED.  SYSTEM-GENERATED
      *          TRANSACTIONS (THE PRIOR NIGHT'S ACCRUAL POSTINGS) ARE
      *          CONSOLIDATED WITH THE EXTRACTS UNDER THEIR OWN TAG.
      *          THE DAY'S STANDING-ORDER TRANSACTIONS ARRIVE AS A
      *          SEPARATE SOURCE, CHECKED AND CONTROLLED LIKE A REGION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RAW-TRANS-FILE ASSIGN TO EXTRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RAW-TRANS-FILE-STATUS.
           SELECT OPTIONAL STORD-TRANS-FILE ASSIGN TO STORDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STORD-TRANS-FILE-STATUS.
           SELECT REGION-MASTER-FILE ASSIGN TO RGNMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGION-MASTER-FILE-STATUS.
           SELECT OPTIONAL RECYCLE-IN-FILE ASSIGN TO RECYCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECYCLE-IN-FILE-STATUS.
           SELECT OPTIONAL SYSTEM-TRANS-FILE ASSIGN TO SYSTRNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSTEM-TRANS-FILE-STATUS.
           SELECT SORTED-TRANS-FILE ASSIGN TO SRTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SORTED-TRANS-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANS-RECORD          PIC X(80).

      * STANDING-ORDER TRANSACTIONS WRITTEN BY FAPCOB25.
       FD  STORD-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STORD-TRANS-RECORD        PIC X(80).

      * REGION MASTER - ONE RECORD PER FEEDING REGION.  THE SOURCE
      * SYSTEM IS THE NAME THE REGION'S EXTRACT CARRIES ON ITS HEADER;
      * THE EXPECTED-DAILY FLAG (Y/N) SAYS WHETHER A DAY WITH NOTHING
      * FROM THE REGION IS WORTH A WARNING; THE ACKNOWLEDGMENT
      * DESTINATION IS WHERE THE REGION'S ACK IS ROUTED.  ONBOARDING
      * A REGION IS A NEW RECORD HERE AND NOTHING ELSE.
       FD  REGION-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REGION-MASTER-RECORD.
           02  RM-REGION-ID          PIC X(3).
           02  RM-SOURCE-SYSTEM      PIC X(8).
           02  RM-EXPECTED-DAILY     PIC X(1).
               88  RM-EXPECTED-FLAG-VALID VALUES 'Y' 'N'.
           02  RM-ACK-DEST           PIC X(40).
           02  FILLER                PIC X(28).

       FD  RECYCLE-IN-FILE
           RECORDING MODE IS F
           02  RIN-AMOUNT1           PIC S9(8)V99.
           02  FILLER                PIC X(32).

      * SYSTEM-GENERATED TRANSACTIONS IN THE DAILY TRANSACTION
      * LAYOUT, BETWEEN A HEADER AND A TRAILER LABEL.  EACH RECORD
      * ALREADY CARRIES THE TAG OF THE PROGRAM THAT GENERATED IT.
       FD  SYSTEM-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SYSTEM-TRANS-RECORD       PIC X(80).

       FD  SORTED-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * ONE RECEIPT CONTROL RECORD PER REGION FOR THE ACKNOWLEDGMENT
      * STEP - WHAT ARRIVED, ITS HASH, AND WHETHER THE EXTRACT WAS
      * PRESENT AT ALL, SO AN EMPTY DATASET IS NEVER MISTAKEN FOR A
      * REGION WITH NO ACTIVITY.  THE EXPECTED FLAG AND THE ACK
      * DESTINATION TRAVEL FROM THE REGION MASTER WITH IT.
       FD  REGION-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           02  RC-PRESENT-SW         PIC X(1).
           02  RC-RECORDS-RECEIVED   PIC 9(9).
           02  RC-HASH-TOTAL         PIC S9(13)V99.
           02  RC-EXPECTED-SW        PIC X(1).
           02  RC-ACK-DEST           PIC X(40).
           02  FILLER                PIC X(3).


      * ONE CONTROL HAND-OFF RECORD PER EXECUTION - RECORDS IN AND
               88  END-OF-SORT   VALUE 'EOF'.
           02  RECYCLE-SWITCH    PIC X(3).
               88  END-OF-RECYCLE VALUE 'EOF'.
           02  SYSTEM-TRANS-SWITCH PIC X(3).
               88  END-OF-SYSTEM-TRANS VALUE 'EOF'.
           02  RGNMAST-SWITCH    PIC X(3).
               88  END-OF-REGION-MASTER VALUE 'EOF'.
           02  WS-INPUT-SOURCE-SW PIC X     VALUE 'E'.
               88  EXTRACT-INPUT VALUE 'E'.
               88  STANDING-ORDER-INPUT VALUE 'S'.
           02  WS-SYSTEM-DEFAULT-TAG PIC X(3) VALUE 'SYS'.
           02  WS-STANDING-ORDER-TAG PIC X(3) VALUE 'STO'.
           02  WS-UNREGISTERED-TAG PIC X(3) VALUE 'UNK'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
       01  FILE-STATUS-FIELDS.
           02  RAW-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           02  STORD-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           02  REGION-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  RECYCLE-IN-FILE-STATUS PIC X(2) VALUE '00'.
           02  SYSTEM-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           02  SORTED-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           02  SEQ-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  REGION-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-TABLE-OVERFLOW      VALUE 8.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
           02  WS-RECORDS-WRITTEN    PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-OUT-OF-SEQ PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-RECYCLED   PIC 9(9) VALUE ZERO.
           02  WS-RECORDS-SYSTEM     PIC 9(9) VALUE ZERO.
      ******************************************************************
      * THE RECORD UNDER CLASSIFICATION, WHICHEVER REGIONAL FILE IT
      * CAME FROM.  THE REGION TAG IS PLANTED IN THE RECORD BEFORE
               03  WS-RT-RECORD-COUNT PIC 9(9).
               03  WS-RT-HASH-TOTAL  PIC S9(13)V99.
               03  FILLER            PIC X(53).
      ******************************************************************
      * THE REGION MASTER ENTRIES COME FIRST, IN MASTER ORDER, THEN
      * THE STANDING-ORDER SOURCE, THEN - ONLY IF SOMETHING ARRIVED
      * THAT NO MASTER ENTRY CLAIMS - THE UNREGISTERED ENTRY.
      ******************************************************************
       01  REGION-CONTROL-FIELDS.
           02  WS-REGION-MAX         PIC 9(2)  VALUE 50.
           02  WS-MASTER-COUNT       PIC 9(2)  VALUE ZERO.
           02  WS-REGION-COUNT       PIC 9(2)  VALUE ZERO.
           02  WS-CURR-REGION-NUM    PIC 9(2)  VALUE ZERO.
           02  WS-CURR-REGION-ID     PIC X(3)  VALUE SPACES.
           02  WS-RGN-SUB            PIC 9(2)  VALUE ZERO.
           02  WS-STO-REGION-NUM     PIC 9(2)  VALUE ZERO.
           02  WS-UNK-REGION-NUM     PIC 9(2)  VALUE ZERO.
           02  WS-RGN-SEARCH-SOURCE  PIC X(8)  VALUE SPACES.
           02  WS-RGN-FOUND-SW       PIC X     VALUE 'N'.
               88  REGION-FOUND      VALUE 'Y'.
           02  WS-RM-ENTRY-VALID-SW  PIC X     VALUE 'Y'.
               88  RM-ENTRY-VALID    VALUE 'Y'.
           02  WS-RM-ID-CHECK        PIC X(3)  VALUE SPACES.
               88  RESERVED-REGION-TAG
                                     VALUES 'STO' 'SYS' 'ACR' 'ADJ'
                                            'UNK' 'B/F'.
           02  WS-REGION-ENTRY       OCCURS 52 TIMES.
               03  WS-REGION-ID          PIC X(3).
               03  WS-REGION-MASTER-SOURCE PIC X(8).
               03  WS-REGION-SOURCE      PIC X(8).
               03  WS-REGION-EXPECTED-SW PIC X.
                   88  REGION-EXPECTED-DAILY VALUE 'Y'.
               03  WS-REGION-ACK-DEST    PIC X(40).
               03  WS-REGION-DETAILS     PIC 9(9).
               03  WS-REGION-HASH        PIC S9(13)V99.
               03  WS-REGION-PRESENT-SW  PIC X.
           02  WS-HDR-EXTRACT-DATE   PIC 9(8)  VALUE ZERO.
           02  WS-HDR-SOURCE-SYSTEM  PIC X(8)  VALUE 'UNKNOWN'.
           02  WS-OUT-EXTRACT-DATE   PIC 9(8)  VALUE ZERO.
           02  WS-REGIONS-WITH-DATA  PIC 9(2)  VALUE ZERO.
           02  WS-TRL-RECORD-COUNT   PIC 9(9)  VALUE ZERO.
           02  WS-TRL-HASH-TOTAL     PIC S9(13)V99 VALUE ZERO.
           02  WS-FILE-DETAILS       PIC 9(9)  VALUE ZERO.
           02  FILLER                PIC X(15) VALUE
               'RECORDS READ:'.
           02  SEQ-REGION-READ       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  SEQ-REGION-NOTE       PIC X(20).
           02  FILLER                PIC X(58) VALUE SPACES.
       01  SEQ-SYSTEM-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(25) VALUE
               'SYSTEM-GENERATED RECS:'.
           02  SEQ-SYSTEM-READ       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(92) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1100-LOAD-REGION-MASTER.
           PERFORM 1200-ADD-STANDING-ORDER-REGION.
           OPEN INPUT RAW-TRANS-FILE.
           OPEN INPUT STORD-TRANS-FILE.
           OPEN OUTPUT SORTED-TRANS-FILE.
           OPEN OUTPUT SEQUENCE-REPORT-FILE.
           WRITE SEQUENCE-REPORT-RECORD FROM SEQ-HEADING-LINE.
           MOVE 'SEQRPT  ' TO WS-ERROR-FILE-ID.
           MOVE SEQ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE REGION MASTER DECIDES WHICH EXTRACTS ARE RECOGNISED.  AN
      * ENTRY WITH NO REGION ID OR SOURCE SYSTEM, AN EXPECTED FLAG
      * OTHER THAN Y OR N, A TAG THE CHAIN RESERVES FOR ITS OWN
      * SOURCES, OR A REGION ID OR SOURCE SYSTEM ALREADY LOADED IS
      * LEFT OUT AND NAMED IN THE MESSAGE LOG.
      ******************************************************************
       1100-LOAD-REGION-MASTER.
           OPEN INPUT REGION-MASTER-FILE.
           IF REGION-MASTER-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO RGNMAST-SWITCH
               MOVE 'RGNMAST ' TO WS-ERROR-FILE-ID
               MOVE REGION-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-REGION-MASTER
               READ REGION-MASTER-FILE
                   AT END
                       MOVE 'EOF' TO RGNMAST-SWITCH
                   NOT AT END
                       IF REGION-MASTER-RECORD NOT = SPACES
                           AND REGION-MASTER-RECORD (1:1) NOT = '*'
                           PERFORM 1150-EDIT-REGION-MASTER-ENTRY
                       END-IF
               END-READ
               MOVE 'RGNMAST ' TO WS-ERROR-FILE-ID
               MOVE REGION-MASTER-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-PERFORM.
           CLOSE REGION-MASTER-FILE.
           MOVE WS-REGION-COUNT TO WS-MASTER-COUNT.
           IF WS-MASTER-COUNT = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'REGION MASTER EMPTY - NO EXTRACT CAN BE MATCHED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1150-EDIT-REGION-MASTER-ENTRY.
           MOVE 'Y' TO WS-RM-ENTRY-VALID-SW.
           MOVE RM-REGION-ID TO WS-RM-ID-CHECK.
           IF RM-REGION-ID = SPACES
               OR RM-SOURCE-SYSTEM = SPACES
               OR NOT RM-EXPECTED-FLAG-VALID
               OR RESERVED-REGION-TAG
               MOVE 'N' TO WS-RM-ENTRY-VALID-SW
           ELSE
               MOVE 1 TO WS-RGN-SUB
               PERFORM UNTIL WS-RGN-SUB > WS-REGION-COUNT
                   IF WS-REGION-ID (WS-RGN-SUB) = RM-REGION-ID
                       OR WS-REGION-MASTER-SOURCE (WS-RGN-SUB)
                           = RM-SOURCE-SYSTEM
                       MOVE 'N' TO WS-RM-ENTRY-VALID-SW
                   END-IF
                   ADD 1 TO WS-RGN-SUB
               END-PERFORM
           END-IF.
           IF RM-ENTRY-VALID
               IF WS-REGION-COUNT >= WS-REGION-MAX
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'REGION TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               ELSE
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-REGION-COUNT TO WS-RGN-SUB
                   PERFORM 1300-CLEAR-REGION-ENTRY
                   MOVE RM-REGION-ID TO WS-REGION-ID (WS-RGN-SUB)
                   MOVE RM-SOURCE-SYSTEM
                       TO WS-REGION-MASTER-SOURCE (WS-RGN-SUB)
                   MOVE RM-EXPECTED-DAILY
                       TO WS-REGION-EXPECTED-SW (WS-RGN-SUB)
                   MOVE RM-ACK-DEST TO WS-REGION-ACK-DEST (WS-RGN-SUB)
               END-IF
           ELSE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'REGION MASTER ENTRY REJECTED FOR REGION '
                      DELIMITED BY SIZE
                      RM-REGION-ID DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * THE STANDING-ORDER FILE HAS NO REGIONAL SYSTEM BEHIND IT - NO
      * MASTER ENTRY, NEVER EXPECTED, NO ACKNOWLEDGMENT - BUT IT IS
      * RECEIPTED ON THE REGION CONTROLS LIKE ANY REGION.
      ******************************************************************
       1200-ADD-STANDING-ORDER-REGION.
           ADD 1 TO WS-REGION-COUNT.
           MOVE WS-REGION-COUNT TO WS-STO-REGION-NUM.
           MOVE WS-REGION-COUNT TO WS-RGN-SUB.
           PERFORM 1300-CLEAR-REGION-ENTRY.
           MOVE WS-STANDING-ORDER-TAG TO WS-REGION-ID (WS-RGN-SUB).
      ******************************************************************
       1300-CLEAR-REGION-ENTRY.
           MOVE SPACES TO WS-REGION-ID (WS-RGN-SUB).
           MOVE SPACES TO WS-REGION-MASTER-SOURCE (WS-RGN-SUB).
           MOVE SPACES TO WS-REGION-SOURCE (WS-RGN-SUB).
           MOVE 'N' TO WS-REGION-EXPECTED-SW (WS-RGN-SUB).
           MOVE SPACES TO WS-REGION-ACK-DEST (WS-RGN-SUB).
           MOVE ZERO TO WS-REGION-DETAILS (WS-RGN-SUB).
           MOVE ZERO TO WS-REGION-HASH (WS-RGN-SUB).
           MOVE 'N' TO WS-REGION-PRESENT-SW (WS-RGN-SUB).
      ******************************************************************
       2000-RELEASE-RAW-INPUT.
           PERFORM 2050-RELEASE-RECYCLED-INPUT.
           PERFORM 2060-RELEASE-SYSTEM-INPUT.
           PERFORM 2010-PROCESS-EXTRACT-FILE.
           PERFORM 2040-PROCESS-STANDING-ORDERS.
           PERFORM 2500-CHECK-EXPECTED-REGIONS.
           IF WS-RECORDS-READ = ZERO
               AND WS-RECORDS-RECYCLED = ZERO
               AND WS-RECORDS-SYSTEM = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * THE REGIONAL EXTRACTS ARRIVE CONCATENATED UNDER THE ONE
      * EXTRACT DD, EACH BEHIND ITS OWN HEADER.  EACH HEADER STARTS A
      * NEW EXTRACT, WHICH IS SEQUENCE-CHECKED AND TRAILER-CHECKED ON
      * ITS OWN, AND WHOSE DETAILS ARE TAGGED WITH THE REGION THAT
      * THE HEADER'S SOURCE SYSTEM NAMES ON THE REGION MASTER.
      ******************************************************************
       2010-PROCESS-EXTRACT-FILE.
           MOVE 'E' TO WS-INPUT-SOURCE-SW.
           MOVE SPACES TO WS-FILE-EOF-SW.
           MOVE ZERO TO WS-CURR-REGION-NUM.
           IF RAW-TRANS-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO WS-FILE-EOF-SW
               MOVE 'EXTRIN  ' TO WS-ERROR-FILE-ID
               MOVE RAW-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           IF NOT END-OF-REGION-FILE
               PERFORM 9100-READ-REGION-FILE
               PERFORM UNTIL END-OF-REGION-FILE
                   PERFORM 2075-CLASSIFY-RAW-RECORD
                   PERFORM 9100-READ-REGION-FILE
               END-PERFORM
           END-IF.
           IF WS-CURR-REGION-NUM > 0
               PERFORM 2090-END-INPUT-SEGMENT
           END-IF.
      ******************************************************************
      * A SECOND EXTRACT FROM THE SAME REGION IS CONSOLIDATED AND
      * COUNTED WITH THE FIRST, BUT WARNED - IT IS USUALLY A FEED
      * SENT TWICE.  A SOURCE SYSTEM NOT ON THE REGION MASTER IS
      * STILL CONSOLIDATED, UNDER THE UNREGISTERED TAG, SO NOTHING
      * IS LOST WHILE THE MASTER IS PUT RIGHT.
      ******************************************************************
       2020-START-EXTRACT-SEGMENT.
           IF WS-CURR-REGION-NUM > 0
               PERFORM 2090-END-INPUT-SEGMENT
           END-IF.
           PERFORM 2080-RESET-SEGMENT-TOTALS.
           MOVE WS-RH-SOURCE-SYSTEM TO WS-RGN-SEARCH-SOURCE.
           PERFORM 2030-FIND-SOURCE-REGION.
           IF REGION-FOUND
               MOVE WS-RGN-SUB TO WS-CURR-REGION-NUM
               IF REGION-FILE-PRESENT (WS-CURR-REGION-NUM)
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'SECOND EXTRACT RECEIVED FOR REGION '
                          DELIMITED BY SIZE
                          WS-REGION-ID (WS-CURR-REGION-NUM)
                          DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'W' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'EXTRACT FROM UNREGISTERED SOURCE '
                      DELIMITED BY SIZE
                      WS-RH-SOURCE-SYSTEM DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
               PERFORM 2035-USE-UNREGISTERED-REGION
           END-IF.
           MOVE 'Y' TO WS-REGION-PRESENT-SW (WS-CURR-REGION-NUM).
           MOVE WS-RH-SOURCE-SYSTEM
               TO WS-REGION-SOURCE (WS-CURR-REGION-NUM).
           MOVE WS-REGION-ID (WS-CURR-REGION-NUM) TO WS-CURR-REGION-ID.
      ******************************************************************
      * DETAIL AHEAD OF ANY HEADER CANNOT BE ASSIGNED TO A REGION.
      ******************************************************************
       2025-START-HEADERLESS-SEGMENT.
           PERFORM 2080-RESET-SEGMENT-TOTALS.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE 'EXTRACT DETAIL WITHOUT A HEADER - TAGGED UNK'
               TO WS-PRINTM-MESSAGE.
           MOVE 'E' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 2035-USE-UNREGISTERED-REGION.
           MOVE 'Y' TO WS-REGION-PRESENT-SW (WS-CURR-REGION-NUM).
           MOVE WS-REGION-ID (WS-CURR-REGION-NUM) TO WS-CURR-REGION-ID.
      ******************************************************************
       2030-FIND-SOURCE-REGION.
           MOVE 'N' TO WS-RGN-FOUND-SW.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL REGION-FOUND
                   OR WS-RGN-SUB > WS-MASTER-COUNT
               IF WS-REGION-MASTER-SOURCE (WS-RGN-SUB)
                   = WS-RGN-SEARCH-SOURCE
                   MOVE 'Y' TO WS-RGN-FOUND-SW
               ELSE
                   ADD 1 TO WS-RGN-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * THE TABLE ALWAYS HOLDS ROOM FOR THE UNREGISTERED ENTRY BEYOND
      * THE MASTER AND STANDING-ORDER ENTRIES.
      ******************************************************************
       2035-USE-UNREGISTERED-REGION.
           IF WS-UNK-REGION-NUM = ZERO
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-UNK-REGION-NUM
               MOVE WS-REGION-COUNT TO WS-RGN-SUB
               PERFORM 1300-CLEAR-REGION-ENTRY
               MOVE WS-UNREGISTERED-TAG TO WS-REGION-ID (WS-RGN-SUB)
           END-IF.
           MOVE WS-UNK-REGION-NUM TO WS-CURR-REGION-NUM.
      ******************************************************************
      * THE STANDING-ORDER FILE IS ONE SEGMENT, ALWAYS TAGGED STO.
      ******************************************************************
       2040-PROCESS-STANDING-ORDERS.
           MOVE 'S' TO WS-INPUT-SOURCE-SW.
           MOVE SPACES TO WS-FILE-EOF-SW.
           PERFORM 2080-RESET-SEGMENT-TOTALS.
           MOVE WS-STO-REGION-NUM TO WS-CURR-REGION-NUM.
           MOVE WS-REGION-ID (WS-CURR-REGION-NUM) TO WS-CURR-REGION-ID.
           IF STORD-TRANS-FILE-STATUS = '05'
               MOVE 'EOF' TO WS-FILE-EOF-SW
           ELSE
               IF STORD-TRANS-FILE-STATUS NOT = '00'
                   MOVE 'EOF' TO WS-FILE-EOF-SW
                   MOVE 'STORDIN ' TO WS-ERROR-FILE-ID
                   MOVE STORD-TRANS-FILE-STATUS
                       TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               ELSE
                   MOVE 'Y' TO WS-REGION-PRESENT-SW
                       (WS-CURR-REGION-NUM)
               END-IF
           END-IF.
           IF NOT END-OF-REGION-FILE
               PERFORM 9100-READ-REGION-FILE
               PERFORM UNTIL END-OF-REGION-FILE
                   PERFORM 2075-CLASSIFY-RAW-RECORD
                   PERFORM 9100-READ-REGION-FILE
               END-PERFORM
           END-IF.
           PERFORM 2090-END-INPUT-SEGMENT.
      ******************************************************************
       2080-RESET-SEGMENT-TOTALS.
           MOVE 'N' TO WS-HDR-PRESENT-SW.
           MOVE 'N' TO WS-TRL-PRESENT-SW.
           MOVE 'Y' TO WS-FIRST-RECORD-SW.
           MOVE ZERO TO WS-FILE-DETAILS.
           MOVE ZERO TO WS-FILE-HASH-TOTAL.
           MOVE ZERO TO WS-TRL-RECORD-COUNT.
           MOVE ZERO TO WS-TRL-HASH-TOTAL.
      ******************************************************************
       2090-END-INPUT-SEGMENT.
           PERFORM 2300-CHECK-INPUT-TRAILER.
           ADD WS-FILE-DETAILS
               TO WS-REGION-DETAILS (WS-CURR-REGION-NUM).
           ADD WS-FILE-HASH-TOTAL
               TO WS-REGION-HASH (WS-CURR-REGION-NUM).
           ADD WS-FILE-DETAILS TO WS-RECORDS-READ.
           MOVE ZERO TO WS-CURR-REGION-NUM.
      ******************************************************************
      * REPAIRED REJECTS FROM THE PRIOR RUN ENTER THE SORT AHEAD OF
      * THE RAW EXTRACTS.  THEY ARE NOT SEQUENCE-CHECKED AND KEEP
           END-PERFORM.
           CLOSE RECYCLE-IN-FILE.
      ******************************************************************
      * SYSTEM-GENERATED TRANSACTIONS ALSO ENTER THE SORT AHEAD OF THE
      * EXTRACTS.  THEY ARE NOT SEQUENCE-CHECKED AND KEEP THE TAG THE
      * GENERATING PROGRAM GAVE THEM, BUT THEIR TRAILER IS PROVED
      * LIKE ANY EXTRACT'S.
      ******************************************************************
       2060-RELEASE-SYSTEM-INPUT.
           MOVE 'N' TO WS-TRL-PRESENT-SW.
           MOVE ZERO TO WS-FILE-DETAILS.
           MOVE ZERO TO WS-FILE-HASH-TOTAL.
           MOVE ZERO TO WS-TRL-RECORD-COUNT.
           MOVE ZERO TO WS-TRL-HASH-TOTAL.
           OPEN INPUT SYSTEM-TRANS-FILE.
           IF SYSTEM-TRANS-FILE-STATUS NOT = '00'
               AND SYSTEM-TRANS-FILE-STATUS NOT = '05'
               MOVE 'EOF' TO SYSTEM-TRANS-SWITCH
               MOVE 'SYSTRNIN' TO WS-ERROR-FILE-ID
               MOVE SYSTEM-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-SYSTEM-TRANS
               READ SYSTEM-TRANS-FILE
                   AT END
                       MOVE 'EOF' TO SYSTEM-TRANS-SWITCH
                   NOT AT END
                       MOVE SYSTEM-TRANS-RECORD TO WS-RAW-RECORD
                       PERFORM 2065-CLASSIFY-SYSTEM-RECORD
               END-READ
           END-PERFORM.
           MOVE 'SYSTRNIN' TO WS-ERROR-FILE-ID.
           MOVE SYSTEM-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           CLOSE SYSTEM-TRANS-FILE.
           MOVE WS-FILE-DETAILS TO WS-RECORDS-SYSTEM.
           IF TRAILER-PRESENT
               IF WS-TRL-RECORD-COUNT NOT = WS-FILE-DETAILS
                   OR WS-TRL-HASH-TOTAL NOT = WS-FILE-HASH-TOTAL
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   MOVE 'SYSTEM TRANSACTION TRAILER MISMATCH'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-IF.
      ******************************************************************
       2065-CLASSIFY-SYSTEM-RECORD.
           IF RAW-HEADER-LABEL
               CONTINUE
           ELSE
               IF RAW-TRAILER-LABEL
                   MOVE 'Y' TO WS-TRL-PRESENT-SW
                   MOVE WS-RT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE WS-RT-HASH-TOTAL TO WS-TRL-HASH-TOTAL
               ELSE
                   ADD 1 TO WS-FILE-DETAILS
                   IF WS-RAW-AMOUNT1 NUMERIC
                       ADD WS-RAW-AMOUNT1 TO WS-FILE-HASH-TOTAL
                       ADD WS-RAW-AMOUNT1 TO WS-OUT-HASH-TOTAL
                   END-IF
                   IF WS-RAW-REGION-ID = SPACES
                       MOVE WS-SYSTEM-DEFAULT-TAG TO WS-RAW-REGION-ID
                   END-IF
                   RELEASE SORT-RECORD FROM WS-RAW-RECORD
               END-IF
           END-IF.
      ******************************************************************
      * FILE HEADER AND TRAILER LABELS ARE CAPTURED, NOT SORTED; THE
      * CONSOLIDATED OUTPUT GETS ITS OWN LABELS SINCE RECYCLED AND
      * MULTI-REGION RECORDS CHANGE THE COUNT AND HASH.
      ******************************************************************
       2075-CLASSIFY-RAW-RECORD.
      * THE REGION TAG IS THE REGION ID FROM THE MASTER, FOUND BY THE
      * FULL SOURCE SYSTEM NAME - NAMES CAN SHARE A PREFIX AND MUST
      * NOT MERGE TWO REGIONS INTO ONE TAG.
           IF RAW-HEADER-LABEL
               IF EXTRACT-INPUT
                   PERFORM 2020-START-EXTRACT-SEGMENT
               ELSE
                   MOVE WS-RH-SOURCE-SYSTEM
                       TO WS-REGION-SOURCE (WS-CURR-REGION-NUM)
               END-IF
               MOVE 'Y' TO WS-HDR-PRESENT-SW
               IF WS-RH-EXTRACT-DATE NUMERIC
                   AND WS-RH-EXTRACT-DATE > WS-OUT-EXTRACT-DATE
                   MOVE WS-RH-EXTRACT-DATE TO WS-OUT-EXTRACT-DATE
                   MOVE WS-RT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE WS-RT-HASH-TOTAL TO WS-TRL-HASH-TOTAL
               ELSE
                   IF WS-CURR-REGION-NUM = ZERO
                       PERFORM 2025-START-HEADERLESS-SEGMENT
                   END-IF
                   ADD 1 TO WS-FILE-DETAILS
                   PERFORM 2100-CHECK-INPUT-SEQUENCE
                   IF WS-RAW-AMOUNT1 NUMERIC
           MOVE 'SEQRPT  ' TO WS-ERROR-FILE-ID.
           MOVE SEQ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * A REGION THE MASTER EXPECTS EVERY DAY THAT SENT NO EXTRACT, OR
      * AN EXTRACT WITH NO DETAIL, IS WARNED THE SAME MORNING RATHER
      * THAN FOUND DAYS LATER IN THE REGIONAL RECONCILIATION.
      ******************************************************************
       2500-CHECK-EXPECTED-REGIONS.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL WS-RGN-SUB > WS-MASTER-COUNT
               IF REGION-EXPECTED-DAILY (WS-RGN-SUB)
                   AND WS-REGION-DETAILS (WS-RGN-SUB) = ZERO
                   PERFORM 2510-WARN-EXPECTED-REGION
               END-IF
               ADD 1 TO WS-RGN-SUB
           END-PERFORM.
      ******************************************************************
       2510-WARN-EXPECTED-REGION.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-PRINTM-MESSAGE.
           IF REGION-FILE-PRESENT (WS-RGN-SUB)
               STRING 'EMPTY EXTRACT FROM EXPECTED REGION '
                      DELIMITED BY SIZE
                      WS-REGION-ID (WS-RGN-SUB) DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
           ELSE
               STRING 'NO EXTRACT FROM EXPECTED REGION '
                      DELIMITED BY SIZE
                      WS-REGION-ID (WS-RGN-SUB) DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
           END-IF.
           MOVE 'W' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       3000-RETURN-SORTED-OUTPUT.
           PERFORM 3100-WRITE-OUTPUT-HEADER.
       3100-WRITE-OUTPUT-HEADER.
           MOVE ZERO TO WS-REGIONS-WITH-DATA.
           MOVE 1 TO WS-CURR-REGION-NUM.
           PERFORM UNTIL WS-CURR-REGION-NUM > WS-REGION-COUNT
               IF REGION-FILE-PRESENT (WS-CURR-REGION-NUM)
                   ADD 1 TO WS-REGIONS-WITH-DATA
                   MOVE WS-REGION-SOURCE (WS-CURR-REGION-NUM)
           MOVE 'SEQRPT  ' TO WS-ERROR-FILE-ID.
           MOVE SEQ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE WS-RECORDS-SYSTEM TO SEQ-SYSTEM-READ.
           WRITE SEQUENCE-REPORT-RECORD FROM SEQ-SYSTEM-LINE.
           MOVE 'SEQRPT  ' TO WS-ERROR-FILE-ID.
           MOVE SEQ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-CURR-REGION-NUM.
           PERFORM UNTIL WS-CURR-REGION-NUM > WS-REGION-COUNT
               IF REGION-FILE-PRESENT (WS-CURR-REGION-NUM)
                   OR WS-CURR-REGION-NUM <= WS-MASTER-COUNT
                   PERFORM 9050-WRITE-REGION-LINE
               END-IF
               ADD 1 TO WS-CURR-REGION-NUM
           END-PERFORM.
           PERFORM 9600-WRITE-STEP-CONTROL.
           PERFORM 9700-WRITE-REGION-CONTROL.
           CLOSE RAW-TRANS-FILE.
           CLOSE STORD-TRANS-FILE.
           CLOSE SORTED-TRANS-FILE.
           CLOSE SEQUENCE-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
      * EVERY REGION ON THE MASTER GETS A LINE, SO A REGION THAT SENT
      * NOTHING SHOWS ON THE LISTING AS WELL AS IN THE MESSAGE LOG.
      ******************************************************************
       9050-WRITE-REGION-LINE.
           MOVE WS-REGION-ID (WS-CURR-REGION-NUM) TO SEQ-REGION-ID.
           MOVE WS-REGION-SOURCE (WS-CURR-REGION-NUM)
               TO SEQ-REGION-SOURCE.
           MOVE WS-REGION-DETAILS (WS-CURR-REGION-NUM)
               TO SEQ-REGION-READ.
           EVALUATE TRUE
               WHEN WS-CURR-REGION-NUM = WS-UNK-REGION-NUM
                   MOVE 'UNREGISTERED SOURCE' TO SEQ-REGION-NOTE
               WHEN NOT REGION-FILE-PRESENT (WS-CURR-REGION-NUM)
                   MOVE 'NO EXTRACT RECEIVED' TO SEQ-REGION-NOTE
               WHEN OTHER
                   MOVE SPACES TO SEQ-REGION-NOTE
           END-EVALUATE.
           WRITE SEQUENCE-REPORT-RECORD FROM SEQ-REGION-LINE.
           MOVE 'SEQRPT  ' TO WS-ERROR-FILE-ID.
           MOVE SEQ-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9600-WRITE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL-FILE.
           MOVE SPACES TO STEP-CONTROL-RECORD.
           MOVE 'FAPCOB03' TO SC-PROGRAM.
           COMPUTE SC-RECORDS-IN =
               WS-RECORDS-READ + WS-RECORDS-RECYCLED
               + WS-RECORDS-SYSTEM.
           MOVE WS-RECORDS-WRITTEN TO SC-RECORDS-OUT.
           MOVE ZERO TO SC-RECORDS-REJECTED.
           MOVE ZERO TO SC-RECORDS-BYPASSED.
       9700-WRITE-REGION-CONTROL.
           OPEN OUTPUT REGION-CONTROL-FILE.
           MOVE 1 TO WS-CURR-REGION-NUM.
           PERFORM UNTIL WS-CURR-REGION-NUM > WS-REGION-COUNT
               MOVE SPACES TO REGION-CONTROL-RECORD
               MOVE WS-REGION-ID (WS-CURR-REGION-NUM) TO RC-RGN-ID
               MOVE WS-REGION-SOURCE (WS-CURR-REGION-NUM)
                   TO RC-RECORDS-RECEIVED
               MOVE WS-REGION-HASH (WS-CURR-REGION-NUM)
                   TO RC-HASH-TOTAL
               MOVE WS-REGION-EXPECTED-SW (WS-CURR-REGION-NUM)
                   TO RC-EXPECTED-SW
               MOVE WS-REGION-ACK-DEST (WS-CURR-REGION-NUM)
                   TO RC-ACK-DEST
               WRITE REGION-CONTROL-RECORD
               MOVE 'RGNCTL  ' TO WS-ERROR-FILE-ID
               MOVE REGION-CONTROL-FILE-STATUS
           CLOSE REGION-CONTROL-FILE.
      ******************************************************************
       9100-READ-REGION-FILE.
           IF EXTRACT-INPUT
               READ RAW-TRANS-FILE
                   AT END
                       MOVE 'EOF' TO WS-FILE-EOF-SW
                   NOT AT END
                       MOVE RAW-TRANS-RECORD TO WS-RAW-RECORD
               END-READ
               MOVE 'EXTRIN  ' TO WS-ERROR-FILE-ID
               MOVE RAW-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
           ELSE
               READ STORD-TRANS-FILE
                   AT END
                       MOVE 'EOF' TO WS-FILE-EOF-SW
                   NOT AT END
                       MOVE STORD-TRANS-RECORD TO WS-RAW-RECORD
               END-READ
               MOVE 'STORDIN ' TO WS-ERROR-FILE-ID
               MOVE STORD-TRANS-FILE-STATUS TO WS-CURRENT-FILE-STATUS
           END-IF.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9200-RETURN-SORT-RECORD.
