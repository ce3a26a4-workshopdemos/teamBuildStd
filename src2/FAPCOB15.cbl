      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          REGIONAL ACKNOWLEDGMENTS.  AFTER THE EDIT PASS,
      *          WRITES ONE FIXED-LAYOUT ACKNOWLEDGMENT PER FEEDING
      *          REGION: RECORDS RECEIVED BY CONSOLIDATION,
      *          RECORDS ACCEPTED AND REJECTED BY THE EDIT PASS WITH
      *          REJECT REASONS, AND A HASH TOTAL OF THE ACCEPTED
      *          AMOUNTS THE REGIONAL SYSTEM CAN AUTO-RECONCILE
      *          THAT ARRIVED EMPTY OR WAS MISSING ALTOGETHER, SO
      *          THE REGIONS NO LONGER LEARN ABOUT A SHORT FEED DAYS
      *          LATER FROM ACCOUNTING.
      *          THE REGIONS ARE WHATEVER THE CONSOLIDATION STEP'S
      *          REGION CONTROLS LIST.  EVERY ACKNOWLEDGMENT GOES TO
      *          ONE FILE, EACH BLOCK HEADED WITH THE REGION'S
      *          DESTINATION FROM THE REGION MASTER FOR THE
      *          TRANSMISSION STEP TO ROUTE ON.  A REGION WITH NO
      *          DESTINATION (STANDING ORDERS, UNREGISTERED SOURCES)
      *          HAS NO REGIONAL SYSTEM BEHIND IT AND GETS NO ACK.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
           02  RC-PRESENT-SW         PIC X(1).
           02  RC-RECORDS-RECEIVED   PIC 9(9).
           02  RC-HASH-TOTAL         PIC S9(13)V99.
           02  RC-EXPECTED-SW        PIC X(1).
           02  RC-ACK-DEST           PIC X(40).
           02  FILLER                PIC X(3).

       FD  EDIT-COUNTS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
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

       FD  REJECT-DATA-FILE
           RECORDING MODE IS F
           02  CAL-YEAR-END-FLAG     PIC X(1).
           02  FILLER                PIC X(53).

       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACK-RECORD                PIC X(80).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
               88  END-OF-REGION-CONTROL VALUE 'EOF'.
           02  REJECT-SWITCH     PIC X(3).
               88  END-OF-REJECTS VALUE 'EOF'.
           02  EDITCNTS-SWITCH   PIC X(3).
               88  END-OF-EDIT-COUNTS VALUE 'EOF'.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
           02  EDIT-COUNTS-FILE-STATUS PIC X(2) VALUE '00'.
           02  REJECT-DATA-FILE-STATUS PIC X(2) VALUE '00'.
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  ACK-FILE-STATUS       PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
      * CONTROLS AND THE EDIT-PASS COUNTS.
      ******************************************************************
       01  REGION-ACK-FIELDS.
           02  WS-RGN-MAX            PIC 9(2) VALUE 60.
           02  WS-RGN-COUNT          PIC 9(2) VALUE ZERO.
           02  WS-RGN-SUB            PIC 9(2) VALUE ZERO.
           02  WS-RGN-SEARCH-ID      PIC X(3) VALUE SPACES.
           02  WS-RGN-FOUND-SW       PIC X    VALUE 'N'.
               88  REGION-FOUND      VALUE 'Y'.
           02  WS-ACK-ENTRY          OCCURS 60 TIMES.
               03  WS-ACK-RGN-ID         PIC X(3).
               03  WS-ACK-SOURCE         PIC X(8).
               03  WS-ACK-DEST           PIC X(40).
               03  WS-ACK-PRESENT-SW     PIC X.
                   88  ACK-EXTRACT-PRESENT VALUE 'Y'.
               03  WS-ACK-RECEIVED       PIC 9(9).
           02  WS-REASON-SUB         PIC 9(2) VALUE ZERO.
           02  WS-REASON-FOUND-SW    PIC X    VALUE 'N'.
               88  REASON-FOUND      VALUE 'Y'.
           02  WS-RGN-REASON-SET     OCCURS 60 TIMES.
               03  WS-RGN-REASON-COUNT PIC 9(2).
               03  WS-REASON-ENTRY   OCCURS 20 TIMES.
                   04  WS-REASON-TEXT    PIC X(30).
           02  AH-RUN-DATE           PIC 9(8).
           02  AH-STATUS-FLAG        PIC X(1).
           02  AH-SOURCE-SYSTEM      PIC X(8).
           02  AH-ACK-DEST           PIC X(40).
           02  FILLER                PIC X(18) VALUE SPACES.
       01  ACK-COUNTS-RECORD.
           02  AC-RECORD-ID          PIC X(2) VALUE 'AC'.
           02  AC-RECEIVED           PIC 9(9).
           IF CALENDAR-ACTIVE
               MOVE WS-CAL-BUSINESS-DATE TO WS-RUN-DATE
           END-IF.
           OPEN OUTPUT ACK-FILE.
           MOVE 'ACKOUT  ' TO WS-ERROR-FILE-ID.
           MOVE ACK-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE ACKNOWLEDGMENTS MUST CARRY THE SAME BUSINESS DATE THE
      * CHAIN RAN UNDER - THE REGIONS AUTO-RECONCILE BY DATE, SO A
               END-READ
           END-PERFORM.
           CLOSE REGION-CONTROL-FILE.
           IF WS-RGN-COUNT = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'NO REGION CONTROLS - NO ACKNOWLEDGMENTS WRITTEN'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * ONE SLOT PER REGION CONTROL RECORD.  A REGION LISTED TWICE
      * KEEPS ITS FIRST ENTRY.
      ******************************************************************
       2100-LOAD-REGION-ENTRY.
           MOVE RC-RGN-ID TO WS-RGN-SEARCH-ID.
           PERFORM 8000-RESOLVE-REGION-SLOT.
           IF WS-RGN-SUB = 0
               PERFORM 8100-ADD-REGION-SLOT
           ELSE
               MOVE ZERO TO WS-RGN-SUB
           END-IF.
           IF WS-RGN-SUB > 0
               MOVE RC-RGN-ID TO WS-ACK-RGN-ID (WS-RGN-SUB)
               MOVE RC-SOURCE-SYSTEM TO WS-ACK-SOURCE (WS-RGN-SUB)
               MOVE RC-ACK-DEST TO WS-ACK-DEST (WS-RGN-SUB)
               MOVE RC-PRESENT-SW
                   TO WS-ACK-PRESENT-SW (WS-RGN-SUB)
               IF RC-RECORDS-RECEIVED NUMERIC
      ******************************************************************
       3000-LOAD-EDIT-COUNTS.
           OPEN INPUT EDIT-COUNTS-FILE.
           IF EDIT-COUNTS-FILE-STATUS NOT = '00'
               MOVE 'EOF' TO EDITCNTS-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-EDIT-COUNTS
               READ EDIT-COUNTS-FILE
                   AT END
                       MOVE 'EOF' TO EDITCNTS-SWITCH
                   NOT AT END
                       IF EC-REGION-RECORD
                           PERFORM 3100-APPLY-EDIT-COUNTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EDIT-COUNTS-FILE.
      ******************************************************************
       3100-APPLY-EDIT-COUNTS.
           MOVE EC-RGN-ID TO WS-RGN-SEARCH-ID.
           PERFORM 8000-RESOLVE-REGION-SLOT.
           IF WS-RGN-SUB > 0
               IF EC-RGN-ACCEPTED NUMERIC
                   MOVE EC-RGN-ACCEPTED
                       TO WS-ACK-ACCEPTED (WS-RGN-SUB)
               END-IF
               IF EC-RGN-REJECTED NUMERIC
                   MOVE EC-RGN-REJECTED
                       TO WS-ACK-REJECTED (WS-RGN-SUB)
               END-IF
               IF EC-RGN-ACCEPT-HASH NUMERIC
                   MOVE EC-RGN-ACCEPT-HASH
                       TO WS-ACK-ACCEPT-HASH (WS-RGN-SUB)
               END-IF
           END-IF.
      ******************************************************************
       4000-TALLY-REJECT-REASONS.
           OPEN INPUT REJECT-DATA-FILE.
               END-IF
           END-IF.
      ******************************************************************
      * ONLY REGIONS THE CONSOLIDATION STEP REPORTED HAVE A SLOT -
      * A TAG IT NEVER PLANTED HAS NO ACKNOWLEDGMENT TO LAND ON.
      * SUBSCRIPT COMES BACK ZERO WHEN THERE IS NO SLOT.
      ******************************************************************
       8000-RESOLVE-REGION-SLOT.
           MOVE 'N' TO WS-RGN-FOUND-SW.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL REGION-FOUND
                   OR WS-RGN-SUB > WS-RGN-COUNT
               IF WS-ACK-RGN-ID (WS-RGN-SUB) = WS-RGN-SEARCH-ID
                   MOVE 'Y' TO WS-RGN-FOUND-SW
               ELSE
                   ADD 1 TO WS-RGN-SUB
               END-IF
           END-PERFORM.
           IF NOT REGION-FOUND
               MOVE ZERO TO WS-RGN-SUB
           END-IF.
      ******************************************************************
       8100-ADD-REGION-SLOT.
           IF WS-RGN-COUNT < WS-RGN-MAX
               ADD 1 TO WS-RGN-COUNT
               MOVE WS-RGN-COUNT TO WS-RGN-SUB
               MOVE SPACES TO WS-ACK-RGN-ID (WS-RGN-SUB)
               MOVE SPACES TO WS-ACK-SOURCE (WS-RGN-SUB)
               MOVE SPACES TO WS-ACK-DEST (WS-RGN-SUB)
               MOVE 'N' TO WS-ACK-PRESENT-SW (WS-RGN-SUB)
               MOVE ZERO TO WS-ACK-RECEIVED (WS-RGN-SUB)
               MOVE ZERO TO WS-ACK-ACCEPTED (WS-RGN-SUB)
               MOVE ZERO TO WS-ACK-REJECTED (WS-RGN-SUB)
               MOVE ZERO TO WS-ACK-ACCEPT-HASH (WS-RGN-SUB)
               MOVE ZERO TO WS-RGN-REASON-COUNT (WS-RGN-SUB)
           ELSE
               MOVE ZERO TO WS-RGN-SUB
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'REGION TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-IF.
      ******************************************************************
      * EACH REGION GETS HEADER, COUNTS, ONE REASON RECORD PER
      * DISTINCT REJECT REASON, AND A TRAILER.  THE HEADER STATUS
      * FLAG READS A FOR ACTIVITY RECEIVED, E FOR AN EXTRACT THAT
      * ARRIVED EMPTY, AND M FOR AN EXTRACT THAT WAS MISSING.
      * THE HEADER ALSO CARRIES THE DESTINATION THE BLOCK IS ROUTED
      * TO.
      ******************************************************************
       5000-WRITE-ACK-FILES.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL WS-RGN-SUB > WS-RGN-COUNT
               IF WS-ACK-DEST (WS-RGN-SUB) NOT = SPACES
                   PERFORM 5100-WRITE-REGION-ACK
               END-IF
               ADD 1 TO WS-RGN-SUB
           END-PERFORM.
      ******************************************************************
       5100-WRITE-REGION-ACK.
           MOVE ZERO TO WS-ACK-LINES-WRITTEN.
           MOVE WS-ACK-RGN-ID (WS-RGN-SUB) TO AH-RGN-ID.
           MOVE WS-RUN-DATE TO AH-RUN-DATE.
           MOVE WS-ACK-SOURCE (WS-RGN-SUB) TO AH-SOURCE-SYSTEM.
           MOVE WS-ACK-DEST (WS-RGN-SUB) TO AH-ACK-DEST.
           EVALUATE TRUE
               WHEN NOT ACK-EXTRACT-PRESENT (WS-RGN-SUB)
                   MOVE 'M' TO AH-STATUS-FLAG
           PERFORM 5500-WRITE-ACK-LINE.
      ******************************************************************
       5500-WRITE-ACK-LINE.
           WRITE ACK-RECORD FROM WS-ACK-LINE.
           MOVE 'ACKOUT  ' TO WS-ERROR-FILE-ID.
           MOVE ACK-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO WS-ACK-LINES-WRITTEN.
      ******************************************************************
       9000-TERMINATE.
           CLOSE ACK-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB15 REGION ACKS ENDED WITH ERRORS'
                   TO WS-PRINTM-MESSAGE
