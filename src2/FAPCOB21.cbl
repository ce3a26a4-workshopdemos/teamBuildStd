       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPCOB21.
      ******************************************************************
      *REMARKS.  BATCH COBOL PROGRAM.
      *          USE PROCESSOR COBNBL.
      *          REGION SUB-LEDGER POSITION AND PROOF.  LISTS EACH
      *          REGION'S BALANCE POSITION BY CODE FROM THE REGION
      *          SUB-LEDGER THE POSTING STEP JUST WROTE, WITH A
      *          TOTAL PER REGION, THEN PROVES CODE BY CODE THAT THE
      *          REGIONS OF A CODE SUM EXACTLY TO ITS BALANCE ON THE
      *          NEW CODE-BALANCE MASTER - BALANCE, MTD AND YTD.  ANY
      *          CODE WHOSE REGIONS DO NOT SUM FAILS THE RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-BALANCE-FILE ASSIGN TO BALNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-BAL-FILE-STATUS.
           SELECT REGION-BAL-FILE ASSIGN TO RGNBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGION-BAL-FILE-STATUS.
           SELECT REGION-REPORT-FILE ASSIGN TO RGNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGION-REPORT-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      ******************************************************************
       FD  NEW-BALANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-BALANCE-RECORD.
           02  NBAL-CODE             PIC X(10).
           02  NBAL-CURR-BALANCE     PIC S9(11)V99.
           02  NBAL-MTD-AMOUNT1      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT1      PIC S9(11)V99.
           02  NBAL-MTD-AMOUNT4      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT4      PIC S9(11)V99.
           02  NBAL-MTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-YTD-AMOUNT5      PIC S9(11)V99.
           02  NBAL-LAST-ACTIVITY    PIC 9(8).
           02  NBAL-MTD-ADJUSTMENT   PIC S9(9)V99.

      * REGION SUB-LEDGER - ONE RECORD PER REGION WITHIN CODE, IN
      * REGION AND CODE SEQUENCE, AS THE POSTING STEP WRITES IT.
       FD  REGION-BAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REGION-BAL-RECORD.
           02  RGN-REGION-ID         PIC X(3).
           02  RGN-CODE              PIC X(10).
           02  RGN-CURR-BALANCE      PIC S9(11)V99.
           02  RGN-MTD-AMOUNT1       PIC S9(11)V99.
           02  RGN-YTD-AMOUNT1       PIC S9(11)V99.
           02  RGN-MTD-AMOUNT4       PIC S9(11)V99.
           02  RGN-YTD-AMOUNT4       PIC S9(11)V99.
           02  RGN-MTD-AMOUNT5       PIC S9(11)V99.
           02  RGN-YTD-AMOUNT5       PIC S9(11)V99.
           02  RGN-LAST-ACTIVITY     PIC 9(8).
           02  RGN-MTD-ADJUSTMENT    PIC S9(9)V99.
           02  FILLER                PIC X(5).

       FD  REGION-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REGION-REPORT-RECORD      PIC X(133).
      ******************************************************************
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  PROGRAM-WORK-FIELDS.
           02  NEW-BAL-SWITCH    PIC X(3).
               88  END-OF-NEW-BALANCE VALUE 'EOF'.
           02  REGION-BAL-SWITCH PIC X(3).
               88  END-OF-REGION-BAL VALUE 'EOF'.
           02  WS-FIRST-REGION-SW PIC X    VALUE 'Y'.
               88  FIRST-REGION  VALUE 'Y'.
           02  WS-PREV-REGION-ID PIC X(3)  VALUE SPACES.
       01  PRINTM-PARM-FIELDS.
           02  WS-PRINTM-MESSAGE     PIC X(60).
           02  WS-PRINTM-SEVERITY    PIC X(1).
       01  FILE-STATUS-FIELDS.
           02  NEW-BAL-FILE-STATUS   PIC X(2) VALUE '00'.
           02  REGION-BAL-FILE-STATUS PIC X(2) VALUE '00'.
           02  REGION-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
       01  ERROR-HANDLING-FIELDS.
           02  WS-RETURN-CODE        PIC 9(4) VALUE ZERO.
               88  RC-NORMAL              VALUE 0.
               88  RC-NO-INPUT-RECORDS    VALUE 4.
               88  RC-OUT-OF-BALANCE      VALUE 8.
               88  RC-IO-ERROR            VALUE 12.
           02  WS-ERROR-FILE-ID      PIC X(8).
           02  WS-CURRENT-FILE-STATUS PIC X(2).
       01  RUN-COUNTERS.
           02  WS-REGION-RECS-READ   PIC 9(9) VALUE ZERO.
           02  WS-REGIONS-LISTED     PIC 9(9) VALUE ZERO.
           02  WS-CODES-PROVED       PIC 9(9) VALUE ZERO.
           02  WS-CODES-OUT-OF-BAL   PIC 9(9) VALUE ZERO.
      ******************************************************************
      * ONE PROOF ENTRY PER CODE SEEN ON THE MASTER OR THE SUB-LEDGER.
      * A CODE WITH REGION ROWS BUT NO MASTER RECORD PROVES AGAINST A
      * ZERO MASTER BALANCE.
      ******************************************************************
       01  PROOF-TABLE-FIELDS.
           02  WS-PROOF-MAX          PIC 9(5) VALUE 20000.
           02  WS-PROOF-COUNT        PIC 9(5) VALUE ZERO.
           02  WS-PROOF-SUB          PIC 9(5) VALUE ZERO.
           02  WS-PROOF-FOUND-SW     PIC X    VALUE 'N'.
               88  PROOF-FOUND       VALUE 'Y'.
           02  WS-PROOF-SLOT-SW      PIC X    VALUE 'N'.
               88  PROOF-SLOT-FOUND  VALUE 'Y'.
           02  WS-PROOF-SEARCH-CODE  PIC X(10) VALUE SPACES.
           02  WS-PROOF-ENTRY        OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-PROOF-COUNT
                   ASCENDING KEY IS WS-PRF-CODE
                   INDEXED BY WS-PRF-IX.
               03  WS-PRF-CODE           PIC X(10).
               03  WS-PRF-MAST-BALANCE   PIC S9(11)V99.
               03  WS-PRF-MAST-MTD1      PIC S9(11)V99.
               03  WS-PRF-MAST-YTD1      PIC S9(11)V99.
               03  WS-PRF-RGN-BALANCE    PIC S9(11)V99.
               03  WS-PRF-RGN-MTD1       PIC S9(11)V99.
               03  WS-PRF-RGN-YTD1       PIC S9(11)V99.
               03  WS-PRF-REGION-COUNT   PIC 9(3).
       01  REGION-TOTAL-FIELDS.
           02  WS-RGN-TOTAL-BALANCE  PIC S9(13)V99 VALUE ZERO.
           02  WS-RGN-TOTAL-MTD1     PIC S9(13)V99 VALUE ZERO.
           02  WS-RGN-TOTAL-YTD1     PIC S9(13)V99 VALUE ZERO.
           02  WS-RGN-TOTAL-ADJ      PIC S9(13)V99 VALUE ZERO.
       01  PROOF-TOTAL-FIELDS.
           02  WS-GRAND-MASTER       PIC S9(13)V99 VALUE ZERO.
           02  WS-GRAND-REGIONS      PIC S9(13)V99 VALUE ZERO.
           02  WS-BALANCE-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
       01  REGION-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(44) VALUE
               'REGION SUB-LEDGER BALANCE POSITION'.
           02  FILLER                PIC X(88) VALUE SPACES.
       01  REGION-ID-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(8)  VALUE 'REGION:'.
           02  RGN-ID-REGION         PIC X(3).
           02  FILLER                PIC X(3)  VALUE SPACES.
           02  RGN-ID-DESCRIPTION    PIC X(30).
           02  FILLER                PIC X(84) VALUE SPACES.
       01  REGION-COLUMN-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'CODE'.
           02  FILLER                PIC X(22) VALUE 'BALANCE'.
           02  FILLER                PIC X(22) VALUE 'MTD AMOUNT1'.
           02  FILLER                PIC X(22) VALUE 'YTD AMOUNT1'.
           02  FILLER                PIC X(20) VALUE 'MTD ADJUSTMENT'.
           02  FILLER                PIC X(13) VALUE 'LAST ACTIVITY'.
           02  FILLER                PIC X(15) VALUE SPACES.
       01  REGION-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-LINE-CODE         PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  RGN-LINE-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-LINE-MTD1         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-LINE-YTD1         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-LINE-ADJUSTMENT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-LINE-LAST-ACTIVITY PIC 9(8).
           02  FILLER                PIC X(20) VALUE SPACES.
       01  REGION-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(12) VALUE 'REGION TOTAL'.
           02  RGN-TOTAL-BALANCE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-TOTAL-MTD1        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-TOTAL-YTD1        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  RGN-TOTAL-ADJUSTMENT  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(33) VALUE SPACES.
       01  PROOF-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(44) VALUE
               'REGION SUB-LEDGER PROOF TO BALANCE MASTER'.
           02  FILLER                PIC X(88) VALUE SPACES.
       01  PROOF-COLUMN-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'CODE'.
           02  FILLER                PIC X(22) VALUE 'MASTER BALANCE'.
           02  FILLER                PIC X(22) VALUE 'REGION TOTAL'.
           02  FILLER                PIC X(20) VALUE 'DIFFERENCE'.
           02  FILLER                PIC X(10) VALUE 'REGIONS'.
           02  FILLER                PIC X(12) VALUE 'CONDITION'.
           02  FILLER                PIC X(28) VALUE SPACES.
       01  PROOF-DETAIL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  PRF-LINE-CODE         PIC X(10).
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  PRF-LINE-MASTER       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  PRF-LINE-REGIONS      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  PRF-LINE-DIFFERENCE   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  PRF-LINE-REGION-COUNT PIC ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  PRF-LINE-CONDITION    PIC X(16).
           02  FILLER                PIC X(26) VALUE SPACES.
       01  PROOF-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'MASTER TOTAL:'.
           02  PRF-TOTAL-MASTER      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'REGION TOTAL:'.
           02  PRF-TOTAL-REGIONS     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(2)  VALUE SPACES.
           02  PRF-TOTAL-FLAG        PIC X(16).
           02  FILLER                PIC X(33) VALUE SPACES.
       01  PROOF-COUNT-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(15) VALUE 'CODES PROVED:'.
           02  PRF-COUNT-PROVED      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(20) VALUE
               'CODES OUT OF BAL:'.
           02  PRF-COUNT-OUT         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'REGIONS:'.
           02  PRF-COUNT-REGIONS     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LIST-REGION-BALANCE
               UNTIL END-OF-REGION-BAL.
           PERFORM 3000-PROVE-REGION-TOTALS.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT NEW-BALANCE-FILE.
           OPEN INPUT REGION-BAL-FILE.
           OPEN OUTPUT REGION-REPORT-FILE.
           WRITE REGION-REPORT-RECORD FROM REGION-HEADING-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 1200-LOAD-NEW-BALANCES.
           PERFORM 9100-READ-REGION-BAL-FILE.
           IF END-OF-REGION-BAL
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'REGION SUB-LEDGER IS EMPTY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1200-LOAD-NEW-BALANCES.
           PERFORM UNTIL END-OF-NEW-BALANCE
               READ NEW-BALANCE-FILE
                   AT END
                       MOVE 'EOF' TO NEW-BAL-SWITCH
                   NOT AT END
                       MOVE NBAL-CODE TO WS-PROOF-SEARCH-CODE
                       PERFORM 2120-FIND-PROOF-SLOT
                       IF PROOF-FOUND
                           MOVE NBAL-CURR-BALANCE
                               TO WS-PRF-MAST-BALANCE (WS-PROOF-SUB)
                           MOVE NBAL-MTD-AMOUNT1
                               TO WS-PRF-MAST-MTD1 (WS-PROOF-SUB)
                           MOVE NBAL-YTD-AMOUNT1
                               TO WS-PRF-MAST-YTD1 (WS-PROOF-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'BALNEW  ' TO WS-ERROR-FILE-ID.
           MOVE NEW-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * THE SUB-LEDGER ARRIVES IN REGION SEQUENCE, SO EACH REGION'S
      * POSITION PRINTS AS ONE SECTION WITH ITS OWN TOTAL, AND EVERY
      * ROW IS ADDED INTO ITS CODE'S PROOF ENTRY ON THE WAY PAST.
      ******************************************************************
       2000-LIST-REGION-BALANCE.
           IF FIRST-REGION
               OR RGN-REGION-ID NOT = WS-PREV-REGION-ID
               PERFORM 2200-START-REGION-SECTION
           END-IF.
           MOVE RGN-CODE TO RGN-LINE-CODE.
           MOVE RGN-CURR-BALANCE TO RGN-LINE-BALANCE.
           MOVE RGN-MTD-AMOUNT1 TO RGN-LINE-MTD1.
           MOVE RGN-YTD-AMOUNT1 TO RGN-LINE-YTD1.
           MOVE RGN-MTD-ADJUSTMENT TO RGN-LINE-ADJUSTMENT.
           MOVE RGN-LAST-ACTIVITY TO RGN-LINE-LAST-ACTIVITY.
           WRITE REGION-REPORT-RECORD FROM REGION-DETAIL-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD RGN-CURR-BALANCE TO WS-RGN-TOTAL-BALANCE.
           ADD RGN-MTD-AMOUNT1 TO WS-RGN-TOTAL-MTD1.
           ADD RGN-YTD-AMOUNT1 TO WS-RGN-TOTAL-YTD1.
           ADD RGN-MTD-ADJUSTMENT TO WS-RGN-TOTAL-ADJ.
           MOVE RGN-CODE TO WS-PROOF-SEARCH-CODE.
           PERFORM 2120-FIND-PROOF-SLOT.
           IF PROOF-FOUND
               ADD RGN-CURR-BALANCE
                   TO WS-PRF-RGN-BALANCE (WS-PROOF-SUB)
               ADD RGN-MTD-AMOUNT1 TO WS-PRF-RGN-MTD1 (WS-PROOF-SUB)
               ADD RGN-YTD-AMOUNT1 TO WS-PRF-RGN-YTD1 (WS-PROOF-SUB)
               ADD 1 TO WS-PRF-REGION-COUNT (WS-PROOF-SUB)
           END-IF.
           PERFORM 9100-READ-REGION-BAL-FILE.
           IF END-OF-REGION-BAL
               PERFORM 2300-END-REGION-SECTION
           END-IF.
      ******************************************************************
       2120-FIND-PROOF-SLOT.
           MOVE 'N' TO WS-PROOF-FOUND-SW.
           IF WS-PROOF-COUNT > 0
               SEARCH ALL WS-PROOF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRF-CODE (WS-PRF-IX) =
                       WS-PROOF-SEARCH-CODE
                       MOVE 'Y' TO WS-PROOF-FOUND-SW
                       SET WS-PROOF-SUB TO WS-PRF-IX
               END-SEARCH
           END-IF.
           IF NOT PROOF-FOUND
               IF WS-PROOF-COUNT >= WS-PROOF-MAX
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'PROOF TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               ELSE
                   PERFORM 2130-INSERT-PROOF-ENTRY
                   MOVE 'Y' TO WS-PROOF-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
      * THE PROOF TABLE IS HELD IN CODE SEQUENCE FOR THE BINARY
      * SEARCH - A NEW CODE SLIDES INTO ITS SLOT ZEROED.
      ******************************************************************
       2130-INSERT-PROOF-ENTRY.
           ADD 1 TO WS-PROOF-COUNT.
           MOVE WS-PROOF-COUNT TO WS-PROOF-SUB.
           MOVE 'N' TO WS-PROOF-SLOT-SW.
           PERFORM UNTIL PROOF-SLOT-FOUND
               IF WS-PROOF-SUB = 1
                   MOVE 'Y' TO WS-PROOF-SLOT-SW
               ELSE
                   IF WS-PRF-CODE (WS-PROOF-SUB - 1) >
                       WS-PROOF-SEARCH-CODE
                       MOVE WS-PROOF-ENTRY (WS-PROOF-SUB - 1)
                           TO WS-PROOF-ENTRY (WS-PROOF-SUB)
                       SUBTRACT 1 FROM WS-PROOF-SUB
                   ELSE
                       MOVE 'Y' TO WS-PROOF-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-PROOF-SEARCH-CODE TO WS-PRF-CODE (WS-PROOF-SUB).
           MOVE ZERO TO WS-PRF-MAST-BALANCE (WS-PROOF-SUB).
           MOVE ZERO TO WS-PRF-MAST-MTD1 (WS-PROOF-SUB).
           MOVE ZERO TO WS-PRF-MAST-YTD1 (WS-PROOF-SUB).
           MOVE ZERO TO WS-PRF-RGN-BALANCE (WS-PROOF-SUB).
           MOVE ZERO TO WS-PRF-RGN-MTD1 (WS-PROOF-SUB).
           MOVE ZERO TO WS-PRF-RGN-YTD1 (WS-PROOF-SUB).
           MOVE ZERO TO WS-PRF-REGION-COUNT (WS-PROOF-SUB).
      ******************************************************************
       2200-START-REGION-SECTION.
           IF NOT FIRST-REGION
               PERFORM 2300-END-REGION-SECTION
           END-IF.
           MOVE 'N' TO WS-FIRST-REGION-SW.
           MOVE RGN-REGION-ID TO WS-PREV-REGION-ID.
           ADD 1 TO WS-REGIONS-LISTED.
           MOVE ZERO TO WS-RGN-TOTAL-BALANCE.
           MOVE ZERO TO WS-RGN-TOTAL-MTD1.
           MOVE ZERO TO WS-RGN-TOTAL-YTD1.
           MOVE ZERO TO WS-RGN-TOTAL-ADJ.
           MOVE RGN-REGION-ID TO RGN-ID-REGION.
           EVALUATE RGN-REGION-ID
               WHEN 'ADJ'
                   MOVE 'MANUAL ADJUSTMENTS' TO RGN-ID-DESCRIPTION
               WHEN 'B/F'
                   MOVE 'BROUGHT FORWARD AT CONVERSION'
                       TO RGN-ID-DESCRIPTION
               WHEN 'ACR'
                   MOVE 'SYSTEM ACCRUAL POSTINGS' TO RGN-ID-DESCRIPTION
               WHEN OTHER
                   MOVE SPACES TO RGN-ID-DESCRIPTION
           END-EVALUATE.
           MOVE SPACES TO REGION-REPORT-RECORD.
           WRITE REGION-REPORT-RECORD.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE REGION-REPORT-RECORD FROM REGION-ID-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE REGION-REPORT-RECORD FROM REGION-COLUMN-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       2300-END-REGION-SECTION.
           MOVE WS-RGN-TOTAL-BALANCE TO RGN-TOTAL-BALANCE.
           MOVE WS-RGN-TOTAL-MTD1 TO RGN-TOTAL-MTD1.
           MOVE WS-RGN-TOTAL-YTD1 TO RGN-TOTAL-YTD1.
           MOVE WS-RGN-TOTAL-ADJ TO RGN-TOTAL-ADJUSTMENT.
           WRITE REGION-REPORT-RECORD FROM REGION-TOTAL-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
      * CODE BY CODE, THE REGIONS MUST SUM TO THE MASTER BALANCE AND
      * TO ITS MTD AND YTD AMOUNT1.  A CODE WITH A MASTER BALANCE BUT
      * NO REGION ROWS IS SIMPLY OUT OF BALANCE BY ITS WHOLE BALANCE.
      ******************************************************************
       3000-PROVE-REGION-TOTALS.
           MOVE SPACES TO REGION-REPORT-RECORD.
           WRITE REGION-REPORT-RECORD.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE REGION-REPORT-RECORD FROM PROOF-HEADING-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           WRITE REGION-REPORT-RECORD FROM PROOF-COLUMN-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE 1 TO WS-PROOF-SUB.
           PERFORM UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
               PERFORM 3100-PROVE-CODE-ENTRY
               ADD 1 TO WS-PROOF-SUB
           END-PERFORM.
           MOVE WS-GRAND-MASTER TO PRF-TOTAL-MASTER.
           MOVE WS-GRAND-REGIONS TO PRF-TOTAL-REGIONS.
           IF WS-GRAND-MASTER = WS-GRAND-REGIONS
               AND WS-CODES-OUT-OF-BAL = ZERO
               MOVE 'IN BALANCE' TO PRF-TOTAL-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO PRF-TOTAL-FLAG
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           WRITE REGION-REPORT-RECORD FROM PROOF-TOTAL-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           MOVE WS-CODES-PROVED TO PRF-COUNT-PROVED.
           MOVE WS-CODES-OUT-OF-BAL TO PRF-COUNT-OUT.
           MOVE WS-REGIONS-LISTED TO PRF-COUNT-REGIONS.
           WRITE REGION-REPORT-RECORD FROM PROOF-COUNT-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       3100-PROVE-CODE-ENTRY.
           ADD 1 TO WS-CODES-PROVED.
           ADD WS-PRF-MAST-BALANCE (WS-PROOF-SUB) TO WS-GRAND-MASTER.
           ADD WS-PRF-RGN-BALANCE (WS-PROOF-SUB) TO WS-GRAND-REGIONS.
           COMPUTE WS-BALANCE-DIFFERENCE =
               WS-PRF-MAST-BALANCE (WS-PROOF-SUB)
               - WS-PRF-RGN-BALANCE (WS-PROOF-SUB).
           MOVE WS-PRF-CODE (WS-PROOF-SUB) TO PRF-LINE-CODE.
           MOVE WS-PRF-MAST-BALANCE (WS-PROOF-SUB) TO PRF-LINE-MASTER.
           MOVE WS-PRF-RGN-BALANCE (WS-PROOF-SUB) TO PRF-LINE-REGIONS.
           MOVE WS-BALANCE-DIFFERENCE TO PRF-LINE-DIFFERENCE.
           MOVE WS-PRF-REGION-COUNT (WS-PROOF-SUB)
               TO PRF-LINE-REGION-COUNT.
           EVALUATE TRUE
               WHEN WS-BALANCE-DIFFERENCE NOT = ZERO
                   MOVE '*OUT OF BALANCE*' TO PRF-LINE-CONDITION
                   PERFORM 3200-FLAG-OUT-OF-BALANCE
               WHEN WS-PRF-MAST-MTD1 (WS-PROOF-SUB) NOT =
                   WS-PRF-RGN-MTD1 (WS-PROOF-SUB)
                   OR WS-PRF-MAST-YTD1 (WS-PROOF-SUB) NOT =
                   WS-PRF-RGN-YTD1 (WS-PROOF-SUB)
                   MOVE '*MTD/YTD DIFFER*' TO PRF-LINE-CONDITION
                   PERFORM 3200-FLAG-OUT-OF-BALANCE
               WHEN OTHER
                   MOVE SPACES TO PRF-LINE-CONDITION
           END-EVALUATE.
           WRITE REGION-REPORT-RECORD FROM PROOF-DETAIL-LINE.
           MOVE 'RGNRPT  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       3200-FLAG-OUT-OF-BALANCE.
           ADD 1 TO WS-CODES-OUT-OF-BAL.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
      ******************************************************************
       9000-TERMINATE.
           CLOSE NEW-BALANCE-FILE.
           CLOSE REGION-BAL-FILE.
           CLOSE REGION-REPORT-FILE.
           IF WS-RETURN-CODE > 4
               MOVE 'FAPCOB21 REGION SUB-LEDGER OUT OF BALANCE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB21 REGION SUB-LEDGER PROOF COMPLETE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
      ******************************************************************
       9100-READ-REGION-BAL-FILE.
           READ REGION-BAL-FILE
               AT END
                   MOVE 'EOF' TO REGION-BAL-SWITCH
               NOT AT END
                   ADD 1 TO WS-REGION-RECS-READ
           END-READ.
           MOVE 'RGNBAL  ' TO WS-ERROR-FILE-ID.
           MOVE REGION-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
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
