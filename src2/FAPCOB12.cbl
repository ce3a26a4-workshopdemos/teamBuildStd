      *          PASSES READ, AND EACH STEP'S INTERNAL IN VERSUS
      *          OUT-BY-DISPOSITION.  A ONE-PAGE RUN BALANCING
      *          REPORT SHOWS EVERY CHECK, AND ANY LEAKED RECORD OR
      *          MISSING HAND-OFF FAILS THE RUN.  APPROVED MANUAL
      *          ADJUSTMENTS ARE FOOTED THE SAME WAY FROM THE
      *          ADJUSTMENT EDIT THROUGH TO POSTING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  SC-RECORDS-REJECTED   PIC 9(9).
           02  SC-RECORDS-BYPASSED   PIC 9(9).
           02  SC-RECORDS-OUT-OF-RANGE PIC 9(9).
           02  SC-ADJUSTMENTS-IN     PIC 9(9).
           02  SC-ADJUSTMENTS-POSTED PIC 9(9).
           02  SC-ADJUSTMENTS-BYPASSED PIC 9(9).

       FD  BALANCING-REPORT-FILE
           RECORDING MODE IS F
           02  WS-C02-OUT            PIC 9(9) VALUE ZERO.
           02  WS-C02-BYPASSED       PIC 9(9) VALUE ZERO.
           02  WS-C02-OUT-OF-RANGE   PIC 9(9) VALUE ZERO.
           02  WS-C02-ADJ-IN         PIC 9(9) VALUE ZERO.
           02  WS-C02-ADJ-POSTED     PIC 9(9) VALUE ZERO.
           02  WS-C02-ADJ-BYPASSED   PIC 9(9) VALUE ZERO.
           02  WS-C20-PRESENT-SW     PIC X VALUE 'N'.
               88  C20-PRESENT       VALUE 'Y'.
           02  WS-C20-IN             PIC 9(9) VALUE ZERO.
           02  WS-C20-OUT            PIC 9(9) VALUE ZERO.
           02  WS-C20-REJECTED       PIC 9(9) VALUE ZERO.
       01  CHECK-WORK-FIELDS.
           02  WS-CHECK-EXPECTED     PIC 9(9) VALUE ZERO.
           02  WS-CHECK-ACTUAL       PIC 9(9) VALUE ZERO.
                   MOVE SC-RECORDS-BYPASSED TO WS-C02-BYPASSED
                   MOVE SC-RECORDS-OUT-OF-RANGE
                       TO WS-C02-OUT-OF-RANGE
                   MOVE SC-ADJUSTMENTS-IN TO WS-C02-ADJ-IN
                   MOVE SC-ADJUSTMENTS-POSTED TO WS-C02-ADJ-POSTED
                   MOVE SC-ADJUSTMENTS-BYPASSED
                       TO WS-C02-ADJ-BYPASSED
               WHEN 'FAPCOB20'
                   MOVE 'Y' TO WS-C20-PRESENT-SW
                   MOVE SC-RECORDS-IN TO WS-C20-IN
                   MOVE SC-RECORDS-OUT TO WS-C20-OUT
                   MOVE SC-RECORDS-REJECTED TO WS-C20-REJECTED
               WHEN OTHER
                   MOVE 'UNKNOWN PROGRAM ON CONTROL HAND-OFF'
                       TO WS-PRINTM-MESSAGE
                   + WS-C02-BYPASSED + WS-C02-OUT-OF-RANGE
               PERFORM 3100-WRITE-CHECK-LINE
           END-IF.
           IF C20-PRESENT
               MOVE 'FAPCOB20 IN VS APPROVED PLUS REJECTED'
                   TO BAL-CHECK-NAME
               MOVE WS-C20-IN TO WS-CHECK-EXPECTED
               COMPUTE WS-CHECK-ACTUAL =
                   WS-C20-OUT + WS-C20-REJECTED
               PERFORM 3100-WRITE-CHECK-LINE
           END-IF.
           IF C20-PRESENT AND C02-PRESENT
               MOVE 'FAPCOB20 ADJOUT TO FAPCOB02 ADJAPPR'
                   TO BAL-CHECK-NAME
               MOVE WS-C20-OUT TO WS-CHECK-EXPECTED
               MOVE WS-C02-ADJ-IN TO WS-CHECK-ACTUAL
               PERFORM 3100-WRITE-CHECK-LINE
           END-IF.
           IF C02-PRESENT
               MOVE 'FAPCOB02 ADJUSTMENTS IN VS DISPOSITION'
                   TO BAL-CHECK-NAME
               MOVE WS-C02-ADJ-IN TO WS-CHECK-EXPECTED
               COMPUTE WS-CHECK-ACTUAL =
                   WS-C02-ADJ-POSTED + WS-C02-ADJ-BYPASSED
               PERFORM 3100-WRITE-CHECK-LINE
           END-IF.
           MOVE WS-CHECKS-FAILED TO BAL-TOTAL-FAILED.
           WRITE BALANCING-REPORT-RECORD FROM BAL-TOTAL-LINE.
           MOVE 'RUNBAL  ' TO WS-ERROR-FILE-ID.
               MOVE 'FAPCOB02' TO BAL-MISSING-PROGRAM
               PERFORM 3150-WRITE-MISSING-LINE
           END-IF.
           IF NOT C20-PRESENT
               MOVE 'FAPCOB20' TO BAL-MISSING-PROGRAM
               PERFORM 3150-WRITE-MISSING-LINE
           END-IF.
      ******************************************************************
       3100-WRITE-CHECK-LINE.
           MOVE WS-CHECK-EXPECTED TO BAL-EXPECTED.
