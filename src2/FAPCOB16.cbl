      *          SAME MORNING INSTEAD OF AT MONTH-END.  A CODE WITH
      *          NO LIMITS ENTRY IS NOT AUTHORIZED TO GO NEGATIVE
      *          AND CARRIES NO CAPS.
      *          SINGLE-DAY MOVEMENT IS MEASURED FROM THE START-OF-DAY
      *          BALANCES THE FIRST CYCLE SET ASIDE, SO A DAY SPLIT
      *          OVER SEVERAL CYCLES IS CAPPED AS ONE DAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NEW-BALANCE-FILE ASSIGN TO BALNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-BAL-FILE-STATUS.
           SELECT OPTIONAL OLD-BALANCE-FILE ASSIGN TO BALOPEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-BAL-FILE-STATUS.
           SELECT OPTIONAL LIMIT-FILE ASSIGN TO LIMITIN
                       PERFORM 1350-LOAD-OLD-BALANCE-ENTRY
               END-READ
           END-PERFORM.
           MOVE 'BALOPEN ' TO WS-ERROR-FILE-ID.
           MOVE OLD-BAL-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
