       CONFIGURATION SECTION.
          SOURCE-COMPUTER. ZOS.
          OBJECT-COMPUTER. ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO STEPSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-FILE-STATUS.
           SELECT OPTIONAL RESTART-CARD-FILE ASSIGN TO RSTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTCARD-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      * Optional division - define working variables, etc.
       DATA DIVISION.
       FILE SECTION.
      * Step-status control file - one record per chain step that
      * has finished for the run date and cycle, rewritten after
      * every step so a chain that dies partway leaves an exact record
      * of where it got to.  C = completed (RC 4 or less), F = failed.
      * A blank cycle is cycle 1.
       FD  STEP-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STEP-STATUS-RECORD.
           02  SS-RUN-DATE           PIC 9(8).
           02  SS-STEP-PROGRAM       PIC X(8).
           02  SS-STEP-STATUS        PIC X(1).
               88  SS-STEP-COMPLETED VALUE 'C'.
               88  SS-STEP-FAILED    VALUE 'F'.
           02  SS-RETURN-CODE        PIC 9(4).
           02  SS-TIMESTAMP          PIC X(21).
           02  SS-RUN-CYCLE          PIC X(1).
           02  FILLER                PIC X(37).

      * Restart cards - KEYWORD=VALUE.  RESTART-STEP=FAPCOBnn names
      * the step to resume from; OVERRIDE-POSTING=Y allows a posting
      * step that already completed for the run date to run again.
       FD  RESTART-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RESTART-CARD-RECORD       PIC X(80).

      * Processing calendar - the C record carries the business date
      * the step status is kept under and how many processing cycles
      * that date runs in (blank or zero means one).
       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           02  CAL-RECORD-TYPE       PIC X(1).
               88  CALENDAR-CONTROL  VALUE 'C'.
           02  CAL-BUSINESS-DATE     PIC 9(8).
           02  FILLER                PIC X(18).
           02  CAL-CYCLES-PER-DAY    PIC X(1).
           02  FILLER                PIC X(52).

      * The chain's parameter cards - only CYCLE=n is read here, to
      * know which cycle of the business date this run is.  The steps
      * validate the rest of the deck themselves.
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-CARD-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STEP-RETURN-CODE  PIC S9(4) COMP VALUE ZERO.
       01  WS-JOB-RETURN-CODE   PIC S9(4) COMP VALUE ZERO.
       01  WS-PRINTM-MESSAGE    PIC X(60).
       01  WS-PRINTM-SEVERITY   PIC X(1).
       01  WS-FILE-STATUS-FIELDS.
           02  WS-STEPSTAT-FILE-STATUS PIC X(2) VALUE '00'.
           02  WS-RSTCARD-FILE-STATUS  PIC X(2) VALUE '00'.
           02  WS-CALENDAR-FILE-STATUS PIC X(2) VALUE '00'.
           02  WS-PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-RESTART-FIELDS.
           02  WS-RUN-DATE          PIC 9(8)  VALUE ZERO.
           02  WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
           02  WS-EOF-SW            PIC X     VALUE 'N'.
               88  INPUT-EOF        VALUE 'Y'.
           02  WS-RESTART-SW        PIC X     VALUE 'N'.
               88  RESTART-RUN      VALUE 'Y'.
           02  WS-OVERRIDE-SW       PIC X     VALUE 'N'.
               88  POSTING-OVERRIDE VALUE 'Y'.
           02  WS-REFUSED-SW        PIC X     VALUE 'N'.
               88  RUN-REFUSED      VALUE 'Y'.
           02  WS-RUN-STEP-SW       PIC X     VALUE 'N'.
               88  RUN-THIS-STEP    VALUE 'Y'.
           02  WS-CARD-KEYWORD      PIC X(20) VALUE SPACES.
           02  WS-CARD-VALUE        PIC X(40) VALUE SPACES.
           02  WS-RESTART-PROGRAM   PIC X(8)  VALUE SPACES.
           02  WS-RESTART-SUB       PIC S9(4) COMP VALUE ZERO.
           02  WS-STEP-SUB          PIC S9(4) COMP VALUE ZERO.
           02  WS-CHECK-SUB         PIC S9(4) COMP VALUE ZERO.
           02  WS-STEPS-COMPLETED   PIC S9(4) COMP VALUE ZERO.
      * The cycle of the business date this run is, and the status
      * records other cycles of the date have left, which are kept
      * on the file as they are.
       01  WS-CYCLE-FIELDS.
           02  WS-RUN-CYCLE         PIC 9(1)  VALUE 1.
           02  WS-CYCLES-PER-DAY    PIC 9(1)  VALUE 1.
           02  WS-ROW-CYCLE-X       PIC X(1)  VALUE SPACE.
           02  WS-ROW-CYCLE REDEFINES WS-ROW-CYCLE-X
                                    PIC 9(1).
           02  WS-PRIOR-CYCLE-DONE  PIC S9(4) COMP VALUE ZERO.
           02  WS-LATER-CYCLE-SW    PIC X     VALUE 'N'.
               88  LATER-CYCLE-RUN  VALUE 'Y'.
           02  WS-OTHER-COUNT       PIC S9(4) COMP VALUE ZERO.
           02  WS-OTHER-MAX         PIC S9(4) COMP VALUE 150.
           02  WS-OTHER-RECORD      PIC X(80) OCCURS 150 TIMES.
      * Message context handed to PRINTMCX so every message on the
      * operations log carries the program and chain step it came
      * from.
       01  WS-MESSAGE-CONTEXT.
           02  WS-CONTEXT-PROGRAM   PIC X(8)  VALUE 'HELLOCBL'.
           02  WS-CONTEXT-STEP      PIC X(8)  VALUE 'HELLOCBL'.
      * The chain in run order.  The trailing flag marks the posting
      * steps - FAPCOB25 advances the standing-order master, FAPCOB02
      * writes the balance master, FAPCOB23 the accrual postings,
      * FAPCOB11 the GL journal batch, FAPCOB30 carries the
      * high-value review items forward and FAPCOB31 the day
      * transaction history - which never run twice for one run date
      * and cycle without an explicit override.
       01  WS-STEP-NAME-VALUES.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB04N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB25Y'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB03N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB07N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB15N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB30Y'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB01N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB31Y'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB20N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB02Y'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB09N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB21N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB16N'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB23Y'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB11Y'.
           02  FILLER               PIC X(9)  VALUE 'FAPCOB12N'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           02  WS-STEP-NAME-ENTRY   OCCURS 16 TIMES.
               03  WS-STEP-PROGRAM  PIC X(8).
               03  WS-STEP-POSTING-FLAG PIC X(1).
                   88  POSTING-STEP VALUE 'Y'.
       01  WS-STEP-COUNT            PIC S9(4) COMP VALUE 16.
       01  WS-STEP-STATUS-TABLE.
           02  WS-STEP-STATUS-ENTRY OCCURS 16 TIMES.
               03  WS-STEP-STATUS   PIC X(1).
                   88  STEP-COMPLETED VALUE 'C'.
               03  WS-STEP-RC       PIC 9(4).
               03  WS-STEP-TIMESTAMP PIC X(21).

      * Mandatory divison - the actual program/logic
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM 0100-INITIALIZE.
      * A refused restart runs nothing - not even the balancing step,
      * which would only crossfoot the hand-offs of the earlier run.
           IF RUN-REFUSED
               PERFORM 9999-STOP-RUN
           END-IF.
           MOVE 1 TO WS-STEP-SUB.
           PERFORM 8100-CHECK-STEP-STATUS.
           IF RUN-THIS-STEP
               PERFORM 0300-RUN-FAPCOB04-STEP
               PERFORM 8200-RECORD-STEP-STATUS
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 2 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 0400-RUN-FAPCOB25-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 3 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 0500-RUN-FAPCOB03-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 4 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 0700-RUN-FAPCOB07-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 5 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 0800-RUN-FAPCOB15-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 6 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 0900-RUN-FAPCOB30-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 7 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 1000-RUN-FAPCOB01-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 8 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 1200-RUN-FAPCOB31-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 9 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 1500-RUN-FAPCOB20-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 10 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 2000-RUN-FAPCOB02-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 11 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 2500-RUN-FAPCOB09-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 12 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 2600-RUN-FAPCOB21-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 13 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 2700-RUN-FAPCOB16-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 14 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 2800-RUN-FAPCOB23-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
           IF WS-JOB-RETURN-CODE <= 4
               MOVE 15 TO WS-STEP-SUB
               PERFORM 8100-CHECK-STEP-STATUS
               IF RUN-THIS-STEP
                   PERFORM 3000-RUN-FAPCOB11-STEP
                   PERFORM 8200-RECORD-STEP-STATUS
               END-IF
           END-IF.
      * The run balancing step always executes - a chain that failed
      * partway still gets its hand-offs crossfooted for diagnosis.
           MOVE 16 TO WS-STEP-SUB.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           PERFORM 4000-RUN-FAPCOB12-STEP.
           PERFORM 8200-RECORD-STEP-STATUS.
           PERFORM 9999-STOP-RUN.

      * Establish the run date, pick up any restart cards and load
      * the step status already recorded for the run date.  The
      * restart is validated here, before any step is called.
       0100-INITIALIZE.
           PERFORM 0110-LOAD-RUN-DATE.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-RUN-DATE.
           PERFORM 0120-READ-RESTART-CARDS.
           PERFORM 0115-READ-RUN-CYCLE.
           PERFORM 0130-LOAD-STEP-STATUS.
           IF NOT RUN-REFUSED
               PERFORM 0150-VALIDATE-CYCLE
           END-IF.
           IF NOT RUN-REFUSED
               PERFORM 0140-VALIDATE-RESTART
           END-IF.
           IF RUN-REFUSED
               IF WS-JOB-RETURN-CODE < 16
                   MOVE 16 TO WS-JOB-RETURN-CODE
               END-IF
               MOVE 'CHAIN NOT STARTED - RESTART REFUSED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                   WS-PRINTM-SEVERITY
           END-IF.

      * The calendar business date is the run date of record, the
      * same date every step runs under.  Without a calendar the
      * system date stands in.
       0110-LOAD-RUN-DATE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               AND WS-CALENDAR-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL INPUT-EOF
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CALENDAR-CONTROL
                           AND CAL-BUSINESS-DATE NUMERIC
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (CAL-BUSINESS-DATE) = 0
                           MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
                           IF CAL-CYCLES-PER-DAY NUMERIC
                               AND CAL-CYCLES-PER-DAY NOT = '0'
                               MOVE CAL-CYCLES-PER-DAY
                                   TO WS-CYCLES-PER-DAY
                           ELSE
                               MOVE 1 TO WS-CYCLES-PER-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           END-IF.

      * No CYCLE card means cycle 1, the only cycle of an ordinary
      * day.  A CYCLE card that is not a single digit 1-9 refuses the
      * run rather than guess which cycle was meant.
       0115-READ-RUN-CYCLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               AND WS-PARM-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL INPUT-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF PARM-CARD-RECORD NOT = SPACES
                           AND PARM-CARD-RECORD (1:1) NOT = '*'
                           PERFORM 0117-APPLY-CYCLE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.

       0117-APPLY-CYCLE-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD.
           MOVE SPACES TO WS-CARD-VALUE.
           UNSTRING PARM-CARD-RECORD DELIMITED BY '='
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING.
           IF WS-CARD-KEYWORD = 'CYCLE'
               MOVE WS-CARD-VALUE (1:1) TO WS-ROW-CYCLE-X
               IF WS-ROW-CYCLE-X NUMERIC
                   AND WS-ROW-CYCLE-X NOT = '0'
                   AND WS-CARD-VALUE (2:39) = SPACES
                   MOVE WS-ROW-CYCLE TO WS-RUN-CYCLE
               ELSE
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'BAD CYCLE CARD: CYCLE=' DELIMITED BY SIZE
                          WS-CARD-VALUE (1:20) DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-IF.

       0120-READ-RESTART-CARDS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RESTART-CARD-FILE.
           IF WS-RSTCARD-FILE-STATUS NOT = '00'
               AND WS-RSTCARD-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL INPUT-EOF
               READ RESTART-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 0125-APPLY-RESTART-CARD
               END-READ
           END-PERFORM.
           CLOSE RESTART-CARD-FILE.

       0125-APPLY-RESTART-CARD.
           IF RESTART-CARD-RECORD = SPACES
               OR RESTART-CARD-RECORD (1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CARD-KEYWORD
               MOVE SPACES TO WS-CARD-VALUE
               UNSTRING RESTART-CARD-RECORD DELIMITED BY '='
                   INTO WS-CARD-KEYWORD WS-CARD-VALUE
               END-UNSTRING
               EVALUATE WS-CARD-KEYWORD
                   WHEN 'RESTART-STEP'
                       MOVE 'Y' TO WS-RESTART-SW
                       MOVE WS-CARD-VALUE (1:8) TO WS-RESTART-PROGRAM
                   WHEN 'OVERRIDE-POSTING'
                       IF WS-CARD-VALUE (1:1) = 'Y'
                           MOVE 'Y' TO WS-OVERRIDE-SW
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-REFUSED-SW
                       MOVE SPACES TO WS-PRINTM-MESSAGE
                       STRING 'BAD RESTART CARD: ' DELIMITED BY SIZE
                              WS-CARD-KEYWORD DELIMITED BY SPACE
                              '=' DELIMITED BY SIZE
                              WS-CARD-VALUE (1:20) DELIMITED BY SIZE
                           INTO WS-PRINTM-MESSAGE
                       END-STRING
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
               END-EVALUATE
           END-IF.

      * Only records for today's run date count - the first run of a
      * new business date starts from a clean slate.  Records for this
      * cycle load into the step table; other cycles' records of the
      * date are held to be written back unchanged.
       0130-LOAD-STEP-STATUS.
           INITIALIZE WS-STEP-STATUS-TABLE.
           MOVE ZERO TO WS-OTHER-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEPSTAT-FILE-STATUS NOT = '00'
               AND WS-STEPSTAT-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM UNTIL INPUT-EOF
               READ STEP-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF SS-RUN-DATE = WS-RUN-DATE
                           MOVE SS-RUN-CYCLE TO WS-ROW-CYCLE-X
                           IF WS-ROW-CYCLE-X NOT NUMERIC
                               MOVE '1' TO WS-ROW-CYCLE-X
                           END-IF
                           IF WS-ROW-CYCLE = WS-RUN-CYCLE
                               PERFORM 0135-LOAD-STEP-STATUS-ENTRY
                           ELSE
                               PERFORM 0137-HOLD-OTHER-CYCLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-STATUS-FILE.

       0135-LOAD-STEP-STATUS-ENTRY.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > WS-STEP-COUNT
               IF WS-STEP-PROGRAM (WS-CHECK-SUB) = SS-STEP-PROGRAM
                   MOVE SS-STEP-STATUS
                       TO WS-STEP-STATUS (WS-CHECK-SUB)
                   MOVE SS-RETURN-CODE TO WS-STEP-RC (WS-CHECK-SUB)
                   MOVE SS-TIMESTAMP
                       TO WS-STEP-TIMESTAMP (WS-CHECK-SUB)
               END-IF
           END-PERFORM.

       0137-HOLD-OTHER-CYCLE.
           IF WS-ROW-CYCLE > WS-RUN-CYCLE
               MOVE 'Y' TO WS-LATER-CYCLE-SW
           END-IF.
           IF WS-ROW-CYCLE = WS-RUN-CYCLE - 1
               AND SS-STEP-COMPLETED
               ADD 1 TO WS-PRIOR-CYCLE-DONE
           END-IF.
           IF WS-OTHER-COUNT < WS-OTHER-MAX
               ADD 1 TO WS-OTHER-COUNT
               MOVE STEP-STATUS-RECORD
                   TO WS-OTHER-RECORD (WS-OTHER-COUNT)
           END-IF.

      * A day runs in as many cycles as the calendar allows, one
      * after the other: a cycle is only started once every step of
      * the cycle before it has completed, and never after a later
      * cycle of the same date has already run.
       0150-VALIDATE-CYCLE.
           IF WS-RUN-CYCLE > WS-CYCLES-PER-DAY
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'CYCLE ' DELIMITED BY SIZE
                      WS-RUN-CYCLE DELIMITED BY SIZE
                      ' NOT IN CALENDAR FOR ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ' - CYCLES PER DAY=' DELIMITED BY SIZE
                      WS-CYCLES-PER-DAY DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                   WS-PRINTM-SEVERITY
           END-IF.
           IF WS-RUN-CYCLE > 1
               AND WS-PRIOR-CYCLE-DONE < WS-STEP-COUNT
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'CYCLE ' DELIMITED BY SIZE
                      WS-RUN-CYCLE DELIMITED BY SIZE
                      ' REFUSED - EARLIER CYCLE NOT COMPLETE FOR '
                          DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                   WS-PRINTM-SEVERITY
           END-IF.
           IF LATER-CYCLE-RUN
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'CYCLE ' DELIMITED BY SIZE
                      WS-RUN-CYCLE DELIMITED BY SIZE
                      ' REFUSED - A LATER CYCLE HAS RUN FOR '
                          DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                   WS-PRINTM-SEVERITY
           END-IF.

      * A chain that has already completed steps for the run date
      * and cycle only runs again under a restart card.  The restart
      * card must name a known step, every step ahead of it must
      * already have completed, and a completed posting step is only
      * run again when the override card is present.
       0140-VALIDATE-RESTART.
           MOVE ZERO TO WS-STEPS-COMPLETED.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > WS-STEP-COUNT
               IF STEP-COMPLETED (WS-CHECK-SUB)
                   ADD 1 TO WS-STEPS-COMPLETED
               END-IF
           END-PERFORM.
           IF NOT RESTART-RUN
               IF WS-STEPS-COMPLETED > 0
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'CYCLE ' DELIMITED BY SIZE
                          WS-RUN-CYCLE DELIMITED BY SIZE
                          ' FOR ' DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          ' ALREADY RUN - RESTART CARD REQUIRED'
                              DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               MOVE ZERO TO WS-RESTART-SUB
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > WS-STEP-COUNT
                   IF WS-STEP-PROGRAM (WS-CHECK-SUB)
                       = WS-RESTART-PROGRAM
                       MOVE WS-CHECK-SUB TO WS-RESTART-SUB
                   END-IF
               END-PERFORM
               IF WS-RESTART-SUB = ZERO
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'RESTART STEP NOT IN CHAIN: '
                              DELIMITED BY SIZE
                          WS-RESTART-PROGRAM DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               ELSE
                   PERFORM 0145-CHECK-PRIOR-STEPS
                   IF STEP-COMPLETED (WS-RESTART-SUB)
                       AND POSTING-STEP (WS-RESTART-SUB)
                       AND NOT POSTING-OVERRIDE
                       MOVE 'Y' TO WS-REFUSED-SW
                       MOVE SPACES TO WS-PRINTM-MESSAGE
                       STRING WS-RESTART-PROGRAM DELIMITED BY SIZE
                              ' ALREADY POSTED - OVERRIDE REQUIRED'
                                  DELIMITED BY SIZE
                           INTO WS-PRINTM-MESSAGE
                       END-STRING
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               END-IF
               IF NOT RUN-REFUSED
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING 'CHAIN RESTARTING AT ' DELIMITED BY SIZE
                          WS-RESTART-PROGRAM DELIMITED BY SIZE
                          ' FOR RUN DATE ' DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'W' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-IF.

       0145-CHECK-PRIOR-STEPS.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB >= WS-RESTART-SUB
               IF NOT STEP-COMPLETED (WS-CHECK-SUB)
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE SPACES TO WS-PRINTM-MESSAGE
                   STRING WS-STEP-PROGRAM (WS-CHECK-SUB)
                              DELIMITED BY SIZE
                          ' NOT COMPLETED - CANNOT RESTART PAST IT'
                              DELIMITED BY SIZE
                       INTO WS-PRINTM-MESSAGE
                   END-STRING
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           END-PERFORM.

       0300-RUN-FAPCOB04-STEP.
           MOVE 'STARTING FAPCOB04 REJECT REPAIR STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB04'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       0400-RUN-FAPCOB25-STEP.
           MOVE 'STARTING FAPCOB25 STANDING-ORDER GENERATION STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB25'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-STEP-RETURN-CODE > 4
               MOVE 'FAPCOB25 STEP FAILED - CHECK RETURN CODE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB25 STEP COMPLETED SUCCESSFULLY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       0500-RUN-FAPCOB03-STEP.
           MOVE 'STARTING FAPCOB03 EXTRACT SORT STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB03'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB07'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB15'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       0900-RUN-FAPCOB30-STEP.
           MOVE 'STARTING FAPCOB30 HIGH-VALUE REVIEW STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB30'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-STEP-RETURN-CODE > 4
               MOVE 'FAPCOB30 STEP FAILED - CHECK RETURN CODE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB30 STEP COMPLETED SUCCESSFULLY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       1000-RUN-FAPCOB01-STEP.
           MOVE 'STARTING FAPCOB01 TRANSACTION REPORT STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB01'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       1200-RUN-FAPCOB31-STEP.
           MOVE 'STARTING FAPCOB31 DAY TRANSACTION HISTORY STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB31'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-STEP-RETURN-CODE > 4
               MOVE 'FAPCOB31 STEP FAILED - CHECK RETURN CODE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB31 STEP COMPLETED SUCCESSFULLY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       1500-RUN-FAPCOB20-STEP.
           MOVE 'STARTING FAPCOB20 ADJUSTMENT EDIT STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB20'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-STEP-RETURN-CODE > 4
               MOVE 'FAPCOB20 STEP FAILED - CHECK RETURN CODE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB20 STEP COMPLETED SUCCESSFULLY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       2000-RUN-FAPCOB02-STEP.
           MOVE 'STARTING FAPCOB02 BALANCE POSTING STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB02'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB09'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       2600-RUN-FAPCOB21-STEP.
           MOVE 'STARTING FAPCOB21 REGION SUB-LEDGER PROOF STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB21'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-STEP-RETURN-CODE > 4
               MOVE 'FAPCOB21 STEP FAILED - CHECK RETURN CODE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB21 STEP COMPLETED SUCCESSFULLY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       2700-RUN-FAPCOB16-STEP.
           MOVE 'STARTING FAPCOB16 BALANCE MONITOR STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB16'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       2800-RUN-FAPCOB23-STEP.
           MOVE 'STARTING FAPCOB23 INTEREST AND CHARGE ACCRUAL STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB23'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           IF WS-STEP-RETURN-CODE > 4
               MOVE 'FAPCOB23 STEP FAILED - CHECK RETURN CODE'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
           ELSE
               MOVE 'FAPCOB23 STEP COMPLETED SUCCESSFULLY'
                   TO WS-PRINTM-MESSAGE
               MOVE 'I' TO WS-PRINTM-SEVERITY
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

       3000-RUN-FAPCOB11-STEP.
           MOVE 'STARTING FAPCOB11 GL JOURNAL EXTRACT STEP'
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB11'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
               TO WS-PRINTM-MESSAGE.
           MOVE 'I' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
           PERFORM 8050-SET-STEP-CONTEXT.
           CALL 'FAPCOB12'.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           IF WS-STEP-RETURN-CODE > WS-JOB-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-JOB-RETURN-CODE
           END-IF.
           END-IF.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.

      * The driver's own messages are logged under the step it is
      * running; while the step program has control the messages
      * are its own.
       8000-SET-DRIVER-CONTEXT.
           MOVE 'HELLOCBL' TO WS-CONTEXT-PROGRAM.
           MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO WS-CONTEXT-STEP.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-RUN-DATE.

       8050-SET-STEP-CONTEXT.
           MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO WS-CONTEXT-PROGRAM.
           CALL 'PRINTMCX' USING WS-CONTEXT-PROGRAM WS-CONTEXT-STEP
               WS-RUN-DATE.

      * Steps ahead of the restart point are skipped outright - they
      * were proven complete before the restart was accepted.  The
      * restart step itself always runs.  A step after it that has
      * already completed for the run date is skipped as well.
       8100-CHECK-STEP-STATUS.
           PERFORM 8000-SET-DRIVER-CONTEXT.
           MOVE 'Y' TO WS-RUN-STEP-SW.
           IF RESTART-RUN
               IF WS-STEP-SUB < WS-RESTART-SUB
                   MOVE 'N' TO WS-RUN-STEP-SW
               END-IF
               IF WS-STEP-SUB > WS-RESTART-SUB
                   AND STEP-COMPLETED (WS-STEP-SUB)
                   MOVE 'N' TO WS-RUN-STEP-SW
               END-IF
           END-IF.
           IF NOT RUN-THIS-STEP
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING WS-STEP-PROGRAM (WS-STEP-SUB) DELIMITED BY SIZE
                      ' STEP SKIPPED - COMPLETED RC=' DELIMITED BY SIZE
                      WS-STEP-RC (WS-STEP-SUB) DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      WS-STEP-TIMESTAMP (WS-STEP-SUB) (1:12)
                          DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'I' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.

      * Record the outcome of the step just run and rewrite the
      * whole step-status file at once, so the file is current even
      * if the next step takes the region down.  Other cycles' records
      * for the date go back first, as they were read.
       8200-RECORD-STEP-STATUS.
           IF WS-STEP-RETURN-CODE > 4
               MOVE 'F' TO WS-STEP-STATUS (WS-STEP-SUB)
           ELSE
               MOVE 'C' TO WS-STEP-STATUS (WS-STEP-SUB)
           END-IF.
           MOVE WS-STEP-RETURN-CODE TO WS-STEP-RC (WS-STEP-SUB).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP
               TO WS-STEP-TIMESTAMP (WS-STEP-SUB).
           OPEN OUTPUT STEP-STATUS-FILE.
           IF WS-STEPSTAT-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'I/O ERROR ON STEPSTAT STATUS='
                          DELIMITED BY SIZE
                      WS-STEPSTAT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
               IF WS-JOB-RETURN-CODE < 12
                   MOVE 12 TO WS-JOB-RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > WS-OTHER-COUNT
                   MOVE WS-OTHER-RECORD (WS-CHECK-SUB)
                       TO STEP-STATUS-RECORD
                   PERFORM 8310-PUT-STEP-STATUS
               END-PERFORM
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > WS-STEP-COUNT
                   IF WS-STEP-STATUS (WS-CHECK-SUB) NOT = SPACE
                       PERFORM 8300-WRITE-STEP-STATUS
                   END-IF
               END-PERFORM
               CLOSE STEP-STATUS-FILE
           END-IF.

       8300-WRITE-STEP-STATUS.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WS-RUN-DATE TO SS-RUN-DATE.
           MOVE WS-STEP-PROGRAM (WS-CHECK-SUB) TO SS-STEP-PROGRAM.
           MOVE WS-STEP-STATUS (WS-CHECK-SUB) TO SS-STEP-STATUS.
           MOVE WS-STEP-RC (WS-CHECK-SUB) TO SS-RETURN-CODE.
           MOVE WS-STEP-TIMESTAMP (WS-CHECK-SUB) TO SS-TIMESTAMP.
           MOVE WS-RUN-CYCLE TO SS-RUN-CYCLE.
           PERFORM 8310-PUT-STEP-STATUS.

       8310-PUT-STEP-STATUS.
           WRITE STEP-STATUS-RECORD.
           IF WS-STEPSTAT-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'I/O ERROR ON STEPSTAT STATUS='
                          DELIMITED BY SIZE
                      WS-STEPSTAT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
               IF WS-JOB-RETURN-CODE < 12
                   MOVE 12 TO WS-JOB-RETURN-CODE
               END-IF
           END-IF.

       9999-STOP-RUN.
           MOVE WS-JOB-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
