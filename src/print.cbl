       CONFIGURATION SECTION.
          SOURCE-COMPUTER. ZOS.
          OBJECT-COMPUTER. ZOS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-LOG-FILE ASSIGN TO MSGLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSGLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Accumulating operations message log - every message that
      * goes to SYSOUT is also appended here with when, who and
      * under which chain step, so it outlives the spool purge.
       FD  MESSAGE-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MESSAGE-LOG-RECORD.
           02  ML-TIMESTAMP          PIC X(21).
           02  ML-RUN-DATE           PIC 9(8).
           02  ML-PROGRAM            PIC X(8).
           02  ML-STEP               PIC X(8).
           02  ML-SEVERITY           PIC X(1).
           02  ML-MESSAGE-TEXT       PIC X(60).
           02  FILLER                PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-MSGLOG-FILE-STATUS    PIC X(2)  VALUE '00'.
       01  WS-MSGLOG-SW             PIC X     VALUE 'Y'.
           88  MSGLOG-AVAILABLE     VALUE 'Y'.
      * Context set by the job-step driver through PRINTMCX, which
      * shares this area.  A program run outside the chain logs with
      * blank context.
       01  PRINTM-CONTEXT-AREA EXTERNAL.
           02  PMC-CONTEXT-PROGRAM  PIC X(8).
           02  PMC-CONTEXT-STEP     PIC X(8).
           02  PMC-CONTEXT-RUN-DATE PIC X(8).

       LINKAGE SECTION.
       01  LS-MESSAGE-TEXT      PIC X(60).
       01  LS-SEVERITY-CODE     PIC X(1).
       PROCEDURE DIVISION USING LS-MESSAGE-TEXT LS-SEVERITY-CODE.
       MAIN-PARA.
           DISPLAY 'PRINTM-' LS-SEVERITY-CODE ': ' LS-MESSAGE-TEXT.
           IF MSGLOG-AVAILABLE
               PERFORM 1000-LOG-MESSAGE
           END-IF.
           GOBACK.

      * The log is opened and closed around every message so a step
      * that abends leaves everything it said on the log.  A job
      * without a MSGLOG DD just loses the log copy, never the
      * SYSOUT line.
       1000-LOG-MESSAGE.
           OPEN EXTEND MESSAGE-LOG-FILE.
           IF WS-MSGLOG-FILE-STATUS NOT = '00'
               AND WS-MSGLOG-FILE-STATUS NOT = '05'
               MOVE 'N' TO WS-MSGLOG-SW
           ELSE
               MOVE SPACES TO MESSAGE-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO ML-TIMESTAMP
               IF PMC-CONTEXT-RUN-DATE NUMERIC
                   MOVE PMC-CONTEXT-RUN-DATE TO ML-RUN-DATE
                   MOVE PMC-CONTEXT-PROGRAM TO ML-PROGRAM
                   MOVE PMC-CONTEXT-STEP TO ML-STEP
               ELSE
                   MOVE ZERO TO ML-RUN-DATE
               END-IF
               MOVE LS-SEVERITY-CODE TO ML-SEVERITY
               MOVE LS-MESSAGE-TEXT TO ML-MESSAGE-TEXT
               WRITE MESSAGE-LOG-RECORD
               CLOSE MESSAGE-LOG-FILE
           END-IF.

