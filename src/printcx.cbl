      * Manditory division - Identify the program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTMCX.
      * Sets the message context PRINTM stamps on every message log
      * record - the program about to speak, the chain step it runs
      * under and the run date.  Called by the job-step driver, and
      * at start-up by every program run as a job of its own.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. ZOS.
          OBJECT-COMPUTER. ZOS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PRINTM-CONTEXT-AREA EXTERNAL.
           02  PMC-CONTEXT-PROGRAM  PIC X(8).
           02  PMC-CONTEXT-STEP     PIC X(8).
           02  PMC-CONTEXT-RUN-DATE PIC X(8).
       LINKAGE SECTION.
       01  LS-CONTEXT-PROGRAM   PIC X(8).
       01  LS-CONTEXT-STEP      PIC X(8).
       01  LS-CONTEXT-RUN-DATE  PIC 9(8).

      * Mandatory divison - the actual program/logic
       PROCEDURE DIVISION USING LS-CONTEXT-PROGRAM LS-CONTEXT-STEP
           LS-CONTEXT-RUN-DATE.
       MAIN-PARA.
           MOVE LS-CONTEXT-PROGRAM TO PMC-CONTEXT-PROGRAM.
           MOVE LS-CONTEXT-STEP TO PMC-CONTEXT-STEP.
           MOVE LS-CONTEXT-RUN-DATE TO PMC-CONTEXT-RUN-DATE.
           GOBACK.
