           SELECT STEP-CONTROL-FILE ASSIGN TO CTLOUT1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEP-CONTROL-FILE-STATUS.
           SELECT OPTIONAL HIER-HIST-FILE ASSIGN TO HIERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIER-HIST-FILE-STATUS.
           SELECT OPTIONAL FX-REGISTER-FILE ASSIGN TO FXREGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FX-REGISTER-FILE-STATUS.
           SELECT KEYED-SUMMARY-FILE ASSIGN TO SUMKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KSUM-KEY
               FILE STATUS IS KEYED-SUM-FILE-STATUS.
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
               88  TRANS-REVERSAL    VALUE 'R'.
               88  TRANS-TYPE-VALID  VALUES 'D' ' ' 'C' 'R'.
           02  TR-REGION-ID          PIC X(3).
           02  TR-CURRENCY-CODE      PIC X(3).
           02  TR-FX-RATE            PIC 9(3)V9(6).
       01  TRANS-HEADER-RECORD.
           02  FH-RECORD-ID          PIC X(3).
               88  TRANS-HEADER-LABEL VALUE 'HDR'.
               03  AUD-RGN-ID        PIC X(3).
               03  AUD-RGN-PROCESSED PIC 9(9).
               03  AUD-RGN-REJECTED  PIC 9(9).
           02  AUD-RUN-CYCLE         PIC 9(1).
           02  FILLER                PIC X(5).
      * A RUN WITH MORE THAN THREE REGIONS CARRIES THE REST ON
      * CONTINUATION RECORDS WRITTEN STRAIGHT AFTER ITS RUN RECORD.
      * JOB AND START TIME MATCH THE RUN SO THE PAIR ARCHIVES
      * TOGETHER; THE TAG SITS WHERE A RUN RECORD'S END TIME IS.
       01  AUDIT-REGION-RECORD.
           02  AUDR-JOB-NAME         PIC X(8).
           02  AUDR-START-TIMESTAMP  PIC X(21).
           02  AUDR-RECORD-ID        PIC X(3).
               88  AUDIT-REGION-CONTINUATION VALUE 'RGN'.
           02  AUDR-REGION-ENTRY     OCCURS 7 TIMES.
               03  AUDR-RGN-ID       PIC X(3).
               03  AUDR-RGN-PROCESSED PIC 9(9).
               03  AUDR-RGN-REJECTED PIC 9(9).
           02  FILLER                PIC X(2).

       FD  AUDIT-IN-FILE
           RECORDING MODE IS F
               03  AUDIN-RGN-ID      PIC X(3).
               03  AUDIN-RGN-PROCESSED PIC 9(9).
               03  AUDIN-RGN-REJECTED PIC 9(9).
           02  AUDIN-RUN-CYCLE       PIC X(1).
           02  FILLER                PIC X(5).
       01  AUDIT-IN-REGION-RECORD.
           02  FILLER                PIC X(29).
           02  AUDIN-RECORD-ID       PIC X(3).
               88  AUDIN-REGION-CONTINUATION VALUE 'RGN'.
           02  FILLER                PIC X(149).

       FD  EXTRACT-OUT-FILE
           RECORDING MODE IS F
       FD  PREV-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      * DAY TRANSACTION HISTORY - SEE FAPCOB31, WHICH KEEPS IT.
      * EACH PROCESSED TRANSACTION CARRIES THE BUSINESS DATE AND
      * CYCLE THAT TOOK IT ON; THE HEADER NAMES THE LATEST BUSINESS
      * DATE HELD AND THE BUSINESS DAY BEFORE IT.
       01  PREV-TRANS-RECORD.
           02  PTR-TRANS-DATE        PIC 9(8).
           02  PTR-CODE              PIC X(10).
           02  FILLER                PIC X(20).
           02  PTR-AMOUNT1           PIC S9(8)V99.
           02  FILLER                PIC X(32).
           02  PTR-RUN-DATE          PIC 9(8).
           02  PTR-RUN-CYCLE         PIC X(1).
           02  FILLER                PIC X(11).
       01  PREV-LABEL-RECORD.
           02  PL-RECORD-ID          PIC X(3).
               88  PREV-FILE-HEADER  VALUE 'HDR'.
               88  PREV-FILE-LABEL   VALUES 'HDR' 'TRL'.
           02  PL-LATEST-DATE        PIC 9(8).
           02  PL-PRIOR-DATE         PIC 9(8).
           02  FILLER                PIC X(81).

       FD  DUP-REPORT-FILE
           RECORDING MODE IS F
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

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F
           02  SUMO-AMOUNT1          PIC S9(13)V99.
           02  SUMO-AMOUNT4          PIC S9(7)V99.
           02  SUMO-AMOUNT5          PIC S9(7)V99.
           02  SUMO-RUN-CYCLE        PIC 9(1).
           02  FILLER                PIC X(19).

      * KEYED COPY OF THE SUMMARY HISTORY FOR THE BALANCE INQUIRY -
      * THE SAME ROWS, KEYED CODE + RUN DATE + CYCLE SO ONE CODE'S
      * RECENT DAYS READ IN A SINGLE SWEEP.
       FD  KEYED-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEYED-SUMMARY-RECORD.
           02  KSUM-KEY.
               03  KSUM-CODE         PIC X(10).
               03  KSUM-RUN-DATE     PIC 9(8).
               03  KSUM-RUN-CYCLE    PIC 9(1).
           02  KSUM-TRANS-COUNT      PIC 9(9).
           02  KSUM-AMOUNT1          PIC S9(13)V99.
           02  KSUM-AMOUNT4          PIC S9(7)V99.
           02  KSUM-AMOUNT5          PIC S9(7)V99.
           02  FILLER                PIC X(19).

       FD  SUMMARY-PRIOR-FILE
           RECORDING MODE IS F
           02  SUMI-AMOUNT1          PIC S9(13)V99.
           02  SUMI-AMOUNT4          PIC S9(7)V99.
           02  SUMI-AMOUNT5          PIC S9(7)V99.
           02  SUMI-RUN-CYCLE        PIC X(1).
           02  FILLER                PIC X(19).

       FD  CODE-MASTER-FILE
           RECORDING MODE IS F
           02  CM-EFF-TO-DATE        PIC 9(8).
           02  FILLER                PIC X(33).

      * CODE HIERARCHY HISTORY FROM CODE MASTER MAINTENANCE - ONE ROW
      * PER GROUP AND DIVISION ASSIGNMENT, IN CODE AND EFFECTIVE-DATE
      * ORDER.  A ROW HOLDS UNTIL THE NEXT ROW FOR ITS CODE.
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

      * CURRENCY CONVERSION REGISTER FROM THE EDIT PASS - ONE RECORD
      * PER TRANSACTION CONVERTED TO BASE CURRENCY, WITH THE ORIGINAL
      * AMOUNTS AND THE RATE APPLIED.
       FD  FX-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FX-REGISTER-RECORD.
           02  CVR-TRANS-DATE        PIC 9(8).
           02  CVR-CODE              PIC X(10).
           02  CVR-REGION-ID         PIC X(3).
           02  CVR-TYPE-IND          PIC X(1).
               88  CVR-DEBIT         VALUES 'D' ' '.
           02  CVR-CURRENCY-CODE     PIC X(3).
           02  CVR-FX-RATE           PIC 9(3)V9(6).
           02  CVR-ORIG-AMOUNT1      PIC S9(8)V99.
           02  CVR-ORIG-AMOUNT4      PIC S9(6)V99.
           02  CVR-ORIG-AMOUNT5      PIC S9(6)V99.
           02  CVR-BASE-AMOUNT1      PIC S9(8)V99.
           02  CVR-BASE-AMOUNT4      PIC S9(6)V99.
           02  CVR-BASE-AMOUNT5      PIC S9(6)V99.
           02  CVR-DESCRIPTION       PIC X(20).
           02  FILLER                PIC X(14).

      * KEYWORD=VALUE PARAMETER CARDS, ONE PER CARD.  A CARD WITH
      * AN ASTERISK IN COLUMN 1 IS A COMMENT.  ANY UNRECOGNIZED
      * KEYWORD OR MALFORMED VALUE STOPS THE RUN - NO MORE SILENT
           02  CALENDAR-FILE-STATUS  PIC X(2) VALUE '00'.
           02  PARM-FILE-STATUS      PIC X(2) VALUE '00'.
           02  CODE-MASTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  HIER-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           02  FX-REGISTER-FILE-STATUS PIC X(2) VALUE '00'.
           02  EXTRACT-OUT-FILE-STATUS PIC X(2) VALUE '00'.
           02  PREV-TRANS-FILE-STATUS PIC X(2) VALUE '00'.
           02  DUP-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  EDIT-COUNTS-FILE-STATUS PIC X(2) VALUE '00'.
           02  SUMMARY-HIST-FILE-STATUS PIC X(2) VALUE '00'.
           02  KEYED-SUM-FILE-STATUS PIC X(2) VALUE '00'.
           02  SUMMARY-PRIOR-FILE-STATUS PIC X(2) VALUE '00'.
           02  AGING-REPORT-FILE-STATUS PIC X(2) VALUE '00'.
           02  DIST-CONTROL-FILE-STATUS PIC X(2) VALUE '00'.
               88  CARRY-ALL-ROWS    VALUE 'Y'.
           02  WS-SUMMARY-CARRIED    PIC 9(9)  VALUE ZERO.
           02  WS-SUMMARY-SUPERSEDED PIC 9(9)  VALUE ZERO.
           02  WS-KEYED-SUM-OPEN-SW  PIC X     VALUE 'N'.
               88  KEYED-SUM-OPEN    VALUE 'Y'.
           02  WS-KEYED-SUM-LOAD-SW  PIC X     VALUE 'N'.
               88  KEYED-SUM-FIRST-LOAD VALUE 'Y'.
           02  WS-KEYED-SUM-WRITTEN  PIC 9(9)  VALUE ZERO.
           02  WS-KEYED-SUM-REMOVED  PIC 9(9)  VALUE ZERO.
           02  WS-KEYED-SUM-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01  SUMMARY-SUPERSEDE-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(42) VALUE
               'PRIOR ROWS REPLACED FOR THIS DATE/CYCLE:'.
           02  SUP-ROW-COUNT         PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(75) VALUE SPACES.
       01  PARM-CARD-WORK-FIELDS.
               03  WS-SRC-RESTART    PIC X VALUE 'D'.
               03  WS-SRC-PROC-DATE  PIC X VALUE 'D'.
               03  WS-SRC-PREVALID   PIC X VALUE 'D'.
               03  WS-SRC-CYCLE      PIC X VALUE 'D'.
           02  WS-ECHO-SOURCE-FLAG   PIC X VALUE 'D'.
           02  WS-ECHO-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  PARM-ECHO-HEADER-LINE.
               03  WS-CM-ACTIVE-FLAG     PIC X(1).
               03  WS-CM-EFF-FROM-DATE   PIC 9(8).
               03  WS-CM-EFF-TO-DATE     PIC 9(8).
      * EACH CODE'S HIERARCHY ROWS SIT TOGETHER IN EFFECTIVE-DATE
      * ORDER IN THE ROW TABLE; THE CODE TABLE POINTS AT THE FIRST.
       01  HIERARCHY-TABLE-FIELDS.
           02  WS-HIER-CODE-MAX      PIC 9(5) VALUE 20000.
           02  WS-HIER-CODE-COUNT    PIC 9(5) VALUE ZERO.
           02  WS-HIER-ROW-MAX       PIC 9(5) VALUE 40000.
           02  WS-HIER-ROW-COUNT     PIC 9(5) VALUE ZERO.
           02  WS-HIER-ROW-SUB       PIC 9(5) VALUE ZERO.
           02  WS-HIER-ROW-LAST      PIC 9(5) VALUE ZERO.
           02  WS-HIER-EOF-SW        PIC X    VALUE 'N'.
               88  HIER-HIST-EOF     VALUE 'Y'.
           02  WS-HIER-SEQ-ERROR-SW  PIC X    VALUE 'N'.
               88  HIER-SEQ-ERROR    VALUE 'Y'.
           02  WS-HIER-AS-OF-DATE    PIC 9(8) VALUE ZERO.
           02  WS-HIER-RESOLVE-CODE  PIC X(10) VALUE SPACES.
           02  WS-HIER-GROUP         PIC X(6) VALUE SPACES.
           02  WS-HIER-DIVISION      PIC X(4) VALUE SPACES.
           02  WS-HIER-CODE-ENTRY    OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-HIER-CODE-COUNT
                   ASCENDING KEY IS WS-HC-CODE
                   INDEXED BY WS-HC-IX.
               03  WS-HC-CODE            PIC X(10).
               03  WS-HC-FIRST-ROW       PIC 9(5).
               03  WS-HC-ROW-COUNT       PIC 9(5).
       01  HIERARCHY-ROW-TABLE.
           02  WS-HIER-ROW-ENTRY     OCCURS 40000 TIMES.
               03  WS-HR-EFF-DATE        PIC 9(8).
               03  WS-HR-GROUP           PIC X(6).
               03  WS-HR-DIVISION        PIC X(4).
      * CODE SUBTOTALS ROLLED UP BY DIVISION AND GROUP FOR THE
      * HIERARCHY LEVELS PRINTED AHEAD OF THE GRAND TOTAL.  A CODE
      * WITH NO ASSIGNMENT ROLLS UP UNDER A BLANK GROUP AND DIVISION.
       01  HIERARCHY-ROLLUP-FIELDS.
           02  WS-ROLL-MAX           PIC 9(5) VALUE 2000.
           02  WS-ROLL-COUNT         PIC 9(5) VALUE ZERO.
           02  WS-ROLL-SUB           PIC 9(5) VALUE ZERO.
           02  WS-ROLL-FOUND-SW      PIC X    VALUE 'N'.
               88  ROLL-FOUND        VALUE 'Y'.
           02  WS-ROLL-SLOT-SW       PIC X    VALUE 'N'.
               88  ROLL-SLOT-FOUND   VALUE 'Y'.
           02  WS-ROLL-NEW-KEY.
               03  WS-ROLL-NEW-DIVISION  PIC X(4).
               03  WS-ROLL-NEW-GROUP     PIC X(6).
           02  WS-ROLL-BREAK-DIVISION PIC X(4) VALUE SPACES.
           02  WS-ROLL-DIV-DEBITS    PIC S9(13)V99 VALUE ZERO.
           02  WS-ROLL-DIV-CREDITS   PIC S9(13)V99 VALUE ZERO.
           02  WS-ROLL-DIV-NET       PIC S9(13)V99 VALUE ZERO.
           02  WS-ROLL-DIV-AMOUNT4   PIC S9(9)V99  VALUE ZERO.
           02  WS-ROLL-DIV-AMOUNT5   PIC S9(9)V99  VALUE ZERO.
           02  WS-ROLL-ENTRY         OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-ROLL-COUNT
                   ASCENDING KEY IS WS-RL-KEY
                   INDEXED BY WS-RL-IX.
               03  WS-RL-KEY.
                   04  WS-RL-DIVISION    PIC X(4).
                   04  WS-RL-GROUP       PIC X(6).
               03  WS-RL-DEBITS          PIC S9(13)V99.
               03  WS-RL-CREDITS         PIC S9(13)V99.
               03  WS-RL-NET             PIC S9(13)V99.
               03  WS-RL-AMOUNT4         PIC S9(9)V99.
               03  WS-RL-AMOUNT5         PIC S9(9)V99.
       01  HIER-HEADER-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(36) VALUE
               'GROUP AND DIVISION ROLLUP AS OF'.
           02  HIER-HDR-DATE         PIC 9999/99/99.
           02  FILLER                PIC X(86) VALUE SPACES.
       01  HIER-TOTAL-LINE.
           02  FILLER                PIC X(5) VALUE SPACES.
           02  HIER-LABEL            PIC X(11) VALUE SPACES.
           02  FILLER                PIC X(5) VALUE SPACES.
           02  HIER-ID               PIC X(10).
           02  FILLER                PIC X(5) VALUE SPACES.
           02  HIER-DESC             PIC X(20).
           02  FILLER                PIC X(4) VALUE SPACES.
           02  HIER-FIELD4           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(4) VALUE SPACES.
           02  HIER-FIELD5           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5) VALUE SPACES.
           02  HIER-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(12) VALUE SPACES.
       01  REJECT-COUNTERS.
           02  WS-RECORDS-REJECTED   PIC 9(9)  VALUE ZERO.
       01  CONTROL-BREAK-FIELDS.
               88  EDIT-COUNTS-PRESENT VALUE 'Y'.
           02  WS-EDIT-READ          PIC 9(9)  VALUE ZERO.
           02  WS-EDIT-REJECTED      PIC 9(9)  VALUE ZERO.
           02  WS-EDIT-COUNTS-EOF-SW PIC X     VALUE 'N'.
               88  EDIT-COUNTS-EOF   VALUE 'Y'.
       01  REGION-TOTAL-FIELDS.
           02  WS-RGN-MAX            PIC 9(2)  VALUE 60.
           02  WS-RGN-COUNT          PIC 9(2)  VALUE ZERO.
           02  WS-RGN-SUB            PIC 9(2)  VALUE ZERO.
           02  WS-AUDR-SUB           PIC 9(1)  VALUE ZERO.
           02  WS-RGN-SEARCH-ID      PIC X(3)  VALUE SPACES.
           02  WS-RGN-FOUND-SW       PIC X     VALUE 'N'.
               88  REGION-FOUND      VALUE 'Y'.
           02  WS-RGN-ENTRY          OCCURS 60 TIMES.
               03  WS-RGN-ID             PIC X(3).
               03  WS-RGN-PROCESSED      PIC 9(9).
               03  WS-RGN-AMOUNT         PIC S9(13)V99.
           02  FILLER                PIC X(10) VALUE 'REJECTED:'.
           02  RGN-RECAP-REJECTED    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(34) VALUE SPACES.
       01  CURRENCY-RECAP-FIELDS.
           02  WS-FXC-MAX            PIC 9(4)  VALUE 500.
           02  WS-FXC-COUNT          PIC 9(4)  VALUE ZERO.
           02  WS-FXC-SUB            PIC 9(4)  VALUE ZERO.
           02  WS-FXC-MOVE-SUB       PIC 9(4)  VALUE ZERO.
           02  WS-FXC-EOF-SW         PIC X     VALUE 'N'.
               88  FX-REGISTER-EOF   VALUE 'Y'.
           02  WS-FXC-FOUND-SW       PIC X     VALUE 'N'.
               88  FX-RECAP-FOUND    VALUE 'Y'.
           02  WS-FXC-SLOT-SW        PIC X     VALUE 'N'.
               88  FX-RECAP-SLOT-FOUND VALUE 'Y'.
           02  WS-FXC-SEARCH-KEY.
               03  WS-FXC-SEARCH-CURRENCY PIC X(3).
               03  WS-FXC-SEARCH-RATE     PIC 9(3)V9(6).
           02  WS-FXC-EFF-ORIG       PIC S9(13)V99 VALUE ZERO.
           02  WS-FXC-EFF-BASE       PIC S9(13)V99 VALUE ZERO.
           02  WS-FXC-TOTAL-TRANS    PIC 9(9)  VALUE ZERO.
           02  WS-FXC-TOTAL-BASE     PIC S9(13)V99 VALUE ZERO.
           02  WS-FXC-ENTRY          OCCURS 500 TIMES.
               03  WS-FXC-KEY.
                   04  WS-FXC-CURRENCY   PIC X(3).
                   04  WS-FXC-RATE       PIC 9(3)V9(6).
               03  WS-FXC-TRANS          PIC 9(9).
               03  WS-FXC-ORIG-NET       PIC S9(13)V99.
               03  WS-FXC-BASE-NET       PIC S9(13)V99.
       01  CURRENCY-RECAP-HEADER-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(40) VALUE
               'CURRENCY CONVERSION RECAP'.
           02  FILLER                PIC X(92) VALUE SPACES.
       01  CURRENCY-RECAP-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FXC-RECAP-CURRENCY    PIC X(3).
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(6)  VALUE 'RATE:'.
           02  FXC-RECAP-RATE        PIC ZZ9.999999.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(7)  VALUE 'TRANS:'.
           02  FXC-RECAP-TRANS       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(14) VALUE 'ORIGINAL NET:'.
           02  FXC-RECAP-ORIG-NET    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'BASE NET:'.
           02  FXC-RECAP-BASE-NET    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(3)  VALUE SPACES.
       01  CURRENCY-RECAP-TOTAL-LINE.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(29) VALUE
               'TOTAL CONVERTED TO BASE'.
           02  FILLER                PIC X(7)  VALUE 'TRANS:'.
           02  FXC-TOTAL-TRANS       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(46) VALUE SPACES.
           02  FILLER                PIC X(10) VALUE 'BASE NET:'.
           02  FXC-TOTAL-BASE-NET    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(3)  VALUE SPACES.
       01  DISTRIBUTION-FIELDS.
           02  WS-DIST-MAX           PIC 9(4)  VALUE 200.
           02  WS-DIST-COUNT         PIC 9(4)  VALUE ZERO.
               03  WS-PREV-KEY-CODE  PIC X(10).
               03  WS-PREV-KEY-DATE  PIC 9(8).
           02  WS-PREV-HELD-AMOUNT   PIC S9(8)V99 VALUE ZERO.
           02  WS-PREV-HELD-SOURCE   PIC X     VALUE SPACE.
           02  WS-PREV-DATED-SW      PIC X     VALUE 'N'.
               88  PREV-HISTORY-DATED VALUE 'Y'.
           02  WS-PREV-PRIOR-DATE    PIC 9(8)  VALUE ZERO.
           02  WS-PREV-AMT-COUNT     PIC 9(4)  VALUE ZERO.
           02  WS-PREV-SUB           PIC 9(4)  VALUE ZERO.
           02  WS-PREV-AMT-ENTRY     OCCURS 200 TIMES.
               03  WS-PREV-AMT       PIC S9(8)V99.
               03  WS-PREV-AMT-SOURCE PIC X.
                   88  PREV-AMT-EARLIER-CYCLE VALUE 'C'.
       01  DUP-HEADING-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(40) VALUE
           02  DUP-TOTAL-EXACT       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(5)  VALUE SPACES.
           02  FILLER                PIC X(20) VALUE
               'PRIOR RUN SUSPECTS:'.
           02  DUP-TOTAL-SUSPECT     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(64) VALUE SPACES.
      * DAY-TO-DATE TOTALS BY CODE ACROSS EVERY CYCLE OF THE BUSINESS
      * DATE - THE EARLIER CYCLES' SUMMARY ROWS PLUS THIS CYCLE'S.
      * KEPT ONLY ON A LATER CYCLE, WHERE THE SECTION PRINTS.
       01  DAY-TO-DATE-FIELDS.
           02  WS-DTD-MAX            PIC 9(5) VALUE 20000.
           02  WS-DTD-COUNT          PIC 9(5) VALUE ZERO.
           02  WS-DTD-SUB            PIC 9(5) VALUE ZERO.
           02  WS-DTD-FOUND-SW       PIC X    VALUE 'N'.
               88  DTD-FOUND         VALUE 'Y'.
           02  WS-DTD-SLOT-SW        PIC X    VALUE 'N'.
               88  DTD-SLOT-FOUND    VALUE 'Y'.
           02  WS-DTD-ADD-CODE       PIC X(10) VALUE SPACES.
           02  WS-DTD-ADD-COUNT      PIC 9(9)  VALUE ZERO.
           02  WS-DTD-ADD-AMOUNT1    PIC S9(13)V99 VALUE ZERO.
           02  WS-DTD-ADD-AMOUNT4    PIC S9(9)V99  VALUE ZERO.
           02  WS-DTD-ADD-AMOUNT5    PIC S9(9)V99  VALUE ZERO.
           02  WS-DTD-TOTAL-COUNT    PIC 9(9)  VALUE ZERO.
           02  WS-DTD-TOTAL-AMOUNT1  PIC S9(13)V99 VALUE ZERO.
           02  WS-DTD-TOTAL-AMOUNT4  PIC S9(9)V99  VALUE ZERO.
           02  WS-DTD-TOTAL-AMOUNT5  PIC S9(9)V99  VALUE ZERO.
           02  WS-DTD-ENTRY          OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-DTD-COUNT
                   ASCENDING KEY IS WS-DTD-CODE
                   INDEXED BY WS-DTD-IX.
               03  WS-DTD-CODE           PIC X(10).
               03  WS-DTD-TRANS-COUNT    PIC 9(9).
               03  WS-DTD-AMOUNT1        PIC S9(13)V99.
               03  WS-DTD-AMOUNT4        PIC S9(9)V99.
               03  WS-DTD-AMOUNT5        PIC S9(9)V99.
       01  DTD-HEADER-LINE.
           02  FILLER                PIC X(1)  VALUE SPACES.
           02  FILLER                PIC X(36) VALUE
               'DAY TO DATE BY CODE - ALL CYCLES OF'.
           02  DTD-HDR-DATE          PIC 9999/99/99.
           02  FILLER                PIC X(12) VALUE
               '  THROUGH CY'.
           02  FILLER                PIC X(5)  VALUE 'CLE '.
           02  DTD-HDR-CYCLE         PIC 9.
           02  FILLER                PIC X(68) VALUE SPACES.
       01  DTD-TOTAL-LINE.
           02  FILLER                PIC X(5) VALUE SPACES.
           02  DTD-LABEL             PIC X(11) VALUE 'DAY TO DATE'.
           02  FILLER                PIC X(5) VALUE SPACES.
           02  DTD-CODE              PIC X(10).
           02  FILLER                PIC X(5) VALUE SPACES.
           02  FILLER                PIC X(7) VALUE 'TRANS: '.
           02  DTD-TRANS-COUNT       PIC ZZZ,ZZZ,ZZ9.
           02  FILLER                PIC X(2) VALUE SPACES.
           02  FILLER                PIC X(4) VALUE SPACES.
           02  DTD-FIELD4            PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(4) VALUE SPACES.
           02  DTD-FIELD5            PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(5) VALUE SPACES.
           02  DTD-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER                PIC X(12) VALUE SPACES.
       01  DATE-WORK-FIELDS.
           02  WS-CURRENT-DATE.
               03  WS-CURRENT-YYYY   PIC 9(4).
               03  WS-CURRENT-DD     PIC 9(2).
           02  WS-FORMATTED-DATE     PIC X(10).
           02  WS-RUN-DATE           PIC 9(8) VALUE ZERO.
      * THE PROCESSING CYCLE OF THE BUSINESS DATE THIS RUN IS.  A
      * CYCLE BYTE LEFT BLANK ON AN OLDER RECORD READS AS CYCLE 1.
       01  RUN-CYCLE-FIELDS.
           02  WS-RUN-CYCLE          PIC 9(1)  VALUE 1.
           02  WS-ROW-CYCLE-X        PIC X(1)  VALUE SPACE.
           02  WS-ROW-CYCLE REDEFINES WS-ROW-CYCLE-X
                                     PIC 9(1).
       01  DELIMITED-WORK-FIELDS.
           02  WS-DLM-DATE           PIC 9(8).
           02  WS-DLM-AMOUNT1        PIC -9(8).99.
           MOVE 'DUPRPT  ' TO WS-ERROR-FILE-ID.
           MOVE DUP-REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           OPEN OUTPUT AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           MOVE ZEROS TO PAGE-COUNT.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1700-OPEN-PRIOR-DAY-FILE.
           IF PREVALIDATED-INPUT
               PERFORM 1750-READ-EDIT-COUNTS
           END-IF.
           PERFORM 1400-LOAD-CODE-MASTER.
           PERFORM 1470-LOAD-HIERARCHY-HISTORY.
           IF RESTART-MODE
               PERFORM 1200-RESTORE-CHECKPOINT
           END-IF.
      * ABORTING RUN STILL CATALOGS A NEW SUMMARY GENERATION, SO IT
      * MUST CARRY TODAY'S PRIOR ROWS INTACT RATHER THAN SUPERSEDE
      * ROWS IT WILL NEVER REWRITE.
           PERFORM 1920-OPEN-KEYED-SUMMARY.
           PERFORM 1900-CARRY-SUMMARY-FORWARD.
           IF WS-SUMMARY-SUPERSEDED > 0
               PERFORM 1910-NOTE-SUPERSEDED-ROWS
      ******************************************************************
      * WRONG-FILE PROTECTION.  AN EXTRACT WHOSE HEADER DATE DOES NOT
      * MATCH THE EXPECTED PROCESSING DATE, OR WHOSE EXTRACT DATE WAS
      * ALREADY PROCESSED IN THIS CYCLE PER THE AUDIT TRAIL, NEVER
      * REACHES THE REPORT - THE RUN ENDS AT ABEND LEVEL INSTEAD.  A
      * LATER CYCLE OF THE SAME DATE IS ACCEPTED ONCE.
      ******************************************************************
       1600-VALIDATE-FILE-HEADER.
           IF NOT HEADER-PRESENT
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       MOVE AUDIN-RUN-CYCLE TO WS-ROW-CYCLE-X
                       IF WS-ROW-CYCLE-X NOT NUMERIC
                           MOVE '1' TO WS-ROW-CYCLE-X
                       END-IF
                       IF NOT AUDIN-REGION-CONTINUATION
                           AND AUDIN-EXTRACT-DATE NUMERIC
                           AND AUDIN-EXTRACT-DATE =
                               WS-HDR-EXTRACT-DATE
                           AND WS-ROW-CYCLE = WS-RUN-CYCLE
                           MOVE 'Y' TO WS-AUDIT-EOF-SW
                           MOVE 16 TO WS-RETURN-CODE
                           MOVE
                               'EXTRACT DATE ALREADY PROCESSED IN CYCLE'
                               TO WS-PRINTM-MESSAGE
                           MOVE 'E' TO WS-PRINTM-SEVERITY
                           CALL 'PRINTM' USING WS-PRINTM-MESSAGE
      ******************************************************************
      * RERUN PROTECTION FOR THE SUMMARY HISTORY.  EACH RUN WRITES A
      * FRESH GENERATION: THE PRIOR GENERATION CARRIES FORWARD MINUS
      * ANY ROWS ALREADY STAMPED WITH TODAY'S RUN DATE AND THIS
      * CYCLE, SO A RERUN SUPERSEDES ITS EARLIER ROWS INSTEAD OF
      * DOUBLING THEM AND THE MONTH-END TREND REPORT NEVER
      * DOUBLE-COUNTS A REPAIRED DAY.  AN EARLIER CYCLE'S ROWS FOR
      * TODAY STAY, AND ALSO FEED THE DAY-TO-DATE SECTION.
      * A RUN THAT IS ALREADY ABORTING - BAD PARM CARD, EXTRACT-DATE
      * MISMATCH OR THE DUPLICATE-EXTRACT REFUSAL - WRITES NOTHING
      * OF ITS OWN, SO IT CARRIES EVERY ROW FORWARD INCLUDING
                   AT END
                       MOVE 'Y' TO WS-SUMI-EOF-SW
                   NOT AT END
                       MOVE SUMI-RUN-CYCLE TO WS-ROW-CYCLE-X
                       IF WS-ROW-CYCLE-X NOT NUMERIC
                           MOVE '1' TO WS-ROW-CYCLE-X
                       END-IF
                       IF SUMI-RUN-DATE NUMERIC
                           AND SUMI-RUN-DATE = WS-RUN-DATE
                           AND WS-ROW-CYCLE = WS-RUN-CYCLE
                           AND NOT CARRY-ALL-ROWS
                           ADD 1 TO WS-SUMMARY-SUPERSEDED
                           PERFORM 1930-REMOVE-KEYED-SUMMARY
                       ELSE
                           WRITE SUMMARY-HIST-RECORD
                               FROM SUMMARY-PRIOR-RECORD
                               TO WS-CURRENT-FILE-STATUS
                           PERFORM 9900-CHECK-FILE-STATUS
                           ADD 1 TO WS-SUMMARY-CARRIED
                           IF SUMI-RUN-DATE NUMERIC
                               AND SUMI-RUN-DATE = WS-RUN-DATE
                               AND WS-ROW-CYCLE < WS-RUN-CYCLE
                               AND SUMI-TRANS-COUNT NUMERIC
                               MOVE SUMI-CODE TO WS-DTD-ADD-CODE
                               MOVE SUMI-TRANS-COUNT
                                   TO WS-DTD-ADD-COUNT
                               MOVE SUMI-AMOUNT1 TO WS-DTD-ADD-AMOUNT1
                               MOVE SUMI-AMOUNT4 TO WS-DTD-ADD-AMOUNT4
                               MOVE SUMI-AMOUNT5 TO WS-DTD-ADD-AMOUNT5
                               PERFORM 2382-ADD-DAY-TO-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUMMARY-PRIOR-FILE.
      ******************************************************************
      * THE KEYED SUMMARY HISTORY IS UPDATED IN PLACE ROW BY ROW SO THE
      * BALANCE INQUIRY CAN READ IT AT ANY TIME.  A CLUSTER THAT HAS
      * NEVER BEEN LOADED CANNOT BE OPENED FOR UPDATE, SO THE FIRST RUN
      * LOADS IT - ITS ROWS GO OUT IN CODE ORDER FOR ONE DATE AND CYCLE,
      * WHICH IS KEY ORDER.  AN ABORTING RUN WRITES NO ROWS AND LEAVES
      * IT ALONE.
      ******************************************************************
       1920-OPEN-KEYED-SUMMARY.
           IF NOT PARM-CARD-ERROR
               AND WS-RETURN-CODE < 16
               OPEN I-O KEYED-SUMMARY-FILE
               IF KEYED-SUM-FILE-STATUS = '35'
                   OPEN OUTPUT KEYED-SUMMARY-FILE
                   MOVE 'Y' TO WS-KEYED-SUM-LOAD-SW
               END-IF
               MOVE 'SUMKSDS ' TO WS-ERROR-FILE-ID
               MOVE KEYED-SUM-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               IF KEYED-SUM-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-KEYED-SUM-OPEN-SW
               END-IF
           END-IF.
      ******************************************************************
      * A ROW THIS RERUN SUPERSEDES COMES OFF THE KEYED COPY TOO, SO A
      * CODE THE REPAIRED INPUT NO LONGER CARRIES LEAVES NOTHING BEHIND.
      ******************************************************************
       1930-REMOVE-KEYED-SUMMARY.
           IF KEYED-SUM-OPEN
               AND NOT KEYED-SUM-FIRST-LOAD
               MOVE SUMI-CODE TO KSUM-CODE
               MOVE SUMI-RUN-DATE TO KSUM-RUN-DATE
               MOVE WS-ROW-CYCLE TO KSUM-RUN-CYCLE
               DELETE KEYED-SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-KEYED-SUM-REMOVED
               END-DELETE
               IF KEYED-SUM-FILE-STATUS NOT = '23'
                   MOVE 'SUMKSDS ' TO WS-ERROR-FILE-ID
                   MOVE KEYED-SUM-FILE-STATUS TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-IF.
      ******************************************************************
       1910-NOTE-SUPERSEDED-ROWS.
           MOVE WS-SUMMARY-SUPERSEDED TO SUP-ROW-COUNT.
           MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO LINES-WRITTEN.
           MOVE 'RERUN - PRIOR SUMMARY ROWS FOR CYCLE REPLACED'
               TO WS-PRINTM-MESSAGE.
           MOVE 'W' TO WS-PRINTM-SEVERITY.
           CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY.
               MOVE 'W' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
      * THE DAY TRANSACTION HISTORY IS READ AFTER THE PARAMETERS SO
      * THE RUN DATE AND CYCLE ARE KNOWN - ONLY AN EARLIER CYCLE OF
      * TODAY AND THE PRIOR BUSINESS DAY COUNT FOR THE SUSPECT CHECK.
      ******************************************************************
       1700-OPEN-PRIOR-DAY-FILE.
           OPEN INPUT PREV-TRANS-FILE.
           IF EDIT-COUNTS-FILE-STATUS = '00'
               READ EDIT-COUNTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EDIT-COUNTS-EOF-SW
                   NOT AT END
                       IF EC-TOTALS-RECORD
                           AND EC-RECORDS-READ NUMERIC
                           AND EC-RECORDS-REJECTED NUMERIC
                           MOVE 'Y' TO WS-EDIT-COUNTS-SW
                           MOVE EC-RECORDS-READ TO WS-EDIT-READ
                           MOVE EC-RECORDS-REJECTED
                               TO WS-EDIT-REJECTED
                       ELSE
                           MOVE 'Y' TO WS-EDIT-COUNTS-EOF-SW
                       END-IF
               END-READ
               PERFORM UNTIL EDIT-COUNTS-EOF
                   READ EDIT-COUNTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EDIT-COUNTS-EOF-SW
                       NOT AT END
                           PERFORM 1775-MERGE-EDIT-REGION-COUNTS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EDIT-COUNTS-FILE.
      ******************************************************************
       1775-MERGE-EDIT-REGION-COUNTS.
           IF EC-REGION-RECORD
               AND EC-RGN-REJECTED NUMERIC
               AND EC-RGN-REJECTED > 0
               MOVE EC-RGN-ID TO WS-RGN-SEARCH-ID
               PERFORM 2120-FIND-REGION-SLOT
               IF REGION-FOUND
                   ADD EC-RGN-REJECTED
                       TO WS-RGN-REJECTED (WS-RGN-SUB)
               END-IF
           END-IF.
      ******************************************************************
      * THE HEADER NAMES THE LATEST BUSINESS DATE ON THE HISTORY AND
      * THE ONE BEFORE IT.  IF THE LATEST IS TODAY, AN EARLIER CYCLE
      * HAS RUN AND THE PRIOR DAY IS THE ONE BEFORE; OTHERWISE THE
      * LATEST IS THE PRIOR DAY.  A HISTORY WITH NO HEADER HAS EVERY
      * ROW TREATED AS THE PRIOR DAY'S.
      ******************************************************************
       1720-SET-PRIOR-RUN-DATES.
           IF PL-LATEST-DATE NUMERIC
               AND PL-PRIOR-DATE NUMERIC
               MOVE 'Y' TO WS-PREV-DATED-SW
               IF PL-LATEST-DATE < WS-RUN-DATE
                   MOVE PL-LATEST-DATE TO WS-PREV-PRIOR-DATE
               ELSE
                   MOVE PL-PRIOR-DATE TO WS-PREV-PRIOR-DATE
               END-IF
           END-IF.
      ******************************************************************
       9300-READ-PREV-TRANS-FILE.
           MOVE 'N' TO WS-PREV-HELD-SW.
                   AT END
                       MOVE 'Y' TO WS-PREV-EOF-SW
                   NOT AT END
                       IF PREV-FILE-HEADER
                           PERFORM 1720-SET-PRIOR-RUN-DATES
                       END-IF
                       IF NOT PREV-FILE-LABEL
                           AND PTR-AMOUNT1 NUMERIC
                           PERFORM 9310-SELECT-PREV-TRANS
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * A ROW FROM THIS CYCLE OR A LATER ONE IS A RERUN'S OWN INPUT
      * AND IS PASSED OVER, AS IS ANYTHING OLDER THAN THE PRIOR DAY.
      ******************************************************************
       9310-SELECT-PREV-TRANS.
           MOVE PTR-RUN-CYCLE TO WS-ROW-CYCLE-X.
           IF WS-ROW-CYCLE-X NOT NUMERIC
               MOVE '1' TO WS-ROW-CYCLE-X
           END-IF.
           MOVE SPACE TO WS-PREV-HELD-SOURCE.
           IF NOT PREV-HISTORY-DATED
               MOVE 'P' TO WS-PREV-HELD-SOURCE
           ELSE
               IF PTR-RUN-DATE = WS-RUN-DATE
                   AND WS-ROW-CYCLE < WS-RUN-CYCLE
                   MOVE 'C' TO WS-PREV-HELD-SOURCE
               ELSE
                   IF PTR-RUN-DATE = WS-PREV-PRIOR-DATE
                       MOVE 'P' TO WS-PREV-HELD-SOURCE
                   END-IF
               END-IF
           END-IF.
           IF WS-PREV-HELD-SOURCE NOT = SPACE
               MOVE 'Y' TO WS-PREV-HELD-SW
               MOVE PTR-CODE TO WS-PREV-KEY-CODE
               MOVE PTR-TRANS-DATE TO WS-PREV-KEY-DATE
               MOVE PTR-AMOUNT1 TO WS-PREV-HELD-AMOUNT
           END-IF.
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
                       MOVE WS-PARM-VALUE (1:1) TO WS-PREVALID-SW
                       MOVE 'C' TO WS-SRC-PREVALID
                   END-IF
               WHEN 'REVIEW-THRESHOLD'
                   PERFORM 1130-EDIT-PARM-AMOUNT
               WHEN 'REVIEW-DAYS'
                   PERFORM 1140-EDIT-PARM-COUNT
               WHEN 'CYCLE'
                   PERFORM 1140-EDIT-PARM-COUNT
                   IF PARM-VALUE-OK
                       IF WS-PARM-COUNT < 1
                           OR WS-PARM-COUNT > 9
                           MOVE 'N' TO WS-PARM-VALUE-OK-SW
                           PERFORM 1160-REPORT-PARM-ERROR
                       ELSE
                           MOVE WS-PARM-COUNT TO WS-RUN-CYCLE
                           MOVE 'C' TO WS-SRC-CYCLE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALUE-OK-SW
                   PERFORM 1160-REPORT-PARM-ERROR
           MOVE WS-PREVALID-SW TO ECHO-VALUE.
           MOVE WS-SRC-PREVALID TO WS-ECHO-SOURCE-FLAG.
           PERFORM 1195-WRITE-PARM-ECHO-LINE.
           MOVE 'CYCLE' TO ECHO-KEYWORD.
           MOVE WS-RUN-CYCLE TO ECHO-VALUE.
           MOVE WS-SRC-CYCLE TO WS-ECHO-SOURCE-FLAG.
           PERFORM 1195-WRITE-PARM-ECHO-LINE.
      ******************************************************************
       1195-WRITE-PARM-ECHO-LINE.
           IF WS-ECHO-SOURCE-FLAG = 'C'
           MOVE CM-EFF-TO-DATE
               TO WS-CM-EFF-TO-DATE (WS-CODE-SUB).
      ******************************************************************
      * THE HIERARCHY HISTORY IS OPTIONAL - WITHOUT IT NO ROLLUP
      * PRINTS.  A ROW OUT OF CODE AND DATE SEQUENCE IS LEFT OUT AND
      * FLAGGED, SINCE IT COULD ONLY HAVE COME FROM A HAND EDIT.
      ******************************************************************
       1470-LOAD-HIERARCHY-HISTORY.
           OPEN INPUT HIER-HIST-FILE.
           IF HIER-HIST-FILE-STATUS NOT = '00'
               AND HIER-HIST-FILE-STATUS NOT = '05'
               MOVE 'Y' TO WS-HIER-EOF-SW
               MOVE 'HIERIN  ' TO WS-ERROR-FILE-ID
               MOVE HIER-HIST-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.
           PERFORM UNTIL HIER-HIST-EOF
               READ HIER-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-HIER-EOF-SW
                   NOT AT END
                       PERFORM 1475-LOAD-HIERARCHY-ROW
               END-READ
           END-PERFORM.
           CLOSE HIER-HIST-FILE.
           IF HIER-SEQ-ERROR
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE 'HIERARCHY HISTORY OUT OF SEQUENCE - ROWS SKIPPED'
                   TO WS-PRINTM-MESSAGE
               MOVE 'E' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
      ******************************************************************
       1475-LOAD-HIERARCHY-ROW.
           IF WS-HIER-ROW-COUNT >= WS-HIER-ROW-MAX
               OR WS-HIER-CODE-COUNT >= WS-HIER-CODE-MAX
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 'HIERARCHY TABLE CAPACITY EXCEEDED'
                       TO WS-PRINTM-MESSAGE
                   MOVE 'E' TO WS-PRINTM-SEVERITY
                   CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                       WS-PRINTM-SEVERITY
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-HIER-CODE-COUNT = ZERO
                       PERFORM 1480-ADD-HIERARCHY-CODE
                   WHEN HH-CODE > WS-HC-CODE (WS-HIER-CODE-COUNT)
                       PERFORM 1480-ADD-HIERARCHY-CODE
                   WHEN HH-CODE = WS-HC-CODE (WS-HIER-CODE-COUNT)
                       AND HH-EFF-DATE >
                           WS-HR-EFF-DATE (WS-HIER-ROW-COUNT)
                       ADD 1 TO WS-HC-ROW-COUNT (WS-HIER-CODE-COUNT)
                       PERFORM 1485-ADD-HIERARCHY-ROW
                   WHEN OTHER
                       MOVE 'Y' TO WS-HIER-SEQ-ERROR-SW
               END-EVALUATE
           END-IF.
      ******************************************************************
       1480-ADD-HIERARCHY-CODE.
           ADD 1 TO WS-HIER-CODE-COUNT.
           MOVE HH-CODE TO WS-HC-CODE (WS-HIER-CODE-COUNT).
           COMPUTE WS-HC-FIRST-ROW (WS-HIER-CODE-COUNT) =
               WS-HIER-ROW-COUNT + 1.
           MOVE 1 TO WS-HC-ROW-COUNT (WS-HIER-CODE-COUNT).
           PERFORM 1485-ADD-HIERARCHY-ROW.
      ******************************************************************
       1485-ADD-HIERARCHY-ROW.
           ADD 1 TO WS-HIER-ROW-COUNT.
           MOVE HH-EFF-DATE TO WS-HR-EFF-DATE (WS-HIER-ROW-COUNT).
           MOVE HH-GROUP TO WS-HR-GROUP (WS-HIER-ROW-COUNT).
           MOVE HH-DIVISION TO WS-HR-DIVISION (WS-HIER-ROW-COUNT).
      ******************************************************************
      * RESTART SKIP.  ALREADY-PROCESSED RECORDS ARE READ PAST
      * WITHOUT REPRINTING, BUT THE CATEGORY SUBTOTALS ARE REBUILT
      * AND THE DAY'S SUMMARY HISTORY ROWS REWRITTEN AS EACH CODE
               IF NOT FIRST-RECORD
                   AND TR-CODE NOT = WS-BREAK-FIELD2
                   PERFORM 2380-WRITE-SUMMARY-HISTORY
                   PERFORM 2385-ROLL-UP-HIERARCHY
                   MOVE ZERO TO WS-SUBTOTAL
                   MOVE ZERO TO WS-SUB-DEBITS
                   MOVE ZERO TO WS-SUB-CREDITS
               AND CODE-VALIDATION-ACTIVE
               PERFORM 2025-VALIDATE-TRANS-CODE
           END-IF.
           IF TR-CURRENCY-CODE NOT = SPACES
               AND (TR-FX-RATE NOT NUMERIC OR TR-FX-RATE = ZERO)
               MOVE 'N' TO WS-VALID-RECORD-SW
               MOVE 'CURRENCY NOT CONVERTED' TO WS-REJECT-REASON
           END-IF.
      ******************************************************************
       2030-LOOK-UP-DESCRIPTION.
           MOVE SPACES TO WS-CODE-DESCRIPTION.
           END-PERFORM.
           MOVE TR-CODE TO WS-DEPT-RESOLVED-CODE.
      ******************************************************************
      * GROUP AND DIVISION OF WS-HIER-RESOLVE-CODE AS OF
      * WS-HIER-AS-OF-DATE - THE LATEST ROW EFFECTIVE ON OR BEFORE
      * THAT DATE.  BLANK WHEN THE CODE WAS NOT YET ASSIGNED.
      ******************************************************************
       2057-RESOLVE-HIERARCHY.
           MOVE SPACES TO WS-HIER-GROUP.
           MOVE SPACES TO WS-HIER-DIVISION.
           IF WS-HIER-CODE-COUNT > 0
               SEARCH ALL WS-HIER-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HC-CODE (WS-HC-IX) = WS-HIER-RESOLVE-CODE
                       PERFORM 2058-SCAN-HIERARCHY-ROWS
               END-SEARCH
           END-IF.
      ******************************************************************
       2058-SCAN-HIERARCHY-ROWS.
           MOVE WS-HC-FIRST-ROW (WS-HC-IX) TO WS-HIER-ROW-SUB.
           COMPUTE WS-HIER-ROW-LAST = WS-HC-FIRST-ROW (WS-HC-IX)
               + WS-HC-ROW-COUNT (WS-HC-IX) - 1.
           PERFORM UNTIL WS-HIER-ROW-SUB > WS-HIER-ROW-LAST
               IF WS-HR-EFF-DATE (WS-HIER-ROW-SUB) > WS-HIER-AS-OF-DATE
                   MOVE WS-HIER-ROW-LAST TO WS-HIER-ROW-SUB
               ELSE
                   MOVE WS-HR-GROUP (WS-HIER-ROW-SUB) TO WS-HIER-GROUP
                   MOVE WS-HR-DIVISION (WS-HIER-ROW-SUB)
                       TO WS-HIER-DIVISION
               END-IF
               ADD 1 TO WS-HIER-ROW-SUB
           END-PERFORM.
      ******************************************************************
      * DUPLICATES NEVER STOP A RECORD FROM COUNTING - THEY ARE
      * LISTED FOR A PERSON TO CONFIRM.  EXACT MEANS THE SAME
      * CODE/DATE/AMOUNT ALREADY APPEARED IN THIS RUN; SUSPECT MEANS
      * IT APPEARED AMONG THE TRANSACTIONS AN EARLIER CYCLE OF TODAY
      * OR THE PRIOR BUSINESS DAY PROCESSED.
      ******************************************************************
       2060-CHECK-DUPLICATES.
           IF TR-CODE NOT = WS-DUP-GROUP-CODE
           END-PERFORM.
           IF DUP-FOUND
               ADD 1 TO WS-DUP-SUSPECT-COUNT
               IF PREV-AMT-EARLIER-CYCLE (WS-PREV-SUB)
                   MOVE 'EARLIER CYCLE' TO DUP-TYPE
               ELSE
                   MOVE 'PRIOR DAY SUSPECT' TO DUP-TYPE
               END-IF
               PERFORM 2065-WRITE-DUP-DETAIL
           END-IF.
      ******************************************************************
      * BOTH FILES ARRIVE IN CODE/DATE SEQUENCE, SO THE PRIOR RUNS'
      * AMOUNTS FOR THE CURRENT GROUP LOAD WITH A FORWARD-ONLY SCAN.
      ******************************************************************
       2061-LOAD-PRIOR-DAY-GROUP.
                       ADD 1 TO WS-PREV-AMT-COUNT
                       MOVE WS-PREV-HELD-AMOUNT
                           TO WS-PREV-AMT (WS-PREV-AMT-COUNT)
                       MOVE WS-PREV-HELD-SOURCE
                           TO WS-PREV-AMT-SOURCE (WS-PREV-AMT-COUNT)
                   END-IF
               END-IF
               PERFORM 9300-READ-PREV-TRANS-FILE
           END-IF.
           PERFORM 2370-WRITE-EXTRACT-SUMMARY.
           PERFORM 2380-WRITE-SUMMARY-HISTORY.
           PERFORM 2385-ROLL-UP-HIERARCHY.
           MOVE ZERO TO WS-SUBTOTAL.
           MOVE ZERO TO WS-SUB-DEBITS.
           MOVE ZERO TO WS-SUB-CREDITS.
      ******************************************************************
      * ONE FIXED-FORMAT SUMMARY RECORD PER CATEGORY PER RUN GOES TO
      * THE ACCUMULATING HISTORY DATASET FOR THE MONTH-END TREND
      * REPORT.  A DAY RUN IN SEVERAL CYCLES HAS ONE ROW PER CODE
      * PER CYCLE; THE READERS ADD THEM UP BY DATE.
      ******************************************************************
       2380-WRITE-SUMMARY-HISTORY.
           MOVE SPACES TO SUMMARY-HIST-RECORD.
           MOVE WS-SUBTOTAL TO SUMO-AMOUNT1.
           MOVE WS-SUB-AMOUNT4 TO SUMO-AMOUNT4.
           MOVE WS-SUB-AMOUNT5 TO SUMO-AMOUNT5.
           MOVE WS-RUN-CYCLE TO SUMO-RUN-CYCLE.
           WRITE SUMMARY-HIST-RECORD.
           MOVE 'SUMOUT  ' TO WS-ERROR-FILE-ID.
           MOVE SUMMARY-HIST-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM 2381-WRITE-KEYED-SUMMARY.
           MOVE WS-BREAK-FIELD2 TO WS-DTD-ADD-CODE.
           MOVE WS-SUB-COUNT TO WS-DTD-ADD-COUNT.
           MOVE WS-SUBTOTAL TO WS-DTD-ADD-AMOUNT1.
           MOVE WS-SUB-AMOUNT4 TO WS-DTD-ADD-AMOUNT4.
           MOVE WS-SUB-AMOUNT5 TO WS-DTD-ADD-AMOUNT5.
           PERFORM 2382-ADD-DAY-TO-DATE.
      ******************************************************************
      * THE SAME ROW GOES TO THE KEYED COPY.  A RESTARTED RUN REBUILDS
      * ROWS IT ALREADY WROTE, SO A ROW ALREADY THERE IS REWRITTEN.
      ******************************************************************
       2381-WRITE-KEYED-SUMMARY.
           IF KEYED-SUM-OPEN
               MOVE SPACES TO KEYED-SUMMARY-RECORD
               MOVE SUMO-CODE TO KSUM-CODE
               MOVE SUMO-RUN-DATE TO KSUM-RUN-DATE
               MOVE SUMO-RUN-CYCLE TO KSUM-RUN-CYCLE
               MOVE SUMO-TRANS-COUNT TO KSUM-TRANS-COUNT
               MOVE SUMO-AMOUNT1 TO KSUM-AMOUNT1
               MOVE SUMO-AMOUNT4 TO KSUM-AMOUNT4
               MOVE SUMO-AMOUNT5 TO KSUM-AMOUNT5
               WRITE KEYED-SUMMARY-RECORD
                   INVALID KEY
                       IF NOT KEYED-SUM-FIRST-LOAD
                           REWRITE KEYED-SUMMARY-RECORD
                       END-IF
               END-WRITE
               MOVE 'SUMKSDS ' TO WS-ERROR-FILE-ID
               MOVE KEYED-SUM-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-KEYED-SUM-WRITTEN
           END-IF.
      ******************************************************************
      * THE FIRST CYCLE OF A DAY HAS NOTHING EARLIER TO ADD TO, SO
      * THE DAY-TO-DATE TABLE IS KEPT FROM THE SECOND CYCLE ON.
      ******************************************************************
       2382-ADD-DAY-TO-DATE.
           IF WS-RUN-CYCLE > 1
               MOVE 'N' TO WS-DTD-FOUND-SW
               IF WS-DTD-COUNT > 0
                   SEARCH ALL WS-DTD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DTD-CODE (WS-DTD-IX) = WS-DTD-ADD-CODE
                           MOVE 'Y' TO WS-DTD-FOUND-SW
                           SET WS-DTD-SUB TO WS-DTD-IX
                   END-SEARCH
               END-IF
               IF NOT DTD-FOUND
                   IF WS-DTD-COUNT >= WS-DTD-MAX
                       IF WS-RETURN-CODE < 8
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE 'DAY-TO-DATE TABLE CAPACITY EXCEEDED'
                               TO WS-PRINTM-MESSAGE
                           MOVE 'E' TO WS-PRINTM-SEVERITY
                           CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                               WS-PRINTM-SEVERITY
                       END-IF
                   ELSE
                       PERFORM 2383-INSERT-DAY-TO-DATE
                       MOVE 'Y' TO WS-DTD-FOUND-SW
                   END-IF
               END-IF
               IF DTD-FOUND
                   ADD WS-DTD-ADD-COUNT
                       TO WS-DTD-TRANS-COUNT (WS-DTD-SUB)
                   ADD WS-DTD-ADD-AMOUNT1
                       TO WS-DTD-AMOUNT1 (WS-DTD-SUB)
                   ADD WS-DTD-ADD-AMOUNT4
                       TO WS-DTD-AMOUNT4 (WS-DTD-SUB)
                   ADD WS-DTD-ADD-AMOUNT5
                       TO WS-DTD-AMOUNT5 (WS-DTD-SUB)
               END-IF
           END-IF.
      ******************************************************************
       2383-INSERT-DAY-TO-DATE.
           ADD 1 TO WS-DTD-COUNT.
           MOVE WS-DTD-COUNT TO WS-DTD-SUB.
           MOVE 'N' TO WS-DTD-SLOT-SW.
           PERFORM UNTIL DTD-SLOT-FOUND
               IF WS-DTD-SUB = 1
                   MOVE 'Y' TO WS-DTD-SLOT-SW
               ELSE
                   IF WS-DTD-CODE (WS-DTD-SUB - 1) > WS-DTD-ADD-CODE
                       MOVE WS-DTD-ENTRY (WS-DTD-SUB - 1)
                           TO WS-DTD-ENTRY (WS-DTD-SUB)
                       SUBTRACT 1 FROM WS-DTD-SUB
                   ELSE
                       MOVE 'Y' TO WS-DTD-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DTD-ADD-CODE TO WS-DTD-CODE (WS-DTD-SUB).
           MOVE ZERO TO WS-DTD-TRANS-COUNT (WS-DTD-SUB).
           MOVE ZERO TO WS-DTD-AMOUNT1 (WS-DTD-SUB).
           MOVE ZERO TO WS-DTD-AMOUNT4 (WS-DTD-SUB).
           MOVE ZERO TO WS-DTD-AMOUNT5 (WS-DTD-SUB).
      ******************************************************************
      * THE CODE JUST COMPLETED ROLLS UP UNDER THE GROUP AND DIVISION
      * IT WAS ASSIGNED TO ON THE RUN DATE.  CALLED FROM THE RESTART
      * REBUILD AS WELL, SO A RESTARTED RUN ROLLS UP EVERY CODE.
      ******************************************************************
       2385-ROLL-UP-HIERARCHY.
           IF WS-HIER-CODE-COUNT > 0
               MOVE WS-BREAK-FIELD2 TO WS-HIER-RESOLVE-CODE
               MOVE WS-RUN-DATE TO WS-HIER-AS-OF-DATE
               PERFORM 2057-RESOLVE-HIERARCHY
               MOVE WS-HIER-DIVISION TO WS-ROLL-NEW-DIVISION
               MOVE WS-HIER-GROUP TO WS-ROLL-NEW-GROUP
               PERFORM 2386-FIND-ROLLUP-ENTRY
               IF ROLL-FOUND
                   ADD WS-SUB-DEBITS TO WS-RL-DEBITS (WS-ROLL-SUB)
                   ADD WS-SUB-CREDITS TO WS-RL-CREDITS (WS-ROLL-SUB)
                   ADD WS-SUBTOTAL TO WS-RL-NET (WS-ROLL-SUB)
                   ADD WS-SUB-AMOUNT4 TO WS-RL-AMOUNT4 (WS-ROLL-SUB)
                   ADD WS-SUB-AMOUNT5 TO WS-RL-AMOUNT5 (WS-ROLL-SUB)
               END-IF
           END-IF.
      ******************************************************************
       2386-FIND-ROLLUP-ENTRY.
           MOVE 'N' TO WS-ROLL-FOUND-SW.
           IF WS-ROLL-COUNT > 0
               SEARCH ALL WS-ROLL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RL-KEY (WS-RL-IX) = WS-ROLL-NEW-KEY
                       MOVE 'Y' TO WS-ROLL-FOUND-SW
                       SET WS-ROLL-SUB TO WS-RL-IX
               END-SEARCH
           END-IF.
           IF NOT ROLL-FOUND
               IF WS-ROLL-COUNT >= WS-ROLL-MAX
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'ROLLUP TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               ELSE
                   PERFORM 2387-INSERT-ROLLUP-ENTRY
                   MOVE 'Y' TO WS-ROLL-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
       2387-INSERT-ROLLUP-ENTRY.
           ADD 1 TO WS-ROLL-COUNT.
           MOVE WS-ROLL-COUNT TO WS-ROLL-SUB.
           MOVE 'N' TO WS-ROLL-SLOT-SW.
           PERFORM UNTIL ROLL-SLOT-FOUND
               IF WS-ROLL-SUB = 1
                   MOVE 'Y' TO WS-ROLL-SLOT-SW
               ELSE
                   IF WS-RL-KEY (WS-ROLL-SUB - 1) > WS-ROLL-NEW-KEY
                       MOVE WS-ROLL-ENTRY (WS-ROLL-SUB - 1)
                           TO WS-ROLL-ENTRY (WS-ROLL-SUB)
                       SUBTRACT 1 FROM WS-ROLL-SUB
                   ELSE
                       MOVE 'Y' TO WS-ROLL-SLOT-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ROLL-NEW-KEY TO WS-RL-KEY (WS-ROLL-SUB).
           MOVE ZERO TO WS-RL-DEBITS (WS-ROLL-SUB).
           MOVE ZERO TO WS-RL-CREDITS (WS-ROLL-SUB).
           MOVE ZERO TO WS-RL-NET (WS-ROLL-SUB).
           MOVE ZERO TO WS-RL-AMOUNT4 (WS-ROLL-SUB).
           MOVE ZERO TO WS-RL-AMOUNT5 (WS-ROLL-SUB).
      ******************************************************************
       2200-WRITE-DETAIL-LINE.
           IF NEW-PAGE
           IF NOT FIRST-RECORD
               PERFORM 2300-WRITE-SUBTOTAL-LINE
           END-IF.
           PERFORM 8600-WRITE-HIERARCHY-ROLLUP.
           PERFORM 8000-WRITE-GRAND-TOTAL-LINE.
           PERFORM 8700-WRITE-DAY-TO-DATE.
           PERFORM 7000-RECONCILE-CONTROL-TOTALS.
           PERFORM 7500-VALIDATE-FILE-TRAILER.
           PERFORM 8400-WRITE-REGION-RECAP.
           PERFORM 8450-WRITE-CURRENCY-RECAP.
           PERFORM 8200-WRITE-DEPT-TOTALS.
           PERFORM 8300-WRITE-UNDIST-RECAP.
           PERFORM 8500-WRITE-AGING-REPORT.
           CLOSE EXTRACT-OUT-FILE.
           CLOSE DUP-REPORT-FILE.
           CLOSE SUMMARY-HIST-FILE.
           IF KEYED-SUM-OPEN
               CLOSE KEYED-SUMMARY-FILE
               MOVE WS-KEYED-SUM-WRITTEN TO WS-KEYED-SUM-EDIT
               MOVE SPACES TO WS-PRINTM-MESSAGE
               STRING 'KEYED SUMMARY HISTORY ROWS WRITTEN:'
                          DELIMITED BY SIZE
                      WS-KEYED-SUM-EDIT DELIMITED BY SIZE
                   INTO WS-PRINTM-MESSAGE
               END-STRING
               MOVE 'I' TO WS-PRINTM-SEVERITY
               CALL 'PRINTM' USING WS-PRINTM-MESSAGE WS-PRINTM-SEVERITY
           END-IF.
           CLOSE AGING-REPORT-FILE.
           CLOSE DEPT1-REPORT-FILE.
           CLOSE DEPT2-REPORT-FILE.
           MOVE WS-GRAND-TOTAL TO GN-NET.
           PERFORM 2350-WRITE-GROSS-NET-LINE.
      ******************************************************************
      * ON A LATER CYCLE THE DETAIL ABOVE IS THIS CYCLE'S ALONE - THE
      * SECTION HERE GIVES EACH CODE'S WHOLE DAY SO FAR, EVERY CYCLE
      * OF THE BUSINESS DATE THROUGH THIS ONE.
      ******************************************************************
       8700-WRITE-DAY-TO-DATE.
           IF WS-DTD-COUNT > 0
               IF NEW-PAGE
                   PERFORM 3000-WRITE-HEADING
               END-IF
               MOVE WS-RUN-DATE TO DTD-HDR-DATE
               MOVE WS-RUN-CYCLE TO DTD-HDR-CYCLE
               WRITE REPORT-RECORD FROM DTD-HEADER-LINE
               MOVE 'RPTOUT  ' TO WS-ERROR-FILE-ID
               MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO LINES-WRITTEN
               MOVE 'DAY TO DATE' TO DTD-LABEL
               MOVE 1 TO WS-DTD-SUB
               PERFORM UNTIL WS-DTD-SUB > WS-DTD-COUNT
                   MOVE WS-DTD-CODE (WS-DTD-SUB) TO DTD-CODE
                   MOVE WS-DTD-TRANS-COUNT (WS-DTD-SUB)
                       TO DTD-TRANS-COUNT
                   MOVE WS-DTD-AMOUNT4 (WS-DTD-SUB) TO DTD-FIELD4
                   MOVE WS-DTD-AMOUNT5 (WS-DTD-SUB) TO DTD-FIELD5
                   MOVE WS-DTD-AMOUNT1 (WS-DTD-SUB) TO DTD-AMOUNT
                   PERFORM 8710-WRITE-DAY-TO-DATE-LINE
                   ADD WS-DTD-TRANS-COUNT (WS-DTD-SUB)
                       TO WS-DTD-TOTAL-COUNT
                   ADD WS-DTD-AMOUNT1 (WS-DTD-SUB)
                       TO WS-DTD-TOTAL-AMOUNT1
                   ADD WS-DTD-AMOUNT4 (WS-DTD-SUB)
                       TO WS-DTD-TOTAL-AMOUNT4
                   ADD WS-DTD-AMOUNT5 (WS-DTD-SUB)
                       TO WS-DTD-TOTAL-AMOUNT5
                   ADD 1 TO WS-DTD-SUB
               END-PERFORM
               MOVE 'DAY TOTAL' TO DTD-LABEL
               MOVE 'ALL CODES' TO DTD-CODE
               MOVE WS-DTD-TOTAL-COUNT TO DTD-TRANS-COUNT
               MOVE WS-DTD-TOTAL-AMOUNT4 TO DTD-FIELD4
               MOVE WS-DTD-TOTAL-AMOUNT5 TO DTD-FIELD5
               MOVE WS-DTD-TOTAL-AMOUNT1 TO DTD-AMOUNT
               PERFORM 8710-WRITE-DAY-TO-DATE-LINE
           END-IF.
      ******************************************************************
       8710-WRITE-DAY-TO-DATE-LINE.
           IF NEW-PAGE
               PERFORM 3000-WRITE-HEADING
           END-IF.
           WRITE REPORT-RECORD FROM DTD-TOTAL-LINE.
           MOVE 'RPTOUT  ' TO WS-ERROR-FILE-ID.
           MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO LINES-WRITTEN.
      ******************************************************************
      * THE LEVELS ABOVE THE CODE BREAK.  THE INPUT ARRIVES IN CODE
      * ORDER AND A GROUP'S CODES NEED NOT BE ADJACENT, SO THE GROUP
      * AND DIVISION SUBTOTALS PRINT TOGETHER HERE, EACH DIVISION'S
      * GROUPS FOLLOWED BY THE DIVISION, JUST AHEAD OF THE GRAND
      * TOTAL THEY ADD UP TO.
      ******************************************************************
       8600-WRITE-HIERARCHY-ROLLUP.
           IF WS-ROLL-COUNT > 0
               IF NEW-PAGE
                   PERFORM 3000-WRITE-HEADING
               END-IF
               MOVE WS-RUN-DATE TO HIER-HDR-DATE
               WRITE REPORT-RECORD FROM HIER-HEADER-LINE
               MOVE 'RPTOUT  ' TO WS-ERROR-FILE-ID
               MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO LINES-WRITTEN
               MOVE WS-RL-DIVISION (1) TO WS-ROLL-BREAK-DIVISION
               MOVE 1 TO WS-ROLL-SUB
               PERFORM UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
                   IF WS-RL-DIVISION (WS-ROLL-SUB)
                       NOT = WS-ROLL-BREAK-DIVISION
                       PERFORM 8620-WRITE-DIVISION-TOTAL
                       MOVE WS-RL-DIVISION (WS-ROLL-SUB)
                           TO WS-ROLL-BREAK-DIVISION
                   END-IF
                   PERFORM 8610-WRITE-GROUP-TOTAL
                   ADD 1 TO WS-ROLL-SUB
               END-PERFORM
               PERFORM 8620-WRITE-DIVISION-TOTAL
           END-IF.
      ******************************************************************
       8610-WRITE-GROUP-TOTAL.
           MOVE 'GROUP' TO HIER-LABEL.
           IF WS-RL-GROUP (WS-ROLL-SUB) = SPACES
               MOVE 'UNASSIGNED' TO HIER-ID
           ELSE
               MOVE WS-RL-GROUP (WS-ROLL-SUB) TO HIER-ID
           END-IF.
           MOVE 'GROUP SUBTOTAL' TO HIER-DESC.
           MOVE WS-RL-AMOUNT4 (WS-ROLL-SUB) TO HIER-FIELD4.
           MOVE WS-RL-AMOUNT5 (WS-ROLL-SUB) TO HIER-FIELD5.
           MOVE WS-RL-NET (WS-ROLL-SUB) TO HIER-AMOUNT.
           MOVE WS-RL-DEBITS (WS-ROLL-SUB) TO GN-DEBITS.
           MOVE WS-RL-CREDITS (WS-ROLL-SUB) TO GN-CREDITS.
           MOVE WS-RL-NET (WS-ROLL-SUB) TO GN-NET.
           PERFORM 8630-WRITE-HIERARCHY-LINES.
           ADD WS-RL-DEBITS (WS-ROLL-SUB) TO WS-ROLL-DIV-DEBITS.
           ADD WS-RL-CREDITS (WS-ROLL-SUB) TO WS-ROLL-DIV-CREDITS.
           ADD WS-RL-NET (WS-ROLL-SUB) TO WS-ROLL-DIV-NET.
           ADD WS-RL-AMOUNT4 (WS-ROLL-SUB) TO WS-ROLL-DIV-AMOUNT4.
           ADD WS-RL-AMOUNT5 (WS-ROLL-SUB) TO WS-ROLL-DIV-AMOUNT5.
      ******************************************************************
       8620-WRITE-DIVISION-TOTAL.
           MOVE 'DIVISION' TO HIER-LABEL.
           IF WS-ROLL-BREAK-DIVISION = SPACES
               MOVE 'UNASSIGNED' TO HIER-ID
           ELSE
               MOVE WS-ROLL-BREAK-DIVISION TO HIER-ID
           END-IF.
           MOVE 'DIVISION SUBTOTAL' TO HIER-DESC.
           MOVE WS-ROLL-DIV-AMOUNT4 TO HIER-FIELD4.
           MOVE WS-ROLL-DIV-AMOUNT5 TO HIER-FIELD5.
           MOVE WS-ROLL-DIV-NET TO HIER-AMOUNT.
           MOVE WS-ROLL-DIV-DEBITS TO GN-DEBITS.
           MOVE WS-ROLL-DIV-CREDITS TO GN-CREDITS.
           MOVE WS-ROLL-DIV-NET TO GN-NET.
           PERFORM 8630-WRITE-HIERARCHY-LINES.
           MOVE ZERO TO WS-ROLL-DIV-DEBITS.
           MOVE ZERO TO WS-ROLL-DIV-CREDITS.
           MOVE ZERO TO WS-ROLL-DIV-NET.
           MOVE ZERO TO WS-ROLL-DIV-AMOUNT4.
           MOVE ZERO TO WS-ROLL-DIV-AMOUNT5.
      ******************************************************************
       8630-WRITE-HIERARCHY-LINES.
           IF NEW-PAGE
               PERFORM 3000-WRITE-HEADING
           END-IF.
           WRITE REPORT-RECORD FROM HIER-TOTAL-LINE.
           MOVE 'RPTOUT  ' TO WS-ERROR-FILE-ID.
           MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           ADD 1 TO LINES-WRITTEN.
           PERFORM 2350-WRITE-GROSS-NET-LINE.
      ******************************************************************
      * WHEN THE GRAND TOTAL IS OFF, THE FIRST QUESTION IS ALWAYS
      * WHICH REGION - THE RECAP ANSWERS IT ON THE SAME LISTING.
      ******************************************************************
                   ADD 1 TO WS-RGN-SUB
               END-PERFORM
           END-IF.
      ******************************************************************
      * EVERY FIGURE ABOVE IS IN BASE CURRENCY.  THE RECAP SHOWS, FOR
      * EACH CURRENCY AND RATE THE EDIT PASS APPLIED, THE ORIGINAL
      * NET BEHIND THE BASE NET.  NOTHING PRINTS ON A DAY WITH NO
      * FOREIGN-CURRENCY TRANSACTIONS.
      ******************************************************************
       8450-WRITE-CURRENCY-RECAP.
           PERFORM 8460-LOAD-FX-REGISTER.
           IF WS-FXC-COUNT > 0
               IF NEW-PAGE
                   PERFORM 3000-WRITE-HEADING
               END-IF
               WRITE REPORT-RECORD FROM CURRENCY-RECAP-HEADER-LINE
               MOVE 'RPTOUT  ' TO WS-ERROR-FILE-ID
               MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO LINES-WRITTEN
               MOVE 1 TO WS-FXC-SUB
               PERFORM UNTIL WS-FXC-SUB > WS-FXC-COUNT
                   MOVE WS-FXC-CURRENCY (WS-FXC-SUB)
                       TO FXC-RECAP-CURRENCY
                   MOVE WS-FXC-RATE (WS-FXC-SUB) TO FXC-RECAP-RATE
                   MOVE WS-FXC-TRANS (WS-FXC-SUB) TO FXC-RECAP-TRANS
                   MOVE WS-FXC-ORIG-NET (WS-FXC-SUB)
                       TO FXC-RECAP-ORIG-NET
                   MOVE WS-FXC-BASE-NET (WS-FXC-SUB)
                       TO FXC-RECAP-BASE-NET
                   WRITE REPORT-RECORD FROM CURRENCY-RECAP-LINE
                   MOVE 'RPTOUT  ' TO WS-ERROR-FILE-ID
                   MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
                   ADD 1 TO LINES-WRITTEN
                   ADD 1 TO WS-FXC-SUB
               END-PERFORM
               MOVE WS-FXC-TOTAL-TRANS TO FXC-TOTAL-TRANS
               MOVE WS-FXC-TOTAL-BASE TO FXC-TOTAL-BASE-NET
               WRITE REPORT-RECORD FROM CURRENCY-RECAP-TOTAL-LINE
               MOVE 'RPTOUT  ' TO WS-ERROR-FILE-ID
               MOVE REPORT-FILE-STATUS TO WS-CURRENT-FILE-STATUS
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO LINES-WRITTEN
           END-IF.
      ******************************************************************
       8460-LOAD-FX-REGISTER.
           OPEN INPUT FX-REGISTER-FILE.
           IF FX-REGISTER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-FXC-EOF-SW
               IF FX-REGISTER-FILE-STATUS NOT = '05'
                   MOVE 'FXREGIN ' TO WS-ERROR-FILE-ID
                   MOVE FX-REGISTER-FILE-STATUS
                       TO WS-CURRENT-FILE-STATUS
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-IF.
           PERFORM UNTIL FX-REGISTER-EOF
               READ FX-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-FXC-EOF-SW
                   NOT AT END
                       PERFORM 8470-ACCUMULATE-FX-ENTRY
               END-READ
           END-PERFORM.
           CLOSE FX-REGISTER-FILE.
      ******************************************************************
      * CREDITS AND REVERSALS COUNT AGAINST THE NET, AS THEY DO
      * EVERYWHERE ELSE ON THE REPORT.  THE TABLE IS KEPT IN CURRENCY
      * AND RATE ORDER SO EACH CURRENCY'S RATES PRINT TOGETHER.
      ******************************************************************
       8470-ACCUMULATE-FX-ENTRY.
           IF CVR-ORIG-AMOUNT1 NUMERIC
               AND CVR-BASE-AMOUNT1 NUMERIC
               AND CVR-FX-RATE NUMERIC
               IF CVR-DEBIT
                   MOVE CVR-ORIG-AMOUNT1 TO WS-FXC-EFF-ORIG
                   MOVE CVR-BASE-AMOUNT1 TO WS-FXC-EFF-BASE
               ELSE
                   COMPUTE WS-FXC-EFF-ORIG = ZERO - CVR-ORIG-AMOUNT1
                   COMPUTE WS-FXC-EFF-BASE = ZERO - CVR-BASE-AMOUNT1
               END-IF
               MOVE CVR-CURRENCY-CODE TO WS-FXC-SEARCH-CURRENCY
               MOVE CVR-FX-RATE TO WS-FXC-SEARCH-RATE
               PERFORM 8480-FIND-FX-RECAP-SLOT
               IF FX-RECAP-FOUND
                   ADD 1 TO WS-FXC-TRANS (WS-FXC-SUB)
                   ADD WS-FXC-EFF-ORIG TO WS-FXC-ORIG-NET (WS-FXC-SUB)
                   ADD WS-FXC-EFF-BASE TO WS-FXC-BASE-NET (WS-FXC-SUB)
                   ADD 1 TO WS-FXC-TOTAL-TRANS
                   ADD WS-FXC-EFF-BASE TO WS-FXC-TOTAL-BASE
               END-IF
           END-IF.
      ******************************************************************
       8480-FIND-FX-RECAP-SLOT.
           MOVE 'N' TO WS-FXC-FOUND-SW.
           MOVE 'N' TO WS-FXC-SLOT-SW.
           MOVE 1 TO WS-FXC-SUB.
           PERFORM UNTIL FX-RECAP-SLOT-FOUND
               IF WS-FXC-SUB > WS-FXC-COUNT
                   MOVE 'Y' TO WS-FXC-SLOT-SW
               ELSE
                   IF WS-FXC-KEY (WS-FXC-SUB) < WS-FXC-SEARCH-KEY
                       ADD 1 TO WS-FXC-SUB
                   ELSE
                       MOVE 'Y' TO WS-FXC-SLOT-SW
                       IF WS-FXC-KEY (WS-FXC-SUB) = WS-FXC-SEARCH-KEY
                           MOVE 'Y' TO WS-FXC-FOUND-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT FX-RECAP-FOUND
               IF WS-FXC-COUNT >= WS-FXC-MAX
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE 'CURRENCY RECAP TABLE CAPACITY EXCEEDED'
                           TO WS-PRINTM-MESSAGE
                       MOVE 'E' TO WS-PRINTM-SEVERITY
                       CALL 'PRINTM' USING WS-PRINTM-MESSAGE
                           WS-PRINTM-SEVERITY
                   END-IF
               ELSE
                   MOVE WS-FXC-COUNT TO WS-FXC-MOVE-SUB
                   PERFORM UNTIL WS-FXC-MOVE-SUB < WS-FXC-SUB
                       MOVE WS-FXC-ENTRY (WS-FXC-MOVE-SUB)
                           TO WS-FXC-ENTRY (WS-FXC-MOVE-SUB + 1)
                       SUBTRACT 1 FROM WS-FXC-MOVE-SUB
                   END-PERFORM
                   ADD 1 TO WS-FXC-COUNT
                   MOVE WS-FXC-SEARCH-KEY TO WS-FXC-KEY (WS-FXC-SUB)
                   MOVE ZERO TO WS-FXC-TRANS (WS-FXC-SUB)
                   MOVE ZERO TO WS-FXC-ORIG-NET (WS-FXC-SUB)
                   MOVE ZERO TO WS-FXC-BASE-NET (WS-FXC-SUB)
                   MOVE 'Y' TO WS-FXC-FOUND-SW
               END-IF
           END-IF.
      ******************************************************************
       8200-WRITE-DEPT-TOTALS.
           MOVE 1 TO WS-CURR-DEPT-NO.
           END-IF.
           MOVE WS-DUP-EXACT-COUNT TO AUD-DUP-EXACT.
           MOVE WS-DUP-SUSPECT-COUNT TO AUD-DUP-SUSPECT.
           MOVE WS-RUN-CYCLE TO AUD-RUN-CYCLE.
           MOVE 1 TO WS-RGN-SUB.
           PERFORM UNTIL WS-RGN-SUB > 3
               IF WS-RGN-SUB <= WS-RGN-COUNT
           MOVE 'AUDITOUT' TO WS-ERROR-FILE-ID.
           MOVE AUDIT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
           PERFORM UNTIL WS-RGN-SUB > WS-RGN-COUNT
               PERFORM 9550-WRITE-AUDIT-REGIONS
           END-PERFORM.
      ******************************************************************
      * REGIONS BEYOND THE THIRD GO SEVEN TO A CONTINUATION RECORD.
      ******************************************************************
       9550-WRITE-AUDIT-REGIONS.
           MOVE SPACES TO AUDIT-REGION-RECORD.
           MOVE WS-JOB-NAME TO AUDR-JOB-NAME.
           MOVE WS-START-TIMESTAMP TO AUDR-START-TIMESTAMP.
           MOVE 'RGN' TO AUDR-RECORD-ID.
           MOVE 1 TO WS-AUDR-SUB.
           PERFORM UNTIL WS-AUDR-SUB > 7
               IF WS-RGN-SUB <= WS-RGN-COUNT
                   MOVE WS-RGN-ID (WS-RGN-SUB)
                       TO AUDR-RGN-ID (WS-AUDR-SUB)
                   MOVE WS-RGN-PROCESSED (WS-RGN-SUB)
                       TO AUDR-RGN-PROCESSED (WS-AUDR-SUB)
                   MOVE WS-RGN-REJECTED (WS-RGN-SUB)
                       TO AUDR-RGN-REJECTED (WS-AUDR-SUB)
                   ADD 1 TO WS-RGN-SUB
               ELSE
                   MOVE ZERO TO AUDR-RGN-PROCESSED (WS-AUDR-SUB)
                   MOVE ZERO TO AUDR-RGN-REJECTED (WS-AUDR-SUB)
               END-IF
               ADD 1 TO WS-AUDR-SUB
           END-PERFORM.
           WRITE AUDIT-REGION-RECORD.
           MOVE 'AUDITOUT' TO WS-ERROR-FILE-ID.
           MOVE AUDIT-FILE-STATUS TO WS-CURRENT-FILE-STATUS.
           PERFORM 9900-CHECK-FILE-STATUS.
      ******************************************************************
       9600-WRITE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL-FILE.
