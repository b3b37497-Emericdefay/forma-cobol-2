      *****************************************************************
      * Program name:    PGM040
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Monthly machine reliability per factory/workshop off the
      *    downtime event history FILEDTEV (one event per stoppage,
      *    loaded by PGM015 off the 'D' records) :
      *    - MTTR : breakdown minutes over the number of breakdowns,
      *      a breakdown being a stoppage whose reason the reference
      *      FILEDTRS flagged as one when it was loaded
      *    - MTBF : time run over the number of breakdowns, in
      *      hours. Time run is the scheduled time less every
      *      stoppage of the month; scheduled time is the FILECAL
      *      working days times the shift lengths of FILESHFT - the
      *      days each shift reported on FILEDAYH when the factory
      *      has no calendar row, as in PGM031
      *    A workshop whose breakdown minutes or number of breakdowns
      *    for the month go over the limits of FILEDTLM gets a work
      *    order request on FILEWORQ for the maintenance system, with
      *    its figures and main breakdown reason. Every request sent
      *    is kept on FILEWOHS, so a limit crossed is requested once
      *    per month however often the report runs.
      *
      * Using :
      *    - FILEPARM : report period control card (optional)
      *    - FILEDTEV : downtime event history maintained by PGM015
      *                 (input)
      *    - FILEDTRS : downtime reason reference (input)
      *    - FILEDTLM : breakdown limits per workshop (input,
      *                 optional)
      *    - FILESHFT : shift length per factory/workshop/shift
      *                 (reference, input)
      *    - FILECAL  : plant working-day calendar (input, optional)
      *    - FILEDAYH : daily history maintained by PGM015 (input)
      *    - FILEWOHS : work order requests already sent (input/
      *                 extend)
      *    - FILEWORQ : work order requests for the maintenance
      *                 system
      *    - FILEOUT1 : printed reliability report
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - MTBF/MTTR per workshop from the
      *                    downtime events, work order requests when
      *                    a breakdown limit is crossed
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM040.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      / FILEOUT1
           SELECT FILEOUT1
           ASSIGN to FILEOUT1
           FILE STATUS is FS-FILEOUT1.
      / FILEPARM - REPORT PERIOD CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
      / FILEDTEV - DOWNTIME EVENT HISTORY FILE
           SELECT FILEDTEV
           ASSIGN to FILEDTEV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTEV-KEY
           FILE STATUS is FS-FILEDTEV.
      / FILEDTRS - DOWNTIME REASON CODE REFERENCE LOOKUP
           SELECT FILEDTRS
           ASSIGN to FILEDTRS
           FILE STATUS is FS-FILEDTRS.
      / FILEDTLM - BREAKDOWN LIMITS PER WORKSHOP
           SELECT FILEDTLM
           ASSIGN to FILEDTLM
           FILE STATUS is FS-FILEDTLM.
      / FILESHFT - SHIFT LENGTH AND RATED CAPACITY REFERENCE
           SELECT FILESHFT
           ASSIGN to FILESHFT
           FILE STATUS is FS-FILESHFT.
      / FILECAL - PLANT WORKING-DAY CALENDAR LOOKUP
           SELECT FILECAL
           ASSIGN to FILECAL
           FILE STATUS is FS-FILECAL.
      / FILEDAYH - DAILY PRODUCTION HISTORY FILE
           SELECT FILEDAYH
           ASSIGN to FILEDAYH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAYH-KEY
           FILE STATUS is FS-FILEDAYH.
      / FILEWOHS - WORK ORDER REQUESTS ALREADY SENT
           SELECT FILEWOHS
           ASSIGN to FILEWOHS
           FILE STATUS is FS-FILEWOHS.
      / FILEWORQ - WORK ORDER REQUESTS FOR THE MAINTENANCE SYSTEM
           SELECT FILEWORQ
           ASSIGN to FILEWORQ
           FILE STATUS is FS-FILEWORQ.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - RELIABILITY REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 RELIABILITY-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - REPORT PERIOD CONTROL CARD
      *  Card layout :
      *    col 01-04  period YYMM - blank = most recent period on
      *               the downtime event history
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-REPORT-PERIOD PIC 9(04).
           02 FILLER PIC X(76).
      / FILEDTEV - DOWNTIME EVENT HISTORY FILE (LAYOUT OF PGM015)
       FD FILEDTEV
           RECORD CONTAINS 80 CHARACTERS.
       01 DOWNTIME-EVENT-RECORD.
           02 DTEV-KEY.
               03 DTEV-FACTORY PIC 9(01).
               03 DTEV-WORKBH  PIC 9(02).
               03 DTEV-DATE.
                   04 DTEV-YEAR  PIC 9(02).
                   04 DTEV-MONTH PIC 9(02).
                   04 DTEV-DAY   PIC 9(02).
               03 DTEV-SEQ PIC 9(03).
           02 DTEV-REASON    PIC X(02).
           02 DTEV-BREAKDOWN PIC X(01).
           02 DTEV-MINUTES   PIC 9(04).
           02 DTEV-ORIGIN    PIC X(02).
           02 DTEV-LOAD-DATE PIC 9(06).
           02 DTEV-LOAD-TIME PIC 9(06).
           02 FILLER PIC X(47).
      / FILEDTRS - DOWNTIME REASON CODE REFERENCE (LAYOUT OF PGM015)
       FD FILEDTRS RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 DOWNTIME-REASON-RECORD.
           02 DTRS-CODE      PIC X(02).
           02 DTRS-LABEL     PIC X(20).
           02 DTRS-BREAKDOWN PIC X(01).
           02 FILLER         PIC X(57).
      / FILEDTLM - BREAKDOWN LIMITS PER WORKSHOP
      *  One row per workshop maintenance watches, workshop 00
      *  standing for every workshop of the factory without a row of
      *  its own : the breakdown minutes and the number of
      *  breakdowns a month may carry before a work order is asked
      *  for. A zero limit is not checked
       FD FILEDTLM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 BREAKDOWN-LIMIT-RECORD.
           02 DTLM-FACTORY   PIC 9(01).
           02 DTLM-WORKBH    PIC 9(02).
           02 DTLM-MAX-MIN   PIC 9(05).
           02 DTLM-MAX-COUNT PIC 9(03).
           02 FILLER         PIC X(69).
      / FILESHFT - SHIFT LENGTH AND RATED CAPACITY (LAYOUT OF PGM031)
       FD FILESHFT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 SHIFT-REF-RECORD.
           02 SHFT-FACTORY PIC 9(01).
           02 SHFT-WORKBH  PIC 9(02).
           02 SHFT-SHIFT   PIC 9(01).
           02 SHFT-LENGTH  PIC 9(03).
           02 SHFT-RATE    PIC 9(05).
           02 FILLER       PIC X(68).
      / FILECAL - PLANT WORKING-DAY CALENDAR (LAYOUT OF PGM015)
       FD FILECAL RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CALENDAR-RECORD.
           02 CAL-FACTORY  PIC 9(01).
           02 CAL-PERIOD   PIC 9(04).
           02 CAL-DAYS     PIC X(31).
           02 CAL-WORKDAYS PIC 9(02).
           02 FILLER       PIC X(42).
      / FILEDAYH - DAILY PRODUCTION HISTORY FILE
       FD FILEDAYH
           RECORD CONTAINS 80 CHARACTERS.
       01 DAY-HISTORY-RECORD.
           02 DAYH-KEY.
               03 DAYH-FACTORY PIC 9(01).
               03 DAYH-WORKBH  PIC 9(02).
               03 DAYH-DATE.
                   04 DAYH-YEAR  PIC 9(02).
                   04 DAYH-MONTH PIC 9(02).
                   04 DAYH-DAY   PIC 9(02).
               03 DAYH-SHIFT PIC 9(01).
           02 DAYH-GOOD PIC 9(05).
           02 DAYH-BAD  PIC 9(05).
           02 FILLER PIC X(60).
      / FILEWOHS - WORK ORDER REQUESTS ALREADY SENT
      *  Every line ever written to FILEWORQ (WS-WO-REQUEST layout);
      *  only the key of the request is read back
       FD FILEWOHS RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 WO-HISTORY-RECORD.
           02 WOHS-REQ-DATE PIC 9(06).
           02 WOHS-REQ-TIME PIC 9(06).
           02 WOHS-FACTORY  PIC 9(01).
           02 WOHS-WORKBH   PIC 9(02).
           02 WOHS-PERIOD   PIC 9(04).
           02 WOHS-TRIGGER  PIC X(01).
           02 FILLER        PIC X(60).
      / FILEWORQ - WORK ORDER REQUESTS (WS-WO-REQUEST LAYOUT)
       FD FILEWORQ RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 WO-REQUEST-RECORD.
           02 FILLER PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / REPORT PERIOD
      *  Zero after 000-PARAM means no period on the card;
      *  005-FIND-PERIOD then takes the most recent one on file
       01 WS-REPORT-PERIOD PIC 9(04) VALUE 0.
       01 WS-PERIOD-SPLIT REDEFINES WS-REPORT-PERIOD.
           02 WS-PERIOD-YY PIC 9(02).
           02 WS-PERIOD-MM PIC 9(02).
       01 WS-CARD-VALID PIC X VALUE 'Y'.
           88 CARD-IS-VALID VALUE 'Y'.
       01 WS-DTEV-PERIOD PIC 9(04) VALUE 0.
       01 WS-SYS-DATE PIC 9(06) VALUE 0.
       01 WS-RUN-TIME PIC 9(08) VALUE 0.
      / DOWNTIME REASON LABELS (LOADED FROM FILEDTRS)
      *  Labels only - whether an event is a breakdown is the flag
      *  PGM015 kept on the event itself
       01 WS-REASON-TABLE.
           02 FILLER OCCURS 50.
               03 WS-RS-CODE  PIC X(02) VALUE SPACES.
               03 WS-RS-LABEL PIC X(20) VALUE SPACES.
       01 WS-RS-COUNT PIC 9(02) VALUE 0.
       01 WS-RS-IDX   PIC 9(02) VALUE 0.
      / BREAKDOWN LIMITS (LOADED FROM FILEDTLM)
       01 WS-LIMIT-TABLE.
           02 FILLER OCCURS 100.
               03 WS-LM-FACTORY   PIC 9(01).
               03 WS-LM-WORKBH    PIC 9(02).
               03 WS-LM-MAX-MIN   PIC 9(05).
               03 WS-LM-MAX-COUNT PIC 9(03).
       01 WS-LM-COUNT PIC 9(03) VALUE 0.
       01 WS-LM-IDX   PIC 9(03) VALUE 0.
       01 WS-LM-EXACT PIC 9(03) VALUE 0.
       01 WS-LM-DEFLT PIC 9(03) VALUE 0.
       01 WS-LM-FOUND PIC 9(03) VALUE 0.
      / WORK ORDER REQUESTS ALREADY SENT FOR THE PERIOD (FILEWOHS)
      *  One slot per workshop : 'Y' once a request covering the
      *  minutes limit (trigger M or B), the number limit (F or B)
      *  went out for the report period
       01 WS-SENT-TABLE.
           02 FILLER OCCURS 200.
               03 WS-ST-FACTORY PIC 9(01).
               03 WS-ST-WORKBH  PIC 9(02).
               03 WS-ST-MIN     PIC X(01).
               03 WS-ST-FREQ    PIC X(01).
       01 WS-ST-COUNT PIC 9(03) VALUE 0.
       01 WS-ST-IDX   PIC 9(03) VALUE 0.
       01 WS-ST-FOUND PIC 9(03) VALUE 0.
      / SHIFT REFERENCE (LOADED FROM FILESHFT)
       01 WS-SHIFT-REF-TABLE.
           02 FILLER OCCURS 300.
               03 WS-SR-FACTORY PIC 9(01).
               03 WS-SR-WORKBH  PIC 9(02).
               03 WS-SR-SHIFT   PIC 9(01).
               03 WS-SR-LENGTH  PIC 9(03).
       01 WS-SR-COUNT PIC 9(03) VALUE 0.
       01 WS-SR-IDX   PIC 9(03) VALUE 0.
      / WORKING DAYS OF THE PERIOD PER FACTORY (FROM FILECAL)
      *  Zero means the factory has no calendar row for the period :
      *  the days each shift actually reported stand in for it
       01 WS-CAL-TABLE.
           02 WS-CAL-WORKDAYS PIC 9(02) OCCURS 9.
      / WORKSHOP UNDER COMPUTATION
       01 WS-WK-FACTORY PIC 9(01) VALUE 0.
       01 WS-WK-WORKBH  PIC 9(02) VALUE 0.
       01 WS-WK-HELD    PIC X VALUE 'N'.
           88 WORKSHOP-IS-HELD VALUE 'Y'.
       01 WS-WK-EVENTS    PIC 9(05) VALUE 0.
       01 WS-WK-STOP-MIN  PIC 9(07) VALUE 0.
       01 WS-WK-BRK-COUNT PIC 9(05) VALUE 0.
       01 WS-WK-BRK-MIN   PIC 9(07) VALUE 0.
       01 WS-WK-SCHED     PIC 9(08) VALUE 0.
       01 WS-WK-RUN       PIC 9(08) VALUE 0.
      *  The workshop's breakdown minutes per reason, for the main
      *  reason printed and sent on the work order; past twenty
      *  distinct reasons the minutes still count in the total
       01 WS-WK-REASONS.
           02 FILLER OCCURS 20.
               03 WS-WR-CODE PIC X(02).
               03 WS-WR-MIN  PIC 9(07).
       01 WS-WR-COUNT PIC 9(02) VALUE 0.
       01 WS-WR-IDX   PIC 9(02) VALUE 0.
       01 WS-WR-FOUND PIC 9(02) VALUE 0.
       01 WS-WR-BEST  PIC 9(02) VALUE 0.
      *  Scheduled shifts of the workshop and the days they count
       01 WS-WORKSHOP-SHIFTS.
           02 FILLER OCCURS 3.
               03 WS-SH-HELD   PIC X(01).
               03 WS-SH-LENGTH PIC 9(03).
               03 WS-SH-DAYS   PIC 9(02).
       01 WS-SH-IDX PIC 9(01) VALUE 0.
       01 WS-SHIFTS-HELD PIC 9(01) VALUE 0.
      / RELIABILITY ARITHMETIC
       01 WS-RL-MTBF PIC 9(05)V9 VALUE 0.
       01 WS-RL-MTTR PIC 9(05)V9 VALUE 0.
      *  Limit check outcome for the workshop : M minutes, F number
      *  of breakdowns, B both, space none - then what is still to be
      *  requested once the requests already sent are taken off
       01 WS-WO-CROSSED PIC X(01) VALUE SPACE.
       01 WS-WO-TRIGGER PIC X(01) VALUE SPACE.
       01 WS-WO-NEW-MIN  PIC X(01) VALUE 'N'.
       01 WS-WO-NEW-FREQ PIC X(01) VALUE 'N'.
      / WORK ORDER REQUEST (FILEWORQ AND FILEWOHS)
       01 WS-WO-REQUEST.
           02 WOR-REQ-DATE   PIC 9(06).
           02 WOR-REQ-TIME   PIC 9(06).
           02 WOR-FACTORY    PIC 9(01).
           02 WOR-WORKBH     PIC 9(02).
           02 WOR-PERIOD     PIC 9(04).
           02 WOR-TRIGGER    PIC X(01).
           02 WOR-BRK-MIN    PIC 9(06).
           02 WOR-MAX-MIN    PIC 9(05).
           02 WOR-BRK-COUNT  PIC 9(03).
           02 WOR-MAX-COUNT  PIC 9(03).
           02 WOR-MTTR       PIC 9(04)V9.
           02 WOR-MTBF       PIC 9(05)V9.
           02 WOR-REASON     PIC X(02).
           02 WOR-LABEL      PIC X(20).
           02 FILLER         PIC X(10).
      / COUNTERS
       01 WS-WORKBH-RATED  PIC 9(05) VALUE 0.
       01 WS-WORKBH-NOSCHED PIC 9(05) VALUE 0.
       01 WS-TOTAL-EVENTS  PIC 9(05) VALUE 0.
       01 WS-TOTAL-BRK     PIC 9(05) VALUE 0.
       01 WS-WO-SENT       PIC 9(05) VALUE 0.
       01 WS-WO-ALREADY    PIC 9(05) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(14) VALUE SPACES.
               03 FILLER PIC X(40) VALUE
                   'FIABILITE MACHINES MTBF / MTTR - MOIS'.
               03 RLH-PERIOD PIC 9(04).
               03 FILLER PIC X(22) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 RL-LEGEND-LINE.
           02 FILLER PIC X(40) VALUE
               '  ATEL  EVTS PAN MN PAN MN ARR  PLANIF M'.
           02 FILLER PIC X(40) VALUE
               'TBF(H) MTTR MN  OBSERVATION             '.
       01 RL-DETAIL-LINE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLD-FACT     PIC 9(01).
           02 FILLER       PIC X(01) VALUE '/'.
           02 RLD-WORK     PIC 9(02).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLD-EVENTS   PIC ZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLD-BRK      PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLD-BRK-MIN  PIC ZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLD-STOP-MIN PIC ZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLD-SCHED    PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLD-MTBF     PIC ZZZZ9.9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RLD-MTTR     PIC ZZZZ9.9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RLD-FLAG     PIC X(14).
           02 FILLER       PIC X(10) VALUE SPACES.
       01 RL-REASON-LINE.
           02 FILLER    PIC X(08) VALUE SPACES.
           02 FILLER    PIC X(19) VALUE 'PANNE PRINCIPALE : '.
           02 RLR-CODE  PIC X(02).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 RLR-LABEL PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 RLR-MIN   PIC ZZZZZ9.
           02 FILLER    PIC X(03) VALUE ' MN'.
           02 FILLER    PIC X(20) VALUE SPACES.
       01 RL-LIMIT-LINE.
           02 FILLER    PIC X(08) VALUE SPACES.
           02 FILLER    PIC X(19) VALUE 'SEUILS DU MOIS   : '.
           02 RLL-MIN   PIC ZZZZ9.
           02 FILLER    PIC X(06) VALUE ' MN / '.
           02 RLL-COUNT PIC ZZ9.
           02 FILLER    PIC X(07) VALUE ' PANNES'.
           02 FILLER    PIC X(32) VALUE SPACES.
       01 RL-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 RLM-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 RL-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 RLC-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 RLC-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
           05 FS-FILEWORQ    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILEDTEV-STATUS.
           05 FS-FILEDTEV    PIC X(02).
               88 FS-DE-OK       VALUE '00'.
               88 FS-DE-EOF      VALUE '10'.
       01 FILEDTRS-STATUS.
           05 FS-FILEDTRS    PIC X(02).
               88 FS-DR-OK       VALUE '00'.
               88 FS-DR-EOF      VALUE '10'.
       01 FILEDTLM-STATUS.
           05 FS-FILEDTLM    PIC X(02).
               88 FS-DL-OK       VALUE '00'.
               88 FS-DL-EOF      VALUE '10'.
       01 FILESHFT-STATUS.
           05 FS-FILESHFT    PIC X(02).
               88 FS-SF-OK       VALUE '00'.
               88 FS-SF-EOF      VALUE '10'.
       01 FILECAL-STATUS.
           05 FS-FILECAL     PIC X(02).
               88 FS-CA-OK       VALUE '00'.
               88 FS-CA-EOF      VALUE '10'.
       01 FILEDAYH-STATUS.
           05 FS-FILEDAYH    PIC X(02).
               88 FS-DH-OK       VALUE '00'.
               88 FS-DH-EOF      VALUE '10'.
       01 FILEWOHS-STATUS.
           05 FS-FILEWOHS    PIC X(02).
               88 FS-WH-OK       VALUE '00'.
               88 FS-WH-EOF      VALUE '10'.
               88 FS-WH-MISSING  VALUE '35'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 5xx : Operations
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           IF CARD-IS-VALID THEN
               PERFORM 005-FIND-PERIOD
               PERFORM 010-SHIFT-REFERENCE
               PERFORM 020-CALENDAR
               PERFORM 030-REASONS
               PERFORM 040-LIMITS
               PERFORM 050-REQUESTS-SENT
               PERFORM 100-RELIABILITY
               PERFORM 800-WRITE-COUNTS
           ELSE
               WRITE RELIABILITY-REPORT FROM LINE1
               MOVE 'CARTE PARAMETRE FAUSSE' TO RLM-TEXT
               WRITE RELIABILITY-REPORT FROM RL-MSG-LINE
           END-IF
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .
      *                                                               *
      *****************************************************************

       000-PARAM.
      *****************************************************************
      *  Reads the report period (YYMM, as the event dates are
      *  keyed). A blank card leaves it zero for 005; a period that
      *  is not numeric or a month outside 01-12 is refused
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF PARAM-RECORD(1:4) NOT = SPACES THEN
                       IF PARAM-REPORT-PERIOD IS NUMERIC THEN
                           MOVE PARAM-REPORT-PERIOD
                             TO WS-REPORT-PERIOD
                           IF (WS-PERIOD-MM < 1)
                             OR (WS-PERIOD-MM > 12) THEN
                               MOVE 'N' TO WS-CARD-VALID
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-CARD-VALID
                       END-IF
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Read-only against the histories - PGM015 stays their sole
      *  updater. The request file is rebuilt every run : it holds
      *  what this run asks of the maintenance system, nothing more
           OPEN INPUT FILEDTEV
           OPEN INPUT FILEDAYH
           OPEN OUTPUT FILEWORQ
           OPEN OUTPUT FILEOUT1
           .

       005-FIND-PERIOD.
      *****************************************************************
      *  With no period on the card, browses the event history and
      *  keeps the most recent year/month seen - same rule as
      *  005-FIND-PERIOD of PGM039 - then prints the page header
           IF (WS-REPORT-PERIOD = 0) AND (FS-DE-OK) THEN
               MOVE LOW-VALUES TO DTEV-KEY
               START FILEDTEV KEY IS NOT LESS THAN DTEV-KEY
                 INVALID KEY
                     CONTINUE
               END-START
               PERFORM UNTIL NOT FS-DE-OK
                   READ FILEDTEV NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         COMPUTE WS-DTEV-PERIOD =
                             (DTEV-YEAR * 100) + DTEV-MONTH
                         IF WS-DTEV-PERIOD > WS-REPORT-PERIOD THEN
                             MOVE WS-DTEV-PERIOD TO WS-REPORT-PERIOD
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-REPORT-PERIOD TO RLH-PERIOD
           WRITE RELIABILITY-REPORT FROM LINE1
           WRITE RELIABILITY-REPORT FROM LINE2
           WRITE RELIABILITY-REPORT FROM NEWLINE
           WRITE RELIABILITY-REPORT FROM RL-LEGEND-LINE
           WRITE RELIABILITY-REPORT FROM NEWLINE
           .

       010-SHIFT-REFERENCE.
      *****************************************************************
      *  Loads the shift lengths of the FILESHFT reference. Rows with
      *  a shift outside 1-3 or a zero length schedule nothing and
      *  are skipped; the rated capacity plays no part here
           OPEN INPUT FILESHFT
           IF FS-SF-OK THEN
               PERFORM UNTIL FS-SF-EOF
                   READ FILESHFT
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (SHIFT-REF-RECORD(1:7) IS NUMERIC)
                           AND (SHFT-SHIFT >= 1)
                           AND (SHFT-SHIFT <= 3)
                           AND (SHFT-LENGTH > 0)
                           AND (WS-SR-COUNT < 300) THEN
                             ADD 1 TO WS-SR-COUNT
                             MOVE SHFT-FACTORY
                               TO WS-SR-FACTORY(WS-SR-COUNT)
                             MOVE SHFT-WORKBH
                               TO WS-SR-WORKBH(WS-SR-COUNT)
                             MOVE SHFT-SHIFT
                               TO WS-SR-SHIFT(WS-SR-COUNT)
                             MOVE SHFT-LENGTH
                               TO WS-SR-LENGTH(WS-SR-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILESHFT
           END-IF
           .

       020-CALENDAR.
      *****************************************************************
      *  Keeps the scheduled working days of the report period per
      *  factory, as 020-CALENDAR of PGM031. A missing calendar file
      *  or row leaves zero, and 525 then counts the days each shift
      *  actually reported
           INITIALIZE WS-CAL-TABLE
           OPEN INPUT FILECAL
           IF FS-CA-OK THEN
               PERFORM UNTIL FS-CA-EOF
                   READ FILECAL
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (CALENDAR-RECORD(1:5) IS NUMERIC)
                           AND (CAL-WORKDAYS IS NUMERIC)
                           AND (CAL-FACTORY > 0)
                           AND (CAL-PERIOD = WS-REPORT-PERIOD) THEN
                             MOVE CAL-WORKDAYS
                               TO WS-CAL-WORKDAYS(CAL-FACTORY)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECAL
           END-IF
           .

       030-REASONS.
      *****************************************************************
      *  Loads the downtime reason labels, optional-lookup pattern :
      *  a missing file prints the main breakdown reason by its code
      *  alone
           OPEN INPUT FILEDTRS
           IF FS-DR-OK THEN
               PERFORM UNTIL FS-DR-EOF
                   READ FILEDTRS
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (NOT (DTRS-CODE = SPACES))
                           AND (WS-RS-COUNT < 50) THEN
                             ADD 1 TO WS-RS-COUNT
                             MOVE DTRS-CODE
                               TO WS-RS-CODE(WS-RS-COUNT)
                             MOVE DTRS-LABEL
                               TO WS-RS-LABEL(WS-RS-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILEDTRS
           END-IF
           .

       040-LIMITS.
      *****************************************************************
      *  Loads the breakdown limits. A row that is not numeric
      *  cannot be trusted to limit anything and is skipped; a
      *  missing file means no workshop is watched and no work order
      *  is ever requested
           OPEN INPUT FILEDTLM
           IF FS-DL-OK THEN
               PERFORM UNTIL FS-DL-EOF
                   READ FILEDTLM
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (BREAKDOWN-LIMIT-RECORD(1:11) IS NUMERIC)
                           AND (DTLM-FACTORY > 0)
                           AND (WS-LM-COUNT < 100) THEN
                             ADD 1 TO WS-LM-COUNT
                             MOVE DTLM-FACTORY
                               TO WS-LM-FACTORY(WS-LM-COUNT)
                             MOVE DTLM-WORKBH
                               TO WS-LM-WORKBH(WS-LM-COUNT)
                             MOVE DTLM-MAX-MIN
                               TO WS-LM-MAX-MIN(WS-LM-COUNT)
                             MOVE DTLM-MAX-COUNT
                               TO WS-LM-MAX-COUNT(WS-LM-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILEDTLM
           END-IF
           .

       050-REQUESTS-SENT.
      *****************************************************************
      *  Notes, per workshop, which limits of the report period were
      *  already requested on an earlier run, then reopens the
      *  history for this run's requests (created on first use, as
      *  FILEGLHS in PGM018)
           OPEN INPUT FILEWOHS
           IF FS-WH-OK THEN
               PERFORM UNTIL FS-WH-EOF
                   READ FILEWOHS
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (WOHS-PERIOD = WS-REPORT-PERIOD) THEN
                             MOVE WOHS-FACTORY TO WS-WK-FACTORY
                             MOVE WOHS-WORKBH  TO WS-WK-WORKBH
                             PERFORM 545-FIND-SENT-SLOT
                             IF (WOHS-TRIGGER = 'M')
                               OR (WOHS-TRIGGER = 'B') THEN
                                 MOVE 'Y' TO WS-ST-MIN(WS-ST-FOUND)
                             END-IF
                             IF (WOHS-TRIGGER = 'F')
                               OR (WOHS-TRIGGER = 'B') THEN
                                 MOVE 'Y' TO WS-ST-FREQ(WS-ST-FOUND)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILEWOHS
           END-IF
           OPEN EXTEND FILEWOHS
           IF FS-WH-MISSING THEN
               OPEN OUTPUT FILEWOHS
               CLOSE FILEWOHS
               OPEN EXTEND FILEWOHS
           END-IF
           .

       100-RELIABILITY.
      *****************************************************************
      *  Browses the event history in key order - factory, workshop,
      *  date, sequence - and gathers the report month's events of
      *  one workshop at a time; a change of workshop rates the one
      *  gathered so far. The month sits inside the key, so the walk
      *  covers the file and filters
           MOVE 'N' TO WS-WK-HELD
           MOVE LOW-VALUES TO DTEV-KEY
           START FILEDTEV KEY IS NOT LESS THAN DTEV-KEY
             INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL NOT FS-DE-OK
               READ FILEDTEV NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     IF (DTEV-YEAR = WS-PERIOD-YY)
                       AND (DTEV-MONTH = WS-PERIOD-MM)
                       AND (DTEV-FACTORY > 0) THEN
                         IF (WORKSHOP-IS-HELD)
                           AND ((DTEV-FACTORY NOT = WS-WK-FACTORY)
                             OR (DTEV-WORKBH NOT = WS-WK-WORKBH)) THEN
                             PERFORM 500-RATE-WORKSHOP
                         END-IF
                         IF NOT WORKSHOP-IS-HELD THEN
                             PERFORM 505-START-WORKSHOP
                         END-IF
                         PERFORM 510-NOTE-EVENT
                     END-IF
               END-READ
           END-PERFORM
           IF WORKSHOP-IS-HELD THEN
               PERFORM 500-RATE-WORKSHOP
           END-IF
           IF WS-WORKBH-RATED = 0 THEN
               MOVE 'AUCUN ARRET ENREGISTRE POUR LE MOIS DEMANDE'
                 TO RLM-TEXT
               WRITE RELIABILITY-REPORT FROM RL-MSG-LINE
           END-IF
           .

       500-RATE-WORKSHOP.
      *****************************************************************
      *  Works out the gathered workshop's scheduled time, MTBF and
      *  MTTR, checks its limits, and prints its line - with the
      *  main breakdown reason and the limits crossed under it
           PERFORM 520-SCHEDULE
           MOVE 0 TO WS-RL-MTBF
           MOVE 0 TO WS-RL-MTTR
           IF WS-WK-BRK-COUNT > 0 THEN
               COMPUTE WS-RL-MTTR ROUNDED =
                   WS-WK-BRK-MIN / WS-WK-BRK-COUNT
                 ON SIZE ERROR
                     MOVE 99999.9 TO WS-RL-MTTR
               END-COMPUTE
               COMPUTE WS-RL-MTBF ROUNDED =
                   WS-WK-RUN / (WS-WK-BRK-COUNT * 60)
                 ON SIZE ERROR
                     MOVE 99999.9 TO WS-RL-MTBF
               END-COMPUTE
           END-IF
           PERFORM 530-MAIN-REASON
           PERFORM 540-CHECK-LIMITS
           MOVE WS-WK-FACTORY   TO RLD-FACT
           MOVE WS-WK-WORKBH    TO RLD-WORK
           MOVE WS-WK-EVENTS    TO RLD-EVENTS
           MOVE WS-WK-BRK-COUNT TO RLD-BRK
           MOVE WS-WK-BRK-MIN   TO RLD-BRK-MIN
           MOVE WS-WK-STOP-MIN  TO RLD-STOP-MIN
           MOVE WS-WK-SCHED     TO RLD-SCHED
           MOVE WS-RL-MTBF      TO RLD-MTBF
           MOVE WS-RL-MTTR      TO RLD-MTTR
           EVALUATE TRUE
               WHEN WS-WO-TRIGGER NOT = SPACE
                   MOVE 'OT DEMANDE' TO RLD-FLAG
               WHEN WS-WO-CROSSED NOT = SPACE
                   MOVE 'OT DEJA EMIS' TO RLD-FLAG
               WHEN WS-WK-SCHED = 0
                   MOVE 'SANS PLANIF' TO RLD-FLAG
               WHEN WS-WK-BRK-COUNT = 0
                   MOVE 'SANS PANNE' TO RLD-FLAG
               WHEN OTHER
                   MOVE SPACES TO RLD-FLAG
           END-EVALUATE
           WRITE RELIABILITY-REPORT FROM RL-DETAIL-LINE
           IF WS-WR-BEST > 0 THEN
               MOVE WS-WR-CODE(WS-WR-BEST) TO RLR-CODE
               MOVE WS-WR-MIN(WS-WR-BEST)  TO RLR-MIN
               PERFORM 535-REASON-LABEL
               MOVE WOR-LABEL TO RLR-LABEL
               WRITE RELIABILITY-REPORT FROM RL-REASON-LINE
           END-IF
           IF WS-WO-CROSSED NOT = SPACE THEN
               MOVE WS-LM-MAX-MIN(WS-LM-FOUND)   TO RLL-MIN
               MOVE WS-LM-MAX-COUNT(WS-LM-FOUND) TO RLL-COUNT
               WRITE RELIABILITY-REPORT FROM RL-LIMIT-LINE
           END-IF
           IF WS-WK-SCHED = 0 THEN
               ADD 1 TO WS-WORKBH-NOSCHED
           END-IF
           ADD 1 TO WS-WORKBH-RATED
           ADD WS-WK-EVENTS    TO WS-TOTAL-EVENTS
           ADD WS-WK-BRK-COUNT TO WS-TOTAL-BRK
           MOVE 'N' TO WS-WK-HELD
           .

       505-START-WORKSHOP.
      *****************************************************************
      *  Clears the figures for the workshop of the event just read
           MOVE DTEV-FACTORY TO WS-WK-FACTORY
           MOVE DTEV-WORKBH  TO WS-WK-WORKBH
           MOVE 0 TO WS-WK-EVENTS
           MOVE 0 TO WS-WK-STOP-MIN
           MOVE 0 TO WS-WK-BRK-COUNT
           MOVE 0 TO WS-WK-BRK-MIN
           MOVE 0 TO WS-WR-COUNT
           INITIALIZE WS-WK-REASONS
           MOVE 'Y' TO WS-WK-HELD
           .

       510-NOTE-EVENT.
      *****************************************************************
      *  One event into the workshop's figures : every stoppage
      *  takes running time away, only a breakdown counts as a
      *  failure and as repair time
           ADD 1 TO WS-WK-EVENTS
           ADD DTEV-MINUTES TO WS-WK-STOP-MIN
           IF DTEV-BREAKDOWN = 'Y' THEN
               ADD 1 TO WS-WK-BRK-COUNT
               ADD DTEV-MINUTES TO WS-WK-BRK-MIN
               MOVE 0 TO WS-WR-FOUND
               PERFORM
                 VARYING WS-WR-IDX FROM 1 BY 1
                 UNTIL (WS-WR-IDX > WS-WR-COUNT)
                   IF WS-WR-CODE(WS-WR-IDX) = DTEV-REASON THEN
                       MOVE WS-WR-IDX TO WS-WR-FOUND
                   END-IF
               END-PERFORM
               IF (WS-WR-FOUND = 0) AND (WS-WR-COUNT < 20) THEN
                   ADD 1 TO WS-WR-COUNT
                   MOVE WS-WR-COUNT TO WS-WR-FOUND
                   MOVE DTEV-REASON TO WS-WR-CODE(WS-WR-FOUND)
                   MOVE 0 TO WS-WR-MIN(WS-WR-FOUND)
               END-IF
               IF WS-WR-FOUND > 0 THEN
                   ADD DTEV-MINUTES TO WS-WR-MIN(WS-WR-FOUND)
               END-IF
           END-IF
           .

       520-SCHEDULE.
      *****************************************************************
      *  Scheduled minutes of the workshop for the month : each
      *  shift of the FILESHFT reference times the factory's working
      *  days, or times the days the shift reported on FILEDAYH when
      *  the calendar has no row (525). Running time is what is left
      *  once every stoppage is taken off, never below zero. No
      *  shift on the reference leaves no schedule and no MTBF
           INITIALIZE WS-WORKSHOP-SHIFTS
           MOVE 0 TO WS-SHIFTS-HELD
           PERFORM
             VARYING WS-SR-IDX FROM 1 BY 1
             UNTIL (WS-SR-IDX > WS-SR-COUNT)
               IF (WS-SR-FACTORY(WS-SR-IDX) = WS-WK-FACTORY)
                 AND (WS-SR-WORKBH(WS-SR-IDX) = WS-WK-WORKBH) THEN
                   MOVE WS-SR-SHIFT(WS-SR-IDX) TO WS-SH-IDX
                   IF WS-SH-HELD(WS-SH-IDX) NOT = 'Y' THEN
                       ADD 1 TO WS-SHIFTS-HELD
                   END-IF
                   MOVE 'Y' TO WS-SH-HELD(WS-SH-IDX)
                   MOVE WS-SR-LENGTH(WS-SR-IDX)
                     TO WS-SH-LENGTH(WS-SH-IDX)
               END-IF
           END-PERFORM
           IF (WS-SHIFTS-HELD > 0)
             AND (WS-CAL-WORKDAYS(WS-WK-FACTORY) = 0) THEN
               PERFORM 525-READ-DAILY-SHIFTS
           END-IF
           MOVE 0 TO WS-WK-SCHED
           PERFORM
             VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL (WS-SH-IDX > 3)
               IF WS-SH-HELD(WS-SH-IDX) = 'Y' THEN
                   IF WS-CAL-WORKDAYS(WS-WK-FACTORY) > 0 THEN
                       COMPUTE WS-WK-SCHED = WS-WK-SCHED
                           + (WS-SH-LENGTH(WS-SH-IDX)
                              * WS-CAL-WORKDAYS(WS-WK-FACTORY))
                   ELSE
                       COMPUTE WS-WK-SCHED = WS-WK-SCHED
                           + (WS-SH-LENGTH(WS-SH-IDX)
                              * WS-SH-DAYS(WS-SH-IDX))
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WK-SCHED > WS-WK-STOP-MIN THEN
               COMPUTE WS-WK-RUN = WS-WK-SCHED - WS-WK-STOP-MIN
           ELSE
               MOVE 0 TO WS-WK-RUN
           END-IF
           .

       525-READ-DAILY-SHIFTS.
      *****************************************************************
      *  Counts the days each shift of the workshop reported in the
      *  month, positioning on its first day as 520 of PGM031 does
           MOVE WS-WK-FACTORY TO DAYH-FACTORY
           MOVE WS-WK-WORKBH  TO DAYH-WORKBH
           MOVE WS-PERIOD-YY  TO DAYH-YEAR
           MOVE WS-PERIOD-MM  TO DAYH-MONTH
           MOVE 0             TO DAYH-DAY
           MOVE 0             TO DAYH-SHIFT
           START FILEDAYH KEY IS NOT LESS THAN DAYH-KEY
             INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL NOT FS-DH-OK
               READ FILEDAYH NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     IF (DAYH-FACTORY NOT = WS-WK-FACTORY)
                       OR (DAYH-WORKBH NOT = WS-WK-WORKBH)
                       OR (DAYH-YEAR NOT = WS-PERIOD-YY)
                       OR (DAYH-MONTH NOT = WS-PERIOD-MM) THEN
                         MOVE '10' TO FS-FILEDAYH
                     ELSE
                         IF (DAYH-SHIFT >= 1) AND (DAYH-SHIFT <= 3)
                           THEN
                             ADD 1 TO WS-SH-DAYS(DAYH-SHIFT)
                         END-IF
                     END-IF
               END-READ
           END-PERFORM
           .

       530-MAIN-REASON.
      *****************************************************************
      *  The breakdown reason with the most minutes in the month -
      *  the first one listed wins a tie
           MOVE 0 TO WS-WR-BEST
           PERFORM
             VARYING WS-WR-IDX FROM 1 BY 1
             UNTIL (WS-WR-IDX > WS-WR-COUNT)
               IF WS-WR-BEST = 0 THEN
                   MOVE WS-WR-IDX TO WS-WR-BEST
               ELSE
                   IF WS-WR-MIN(WS-WR-IDX) > WS-WR-MIN(WS-WR-BEST)
                     THEN
                       MOVE WS-WR-IDX TO WS-WR-BEST
                   END-IF
               END-IF
           END-PERFORM
           .

       535-REASON-LABEL.
      *****************************************************************
      *  Label of the main breakdown reason into WOR-LABEL - spaces
      *  when the code is no longer on the reference
           MOVE SPACES TO WOR-LABEL
           PERFORM
             VARYING WS-RS-IDX FROM 1 BY 1
             UNTIL (WS-RS-IDX > WS-RS-COUNT)
               IF WS-RS-CODE(WS-RS-IDX) = WS-WR-CODE(WS-WR-BEST) THEN
                   MOVE WS-RS-LABEL(WS-RS-IDX) TO WOR-LABEL
               END-IF
           END-PERFORM
           .

       540-CHECK-LIMITS.
      *****************************************************************
      *  The workshop's own limits row, else its factory's default
      *  (workshop 00). Breakdown minutes or the number of
      *  breakdowns past a non-zero limit cross it; a limit already
      *  requested this month is not requested again, and whatever
      *  is new goes out as one request (542/543)
           MOVE SPACE TO WS-WO-CROSSED
           MOVE SPACE TO WS-WO-TRIGGER
           MOVE 0 TO WS-LM-EXACT
           MOVE 0 TO WS-LM-DEFLT
           PERFORM
             VARYING WS-LM-IDX FROM 1 BY 1
             UNTIL (WS-LM-IDX > WS-LM-COUNT)
               IF WS-LM-FACTORY(WS-LM-IDX) = WS-WK-FACTORY THEN
                   IF WS-LM-WORKBH(WS-LM-IDX) = WS-WK-WORKBH THEN
                       MOVE WS-LM-IDX TO WS-LM-EXACT
                   END-IF
                   IF WS-LM-WORKBH(WS-LM-IDX) = 0 THEN
                       MOVE WS-LM-IDX TO WS-LM-DEFLT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LM-EXACT > 0 THEN
               MOVE WS-LM-EXACT TO WS-LM-FOUND
           ELSE
               MOVE WS-LM-DEFLT TO WS-LM-FOUND
           END-IF
           IF WS-LM-FOUND > 0 THEN
               PERFORM 542-COMPARE-LIMITS
           END-IF
           .

       542-COMPARE-LIMITS.
      *****************************************************************
      *  The month's breakdown minutes and number of breakdowns
      *  against the limits row 540 picked
           MOVE 'N' TO WS-WO-NEW-MIN
           MOVE 'N' TO WS-WO-NEW-FREQ
           IF (WS-LM-MAX-MIN(WS-LM-FOUND) > 0)
             AND (WS-WK-BRK-MIN > WS-LM-MAX-MIN(WS-LM-FOUND)) THEN
               MOVE 'M' TO WS-WO-CROSSED
               MOVE 'Y' TO WS-WO-NEW-MIN
           END-IF
           IF (WS-LM-MAX-COUNT(WS-LM-FOUND) > 0)
             AND (WS-WK-BRK-COUNT > WS-LM-MAX-COUNT(WS-LM-FOUND))
             THEN
               IF WS-WO-CROSSED = 'M' THEN
                   MOVE 'B' TO WS-WO-CROSSED
               ELSE
                   MOVE 'F' TO WS-WO-CROSSED
               END-IF
               MOVE 'Y' TO WS-WO-NEW-FREQ
           END-IF
           IF WS-WO-CROSSED NOT = SPACE THEN
               PERFORM 543-NEW-REQUEST
           END-IF
           .

       543-NEW-REQUEST.
      *****************************************************************
      *  Takes off what earlier runs already requested this month
      *  and sends the rest (550)
           PERFORM 545-FIND-SENT-SLOT
           IF WS-ST-MIN(WS-ST-FOUND) = 'Y' THEN
               MOVE 'N' TO WS-WO-NEW-MIN
           END-IF
           IF WS-ST-FREQ(WS-ST-FOUND) = 'Y' THEN
               MOVE 'N' TO WS-WO-NEW-FREQ
           END-IF
           EVALUATE TRUE
               WHEN (WS-WO-NEW-MIN = 'Y') AND (WS-WO-NEW-FREQ = 'Y')
                   MOVE 'B' TO WS-WO-TRIGGER
               WHEN WS-WO-NEW-MIN = 'Y'
                   MOVE 'M' TO WS-WO-TRIGGER
               WHEN WS-WO-NEW-FREQ = 'Y'
                   MOVE 'F' TO WS-WO-TRIGGER
               WHEN OTHER
                   ADD 1 TO WS-WO-ALREADY
           END-EVALUATE
           IF WS-WO-TRIGGER NOT = SPACE THEN
               PERFORM 550-WRITE-WORK-ORDER
               IF WS-WO-NEW-MIN = 'Y' THEN
                   MOVE 'Y' TO WS-ST-MIN(WS-ST-FOUND)
               END-IF
               IF WS-WO-NEW-FREQ = 'Y' THEN
                   MOVE 'Y' TO WS-ST-FREQ(WS-ST-FOUND)
               END-IF
           END-IF
           .

       545-FIND-SENT-SLOT.
      *****************************************************************
      *  Slot of WS-WK-FACTORY/WS-WK-WORKBH in the requests-sent
      *  table, opened empty when the workshop has none yet. A full
      *  table reuses its last slot - 200 workshops is past what the
      *  factories run
           MOVE 0 TO WS-ST-FOUND
           PERFORM
             VARYING WS-ST-IDX FROM 1 BY 1
             UNTIL (WS-ST-IDX > WS-ST-COUNT)
               IF (WS-ST-FACTORY(WS-ST-IDX) = WS-WK-FACTORY)
                 AND (WS-ST-WORKBH(WS-ST-IDX) = WS-WK-WORKBH) THEN
                   MOVE WS-ST-IDX TO WS-ST-FOUND
               END-IF
           END-PERFORM
           IF WS-ST-FOUND = 0 THEN
               IF WS-ST-COUNT < 200 THEN
                   ADD 1 TO WS-ST-COUNT
               END-IF
               MOVE WS-ST-COUNT   TO WS-ST-FOUND
               MOVE WS-WK-FACTORY TO WS-ST-FACTORY(WS-ST-FOUND)
               MOVE WS-WK-WORKBH  TO WS-ST-WORKBH(WS-ST-FOUND)
               MOVE 'N' TO WS-ST-MIN(WS-ST-FOUND)
               MOVE 'N' TO WS-ST-FREQ(WS-ST-FOUND)
           END-IF
           .

       550-WRITE-WORK-ORDER.
      *****************************************************************
      *  One request for the maintenance system : the workshop, the
      *  month, what crossed (M minutes / F number of breakdowns /
      *  B both), the figures against their limits, MTTR, MTBF and
      *  the main breakdown reason. The same line goes to the
      *  history so the next run knows it was sent
           MOVE SPACES TO WS-WO-REQUEST
           ACCEPT WS-SYS-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-SYS-DATE      TO WOR-REQ-DATE
           MOVE WS-RUN-TIME(1:6) TO WOR-REQ-TIME
           MOVE WS-WK-FACTORY    TO WOR-FACTORY
           MOVE WS-WK-WORKBH     TO WOR-WORKBH
           MOVE WS-REPORT-PERIOD TO WOR-PERIOD
           MOVE WS-WO-TRIGGER    TO WOR-TRIGGER
           MOVE WS-WK-BRK-MIN    TO WOR-BRK-MIN
           MOVE WS-LM-MAX-MIN(WS-LM-FOUND)   TO WOR-MAX-MIN
           MOVE WS-WK-BRK-COUNT  TO WOR-BRK-COUNT
           MOVE WS-LM-MAX-COUNT(WS-LM-FOUND) TO WOR-MAX-COUNT
           MOVE WS-RL-MTTR       TO WOR-MTTR
           MOVE WS-RL-MTBF       TO WOR-MTBF
           IF WS-WR-BEST > 0 THEN
               MOVE WS-WR-CODE(WS-WR-BEST) TO WOR-REASON
               PERFORM 535-REASON-LABEL
           END-IF
           WRITE WO-REQUEST-RECORD FROM WS-WO-REQUEST
           WRITE WO-HISTORY-RECORD FROM WS-WO-REQUEST
           ADD 1 TO WS-WO-SENT
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - workshops rated, events and
      *  breakdowns, work orders requested or already standing
           WRITE RELIABILITY-REPORT FROM NEWLINE
           MOVE 'ATELIERS EVALUES            :' TO RLC-LABEL
           MOVE WS-WORKBH-RATED TO RLC-VALUE
           WRITE RELIABILITY-REPORT FROM RL-COUNT-LINE
           MOVE 'ATELIERS SANS PLANIFICATION :' TO RLC-LABEL
           MOVE WS-WORKBH-NOSCHED TO RLC-VALUE
           WRITE RELIABILITY-REPORT FROM RL-COUNT-LINE
           MOVE 'ARRETS ENREGISTRES          :' TO RLC-LABEL
           MOVE WS-TOTAL-EVENTS TO RLC-VALUE
           WRITE RELIABILITY-REPORT FROM RL-COUNT-LINE
           MOVE 'DONT PANNES                 :' TO RLC-LABEL
           MOVE WS-TOTAL-BRK TO RLC-VALUE
           WRITE RELIABILITY-REPORT FROM RL-COUNT-LINE
           MOVE 'DEMANDES D''INTERVENTION     :' TO RLC-LABEL
           MOVE WS-WO-SENT TO RLC-VALUE
           WRITE RELIABILITY-REPORT FROM RL-COUNT-LINE
           MOVE 'SEUILS DEJA SIGNALES        :' TO RLC-LABEL
           MOVE WS-WO-ALREADY TO RLC-VALUE
           WRITE RELIABILITY-REPORT FROM RL-COUNT-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = report produced, no work order requested
      *    4 = report produced, work order requests written to
      *        FILEWORQ for the maintenance system
      *    8 = nothing rated - bad card, or no downtime event for
      *        the period
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WORKBH-RATED = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WO-SENT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           CLOSE FILEOUT1,
                 FILEWORQ,
                 FILEWOHS,
                 FILEDTEV,
                 FILEDAYH
           .
