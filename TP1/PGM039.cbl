      *****************************************************************
      * Program name:    PGM039
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Monthly labour productivity per factory/workshop/shift :
      *    the crew headcount history FILECRWH (operators present and
      *    hours worked, loaded by PGM015 off the 'E' records) set
      *    against the daily production history FILEDAYH on the same
      *    factory/workshop/date/shift key. For every shift it gives
      *    the days matched, the average crew, the hours worked, the
      *    good and defective units, good units per labour hour and
      *    defects per labour hour, and where the shift stands
      *    against the workshop's own average good units per hour. A
      *    shift falling below the card's threshold of that average
      *    is flagged - a bad night shift then shows apart from a
      *    short-staffed one. Only days carrying both a headcount and
      *    a production figure are rated; the others are counted per
      *    workshop so the coverage is on the page.
      *
      * Using :
      *    - FILEPARM : report period control card (optional)
      *    - FILECRWH : crew headcount history maintained by PGM015
      *                 (input)
      *    - FILEDAYH : daily history maintained by PGM015 (input)
      *    - FILEOUT1 : printed productivity report
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - good units and defects per labour
      *                    hour per workshop and shift, shifts below
      *                    the workshop average flagged
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM039.
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
      / FILECRWH - CREW HEADCOUNT HISTORY FILE
           SELECT FILECRWH
           ASSIGN to FILECRWH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRWH-KEY
           FILE STATUS is FS-FILECRWH.
      / FILEDAYH - DAILY PRODUCTION HISTORY FILE
           SELECT FILEDAYH
           ASSIGN to FILEDAYH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAYH-KEY
           FILE STATUS is FS-FILEDAYH.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - PRODUCTIVITY REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PRODUCTIVITY-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - REPORT PERIOD CONTROL CARD
      *  Card layout :
      *    col 01-04  period YYMM - blank = most recent period on
      *               the crew history
      *    col 05-06  threshold in percent of the workshop average
      *               good units per hour under which a shift is
      *               flagged - blank = 80
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-REPORT-PERIOD PIC 9(04).
           02 PARAM-THRESHOLD     PIC 9(02).
           02 FILLER PIC X(74).
      / FILECRWH - CREW HEADCOUNT HISTORY FILE (LAYOUT OF PGM015)
       FD FILECRWH
           RECORD CONTAINS 80 CHARACTERS.
       01 CREW-HISTORY-RECORD.
           02 CRWH-KEY.
               03 CRWH-FACTORY PIC 9(01).
               03 CRWH-WORKBH  PIC 9(02).
               03 CRWH-DATE.
                   04 CRWH-YEAR  PIC 9(02).
                   04 CRWH-MONTH PIC 9(02).
                   04 CRWH-DAY   PIC 9(02).
               03 CRWH-SHIFT PIC 9(01).
           02 CRWH-OPERATORS PIC 9(04).
           02 CRWH-HOURS     PIC 9(05)V9.
           02 CRWH-LOADS     PIC 9(03).
           02 FILLER PIC X(57).
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

      *****************************************************************
       WORKING-STORAGE SECTION.
      / REPORT PERIOD AND THRESHOLD
      *  Zero after 000-PARAM means no period on the card;
      *  005-FIND-PERIOD then takes the most recent one on file
       01 WS-REPORT-PERIOD PIC 9(04) VALUE 0.
       01 WS-PERIOD-SPLIT REDEFINES WS-REPORT-PERIOD.
           02 WS-PERIOD-YY PIC 9(02).
           02 WS-PERIOD-MM PIC 9(02).
       01 WS-THRESHOLD PIC 9(02) VALUE 80.
       01 WS-CARD-VALID PIC X VALUE 'Y'.
           88 CARD-IS-VALID VALUE 'Y'.
       01 WS-CRWH-PERIOD PIC 9(04) VALUE 0.
      / WORKSHOP UNDER COMPUTATION
      *  One slot per day and shift of the month, off the crew
      *  history : the crew worked that shift (hours above zero) and
      *  whether a production figure came to match it
       01 WS-WK-FACTORY PIC 9(01) VALUE 0.
       01 WS-WK-WORKBH  PIC 9(02) VALUE 0.
       01 WS-WK-HELD    PIC X VALUE 'N'.
           88 WORKSHOP-IS-HELD VALUE 'Y'.
       01 WS-CREW-DAYS.
           02 FILLER OCCURS 31.
               03 FILLER OCCURS 3.
                   04 WS-DS-HELD      PIC X(01).
                   04 WS-DS-MATCHED   PIC X(01).
                   04 WS-DS-OPERATORS PIC 9(04).
                   04 WS-DS-HOURS     PIC 9(05)V9.
       01 WS-DS-DAY   PIC 9(02) VALUE 0.
       01 WS-DS-SHIFT PIC 9(01) VALUE 0.
      *  The same workshop's matched figures per shift, and the
      *  workshop totals its average comes from
       01 WS-WORKSHOP-SHIFTS.
           02 FILLER OCCURS 3.
               03 WS-SH-DAYS      PIC 9(02).
               03 WS-SH-OPERATORS PIC 9(06).
               03 WS-SH-HOURS     PIC 9(07)V9.
               03 WS-SH-GOOD      PIC 9(07).
               03 WS-SH-BAD       PIC 9(07).
       01 WS-SH-IDX PIC 9(01) VALUE 0.
       01 WS-WK-DAYS      PIC 9(03) VALUE 0.
       01 WS-WK-OPERATORS PIC 9(07) VALUE 0.
       01 WS-WK-HOURS     PIC 9(08)V9 VALUE 0.
       01 WS-WK-GOOD      PIC 9(08) VALUE 0.
       01 WS-WK-BAD       PIC 9(08) VALUE 0.
       01 WS-WK-NOCREW    PIC 9(03) VALUE 0.
       01 WS-WK-NOPROD    PIC 9(03) VALUE 0.
      / PRODUCTIVITY ARITHMETIC
      *  Rates per labour hour with two decimals; the workshop
      *  average is good units over hours of all its matched shifts
       01 WS-PR-DAYS      PIC 9(03) VALUE 0.
       01 WS-PR-OPERATORS PIC 9(07) VALUE 0.
       01 WS-PR-HOURS     PIC 9(08)V9 VALUE 0.
       01 WS-PR-GOOD      PIC 9(08) VALUE 0.
       01 WS-PR-BAD       PIC 9(08) VALUE 0.
       01 WS-PR-CREW      PIC 9(04)V9 VALUE 0.
       01 WS-PR-GOOD-RATE PIC 9(05)V99 VALUE 0.
       01 WS-PR-BAD-RATE  PIC 9(05)V99 VALUE 0.
       01 WS-PR-PCT       PIC 9(03) VALUE 0.
       01 WS-WK-AVG-RATE  PIC 9(05)V99 VALUE 0.
      / COUNTERS
       01 WS-WORKBH-RATED   PIC 9(05) VALUE 0.
       01 WS-SHIFTS-RATED   PIC 9(05) VALUE 0.
       01 WS-SHIFTS-FLAGGED PIC 9(05) VALUE 0.
       01 WS-TOTAL-NOCREW   PIC 9(05) VALUE 0.
       01 WS-TOTAL-NOPROD   PIC 9(05) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(12) VALUE SPACES.
               03 FILLER PIC X(42) VALUE
                   'PRODUCTIVITE PAR HEURE TRAVAILLEE - MOIS'.
               03 PRH-PERIOD PIC 9(04).
               03 FILLER PIC X(22) VALUE SPACES.
           02 LINE3.
               03 FILLER PIC X(12) VALUE SPACES.
               03 FILLER PIC X(42) VALUE
                   'EQUIPE SIGNALEE SOUS    % DE LA MOYENNE'.
               03 FILLER PIC X(26) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 PRD-LEGEND-LINE.
           02 FILLER PIC X(40) VALUE
               '        JRS  OPER   HEURES    BONS  REBU'.
           02 FILLER PIC X(40) VALUE
               'TS   BONS/H   REB/H %MOY                '.
       01 PRD-WORKBH-LINE.
           02 FILLER   PIC X(02) VALUE 'U '.
           02 PRW-FACT PIC 9(01).
           02 FILLER   PIC X(09) VALUE ' ATELIER '.
           02 PRW-WORK PIC 9(02).
           02 FILLER   PIC X(66) VALUE SPACES.
       01 PRD-DETAIL-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PRD-LABEL PIC X(06).
           02 PRD-DAYS  PIC ZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-CREW  PIC ZZ9.9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-HOURS PIC ZZZZZ9.9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-GOOD  PIC ZZZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-BAD   PIC ZZZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-GRATE PIC ZZZZ9.99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-BRATE PIC ZZZ9.99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-PCT   PIC ZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PRD-FLAG  PIC X(10).
           02 FILLER    PIC X(06) VALUE SPACES.
       01 PRD-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 PRM-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 PRD-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 PRC-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 PRC-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILECRWH-STATUS.
           05 FS-FILECRWH    PIC X(02).
               88 FS-CW-OK       VALUE '00'.
               88 FS-CW-EOF      VALUE '10'.
       01 FILEDAYH-STATUS.
           05 FS-FILEDAYH    PIC X(02).
               88 FS-DH-OK       VALUE '00'.
               88 FS-DH-EOF      VALUE '10'.

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
               PERFORM 100-PRODUCTIVITY
               PERFORM 800-WRITE-COUNTS
           ELSE
               WRITE PRODUCTIVITY-REPORT FROM LINE1
               MOVE 'CARTE PARAMETRE FAUSSE' TO PRM-TEXT
               WRITE PRODUCTIVITY-REPORT FROM PRD-MSG-LINE
           END-IF
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .
      *                                                               *
      *****************************************************************

       000-PARAM.
      *****************************************************************
      *  Reads the report period (YYMM, as the history dates are
      *  keyed) and the threshold. Blank fields take the defaults; a
      *  field that is not numeric, a month outside 01-12 or a zero
      *  threshold is refused rather than guessed at
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF PARAM-RECORD(1:4) = SPACES THEN
                       MOVE '0000' TO PARAM-RECORD(1:4)
                   END-IF
                   IF PARAM-RECORD(5:2) = SPACES THEN
                       MOVE '80' TO PARAM-RECORD(5:2)
                   END-IF
                   IF (PARAM-RECORD(1:6) IS NUMERIC)
                     AND (PARAM-THRESHOLD > 0) THEN
                       MOVE PARAM-REPORT-PERIOD TO WS-REPORT-PERIOD
                       MOVE PARAM-THRESHOLD     TO WS-THRESHOLD
                       IF (WS-REPORT-PERIOD > 0)
                         AND ((WS-PERIOD-MM < 1)
                           OR (WS-PERIOD-MM > 12)) THEN
                           MOVE 'N' TO WS-CARD-VALID
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Read-only against both histories - PGM015 stays their sole
      *  updater
           OPEN INPUT FILECRWH
           OPEN INPUT FILEDAYH
           OPEN OUTPUT FILEOUT1
           .

       005-FIND-PERIOD.
      *****************************************************************
      *  With no period on the card, browses the crew history and
      *  keeps the most recent year/month seen - same rule as
      *  005-FIND-PERIOD of PGM031 on the MTD master - then prints
      *  the page header
           IF (WS-REPORT-PERIOD = 0) AND (FS-CW-OK) THEN
               MOVE LOW-VALUES TO CRWH-KEY
               START FILECRWH KEY IS NOT LESS THAN CRWH-KEY
                 INVALID KEY
                     CONTINUE
               END-START
               PERFORM UNTIL NOT FS-CW-OK
                   READ FILECRWH NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         COMPUTE WS-CRWH-PERIOD =
                             (CRWH-YEAR * 100) + CRWH-MONTH
                         IF WS-CRWH-PERIOD > WS-REPORT-PERIOD THEN
                             MOVE WS-CRWH-PERIOD TO WS-REPORT-PERIOD
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-REPORT-PERIOD TO PRH-PERIOD
           MOVE WS-THRESHOLD TO LINE3(34:2)
           WRITE PRODUCTIVITY-REPORT FROM LINE1
           WRITE PRODUCTIVITY-REPORT FROM LINE2
           WRITE PRODUCTIVITY-REPORT FROM LINE3
           WRITE PRODUCTIVITY-REPORT FROM NEWLINE
           WRITE PRODUCTIVITY-REPORT FROM PRD-LEGEND-LINE
           WRITE PRODUCTIVITY-REPORT FROM NEWLINE
           .

       100-PRODUCTIVITY.
      *****************************************************************
      *  Browses the crew history in key order - factory, workshop,
      *  date, shift - and gathers the report month's headcounts of
      *  one workshop at a time; a change of workshop rates the one
      *  gathered so far. The month sits inside the key, so the walk
      *  covers the file and filters
           MOVE 'N' TO WS-WK-HELD
           MOVE LOW-VALUES TO CRWH-KEY
           START FILECRWH KEY IS NOT LESS THAN CRWH-KEY
             INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL NOT FS-CW-OK
               READ FILECRWH NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     IF (CRWH-YEAR = WS-PERIOD-YY)
                       AND (CRWH-MONTH = WS-PERIOD-MM)
                       AND (CRWH-DAY >= 1) AND (CRWH-DAY <= 31)
                       AND (CRWH-SHIFT >= 1) AND (CRWH-SHIFT <= 3)
                       THEN
                         IF (WORKSHOP-IS-HELD)
                           AND ((CRWH-FACTORY NOT = WS-WK-FACTORY)
                             OR (CRWH-WORKBH NOT = WS-WK-WORKBH)) THEN
                             PERFORM 500-RATE-WORKSHOP
                         END-IF
                         IF NOT WORKSHOP-IS-HELD THEN
                             PERFORM 505-START-WORKSHOP
                         END-IF
                         PERFORM 510-NOTE-CREW
                     END-IF
               END-READ
           END-PERFORM
           IF WORKSHOP-IS-HELD THEN
               PERFORM 500-RATE-WORKSHOP
           END-IF
           IF WS-WORKBH-RATED = 0 THEN
               MOVE 'AUCUN EFFECTIF POUR LE MOIS DEMANDE' TO PRM-TEXT
               WRITE PRODUCTIVITY-REPORT FROM PRD-MSG-LINE
           END-IF
           .

       500-RATE-WORKSHOP.
      *****************************************************************
      *  Matches the workshop's production of the month against its
      *  crew slots, then prints a line per shift worked, the
      *  workshop line and what could not be matched
           PERFORM 520-READ-DAILY-SHIFTS
           PERFORM 530-SUM-WORKSHOP
           MOVE WS-WK-FACTORY TO PRW-FACT
           MOVE WS-WK-WORKBH  TO PRW-WORK
           WRITE PRODUCTIVITY-REPORT FROM PRD-WORKBH-LINE
           PERFORM
             VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL (WS-SH-IDX > 3)
               IF WS-SH-DAYS(WS-SH-IDX) > 0 THEN
                   PERFORM 540-RATE-ONE-SHIFT
               END-IF
           END-PERFORM
           PERFORM 550-RATE-WORKSHOP-TOTAL
           IF WS-WK-NOCREW > 0 THEN
               MOVE 'PRODUCTION SANS EFFECTIF (EQUIPES-JOURS)'
                 TO PRM-TEXT
               MOVE WS-WK-NOCREW TO PRM-TEXT(43:3)
               WRITE PRODUCTIVITY-REPORT FROM PRD-MSG-LINE
           END-IF
           IF WS-WK-NOPROD > 0 THEN
               MOVE 'EFFECTIF SANS PRODUCTION (EQUIPES-JOURS)'
                 TO PRM-TEXT
               MOVE WS-WK-NOPROD TO PRM-TEXT(43:3)
               WRITE PRODUCTIVITY-REPORT FROM PRD-MSG-LINE
           END-IF
           WRITE PRODUCTIVITY-REPORT FROM NEWLINE
           ADD 1 TO WS-WORKBH-RATED
           ADD WS-WK-NOCREW TO WS-TOTAL-NOCREW
           ADD WS-WK-NOPROD TO WS-TOTAL-NOPROD
           MOVE 'N' TO WS-WK-HELD
           .

       505-START-WORKSHOP.
      *****************************************************************
      *  Clears the slots for the workshop of the record just read
           INITIALIZE WS-CREW-DAYS
           INITIALIZE WS-WORKSHOP-SHIFTS
           MOVE CRWH-FACTORY TO WS-WK-FACTORY
           MOVE CRWH-WORKBH  TO WS-WK-WORKBH
           MOVE 'Y' TO WS-WK-HELD
           .

       510-NOTE-CREW.
      *****************************************************************
      *  One headcount into its day/shift slot. A shift sent as not
      *  worked (no hours) stays out - it has no labour to rate
           IF CRWH-HOURS > 0 THEN
               MOVE 'Y' TO WS-DS-HELD(CRWH-DAY, CRWH-SHIFT)
               MOVE CRWH-OPERATORS
                 TO WS-DS-OPERATORS(CRWH-DAY, CRWH-SHIFT)
               MOVE CRWH-HOURS
                 TO WS-DS-HOURS(CRWH-DAY, CRWH-SHIFT)
           END-IF
           .

       520-READ-DAILY-SHIFTS.
      *****************************************************************
      *  Positions on the first day of the month for the workshop
      *  and walks its daily records until the month (or the
      *  workshop) changes. A figure whose day/shift has a crew
      *  counts for the shift; one without is production nobody
      *  reported the staffing of
           MOVE 0 TO WS-WK-NOCREW
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
                         IF (DAYH-DAY >= 1) AND (DAYH-DAY <= 31)
                           AND (DAYH-SHIFT >= 1)
                           AND (DAYH-SHIFT <= 3) THEN
                             PERFORM 525-MATCH-DAY
                         END-IF
                     END-IF
               END-READ
           END-PERFORM
           .

       525-MATCH-DAY.
      *****************************************************************
      *  One daily figure against its crew slot
           MOVE DAYH-DAY   TO WS-DS-DAY
           MOVE DAYH-SHIFT TO WS-DS-SHIFT
           IF WS-DS-HELD(WS-DS-DAY, WS-DS-SHIFT) = 'Y' THEN
               MOVE 'Y' TO WS-DS-MATCHED(WS-DS-DAY, WS-DS-SHIFT)
               ADD 1 TO WS-SH-DAYS(WS-DS-SHIFT)
               ADD WS-DS-OPERATORS(WS-DS-DAY, WS-DS-SHIFT)
                 TO WS-SH-OPERATORS(WS-DS-SHIFT)
               ADD WS-DS-HOURS(WS-DS-DAY, WS-DS-SHIFT)
                 TO WS-SH-HOURS(WS-DS-SHIFT)
               ADD DAYH-GOOD TO WS-SH-GOOD(WS-DS-SHIFT)
               ADD DAYH-BAD  TO WS-SH-BAD(WS-DS-SHIFT)
           ELSE
               ADD 1 TO WS-WK-NOCREW
           END-IF
           .

       530-SUM-WORKSHOP.
      *****************************************************************
      *  Workshop totals over its matched shifts, the average good
      *  units per hour every shift is measured against, and the
      *  crews left without a production figure
           MOVE 0 TO WS-WK-DAYS
           MOVE 0 TO WS-WK-OPERATORS
           MOVE 0 TO WS-WK-HOURS
           MOVE 0 TO WS-WK-GOOD
           MOVE 0 TO WS-WK-BAD
           PERFORM
             VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL (WS-SH-IDX > 3)
               ADD WS-SH-DAYS(WS-SH-IDX)      TO WS-WK-DAYS
               ADD WS-SH-OPERATORS(WS-SH-IDX) TO WS-WK-OPERATORS
               ADD WS-SH-HOURS(WS-SH-IDX)     TO WS-WK-HOURS
               ADD WS-SH-GOOD(WS-SH-IDX)      TO WS-WK-GOOD
               ADD WS-SH-BAD(WS-SH-IDX)       TO WS-WK-BAD
           END-PERFORM
           IF WS-WK-HOURS > 0 THEN
               COMPUTE WS-WK-AVG-RATE ROUNDED =
                   WS-WK-GOOD / WS-WK-HOURS
                 ON SIZE ERROR
                     MOVE 99999.99 TO WS-WK-AVG-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-WK-AVG-RATE
           END-IF
           MOVE 0 TO WS-WK-NOPROD
           PERFORM
             VARYING WS-DS-DAY FROM 1 BY 1
             UNTIL (WS-DS-DAY > 31)
               PERFORM
                 VARYING WS-DS-SHIFT FROM 1 BY 1
                 UNTIL (WS-DS-SHIFT > 3)
                   IF (WS-DS-HELD(WS-DS-DAY, WS-DS-SHIFT) = 'Y')
                     AND (WS-DS-MATCHED(WS-DS-DAY, WS-DS-SHIFT)
                       NOT = 'Y') THEN
                       ADD 1 TO WS-WK-NOPROD
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       540-RATE-ONE-SHIFT.
      *****************************************************************
      *  One shift line, measured against the workshop average. A
      *  shift under the threshold is flagged - with a single shift
      *  the workshop average is the shift itself and never flags
           MOVE 'EQ '   TO PRD-LABEL
           MOVE WS-SH-IDX TO PRD-LABEL(4:1)
           MOVE WS-SH-DAYS(WS-SH-IDX)      TO WS-PR-DAYS
           MOVE WS-SH-OPERATORS(WS-SH-IDX) TO WS-PR-OPERATORS
           MOVE WS-SH-HOURS(WS-SH-IDX)     TO WS-PR-HOURS
           MOVE WS-SH-GOOD(WS-SH-IDX)      TO WS-PR-GOOD
           MOVE WS-SH-BAD(WS-SH-IDX)       TO WS-PR-BAD
           PERFORM 560-RATES-AND-LINE
           ADD 1 TO WS-SHIFTS-RATED
           .

       550-RATE-WORKSHOP-TOTAL.
      *****************************************************************
      *  The workshop line - the average itself, at 100 per cent
           MOVE 'TOTAL ' TO PRD-LABEL
           MOVE WS-WK-DAYS      TO WS-PR-DAYS
           MOVE WS-WK-OPERATORS TO WS-PR-OPERATORS
           MOVE WS-WK-HOURS     TO WS-PR-HOURS
           MOVE WS-WK-GOOD      TO WS-PR-GOOD
           MOVE WS-WK-BAD       TO WS-PR-BAD
           PERFORM 560-RATES-AND-LINE
           .

       560-RATES-AND-LINE.
      *****************************************************************
      *  Average crew, good units and defects per labour hour and
      *  the share of the workshop average for the figures the
      *  caller loaded, then the printed line. Zero hours or a zero
      *  average rate nothing - there is nothing to compare
           IF WS-PR-DAYS > 0 THEN
               COMPUTE WS-PR-CREW ROUNDED =
                   WS-PR-OPERATORS / WS-PR-DAYS
                 ON SIZE ERROR
                     MOVE 9999.9 TO WS-PR-CREW
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PR-CREW
           END-IF
           IF WS-PR-HOURS > 0 THEN
               COMPUTE WS-PR-GOOD-RATE ROUNDED =
                   WS-PR-GOOD / WS-PR-HOURS
                 ON SIZE ERROR
                     MOVE 99999.99 TO WS-PR-GOOD-RATE
               END-COMPUTE
               COMPUTE WS-PR-BAD-RATE ROUNDED =
                   WS-PR-BAD / WS-PR-HOURS
                 ON SIZE ERROR
                     MOVE 99999.99 TO WS-PR-BAD-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PR-GOOD-RATE
               MOVE 0 TO WS-PR-BAD-RATE
           END-IF
           MOVE SPACES TO PRD-FLAG
           IF WS-WK-AVG-RATE > 0 THEN
               COMPUTE WS-PR-PCT ROUNDED =
                   (WS-PR-GOOD-RATE * 100) / WS-WK-AVG-RATE
                 ON SIZE ERROR
                     MOVE 999 TO WS-PR-PCT
               END-COMPUTE
               IF WS-PR-PCT < WS-THRESHOLD THEN
                   MOVE '<< FAIBLE' TO PRD-FLAG
                   ADD 1 TO WS-SHIFTS-FLAGGED
               END-IF
           ELSE
               MOVE 0 TO WS-PR-PCT
           END-IF
           MOVE WS-PR-DAYS      TO PRD-DAYS
           MOVE WS-PR-CREW      TO PRD-CREW
           MOVE WS-PR-HOURS     TO PRD-HOURS
           MOVE WS-PR-GOOD      TO PRD-GOOD
           MOVE WS-PR-BAD       TO PRD-BAD
           MOVE WS-PR-GOOD-RATE TO PRD-GRATE
           MOVE WS-PR-BAD-RATE  TO PRD-BRATE
           MOVE WS-PR-PCT       TO PRD-PCT
           WRITE PRODUCTIVITY-REPORT FROM PRD-DETAIL-LINE
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - workshops and shifts rated, shifts
      *  flagged, and the day/shifts the two histories do not match
           WRITE PRODUCTIVITY-REPORT FROM NEWLINE
           MOVE 'ATELIERS EVALUES            :' TO PRC-LABEL
           MOVE WS-WORKBH-RATED TO PRC-VALUE
           WRITE PRODUCTIVITY-REPORT FROM PRD-COUNT-LINE
           MOVE 'EQUIPES EVALUEES            :' TO PRC-LABEL
           MOVE WS-SHIFTS-RATED TO PRC-VALUE
           WRITE PRODUCTIVITY-REPORT FROM PRD-COUNT-LINE
           MOVE 'EQUIPES SOUS LE SEUIL       :' TO PRC-LABEL
           MOVE WS-SHIFTS-FLAGGED TO PRC-VALUE
           WRITE PRODUCTIVITY-REPORT FROM PRD-COUNT-LINE
           MOVE 'PRODUCTION SANS EFFECTIF    :' TO PRC-LABEL
           MOVE WS-TOTAL-NOCREW TO PRC-VALUE
           WRITE PRODUCTIVITY-REPORT FROM PRD-COUNT-LINE
           MOVE 'EFFECTIF SANS PRODUCTION    :' TO PRC-LABEL
           MOVE WS-TOTAL-NOPROD TO PRC-VALUE
           WRITE PRODUCTIVITY-REPORT FROM PRD-COUNT-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = report produced, no shift under the threshold
      *    4 = report produced, some shifts flagged under the
      *        threshold of their workshop's average
      *    8 = nothing rated - bad card, or no headcount on the crew
      *        history for the period
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WORKBH-RATED = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SHIFTS-FLAGGED > 0
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
                 FILECRWH,
                 FILEDAYH
           .
