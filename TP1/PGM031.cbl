      *****************************************************************
      * Program name:    PGM031
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Monthly overall equipment effectiveness (TRS/OEE) per
      *    factory/workshop/shift, split into its three parts :
      *    - availability : run time over scheduled time. Scheduled
      *      time is the FILECAL working days of the period times the
      *      shift length of the FILESHFT reference; the FILEDTMD
      *      stoppage minutes of the workshop are spread over its
      *      shifts in proportion to their scheduled time (a 'D'
      *      record carries no shift)
      *    - performance : actual units (good + defects) against the
      *      rated capacity of FILESHFT for the time actually run
      *    - quality : good units over total units - MSTR-MTD-GOOD
      *      over the MTD total on the workshop line, the FILEDAYH
      *      split of the same figures on the shift lines
      *    TRS = availability x performance x quality. One report
      *    instead of the stoppage, plan and defect sections of
      *    PGM015 put side by side in a spreadsheet.
      *
      * Using :
      *    - FILEPARM : report period control card (optional)
      *    - FILESHFT : shift length and rated capacity per
      *                 factory/workshop/shift (reference, input)
      *    - FILECAL  : plant working-day calendar (input, optional)
      *    - FILEMTD  : MTD master maintained by PGM015 (input)
      *    - FILEDTMD : downtime master maintained by PGM015 (input)
      *    - FILEDAYH : daily history maintained by PGM015 (input)
      *    - FILEOUT1 : printed TRS report
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - monthly TRS (OEE) per workshop
      *                    and shift from downtime, capacity and
      *                    quality figures
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM031.
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
      / FILESHFT - SHIFT LENGTH AND RATED CAPACITY REFERENCE
           SELECT FILESHFT
           ASSIGN to FILESHFT
           FILE STATUS is FS-FILESHFT.
      / FILECAL - PLANT WORKING-DAY CALENDAR LOOKUP
           SELECT FILECAL
           ASSIGN to FILECAL
           FILE STATUS is FS-FILECAL.
      / FILEMTD - MONTH-TO-DATE MASTER FILE
           SELECT FILEMTD
           ASSIGN to FILEMTD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSTR-KEY
           FILE STATUS is FS-FILEMTD.
      / FILEDTMD - MONTH-TO-DATE DOWNTIME MASTER FILE
           SELECT FILEDTMD
           ASSIGN to FILEDTMD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTMD-KEY
           FILE STATUS is FS-FILEDTMD.
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
      / FILEOUT1 - TRS REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 OEE-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - REPORT PERIOD CONTROL CARD
      *  Card layout :
      *    col 01-04  period YYMM - blank = most recent period on
      *               the MTD master, as PGM016 derives it
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-REPORT-PERIOD PIC 9(04).
           02 FILLER PIC X(76).
      / FILESHFT - SHIFT LENGTH AND RATED CAPACITY REFERENCE
      *  One row per factory/workshop/shift the workshop runs : the
      *  scheduled length of the shift in minutes and the rated
      *  capacity in units per hour of running time. A shift with
      *  no row is not scheduled and gets no TRS line
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
      / FILEMTD - MONTH-TO-DATE MASTER FILE
       FD FILEMTD
           RECORD CONTAINS 80 CHARACTERS.
       01 MASTER-MTD-RECORD.
           02 MSTR-KEY.
               03 MSTR-FACTORY    PIC 9(01).
               03 MSTR-WORKBH     PIC 9(02).
               03 MSTR-YEARMONTH  PIC 9(04).
           02 MSTR-MTD-GOOD PIC 9(07).
           02 MSTR-MTD-BAD  PIC 9(07).
           02 FILLER PIC X(59).
      / FILEDTMD - MONTH-TO-DATE DOWNTIME MASTER FILE
       FD FILEDTMD
           RECORD CONTAINS 80 CHARACTERS.
       01 DOWNTIME-MTD-RECORD.
           02 DTMD-KEY.
               03 DTMD-FACTORY PIC 9(01).
               03 DTMD-WORKBH  PIC 9(02).
               03 DTMD-PERIOD  PIC 9(04).
           02 DTMD-MINUTES PIC 9(07).
           02 DTMD-REASON-TAB.
               03 FILLER OCCURS 5.
                   04 DTMD-REASON-CODE PIC X(02).
                   04 DTMD-REASON-MIN  PIC 9(07).
           02 FILLER PIC X(21).
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
      / REPORT PERIOD
      *  Zero after 000-PARAM means no usable card; 005-FIND-PERIOD
      *  then takes the most recent period present on the master
       01 WS-REPORT-PERIOD PIC 9(04) VALUE 0.
       01 WS-PERIOD-SPLIT REDEFINES WS-REPORT-PERIOD.
           02 WS-PERIOD-YY PIC 9(02).
           02 WS-PERIOD-MM PIC 9(02).
      / SHIFT REFERENCE (LOADED FROM FILESHFT)
      *  300 slots cover three shifts for a hundred workshops; rows
      *  past that are ignored like any other optional lookup
       01 WS-SHIFT-REF-TABLE.
           02 FILLER OCCURS 300.
               03 WS-SR-FACTORY PIC 9(01).
               03 WS-SR-WORKBH  PIC 9(02).
               03 WS-SR-SHIFT   PIC 9(01).
               03 WS-SR-LENGTH  PIC 9(03).
               03 WS-SR-RATE    PIC 9(05).
       01 WS-SR-COUNT PIC 9(03) VALUE 0.
       01 WS-SR-IDX   PIC 9(03) VALUE 0.
      / WORKING DAYS OF THE PERIOD PER FACTORY (FROM FILECAL)
      *  Zero means the factory has no calendar row for the period :
      *  the days each shift actually reported stand in for it
       01 WS-CAL-TABLE.
           02 WS-CAL-WORKDAYS PIC 9(02) OCCURS 9.
       01 WS-CAL-IDX PIC 9(01) VALUE 0.
      / WORKSHOP UNDER COMPUTATION - ONE SLOT PER SHIFT
       01 WS-WORKSHOP-SHIFTS.
           02 FILLER OCCURS 3.
               03 WS-SH-HELD   PIC X(01).
               03 WS-SH-LENGTH PIC 9(03).
               03 WS-SH-RATE   PIC 9(05).
               03 WS-SH-GOOD   PIC 9(07).
               03 WS-SH-BAD    PIC 9(07).
               03 WS-SH-DAYS   PIC 9(02).
               03 WS-SH-SCHED  PIC 9(07).
               03 WS-SH-DOWN   PIC 9(07).
               03 WS-SH-RUN    PIC 9(07).
       01 WS-SH-IDX PIC 9(01) VALUE 0.
       01 WS-SHIFTS-HELD  PIC 9(01) VALUE 0.
       01 WS-WK-DOWNTIME  PIC 9(07) VALUE 0.
       01 WS-WK-SCHED     PIC 9(08) VALUE 0.
       01 WS-WK-RUN       PIC 9(08) VALUE 0.
       01 WS-WK-UNITS     PIC 9(08) VALUE 0.
       01 WS-WK-CAPACITY  PIC 9(09)V99 VALUE 0.
       01 WS-CALENDAR-USED PIC X VALUE 'Y'.
           88 CALENDAR-IS-USED VALUE 'Y'.
      / TRS ARITHMETIC
      *  Ratios are fractions with six decimals - performance can
      *  run past one when the rated capacity is set too low, and
      *  the report shows it as it is rather than capping it
       01 WS-OE-CAPACITY PIC 9(09)V99 VALUE 0.
       01 WS-OE-UNITS    PIC 9(08) VALUE 0.
       01 WS-OE-GOOD     PIC 9(08) VALUE 0.
       01 WS-OE-AVAIL    PIC 9(03)V9(06) VALUE 0.
       01 WS-OE-PERF     PIC 9(03)V9(06) VALUE 0.
       01 WS-OE-QUAL     PIC 9(03)V9(06) VALUE 0.
       01 WS-OE-TRS      PIC 9(03)V9(06) VALUE 0.
       01 WS-OE-PCT      PIC 9(03)V9 VALUE 0.
      / COUNTERS
       01 WS-WORKBH-RATED   PIC 9(05) VALUE 0.
       01 WS-WORKBH-NOREF   PIC 9(05) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(18) VALUE SPACES.
               03 FILLER PIC X(35) VALUE
                   'TRS (OEE) MENSUEL PAR EQUIPE - MOIS'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 OEH-PERIOD PIC 9(04).
               03 FILLER PIC X(22) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 OEE-LEGEND-LINE.
           02 FILLER PIC X(40) VALUE
               '         PLANIF  ARRETS  MARCHE  UNITES '.
           02 FILLER PIC X(40) VALUE
               '   BONS DISPO%  PERF%  QUAL%   TRS%     '.
       01 OEE-WORKBH-LINE.
           02 FILLER   PIC X(02) VALUE 'U '.
           02 OEW-FACT PIC 9(01).
           02 FILLER   PIC X(09) VALUE ' ATELIER '.
           02 OEW-WORK PIC 9(02).
           02 FILLER   PIC X(03) VALUE SPACES.
           02 OEW-NOTE PIC X(40).
           02 FILLER   PIC X(23) VALUE SPACES.
       01 OEE-DETAIL-LINE.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 OED-LABEL PIC X(06).
           02 OED-SCHED PIC ZZZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 OED-DOWN  PIC ZZZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 OED-RUN   PIC ZZZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 OED-UNITS PIC ZZZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 OED-GOOD  PIC ZZZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 OED-AVAIL PIC ZZ9.9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 OED-PERF  PIC ZZ9.9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 OED-QUAL  PIC ZZ9.9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 OED-TRS   PIC ZZ9.9.
           02 FILLER    PIC X(05) VALUE SPACES.
       01 OEE-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 OEM-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 OEE-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 OEC-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 OEC-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILESHFT-STATUS.
           05 FS-FILESHFT    PIC X(02).
               88 FS-SF-OK       VALUE '00'.
               88 FS-SF-EOF      VALUE '10'.
       01 FILECAL-STATUS.
           05 FS-FILECAL     PIC X(02).
               88 FS-CA-OK       VALUE '00'.
               88 FS-CA-EOF      VALUE '10'.
       01 FILEMTD-STATUS.
           05 FS-FILEMTD     PIC X(02).
               88 FS-MTD-OK       VALUE '00'.
               88 FS-MTD-EOF      VALUE '10'.
               88 FS-MTD-NOTFOUND VALUE '23' '46'.
       01 FILEDTMD-STATUS.
           05 FS-FILEDTMD    PIC X(02).
               88 FS-DM-OK       VALUE '00'.
               88 FS-DM-EOF      VALUE '10'.
               88 FS-DM-NOTFOUND VALUE '23' '46'.
       01 FILEDAYH-STATUS.
           05 FS-FILEDAYH    PIC X(02).
               88 FS-DH-OK       VALUE '00'.
               88 FS-DH-EOF      VALUE '10'.
               88 FS-DH-NOTFOUND VALUE '23' '46'.

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
           PERFORM 005-FIND-PERIOD
           PERFORM 010-SHIFT-REFERENCE
           PERFORM 020-CALENDAR
           PERFORM 100-OEE
           PERFORM 800-WRITE-COUNTS
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .
      *                                                               *
      *****************************************************************

       000-PARAM.
      *****************************************************************
      *  Reads the report period (YYMM, as MSTR-YEARMONTH is keyed).
      *  An absent or blank card leaves it zero for 005
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF (PARAM-REPORT-PERIOD IS NUMERIC)
                     AND (PARAM-REPORT-PERIOD > 0) THEN
                       MOVE PARAM-REPORT-PERIOD TO WS-REPORT-PERIOD
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Read-only against the masters - PGM015 stays the sole updater
           OPEN INPUT FILEMTD
           OPEN INPUT FILEDTMD
           OPEN INPUT FILEDAYH
           OPEN OUTPUT FILEOUT1
           .

       005-FIND-PERIOD.
      *****************************************************************
      *  With no period on the card, browses the whole master and
      *  keeps the highest MSTR-YEARMONTH seen - same rule as
      *  005-FIND-PERIOD of PGM016 - then prints the page header
           IF WS-REPORT-PERIOD = 0 THEN
               MOVE LOW-VALUES TO MSTR-KEY
               START FILEMTD KEY IS NOT LESS THAN MSTR-KEY
                 INVALID KEY
                     CONTINUE
               END-START
               IF FS-MTD-OK THEN
                   PERFORM UNTIL FS-MTD-EOF
                       READ FILEMTD NEXT RECORD
                         AT END
                             CONTINUE
                         NOT AT END
                             IF MSTR-YEARMONTH > WS-REPORT-PERIOD THEN
                                 MOVE MSTR-YEARMONTH
                                   TO WS-REPORT-PERIOD
                             END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           MOVE WS-REPORT-PERIOD TO OEH-PERIOD
           WRITE OEE-REPORT FROM LINE1
           WRITE OEE-REPORT FROM LINE2
           WRITE OEE-REPORT FROM NEWLINE
           WRITE OEE-REPORT FROM OEE-LEGEND-LINE
           WRITE OEE-REPORT FROM NEWLINE
           .

       010-SHIFT-REFERENCE.
      *****************************************************************
      *  Loads the shift length / rated capacity reference into
      *  working storage. Rows with a shift outside 1-3, a zero
      *  length or a zero rate cannot rate anything and are skipped
           OPEN INPUT FILESHFT
           IF FS-SF-OK THEN
               PERFORM UNTIL FS-SF-EOF
                   READ FILESHFT
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (SHIFT-REF-RECORD(1:12) IS NUMERIC)
                           AND (SHFT-SHIFT >= 1)
                           AND (SHFT-SHIFT <= 3)
                           AND (SHFT-LENGTH > 0)
                           AND (SHFT-RATE > 0)
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
                             MOVE SHFT-RATE
                               TO WS-SR-RATE(WS-SR-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILESHFT
           END-IF
           .

       020-CALENDAR.
      *****************************************************************
      *  Keeps the scheduled working days of the report period per
      *  factory. A missing calendar file or row leaves zero, and
      *  520 then counts the days each shift actually reported
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

       100-OEE.
      *****************************************************************
      *  Browses the MTD master in key order and rates every
      *  workshop holding a record for the report period. The
      *  period is the low-order part of the key, so the walk covers
      *  the file and filters
           MOVE LOW-VALUES TO MSTR-KEY
           START FILEMTD KEY IS NOT LESS THAN MSTR-KEY
             INVALID KEY
                 CONTINUE
           END-START
           IF FS-MTD-OK THEN
               PERFORM UNTIL FS-MTD-EOF
                   READ FILEMTD NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (MSTR-YEARMONTH = WS-REPORT-PERIOD)
                           AND (MSTR-FACTORY > 0) THEN
                             PERFORM 500-RATE-WORKSHOP
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF (WS-WORKBH-RATED = 0) AND (WS-WORKBH-NOREF = 0) THEN
               MOVE 'AUCUN CUMUL MTD POUR LE MOIS DEMANDE' TO OEM-TEXT
               WRITE OEE-REPORT FROM OEE-MSG-LINE
           END-IF
           .

       500-RATE-WORKSHOP.
      *****************************************************************
      *  Gathers everything one workshop needs - its shifts off the
      *  reference, its stoppage minutes, its daily figures per
      *  shift - then prints a line per shift and the workshop line
           MOVE MSTR-FACTORY TO OEW-FACT
           MOVE MSTR-WORKBH  TO OEW-WORK
           PERFORM 510-PICK-SHIFTS
           IF WS-SHIFTS-HELD = 0 THEN
               MOVE 'SANS CADENCE NOMINALE (FILESHFT)' TO OEW-NOTE
               WRITE OEE-REPORT FROM OEE-WORKBH-LINE
               ADD 1 TO WS-WORKBH-NOREF
           ELSE
               PERFORM 515-READ-DOWNTIME
               PERFORM 520-READ-DAILY-SHIFTS
               PERFORM 530-SPREAD-SCHEDULE
               IF CALENDAR-IS-USED THEN
                   MOVE SPACES TO OEW-NOTE
               ELSE
                   MOVE 'SANS CALENDRIER - JOURS DECLARES RETENUS'
                     TO OEW-NOTE
               END-IF
               WRITE OEE-REPORT FROM OEE-WORKBH-LINE
               PERFORM
                 VARYING WS-SH-IDX FROM 1 BY 1
                 UNTIL (WS-SH-IDX > 3)
                   IF WS-SH-HELD(WS-SH-IDX) = 'Y' THEN
                       PERFORM 540-RATE-ONE-SHIFT
                   END-IF
               END-PERFORM
               PERFORM 550-RATE-WORKSHOP-TOTAL
               ADD 1 TO WS-WORKBH-RATED
           END-IF
           WRITE OEE-REPORT FROM NEWLINE
           .

       510-PICK-SHIFTS.
      *****************************************************************
      *  The workshop's scheduled shifts, as the reference lists them
           INITIALIZE WS-WORKSHOP-SHIFTS
           MOVE 0 TO WS-SHIFTS-HELD
           PERFORM
             VARYING WS-SR-IDX FROM 1 BY 1
             UNTIL (WS-SR-IDX > WS-SR-COUNT)
               IF (WS-SR-FACTORY(WS-SR-IDX) = MSTR-FACTORY)
                 AND (WS-SR-WORKBH(WS-SR-IDX) = MSTR-WORKBH) THEN
                   MOVE WS-SR-SHIFT(WS-SR-IDX) TO WS-SH-IDX
                   IF WS-SH-HELD(WS-SH-IDX) NOT = 'Y' THEN
                       ADD 1 TO WS-SHIFTS-HELD
                   END-IF
                   MOVE 'Y' TO WS-SH-HELD(WS-SH-IDX)
                   MOVE WS-SR-LENGTH(WS-SR-IDX)
                     TO WS-SH-LENGTH(WS-SH-IDX)
                   MOVE WS-SR-RATE(WS-SR-IDX)
                     TO WS-SH-RATE(WS-SH-IDX)
               END-IF
           END-PERFORM
           .

       515-READ-DOWNTIME.
      *****************************************************************
      *  Direct keyed READ of the workshop's stoppage minutes for the
      *  period; no record means the workshop never stopped
           MOVE 0 TO WS-WK-DOWNTIME
           MOVE MSTR-FACTORY     TO DTMD-FACTORY
           MOVE MSTR-WORKBH      TO DTMD-WORKBH
           MOVE WS-REPORT-PERIOD TO DTMD-PERIOD
           READ FILEDTMD
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE DTMD-MINUTES TO WS-WK-DOWNTIME
           END-READ
           .

       520-READ-DAILY-SHIFTS.
      *****************************************************************
      *  Positions on the first day of the period for the workshop
      *  and sums the daily records per shift until the month (or
      *  the workshop) changes. One record per date and shift, so
      *  the record count of a shift is the days it reported
           MOVE MSTR-FACTORY  TO DAYH-FACTORY
           MOVE MSTR-WORKBH   TO DAYH-WORKBH
           MOVE WS-PERIOD-YY  TO DAYH-YEAR
           MOVE WS-PERIOD-MM  TO DAYH-MONTH
           MOVE 0             TO DAYH-DAY
           MOVE 0             TO DAYH-SHIFT
           START FILEDAYH KEY IS NOT LESS THAN DAYH-KEY
             INVALID KEY
                 CONTINUE
           END-START
           IF FS-DH-OK THEN
               PERFORM UNTIL NOT FS-DH-OK
                   READ FILEDAYH NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (DAYH-FACTORY NOT = MSTR-FACTORY)
                           OR (DAYH-WORKBH NOT = MSTR-WORKBH)
                           OR (DAYH-YEAR NOT = WS-PERIOD-YY)
                           OR (DAYH-MONTH NOT = WS-PERIOD-MM) THEN
                             MOVE '10' TO FS-FILEDAYH
                         ELSE
                             IF (DAYH-SHIFT >= 1)
                               AND (DAYH-SHIFT <= 3) THEN
                                 ADD DAYH-GOOD
                                   TO WS-SH-GOOD(DAYH-SHIFT)
                                 ADD DAYH-BAD
                                   TO WS-SH-BAD(DAYH-SHIFT)
                                 ADD 1 TO WS-SH-DAYS(DAYH-SHIFT)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       530-SPREAD-SCHEDULE.
      *****************************************************************
      *  Scheduled minutes per shift (working days x shift length),
      *  then the workshop's stoppage minutes spread over its shifts
      *  pro rata of their scheduled minutes - a 'D' record carries
      *  no shift, so this is the fairest split the data allows. A
      *  shift cannot stop longer than it was scheduled
           MOVE 'Y' TO WS-CALENDAR-USED
           IF WS-CAL-WORKDAYS(MSTR-FACTORY) = 0 THEN
               MOVE 'N' TO WS-CALENDAR-USED
           END-IF
           MOVE 0 TO WS-WK-SCHED
           PERFORM
             VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL (WS-SH-IDX > 3)
               IF WS-SH-HELD(WS-SH-IDX) = 'Y' THEN
                   IF CALENDAR-IS-USED THEN
                       COMPUTE WS-SH-SCHED(WS-SH-IDX) =
                           WS-CAL-WORKDAYS(MSTR-FACTORY)
                           * WS-SH-LENGTH(WS-SH-IDX)
                   ELSE
                       COMPUTE WS-SH-SCHED(WS-SH-IDX) =
                           WS-SH-DAYS(WS-SH-IDX)
                           * WS-SH-LENGTH(WS-SH-IDX)
                   END-IF
                   ADD WS-SH-SCHED(WS-SH-IDX) TO WS-WK-SCHED
               END-IF
           END-PERFORM
           PERFORM
             VARYING WS-SH-IDX FROM 1 BY 1
             UNTIL (WS-SH-IDX > 3)
               IF WS-SH-HELD(WS-SH-IDX) = 'Y' THEN
                   IF WS-WK-SCHED > 0 THEN
                       COMPUTE WS-SH-DOWN(WS-SH-IDX) ROUNDED =
                           (WS-WK-DOWNTIME * WS-SH-SCHED(WS-SH-IDX))
                           / WS-WK-SCHED
                   ELSE
                       MOVE 0 TO WS-SH-DOWN(WS-SH-IDX)
                   END-IF
                   IF WS-SH-DOWN(WS-SH-IDX) > WS-SH-SCHED(WS-SH-IDX)
                     THEN
                       MOVE WS-SH-SCHED(WS-SH-IDX)
                         TO WS-SH-DOWN(WS-SH-IDX)
                   END-IF
                   COMPUTE WS-SH-RUN(WS-SH-IDX) =
                       WS-SH-SCHED(WS-SH-IDX) - WS-SH-DOWN(WS-SH-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-WK-RUN
           MOVE 0 TO WS-WK-UNITS
           MOVE 0 TO WS-WK-CAPACITY
           .

       540-RATE-ONE-SHIFT.
      *****************************************************************
      *  One shift line : its own scheduled/run minutes, its units
      *  off the daily history, capacity at the rated hourly rate
      *  for the minutes actually run
           COMPUTE WS-OE-UNITS =
               WS-SH-GOOD(WS-SH-IDX) + WS-SH-BAD(WS-SH-IDX)
           MOVE WS-SH-GOOD(WS-SH-IDX) TO WS-OE-GOOD
           COMPUTE WS-OE-CAPACITY ROUNDED =
               (WS-SH-RATE(WS-SH-IDX) * WS-SH-RUN(WS-SH-IDX)) / 60
           ADD WS-SH-RUN(WS-SH-IDX) TO WS-WK-RUN
           ADD WS-OE-UNITS          TO WS-WK-UNITS
           ADD WS-OE-CAPACITY       TO WS-WK-CAPACITY
           MOVE 'EQ '   TO OED-LABEL
           MOVE WS-SH-IDX TO OED-LABEL(4:1)
           MOVE WS-SH-SCHED(WS-SH-IDX) TO OED-SCHED
           MOVE WS-SH-DOWN(WS-SH-IDX)  TO OED-DOWN
           MOVE WS-SH-RUN(WS-SH-IDX)   TO OED-RUN
           IF WS-SH-SCHED(WS-SH-IDX) > 0 THEN
               COMPUTE WS-OE-AVAIL ROUNDED =
                   WS-SH-RUN(WS-SH-IDX) / WS-SH-SCHED(WS-SH-IDX)
           ELSE
               MOVE 0 TO WS-OE-AVAIL
           END-IF
           PERFORM 560-PERF-QUAL-TRS
           .

       550-RATE-WORKSHOP-TOTAL.
      *****************************************************************
      *  The workshop line : minutes and capacity summed over its
      *  shifts, quality off the MTD master itself (good over good
      *  plus defects) - the published monthly figure
           MOVE 'TOTAL ' TO OED-LABEL
           MOVE WS-WK-SCHED    TO OED-SCHED
           COMPUTE WS-OE-UNITS = WS-WK-SCHED - WS-WK-RUN
           MOVE WS-OE-UNITS    TO OED-DOWN
           MOVE WS-WK-RUN      TO OED-RUN
           IF WS-WK-SCHED > 0 THEN
               COMPUTE WS-OE-AVAIL ROUNDED = WS-WK-RUN / WS-WK-SCHED
           ELSE
               MOVE 0 TO WS-OE-AVAIL
           END-IF
           MOVE WS-WK-CAPACITY TO WS-OE-CAPACITY
           COMPUTE WS-OE-UNITS = MSTR-MTD-GOOD + MSTR-MTD-BAD
           MOVE MSTR-MTD-GOOD  TO WS-OE-GOOD
           PERFORM 560-PERF-QUAL-TRS
           .

       560-PERF-QUAL-TRS.
      *****************************************************************
      *  Performance, quality and TRS for the figures the caller
      *  loaded, then the printed line. A zero denominator rates the
      *  part at zero - no capacity or no units is nothing to show
           IF WS-OE-CAPACITY > 0 THEN
               COMPUTE WS-OE-PERF ROUNDED =
                   WS-OE-UNITS / WS-OE-CAPACITY
                 ON SIZE ERROR
                     MOVE 999 TO WS-OE-PERF
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-OE-PERF
           END-IF
           IF WS-OE-UNITS > 0 THEN
               COMPUTE WS-OE-QUAL ROUNDED = WS-OE-GOOD / WS-OE-UNITS
           ELSE
               MOVE 0 TO WS-OE-QUAL
           END-IF
           COMPUTE WS-OE-TRS ROUNDED =
               WS-OE-AVAIL * WS-OE-PERF * WS-OE-QUAL
             ON SIZE ERROR
                 MOVE 999 TO WS-OE-TRS
           END-COMPUTE
           MOVE WS-OE-UNITS TO OED-UNITS
           MOVE WS-OE-GOOD  TO OED-GOOD
           COMPUTE WS-OE-PCT ROUNDED = WS-OE-AVAIL * 100
             ON SIZE ERROR
                 MOVE 999.9 TO WS-OE-PCT
           END-COMPUTE
           MOVE WS-OE-PCT TO OED-AVAIL
           COMPUTE WS-OE-PCT ROUNDED = WS-OE-PERF * 100
             ON SIZE ERROR
                 MOVE 999.9 TO WS-OE-PCT
           END-COMPUTE
           MOVE WS-OE-PCT TO OED-PERF
           COMPUTE WS-OE-PCT ROUNDED = WS-OE-QUAL * 100
             ON SIZE ERROR
                 MOVE 999.9 TO WS-OE-PCT
           END-COMPUTE
           MOVE WS-OE-PCT TO OED-QUAL
           COMPUTE WS-OE-PCT ROUNDED = WS-OE-TRS * 100
             ON SIZE ERROR
                 MOVE 999.9 TO WS-OE-PCT
           END-COMPUTE
           MOVE WS-OE-PCT TO OED-TRS
           WRITE OEE-REPORT FROM OEE-DETAIL-LINE
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - workshops rated, workshops the
      *  reference file does not cover yet
           WRITE OEE-REPORT FROM NEWLINE
           MOVE 'ATELIERS EVALUES            :' TO OEC-LABEL
           MOVE WS-WORKBH-RATED TO OEC-VALUE
           WRITE OEE-REPORT FROM OEE-COUNT-LINE
           MOVE 'ATELIERS SANS CADENCE       :' TO OEC-LABEL
           MOVE WS-WORKBH-NOREF TO OEC-VALUE
           WRITE OEE-REPORT FROM OEE-COUNT-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = every workshop of the period rated
      *    4 = some workshops have no FILESHFT row and went unrated
      *    8 = nothing rated - no MTD record for the period, or no
      *        workshop covered by the reference
           EVALUATE TRUE
               WHEN WS-WORKBH-RATED = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WORKBH-NOREF > 0
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
                 FILEMTD,
                 FILEDTMD,
                 FILEDAYH
           .
