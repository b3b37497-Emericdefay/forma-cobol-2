      *****************************************************************
      * Program name:    PGM030
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Statistical process control chart (p-chart) of the defect
      *    rate per factory/workshop over the daily production
      *    history FILEDAYH kept by PGM015. For every workshop of the
      *    selection the shifts of a day are summed into one sample,
      *    the trailing window of production days named on the
      *    control card gives the centre line (defects over units of
      *    the whole window) and each day's 3-sigma upper and lower
      *    limits (p +/- 3 x root of p(1-p)/n, n the day's units).
      *    Every day outside its limits is flagged, and so is every
      *    run of seven consecutive days above the centre line - the
      *    drift the fixed PARAM-DEFECT-THRESHOLD of PGM015 only sees
      *    once the workshop has already gone bad. Printed chart plus
      *    a CSV copy for the quality team's own tools.
      *
      * Using :
      *    - FILEPARM : chart control card (optional)
      *    - FILEDAYH : daily history maintained by PGM015 (input)
      *    - FILEOUT1 : printed control-chart report
      *    - FILEOUT3 : CSV copy of the chart, one row per day
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - p-chart of the daily defect rate
      *                    per workshop with 3-sigma limits and
      *                    seven-day run rule
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM030.
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
      / FILEOUT3 - CSV COPY OF THE CHART
           SELECT FILEOUT3
           ASSIGN to FILEOUT3
           FILE STATUS is FS-FILEOUT3.
      / FILEPARM - CHART CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
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
      / FILEOUT1 - CONTROL-CHART REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CHART-REPORT.
           02 FILLER PIC X(80).
      / FILEOUT3 - CSV COPY OF THE CHART
       FD FILEOUT3 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CSV-RECORD.
           02 FILLER PIC X(80).
      / FILEPARM - CHART CONTROL CARD
      *  Card layout :
      *    col 01     factory, 0 = every factory
      *    col 02-03  workshop, 00 = every workshop
      *    col 04-05  window, in production days (default 20) - the
      *               days with a FILEDAYH record, the samples the
      *               chart is drawn from
      *    col 06-11  last day of the chart YYMMDD (default : the
      *               run date)
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-FACTORY  PIC 9(01).
           02 PARAM-WORKBH   PIC 9(02).
           02 PARAM-WINDOW   PIC 9(02).
           02 PARAM-END-DATE PIC 9(06).
           02 FILLER PIC X(69).
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
      / RUN DATE (DEFAULT LAST DAY OF THE CHART)
       01 WS-RUN-DATE PIC 9(06) VALUE 0.
      / CHART SELECTION OFF THE CONTROL CARD
       01 WS-SEL-FACTORY  PIC 9(01) VALUE 0.
       01 WS-SEL-WORKBH   PIC 9(02) VALUE 0.
       01 WS-WINDOW       PIC 9(02) VALUE 20.
       01 WS-END-DATE     PIC 9(06) VALUE 0.
       01 WS-CARD-VALID PIC X VALUE 'Y'.
           88 CARD-IS-VALID VALUE 'Y'.
       01 WS-BROWSE-DONE PIC X VALUE 'N'.
           88 BROWSE-IS-DONE VALUE 'Y'.
      / DAY UNDER ACCUMULATION (SHIFTS SUMMED INTO ONE SAMPLE)
       01 WS-CUR-FACTORY PIC 9(01) VALUE 0.
       01 WS-CUR-WORKBH  PIC 9(02) VALUE 0.
       01 WS-CUR-HELD PIC X VALUE 'N'.
           88 WORKSHOP-IS-OPEN VALUE 'Y'.
       01 WS-DAY-DATE PIC 9(06) VALUE 0.
       01 WS-DAY-GOOD PIC 9(07) VALUE 0.
       01 WS-DAY-BAD  PIC 9(07) VALUE 0.
      / TRAILING WINDOW OF THE WORKSHOP - OLDEST DAY FIRST
      *  Dates arrive ascending inside a workshop, so the table only
      *  ever slides : once full, the oldest day drops off the top
      *  and the new one goes in at the bottom
       01 WS-WINDOW-TABLE.
           02 FILLER OCCURS 99.
               03 WS-PW-DATE PIC 9(06).
               03 WS-PW-GOOD PIC 9(07).
               03 WS-PW-BAD  PIC 9(07).
       01 WS-PW-COUNT PIC 9(02) VALUE 0.
       01 WS-PW-IDX   PIC 9(02) VALUE 0.
      / CHART ARITHMETIC
      *  Rates are held as fractions with six decimals; the report
      *  and the CSV show them as percentages
       01 WS-PC-UNITS   PIC 9(09) VALUE 0.
       01 WS-PC-DEFECTS PIC 9(09) VALUE 0.
       01 WS-PC-N       PIC 9(07) VALUE 0.
       01 WS-PC-CL      PIC 9V9(06) VALUE 0.
       01 WS-PC-P       PIC 9V9(06) VALUE 0.
       01 WS-PC-SIGMA   PIC 9V9(06) VALUE 0.
       01 WS-PC-UCL     PIC 9V9(06) VALUE 0.
       01 WS-PC-LCL     PIC 9V9(06) VALUE 0.
       01 WS-PC-WORK    PIC S9(02)V9(06) VALUE 0.
       01 WS-PC-PCT     PIC 9(03)V99 VALUE 0.
       01 WS-RUN-ABOVE  PIC 9(02) VALUE 0.
      / COUNTERS
       01 WS-WORKBH-CHARTED PIC 9(05) VALUE 0.
       01 WS-DAYS-PLOTTED   PIC 9(05) VALUE 0.
       01 WS-DAYS-OUTSIDE   PIC 9(05) VALUE 0.
       01 WS-DAYS-IN-RUN    PIC 9(05) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(30) VALUE
                   'CARTE DE CONTROLE P - FENETRE '.
               03 PCH-WINDOW PIC Z9.
               03 FILLER PIC X(15) VALUE ' JOURS - AU    '.
               03 PCH-END PIC 9(06).
               03 FILLER PIC X(17) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 PCHART-WORKBH-LINE.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 FILLER   PIC X(02) VALUE 'U '.
           02 PCW-FACT PIC 9(01).
           02 FILLER   PIC X(09) VALUE ' ATELIER '.
           02 PCW-WORK PIC 9(02).
           02 FILLER   PIC X(16) VALUE '  LIGNE CENTRE :'.
           02 PCW-CL   PIC ZZ9.99.
           02 FILLER   PIC X(01) VALUE '%'.
           02 FILLER   PIC X(10) VALUE '  JOURS : '.
           02 PCW-DAYS PIC Z9.
           02 FILLER   PIC X(29) VALUE SPACES.
       01 PCHART-LEGEND-LINE.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               'DATE        UNITES  DEFAUTS   TAUX%   LIC%    LSC%'.
           02 FILLER PIC X(25) VALUE '  SIGNAL'.
       01 PCHART-DAY-LINE.
           02 FILLER   PIC X(05) VALUE SPACES.
           02 PCD-DAY   PIC 9(02).
           02 FILLER    PIC X(01) VALUE '/'.
           02 PCD-MONTH PIC 9(02).
           02 FILLER    PIC X(01) VALUE '/'.
           02 PCD-YEAR  PIC 9(02).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PCD-UNITS PIC ZZZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PCD-BAD   PIC ZZZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PCD-P     PIC ZZ9.99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PCD-LCL   PIC ZZ9.99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PCD-UCL   PIC ZZ9.99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PCD-LIMIT PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PCD-RUN   PIC X(06).
           02 FILLER    PIC X(04) VALUE SPACES.
       01 PCHART-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 PCM-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 PCHART-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 PCC-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 PCC-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / CSV COPY (FILEOUT3)
       01 WS-CSV-HEADER.
           02 FILLER PIC X(80) VALUE
               'FACTORY,WORKSHOP,DATE,UNITS,DEFECTS,P_PCT,CL_PCT,LCL_PC
      -        'T,UCL_PCT,LIMIT,RUN'.
       01 WS-CSV-LINE.
           02 CSV-FACTORY   PIC 9(02).
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-WORKSHOP  PIC 9(02).
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-DATE      PIC 9(06).
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-UNITS     PIC 9(07).
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-DEFECTS   PIC 9(07).
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-P-PCT     PIC 9(03).99.
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-CL-PCT    PIC 9(03).99.
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-LCL-PCT   PIC 9(03).99.
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-UCL-PCT   PIC 9(03).99.
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-LIMIT     PIC X(06).
           02 FILLER        PIC X(01) VALUE ','.
           02 CSV-RUN       PIC X(06).
           02 FILLER        PIC X(06) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
           05 FS-FILEOUT3    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
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
           IF CARD-IS-VALID THEN
               PERFORM 100-CHART
               PERFORM 800-WRITE-COUNTS
           ELSE
               MOVE 'CARTE PARAMETRE FAUSSE' TO PCM-TEXT
               WRITE CHART-REPORT FROM PCHART-MSG-LINE
           END-IF
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .
      *                                                               *
      *****************************************************************

       000-PARAM.
      *****************************************************************
      *  Reads the selection. No card charts every workshop over the
      *  default window up to the run date; a card that is present
      *  but not numeric is refused rather than guessed at. A window
      *  under two days has no spread to measure
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-END-DATE
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF PARAM-RECORD(1:3) = SPACES THEN
                       MOVE '000' TO PARAM-RECORD(1:3)
                   END-IF
                   IF PARAM-RECORD(4:2) = SPACES THEN
                       MOVE '00' TO PARAM-RECORD(4:2)
                   END-IF
                   IF PARAM-RECORD(6:6) = SPACES THEN
                       MOVE '000000' TO PARAM-RECORD(6:6)
                   END-IF
                   IF PARAM-RECORD(1:11) IS NUMERIC THEN
                       MOVE PARAM-FACTORY TO WS-SEL-FACTORY
                       MOVE PARAM-WORKBH  TO WS-SEL-WORKBH
                       IF PARAM-WINDOW > 0 THEN
                           MOVE PARAM-WINDOW TO WS-WINDOW
                       END-IF
                       IF PARAM-END-DATE > 0 THEN
                           MOVE PARAM-END-DATE TO WS-END-DATE
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           IF WS-WINDOW < 2 THEN
               MOVE 'N' TO WS-CARD-VALID
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Read-only against the history - PGM015 stays the sole writer
           OPEN INPUT FILEDAYH
           OPEN OUTPUT FILEOUT1
           OPEN OUTPUT FILEOUT3
           MOVE WS-WINDOW   TO PCH-WINDOW
           MOVE WS-END-DATE TO PCH-END
           WRITE CHART-REPORT FROM LINE1
           WRITE CHART-REPORT FROM LINE2
           WRITE CHART-REPORT FROM NEWLINE
           WRITE CSV-RECORD FROM WS-CSV-HEADER
           .

       100-CHART.
      *****************************************************************
      *  Positions the browse at the first key of the selection and
      *  walks forward in key order - workshop, then date, then
      *  shift - until the factory (or the single workshop asked
      *  for) is passed. Each workshop's window is charted on the
      *  workshop break, the last one after the walk
           MOVE LOW-VALUES TO DAYH-KEY
           IF WS-SEL-FACTORY > 0 THEN
               MOVE WS-SEL-FACTORY TO DAYH-FACTORY
               MOVE WS-SEL-WORKBH  TO DAYH-WORKBH
               MOVE 0 TO DAYH-DATE
               MOVE 0 TO DAYH-SHIFT
           END-IF
           START FILEDAYH KEY IS NOT LESS THAN DAYH-KEY
             INVALID KEY
                 CONTINUE
           END-START
           IF FS-DH-OK THEN
               PERFORM UNTIL FS-DH-EOF OR BROWSE-IS-DONE
                   READ FILEDAYH NEXT RECORD
                     AT END
                         CONTINUE
                     NOT AT END
                         PERFORM 500-HANDLE-HISTORY-RECORD
                   END-READ
               END-PERFORM
           END-IF
           IF WORKSHOP-IS-OPEN THEN
               PERFORM 520-CLOSE-WORKSHOP
           END-IF
           IF WS-WORKBH-CHARTED = 0 THEN
               MOVE 'AUCUN DETAIL JOURNALIER POUR LA SELECTION'
                 TO PCM-TEXT
               WRITE CHART-REPORT FROM PCHART-MSG-LINE
           END-IF
           .

       500-HANDLE-HISTORY-RECORD.
      *****************************************************************
      *  Ends the walk once the selection is passed, skips days after
      *  the chart's last day and other factories' workshops when a
      *  single workshop number is asked across every factory, then
      *  breaks on the workshop and on the day
           EVALUATE TRUE
               WHEN (WS-SEL-FACTORY > 0)
                 AND (DAYH-FACTORY NOT = WS-SEL-FACTORY)
                   MOVE 'Y' TO WS-BROWSE-DONE
               WHEN (WS-SEL-FACTORY > 0) AND (WS-SEL-WORKBH > 0)
                 AND (DAYH-WORKBH NOT = WS-SEL-WORKBH)
                   MOVE 'Y' TO WS-BROWSE-DONE
               WHEN (WS-SEL-WORKBH > 0)
                 AND (DAYH-WORKBH NOT = WS-SEL-WORKBH)
                   CONTINUE
               WHEN DAYH-DATE > WS-END-DATE
                   CONTINUE
               WHEN OTHER
                   IF (NOT WORKSHOP-IS-OPEN)
                     OR (DAYH-FACTORY NOT = WS-CUR-FACTORY)
                     OR (DAYH-WORKBH NOT = WS-CUR-WORKBH) THEN
                       IF WORKSHOP-IS-OPEN THEN
                           PERFORM 520-CLOSE-WORKSHOP
                       END-IF
                       MOVE DAYH-FACTORY TO WS-CUR-FACTORY
                       MOVE DAYH-WORKBH  TO WS-CUR-WORKBH
                       MOVE 'Y' TO WS-CUR-HELD
                       MOVE 0 TO WS-PW-COUNT
                       MOVE 0 TO WS-DAY-DATE
                   END-IF
                   IF DAYH-DATE NOT = WS-DAY-DATE THEN
                       PERFORM 510-CLOSE-DAY
                       MOVE DAYH-DATE TO WS-DAY-DATE
                   END-IF
                   ADD DAYH-GOOD TO WS-DAY-GOOD
                   ADD DAYH-BAD  TO WS-DAY-BAD
           END-EVALUATE
           .

       510-CLOSE-DAY.
      *****************************************************************
      *  Slides the finished day into the workshop's window - the
      *  oldest day drops off once the window is full. Harmless when
      *  no day is open yet
           IF WS-DAY-DATE > 0 THEN
               IF WS-PW-COUNT < WS-WINDOW THEN
                   ADD 1 TO WS-PW-COUNT
               ELSE
                   PERFORM
                     VARYING WS-PW-IDX FROM 2 BY 1
                     UNTIL (WS-PW-IDX > WS-PW-COUNT)
                       MOVE WS-PW-DATE(WS-PW-IDX)
                         TO WS-PW-DATE(WS-PW-IDX - 1)
                       MOVE WS-PW-GOOD(WS-PW-IDX)
                         TO WS-PW-GOOD(WS-PW-IDX - 1)
                       MOVE WS-PW-BAD(WS-PW-IDX)
                         TO WS-PW-BAD(WS-PW-IDX - 1)
                   END-PERFORM
               END-IF
               MOVE WS-DAY-DATE TO WS-PW-DATE(WS-PW-COUNT)
               MOVE WS-DAY-GOOD TO WS-PW-GOOD(WS-PW-COUNT)
               MOVE WS-DAY-BAD  TO WS-PW-BAD(WS-PW-COUNT)
           END-IF
           MOVE 0 TO WS-DAY-DATE
           MOVE 0 TO WS-DAY-GOOD
           MOVE 0 TO WS-DAY-BAD
           .

       520-CLOSE-WORKSHOP.
      *****************************************************************
      *  Charts the workshop's window : the centre line is the
      *  defect rate of the whole window (total defects over total
      *  units, so a big day weighs more than a small one), then
      *  every day of the window is plotted against its own limits
           PERFORM 510-CLOSE-DAY
           MOVE 'N' TO WS-CUR-HELD
           MOVE 0 TO WS-PC-UNITS
           MOVE 0 TO WS-PC-DEFECTS
           PERFORM
             VARYING WS-PW-IDX FROM 1 BY 1
             UNTIL (WS-PW-IDX > WS-PW-COUNT)
               ADD WS-PW-GOOD(WS-PW-IDX) TO WS-PC-UNITS
               ADD WS-PW-BAD(WS-PW-IDX)  TO WS-PC-UNITS
               ADD WS-PW-BAD(WS-PW-IDX)  TO WS-PC-DEFECTS
           END-PERFORM
           IF WS-PC-UNITS > 0 THEN
               COMPUTE WS-PC-CL ROUNDED =
                   WS-PC-DEFECTS / WS-PC-UNITS
           ELSE
               MOVE 0 TO WS-PC-CL
           END-IF
           ADD 1 TO WS-WORKBH-CHARTED
           MOVE WS-CUR-FACTORY TO PCW-FACT
           MOVE WS-CUR-WORKBH  TO PCW-WORK
           COMPUTE WS-PC-PCT ROUNDED = WS-PC-CL * 100
           MOVE WS-PC-PCT      TO PCW-CL
           MOVE WS-PW-COUNT    TO PCW-DAYS
           WRITE CHART-REPORT FROM PCHART-WORKBH-LINE
           IF WS-PW-COUNT < 2 THEN
               MOVE 'FENETRE INSUFFISANTE - MOINS DE 2 JOURS'
                 TO PCM-TEXT
               WRITE CHART-REPORT FROM PCHART-MSG-LINE
           ELSE
               WRITE CHART-REPORT FROM PCHART-LEGEND-LINE
               MOVE 0 TO WS-RUN-ABOVE
               PERFORM
                 VARYING WS-PW-IDX FROM 1 BY 1
                 UNTIL (WS-PW-IDX > WS-PW-COUNT)
                   PERFORM 530-PLOT-ONE-DAY
               END-PERFORM
           END-IF
           WRITE CHART-REPORT FROM NEWLINE
           .

       530-PLOT-ONE-DAY.
      *****************************************************************
      *  One sample against the chart : its defect rate, its 3-sigma
      *  limits (the sample size changes every day, so do the
      *  limits), the limit signal, and the run rule - seven days in
      *  a row above the centre line flags the seventh and every
      *  following day of the run, limits breached or not
           COMPUTE WS-PC-N =
               WS-PW-GOOD(WS-PW-IDX) + WS-PW-BAD(WS-PW-IDX)
           MOVE SPACES TO PCD-LIMIT
           MOVE SPACES TO PCD-RUN
           IF WS-PC-N > 0 THEN
               COMPUTE WS-PC-P ROUNDED =
                   WS-PW-BAD(WS-PW-IDX) / WS-PC-N
               COMPUTE WS-PC-SIGMA ROUNDED =
                   ((WS-PC-CL * (1 - WS-PC-CL)) / WS-PC-N) ** 0.5
           ELSE
               MOVE 0 TO WS-PC-P
               MOVE 0 TO WS-PC-SIGMA
           END-IF
           COMPUTE WS-PC-WORK = WS-PC-CL + (3 * WS-PC-SIGMA)
           IF WS-PC-WORK > 1 THEN
               MOVE 1 TO WS-PC-UCL
           ELSE
               MOVE WS-PC-WORK TO WS-PC-UCL
           END-IF
           COMPUTE WS-PC-WORK = WS-PC-CL - (3 * WS-PC-SIGMA)
           IF WS-PC-WORK < 0 THEN
               MOVE 0 TO WS-PC-LCL
           ELSE
               MOVE WS-PC-WORK TO WS-PC-LCL
           END-IF
      * A day without units is no sample - it neither breaches a
      * limit nor breaks or extends a run
           IF WS-PC-N > 0 THEN
               EVALUATE TRUE
                   WHEN WS-PC-P > WS-PC-UCL
                       MOVE '>LSC  ' TO PCD-LIMIT
                       ADD 1 TO WS-DAYS-OUTSIDE
                   WHEN WS-PC-P < WS-PC-LCL
                       MOVE '<LIC  ' TO PCD-LIMIT
                       ADD 1 TO WS-DAYS-OUTSIDE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-PC-P > WS-PC-CL THEN
                   ADD 1 TO WS-RUN-ABOVE
               ELSE
                   MOVE 0 TO WS-RUN-ABOVE
               END-IF
               IF WS-RUN-ABOVE >= 7 THEN
                   MOVE 'SERIE7' TO PCD-RUN
                   ADD 1 TO WS-DAYS-IN-RUN
               END-IF
           END-IF
           PERFORM 820-WRITE-DAY-LINE
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - workshops charted, days plotted and
      *  how many of them signalled
           MOVE 'ATELIERS TRACES            :' TO PCC-LABEL
           MOVE WS-WORKBH-CHARTED TO PCC-VALUE
           WRITE CHART-REPORT FROM PCHART-COUNT-LINE
           MOVE 'JOURS PORTES SUR LA CARTE  :' TO PCC-LABEL
           MOVE WS-DAYS-PLOTTED TO PCC-VALUE
           WRITE CHART-REPORT FROM PCHART-COUNT-LINE
           MOVE 'JOURS HORS LIMITES         :' TO PCC-LABEL
           MOVE WS-DAYS-OUTSIDE TO PCC-VALUE
           WRITE CHART-REPORT FROM PCHART-COUNT-LINE
           MOVE 'JOURS EN SERIE DE 7 > LC   :' TO PCC-LABEL
           MOVE WS-DAYS-IN-RUN TO PCC-VALUE
           WRITE CHART-REPORT FROM PCHART-COUNT-LINE
           .

       820-WRITE-DAY-LINE.
      *****************************************************************
      *  Prints the day and writes its CSV row - same figures, the
      *  CSV keeps the full date and the centre line on every row
           MOVE WS-PW-DATE(WS-PW-IDX)(5:2) TO PCD-DAY
           MOVE WS-PW-DATE(WS-PW-IDX)(3:2) TO PCD-MONTH
           MOVE WS-PW-DATE(WS-PW-IDX)(1:2) TO PCD-YEAR
           MOVE WS-PC-N               TO PCD-UNITS
           MOVE WS-PW-BAD(WS-PW-IDX)  TO PCD-BAD
           COMPUTE WS-PC-PCT ROUNDED = WS-PC-P * 100
           MOVE WS-PC-PCT TO PCD-P
           MOVE WS-PC-PCT TO CSV-P-PCT
           COMPUTE WS-PC-PCT ROUNDED = WS-PC-LCL * 100
           MOVE WS-PC-PCT TO PCD-LCL
           MOVE WS-PC-PCT TO CSV-LCL-PCT
           COMPUTE WS-PC-PCT ROUNDED = WS-PC-UCL * 100
           MOVE WS-PC-PCT TO PCD-UCL
           MOVE WS-PC-PCT TO CSV-UCL-PCT
           COMPUTE WS-PC-PCT ROUNDED = WS-PC-CL * 100
           MOVE WS-PC-PCT TO CSV-CL-PCT
           WRITE CHART-REPORT FROM PCHART-DAY-LINE
           MOVE WS-CUR-FACTORY        TO CSV-FACTORY
           MOVE WS-CUR-WORKBH         TO CSV-WORKSHOP
           MOVE WS-PW-DATE(WS-PW-IDX) TO CSV-DATE
           MOVE WS-PC-N               TO CSV-UNITS
           MOVE WS-PW-BAD(WS-PW-IDX)  TO CSV-DEFECTS
           MOVE PCD-LIMIT             TO CSV-LIMIT
           MOVE PCD-RUN               TO CSV-RUN
           WRITE CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-DAYS-PLOTTED
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = chart drawn, every day in control
      *    4 = chart drawn, at least one day signalled (outside the
      *        limits or inside a seven-day run)
      *    8 = no usable card, or nothing on file for the selection
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DAYS-PLOTTED = 0
                   MOVE 8 TO RETURN-CODE
               WHEN (WS-DAYS-OUTSIDE > 0) OR (WS-DAYS-IN-RUN > 0)
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
                 FILEOUT3,
                 FILEDAYH
           .
