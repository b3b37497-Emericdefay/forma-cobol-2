      *****************************************************************
      * Program name:    PGM036
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Monthly data-quality and latency scorecard of the sites,
      *    built from the per-origin statistics PGM015 appends to
      *    FILESTAT on every load run. For the month on the card and
      *    the month before it, every batch origin's runs are summed :
      *    records received, accepted and rejected by error category,
      *    and the lag in days from production date to envelope
      *    creation and to the central load. The sites are then
      *    ranked twice - on error rate (rejected / received) and on
      *    average lateness to the load - best first, each with its
      *    figure and rank of the previous month and the movement in
      *    places, so management can hold the sites to clean and
      *    on-time data. A breakdown of the month's rejects by error
      *    category closes the report.
      *
      * Using :
      *    - FILEPARM : scorecard month control card (optional)
      *    - FILESTAT : per-origin run statistics (input, PGM015)
      *    - FILEOUT1 : printed scorecard
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - site ranking on error rate and
      *                    lateness with month-over-month movement
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM036.
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
      / FILEPARM - SCORECARD CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
      / FILESTAT - PER-ORIGIN RUN STATISTICS
           SELECT FILESTAT
           ASSIGN to FILESTAT
           FILE STATUS is FS-FILESTAT.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - SCORECARD REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 SCORECARD-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - SCORECARD CONTROL CARD
      *  Card layout :
      *    col 01-04  month YYMM, blank = the current month
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-PERIOD PIC 9(04).
           02 FILLER PIC X(76).
      / FILESTAT - PER-ORIGIN RUN STATISTICS (LAYOUT OF PGM015)
      *  Categories : 1 identification, 2 date, 3 closed period or
      *  year, 4 unscheduled day, 5 duplicate, 6 content, 7 failed
      *  envelope
       FD FILESTAT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 ORIGIN-STAT-RECORD.
           02 STAT-RUN-DATE    PIC 9(06).
           02 STAT-RUN-DATE-SPLIT REDEFINES STAT-RUN-DATE.
               03 STAT-RUN-PERIOD PIC 9(04).
               03 STAT-RUN-DAY    PIC 9(02).
           02 STAT-RUN-TIME    PIC 9(06).
           02 STAT-ORIGIN      PIC X(02).
           02 STAT-RECEIVED    PIC 9(05).
           02 STAT-ACCEPTED    PIC 9(05).
           02 STAT-REJECTED    PIC 9(05).
           02 STAT-CATEGORY-TAB.
               03 STAT-CATEGORY PIC 9(04) OCCURS 7.
           02 STAT-LAG-CRT-SUM PIC 9(06).
           02 STAT-LAG-CRT-CNT PIC 9(05).
           02 STAT-LAG-RUN-SUM PIC 9(06).
           02 STAT-LAG-RUN-CNT PIC 9(05).
           02 FILLER PIC X(01).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / SCORECARD MONTH AND THE MONTH BEFORE IT
       01 WS-SYS-DATE.
           02 WS-SYS-PERIOD PIC 9(04).
           02 WS-SYS-DD     PIC 9(02).
       01 WS-CUR-PERIOD PIC 9(04) VALUE 0.
       01 WS-CUR-SPLIT REDEFINES WS-CUR-PERIOD.
           02 WS-CUR-YY PIC 9(02).
           02 WS-CUR-MM PIC 9(02).
       01 WS-PREV-PERIOD PIC 9(04) VALUE 0.
       01 WS-PREV-SPLIT REDEFINES WS-PREV-PERIOD.
           02 WS-PREV-YY PIC 9(02).
           02 WS-PREV-MM PIC 9(02).
       01 WS-CARD-VALID PIC X VALUE 'Y'.
           88 CARD-IS-VALID VALUE 'Y'.
      / ONE ENTRY PER ORIGIN - ASCENDING ORIGIN CODE
      *  CUR = the scorecard month, PRV = the month before. Ranks are
      *  zero for an origin with nothing to rank on in that month
       01 WS-SITE-TABLE.
           02 WS-SC-ENTRY OCCURS 50.
               03 WS-SC-ORIGIN    PIC X(02).
               03 WS-SC-CUR-RUNS  PIC 9(05).
               03 WS-SC-CUR-RECV  PIC 9(07).
               03 WS-SC-CUR-ACC   PIC 9(07).
               03 WS-SC-CUR-REJ   PIC 9(07).
               03 WS-SC-CUR-CAT   PIC 9(07) OCCURS 7.
               03 WS-SC-CUR-CSUM  PIC 9(08).
               03 WS-SC-CUR-CCNT  PIC 9(07).
               03 WS-SC-CUR-RSUM  PIC 9(08).
               03 WS-SC-CUR-RCNT  PIC 9(07).
               03 WS-SC-PRV-RECV  PIC 9(07).
               03 WS-SC-PRV-REJ   PIC 9(07).
               03 WS-SC-PRV-RSUM  PIC 9(08).
               03 WS-SC-PRV-RCNT  PIC 9(07).
               03 WS-SC-CUR-RATE  PIC 9(03)V9.
               03 WS-SC-PRV-RATE  PIC 9(03)V9.
               03 WS-SC-CUR-LAG   PIC 9(04)V9.
               03 WS-SC-CUR-CLAG  PIC 9(04)V9.
               03 WS-SC-PRV-LAG   PIC 9(04)V9.
               03 WS-SC-CUR-QRANK PIC 9(02).
               03 WS-SC-PRV-QRANK PIC 9(02).
               03 WS-SC-CUR-LRANK PIC 9(02).
               03 WS-SC-PRV-LRANK PIC 9(02).
      *  Work columns of the ranking pass : the figure ranked, whether
      *  the origin takes part, and the rank it comes out with
               03 WS-SC-RK-VALUE  PIC 9(04)V9.
               03 WS-SC-RK-ELIG   PIC X(01).
               03 WS-SC-RK-RANK   PIC 9(02).
       01 WS-SC-COUNT PIC 9(02) VALUE 0.
       01 WS-SC-IDX   PIC 9(02) VALUE 0.
       01 WS-SC-SLOT  PIC 9(02) VALUE 0.
       01 WS-SC-FOUND PIC X VALUE 'N'.
           88 ORIGIN-FOUND VALUE 'Y'.
       01 WS-CAT-IDX  PIC 9(01) VALUE 0.
      / RANKING WORK
       01 WS-RK-NEXT  PIC 9(02) VALUE 0.
       01 WS-RK-BEST  PIC 9(02) VALUE 0.
       01 WS-RK-DONE  PIC X VALUE 'N'.
           88 RANKING-IS-DONE VALUE 'Y'.
       01 WS-RK-RANKED PIC 9(02) VALUE 0.
       01 WS-MOVE-WORK PIC S9(02) VALUE 0.
       01 WS-MOVE-EDIT PIC +Z9.
       01 WS-RATE-EDIT PIC ZZZ9.9.
       01 WS-LAG-EDIT  PIC ZZZ9.9.
       01 WS-RANK-EDIT PIC Z9.
      / COUNTERS
       01 WS-STATS-READ    PIC 9(05) VALUE 0.
       01 WS-STATS-CUR     PIC 9(05) VALUE 0.
       01 WS-STATS-PREV    PIC 9(05) VALUE 0.
       01 WS-TABLE-OVERFLOW PIC 9(05) VALUE 0.
       01 WS-CUR-ORIGINS   PIC 9(02) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(40) VALUE
                   'TABLEAU DE BORD QUALITE / DELAIS SITES'.
               03 FILLER PIC X(30) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 SCORE-PERIOD-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(07) VALUE 'MOIS : '.
           02 SPL-CUR   PIC 9(04).
           02 FILLER    PIC X(18) VALUE '   MOIS PRECEDENT '.
           02 SPL-PREV  PIC 9(04).
           02 FILLER    PIC X(45) VALUE SPACES.
       01 SCORE-SECTION-HEADER.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SSH-TITLE    PIC X(50).
           02 FILLER       PIC X(28) VALUE SPACES.
       01 QUALITY-LEGEND.
           02 FILLER PIC X(40) VALUE
               '  RG ORIG   RECUS  REJETES  TAUX%  PREC.'.
           02 FILLER PIC X(40) VALUE
               '%  RG-1  MVT'.
       01 QUALITY-LINE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 QTL-RANK   PIC Z9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 QTL-ORIGIN PIC X(02).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 QTL-RECV   PIC ZZZZZZ9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 QTL-REJ    PIC ZZZZZZ9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 QTL-RATE   PIC ZZ9.9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 QTL-PRATE  PIC X(06).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 QTL-PRANK  PIC X(02).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 QTL-MOVE   PIC X(04).
           02 FILLER     PIC X(28) VALUE SPACES.
       01 LATENESS-LEGEND.
           02 FILLER PIC X(40) VALUE
               '  RG ORIG  CREATION  CHARGEMENT   PREC. '.
           02 FILLER PIC X(40) VALUE
               ' RG-1  MVT'.
       01 LATENESS-LINE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 LTL-RANK   PIC Z9.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 LTL-ORIGIN PIC X(02).
           02 FILLER     PIC X(04) VALUE SPACES.
           02 LTL-CLAG   PIC ZZZ9.9.
           02 FILLER     PIC X(06) VALUE SPACES.
           02 LTL-LAG    PIC ZZZ9.9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 LTL-PLAG   PIC X(06).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 LTL-PRANK  PIC X(02).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 LTL-MOVE   PIC X(04).
           02 FILLER     PIC X(33) VALUE SPACES.
       01 CATEGORY-LEGEND.
           02 FILLER PIC X(40) VALUE
               '  ORIG PASS. IDENT  DATE  CLOS  CAL. DOU'.
           02 FILLER PIC X(40) VALUE
               'BL CONT. ENVEL.'.
       01 CATEGORY-LINE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CGL-ORIGIN PIC X(02).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 CGL-RUNS   PIC ZZZZ9.
           02 CGL-CAT-TAB.
               03 FILLER OCCURS 7.
                   04 FILLER  PIC X(01).
                   04 CGL-CAT PIC ZZZZ9.
           02 FILLER     PIC X(28) VALUE SPACES.
       01 SCORE-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 SMS-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 SCORE-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 SCT-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 SCT-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILESTAT-STATUS.
           05 FS-FILESTAT    PIC X(02).
               88 FS-ST-OK       VALUE '00'.
               88 FS-ST-EOF      VALUE '10'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 5xx : Operations
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           IF CARD-IS-VALID THEN
               PERFORM 100-LOAD-STATISTICS
               IF WS-CUR-ORIGINS > 0 THEN
                   PERFORM 110-RANK-SITES
                   PERFORM 810-WRITE-QUALITY-RANKING
                   PERFORM 820-WRITE-LATENESS-RANKING
                   PERFORM 830-WRITE-CATEGORIES
               ELSE
                   MOVE 'AUCUNE STATISTIQUE POUR LE MOIS' TO SMS-TEXT
                   WRITE SCORECARD-REPORT FROM SCORE-MSG-LINE
                   WRITE SCORECARD-REPORT FROM NEWLINE
               END-IF
               PERFORM 800-WRITE-COUNTS
           ELSE
               MOVE 'CARTE PARAMETRE FAUSSE' TO SMS-TEXT
               WRITE SCORECARD-REPORT FROM SCORE-MSG-LINE
           END-IF
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .

       000-PARAM.
      *****************************************************************
      *  Reads the scorecard month. No card, or a blank one, scores
      *  the current month to date; a month that is not a real YYMM
      *  is refused rather than guessed at. The month before follows
      *  from it, across the year end
           ACCEPT WS-SYS-DATE FROM DATE
           MOVE WS-SYS-PERIOD TO WS-CUR-PERIOD
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF (FS-FP-OK) AND (PARAM-RECORD(1:4) NOT = SPACES) THEN
                   IF (PARAM-PERIOD IS NUMERIC)
                     AND (PARAM-PERIOD(3:2) >= '01')
                     AND (PARAM-PERIOD(3:2) <= '12') THEN
                       MOVE PARAM-PERIOD TO WS-CUR-PERIOD
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           IF WS-CUR-MM = 1 THEN
               MOVE 12 TO WS-PREV-MM
               IF WS-CUR-YY = 0 THEN
                   MOVE 99 TO WS-PREV-YY
               ELSE
                   COMPUTE WS-PREV-YY = WS-CUR-YY - 1
               END-IF
           ELSE
               MOVE WS-CUR-YY TO WS-PREV-YY
               COMPUTE WS-PREV-MM = WS-CUR-MM - 1
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Read-only against the statistics - PGM015 stays their sole
      *  writer. The months scored are echoed under the title
           OPEN INPUT FILESTAT
           OPEN OUTPUT FILEOUT1
           WRITE SCORECARD-REPORT FROM LINE1
           WRITE SCORECARD-REPORT FROM LINE2
           WRITE SCORECARD-REPORT FROM NEWLINE
           MOVE WS-CUR-PERIOD  TO SPL-CUR
           MOVE WS-PREV-PERIOD TO SPL-PREV
           WRITE SCORECARD-REPORT FROM SCORE-PERIOD-LINE
           WRITE SCORECARD-REPORT FROM NEWLINE
           .

       100-LOAD-STATISTICS.
      *****************************************************************
      *  A run belongs to the month of its run date - the month the
      *  data reached the centre, which is what the sites answer for.
      *  Runs of other months are read past. No statistics file yet
      *  simply means no load has recorded any
           IF FS-ST-OK THEN
               PERFORM UNTIL NOT FS-ST-OK
                   READ FILESTAT
                     AT END
                         CONTINUE
                     NOT AT END
                         ADD 1 TO WS-STATS-READ
                         IF (STAT-RUN-PERIOD = WS-CUR-PERIOD)
                           OR (STAT-RUN-PERIOD = WS-PREV-PERIOD) THEN
                             PERFORM 500-ADD-STATISTICS
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               PERFORM 520-COMPUTE-FIGURES
           END-PERFORM
           .

       110-RANK-SITES.
      *****************************************************************
      *  Four rankings, each best first : error rate this month and
      *  last, average lateness to the load this month and last. An
      *  origin takes part in a month only if it sent something that
      *  month (for lateness : something with a usable date)
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               MOVE WS-SC-CUR-RATE(WS-SC-IDX)
                 TO WS-SC-RK-VALUE(WS-SC-IDX)
               IF WS-SC-CUR-RECV(WS-SC-IDX) > 0 THEN
                   MOVE 'Y' TO WS-SC-RK-ELIG(WS-SC-IDX)
               ELSE
                   MOVE 'N' TO WS-SC-RK-ELIG(WS-SC-IDX)
               END-IF
           END-PERFORM
           PERFORM 530-RANK-ORIGINS
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               MOVE WS-SC-RK-RANK(WS-SC-IDX)
                 TO WS-SC-CUR-QRANK(WS-SC-IDX)
               MOVE WS-SC-PRV-RATE(WS-SC-IDX)
                 TO WS-SC-RK-VALUE(WS-SC-IDX)
               IF WS-SC-PRV-RECV(WS-SC-IDX) > 0 THEN
                   MOVE 'Y' TO WS-SC-RK-ELIG(WS-SC-IDX)
               ELSE
                   MOVE 'N' TO WS-SC-RK-ELIG(WS-SC-IDX)
               END-IF
           END-PERFORM
           PERFORM 530-RANK-ORIGINS
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               MOVE WS-SC-RK-RANK(WS-SC-IDX)
                 TO WS-SC-PRV-QRANK(WS-SC-IDX)
               MOVE WS-SC-CUR-LAG(WS-SC-IDX)
                 TO WS-SC-RK-VALUE(WS-SC-IDX)
               IF WS-SC-CUR-RCNT(WS-SC-IDX) > 0 THEN
                   MOVE 'Y' TO WS-SC-RK-ELIG(WS-SC-IDX)
               ELSE
                   MOVE 'N' TO WS-SC-RK-ELIG(WS-SC-IDX)
               END-IF
           END-PERFORM
           PERFORM 530-RANK-ORIGINS
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               MOVE WS-SC-RK-RANK(WS-SC-IDX)
                 TO WS-SC-CUR-LRANK(WS-SC-IDX)
               MOVE WS-SC-PRV-LAG(WS-SC-IDX)
                 TO WS-SC-RK-VALUE(WS-SC-IDX)
               IF WS-SC-PRV-RCNT(WS-SC-IDX) > 0 THEN
                   MOVE 'Y' TO WS-SC-RK-ELIG(WS-SC-IDX)
               ELSE
                   MOVE 'N' TO WS-SC-RK-ELIG(WS-SC-IDX)
               END-IF
           END-PERFORM
           PERFORM 530-RANK-ORIGINS
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               MOVE WS-SC-RK-RANK(WS-SC-IDX)
                 TO WS-SC-PRV-LRANK(WS-SC-IDX)
           END-PERFORM
           .

       500-ADD-STATISTICS.
      *****************************************************************
      *  Finds the origin in the table, or inserts it in ascending
      *  order, then adds the run's figures to the month they belong
      *  to. An origin beyond the table's capacity is counted, not
      *  lost silently
           MOVE 'N' TO WS-SC-FOUND
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT) OR (ORIGIN-FOUND)
               IF WS-SC-ORIGIN(WS-SC-IDX) = STAT-ORIGIN THEN
                   MOVE 'Y' TO WS-SC-FOUND
                   MOVE WS-SC-IDX TO WS-SC-SLOT
               END-IF
           END-PERFORM
           IF (NOT ORIGIN-FOUND) AND (WS-SC-COUNT >= 50) THEN
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF
           IF (NOT ORIGIN-FOUND) AND (WS-SC-COUNT < 50) THEN
               MOVE WS-SC-COUNT TO WS-SC-SLOT
               PERFORM UNTIL ORIGIN-FOUND
                   IF WS-SC-SLOT = 0 THEN
                       MOVE 'Y' TO WS-SC-FOUND
                   ELSE
                       IF WS-SC-ORIGIN(WS-SC-SLOT) < STAT-ORIGIN THEN
                           MOVE 'Y' TO WS-SC-FOUND
                       ELSE
                           MOVE WS-SC-ENTRY(WS-SC-SLOT)
                             TO WS-SC-ENTRY(WS-SC-SLOT + 1)
                           SUBTRACT 1 FROM WS-SC-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-SC-SLOT
               INITIALIZE WS-SC-ENTRY(WS-SC-SLOT)
               MOVE STAT-ORIGIN TO WS-SC-ORIGIN(WS-SC-SLOT)
               ADD 1 TO WS-SC-COUNT
           END-IF
           IF ORIGIN-FOUND THEN
               IF STAT-RUN-PERIOD = WS-CUR-PERIOD THEN
                   PERFORM 505-ADD-CURRENT-MONTH
               ELSE
                   PERFORM 510-ADD-PREVIOUS-MONTH
               END-IF
           END-IF
           .

       505-ADD-CURRENT-MONTH.
      *****************************************************************
      *  The scorecard month keeps every figure of the run
           ADD 1 TO WS-STATS-CUR
           ADD 1             TO WS-SC-CUR-RUNS(WS-SC-SLOT)
           ADD STAT-RECEIVED TO WS-SC-CUR-RECV(WS-SC-SLOT)
           ADD STAT-ACCEPTED TO WS-SC-CUR-ACC(WS-SC-SLOT)
           ADD STAT-REJECTED TO WS-SC-CUR-REJ(WS-SC-SLOT)
           PERFORM
             VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL (WS-CAT-IDX > 7)
               ADD STAT-CATEGORY(WS-CAT-IDX)
                 TO WS-SC-CUR-CAT(WS-SC-SLOT, WS-CAT-IDX)
           END-PERFORM
           ADD STAT-LAG-CRT-SUM TO WS-SC-CUR-CSUM(WS-SC-SLOT)
           ADD STAT-LAG-CRT-CNT TO WS-SC-CUR-CCNT(WS-SC-SLOT)
           ADD STAT-LAG-RUN-SUM TO WS-SC-CUR-RSUM(WS-SC-SLOT)
           ADD STAT-LAG-RUN-CNT TO WS-SC-CUR-RCNT(WS-SC-SLOT)
           .

       510-ADD-PREVIOUS-MONTH.
      *****************************************************************
      *  The month before only needs what its rankings are made of
           ADD 1 TO WS-STATS-PREV
           ADD STAT-RECEIVED    TO WS-SC-PRV-RECV(WS-SC-SLOT)
           ADD STAT-REJECTED    TO WS-SC-PRV-REJ(WS-SC-SLOT)
           ADD STAT-LAG-RUN-SUM TO WS-SC-PRV-RSUM(WS-SC-SLOT)
           ADD STAT-LAG-RUN-CNT TO WS-SC-PRV-RCNT(WS-SC-SLOT)
           .

       520-COMPUTE-FIGURES.
      *****************************************************************
      *  Error rate in percent of the records received, average lags
      *  in days of the records that carried a usable date - one
      *  decimal each, rounded
           IF WS-SC-CUR-RECV(WS-SC-IDX) > 0 THEN
               ADD 1 TO WS-CUR-ORIGINS
               COMPUTE WS-SC-CUR-RATE(WS-SC-IDX) ROUNDED =
                   (WS-SC-CUR-REJ(WS-SC-IDX) * 100)
                   / WS-SC-CUR-RECV(WS-SC-IDX)
           END-IF
           IF WS-SC-PRV-RECV(WS-SC-IDX) > 0 THEN
               COMPUTE WS-SC-PRV-RATE(WS-SC-IDX) ROUNDED =
                   (WS-SC-PRV-REJ(WS-SC-IDX) * 100)
                   / WS-SC-PRV-RECV(WS-SC-IDX)
           END-IF
           IF WS-SC-CUR-RCNT(WS-SC-IDX) > 0 THEN
               COMPUTE WS-SC-CUR-LAG(WS-SC-IDX) ROUNDED =
                   WS-SC-CUR-RSUM(WS-SC-IDX) / WS-SC-CUR-RCNT(WS-SC-IDX)
           END-IF
           IF WS-SC-CUR-CCNT(WS-SC-IDX) > 0 THEN
               COMPUTE WS-SC-CUR-CLAG(WS-SC-IDX) ROUNDED =
                   WS-SC-CUR-CSUM(WS-SC-IDX) / WS-SC-CUR-CCNT(WS-SC-IDX)
           END-IF
           IF WS-SC-PRV-RCNT(WS-SC-IDX) > 0 THEN
               COMPUTE WS-SC-PRV-LAG(WS-SC-IDX) ROUNDED =
                   WS-SC-PRV-RSUM(WS-SC-IDX) / WS-SC-PRV-RCNT(WS-SC-IDX)
           END-IF
           .

       530-RANK-ORIGINS.
      *****************************************************************
      *  Ranks the eligible origins on WS-SC-RK-VALUE, smallest first
      *  - the lowest error rate or the shortest lag is the best
      *  site. Each pass takes the best origin still unranked; on a
      *  tie the table order (ascending origin code) decides
           MOVE 0 TO WS-RK-RANKED
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               MOVE 0 TO WS-SC-RK-RANK(WS-SC-IDX)
           END-PERFORM
           MOVE 'N' TO WS-RK-DONE
           PERFORM UNTIL RANKING-IS-DONE
               PERFORM 535-RANK-NEXT-ORIGIN
           END-PERFORM
           .

       535-RANK-NEXT-ORIGIN.
      *****************************************************************
      *  One pass of the ranking : the best eligible origin without a
      *  rank gets the next one. No candidate left ends the ranking
           MOVE 0 TO WS-RK-BEST
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               IF (WS-SC-RK-ELIG(WS-SC-IDX) = 'Y')
                 AND (WS-SC-RK-RANK(WS-SC-IDX) = 0) THEN
                   IF WS-RK-BEST = 0 THEN
                       MOVE WS-SC-IDX TO WS-RK-BEST
                   ELSE
                       IF WS-SC-RK-VALUE(WS-SC-IDX)
                          < WS-SC-RK-VALUE(WS-RK-BEST) THEN
                           MOVE WS-SC-IDX TO WS-RK-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RK-BEST = 0 THEN
               MOVE 'Y' TO WS-RK-DONE
           ELSE
               ADD 1 TO WS-RK-RANKED
               MOVE WS-RK-RANKED TO WS-SC-RK-RANK(WS-RK-BEST)
           END-IF
           .

       540-EDIT-MOVEMENT.
      *****************************************************************
      *  Places gained (+) or lost (-) since last month, from the two
      *  ranks in WS-RK-NEXT (this month) and WS-RK-BEST (last month).
      *  No rank last month prints NOUV - a site new to the ranking
           IF WS-RK-BEST = 0 THEN
               MOVE 'NOUV' TO QTL-MOVE
           ELSE
               COMPUTE WS-MOVE-WORK = WS-RK-BEST - WS-RK-NEXT
               IF WS-MOVE-WORK = 0 THEN
                   MOVE '  =' TO QTL-MOVE
               ELSE
                   MOVE WS-MOVE-WORK TO WS-MOVE-EDIT
                   MOVE WS-MOVE-EDIT TO QTL-MOVE
               END-IF
           END-IF
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - statistics records read and used
           MOVE 'STATISTIQUES LUES          :' TO SCT-LABEL
           MOVE WS-STATS-READ TO SCT-VALUE
           WRITE SCORECARD-REPORT FROM SCORE-COUNT-LINE
           MOVE 'PASSAGES DU MOIS           :' TO SCT-LABEL
           MOVE WS-STATS-CUR TO SCT-VALUE
           WRITE SCORECARD-REPORT FROM SCORE-COUNT-LINE
           MOVE 'PASSAGES DU MOIS PRECEDENT :' TO SCT-LABEL
           MOVE WS-STATS-PREV TO SCT-VALUE
           WRITE SCORECARD-REPORT FROM SCORE-COUNT-LINE
           MOVE 'SITES CLASSES              :' TO SCT-LABEL
           MOVE WS-CUR-ORIGINS TO SCT-VALUE
           WRITE SCORECARD-REPORT FROM SCORE-COUNT-LINE
           IF WS-TABLE-OVERFLOW > 0 THEN
               MOVE 'STATISTIQUES HORS TABLE    :' TO SCT-LABEL
               MOVE WS-TABLE-OVERFLOW TO SCT-VALUE
               WRITE SCORECARD-REPORT FROM SCORE-COUNT-LINE
           END-IF
           .

       810-WRITE-QUALITY-RANKING.
      *****************************************************************
      *  Sites in order of this month's error rate, best first
           MOVE 'CLASSEMENT SUR LE TAUX DE REJET' TO SSH-TITLE
           WRITE SCORECARD-REPORT FROM SCORE-SECTION-HEADER
           WRITE SCORECARD-REPORT FROM QUALITY-LEGEND
           PERFORM
             VARYING WS-RK-NEXT FROM 1 BY 1
             UNTIL (WS-RK-NEXT > WS-SC-COUNT)
               PERFORM
                 VARYING WS-SC-IDX FROM 1 BY 1
                 UNTIL (WS-SC-IDX > WS-SC-COUNT)
                   IF WS-SC-CUR-QRANK(WS-SC-IDX) = WS-RK-NEXT THEN
                       PERFORM 815-WRITE-QUALITY-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE SCORECARD-REPORT FROM NEWLINE
           .

       815-WRITE-QUALITY-LINE.
      *****************************************************************
      *  One site of the error-rate ranking with last month's figure
           MOVE WS-RK-NEXT                TO QTL-RANK
           MOVE WS-SC-ORIGIN(WS-SC-IDX)   TO QTL-ORIGIN
           MOVE WS-SC-CUR-RECV(WS-SC-IDX) TO QTL-RECV
           MOVE WS-SC-CUR-REJ(WS-SC-IDX)  TO QTL-REJ
           MOVE WS-SC-CUR-RATE(WS-SC-IDX) TO QTL-RATE
           MOVE WS-SC-PRV-QRANK(WS-SC-IDX) TO WS-RK-BEST
           IF WS-RK-BEST = 0 THEN
               MOVE '     -' TO QTL-PRATE
               MOVE ' -'     TO QTL-PRANK
           ELSE
               MOVE WS-SC-PRV-RATE(WS-SC-IDX) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO QTL-PRATE
               MOVE WS-RK-BEST   TO WS-RANK-EDIT
               MOVE WS-RANK-EDIT TO QTL-PRANK
           END-IF
           PERFORM 540-EDIT-MOVEMENT
           WRITE SCORECARD-REPORT FROM QUALITY-LINE
           .

       820-WRITE-LATENESS-RANKING.
      *****************************************************************
      *  Sites in order of this month's average lag from production
      *  to the central load, shortest first. The lag to envelope
      *  creation shows how much of it the site itself spent before
      *  sending
           MOVE 'CLASSEMENT SUR LE DELAI MOYEN (JOURS)' TO SSH-TITLE
           WRITE SCORECARD-REPORT FROM SCORE-SECTION-HEADER
           WRITE SCORECARD-REPORT FROM LATENESS-LEGEND
           PERFORM
             VARYING WS-RK-NEXT FROM 1 BY 1
             UNTIL (WS-RK-NEXT > WS-SC-COUNT)
               PERFORM
                 VARYING WS-SC-IDX FROM 1 BY 1
                 UNTIL (WS-SC-IDX > WS-SC-COUNT)
                   IF WS-SC-CUR-LRANK(WS-SC-IDX) = WS-RK-NEXT THEN
                       PERFORM 825-WRITE-LATENESS-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE SCORECARD-REPORT FROM NEWLINE
           .

       825-WRITE-LATENESS-LINE.
      *****************************************************************
      *  One site of the lateness ranking with last month's figure.
      *  The movement is edited in the quality line's field and
      *  carried across
           MOVE WS-RK-NEXT                TO LTL-RANK
           MOVE WS-SC-ORIGIN(WS-SC-IDX)   TO LTL-ORIGIN
           MOVE WS-SC-CUR-CLAG(WS-SC-IDX) TO LTL-CLAG
           MOVE WS-SC-CUR-LAG(WS-SC-IDX)  TO LTL-LAG
           MOVE WS-SC-PRV-LRANK(WS-SC-IDX) TO WS-RK-BEST
           IF WS-RK-BEST = 0 THEN
               MOVE '     -' TO LTL-PLAG
               MOVE ' -'     TO LTL-PRANK
           ELSE
               MOVE WS-SC-PRV-LAG(WS-SC-IDX) TO WS-LAG-EDIT
               MOVE WS-LAG-EDIT TO LTL-PLAG
               MOVE WS-RK-BEST  TO WS-RANK-EDIT
               MOVE WS-RANK-EDIT TO LTL-PRANK
           END-IF
           PERFORM 540-EDIT-MOVEMENT
           MOVE QTL-MOVE TO LTL-MOVE
           WRITE SCORECARD-REPORT FROM LATENESS-LINE
           .

       830-WRITE-CATEGORIES.
      *****************************************************************
      *  This month's rejects per site and error category, in origin
      *  order, with the number of load runs the site took part in
           MOVE 'REJETS DU MOIS PAR CATEGORIE D''ERREUR' TO SSH-TITLE
           WRITE SCORECARD-REPORT FROM SCORE-SECTION-HEADER
           WRITE SCORECARD-REPORT FROM CATEGORY-LEGEND
           PERFORM
             VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL (WS-SC-IDX > WS-SC-COUNT)
               IF WS-SC-CUR-RUNS(WS-SC-IDX) > 0 THEN
                   MOVE SPACES TO CGL-CAT-TAB
                   MOVE WS-SC-ORIGIN(WS-SC-IDX)   TO CGL-ORIGIN
                   MOVE WS-SC-CUR-RUNS(WS-SC-IDX) TO CGL-RUNS
                   PERFORM
                     VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL (WS-CAT-IDX > 7)
                       MOVE WS-SC-CUR-CAT(WS-SC-IDX, WS-CAT-IDX)
                         TO CGL-CAT(WS-CAT-IDX)
                   END-PERFORM
                   WRITE SCORECARD-REPORT FROM CATEGORY-LINE
               END-IF
           END-PERFORM
           WRITE SCORECARD-REPORT FROM NEWLINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = scorecard printed for the month
      *    4 = no statistics for the month (or no FILESTAT yet)
      *    8 = card present but unusable
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CUR-ORIGINS = 0
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
                 FILESTAT
           .
