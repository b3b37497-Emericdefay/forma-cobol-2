      *****************************************************************
      * Program name:    PGM032
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Missing-submission check. For every factory/workshop/shift
      *    on the FILESHFT reference and every day the FILECAL
      *    calendar marks 'O' (working) up to the run date, looks for
      *    the FILEDAYH daily record PGM015 should have posted. Every
      *    scheduled day with nothing reported prints, grouped by the
      *    sending site (the HDR-ORIGIN the site puts on its batch
      *    header, mapped through FILESITE). A shift whose oldest gap
      *    is older than the tolerance on the control card raises an
      *    operator alert on FILEALRT and the alert history FILEALRH,
      *    so the short month is chased while the factory still has
      *    the paperwork - not weeks later when it disputes the
      *    published figure. PGM015 only validates what arrives.
      *
      * Using :
      *    - FILEPARM : tolerance / run date / first period card
      *                 (optional)
      *    - FILESHFT : factory/workshop/shift roster (shift length
      *                 and rated capacity reference, input)
      *    - FILESITE : factory/workshop to sending-site map (input,
      *                 optional)
      *    - FILECAL  : plant working-day calendar (input)
      *    - FILECLSD : closed-period control file of PGM018 (input,
      *                 optional)
      *    - FILEDAYH : daily history maintained by PGM015 (input)
      *    - FILEALRT : operator alert file (scheduler file trigger)
      *    - FILEALRH : persistent alert history (ack via PGM025)
      *    - FILEOUT1 : missing-submission report
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - scheduled days with no daily
      *                    record, by site, with overdue alerts
      * 15/10/26  IBMUSER  Refused (RC 12) when FILEDAYH cannot be
      *                    opened; calendar rows past the table are
      *                    counted on the report and raise the RC
      * 15/10/26  IBMUSER  Closed periods (FILECLSD) left out of the
      *                    check - PGM034 purges their daily history;
      *                    alert history key moved to the next second
      *                    when the sequence runs out, an alert the
      *                    history still refuses counted (RC 4)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM032.
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
      / FILEPARM - CHECK CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
      / FILESHFT - SHIFT ROSTER (LENGTH AND RATED CAPACITY)
           SELECT FILESHFT
           ASSIGN to FILESHFT
           FILE STATUS is FS-FILESHFT.
      / FILESITE - FACTORY/WORKSHOP TO SENDING SITE MAP
           SELECT FILESITE
           ASSIGN to FILESITE
           FILE STATUS is FS-FILESITE.
      / FILECAL - PLANT WORKING-DAY CALENDAR LOOKUP
           SELECT FILECAL
           ASSIGN to FILECAL
           FILE STATUS is FS-FILECAL.
      / FILECLSD - CLOSED-PERIOD CONTROL FILE (KEPT BY PGM018)
           SELECT FILECLSD
           ASSIGN to FILECLSD
           FILE STATUS is FS-FILECLSD.
      / FILEDAYH - DAILY PRODUCTION HISTORY FILE
           SELECT FILEDAYH
           ASSIGN to FILEDAYH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAYH-KEY
           FILE STATUS is FS-FILEDAYH.
      / FILEALRT - OPERATOR ALERT FILE (SCHEDULER FILE TRIGGER)
           SELECT FILEALRT
           ASSIGN to FILEALRT
           FILE STATUS is FS-FILEALRT.
      / FILEALRH - PERSISTENT ALERT HISTORY (ACK VIA PGM025)
           SELECT FILEALRH
           ASSIGN to FILEALRH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALRH-KEY
           FILE STATUS is FS-FILEALRH.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - MISSING-SUBMISSION REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 GAP-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - CHECK CONTROL CARD
      *  Card layout :
      *    col 01-02  tolerance in days - a gap older than this
      *               raises an alert (blank = 03)
      *    col 03-08  run date YYMMDD - last day checked (blank =
      *               today)
      *    col 09-12  first period YYMM checked (blank = every
      *               period the calendar holds; a closed period is
      *               never checked)
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-TOLERANCE    PIC 9(02).
           02 PARAM-RUN-DATE     PIC 9(06).
           02 PARAM-FIRST-PERIOD PIC 9(04).
           02 FILLER PIC X(68).
      / FILESHFT - SHIFT ROSTER (LAYOUT OF PGM031)
       FD FILESHFT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 SHIFT-REF-RECORD.
           02 SHFT-FACTORY PIC 9(01).
           02 SHFT-WORKBH  PIC 9(02).
           02 SHFT-SHIFT   PIC 9(01).
           02 SHFT-LENGTH  PIC 9(03).
           02 SHFT-RATE    PIC 9(05).
           02 FILLER       PIC X(68).
      / FILESITE - FACTORY/WORKSHOP TO SENDING SITE MAP
      *  One row per factory (workshop 00) or per workshop when a
      *  workshop transmits through another site than its factory;
      *  the workshop row wins. SITE-ORIGIN is the HDR-ORIGIN code
      *  the site puts on its batch header
       FD FILESITE RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 SITE-MAP-RECORD.
           02 SITE-FACTORY PIC 9(01).
           02 SITE-WORKBH  PIC 9(02).
           02 SITE-ORIGIN  PIC X(02).
           02 FILLER       PIC X(75).
      / FILECAL - PLANT WORKING-DAY CALENDAR (LAYOUT OF PGM015)
       FD FILECAL RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CALENDAR-RECORD.
           02 CAL-FACTORY  PIC 9(01).
           02 CAL-PERIOD   PIC 9(04).
           02 CAL-DAYS     PIC X(31).
           02 CAL-WORKDAYS PIC 9(02).
           02 FILLER       PIC X(42).
      / FILECLSD - CLOSED-PERIOD CONTROL FILE (LAYOUT OF PGM018)
       FD FILECLSD RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CLOSED-PERIOD-RECORD.
           02 CLSD-PERIOD    PIC 9(04).
           02 CLSD-DATE      PIC 9(06).
           02 FILLER PIC X(70).
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
      / FILEALRT - OPERATOR ALERT FILE (LAYOUT OF PGM015)
       FD FILEALRT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 ALERT-RECORD.
           02 FILLER PIC X(80).
      / FILEALRH - PERSISTENT ALERT HISTORY (LAYOUT OF PGM015)
       FD FILEALRH
           RECORD CONTAINS 80 CHARACTERS.
       01 ALERT-HISTORY-RECORD.
           02 ALRH-KEY.
               03 ALRH-DATE PIC 9(06).
               03 ALRH-TIME PIC 9(06).
               03 ALRH-SEQ  PIC 9(02).
           02 ALRH-SEVERITY  PIC X(01).
           02 ALRH-CONDITION PIC X(08).
           02 ALRH-FACT      PIC 9(02).
           02 ALRH-WORK      PIC 9(02).
           02 ALRH-VALUE1    PIC 9(07).
           02 ALRH-VALUE2    PIC 9(07).
           02 ALRH-ACK-FLAG  PIC X(01).
           02 ALRH-ACK-OPER  PIC X(08).
           02 ALRH-ACK-DATE  PIC 9(06).
           02 ALRH-ACK-COMM  PIC X(20).
           02 FILLER PIC X(04).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / CONTROL CARD VALUES
       01 WS-TOLERANCE     PIC 9(02) VALUE 3.
       01 WS-RUN-DATE      PIC 9(06) VALUE 0.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           02 WS-RUN-YY PIC 9(02).
           02 WS-RUN-MM PIC 9(02).
           02 WS-RUN-DD PIC 9(02).
       01 WS-RUN-PERIOD    PIC 9(04) VALUE 0.
       01 WS-RUN-SERIAL    PIC 9(05) VALUE 0.
       01 WS-FIRST-PERIOD  PIC 9(04) VALUE 0.
       01 WS-CARD-VALID PIC X VALUE 'Y'.
           88 CARD-IS-VALID VALUE 'Y'.
      *  Without the daily history every scheduled day would read as
      *  a gap and raise an alert, so the run refuses instead
       01 WS-DAYH-STATE PIC X VALUE 'N'.
           88 DAYH-IS-OPEN VALUE 'Y'.
      / SHIFT ROSTER (LOADED FROM FILESHFT) AND ITS SITE
       01 WS-ROSTER-TABLE.
           02 FILLER OCCURS 300.
               03 WS-RO-FACTORY PIC 9(01).
               03 WS-RO-WORKBH  PIC 9(02).
               03 WS-RO-SHIFT   PIC 9(01).
               03 WS-RO-ORIGIN  PIC X(02).
       01 WS-RO-COUNT PIC 9(03) VALUE 0.
       01 WS-RO-IDX   PIC 9(03) VALUE 0.
      / SITE MAP (LOADED FROM FILESITE)
       01 WS-SITE-TABLE.
           02 FILLER OCCURS 100.
               03 WS-SM-FACTORY PIC 9(01).
               03 WS-SM-WORKBH  PIC 9(02).
               03 WS-SM-ORIGIN  PIC X(02).
       01 WS-SM-COUNT PIC 9(03) VALUE 0.
       01 WS-SM-IDX   PIC 9(03) VALUE 0.
      / SENDING SITES IN ASCENDING ORIGIN ORDER
      *  Built from the roster so the report walks one site at a
      *  time; '??' collects the workshops FILESITE does not place
       01 WS-ORIGIN-TABLE.
           02 WS-OR-ORIGIN PIC X(02) OCCURS 100.
       01 WS-OR-COUNT PIC 9(03) VALUE 0.
       01 WS-OR-IDX   PIC 9(03) VALUE 0.
       01 WS-OR-SLOT  PIC 9(03) VALUE 0.
       01 WS-OR-FOUND PIC X VALUE 'N'.
           88 ORIGIN-FOUND VALUE 'Y'.
      / CALENDAR ROWS (SAME CAPACITY AS 020-CALENDAR OF PGM015)
       01 WS-CAL-TABLE.
           02 FILLER OCCURS 108.
               03 WS-CT-FACTORY PIC 9(01).
               03 WS-CT-PERIOD  PIC 9(04).
               03 WS-CT-PERIOD-SPLIT REDEFINES WS-CT-PERIOD.
                   04 WS-CT-YY PIC 9(02).
                   04 WS-CT-MM PIC 9(02).
               03 WS-CT-DAYS    PIC X(31).
       01 WS-CT-COUNT PIC 9(03) VALUE 0.
       01 WS-CT-IDX   PIC 9(03) VALUE 0.
       01 WS-CT-OVERFLOW PIC 9(05) VALUE 0.
       01 WS-CT-CLOSED   PIC 9(05) VALUE 0.
       01 WS-CT-DAY   PIC 9(02) VALUE 0.
       01 WS-CT-LAST  PIC 9(02) VALUE 0.
      / CLOSED PERIODS (LOADED FROM FILECLSD, SAME TABLE AS PGM034)
      *  PGM034 archives and deletes the daily history of a closed
      *  period, so its scheduled days would all read as gaps
       01 WS-CLSD-TABLE.
           02 WS-CLSD-PERIOD PIC 9(04) OCCURS 100.
       01 WS-CLSD-COUNT PIC 9(03) VALUE 0.
       01 WS-CLSD-IDX   PIC 9(03) VALUE 0.
       01 WS-CHK-STATE  PIC X VALUE 'N'.
           88 PERIOD-IS-CLOSED VALUE 'Y'.
      / CURRENT ROSTER ENTRY - OVERDUE GAPS FEEDING ITS ALERT
       01 WS-OVERDUE-GAPS PIC 9(05) VALUE 0.
       01 WS-OLDEST-GAP   PIC 9(06) VALUE 0.
       01 WS-GAP-AGE      PIC 9(05) VALUE 0.
      / DATE CONVERSION (SAME ROUTINES AS PGM020)
       01 WS-CV-YY     PIC 9(02) VALUE 0.
       01 WS-CV-MM     PIC 9(02) VALUE 0.
       01 WS-CV-DD     PIC 9(02) VALUE 0.
       01 WS-CV-SERIAL PIC 9(05) VALUE 0.
       01 WS-CV-LEAPS  PIC 9(03) VALUE 0.
       01 WS-CV-MOFF   PIC 9(03) VALUE 0.
       01 WS-CV-DOW    PIC 9(01) VALUE 0.
       01 WS-SV-YY     PIC 9(02) VALUE 0.
       01 WS-SV-MM     PIC 9(02) VALUE 0.
       01 WS-SV-MLEN   PIC 9(02) VALUE 0.
      / OPERATOR ALERTS (LAYOUT OF PGM015)
      *  Severity E : a missing day is chased, not a reason to hold
      *  the PGM015 run that would load it once it arrives
       01 WS-ALERT-LINE.
           02 ALR-SEVERITY  PIC X(01).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 ALR-CONDITION PIC X(08).
           02 FILLER        PIC X(02) VALUE ' U'.
           02 ALR-FACT      PIC 9(02).
           02 FILLER        PIC X(04) VALUE ' AT '.
           02 ALR-WORK      PIC 9(02).
           02 FILLER        PIC X(05) VALUE ' VAL '.
           02 ALR-VALUE1    PIC 9(07).
           02 FILLER        PIC X(05) VALUE ' REF '.
           02 ALR-VALUE2    PIC 9(07).
           02 FILLER        PIC X(36) VALUE SPACES.
       01 WS-ALERT-DATE PIC 9(06) VALUE 0.
       01 WS-ALERT-TIME PIC 9(06) VALUE 0.
       01 WS-ALRH-SEQ   PIC 9(02) VALUE 0.
       01 WS-RUN-TIME   PIC 9(08) VALUE 0.
       01 WS-ALERTS-LOST PIC 9(05) VALUE 0.
      / COUNTERS
       01 WS-DAYS-CHECKED  PIC 9(07) VALUE 0.
       01 WS-GAPS-FOUND    PIC 9(05) VALUE 0.
       01 WS-GAPS-OVERDUE  PIC 9(05) VALUE 0.
       01 WS-ALERTS-RAISED PIC 9(05) VALUE 0.
       01 WS-SITE-GAPS     PIC 9(05) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(12) VALUE SPACES.
               03 FILLER PIC X(43) VALUE
                   'JOURS PLANIFIES SANS PRODUCTION DECLAREE AU'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 GPH-RUN-DATE PIC 9(06).
               03 FILLER PIC X(18) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 GAP-SITE-LINE.
           02 FILLER     PIC X(10) VALUE 'ORIGINE : '.
           02 GPS-ORIGIN PIC X(02).
           02 FILLER     PIC X(68) VALUE SPACES.
       01 GAP-DETAIL-LINE.
           02 FILLER     PIC X(05) VALUE '    U'.
           02 GPD-FACT   PIC 9(01).
           02 FILLER     PIC X(09) VALUE ' ATELIER '.
           02 GPD-WORK   PIC 9(02).
           02 FILLER     PIC X(08) VALUE ' EQUIPE '.
           02 GPD-SHIFT  PIC 9(01).
           02 FILLER     PIC X(08) VALUE '  JOUR  '.
           02 GPD-DATE   PIC 9(06).
           02 FILLER     PIC X(07) VALUE '  AGE  '.
           02 GPD-AGE    PIC ZZZZ9.
           02 FILLER     PIC X(02) VALUE ' J'.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 GPD-FLAG   PIC X(08).
           02 FILLER     PIC X(16) VALUE SPACES.
       01 GAP-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 GPM-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 GAP-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 GPC-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 GPC-VALUE PIC ZZZZZZ9.
           02 FILLER    PIC X(35) VALUE SPACES.
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
       01 FILESITE-STATUS.
           05 FS-FILESITE    PIC X(02).
               88 FS-SI-OK       VALUE '00'.
               88 FS-SI-EOF      VALUE '10'.
       01 FILECAL-STATUS.
           05 FS-FILECAL     PIC X(02).
               88 FS-CA-OK       VALUE '00'.
               88 FS-CA-EOF      VALUE '10'.
       01 FILECLSD-STATUS.
           05 FS-FILECLSD    PIC X(02).
               88 FS-CL-OK       VALUE '00'.
               88 FS-CL-EOF      VALUE '10'.
       01 FILEDAYH-STATUS.
           05 FS-FILEDAYH    PIC X(02).
               88 FS-DH-OK       VALUE '00'.
               88 FS-DH-NOTFOUND VALUE '23' '46'.
       01 FILEALRT-STATUS.
           05 FS-FILEALRT    PIC X(02).
               88 FS-AL-MISSING  VALUE '35'.
       01 FILEALRH-STATUS.
           05 FS-FILEALRH    PIC X(02).
               88 FS-AH-OK       VALUE '00'.
               88 FS-AH-MISSING  VALUE '35'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 5xx : Operations
      *    - 7xx : Alerts
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 'CARTE PARAMETRE FAUSSE' TO GPM-TEXT
                   WRITE GAP-REPORT FROM GAP-MSG-LINE
               WHEN NOT DAYH-IS-OPEN
                   PERFORM 890-WRITE-DAYH-REFUSED
               WHEN OTHER
                   PERFORM 010-SITE-MAP
                   PERFORM 015-ROSTER
                   PERFORM 017-CLOSED-PERIODS
                   PERFORM 020-CALENDAR
                   IF (WS-RO-COUNT = 0) OR (WS-CT-COUNT = 0) THEN
                       MOVE
                         'PAS DE CALENDRIER OU D''EQUIPES A CONTROLER'
                         TO GPM-TEXT
                       WRITE GAP-REPORT FROM GAP-MSG-LINE
                   ELSE
                       PERFORM 100-CHECK-SITES
                   END-IF
                   PERFORM 800-WRITE-COUNTS
           END-EVALUATE
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .
      *                                                               *
      *****************************************************************

       000-PARAM.
      *****************************************************************
      *  Reads the tolerance, the last day checked and the first
      *  period checked. Blank fields take their default; a card
      *  that is present but not numeric is refused rather than
      *  guessed at
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF PARAM-RECORD(1:2) = SPACES THEN
                       MOVE '03' TO PARAM-RECORD(1:2)
                   END-IF
                   IF PARAM-RECORD(3:6) = SPACES THEN
                       MOVE '000000' TO PARAM-RECORD(3:6)
                   END-IF
                   IF PARAM-RECORD(9:4) = SPACES THEN
                       MOVE '0000' TO PARAM-RECORD(9:4)
                   END-IF
                   IF PARAM-RECORD(1:12) IS NUMERIC THEN
                       MOVE PARAM-TOLERANCE    TO WS-TOLERANCE
                       MOVE PARAM-FIRST-PERIOD TO WS-FIRST-PERIOD
                       IF PARAM-RUN-DATE > 0 THEN
                           MOVE PARAM-RUN-DATE TO WS-RUN-DATE
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           IF (WS-RUN-MM < 1) OR (WS-RUN-MM > 12)
             OR (WS-RUN-DD < 1) OR (WS-RUN-DD > 31) THEN
               MOVE 'N' TO WS-CARD-VALID
           END-IF
           COMPUTE WS-RUN-PERIOD = (WS-RUN-YY * 100) + WS-RUN-MM
           MOVE WS-RUN-YY TO WS-CV-YY
           MOVE WS-RUN-MM TO WS-CV-MM
           MOVE WS-RUN-DD TO WS-CV-DD
           PERFORM 545-DATE-TO-SERIAL
           MOVE WS-CV-SERIAL TO WS-RUN-SERIAL
           .

       001-IOPEN.
      *****************************************************************
      *  Read-only against the history. FILEALRT is extended, not
      *  recreated - a PGM015 alert still waiting for the scheduler
      *  must not be erased by this job; both alert files are
      *  created on first use. The history must open cleanly - its
      *  status is kept for the refusal message
           OPEN INPUT FILEDAYH
           IF FS-DH-OK THEN
               MOVE 'Y' TO WS-DAYH-STATE
           END-IF
           OPEN OUTPUT FILEOUT1
           OPEN EXTEND FILEALRT
           IF FS-AL-MISSING THEN
               OPEN OUTPUT FILEALRT
               CLOSE FILEALRT
               OPEN EXTEND FILEALRT
           END-IF
           OPEN I-O FILEALRH
           IF FS-AH-MISSING THEN
               OPEN OUTPUT FILEALRH
               CLOSE FILEALRH
               OPEN I-O FILEALRH
           END-IF
           ACCEPT WS-ALERT-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO WS-ALERT-TIME
           MOVE 0 TO WS-ALRH-SEQ
           MOVE WS-RUN-DATE TO GPH-RUN-DATE
           WRITE GAP-REPORT FROM LINE1
           WRITE GAP-REPORT FROM LINE2
           WRITE GAP-REPORT FROM NEWLINE
           .

       010-SITE-MAP.
      *****************************************************************
      *  Loads the factory/workshop to site map. Absent, every
      *  workshop reports under the unplaced site '??'
           OPEN INPUT FILESITE
           IF FS-SI-OK THEN
               PERFORM UNTIL FS-SI-EOF
                   READ FILESITE
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (SITE-MAP-RECORD(1:3) IS NUMERIC)
                           AND (SITE-ORIGIN NOT = SPACES)
                           AND (WS-SM-COUNT < 100) THEN
                             ADD 1 TO WS-SM-COUNT
                             MOVE SITE-FACTORY
                               TO WS-SM-FACTORY(WS-SM-COUNT)
                             MOVE SITE-WORKBH
                               TO WS-SM-WORKBH(WS-SM-COUNT)
                             MOVE SITE-ORIGIN
                               TO WS-SM-ORIGIN(WS-SM-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILESITE
           END-IF
           .

       015-ROSTER.
      *****************************************************************
      *  The factory/workshop/shift combinations that are expected
      *  to report are the ones the shift reference schedules. Each
      *  gets its site, and the site joins the ordered site list
           OPEN INPUT FILESHFT
           IF FS-SF-OK THEN
               PERFORM UNTIL FS-SF-EOF
                   READ FILESHFT
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (SHIFT-REF-RECORD(1:4) IS NUMERIC)
                           AND (SHFT-FACTORY > 0)
                           AND (SHFT-SHIFT >= 1)
                           AND (SHFT-SHIFT <= 3)
                           AND (WS-RO-COUNT < 300) THEN
                             ADD 1 TO WS-RO-COUNT
                             MOVE SHFT-FACTORY
                               TO WS-RO-FACTORY(WS-RO-COUNT)
                             MOVE SHFT-WORKBH
                               TO WS-RO-WORKBH(WS-RO-COUNT)
                             MOVE SHFT-SHIFT
                               TO WS-RO-SHIFT(WS-RO-COUNT)
                             PERFORM 500-FIND-SITE
                             PERFORM 505-ADD-ORIGIN
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILESHFT
           END-IF
           .

       017-CLOSED-PERIODS.
      *****************************************************************
      *  Loads the closed-period control file kept by PGM018, as
      *  010-CLOSED-PERIODS of PGM034 does. A missing file means no
      *  period was ever closed and every calendar row is checked
           OPEN INPUT FILECLSD
           IF FS-CL-OK THEN
               PERFORM UNTIL FS-CL-EOF
                   READ FILECLSD
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (CLSD-PERIOD IS NUMERIC)
                           AND (WS-CLSD-COUNT < 100) THEN
                             ADD 1 TO WS-CLSD-COUNT
                             MOVE CLSD-PERIOD
                               TO WS-CLSD-PERIOD(WS-CLSD-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECLSD
           END-IF
           .

       020-CALENDAR.
      *****************************************************************
      *  Keeps the calendar rows from the first period checked up to
      *  the run date's period - a later month has no day to miss yet.
      *  A closed period is left out and counted : its history may
      *  already be purged, and a late day can no longer be loaded.
      *  A row that qualifies once the table is full goes unchecked;
      *  it is counted, reported and raises the completion code
           OPEN INPUT FILECAL
           IF FS-CA-OK THEN
               PERFORM UNTIL FS-CA-EOF
                   READ FILECAL
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (CALENDAR-RECORD(1:5) IS NUMERIC)
                           AND (CAL-FACTORY > 0)
                           AND (CAL-PERIOD >= WS-FIRST-PERIOD)
                           AND (CAL-PERIOD <= WS-RUN-PERIOD) THEN
                             PERFORM 515-CHECK-PERIOD-CLOSED
                             EVALUATE TRUE
                                 WHEN PERIOD-IS-CLOSED
                                     ADD 1 TO WS-CT-CLOSED
                                 WHEN WS-CT-COUNT < 108
                                     ADD 1 TO WS-CT-COUNT
                                     MOVE CAL-FACTORY
                                       TO WS-CT-FACTORY(WS-CT-COUNT)
                                     MOVE CAL-PERIOD
                                       TO WS-CT-PERIOD(WS-CT-COUNT)
                                     MOVE CAL-DAYS
                                       TO WS-CT-DAYS(WS-CT-COUNT)
                                 WHEN OTHER
                                     ADD 1 TO WS-CT-OVERFLOW
                             END-EVALUATE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECAL
           END-IF
           .

       100-CHECK-SITES.
      *****************************************************************
      *  One block per site in origin order : every roster entry of
      *  the site is checked against the calendar, then the site's
      *  gap count closes the block
           PERFORM
             VARYING WS-OR-IDX FROM 1 BY 1
             UNTIL (WS-OR-IDX > WS-OR-COUNT)
               MOVE WS-OR-ORIGIN(WS-OR-IDX) TO GPS-ORIGIN
               WRITE GAP-REPORT FROM GAP-SITE-LINE
               MOVE 0 TO WS-SITE-GAPS
               PERFORM
                 VARYING WS-RO-IDX FROM 1 BY 1
                 UNTIL (WS-RO-IDX > WS-RO-COUNT)
                   IF WS-RO-ORIGIN(WS-RO-IDX) =
                     WS-OR-ORIGIN(WS-OR-IDX) THEN
                       PERFORM 510-CHECK-ROSTER-ENTRY
                   END-IF
               END-PERFORM
               IF WS-SITE-GAPS = 0 THEN
                   MOVE 'AUCUN JOUR MANQUANT' TO GPM-TEXT
                   WRITE GAP-REPORT FROM GAP-MSG-LINE
               ELSE
                   MOVE 'JOURS MANQUANTS DE L''ORIGINE :' TO GPC-LABEL
                   MOVE WS-SITE-GAPS TO GPC-VALUE
                   WRITE GAP-REPORT FROM GAP-COUNT-LINE
               END-IF
               WRITE GAP-REPORT FROM NEWLINE
           END-PERFORM
           .

       500-FIND-SITE.
      *****************************************************************
      *  Site of the roster entry just loaded : a workshop row of the
      *  map beats the factory row (workshop 00); no row at all
      *  leaves the unplaced site '??'
           MOVE '??' TO WS-RO-ORIGIN(WS-RO-COUNT)
           PERFORM
             VARYING WS-SM-IDX FROM 1 BY 1
             UNTIL (WS-SM-IDX > WS-SM-COUNT)
               IF (WS-SM-FACTORY(WS-SM-IDX) = SHFT-FACTORY)
                 AND (WS-SM-WORKBH(WS-SM-IDX) = 0)
                 AND (WS-RO-ORIGIN(WS-RO-COUNT) = '??') THEN
                   MOVE WS-SM-ORIGIN(WS-SM-IDX)
                     TO WS-RO-ORIGIN(WS-RO-COUNT)
               END-IF
           END-PERFORM
           PERFORM
             VARYING WS-SM-IDX FROM 1 BY 1
             UNTIL (WS-SM-IDX > WS-SM-COUNT)
               IF (WS-SM-FACTORY(WS-SM-IDX) = SHFT-FACTORY)
                 AND (WS-SM-WORKBH(WS-SM-IDX) = SHFT-WORKBH) THEN
                   MOVE WS-SM-ORIGIN(WS-SM-IDX)
                     TO WS-RO-ORIGIN(WS-RO-COUNT)
               END-IF
           END-PERFORM
           .

       505-ADD-ORIGIN.
      *****************************************************************
      *  Inserts the entry's site into the site list, kept in
      *  ascending order so the report reads site by site
           MOVE 'N' TO WS-OR-FOUND
           PERFORM
             VARYING WS-OR-IDX FROM 1 BY 1
             UNTIL (WS-OR-IDX > WS-OR-COUNT) OR (ORIGIN-FOUND)
               IF WS-OR-ORIGIN(WS-OR-IDX) =
                 WS-RO-ORIGIN(WS-RO-COUNT) THEN
                   MOVE 'Y' TO WS-OR-FOUND
               END-IF
           END-PERFORM
           IF (NOT ORIGIN-FOUND) AND (WS-OR-COUNT < 100) THEN
               MOVE WS-OR-COUNT TO WS-OR-SLOT
               PERFORM UNTIL ORIGIN-FOUND
                   IF WS-OR-SLOT = 0 THEN
                       MOVE 'Y' TO WS-OR-FOUND
                   ELSE
                       IF WS-OR-ORIGIN(WS-OR-SLOT) <
                         WS-RO-ORIGIN(WS-RO-COUNT) THEN
                           MOVE 'Y' TO WS-OR-FOUND
                       ELSE
                           MOVE WS-OR-ORIGIN(WS-OR-SLOT)
                             TO WS-OR-ORIGIN(WS-OR-SLOT + 1)
                           SUBTRACT 1 FROM WS-OR-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-RO-ORIGIN(WS-RO-COUNT)
                 TO WS-OR-ORIGIN(WS-OR-SLOT + 1)
               ADD 1 TO WS-OR-COUNT
           END-IF
           .

       510-CHECK-ROSTER-ENTRY.
      *****************************************************************
      *  Every calendar row of the entry's factory, every 'O' day of
      *  it up to the run date : one keyed READ of the daily history.
      *  The overdue gaps of the entry add up to one alert, which
      *  names the oldest of them whatever order the calendar rows
      *  came in
           MOVE 0 TO WS-OVERDUE-GAPS
           MOVE 0 TO WS-OLDEST-GAP
           PERFORM
             VARYING WS-CT-IDX FROM 1 BY 1
             UNTIL (WS-CT-IDX > WS-CT-COUNT)
               IF WS-CT-FACTORY(WS-CT-IDX) =
                 WS-RO-FACTORY(WS-RO-IDX) THEN
                   MOVE WS-CT-YY(WS-CT-IDX) TO WS-SV-YY
                   MOVE WS-CT-MM(WS-CT-IDX) TO WS-SV-MM
                   PERFORM 557-MONTH-LENGTH
                   MOVE WS-SV-MLEN TO WS-CT-LAST
                   IF WS-CT-PERIOD(WS-CT-IDX) = WS-RUN-PERIOD THEN
                       MOVE WS-RUN-DD TO WS-CT-LAST
                   END-IF
                   PERFORM
                     VARYING WS-CT-DAY FROM 1 BY 1
                     UNTIL (WS-CT-DAY > WS-CT-LAST)
                       IF WS-CT-DAYS(WS-CT-IDX)(WS-CT-DAY:1) = 'O'
                         THEN
                           PERFORM 520-CHECK-ONE-DAY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-OVERDUE-GAPS > 0 THEN
               PERFORM 700-RAISE-GAP-ALERT
           END-IF
           .

       515-CHECK-PERIOD-CLOSED.
      *****************************************************************
      *  Is the calendar row's CAL-PERIOD on the closed-period file?
           MOVE 'N' TO WS-CHK-STATE
           PERFORM VARYING WS-CLSD-IDX FROM 1 BY 1
             UNTIL (WS-CLSD-IDX > WS-CLSD-COUNT) OR (PERIOD-IS-CLOSED)
               IF WS-CLSD-PERIOD(WS-CLSD-IDX) = CAL-PERIOD THEN
                   MOVE 'Y' TO WS-CHK-STATE
               END-IF
           END-PERFORM
           .

       520-CHECK-ONE-DAY.
      *****************************************************************
      *  A scheduled shift-day : present in the history, or a gap.
      *  The gap's age is counted in calendar days from the run date
           ADD 1 TO WS-DAYS-CHECKED
           MOVE WS-RO-FACTORY(WS-RO-IDX) TO DAYH-FACTORY
           MOVE WS-RO-WORKBH(WS-RO-IDX)  TO DAYH-WORKBH
           MOVE WS-CT-YY(WS-CT-IDX)      TO DAYH-YEAR
           MOVE WS-CT-MM(WS-CT-IDX)      TO DAYH-MONTH
           MOVE WS-CT-DAY                TO DAYH-DAY
           MOVE WS-RO-SHIFT(WS-RO-IDX)   TO DAYH-SHIFT
           READ FILEDAYH
             INVALID KEY
                 CONTINUE
           END-READ
           IF FS-DH-NOTFOUND THEN
               ADD 1 TO WS-GAPS-FOUND
               ADD 1 TO WS-SITE-GAPS
               MOVE DAYH-YEAR  TO WS-CV-YY
               MOVE DAYH-MONTH TO WS-CV-MM
               MOVE DAYH-DAY   TO WS-CV-DD
               PERFORM 545-DATE-TO-SERIAL
               COMPUTE WS-GAP-AGE = WS-RUN-SERIAL - WS-CV-SERIAL
               MOVE SPACES TO GPD-FLAG
               IF WS-GAP-AGE > WS-TOLERANCE THEN
                   ADD 1 TO WS-GAPS-OVERDUE
                   ADD 1 TO WS-OVERDUE-GAPS
                   MOVE 'EN RETARD' TO GPD-FLAG
                   IF (WS-OLDEST-GAP = 0)
                     OR (DAYH-DATE < WS-OLDEST-GAP) THEN
                       MOVE DAYH-DATE TO WS-OLDEST-GAP
                   END-IF
               END-IF
               MOVE DAYH-FACTORY TO GPD-FACT
               MOVE DAYH-WORKBH  TO GPD-WORK
               MOVE DAYH-SHIFT   TO GPD-SHIFT
               MOVE DAYH-DATE    TO GPD-DATE
               MOVE WS-GAP-AGE   TO GPD-AGE
               WRITE GAP-REPORT FROM GAP-DETAIL-LINE
           END-IF
           .

       545-DATE-TO-SERIAL.
      *****************************************************************
      *  Days since 01/01/2000 (serial 1, a Saturday) for the date
      *  in WS-CV-YY/MM/DD, and the day of week (1 = Monday) - the
      *  routine of PGM020. Every fourth year of 2000-2099 is leap
           COMPUTE WS-CV-LEAPS = (WS-CV-YY + 3) / 4
           EVALUATE WS-CV-MM
               WHEN 1  MOVE 0   TO WS-CV-MOFF
               WHEN 2  MOVE 31  TO WS-CV-MOFF
               WHEN 3  MOVE 59  TO WS-CV-MOFF
               WHEN 4  MOVE 90  TO WS-CV-MOFF
               WHEN 5  MOVE 120 TO WS-CV-MOFF
               WHEN 6  MOVE 151 TO WS-CV-MOFF
               WHEN 7  MOVE 181 TO WS-CV-MOFF
               WHEN 8  MOVE 212 TO WS-CV-MOFF
               WHEN 9  MOVE 243 TO WS-CV-MOFF
               WHEN 10 MOVE 273 TO WS-CV-MOFF
               WHEN 11 MOVE 304 TO WS-CV-MOFF
               WHEN OTHER MOVE 334 TO WS-CV-MOFF
           END-EVALUATE
           IF (FUNCTION MOD (WS-CV-YY, 4) = 0)
             AND (WS-CV-MM > 2) THEN
               ADD 1 TO WS-CV-MOFF
           END-IF
           COMPUTE WS-CV-SERIAL =
               (WS-CV-YY * 365) + WS-CV-LEAPS + WS-CV-MOFF + WS-CV-DD
           COMPUTE WS-CV-DOW =
               FUNCTION MOD (WS-CV-SERIAL + 4, 7) + 1
           .

       557-MONTH-LENGTH.
      *****************************************************************
      *  Days in month WS-SV-MM of year WS-SV-YY - a calendar row
      *  marking a 31st in a 30-day month has no day to miss there
           EVALUATE WS-SV-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-SV-MLEN
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-SV-MLEN
               WHEN OTHER
                   IF FUNCTION MOD (WS-SV-YY, 4) = 0 THEN
                       MOVE 29 TO WS-SV-MLEN
                   ELSE
                       MOVE 28 TO WS-SV-MLEN
                   END-IF
           END-EVALUATE
           .

       700-RAISE-GAP-ALERT.
      *****************************************************************
      *  One alert per factory/workshop/shift holding overdue gaps :
      *  VAL = overdue scheduled days, REF = the oldest one (YYMMDD)
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'NOSUBMIT' TO ALR-CONDITION
           MOVE WS-RO-FACTORY(WS-RO-IDX) TO ALR-FACT
           MOVE WS-RO-WORKBH(WS-RO-IDX)  TO ALR-WORK
           MOVE WS-OVERDUE-GAPS          TO ALR-VALUE1
           MOVE WS-OLDEST-GAP            TO ALR-VALUE2
           PERFORM 750-WRITE-ALERT
           ADD 1 TO WS-ALERTS-RAISED
           .

       750-WRITE-ALERT.
      *****************************************************************
      *  Writes the alert just loaded into WS-ALERT-LINE - once to
      *  FILEALRT for the scheduler's file trigger and once to the
      *  keyed history FILEALRH, where it stays until an operator
      *  acknowledges it via PGM025 (same write as PGM015)
           WRITE ALERT-RECORD FROM WS-ALERT-LINE
           PERFORM 755-NEXT-ALERT-KEY
           MOVE SPACES         TO ALERT-HISTORY-RECORD
           MOVE WS-ALERT-DATE  TO ALRH-DATE
           MOVE WS-ALERT-TIME  TO ALRH-TIME
           MOVE WS-ALRH-SEQ    TO ALRH-SEQ
           MOVE ALR-SEVERITY   TO ALRH-SEVERITY
           MOVE ALR-CONDITION  TO ALRH-CONDITION
           MOVE ALR-FACT       TO ALRH-FACT
           MOVE ALR-WORK       TO ALRH-WORK
           MOVE ALR-VALUE1     TO ALRH-VALUE1
           MOVE ALR-VALUE2     TO ALRH-VALUE2
           MOVE 'N'            TO ALRH-ACK-FLAG
           MOVE SPACES         TO ALRH-ACK-OPER
           MOVE 0              TO ALRH-ACK-DATE
           MOVE SPACES         TO ALRH-ACK-COMM
      *  A PGM015 run inside the same clock second collides on the
      *  key; nudging the sequence forward keeps the record. One
      *  still refused is counted - it is on FILEALRT only
           WRITE ALERT-HISTORY-RECORD
             INVALID KEY
                 PERFORM 755-NEXT-ALERT-KEY
                 MOVE WS-ALERT-TIME TO ALRH-TIME
                 MOVE WS-ALRH-SEQ   TO ALRH-SEQ
                 WRITE ALERT-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ALERTS-LOST
                 END-WRITE
           END-WRITE
           .

       755-NEXT-ALERT-KEY.
      *****************************************************************
      *  Next date/time/sequence key of the alert history. The
      *  roster can raise more alerts than the 2-digit sequence
      *  holds : past 99 the time moves on - to the clock, or one
      *  second past the last time used when the clock has not yet
      *  moved - and the sequence starts again, so no key of this
      *  run is ever reused
           IF WS-ALRH-SEQ < 99 THEN
               ADD 1 TO WS-ALRH-SEQ
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               IF WS-RUN-TIME(1:6) > WS-ALERT-TIME THEN
                   MOVE WS-RUN-TIME(1:6) TO WS-ALERT-TIME
               ELSE
                   ADD 1 TO WS-ALERT-TIME
               END-IF
               MOVE 1 TO WS-ALRH-SEQ
           END-IF
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals
           MOVE 'JOURS-EQUIPE PLANIFIES      :' TO GPC-LABEL
           MOVE WS-DAYS-CHECKED  TO GPC-VALUE
           WRITE GAP-REPORT FROM GAP-COUNT-LINE
           MOVE 'JOURS-EQUIPE MANQUANTS      :' TO GPC-LABEL
           MOVE WS-GAPS-FOUND    TO GPC-VALUE
           WRITE GAP-REPORT FROM GAP-COUNT-LINE
           MOVE 'DONT EN RETARD              :' TO GPC-LABEL
           MOVE WS-GAPS-OVERDUE  TO GPC-VALUE
           WRITE GAP-REPORT FROM GAP-COUNT-LINE
           MOVE 'ALERTES EMISES              :' TO GPC-LABEL
           MOVE WS-ALERTS-RAISED TO GPC-VALUE
           WRITE GAP-REPORT FROM GAP-COUNT-LINE
           IF WS-ALERTS-LOST > 0 THEN
               MOVE 'ALERTES NON HISTORISEES     :' TO GPC-LABEL
               MOVE WS-ALERTS-LOST TO GPC-VALUE
               WRITE GAP-REPORT FROM GAP-COUNT-LINE
           END-IF
           IF WS-CT-CLOSED > 0 THEN
               MOVE 'CALENDRIER PERIODE CLOTUREE :' TO GPC-LABEL
               MOVE WS-CT-CLOSED TO GPC-VALUE
               WRITE GAP-REPORT FROM GAP-COUNT-LINE
           END-IF
           IF WS-CT-OVERFLOW > 0 THEN
               MOVE 'CALENDRIER HORS CAPACITE    :' TO GPC-LABEL
               MOVE WS-CT-OVERFLOW TO GPC-VALUE
               WRITE GAP-REPORT FROM GAP-COUNT-LINE
               MOVE 'LIGNES NON CONTROLEES - AVANCER LA PERIODE'
                 TO GPM-TEXT
               WRITE GAP-REPORT FROM GAP-MSG-LINE
           END-IF
           .

       890-WRITE-DAYH-REFUSED.
      *****************************************************************
      *  Says why nothing was checked - the history did not open, and
      *  its status says why
           MOVE 'HISTORIQUE FILEDAYH NON OUVERT - STATUT' TO GPM-TEXT
           MOVE FS-FILEDAYH TO GPM-TEXT(41:2)
           WRITE GAP-REPORT FROM GAP-MSG-LINE
           MOVE 'CONTROLE REFUSE - AUCUNE ALERTE EMISE' TO GPM-TEXT
           WRITE GAP-REPORT FROM GAP-MSG-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = every scheduled day has its daily record
      *    4 = days missing, none yet past the tolerance, or an
      *        alert the history file refused
      *    8 = days missing past the tolerance - alerts raised -
      *        or calendar rows past the table left unchecked
      *   12 = bad card, daily history that would not open, or no
      *        calendar / roster to check against
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 12 TO RETURN-CODE
               WHEN NOT DAYH-IS-OPEN
                   MOVE 12 TO RETURN-CODE
               WHEN (WS-RO-COUNT = 0) OR (WS-CT-COUNT = 0)
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CT-OVERFLOW > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GAPS-OVERDUE > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALERTS-LOST > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-GAPS-FOUND > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           IF DAYH-IS-OPEN THEN
               CLOSE FILEDAYH
           END-IF
           CLOSE FILEOUT1,
                 FILEALRT,
                 FILEALRH
           .
