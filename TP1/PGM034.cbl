      *****************************************************************
      * Program name:    PGM034
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Retention and purge housekeeping for the history files
      *    that otherwise only ever grow. The control card gives a
      *    retention in months per file; every record older than
      *    the retention is copied to that file's archive - a dated
      *    sequential image, one archive per history file - and only
      *    then removed from the live file. A record past retention
      *    is still kept when the period (or year) it belongs to is
      *    not closed on FILECLSD (FILECLSY), and an alert is kept
      *    until it has been acknowledged, so the purge can never
      *    take away figures PGM018, PGM023 or PGM025 still need.
      *    The report gives, per file, what was read, archived,
      *    kept under retention and refused.
      *
      * Using :
      *    - FILEPARM : retention control card
      *    - FILECLSD : closed-period control file (input)
      *    - FILECLSY : closed-year control file (input)
      *    - FILEDAYH : daily production history (update)
      *    - FILEJRNL : permanent adjustment journal (rewritten)
      *    - FILEALRH : persistent alert history (update)
      *    - FILERUNH : run-history log (update)
      *    - FILEHIST : archive of closed MTD records (rewritten)
      *    - FILEYHST : archive of closed YTD records (rewritten)
      *    - FILEWORK : work file for the sequential rewrites
      *    - FILEXDAY, FILEXJRN, FILEXALR, FILEXRUN, FILEXHST,
      *      FILEXYHS : purge archives of the six files (extend)
      *    - FILEOUT1 : purge report
      *    - FILECHAN : job-chain ledger (update)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - retention purge of the history
      *                    files with dated archives
      * 15/10/26  IBMUSER  Run recorded on the job-chain ledger
      *                    FILECHAN; a purge that rewrote the
      *                    journal marks every period changed, so
      *                    the next PGM018 close waits for a fresh
      *                    PGM026 journal count
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM034.
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
      / FILEPARM - RETENTION CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
      / FILECLSD - CLOSED-PERIOD CONTROL FILE
           SELECT FILECLSD
           ASSIGN to FILECLSD
           FILE STATUS is FS-FILECLSD.
      / FILECLSY - CLOSED-YEAR CONTROL FILE
           SELECT FILECLSY
           ASSIGN to FILECLSY
           FILE STATUS is FS-FILECLSY.
      / FILEJRNL - PERMANENT ADJUSTMENT JOURNAL (SHARED WITH PGM017)
           SELECT FILEJRNL
           ASSIGN to FILEJRNL
           FILE STATUS is FS-FILEJRNL.
      / FILEHIST - ARCHIVE OF CLOSED MTD RECORDS
           SELECT FILEHIST
           ASSIGN to FILEHIST
           FILE STATUS is FS-FILEHIST.
      / FILEYHST - ARCHIVE OF CLOSED YTD RECORDS
           SELECT FILEYHST
           ASSIGN to FILEYHST
           FILE STATUS is FS-FILEYHST.
      / FILEWORK - WORK FILE FOR THE SEQUENTIAL REWRITES
           SELECT FILEWORK
           ASSIGN to FILEWORK
           FILE STATUS is FS-FILEWORK.
      / FILEXDAY - PURGE ARCHIVE OF FILEDAYH
           SELECT FILEXDAY
           ASSIGN to FILEXDAY
           FILE STATUS is FS-FILEXDAY.
      / FILEXJRN - PURGE ARCHIVE OF FILEJRNL
           SELECT FILEXJRN
           ASSIGN to FILEXJRN
           FILE STATUS is FS-FILEXJRN.
      / FILEXALR - PURGE ARCHIVE OF FILEALRH
           SELECT FILEXALR
           ASSIGN to FILEXALR
           FILE STATUS is FS-FILEXALR.
      / FILEXRUN - PURGE ARCHIVE OF FILERUNH
           SELECT FILEXRUN
           ASSIGN to FILEXRUN
           FILE STATUS is FS-FILEXRUN.
      / FILEXHST - PURGE ARCHIVE OF FILEHIST
           SELECT FILEXHST
           ASSIGN to FILEXHST
           FILE STATUS is FS-FILEXHST.
      / FILEXYHS - PURGE ARCHIVE OF FILEYHST
           SELECT FILEXYHS
           ASSIGN to FILEXYHS
           FILE STATUS is FS-FILEXYHS.
      / FILEDAYH - DAILY PRODUCTION HISTORY FILE
           SELECT FILEDAYH
           ASSIGN to FILEDAYH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAYH-KEY
           FILE STATUS is FS-FILEDAYH.
      / FILEALRH - PERSISTENT ALERT HISTORY (ACK VIA PGM025)
           SELECT FILEALRH
           ASSIGN to FILEALRH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALRH-KEY
           FILE STATUS is FS-FILEALRH.
      / FILERUNH - RUN-HISTORY LOG FILE
           SELECT FILERUNH
           ASSIGN to FILERUNH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUNH-KEY
           FILE STATUS is FS-FILERUNH.
      / FILECHAN - JOB-CHAIN LEDGER
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - PURGE REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PURGE-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - RETENTION CONTROL CARD
      *  Card layout - retention in months, blank or zero leaves the
      *  file alone :
      *    col 01-03  FILEDAYH daily history
      *    col 04-06  FILEJRNL adjustment journal
      *    col 07-09  FILEALRH alert history (acknowledged only)
      *    col 10-12  FILERUNH run history
      *    col 13-15  FILEHIST closed MTD archive
      *    col 16-18  FILEYHST closed YTD archive (whole years : a
      *               year goes once its December is past retention)
      *    col 19-26  operator id (echoed on the report)
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-RETENTION PIC 9(03) OCCURS 6.
           02 PARAM-OPERATOR  PIC X(08).
           02 FILLER PIC X(54).
      / FILECLSD - CLOSED-PERIOD CONTROL FILE (LAYOUT OF PGM018)
       FD FILECLSD RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CLOSED-PERIOD-RECORD.
           02 CLSD-PERIOD    PIC 9(04).
           02 CLSD-DATE      PIC 9(06).
           02 FILLER PIC X(70).
      / FILECLSY - CLOSED-YEAR CONTROL FILE (LAYOUT OF PGM023)
       FD FILECLSY RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CLOSED-YEAR-RECORD.
           02 CLSY-YEAR      PIC 9(02).
           02 CLSY-DATE      PIC 9(06).
           02 FILLER PIC X(72).
      / FILEJRNL - PERMANENT ADJUSTMENT JOURNAL (LAYOUT OF PGM017)
      *  JRNL-PERIOD holds YYMM, except on a YTD line (master Y)
      *  where it holds the year
       FD FILEJRNL RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 JOURNAL-RECORD.
           02 JRNL-DATE        PIC 9(06).
           02 JRNL-OPERATOR    PIC X(08).
           02 JRNL-MASTER      PIC X(01).
           02 JRNL-FACTORY     PIC 9(01).
           02 JRNL-WORKBH      PIC 9(02).
           02 JRNL-PERIOD      PIC 9(04).
           02 JRNL-BEFORE-GOOD PIC 9(07).
           02 JRNL-AFTER-GOOD  PIC 9(07).
           02 JRNL-BEFORE-BAD  PIC 9(07).
           02 JRNL-AFTER-BAD   PIC 9(07).
           02 JRNL-REASON      PIC X(03).
           02 FILLER PIC X(27).
      / FILEHIST - ARCHIVE OF CLOSED MTD RECORDS (LAYOUT OF PGM018)
       FD FILEHIST RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 HIST-MTD-RECORD.
           02 HIST-FACTORY    PIC 9(01).
           02 HIST-WORKBH     PIC 9(02).
           02 HIST-YEARMONTH  PIC 9(04).
           02 HIST-MTD-GOOD   PIC 9(07).
           02 HIST-MTD-BAD    PIC 9(07).
           02 HIST-CLOSED     PIC X(01).
           02 FILLER PIC X(58).
      / FILEYHST - ARCHIVE OF CLOSED YTD RECORDS (LAYOUT OF PGM023)
       FD FILEYHST RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 YHST-YTD-RECORD.
           02 YHST-FACTORY PIC 9(01).
           02 YHST-WORKBH  PIC 9(02).
           02 YHST-YEAR    PIC 9(02).
           02 YHST-GOOD    PIC 9(07).
           02 YHST-BAD     PIC 9(07).
           02 FILLER PIC X(61).
      / FILEWORK - WORK FILE FOR THE SEQUENTIAL REWRITES
       FD FILEWORK RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 WORK-RECORD.
           02 FILLER PIC X(80).
      / PURGE ARCHIVES
      *  Each purged record goes out whole, behind the date of the
      *  purge that removed it - the archives are only ever extended
       FD FILEXDAY RECORDING MODE F
           RECORD CONTAINS 86 CHARACTERS.
       01 XDAY-RECORD.
           02 XDAY-PURGE-DATE PIC 9(06).
           02 XDAY-IMAGE      PIC X(80).
       FD FILEXJRN RECORDING MODE F
           RECORD CONTAINS 86 CHARACTERS.
       01 XJRN-RECORD.
           02 XJRN-PURGE-DATE PIC 9(06).
           02 XJRN-IMAGE      PIC X(80).
       FD FILEXALR RECORDING MODE F
           RECORD CONTAINS 86 CHARACTERS.
       01 XALR-RECORD.
           02 XALR-PURGE-DATE PIC 9(06).
           02 XALR-IMAGE      PIC X(80).
       FD FILEXRUN RECORDING MODE F
           RECORD CONTAINS 86 CHARACTERS.
       01 XRUN-RECORD.
           02 XRUN-PURGE-DATE PIC 9(06).
           02 XRUN-IMAGE      PIC X(80).
       FD FILEXHST RECORDING MODE F
           RECORD CONTAINS 86 CHARACTERS.
       01 XHST-RECORD.
           02 XHST-PURGE-DATE PIC 9(06).
           02 XHST-IMAGE      PIC X(80).
       FD FILEXYHS RECORDING MODE F
           RECORD CONTAINS 86 CHARACTERS.
       01 XYHS-RECORD.
           02 XYHS-PURGE-DATE PIC 9(06).
           02 XYHS-IMAGE      PIC X(80).
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
      / FILERUNH - RUN-HISTORY LOG FILE (LAYOUT OF PGM015)
       FD FILERUNH
           RECORD CONTAINS 80 CHARACTERS.
       01 RUN-HISTORY-RECORD.
           02 RUNH-KEY.
               03 RUNH-DATE PIC 9(06).
               03 RUNH-TIME PIC 9(06).
           02 FILLER PIC X(68).
      / FILECHAN - JOB-CHAIN LEDGER (LAYOUT OF PGM015)
       FD FILECHAN
           RECORD CONTAINS 80 CHARACTERS.
       01 CHAIN-RECORD.
           02 CHN-KEY.
               03 CHN-START-DATE PIC 9(06).
               03 CHN-START-TIME PIC 9(06).
               03 CHN-SEQ        PIC 9(02).
           02 CHN-PROGRAM      PIC X(08).
           02 CHN-FUNCTION     PIC X(08).
           02 CHN-PERIOD-LOW   PIC 9(04).
           02 CHN-PERIOD-HIGH  PIC 9(04).
           02 CHN-STATE        PIC X(01).
           02 CHN-RC           PIC 9(02).
           02 CHN-END-DATE     PIC 9(06).
           02 CHN-END-TIME     PIC 9(06).
           02 CHN-CHANGED      PIC X(01).
           02 CHN-CLEAN        PIC X(01).
           02 CHN-JRNL-COUNT   PIC 9(07).
           02 CHN-CONFIRM      PIC X(01).
           02 CHN-CONFIRM-OPER PIC X(08).
           02 CHN-CONFIRM-DATE PIC 9(06).
           02 CHN-REASON       PIC X(03).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / RUN DATE (STAMPED ON EVERY ARCHIVED RECORD)
       01 WS-RUN-DATE.
           02 WS-RUN-YY PIC 9(02).
           02 WS-RUN-MM PIC 9(02).
           02 WS-RUN-DD PIC 9(02).
       01 WS-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-CARD-VALID PIC X VALUE 'N'.
           88 CARD-IS-VALID VALUE 'Y'.
      / ONE SLOT PER HISTORY FILE, IN CARD ORDER
      *  1 FILEDAYH, 2 FILEJRNL, 3 FILEALRH, 4 FILERUNH, 5 FILEHIST,
      *  6 FILEYHST. The cutoff is the first period kept : a record
      *  of an earlier period is past retention
       01 WS-PURGE-TABLE.
           02 WS-PG-ENTRY OCCURS 6.
               03 WS-PG-NAME     PIC X(08).
               03 WS-PG-MONTHS   PIC 9(03).
               03 WS-PG-CUTOFF   PIC 9(04).
               03 WS-PG-STATE    PIC X(01).
                   88 PG-FILE-MISSING VALUE 'M'.
               03 WS-PG-READ     PIC 9(07).
               03 WS-PG-PURGED   PIC 9(07).
               03 WS-PG-KEPT     PIC 9(07).
               03 WS-PG-OPEN-PER PIC 9(07).
               03 WS-PG-NOT-ACK  PIC 9(07).
       01 WS-PG-IDX PIC 9(01) VALUE 0.
       01 WS-MONTH-COUNT PIC S9(05) VALUE 0.
       01 WS-CUTOFF-YY   PIC 9(02) VALUE 0.
       01 WS-CUTOFF-MM   PIC 9(02) VALUE 0.
       01 WS-REC-PERIOD  PIC 9(04) VALUE 0.
       01 WS-REFUSED-TOTAL PIC 9(07) VALUE 0.
       01 WS-PURGED-TOTAL  PIC 9(07) VALUE 0.
      / CLOSED PERIODS AND YEARS (LOADED FROM FILECLSD/FILECLSY)
       01 WS-CLSD-TABLE.
           02 WS-CLSD-PERIOD PIC 9(04) OCCURS 100.
       01 WS-CLSD-COUNT PIC 9(03) VALUE 0.
       01 WS-CLSD-IDX   PIC 9(03) VALUE 0.
       01 WS-CLSY-TABLE.
           02 WS-CLSY-YEAR PIC 9(02) OCCURS 50.
       01 WS-CLSY-COUNT PIC 9(02) VALUE 0.
       01 WS-CLSY-IDX   PIC 9(02) VALUE 0.
       01 WS-CHK-PERIOD PIC 9(04) VALUE 0.
       01 WS-CHK-YEAR   PIC 9(02) VALUE 0.
       01 WS-CHK-STATE  PIC X VALUE 'N'.
           88 PERIOD-IS-CLOSED VALUE 'Y'.
      / JOB-CHAIN LEDGER
      *  This run's own ledger key, kept from the start write to the
      *  end rewrite. PGM018 measures late adjustments by journal
      *  line number from the count of the last clean PGM026; a
      *  journal this run has shortened invalidates that count for
      *  every period, hence CHANGED over all periods (low 0)
       01 WS-CHN-KEY   PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK PIC 9(08) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(13) VALUE SPACES.
               03 FILLER PIC X(31) VALUE
                   'PURGE DES HISTORIQUES - DATE :'.
               03 PGH-DATE PIC 9(06).
               03 FILLER PIC X(13) VALUE '  OPERATEUR :'.
               03 FILLER PIC X(01) VALUE SPACES.
               03 PGH-OPER PIC X(08).
               03 FILLER PIC X(08) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 PURGE-FILE-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(08) VALUE 'FICHIER '.
           02 PFL-NAME  PIC X(08).
           02 FILLER    PIC X(13) VALUE '   RETENTION '.
           02 PFL-MONTHS PIC ZZ9.
           02 FILLER    PIC X(23) VALUE ' MOIS - CONSERVE DEPUIS'.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 PFL-CUTOFF PIC 9(04).
           02 FILLER    PIC X(15) VALUE SPACES.
       01 PURGE-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 PCL-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 PCL-VALUE PIC ZZZZZZ9.
           02 FILLER    PIC X(35) VALUE SPACES.
       01 PURGE-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 PML-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILECLSD-STATUS.
           05 FS-FILECLSD    PIC X(02).
               88 FS-CL-OK       VALUE '00'.
               88 FS-CL-EOF      VALUE '10'.
       01 FILECLSY-STATUS.
           05 FS-FILECLSY    PIC X(02).
               88 FS-CY-OK       VALUE '00'.
               88 FS-CY-EOF      VALUE '10'.
       01 FILEJRNL-STATUS.
           05 FS-FILEJRNL    PIC X(02).
               88 FS-JR-OK       VALUE '00'.
               88 FS-JR-EOF      VALUE '10'.
       01 FILEHIST-STATUS.
           05 FS-FILEHIST    PIC X(02).
               88 FS-HS-OK       VALUE '00'.
               88 FS-HS-EOF      VALUE '10'.
       01 FILEYHST-STATUS.
           05 FS-FILEYHST    PIC X(02).
               88 FS-YH-OK       VALUE '00'.
               88 FS-YH-EOF      VALUE '10'.
       01 FILEWORK-STATUS.
           05 FS-FILEWORK    PIC X(02).
               88 FS-WK-OK       VALUE '00'.
               88 FS-WK-EOF      VALUE '10'.
       01 FILEXDAY-STATUS.
           05 FS-FILEXDAY    PIC X(02).
               88 FS-XD-MISSING  VALUE '35'.
       01 FILEXJRN-STATUS.
           05 FS-FILEXJRN    PIC X(02).
               88 FS-XJ-MISSING  VALUE '35'.
       01 FILEXALR-STATUS.
           05 FS-FILEXALR    PIC X(02).
               88 FS-XA-MISSING  VALUE '35'.
       01 FILEXRUN-STATUS.
           05 FS-FILEXRUN    PIC X(02).
               88 FS-XR-MISSING  VALUE '35'.
       01 FILEXHST-STATUS.
           05 FS-FILEXHST    PIC X(02).
               88 FS-XH-MISSING  VALUE '35'.
       01 FILEXYHS-STATUS.
           05 FS-FILEXYHS    PIC X(02).
               88 FS-XY-MISSING  VALUE '35'.
       01 FILEDAYH-STATUS.
           05 FS-FILEDAYH    PIC X(02).
               88 FS-DH-OK       VALUE '00'.
               88 FS-DH-EOF      VALUE '10'.
       01 FILEALRH-STATUS.
           05 FS-FILEALRH    PIC X(02).
               88 FS-AH-OK       VALUE '00'.
               88 FS-AH-EOF      VALUE '10'.
       01 FILERUNH-STATUS.
           05 FS-FILERUNH    PIC X(02).
               88 FS-RH-OK       VALUE '00'.
               88 FS-RH-EOF      VALUE '10'.
       01 FILECHAN-STATUS.
           05 FS-FILECHAN    PIC X(02).
               88 FS-CH-OK       VALUE '00'.
               88 FS-CH-MISSING  VALUE '35'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Verifications
      *    - 5xx : Operations
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           IF CARD-IS-VALID THEN
               PERFORM 030-CHAIN-START
               PERFORM 010-CLOSED-PERIODS
               PERFORM 020-CUTOFFS
               PERFORM 100-PURGE-DAYH
               PERFORM 110-PURGE-JRNL
               PERFORM 120-PURGE-ALRH
               PERFORM 130-PURGE-RUNH
               PERFORM 140-PURGE-HIST
               PERFORM 150-PURGE-YHST
               PERFORM 800-WRITE-COUNTS
           ELSE
               MOVE 'CARTE PARAMETRE ABSENTE OU FAUSSE - REFUS'
                 TO PML-TEXT
               WRITE PURGE-REPORT FROM PURGE-MSG-LINE
           END-IF
           PERFORM 990-SET-RETURN-CODE
           IF CARD-IS-VALID THEN
               PERFORM 995-CHAIN-END
           END-IF
           PERFORM 999-FCLOS
           GOBACK
           .
      *                                                               *
      *****************************************************************

       000-PARAM.
      *****************************************************************
      *  Reads the six retentions and the operator. The card is
      *  required - a purge is never run on defaults - and blank
      *  retentions count as zero, i.e. that file is left alone. A
      *  card that retains nothing is refused as surely as a card
      *  that is not numeric
           MOVE 'FILEDAYH' TO WS-PG-NAME(1)
           MOVE 'FILEJRNL' TO WS-PG-NAME(2)
           MOVE 'FILEALRH' TO WS-PG-NAME(3)
           MOVE 'FILERUNH' TO WS-PG-NAME(4)
           MOVE 'FILEHIST' TO WS-PG-NAME(5)
           MOVE 'FILEYHST' TO WS-PG-NAME(6)
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   MOVE 'Y' TO WS-CARD-VALID
                   PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                     UNTIL WS-PG-IDX > 6
                       IF PARAM-RECORD(WS-PG-IDX * 3 - 2:3) = SPACES
                           MOVE '000'
                             TO PARAM-RECORD(WS-PG-IDX * 3 - 2:3)
                       END-IF
                   END-PERFORM
                   IF PARAM-RECORD(1:18) IS NUMERIC THEN
                       PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                         UNTIL WS-PG-IDX > 6
                           MOVE PARAM-RETENTION(WS-PG-IDX)
                             TO WS-PG-MONTHS(WS-PG-IDX)
                       END-PERFORM
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
                   END-IF
                   IF PARAM-RECORD(1:18) = ALL '0' THEN
                       MOVE 'N' TO WS-CARD-VALID
                   END-IF
                   MOVE PARAM-OPERATOR TO WS-OPERATOR
               END-IF
               CLOSE FILEPARM
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Only the report opens here - each history file, its archive
      *  and the work file open in turn as the purge reaches them
           OPEN OUTPUT FILEOUT1
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO PGH-DATE
           MOVE WS-OPERATOR TO PGH-OPER
           WRITE PURGE-REPORT FROM LINE1
           WRITE PURGE-REPORT FROM LINE2
           WRITE PURGE-REPORT FROM NEWLINE
           .

       010-CLOSED-PERIODS.
      *****************************************************************
      *  Loads the closed periods and the closed years. A missing
      *  control file means nothing is closed - and nothing past
      *  retention is then purged from a period-bound file
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
           OPEN INPUT FILECLSY
           IF FS-CY-OK THEN
               PERFORM UNTIL FS-CY-EOF
                   READ FILECLSY
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (CLSY-YEAR IS NUMERIC)
                           AND (WS-CLSY-COUNT < 50) THEN
                             ADD 1 TO WS-CLSY-COUNT
                             MOVE CLSY-YEAR
                               TO WS-CLSY-YEAR(WS-CLSY-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECLSY
           END-IF
           .

       020-CUTOFFS.
      *****************************************************************
      *  First period kept per file : the run month less the
      *  retention. A retention reaching back past the first period
      *  the two-digit year can hold keeps everything
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
             UNTIL WS-PG-IDX > 6
               MOVE 0 TO WS-PG-CUTOFF(WS-PG-IDX)
               IF WS-PG-MONTHS(WS-PG-IDX) > 0 THEN
                   COMPUTE WS-MONTH-COUNT =
                       WS-RUN-YY * 12 + WS-RUN-MM - 1
                       - WS-PG-MONTHS(WS-PG-IDX)
                   IF WS-MONTH-COUNT > 0 THEN
                       DIVIDE WS-MONTH-COUNT BY 12
                         GIVING WS-CUTOFF-YY
                         REMAINDER WS-CUTOFF-MM
                       ADD 1 TO WS-CUTOFF-MM
                       COMPUTE WS-PG-CUTOFF(WS-PG-IDX) =
                           WS-CUTOFF-YY * 100 + WS-CUTOFF-MM
                   END-IF
               END-IF
           END-PERFORM
           .

       030-CHAIN-START.
      *****************************************************************
      *  Files this run's ledger record, state R - same layout and
      *  same-second sequence nudge as 023-CHAIN-START of PGM015. A
      *  purge that dies half way through the journal copy-back
      *  stays R, and PGM018 holds the close on it until a PGM026
      *  has been run over whatever journal is left. A refused card
      *  touches nothing and files nothing
           OPEN I-O FILECHAN
           IF FS-CH-MISSING THEN
               OPEN OUTPUT FILECHAN
               CLOSE FILECHAN
               OPEN I-O FILECHAN
           END-IF
           MOVE SPACES       TO CHAIN-RECORD
           ACCEPT CHN-START-DATE FROM DATE
           ACCEPT WS-CHN-CLOCK   FROM TIME
           MOVE WS-CHN-CLOCK(1:6) TO CHN-START-TIME
           MOVE 0            TO CHN-SEQ
           MOVE 'PGM034'     TO CHN-PROGRAM
           MOVE 'PURGE'      TO CHN-FUNCTION
           MOVE 0   TO CHN-PERIOD-LOW
           MOVE 0   TO CHN-PERIOD-HIGH
           MOVE 'R' TO CHN-STATE
           MOVE 0   TO CHN-RC
           MOVE 0   TO CHN-END-DATE
           MOVE 0   TO CHN-END-TIME
           MOVE 'N' TO CHN-CHANGED
           MOVE 'N' TO CHN-CLEAN
           MOVE 0   TO CHN-JRNL-COUNT
           MOVE 0   TO CHN-CONFIRM-DATE
           WRITE CHAIN-RECORD
             INVALID KEY
                 ADD 1 TO CHN-SEQ
                 WRITE CHAIN-RECORD
                   INVALID KEY
                       CONTINUE
                 END-WRITE
           END-WRITE
           MOVE CHN-KEY TO WS-CHN-KEY
           .

       100-PURGE-DAYH.
      *****************************************************************
      *  Daily history : a day of a period before the cutoff goes,
      *  provided its period is closed. DELETE under dynamic access
      *  goes by the key the READ NEXT just filled, and the browse
      *  re-establishes past it, same walk as 520-PURGE-DAYH of
      *  PGM028
           MOVE 1 TO WS-PG-IDX
           IF WS-PG-MONTHS(1) > 0 THEN
               OPEN I-O FILEDAYH
               IF FS-DH-OK THEN
                   OPEN EXTEND FILEXDAY
                   IF FS-XD-MISSING THEN
                       OPEN OUTPUT FILEXDAY
                       CLOSE FILEXDAY
                       OPEN EXTEND FILEXDAY
                   END-IF
                   MOVE LOW-VALUES TO DAYH-KEY
                   START FILEDAYH KEY IS NOT LESS THAN DAYH-KEY
                     INVALID KEY
                         CONTINUE
                   END-START
                   PERFORM UNTIL NOT FS-DH-OK
                       READ FILEDAYH NEXT RECORD
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 500-DAYH-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FILEXDAY
                   CLOSE FILEDAYH
               ELSE
                   MOVE 'M' TO WS-PG-STATE(1)
               END-IF
           END-IF
           .

       110-PURGE-JRNL.
      *****************************************************************
      *  Journal : aged on the posting date, but an entry is kept
      *  while the period (or, for a YTD line, the year) it changed
      *  is still open. Sequential, so the kept entries go to the
      *  work file and are copied back over the journal afterwards
           MOVE 2 TO WS-PG-IDX
           IF WS-PG-MONTHS(2) > 0 THEN
               OPEN INPUT FILEJRNL
               IF FS-JR-OK THEN
                   OPEN OUTPUT FILEWORK
                   OPEN EXTEND FILEXJRN
                   IF FS-XJ-MISSING THEN
                       OPEN OUTPUT FILEXJRN
                       CLOSE FILEXJRN
                       OPEN EXTEND FILEXJRN
                   END-IF
                   PERFORM UNTIL NOT FS-JR-OK
                       READ FILEJRNL
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 510-JRNL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FILEXJRN
                   CLOSE FILEWORK
                   CLOSE FILEJRNL
                   IF WS-PG-PURGED(2) > 0 THEN
                       PERFORM 560-COPY-BACK-JRNL
                   END-IF
               ELSE
                   MOVE 'M' TO WS-PG-STATE(2)
               END-IF
           END-IF
           .

       120-PURGE-ALRH.
      *****************************************************************
      *  Alert history : aged on the alert date; an alert nobody has
      *  acknowledged through PGM025 stays, whatever its age
           MOVE 3 TO WS-PG-IDX
           IF WS-PG-MONTHS(3) > 0 THEN
               OPEN I-O FILEALRH
               IF FS-AH-OK THEN
                   OPEN EXTEND FILEXALR
                   IF FS-XA-MISSING THEN
                       OPEN OUTPUT FILEXALR
                       CLOSE FILEXALR
                       OPEN EXTEND FILEXALR
                   END-IF
                   MOVE LOW-VALUES TO ALRH-KEY
                   START FILEALRH KEY IS NOT LESS THAN ALRH-KEY
                     INVALID KEY
                         CONTINUE
                   END-START
                   PERFORM UNTIL NOT FS-AH-OK
                       READ FILEALRH NEXT RECORD
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 520-ALRH-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FILEXALR
                   CLOSE FILEALRH
               ELSE
                   MOVE 'M' TO WS-PG-STATE(3)
               END-IF
           END-IF
           .

       130-PURGE-RUNH.
      *****************************************************************
      *  Run history : aged on the run date, kept while the period
      *  of that date is open - PGM021 still reports on it
           MOVE 4 TO WS-PG-IDX
           IF WS-PG-MONTHS(4) > 0 THEN
               OPEN I-O FILERUNH
               IF FS-RH-OK THEN
                   OPEN EXTEND FILEXRUN
                   IF FS-XR-MISSING THEN
                       OPEN OUTPUT FILEXRUN
                       CLOSE FILEXRUN
                       OPEN EXTEND FILEXRUN
                   END-IF
                   MOVE LOW-VALUES TO RUNH-KEY
                   START FILERUNH KEY IS NOT LESS THAN RUNH-KEY
                     INVALID KEY
                         CONTINUE
                   END-START
                   PERFORM UNTIL NOT FS-RH-OK
                       READ FILERUNH NEXT RECORD
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 530-RUNH-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FILEXRUN
                   CLOSE FILERUNH
               ELSE
                   MOVE 'M' TO WS-PG-STATE(4)
               END-IF
           END-IF
           .

       140-PURGE-HIST.
      *****************************************************************
      *  Closed MTD archive : aged on the archived period. A period
      *  reopened since its close is open again on FILECLSD and its
      *  images stay - 155-RESTORE-FROM-ARCHIVE of PGM018 reads them
           MOVE 5 TO WS-PG-IDX
           IF WS-PG-MONTHS(5) > 0 THEN
               OPEN INPUT FILEHIST
               IF FS-HS-OK THEN
                   OPEN OUTPUT FILEWORK
                   OPEN EXTEND FILEXHST
                   IF FS-XH-MISSING THEN
                       OPEN OUTPUT FILEXHST
                       CLOSE FILEXHST
                       OPEN EXTEND FILEXHST
                   END-IF
                   PERFORM UNTIL NOT FS-HS-OK
                       READ FILEHIST
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 540-HIST-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FILEXHST
                   CLOSE FILEWORK
                   CLOSE FILEHIST
                   IF WS-PG-PURGED(5) > 0 THEN
                       PERFORM 565-COPY-BACK-HIST
                   END-IF
               ELSE
                   MOVE 'M' TO WS-PG-STATE(5)
               END-IF
           END-IF
           .

       150-PURGE-YHST.
      *****************************************************************
      *  Closed YTD archive : whole years only - a year goes when it
      *  ended before the cutoff period and is closed on FILECLSY
           MOVE 6 TO WS-PG-IDX
           IF WS-PG-MONTHS(6) > 0 THEN
               OPEN INPUT FILEYHST
               IF FS-YH-OK THEN
                   OPEN OUTPUT FILEWORK
                   OPEN EXTEND FILEXYHS
                   IF FS-XY-MISSING THEN
                       OPEN OUTPUT FILEXYHS
                       CLOSE FILEXYHS
                       OPEN EXTEND FILEXYHS
                   END-IF
                   PERFORM UNTIL NOT FS-YH-OK
                       READ FILEYHST
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 550-YHST-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FILEXYHS
                   CLOSE FILEWORK
                   CLOSE FILEYHST
                   IF WS-PG-PURGED(6) > 0 THEN
                       PERFORM 570-COPY-BACK-YHST
                   END-IF
               ELSE
                   MOVE 'M' TO WS-PG-STATE(6)
               END-IF
           END-IF
           .

       200-CHECK-PERIOD-CLOSED.
      *****************************************************************
      *  Is WS-CHK-PERIOD on the closed-period control file?
           MOVE 'N' TO WS-CHK-STATE
           PERFORM VARYING WS-CLSD-IDX FROM 1 BY 1
             UNTIL (WS-CLSD-IDX > WS-CLSD-COUNT) OR (PERIOD-IS-CLOSED)
               IF WS-CLSD-PERIOD(WS-CLSD-IDX) = WS-CHK-PERIOD THEN
                   MOVE 'Y' TO WS-CHK-STATE
               END-IF
           END-PERFORM
           .

       210-CHECK-YEAR-CLOSED.
      *****************************************************************
      *  Is WS-CHK-YEAR on the closed-year control file?
           MOVE 'N' TO WS-CHK-STATE
           PERFORM VARYING WS-CLSY-IDX FROM 1 BY 1
             UNTIL (WS-CLSY-IDX > WS-CLSY-COUNT) OR (PERIOD-IS-CLOSED)
               IF WS-CLSY-YEAR(WS-CLSY-IDX) = WS-CHK-YEAR THEN
                   MOVE 'Y' TO WS-CHK-STATE
               END-IF
           END-PERFORM
           .

       500-DAYH-RECORD.
      *****************************************************************
      *  One daily record : within retention, refused (open period)
      *  or archived and deleted
           ADD 1 TO WS-PG-READ(1)
           COMPUTE WS-REC-PERIOD = DAYH-YEAR * 100 + DAYH-MONTH
           IF WS-REC-PERIOD NOT < WS-PG-CUTOFF(1) THEN
               ADD 1 TO WS-PG-KEPT(1)
           ELSE
               MOVE WS-REC-PERIOD TO WS-CHK-PERIOD
               PERFORM 200-CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED THEN
                   MOVE WS-RUN-DATE        TO XDAY-PURGE-DATE
                   MOVE DAY-HISTORY-RECORD TO XDAY-IMAGE
                   WRITE XDAY-RECORD
                   DELETE FILEDAYH RECORD
                     INVALID KEY
                         CONTINUE
                   END-DELETE
                   ADD 1 TO WS-PG-PURGED(1)
                   START FILEDAYH KEY IS GREATER THAN DAYH-KEY
                     INVALID KEY
                         CONTINUE
                   END-START
               ELSE
                   ADD 1 TO WS-PG-OPEN-PER(1)
               END-IF
           END-IF
           .

       510-JRNL-RECORD.
      *****************************************************************
      *  One journal entry : archived, or carried to the work file
           ADD 1 TO WS-PG-READ(2)
           COMPUTE WS-REC-PERIOD = JRNL-DATE / 100
           IF WS-REC-PERIOD NOT < WS-PG-CUTOFF(2) THEN
               ADD 1 TO WS-PG-KEPT(2)
               WRITE WORK-RECORD FROM JOURNAL-RECORD
           ELSE
               IF JRNL-MASTER = 'Y' THEN
                   MOVE JRNL-PERIOD TO WS-CHK-YEAR
                   PERFORM 210-CHECK-YEAR-CLOSED
               ELSE
                   MOVE JRNL-PERIOD TO WS-CHK-PERIOD
                   PERFORM 200-CHECK-PERIOD-CLOSED
               END-IF
               IF PERIOD-IS-CLOSED THEN
                   MOVE WS-RUN-DATE    TO XJRN-PURGE-DATE
                   MOVE JOURNAL-RECORD TO XJRN-IMAGE
                   WRITE XJRN-RECORD
                   ADD 1 TO WS-PG-PURGED(2)
               ELSE
                   ADD 1 TO WS-PG-OPEN-PER(2)
                   WRITE WORK-RECORD FROM JOURNAL-RECORD
               END-IF
           END-IF
           .

       520-ALRH-RECORD.
      *****************************************************************
      *  One alert : within retention, refused (not acknowledged) or
      *  archived and deleted
           ADD 1 TO WS-PG-READ(3)
           COMPUTE WS-REC-PERIOD = ALRH-DATE / 100
           EVALUATE TRUE
               WHEN WS-REC-PERIOD NOT < WS-PG-CUTOFF(3)
                   ADD 1 TO WS-PG-KEPT(3)
               WHEN ALRH-ACK-FLAG NOT = 'Y'
                   ADD 1 TO WS-PG-NOT-ACK(3)
               WHEN OTHER
                   MOVE WS-RUN-DATE          TO XALR-PURGE-DATE
                   MOVE ALERT-HISTORY-RECORD TO XALR-IMAGE
                   WRITE XALR-RECORD
                   DELETE FILEALRH RECORD
                     INVALID KEY
                         CONTINUE
                   END-DELETE
                   ADD 1 TO WS-PG-PURGED(3)
                   START FILEALRH KEY IS GREATER THAN ALRH-KEY
                     INVALID KEY
                         CONTINUE
                   END-START
           END-EVALUATE
           .

       530-RUNH-RECORD.
      *****************************************************************
      *  One run-history line : within retention, refused (open
      *  period) or archived and deleted
           ADD 1 TO WS-PG-READ(4)
           COMPUTE WS-REC-PERIOD = RUNH-DATE / 100
           IF WS-REC-PERIOD NOT < WS-PG-CUTOFF(4) THEN
               ADD 1 TO WS-PG-KEPT(4)
           ELSE
               MOVE WS-REC-PERIOD TO WS-CHK-PERIOD
               PERFORM 200-CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED THEN
                   MOVE WS-RUN-DATE        TO XRUN-PURGE-DATE
                   MOVE RUN-HISTORY-RECORD TO XRUN-IMAGE
                   WRITE XRUN-RECORD
                   DELETE FILERUNH RECORD
                     INVALID KEY
                         CONTINUE
                   END-DELETE
                   ADD 1 TO WS-PG-PURGED(4)
                   START FILERUNH KEY IS GREATER THAN RUNH-KEY
                     INVALID KEY
                         CONTINUE
                   END-START
               ELSE
                   ADD 1 TO WS-PG-OPEN-PER(4)
               END-IF
           END-IF
           .

       540-HIST-RECORD.
      *****************************************************************
      *  One archived MTD image : archived again, or carried to the
      *  work file
           ADD 1 TO WS-PG-READ(5)
           IF HIST-YEARMONTH NOT < WS-PG-CUTOFF(5) THEN
               ADD 1 TO WS-PG-KEPT(5)
               WRITE WORK-RECORD FROM HIST-MTD-RECORD
           ELSE
               MOVE HIST-YEARMONTH TO WS-CHK-PERIOD
               PERFORM 200-CHECK-PERIOD-CLOSED
               IF PERIOD-IS-CLOSED THEN
                   MOVE WS-RUN-DATE     TO XHST-PURGE-DATE
                   MOVE HIST-MTD-RECORD TO XHST-IMAGE
                   WRITE XHST-RECORD
                   ADD 1 TO WS-PG-PURGED(5)
               ELSE
                   ADD 1 TO WS-PG-OPEN-PER(5)
                   WRITE WORK-RECORD FROM HIST-MTD-RECORD
               END-IF
           END-IF
           .

       550-YHST-RECORD.
      *****************************************************************
      *  One archived YTD image : its year is past retention when it
      *  is earlier than the cutoff period's year
           ADD 1 TO WS-PG-READ(6)
           COMPUTE WS-CUTOFF-YY = WS-PG-CUTOFF(6) / 100
           IF YHST-YEAR NOT < WS-CUTOFF-YY THEN
               ADD 1 TO WS-PG-KEPT(6)
               WRITE WORK-RECORD FROM YHST-YTD-RECORD
           ELSE
               MOVE YHST-YEAR TO WS-CHK-YEAR
               PERFORM 210-CHECK-YEAR-CLOSED
               IF PERIOD-IS-CLOSED THEN
                   MOVE WS-RUN-DATE     TO XYHS-PURGE-DATE
                   MOVE YHST-YTD-RECORD TO XYHS-IMAGE
                   WRITE XYHS-RECORD
                   ADD 1 TO WS-PG-PURGED(6)
               ELSE
                   ADD 1 TO WS-PG-OPEN-PER(6)
                   WRITE WORK-RECORD FROM YHST-YTD-RECORD
               END-IF
           END-IF
           .

       560-COPY-BACK-JRNL.
      *****************************************************************
      *  The kept entries replace the journal, in their own order
           OPEN INPUT FILEWORK
           OPEN OUTPUT FILEJRNL
           PERFORM UNTIL NOT FS-WK-OK
               READ FILEWORK
                 AT END
                     CONTINUE
                 NOT AT END
                     WRITE JOURNAL-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE FILEJRNL
           CLOSE FILEWORK
           .

       565-COPY-BACK-HIST.
      *****************************************************************
      *  The kept images replace the closed MTD archive - their order
      *  matters, PGM018 takes the last image per key
           OPEN INPUT FILEWORK
           OPEN OUTPUT FILEHIST
           PERFORM UNTIL NOT FS-WK-OK
               READ FILEWORK
                 AT END
                     CONTINUE
                 NOT AT END
                     WRITE HIST-MTD-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE FILEHIST
           CLOSE FILEWORK
           .

       570-COPY-BACK-YHST.
      *****************************************************************
      *  The kept images replace the closed YTD archive
           OPEN INPUT FILEWORK
           OPEN OUTPUT FILEYHST
           PERFORM UNTIL NOT FS-WK-OK
               READ FILEWORK
                 AT END
                     CONTINUE
                 NOT AT END
                     WRITE YHST-YTD-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE FILEYHST
           CLOSE FILEWORK
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  One block per history file, in card order
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
             UNTIL WS-PG-IDX > 6
               PERFORM 810-WRITE-FILE-COUNTS
               ADD WS-PG-PURGED(WS-PG-IDX) TO WS-PURGED-TOTAL
               ADD WS-PG-OPEN-PER(WS-PG-IDX) TO WS-REFUSED-TOTAL
               ADD WS-PG-NOT-ACK(WS-PG-IDX) TO WS-REFUSED-TOTAL
           END-PERFORM
           .

       810-WRITE-FILE-COUNTS.
      *****************************************************************
      *  What the purge did to one file - or why it left it alone
           MOVE WS-PG-NAME(WS-PG-IDX)   TO PFL-NAME
           MOVE WS-PG-MONTHS(WS-PG-IDX) TO PFL-MONTHS
           MOVE WS-PG-CUTOFF(WS-PG-IDX) TO PFL-CUTOFF
           WRITE PURGE-REPORT FROM PURGE-FILE-LINE
           EVALUATE TRUE
               WHEN WS-PG-MONTHS(WS-PG-IDX) = 0
                   MOVE 'NON TRAITE - RETENTION NULLE' TO PML-TEXT
                   WRITE PURGE-REPORT FROM PURGE-MSG-LINE
               WHEN PG-FILE-MISSING(WS-PG-IDX)
                   MOVE 'NON TRAITE - FICHIER ABSENT' TO PML-TEXT
                   WRITE PURGE-REPORT FROM PURGE-MSG-LINE
               WHEN OTHER
                   MOVE 'ENREG. LUS                  :' TO PCL-LABEL
                   MOVE WS-PG-READ(WS-PG-IDX) TO PCL-VALUE
                   WRITE PURGE-REPORT FROM PURGE-COUNT-LINE
                   MOVE 'ARCHIVES ET SUPPRIMES       :' TO PCL-LABEL
                   MOVE WS-PG-PURGED(WS-PG-IDX) TO PCL-VALUE
                   WRITE PURGE-REPORT FROM PURGE-COUNT-LINE
                   MOVE 'CONSERVES - DANS RETENTION  :' TO PCL-LABEL
                   MOVE WS-PG-KEPT(WS-PG-IDX) TO PCL-VALUE
                   WRITE PURGE-REPORT FROM PURGE-COUNT-LINE
                   IF WS-PG-IDX = 3 THEN
                       MOVE 'REFUSES - NON ACQUITTEES    :'
                         TO PCL-LABEL
                       MOVE WS-PG-NOT-ACK(WS-PG-IDX) TO PCL-VALUE
                   ELSE
                       MOVE 'REFUSES - PERIODE OUVERTE   :'
                         TO PCL-LABEL
                       MOVE WS-PG-OPEN-PER(WS-PG-IDX) TO PCL-VALUE
                   END-IF
                   WRITE PURGE-REPORT FROM PURGE-COUNT-LINE
           END-EVALUATE
           WRITE PURGE-REPORT FROM NEWLINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = every record past retention archived and purged
      *    4 = records past retention kept back - period or year
      *        still open, or alert not acknowledged
      *    8 = refused - no usable card, nothing touched
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

       995-CHAIN-END.
      *****************************************************************
      *  Closes off this run's ledger record : end date/time, the
      *  completion code 990 set, state E. CHANGED is set when the
      *  journal was rewritten - its lines renumbered, so the line
      *  count of the last clean PGM026 no longer marks anything and
      *  PGM018 must see a fresh reconciliation before a close. The
      *  count is the number of lines the journal now holds
           MOVE WS-CHN-KEY TO CHN-KEY
           READ FILECHAN
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 ACCEPT CHN-END-DATE FROM DATE
                 ACCEPT WS-CHN-CLOCK FROM TIME
                 MOVE WS-CHN-CLOCK(1:6) TO CHN-END-TIME
                 MOVE RETURN-CODE TO CHN-RC
                 MOVE 'E' TO CHN-STATE
                 IF WS-PG-PURGED(2) > 0 THEN
                     MOVE 'Y' TO CHN-CHANGED
                     COMPUTE CHN-JRNL-COUNT =
                         WS-PG-KEPT(2) + WS-PG-OPEN-PER(2)
                 END-IF
                 REWRITE CHAIN-RECORD
           END-READ
           CLOSE FILECHAN
           .

      *****************************************************************
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           CLOSE FILEOUT1
           .
