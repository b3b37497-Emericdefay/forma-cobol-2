      *****************************************************************
      * Program name:    PGM035
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Reconciles what a COBOLISTE site says it sent against what
      *    the central daily history FILEDAYH actually holds for that
      *    factory. The site's own FPRO-layout extract (ENR-PRO, the
      *    same file PGM019 converts) is summed per workshop and
      *    production date - the extract carries no shift, so the
      *    central side is summed over the shifts of the day too - and
      *    the two sides are matched key by key :
      *    - sent by the site but absent from the history : suspended
      *      centrally by PGM015 or lost in the PGM019 bridge
      *    - in the history but unknown to the site extract
      *    - on both sides with different good or bad quantities
      *    Site records that could never have been loaded (bad usine
      *    code, non-numeric workshop, date or quantities) are listed
      *    as such. The report closes on the site totals against the
      *    central totals for the dates reconciled.
      *
      * Using :
      *    - FILEPARM : factory and date range control card
      *    - FILEPRO  : FPRO-layout extract from the site
      *    - FILEDAYH : daily production history file (input)
      *    - FILEOUT1 : printed reconciliation report
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - site extract against central daily
      *                    history, per workshop and date
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM035.
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
      / FILEPARM - RECONCILIATION CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
      / FILEPRO - FPRO-LAYOUT EXTRACT
           SELECT FILEPRO
           ASSIGN to FILEPRO
           FILE STATUS is FS-FILEPRO.
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
      / FILEOUT1 - RECONCILIATION REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 RECON-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - RECONCILIATION CONTROL CARD
      *  Card layout :
      *    col 01     factory (1-9), mandatory
      *    col 02-07  first production date YYMMDD, 0 = first date
      *               found in the extract
      *    col 08-13  last production date YYMMDD, 0 = last date
      *               found in the extract
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-FACTORY   PIC 9(01).
           02 PARAM-FROM-DATE PIC 9(06).
           02 PARAM-TO-DATE   PIC 9(06).
           02 FILLER PIC X(67).
      / FILEPRO - FPRO-LAYOUT EXTRACT (ENR-PRO OF TPPRO01)
       FD FILEPRO RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-PRO.
           02 NUM-USINE PIC XX.
           02 NUM-ATELIER PIC XX.
           02 DATE-PRODUCTION.
               03 JJ PIC XX.
               03 MM PIC XX.
               03 AA PIC XX.
           02 QTEPRO PIC X(3).
           02 QTEDEF PIC X(3).
           02 FILLER PIC X(64).
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
      / RECONCILIATION SELECTION OFF THE CONTROL CARD
       01 WS-SEL-FACTORY   PIC 9(01) VALUE 0.
       01 WS-SEL-FROM-DATE PIC 9(06) VALUE 0.
       01 WS-SEL-TO-DATE   PIC 9(06) VALUE 0.
       01 WS-CARD-VALID PIC X VALUE 'N'.
           88 CARD-IS-VALID VALUE 'Y'.
       01 WS-EXTRACT-STATE PIC X VALUE 'Y'.
           88 EXTRACT-IS-MISSING VALUE 'N'.
       01 WS-HISTORY-STATE PIC X VALUE 'Y'.
           88 HISTORY-IS-MISSING VALUE 'N'.
      / SITE RECORD AS PGM019 SPLITS IT
       01 WS-USINE-SPLIT.
           05 WS-USINE-LETTER PIC X(01).
           05 WS-USINE-DIGIT  PIC X(01).
       01 WS-SITE-DATE.
           05 WS-SITE-YEAR  PIC X(02).
           05 WS-SITE-MONTH PIC X(02).
           05 WS-SITE-DAY   PIC X(02).
       01 WS-SITE-DATE-NUM REDEFINES WS-SITE-DATE PIC 9(06).
       01 WS-SITE-GOOD PIC 9(03) VALUE 0.
       01 WS-SITE-BAD  PIC 9(03) VALUE 0.
      / FIRST AND LAST DATE FOUND IN THE EXTRACT
       01 WS-EXTRACT-FIRST PIC 9(06) VALUE 999999.
       01 WS-EXTRACT-LAST  PIC 9(06) VALUE 0.
      / RECONCILIATION TABLE - ASCENDING WORKSHOP AND DATE
       01 WS-NEW-KEY.
           05 WS-NEW-WORKBH PIC 9(02).
           05 WS-NEW-DATE   PIC 9(06).
       01 WS-RECON-TABLE.
           02 WS-RC-ENTRY OCCURS 1000.
               03 WS-RC-KEY.
                   04 WS-RC-WORKBH PIC 9(02).
                   04 WS-RC-DATE   PIC 9(06).
               03 WS-RC-ON-SITE    PIC X(01).
               03 WS-RC-ON-CENTRAL PIC X(01).
               03 WS-RC-SITE-RECS  PIC 9(05).
               03 WS-RC-SITE-GOOD  PIC 9(07).
               03 WS-RC-SITE-BAD   PIC 9(07).
               03 WS-RC-CENT-GOOD  PIC 9(07).
               03 WS-RC-CENT-BAD   PIC 9(07).
       01 WS-RC-COUNT PIC 9(04) VALUE 0.
       01 WS-RC-IDX   PIC 9(04) VALUE 0.
       01 WS-RC-SLOT  PIC 9(04) VALUE 0.
       01 WS-RC-FOUND PIC X VALUE 'N'.
           88 KEY-FOUND VALUE 'Y'.
       01 WS-BROWSE-STATE PIC X VALUE 'N'.
           88 BROWSE-IS-DONE VALUE 'Y'.
      / COUNTERS
       01 WS-SITE-READ       PIC 9(05) VALUE 0.
       01 WS-SITE-USED       PIC 9(05) VALUE 0.
       01 WS-SITE-OTHER      PIC 9(05) VALUE 0.
       01 WS-SITE-OUTSIDE    PIC 9(05) VALUE 0.
       01 WS-SITE-UNUSABLE   PIC 9(05) VALUE 0.
       01 WS-CENTRAL-READ    PIC 9(05) VALUE 0.
       01 WS-KEYS-AGREED     PIC 9(05) VALUE 0.
       01 WS-KEYS-NOT-LOADED PIC 9(05) VALUE 0.
       01 WS-KEYS-UNKNOWN    PIC 9(05) VALUE 0.
       01 WS-KEYS-DIFFERENT  PIC 9(05) VALUE 0.
       01 WS-TABLE-OVERFLOW  PIC 9(05) VALUE 0.
      / SIDE TOTALS OVER THE DATES RECONCILED
       01 WS-TOT-SITE-GOOD PIC 9(09) VALUE 0.
       01 WS-TOT-SITE-BAD  PIC 9(09) VALUE 0.
       01 WS-TOT-CENT-GOOD PIC 9(09) VALUE 0.
       01 WS-TOT-CENT-BAD  PIC 9(09) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(40) VALUE
                   'RAPPROCHEMENT EXTRACTION SITE / CENTRAL'.
               03 FILLER PIC X(30) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 RECON-SELECTION-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(07) VALUE 'USINE  '.
           02 RSL-FACT  PIC 9(01).
           02 FILLER    PIC X(13) VALUE '   DATES DU  '.
           02 RSL-FROM  PIC 9(06).
           02 FILLER    PIC X(04) VALUE ' AU '.
           02 RSL-TO    PIC 9(06).
           02 FILLER    PIC X(41) VALUE SPACES.
       01 RECON-LEGEND-1.
           02 FILLER PIC X(45) VALUE
               '             ---- SITE -----  --- CENTRAL ---'.
           02 FILLER PIC X(35) VALUE SPACES.
       01 RECON-LEGEND-2.
           02 FILLER PIC X(40) VALUE
               '  AT DATE       BONS  REBUTS     BONS  R'.
           02 FILLER PIC X(40) VALUE
               'EBUTS  CONSTAT'.
       01 RECON-DETAIL-LINE.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RDL-WORK    PIC 9(02).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 RDL-DATE    PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RDL-SGOOD   PIC ZZZZZZ9.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 RDL-SBAD    PIC ZZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RDL-CGOOD   PIC ZZZZZZ9.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 RDL-CBAD    PIC ZZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RDL-TEXT    PIC X(25).
           02 FILLER      PIC X(08) VALUE SPACES.
       01 RECON-UNUSABLE-LINE.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RUL-TEXT    PIC X(30).
           02 RUL-IMAGE   PIC X(16).
           02 FILLER      PIC X(32) VALUE SPACES.
       01 RECON-TOTAL-LINE.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 RTL-LABEL   PIC X(20).
           02 FILLER      PIC X(06) VALUE 'BONS  '.
           02 RTL-GOOD    PIC ZZZZZZZZ9.
           02 FILLER      PIC X(10) VALUE '  REBUTS  '.
           02 RTL-BAD     PIC ZZZZZZZZ9.
           02 FILLER      PIC X(21) VALUE SPACES.
       01 RECON-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 RMS-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 RECON-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 RCT-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 RCT-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILEPRO-STATUS.
           05 FS-FILEPRO     PIC X(02).
               88 FS-PR-OK       VALUE '00'.
               88 FS-PR-EOF      VALUE '10'.
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
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 'CARTE PARAMETRE ABSENTE OU FAUSSE' TO RMS-TEXT
                   WRITE RECON-REPORT FROM RECON-MSG-LINE
               WHEN EXTRACT-IS-MISSING
                   MOVE 'EXTRACTION DU SITE ABSENTE' TO RMS-TEXT
                   WRITE RECON-REPORT FROM RECON-MSG-LINE
               WHEN HISTORY-IS-MISSING
                   MOVE 'HISTORIQUE JOURNALIER ABSENT' TO RMS-TEXT
                   WRITE RECON-REPORT FROM RECON-MSG-LINE
               WHEN OTHER
                   PERFORM 100-LOAD-SITE-EXTRACT
                   PERFORM 110-LOAD-CENTRAL-HISTORY
                   PERFORM 120-RECONCILE
                   PERFORM 810-WRITE-TOTALS
                   PERFORM 800-WRITE-COUNTS
           END-EVALUATE
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .

       000-PARAM.
      *****************************************************************
      *  Reads the factory to reconcile and, optionally, the dates.
      *  The factory is mandatory - an extract belongs to one site and
      *  reconciling it against every factory would flag the whole
      *  history as unknown. Blank dates count as zero, i.e. taken
      *  from the extract itself
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF PARAM-RECORD(2:6) = SPACES THEN
                       MOVE '000000' TO PARAM-RECORD(2:6)
                   END-IF
                   IF PARAM-RECORD(8:6) = SPACES THEN
                       MOVE '000000' TO PARAM-RECORD(8:6)
                   END-IF
                   IF (PARAM-RECORD(1:13) IS NUMERIC)
                     AND (PARAM-FACTORY > 0) THEN
                       MOVE 'Y' TO WS-CARD-VALID
                       MOVE PARAM-FACTORY   TO WS-SEL-FACTORY
                       MOVE PARAM-FROM-DATE TO WS-SEL-FROM-DATE
                       MOVE PARAM-TO-DATE   TO WS-SEL-TO-DATE
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           IF (WS-SEL-TO-DATE > 0)
             AND (WS-SEL-FROM-DATE > WS-SEL-TO-DATE) THEN
               MOVE 'N' TO WS-CARD-VALID
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Both sides are read only - the extract stays the site's and
      *  the history stays PGM015's
           OPEN INPUT FILEPRO
           IF NOT FS-PR-OK THEN
               MOVE 'N' TO WS-EXTRACT-STATE
           END-IF
           OPEN INPUT FILEDAYH
           IF NOT FS-DH-OK THEN
               MOVE 'N' TO WS-HISTORY-STATE
           END-IF
           OPEN OUTPUT FILEOUT1
           WRITE RECON-REPORT FROM LINE1
           WRITE RECON-REPORT FROM LINE2
           WRITE RECON-REPORT FROM NEWLINE
           .

       100-LOAD-SITE-EXTRACT.
      *****************************************************************
      *  Sums the extract per workshop and production date. The site
      *  may send the same day in several records, and PGM015 adds
      *  them up into the same history key, so must the site side.
      *  Unusable records are listed as they are met, ahead of the
      *  selection : only once the extract is read is the date range
      *  known and echoed. An extract with nothing usable in it
      *  reconciles no date
           PERFORM UNTIL NOT FS-PR-OK
               READ FILEPRO
                 AT END
                     CONTINUE
                 NOT AT END
                     ADD 1 TO WS-SITE-READ
                     PERFORM 500-HANDLE-SITE-RECORD
               END-READ
           END-PERFORM
           IF WS-SITE-USED = 0 THEN
               MOVE 0 TO WS-EXTRACT-FIRST
           END-IF
           IF WS-SEL-FROM-DATE = 0 THEN
               MOVE WS-EXTRACT-FIRST TO WS-SEL-FROM-DATE
           END-IF
           IF WS-SEL-TO-DATE = 0 THEN
               MOVE WS-EXTRACT-LAST TO WS-SEL-TO-DATE
           END-IF
           IF WS-SITE-UNUSABLE > 0 THEN
               WRITE RECON-REPORT FROM NEWLINE
           END-IF
           MOVE WS-SEL-FACTORY   TO RSL-FACT
           MOVE WS-SEL-FROM-DATE TO RSL-FROM
           MOVE WS-SEL-TO-DATE   TO RSL-TO
           WRITE RECON-REPORT FROM RECON-SELECTION-LINE
           WRITE RECON-REPORT FROM NEWLINE
           .

       110-LOAD-CENTRAL-HISTORY.
      *****************************************************************
      *  FILEDAYH is keyed factory / workshop / date / shift, so the
      *  factory's records are one contiguous run of keys. Dates
      *  outside the range are skipped : the site extract does not
      *  claim them and they must not read as unknown to the site
           MOVE WS-SEL-FACTORY TO DAYH-FACTORY
           MOVE 0 TO DAYH-WORKBH
           MOVE 0 TO DAYH-DATE
           MOVE 0 TO DAYH-SHIFT
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
                         PERFORM 520-HANDLE-CENTRAL-RECORD
                   END-READ
               END-PERFORM
           END-IF
           .

       120-RECONCILE.
      *****************************************************************
      *  One line per key that does not agree, in workshop and date
      *  order. Keys that agree are counted, not printed - the report
      *  is read for its exceptions
           IF WS-RC-COUNT > 0 THEN
               WRITE RECON-REPORT FROM RECON-LEGEND-1
               WRITE RECON-REPORT FROM RECON-LEGEND-2
           END-IF
           PERFORM
             VARYING WS-RC-IDX FROM 1 BY 1
             UNTIL (WS-RC-IDX > WS-RC-COUNT)
               PERFORM 530-COMPARE-KEY
           END-PERFORM
           IF (WS-RC-COUNT > 0)
             AND (WS-KEYS-NOT-LOADED = 0) AND (WS-KEYS-UNKNOWN = 0)
             AND (WS-KEYS-DIFFERENT = 0) THEN
               MOVE 'SITE ET CENTRAL CONCORDANTS' TO RMS-TEXT
               WRITE RECON-REPORT FROM RECON-MSG-LINE
           END-IF
           IF WS-RC-COUNT = 0 THEN
               MOVE 'AUCUNE PRODUCTION A RAPPROCHER' TO RMS-TEXT
               WRITE RECON-REPORT FROM RECON-MSG-LINE
           END-IF
           WRITE RECON-REPORT FROM NEWLINE
           .

       500-HANDLE-SITE-RECORD.
      *****************************************************************
      *  Splits the usine code as PGM019 does. Another factory's
      *  records are counted and left alone. A record of this site
      *  that PGM019 or PGM015 could only have rejected - usine code
      *  not splittable, workshop, date or quantities not numeric -
      *  is listed with its first columns : it was sent and will
      *  never reach the history
           MOVE NUM-USINE TO WS-USINE-SPLIT
           MOVE AA TO WS-SITE-YEAR
           MOVE MM TO WS-SITE-MONTH
           MOVE JJ TO WS-SITE-DAY
           EVALUATE TRUE
               WHEN (WS-USINE-LETTER = 'U')
                 AND (WS-USINE-DIGIT IS NUMERIC)
                 AND (WS-USINE-DIGIT NOT = WS-SEL-FACTORY)
                   ADD 1 TO WS-SITE-OTHER
               WHEN (WS-USINE-LETTER NOT = 'U')
                 OR (WS-USINE-DIGIT IS NOT NUMERIC)
                 OR (NUM-ATELIER IS NOT NUMERIC)
                 OR (WS-SITE-DATE IS NOT NUMERIC)
                 OR (QTEPRO IS NOT NUMERIC)
                 OR (QTEDEF IS NOT NUMERIC)
                   ADD 1 TO WS-SITE-UNUSABLE
                   PERFORM 820-WRITE-UNUSABLE-LINE
               WHEN (WS-SEL-FROM-DATE > 0)
                 AND (WS-SITE-DATE-NUM < WS-SEL-FROM-DATE)
                   ADD 1 TO WS-SITE-OUTSIDE
               WHEN (WS-SEL-TO-DATE > 0)
                 AND (WS-SITE-DATE-NUM > WS-SEL-TO-DATE)
                   ADD 1 TO WS-SITE-OUTSIDE
               WHEN OTHER
                   PERFORM 505-ADD-SITE-RECORD
           END-EVALUATE
           .

       505-ADD-SITE-RECORD.
      *****************************************************************
      *  Adds the record's quantities to its workshop/date key and
      *  widens the extract's date span
           ADD 1 TO WS-SITE-USED
           MOVE QTEPRO TO WS-SITE-GOOD
           MOVE QTEDEF TO WS-SITE-BAD
           IF WS-SITE-DATE-NUM < WS-EXTRACT-FIRST THEN
               MOVE WS-SITE-DATE-NUM TO WS-EXTRACT-FIRST
           END-IF
           IF WS-SITE-DATE-NUM > WS-EXTRACT-LAST THEN
               MOVE WS-SITE-DATE-NUM TO WS-EXTRACT-LAST
           END-IF
           MOVE NUM-ATELIER      TO WS-NEW-WORKBH
           MOVE WS-SITE-DATE-NUM TO WS-NEW-DATE
           PERFORM 510-FIND-OR-ADD-KEY
           IF KEY-FOUND THEN
               MOVE 'Y' TO WS-RC-ON-SITE(WS-RC-SLOT)
               ADD 1            TO WS-RC-SITE-RECS(WS-RC-SLOT)
               ADD WS-SITE-GOOD TO WS-RC-SITE-GOOD(WS-RC-SLOT)
               ADD WS-SITE-BAD  TO WS-RC-SITE-BAD(WS-RC-SLOT)
           END-IF
           .

       510-FIND-OR-ADD-KEY.
      *****************************************************************
      *  Finds the workshop/date key in the table, or inserts it in
      *  ascending order so the report reads workshop by workshop,
      *  day by day. A key beyond the table's capacity is counted,
      *  not lost silently
           MOVE 'N' TO WS-RC-FOUND
           PERFORM
             VARYING WS-RC-IDX FROM 1 BY 1
             UNTIL (WS-RC-IDX > WS-RC-COUNT) OR (KEY-FOUND)
               IF WS-RC-KEY(WS-RC-IDX) = WS-NEW-KEY THEN
                   MOVE 'Y' TO WS-RC-FOUND
                   MOVE WS-RC-IDX TO WS-RC-SLOT
               END-IF
           END-PERFORM
           IF (NOT KEY-FOUND) AND (WS-RC-COUNT >= 1000) THEN
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF
           IF (NOT KEY-FOUND) AND (WS-RC-COUNT < 1000) THEN
               MOVE WS-RC-COUNT TO WS-RC-SLOT
               PERFORM UNTIL KEY-FOUND
                   IF WS-RC-SLOT = 0 THEN
                       MOVE 'Y' TO WS-RC-FOUND
                   ELSE
                       IF WS-RC-KEY(WS-RC-SLOT) < WS-NEW-KEY THEN
                           MOVE 'Y' TO WS-RC-FOUND
                       ELSE
                           MOVE WS-RC-ENTRY(WS-RC-SLOT)
                             TO WS-RC-ENTRY(WS-RC-SLOT + 1)
                           SUBTRACT 1 FROM WS-RC-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-RC-SLOT
               MOVE WS-NEW-KEY TO WS-RC-KEY(WS-RC-SLOT)
               MOVE 'N' TO WS-RC-ON-SITE(WS-RC-SLOT)
               MOVE 'N' TO WS-RC-ON-CENTRAL(WS-RC-SLOT)
               MOVE 0 TO WS-RC-SITE-RECS(WS-RC-SLOT)
               MOVE 0 TO WS-RC-SITE-GOOD(WS-RC-SLOT)
               MOVE 0 TO WS-RC-SITE-BAD(WS-RC-SLOT)
               MOVE 0 TO WS-RC-CENT-GOOD(WS-RC-SLOT)
               MOVE 0 TO WS-RC-CENT-BAD(WS-RC-SLOT)
               ADD 1 TO WS-RC-COUNT
           END-IF
           .

       520-HANDLE-CENTRAL-RECORD.
      *****************************************************************
      *  Every shift of the day lands on the same key - the site
      *  extract has no shift to match them against
           IF DAYH-FACTORY NOT = WS-SEL-FACTORY THEN
               MOVE 'Y' TO WS-BROWSE-STATE
           ELSE
               IF (DAYH-DATE NOT < WS-SEL-FROM-DATE)
                 AND (DAYH-DATE NOT > WS-SEL-TO-DATE) THEN
                   ADD 1 TO WS-CENTRAL-READ
                   MOVE DAYH-WORKBH TO WS-NEW-WORKBH
                   MOVE DAYH-DATE   TO WS-NEW-DATE
                   PERFORM 510-FIND-OR-ADD-KEY
                   IF KEY-FOUND THEN
                       MOVE 'Y' TO WS-RC-ON-CENTRAL(WS-RC-SLOT)
                       ADD DAYH-GOOD TO WS-RC-CENT-GOOD(WS-RC-SLOT)
                       ADD DAYH-BAD  TO WS-RC-CENT-BAD(WS-RC-SLOT)
                   END-IF
               END-IF
           END-IF
           .

       530-COMPARE-KEY.
      *****************************************************************
      *  Classifies one key and adds it to the side totals. Sent but
      *  absent centrally is either still in PGM015's suspense or was
      *  dropped by the PGM019 bridge - the report cannot tell which,
      *  the suspense file and the bridge's error file can
           ADD WS-RC-SITE-GOOD(WS-RC-IDX) TO WS-TOT-SITE-GOOD
           ADD WS-RC-SITE-BAD(WS-RC-IDX)  TO WS-TOT-SITE-BAD
           ADD WS-RC-CENT-GOOD(WS-RC-IDX) TO WS-TOT-CENT-GOOD
           ADD WS-RC-CENT-BAD(WS-RC-IDX)  TO WS-TOT-CENT-BAD
           EVALUATE TRUE
               WHEN WS-RC-ON-CENTRAL(WS-RC-IDX) = 'N'
                   ADD 1 TO WS-KEYS-NOT-LOADED
                   MOVE 'ENVOYE NON RECU' TO RDL-TEXT
                   PERFORM 830-WRITE-DETAIL-LINE
               WHEN WS-RC-ON-SITE(WS-RC-IDX) = 'N'
                   ADD 1 TO WS-KEYS-UNKNOWN
                   MOVE 'INCONNU DU SITE' TO RDL-TEXT
                   PERFORM 830-WRITE-DETAIL-LINE
               WHEN (WS-RC-SITE-GOOD(WS-RC-IDX)
                       NOT = WS-RC-CENT-GOOD(WS-RC-IDX))
                 OR (WS-RC-SITE-BAD(WS-RC-IDX)
                       NOT = WS-RC-CENT-BAD(WS-RC-IDX))
                   ADD 1 TO WS-KEYS-DIFFERENT
                   MOVE 'ECART DE QUANTITE' TO RDL-TEXT
                   PERFORM 830-WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-KEYS-AGREED
           END-EVALUATE
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - records on each side and how the keys
      *  came out
           MOVE 'ENREG. SITE LUS            :' TO RCT-LABEL
           MOVE WS-SITE-READ TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'ENREG. SITE RAPPROCHES     :' TO RCT-LABEL
           MOVE WS-SITE-USED TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'ENREG. SITE INEXPLOITABLES :' TO RCT-LABEL
           MOVE WS-SITE-UNUSABLE TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'ENREG. SITE AUTRE USINE    :' TO RCT-LABEL
           MOVE WS-SITE-OTHER TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'ENREG. SITE HORS PERIODE   :' TO RCT-LABEL
           MOVE WS-SITE-OUTSIDE TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'ENREG. CENTRAUX RAPPROCHES :' TO RCT-LABEL
           MOVE WS-CENTRAL-READ TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'JOURNEES CONCORDANTES      :' TO RCT-LABEL
           MOVE WS-KEYS-AGREED TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'JOURNEES NON RECUES        :' TO RCT-LABEL
           MOVE WS-KEYS-NOT-LOADED TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'JOURNEES INCONNUES DU SITE :' TO RCT-LABEL
           MOVE WS-KEYS-UNKNOWN TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'JOURNEES EN ECART          :' TO RCT-LABEL
           MOVE WS-KEYS-DIFFERENT TO RCT-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           IF WS-TABLE-OVERFLOW > 0 THEN
               MOVE 'JOURNEES HORS TABLE        :' TO RCT-LABEL
               MOVE WS-TABLE-OVERFLOW TO RCT-VALUE
               WRITE RECON-REPORT FROM RECON-COUNT-LINE
           END-IF
           .

       810-WRITE-TOTALS.
      *****************************************************************
      *  Site totals against central totals over the same dates. The
      *  gap between them is the sum of the exceptions listed above
           MOVE 'TOTAL SITE     :' TO RTL-LABEL
           MOVE WS-TOT-SITE-GOOD TO RTL-GOOD
           MOVE WS-TOT-SITE-BAD  TO RTL-BAD
           WRITE RECON-REPORT FROM RECON-TOTAL-LINE
           MOVE 'TOTAL CENTRAL  :' TO RTL-LABEL
           MOVE WS-TOT-CENT-GOOD TO RTL-GOOD
           MOVE WS-TOT-CENT-BAD  TO RTL-BAD
           WRITE RECON-REPORT FROM RECON-TOTAL-LINE
           WRITE RECON-REPORT FROM NEWLINE
           .

       820-WRITE-UNUSABLE-LINE.
      *****************************************************************
      *  The record as the site sent it : usine, workshop, date and
      *  both quantities. The first one gets a heading
           IF WS-SITE-UNUSABLE = 1 THEN
               MOVE 'ENREGISTREMENTS SITE NON CHARGEABLES' TO RMS-TEXT
               WRITE RECON-REPORT FROM RECON-MSG-LINE
           END-IF
           MOVE 'ENREG. SITE INEXPLOITABLE : ' TO RUL-TEXT
           MOVE ENR-PRO(1:16) TO RUL-IMAGE
           WRITE RECON-REPORT FROM RECON-UNUSABLE-LINE
           .

       830-WRITE-DETAIL-LINE.
      *****************************************************************
      *  One line per key in exception, both sides side by side
           MOVE WS-RC-WORKBH(WS-RC-IDX)    TO RDL-WORK
           MOVE WS-RC-DATE(WS-RC-IDX)      TO RDL-DATE
           MOVE WS-RC-SITE-GOOD(WS-RC-IDX) TO RDL-SGOOD
           MOVE WS-RC-SITE-BAD(WS-RC-IDX)  TO RDL-SBAD
           MOVE WS-RC-CENT-GOOD(WS-RC-IDX) TO RDL-CGOOD
           MOVE WS-RC-CENT-BAD(WS-RC-IDX)  TO RDL-CBAD
           WRITE RECON-REPORT FROM RECON-DETAIL-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = site and central agree for every date reconciled
      *    4 = at least one exception (or unusable site record, or
      *        keys beyond the table)
      *    8 = card missing or unusable, extract or history missing
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN EXTRACT-IS-MISSING OR HISTORY-IS-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN (WS-KEYS-NOT-LOADED > 0) OR (WS-KEYS-UNKNOWN > 0)
                 OR (WS-KEYS-DIFFERENT > 0) OR (WS-SITE-UNUSABLE > 0)
                 OR (WS-TABLE-OVERFLOW > 0)
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
                 FILEPRO,
                 FILEDAYH
           .
