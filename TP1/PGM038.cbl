      *****************************************************************
      * Program name:    PGM038
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Read-only status report of the job chain, off the ledger
      *    FILECHAN that PGM019, PGM015, PGM026, PGM018, PGM023,
      *    PGM027, PGM028 and PGM034 keep : every run with when it
      *    started, how it ended and which periods it covered, then
      *    the last run of each program, then what the chain is
      *    still waiting for - a restore not yet confirmed, a run
      *    that never finished, master changes no clean PGM026
      *    reconciliation has covered yet, adjustments journaled
      *    since the last one. Tells the operator, before the
      *    month-end steps, which of them the programs are going to
      *    refuse and why.
      *
      * Using :
      *    - FILEPARM : report control card (optional)
      *    - FILECHAN : job-chain ledger (input)
      *    - FILEJRNL : adjustment journal of PGM017 (input)
      *    - FILEOUT1 : printed chain status report
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - job-chain status report with the
      *                    last run per program and what is pending
      * 15/10/26  IBMUSER  PGM034 purges listed and counted as master
      *                    changes; adjustments journaled past the
      *                    last clean PGM026 listed as pending, as
      *                    the PGM018 close refuses them
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM038.
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
      / FILEPARM - REPORT CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
      / FILECHAN - JOB-CHAIN LEDGER
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.
      / FILEJRNL - PERMANENT ADJUSTMENT JOURNAL (PGM017 LAYOUT)
           SELECT FILEJRNL
           ASSIGN to FILEJRNL
           FILE STATUS is FS-FILEJRNL.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - CHAIN STATUS REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CHAIN-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - REPORT CONTROL CARD
      *  Card layout :
      *    col 01-06  first start date YYMMDD listed in the run
      *               detail, 0 or no card = the whole ledger. The
      *               last runs and the pending items are always
      *               worked out on the whole ledger
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-FROM-DATE PIC 9(06).
           02 FILLER PIC X(74).
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
      / FILEJRNL - PERMANENT ADJUSTMENT JOURNAL (LAYOUT OF PGM017)
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

      *****************************************************************
       WORKING-STORAGE SECTION.
      / REPORT SELECTION OFF THE CONTROL CARD
       01 WS-SEL-FROM-DATE PIC 9(06) VALUE 0.
       01 WS-CARD-VALID PIC X VALUE 'Y'.
           88 CARD-IS-VALID VALUE 'Y'.
      / PROGRAMS OF THE CHAIN - IN RUNNING ORDER
       01 WS-CHAIN-PROGRAMS.
           02 FILLER PIC X(08) VALUE 'PGM019'.
           02 FILLER PIC X(08) VALUE 'PGM015'.
           02 FILLER PIC X(08) VALUE 'PGM026'.
           02 FILLER PIC X(08) VALUE 'PGM018'.
           02 FILLER PIC X(08) VALUE 'PGM023'.
           02 FILLER PIC X(08) VALUE 'PGM027'.
           02 FILLER PIC X(08) VALUE 'PGM028'.
           02 FILLER PIC X(08) VALUE 'PGM034'.
       01 WS-CHAIN-PROGRAM-LIST REDEFINES WS-CHAIN-PROGRAMS.
           02 WS-CP-NAME PIC X(08) OCCURS 8.
      / LAST RUN OF EACH PROGRAM - SAME ORDER AS THE LIST ABOVE
      *  WS-LR-LAST is the last record of any state; WS-LR-OPEN-STATE
      *  the state of the last run the chain did not refuse (X), the
      *  one the other programs look at
       01 WS-LAST-RUN-TABLE.
           02 WS-LR-ENTRY OCCURS 8.
               03 WS-LR-LAST.
                   04 WS-LR-DATE     PIC 9(06).
                   04 WS-LR-TIME     PIC 9(06).
                   04 WS-LR-FUNCTION PIC X(08).
                   04 WS-LR-LOW      PIC 9(04).
                   04 WS-LR-HIGH     PIC 9(04).
                   04 WS-LR-STATE    PIC X(01).
                   04 WS-LR-RC       PIC 9(02).
                   04 WS-LR-REASON   PIC X(03).
               03 WS-LR-OPEN-STATE   PIC X(01).
               03 WS-LR-RUNS         PIC 9(05).
       01 WS-CP-IDX   PIC 9(02) VALUE 0.
       01 WS-CP-SLOT  PIC 9(02) VALUE 0.
      / LAST RESTORE THAT EMPTIED THE MASTERS (OR NEVER FINISHED)
       01 WS-RESTORE-DATE    PIC 9(06) VALUE 0.
       01 WS-RESTORE-STATE   PIC X VALUE SPACE.
       01 WS-RESTORE-CONFIRM PIC X VALUE SPACE.
      / MASTER CHANGES SINCE THE LAST CLEAN PGM026
      *  A clean reconciliation clears the tally; every run after it
      *  that changed the masters (or never finished) adds to it,
      *  widening the span of periods concerned - low 0 means every
      *  period (a restore or an unfinished load)
       01 WS-RECON-DATE      PIC 9(06) VALUE 0.
       01 WS-UNCOVERED-RUNS  PIC 9(05) VALUE 0.
       01 WS-UNCOVERED-LOW   PIC 9(04) VALUE 9999.
       01 WS-UNCOVERED-HIGH  PIC 9(04) VALUE 0.
       01 WS-UNCOVERED-ALL   PIC X VALUE 'N'.
           88 EVERY-PERIOD-UNCOVERED VALUE 'Y'.
      / ADJUSTMENTS JOURNALED SINCE THE LAST CLEAN PGM026
      *  Same count as 033-CHAIN-JOURNAL-CHECK of PGM018 : 'M' lines
      *  past the journal count that reconciliation read, with the
      *  span of periods they adjust
       01 WS-RECON-JRNL-MARK PIC 9(07) VALUE 0.
       01 WS-JRNL-READ       PIC 9(07) VALUE 0.
       01 WS-LATE-ADJ-LINES  PIC 9(05) VALUE 0.
       01 WS-LATE-ADJ-LOW    PIC 9(04) VALUE 9999.
       01 WS-LATE-ADJ-HIGH   PIC 9(04) VALUE 0.
      / COUNTERS
       01 WS-RUNS-READ      PIC 9(05) VALUE 0.
       01 WS-RUNS-LISTED    PIC 9(05) VALUE 0.
       01 WS-RUNS-REFUSED   PIC 9(05) VALUE 0.
       01 WS-PENDING-ITEMS  PIC 9(05) VALUE 0.
       01 WS-LEDGER-STATE PIC X VALUE 'N'.
           88 LEDGER-ON-FILE VALUE 'Y'.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(40) VALUE
                   'ETAT DE LA CHAINE DES TRAITEMENTS'.
               03 FILLER PIC X(30) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 CHST-TITLE-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 CTL-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 CHST-LEGEND-LINE.
           02 FILLER PIC X(40) VALUE
               'DEBUT  HEURE  PROGRAM. FONCTION PERIODES'.
           02 FILLER PIC X(40) VALUE
               '   E RC FIN    HEURE  M P C MOT         '.
       01 CHST-DETAIL-LINE.
           02 CDL-DATE     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-TIME     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-PROGRAM  PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-FUNCTION PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-LOW      PIC 9(04).
           02 FILLER       PIC X(01) VALUE '-'.
           02 CDL-HIGH     PIC 9(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CDL-STATE    PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-RC       PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-END-DATE PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-END-TIME PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-CHANGED  PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-CLEAN    PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-CONFIRM  PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CDL-REASON   PIC X(03).
           02 FILLER       PIC X(09) VALUE SPACES.
       01 CHST-LAST-LEGEND.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               'PROGRAM. DEBUT  HEURE  FONCTION PERIODES'.
           02 FILLER PIC X(35) VALUE
               '   E RC MOT  RUNS'.
       01 CHST-LAST-LINE.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 CLL-PROGRAM  PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLL-DATE     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLL-TIME     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLL-FUNCTION PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLL-LOW      PIC 9(04).
           02 FILLER       PIC X(01) VALUE '-'.
           02 CLL-HIGH     PIC 9(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CLL-STATE    PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLL-RC       PIC Z9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLL-REASON   PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLL-RUNS     PIC ZZZZ9.
           02 FILLER       PIC X(13) VALUE SPACES.
       01 CHST-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 CMS-TEXT  PIC X(60).
           02 FILLER    PIC X(15) VALUE SPACES.
       01 CHST-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 CCT-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 CCT-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILECHAN-STATUS.
           05 FS-FILECHAN    PIC X(02).
               88 FS-CH-OK       VALUE '00'.
               88 FS-CH-MISSING  VALUE '35'.
       01 FILEJRNL-STATUS.
           05 FS-FILEJRNL    PIC X(02).
               88 FS-JR-OK       VALUE '00'.

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
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 'CARTE PARAMETRE FAUSSE' TO CMS-TEXT
                   WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               WHEN NOT LEDGER-ON-FILE
                   MOVE 'JOURNAL DE CHAINE ABSENT - AUCUN RUN'
                     TO CMS-TEXT
                   WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               WHEN OTHER
                   PERFORM 100-LIST-RUNS
                   PERFORM 520-CHECK-LATE-ADJUSTMENTS
                   PERFORM 810-WRITE-LAST-RUNS
                   PERFORM 820-WRITE-PENDING
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
      *  Reads the first date to list. No card, or a blank one, lists
      *  the whole ledger; a date that is not numeric is refused
      *  rather than guessed at
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF PARAM-RECORD(1:6) = SPACES THEN
                       MOVE '000000' TO PARAM-RECORD(1:6)
                   END-IF
                   IF PARAM-FROM-DATE IS NUMERIC THEN
                       MOVE PARAM-FROM-DATE TO WS-SEL-FROM-DATE
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
                   END-IF
               END-IF
               CLOSE FILEPARM
           END-IF
           .

       001-IOPEN.
      *****************************************************************
      *  Read-only against the ledger - the chain programs stay its
      *  sole writers. A ledger that is not there yet is reported,
      *  not created
           OPEN INPUT FILECHAN
           IF FS-CH-OK THEN
               MOVE 'Y' TO WS-LEDGER-STATE
           END-IF
           OPEN OUTPUT FILEOUT1
           WRITE CHAIN-REPORT FROM LINE1
           WRITE CHAIN-REPORT FROM LINE2
           WRITE CHAIN-REPORT FROM NEWLINE
           INITIALIZE WS-LAST-RUN-TABLE
           .

       100-LIST-RUNS.
      *****************************************************************
      *  The ledger key is the start date and time, so a browse from
      *  the start is the chain in running order. Every record feeds
      *  the last runs and the pending items; only those from the
      *  card's date on are printed
           MOVE 'RUNS DE LA CHAINE' TO CTL-TEXT
           WRITE CHAIN-REPORT FROM CHST-TITLE-LINE
           WRITE CHAIN-REPORT FROM CHST-LEGEND-LINE
           MOVE LOW-VALUES TO CHN-KEY
           START FILECHAN KEY IS NOT LESS THAN CHN-KEY
             INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL NOT FS-CH-OK
               READ FILECHAN NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     ADD 1 TO WS-RUNS-READ
                     PERFORM 500-NOTE-LAST-RUN
                     PERFORM 510-NOTE-PENDING
                     IF CHN-START-DATE NOT < WS-SEL-FROM-DATE THEN
                         PERFORM 830-WRITE-DETAIL-LINE
                     END-IF
               END-READ
           END-PERFORM
           IF WS-RUNS-LISTED = 0 THEN
               MOVE 'AUCUN RUN DEPUIS LA DATE DEMANDEE' TO CMS-TEXT
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
           END-IF
           WRITE CHAIN-REPORT FROM NEWLINE
           .

       500-NOTE-LAST-RUN.
      *****************************************************************
      *  Keeps the record as its program's last run. Refused runs (X)
      *  count as a last run for the listing but leave the state the
      *  other programs check untouched. Programs outside the chain
      *  list are ignored here
           MOVE 0 TO WS-CP-SLOT
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL (WS-CP-IDX > 8) OR (WS-CP-SLOT > 0)
               IF WS-CP-NAME(WS-CP-IDX) = CHN-PROGRAM THEN
                   MOVE WS-CP-IDX TO WS-CP-SLOT
               END-IF
           END-PERFORM
           IF WS-CP-SLOT > 0 THEN
               MOVE CHN-START-DATE  TO WS-LR-DATE(WS-CP-SLOT)
               MOVE CHN-START-TIME  TO WS-LR-TIME(WS-CP-SLOT)
               MOVE CHN-FUNCTION    TO WS-LR-FUNCTION(WS-CP-SLOT)
               MOVE CHN-PERIOD-LOW  TO WS-LR-LOW(WS-CP-SLOT)
               MOVE CHN-PERIOD-HIGH TO WS-LR-HIGH(WS-CP-SLOT)
               MOVE CHN-STATE       TO WS-LR-STATE(WS-CP-SLOT)
               MOVE CHN-RC          TO WS-LR-RC(WS-CP-SLOT)
               MOVE CHN-REASON      TO WS-LR-REASON(WS-CP-SLOT)
               ADD 1 TO WS-LR-RUNS(WS-CP-SLOT)
               IF CHN-STATE NOT = 'X' THEN
                   MOVE CHN-STATE TO WS-LR-OPEN-STATE(WS-CP-SLOT)
               END-IF
           END-IF
           IF CHN-STATE = 'X' THEN
               ADD 1 TO WS-RUNS-REFUSED
           END-IF
           .

       510-NOTE-PENDING.
      *****************************************************************
      *  Same reading of the ledger as the programs themselves : the
      *  last restore that emptied the masters (PGM015's gate), and
      *  the master changes since the last clean PGM026 (PGM018's
      *  gate) - a load, a re-key, a restore, a reopen or a journal
      *  purge that changed something, or that never finished and
      *  may have
           IF CHN-STATE NOT = 'X' THEN
               IF (CHN-PROGRAM = 'PGM028')
                 AND (CHN-FUNCTION = 'RESTORE')
                 AND ((CHN-STATE = 'R') OR (CHN-CHANGED = 'Y')) THEN
                   MOVE CHN-START-DATE TO WS-RESTORE-DATE
                   MOVE CHN-STATE      TO WS-RESTORE-STATE
                   MOVE CHN-CONFIRM    TO WS-RESTORE-CONFIRM
               END-IF
               IF (CHN-PROGRAM = 'PGM026') AND (CHN-STATE = 'E')
                 AND (CHN-CLEAN = 'Y') THEN
                   MOVE CHN-START-DATE TO WS-RECON-DATE
                   MOVE CHN-JRNL-COUNT TO WS-RECON-JRNL-MARK
                   MOVE 0    TO WS-UNCOVERED-RUNS
                   MOVE 9999 TO WS-UNCOVERED-LOW
                   MOVE 0    TO WS-UNCOVERED-HIGH
                   MOVE 'N'  TO WS-UNCOVERED-ALL
               END-IF
               IF ((CHN-PROGRAM = 'PGM015') OR (CHN-PROGRAM = 'PGM027')
                 OR (CHN-PROGRAM = 'PGM028')
                 OR (CHN-PROGRAM = 'PGM034')
                 OR ((CHN-PROGRAM = 'PGM018')
                   AND (CHN-FUNCTION = 'REOPEN')))
                 AND ((CHN-STATE = 'R') OR (CHN-CHANGED = 'Y')) THEN
                   ADD 1 TO WS-UNCOVERED-RUNS
                   IF CHN-PERIOD-LOW = 0 THEN
                       MOVE 'Y' TO WS-UNCOVERED-ALL
                   ELSE
                       IF CHN-PERIOD-LOW < WS-UNCOVERED-LOW THEN
                           MOVE CHN-PERIOD-LOW TO WS-UNCOVERED-LOW
                       END-IF
                       IF CHN-PERIOD-HIGH > WS-UNCOVERED-HIGH THEN
                           MOVE CHN-PERIOD-HIGH TO WS-UNCOVERED-HIGH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       520-CHECK-LATE-ADJUSTMENTS.
      *****************************************************************
      *  Reads the journal the way PGM018 does before a close : every
      *  'M' line past the count of the last clean PGM026 adjusts a
      *  master that reconciliation never saw, and the close of its
      *  period is refused (ADJ) until PGM026 is run again. Without a
      *  clean PGM026, or after a change to every period, the close
      *  is already refused on the reconciliation itself (REC) and
      *  the journal is left unread. A missing journal holds nothing
           IF (WS-RECON-DATE > 0) AND (NOT EVERY-PERIOD-UNCOVERED)
             THEN
               OPEN INPUT FILEJRNL
               IF FS-JR-OK THEN
                   PERFORM UNTIL NOT FS-JR-OK
                       READ FILEJRNL
                         AT END
                             CONTINUE
                         NOT AT END
                             ADD 1 TO WS-JRNL-READ
                             IF (WS-JRNL-READ > WS-RECON-JRNL-MARK)
                               AND (JRNL-MASTER = 'M')
                               AND (JRNL-PERIOD IS NUMERIC) THEN
                                 PERFORM 525-NOTE-LATE-ADJUSTMENT
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FILEJRNL
               END-IF
           END-IF
           .

       525-NOTE-LATE-ADJUSTMENT.
      *****************************************************************
      *  One late adjustment line into the tally and the period span
           ADD 1 TO WS-LATE-ADJ-LINES
           IF JRNL-PERIOD < WS-LATE-ADJ-LOW THEN
               MOVE JRNL-PERIOD TO WS-LATE-ADJ-LOW
           END-IF
           IF JRNL-PERIOD > WS-LATE-ADJ-HIGH THEN
               MOVE JRNL-PERIOD TO WS-LATE-ADJ-HIGH
           END-IF
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - ledger records read, printed, refused
      *  by the chain, and the items still pending
           MOVE 'RUNS AU JOURNAL DE CHAINE  :' TO CCT-LABEL
           MOVE WS-RUNS-READ TO CCT-VALUE
           WRITE CHAIN-REPORT FROM CHST-COUNT-LINE
           MOVE 'RUNS LISTES                :' TO CCT-LABEL
           MOVE WS-RUNS-LISTED TO CCT-VALUE
           WRITE CHAIN-REPORT FROM CHST-COUNT-LINE
           MOVE 'RUNS REFUSES PAR LA CHAINE :' TO CCT-LABEL
           MOVE WS-RUNS-REFUSED TO CCT-VALUE
           WRITE CHAIN-REPORT FROM CHST-COUNT-LINE
           MOVE 'POINTS EN ATTENTE          :' TO CCT-LABEL
           MOVE WS-PENDING-ITEMS TO CCT-VALUE
           WRITE CHAIN-REPORT FROM CHST-COUNT-LINE
           .

       810-WRITE-LAST-RUNS.
      *****************************************************************
      *  One line per program of the chain, in running order; a
      *  program never run shows as such
           MOVE 'DERNIER RUN PAR PROGRAMME' TO CTL-TEXT
           WRITE CHAIN-REPORT FROM CHST-TITLE-LINE
           WRITE CHAIN-REPORT FROM CHST-LAST-LEGEND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > 8
               IF WS-LR-RUNS(WS-CP-IDX) = 0 THEN
                   MOVE WS-CP-NAME(WS-CP-IDX) TO CMS-TEXT
                   MOVE 'JAMAIS LANCE' TO CMS-TEXT(10:12)
                   WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               ELSE
                   MOVE WS-CP-NAME(WS-CP-IDX)     TO CLL-PROGRAM
                   MOVE WS-LR-DATE(WS-CP-IDX)     TO CLL-DATE
                   MOVE WS-LR-TIME(WS-CP-IDX)     TO CLL-TIME
                   MOVE WS-LR-FUNCTION(WS-CP-IDX) TO CLL-FUNCTION
                   MOVE WS-LR-LOW(WS-CP-IDX)      TO CLL-LOW
                   MOVE WS-LR-HIGH(WS-CP-IDX)     TO CLL-HIGH
                   MOVE WS-LR-STATE(WS-CP-IDX)    TO CLL-STATE
                   MOVE WS-LR-RC(WS-CP-IDX)       TO CLL-RC
                   MOVE WS-LR-REASON(WS-CP-IDX)   TO CLL-REASON
                   MOVE WS-LR-RUNS(WS-CP-IDX)     TO CLL-RUNS
                   WRITE CHAIN-REPORT FROM CHST-LAST-LINE
               END-IF
           END-PERFORM
           WRITE CHAIN-REPORT FROM NEWLINE
           .

       820-WRITE-PENDING.
      *****************************************************************
      *  What the chain still waits for, in the order it has to be
      *  cleared : an unconfirmed restore holds every load, an
      *  unfinished run holds the programs behind it, and changes
      *  not yet reconciled - or adjusted since the reconciliation -
      *  hold the period close
           MOVE 'POINTS EN ATTENTE' TO CTL-TEXT
           WRITE CHAIN-REPORT FROM CHST-TITLE-LINE
           IF (WS-RESTORE-DATE > 0) AND (WS-RESTORE-CONFIRM NOT = 'Y')
             THEN
               ADD 1 TO WS-PENDING-ITEMS
               IF WS-RESTORE-STATE = 'R' THEN
                   MOVE 'RESTAURATION NON TERMINEE DU' TO CMS-TEXT
                   MOVE WS-RESTORE-DATE TO CMS-TEXT(30:6)
                   MOVE '- A RELANCER' TO CMS-TEXT(37:12)
               ELSE
                   MOVE 'RESTAURATION NON CONFIRMEE DU' TO CMS-TEXT
                   MOVE WS-RESTORE-DATE TO CMS-TEXT(31:6)
                   MOVE '- PGM028 FONCTION C' TO CMS-TEXT(38:19)
               END-IF
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
           END-IF
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > 8
               IF WS-LR-OPEN-STATE(WS-CP-IDX) = 'R' THEN
                   ADD 1 TO WS-PENDING-ITEMS
                   MOVE WS-CP-NAME(WS-CP-IDX) TO CMS-TEXT
                   MOVE 'DERNIER RUN NON TERMINE - A RELANCER'
                     TO CMS-TEXT(10:36)
                   WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               END-IF
           END-PERFORM
           IF WS-UNCOVERED-RUNS > 0 THEN
               ADD 1 TO WS-PENDING-ITEMS
               MOVE 'RECONCILIATION PGM026 A FAIRE - RUNS :' TO CMS-TEXT
               MOVE WS-UNCOVERED-RUNS TO CCT-VALUE
               MOVE CCT-VALUE TO CMS-TEXT(40:5)
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               IF EVERY-PERIOD-UNCOVERED THEN
                   MOVE 'PERIODES CONCERNEES : TOUTES' TO CMS-TEXT
               ELSE
                   MOVE 'PERIODES CONCERNEES :' TO CMS-TEXT
                   MOVE WS-UNCOVERED-LOW TO CMS-TEXT(23:4)
                   MOVE 'A' TO CMS-TEXT(28:1)
                   MOVE WS-UNCOVERED-HIGH TO CMS-TEXT(30:4)
               END-IF
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               IF WS-RECON-DATE > 0 THEN
                   MOVE 'DERNIERE PGM026 PROPRE DU' TO CMS-TEXT
                   MOVE WS-RECON-DATE TO CMS-TEXT(27:6)
               ELSE
                   MOVE 'AUCUNE PGM026 PROPRE AU JOURNAL DE CHAINE'
                     TO CMS-TEXT
               END-IF
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
           END-IF
           IF WS-LATE-ADJ-LINES > 0 THEN
               ADD 1 TO WS-PENDING-ITEMS
               MOVE 'RECONCILIATION A REFAIRE APRES AJUSTEMENT :'
                 TO CMS-TEXT
               MOVE WS-LATE-ADJ-LINES TO CCT-VALUE
               MOVE CCT-VALUE TO CMS-TEXT(45:5)
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               MOVE 'PERIODES CONCERNEES :' TO CMS-TEXT
               MOVE WS-LATE-ADJ-LOW TO CMS-TEXT(23:4)
               MOVE 'A' TO CMS-TEXT(28:1)
               MOVE WS-LATE-ADJ-HIGH TO CMS-TEXT(30:4)
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
               MOVE 'DERNIERE PGM026 PROPRE DU' TO CMS-TEXT
               MOVE WS-RECON-DATE TO CMS-TEXT(27:6)
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
           END-IF
           IF WS-PENDING-ITEMS = 0 THEN
               MOVE 'AUCUN - LA CHAINE EST A JOUR' TO CMS-TEXT
               WRITE CHAIN-REPORT FROM CHST-MSG-LINE
           END-IF
           WRITE CHAIN-REPORT FROM NEWLINE
           .

       830-WRITE-DETAIL-LINE.
      *****************************************************************
      *  One line per run : start, program and function, periods
      *  covered, state (R running or died, E ended, X refused by the
      *  chain), completion code, end, then the flags M masters
      *  changed, P clean reconciliation, C restore confirmed, and
      *  the chain's reason when it refused
           MOVE CHN-START-DATE  TO CDL-DATE
           MOVE CHN-START-TIME  TO CDL-TIME
           MOVE CHN-PROGRAM     TO CDL-PROGRAM
           MOVE CHN-FUNCTION    TO CDL-FUNCTION
           MOVE CHN-PERIOD-LOW  TO CDL-LOW
           MOVE CHN-PERIOD-HIGH TO CDL-HIGH
           MOVE CHN-STATE       TO CDL-STATE
           MOVE CHN-RC          TO CDL-RC
           MOVE CHN-END-DATE    TO CDL-END-DATE
           MOVE CHN-END-TIME    TO CDL-END-TIME
           MOVE CHN-CHANGED     TO CDL-CHANGED
           MOVE CHN-CLEAN       TO CDL-CLEAN
           MOVE CHN-CONFIRM     TO CDL-CONFIRM
           MOVE CHN-REASON      TO CDL-REASON
           WRITE CHAIN-REPORT FROM CHST-DETAIL-LINE
           ADD 1 TO WS-RUNS-LISTED
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = nothing pending, the chain may proceed
      *    4 = items pending (restore to confirm, run to relaunch,
      *        reconciliation to run or rerun after an adjustment),
      *        or no ledger on file yet
      *    8 = card present but unusable
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN NOT LEDGER-ON-FILE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-PENDING-ITEMS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           IF LEDGER-ON-FILE THEN
               CLOSE FILECHAN
           END-IF
           CLOSE FILEOUT1
           .
