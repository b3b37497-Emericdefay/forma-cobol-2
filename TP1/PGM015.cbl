      *                    longer burns a generation; unconverted
      *                    FILEDAYH (pre-shift key) refuses the run
      *                    RC 20 instead of failing writes silently
      * 15/10/26  IBMUSER  Defect cause record type 'Q' checked
      *                    against the cause file FILECAUS; cause MTD
      *                    master FILECMTD, causes-versus-defects
      *                    control and Pareto section per workshop
      * 15/10/26  IBMUSER  Per-origin statistics FILESTAT appended
      *                    each run - received, accepted, rejected
      *                    by error category and transmission lags
      *                    (monthly scorecard via PGM036)
      * 15/10/26  IBMUSER  Run mode 'V' validate-only : full checks,
      *                    report, errors and suspense, masters and
      *                    logs untouched, output stamped SIMULATION
      * 15/10/26  IBMUSER  Job-chain ledger FILECHAN - start and end
      *                    of each load or reversal recorded with the
      *                    MTD periods it changed; the run refuses
      *                    (RC 24) while the last PGM028 restore is
      *                    unconfirmed or a PGM019 conversion is
      *                    unfinished
      * 15/10/26  IBMUSER  Crew headcount record type 'E' (operators
      *                    present, hours worked per workshop/date/
      *                    shift) checked like production input and
      *                    kept in the indexed history FILECRWH
      *                    (labour productivity report via PGM039)
      * 15/10/26  IBMUSER  Downtime reason codes checked against the
      *                    reference FILEDTRS (breakdown flag); each
      *                    accepted stoppage also kept as an event on
      *                    the indexed FILEDTEV (MTBF/MTTR and
      *                    maintenance work orders via PGM040)
      * 15/10/26  IBMUSER  Validate-only run opens the masters input
      *                    (none created) and keeps the last reversal
      *                    report
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTMD-KEY
           FILE STATUS is FS-FILEDTMD.
      / FILECMTD - MONTH-TO-DATE DEFECT CAUSE MASTER FILE
           SELECT FILECMTD
           ASSIGN to FILECMTD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMTD-KEY
           FILE STATUS is FS-FILECMTD.
      / FILECRWH - CREW HEADCOUNT HISTORY FILE
           SELECT FILECRWH
           ASSIGN to FILECRWH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRWH-KEY
           FILE STATUS is FS-FILECRWH.
      / FILEDTEV - DOWNTIME EVENT HISTORY FILE
           SELECT FILEDTEV
           ASSIGN to FILEDTEV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTEV-KEY
           FILE STATUS is FS-FILEDTEV.
      / FILECAUS - DEFECT CAUSE CODE REFERENCE LOOKUP
           SELECT FILECAUS
           ASSIGN to FILECAUS
           FILE STATUS is FS-FILECAUS.
      / FILEDTRS - DOWNTIME REASON CODE REFERENCE LOOKUP
           SELECT FILEDTRS
           ASSIGN to FILEDTRS
           FILE STATUS is FS-FILEDTRS.
      / FILENAME - FACTORY/WORKSHOP NAME LOOKUP
           SELECT FILENAME
           ASSIGN to FILENAME
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RUNH-KEY
           FILE STATUS is FS-FILERUNH.
      / FILESTAT - PER-ORIGIN RUN STATISTICS (SCORECARD PGM036)
           SELECT FILESTAT
           ASSIGN to FILESTAT
           FILE STATUS is FS-FILESTAT.
      / FILECHAN - JOB-CHAIN LEDGER (STATUS REPORT PGM038)
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.

      *****************************************************************
       DATA DIVISION.
           02 PARAM-DEFECT-THRESHOLD PIC 9(03).
      *  Blank or 'N' runs normally; 'R' runs the same input file in
      *  reversal - its contributions are subtracted back out of the
      *  MTD/YTD masters instead of added (see 560/565); 'V' only
      *  validates - every check, report, error list and suspense as
      *  a normal run, but no master, log, snapshot or checkpoint is
      *  touched and the output is stamped SIMULATION
           02 PARAM-RUN-MODE         PIC X(01).
      *  Optional forced production month for the report header -
      *  blank lets the month come from the data itself
                   04 DTMD-REASON-CODE PIC X(02).
                   04 DTMD-REASON-MIN  PIC 9(07).
           02 FILLER PIC X(21).
      / FILECMTD - MONTH-TO-DATE DEFECT CAUSE MASTER FILE
      *  Defect-cause counterpart of FILEMTD : the defective units
      *  put down to each cause code per factory/workshop/period,
      *  surviving the run - the figures the Pareto section ranks
       FD FILECMTD
           RECORD CONTAINS 80 CHARACTERS.
       01 CAUSE-MTD-RECORD.
           02 CMTD-KEY.
               03 CMTD-FACTORY PIC 9(01).
               03 CMTD-WORKBH  PIC 9(02).
               03 CMTD-PERIOD  PIC 9(04).
               03 CMTD-CAUSE   PIC X(03).
           02 CMTD-QTY PIC 9(07).
           02 FILLER PIC X(63).
      / FILECRWH - CREW HEADCOUNT HISTORY FILE
      *  Headcount counterpart of FILEDAYH, on the very same key :
      *  operators present and hours worked per factory/workshop/
      *  date/shift, so a day's output and the crew that made it sit
      *  side by side. A key already on file accumulates like the
      *  daily history (the load count shows it happened) and a
      *  reversal backs the figures out again
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
      / FILEDTEV - DOWNTIME EVENT HISTORY FILE
      *  One record per stoppage accepted off a 'D' record, where
      *  FILEDTMD only keeps the month's sums : the reason, whether
      *  the reference called it a breakdown when it was loaded, the
      *  minutes, and where and when it came in. Several stoppages
      *  of a workshop on one date take the next sequence number;
      *  a reversal deletes the latest event it matches
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
      / FILECAUS - DEFECT CAUSE CODE REFERENCE LOOKUP
      *  One row per defect cause the quality department recognises :
      *  the code the factories key on their 'Q' records and the
      *  label the Pareto section prints next to it
       FD FILECAUS RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CAUSE-CODE-RECORD.
           02 CAUS-CODE  PIC X(03).
           02 CAUS-LABEL PIC X(20).
           02 FILLER     PIC X(57).
      / FILEDTRS - DOWNTIME REASON CODE REFERENCE LOOKUP
      *  One row per stoppage reason maintenance recognises : the
      *  code the factories key on their 'D' records, its label and
      *  'Y' when the stoppage is a breakdown (a failure to repair)
      *  rather than a planned or external stop
       FD FILEDTRS RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 DOWNTIME-REASON-RECORD.
           02 DTRS-CODE      PIC X(02).
           02 DTRS-LABEL     PIC X(20).
           02 DTRS-BREAKDOWN PIC X(01).
           02 FILLER         PIC X(57).
      / FILENAME - FACTORY/WORKSHOP NAME LOOKUP
       FD FILENAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
      *  master restore, so PGM021 shows the restore happened
           02 RUNH-EVENT      PIC X(04).
           02 FILLER PIC X(11).
      / FILESTAT - PER-ORIGIN RUN STATISTICS
      *  One record per batch origin (HDR-ORIGIN, spaces for a legacy
      *  file without envelopes) per load run, appended and never
      *  rewritten - the per-origin figures the night's report prints
      *  and then loses. Rejects are split by the category of their
      *  first error : 1 identification (factory/workshop), 2 date,
      *  3 closed period or year, 4 unscheduled day, 5 duplicate,
      *  6 content (quantities, shift, minutes, reason, cause code),
      *  7 failed envelope. Lags are whole days from each dated
      *  record's production date to its envelope's HDR-CREATE-DATE
      *  and to the run date, summed with the count of records
      *  measured so PGM036 can average them over any span of runs
       FD FILESTAT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 ORIGIN-STAT-RECORD.
           02 STAT-RUN-DATE    PIC 9(06).
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
      / FILECHAN - JOB-CHAIN LEDGER
      *  One record per execution of a program of the nightly and
      *  month-end chain (PGM015, 018, 019, 023, 026, 027, 028),
      *  keyed by its start date/time so the file reads in running
      *  order. Written state R as the program starts, rewritten as
      *  it ends : state E with its completion code, or X when the
      *  chain itself refused the run - a record still R is a run
      *  that never finished. Period low/high is the span of MTD
      *  periods the run changed (low zero = every period), CHANGED
      *  whether it changed a master at all. A PGM026 record is
      *  CLEAN when every key agreed or was repaired, and carries
      *  the count of journal lines it had read to; a PGM028
      *  restore stays unconfirmed until an operator confirms it
      *  through the PGM028 C function
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
      / FILEALRT - OPERATOR ALERT FILE
      *  One fixed-layout record per exception condition, severity
      *  coded, for the scheduler's file trigger to page the on-call
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(28) VALUE 'AUCUNE RETOUCHE ENREGISTREE'.
           02 FILLER PIC X(47) VALUE SPACES.
      / DEFECT CAUSES (RECORD TYPE 'Q', CODES FROM FILECAUS)
      *  A 'Q' record whose code is not on the reference file is
      *  rejected - an unknown cause would rank in the Pareto under
      *  a code nobody can read. A missing file rejects them all
       01 WS-CAUSE-TABLE.
           02 FILLER OCCURS 50.
               03 WS-CAU-CODE  PIC X(03) VALUE SPACES.
               03 WS-CAU-LABEL PIC X(20) VALUE SPACES.
       01 WS-CAU-COUNT PIC 9(02) VALUE 0.
       01 WS-CAU-IDX   PIC 9(02) VALUE 0.
       01 WS-CAU-FOUND PIC 9(02) VALUE 0.
       01 WS-CAU-WORK  PIC 9(05) VALUE 0.
       01 WS-CAU-SRCH  PIC X(03) VALUE SPACES.
      *  Per factory/workshop/day/shift of the run : the PRODUCT-BK
      *  accepted on production records and the units the 'Q'
      *  records put down to causes - the two must agree (880). Same
      *  one-month-per-run shape as the duplicate table
       01 WS-CAUSE-SUM-TABLE.
           02 FILLER OCCURS 1 TO 9 DEPENDING ON NUMBER-MAX-FACTORY.
               03 FILLER OCCURS 1 TO 9 DEPENDING ON NUMBER-MAX-WORKBH.
                   04 FILLER OCCURS 31.
                       05 FILLER OCCURS 3.
                           06 WS-CS-BK     PIC 9(05) VALUE 0.
                           06 WS-CS-CAUSE  PIC 9(05) VALUE 0.
                           06 WS-CS-PROD   PIC X     VALUE 'N'.
                           06 WS-CS-QSEEN  PIC X     VALUE 'N'.
                           06 WS-CS-MONTH  PIC 99    VALUE 0.
                           06 WS-CS-YEAR   PIC 99    VALUE 0.
       01 WS-CS-DAY     PIC 9(02) VALUE 0.
       01 WS-CS-SHIFT   PIC 9(01) VALUE 0.
       01 WS-CS-POSTED  PIC 9(05) VALUE 0.
       01 WS-CS-CHECKED PIC 9(05) VALUE 0.
       01 WS-CS-BAD     PIC 9(05) VALUE 0.
      *  One workshop's causes for the run period, pulled off
      *  FILECMTD and ranked by 888 - the biggest remaining quantity
      *  comes out first, as in the cost ranking of 865
       01 WS-PARETO-TABLE.
           02 FILLER OCCURS 50.
               03 WS-PAR-CODE PIC X(03).
               03 WS-PAR-QTY  PIC 9(07).
       01 WS-PAR-COUNT    PIC 9(02) VALUE 0.
       01 WS-PAR-IDX      PIC 9(02) VALUE 0.
       01 WS-PAR-RANK     PIC 9(02) VALUE 0.
       01 WS-PAR-BEST     PIC 9(02) VALUE 0.
       01 WS-PAR-BEST-QTY PIC 9(07) VALUE 0.
       01 WS-PAR-TOTAL    PIC 9(08) VALUE 0.
       01 WS-PAR-CUM      PIC 9(08) VALUE 0.
       01 WS-PAR-PCT      PIC 9(03) VALUE 0.
       01 WS-PAR-BROWSE   PIC X VALUE 'N'.
           88 PARETO-BROWSE-DONE VALUE 'Y'.
       01 WS-PAR-SHOWN PIC X VALUE 'N'.
           88 PARETO-SHOWN-ANY VALUE 'Y'.
       01 CAUSE-CHECK-HEADER.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(37) VALUE
               'CONTROLE CAUSES / DEFAUTS DECLARES : '.
           02 FILLER PIC X(41) VALUE SPACES.
       01 CAUSE-CHECK-LINE.
           02 FILLER   PIC X(05) VALUE SPACES.
           02 FILLER   PIC X(11) VALUE 'USINE : U'.
           02 CCL-FACT PIC 9(02).
           02 FILLER   PIC X(05) VALUE ' AT: '.
           02 CCL-WORK PIC 9(02).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 CCL-DAY  PIC 9(02).
           02 FILLER   PIC X(01) VALUE '/'.
           02 CCL-MONTH PIC 9(02).
           02 FILLER   PIC X(01) VALUE '/'.
           02 CCL-YEAR PIC 9(02).
           02 FILLER   PIC X(05) VALUE ' EQ: '.
           02 CCL-SHIFT PIC 9(01).
           02 FILLER   PIC X(09) VALUE ' CAUSES: '.
           02 CCL-CAUSE PIC ZZZZ9.
           02 FILLER   PIC X(10) VALUE ' DEFAUTS: '.
           02 CCL-BK   PIC ZZZZ9.
           02 FILLER   PIC X(11) VALUE SPACES.
       01 CAUSE-CHECK-OK.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(38) VALUE
               'CAUSES CONFORMES AUX DEFAUTS DECLARES'.
           02 FILLER PIC X(37) VALUE SPACES.
       01 CAUSE-CHECK-NONE.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'AUCUNE CAUSE DE DEFAUT RECUE'.
           02 FILLER PIC X(45) VALUE SPACES.
       01 PARETO-HEADER.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
               'PARETO DES CAUSES DE DEFAUT MOIS : '.
           02 PAH-PERIOD PIC 9(04).
           02 FILLER PIC X(38) VALUE SPACES.
       01 PARETO-WORKBH-LINE.
           02 FILLER   PIC X(05) VALUE SPACES.
           02 FILLER   PIC X(12) VALUE 'USINE NB : U'.
           02 PWL-FACT PIC 9(02).
           02 FILLER   PIC X(03) VALUE SPACES.
           02 FILLER   PIC X(13) VALUE 'Nb Atelier : '.
           02 PWL-WORK PIC 9(02).
           02 FILLER   PIC X(14) VALUE '  TOTAL DEF : '.
           02 PWL-TOTAL PIC ZZZZZZ9.
           02 FILLER   PIC X(22) VALUE SPACES.
       01 PARETO-LINE.
           02 FILLER   PIC X(08) VALUE SPACES.
           02 FILLER   PIC X(05) VALUE 'RANG '.
           02 PAL-RANK PIC Z9.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 PAL-CODE PIC X(03).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 PAL-LABEL PIC X(20).
           02 FILLER   PIC X(06) VALUE ' QTE: '.
           02 PAL-QTY  PIC ZZZZZZ9.
           02 FILLER   PIC X(06) VALUE ' CUM: '.
           02 PAL-PCT  PIC ZZ9.
           02 FILLER   PIC X(01) VALUE '%'.
           02 FILLER   PIC X(16) VALUE SPACES.
       01 PARETO-NONE.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
               'AUCUNE CAUSE DE DEFAUT ENREGISTREE'.
           02 FILLER PIC X(41) VALUE SPACES.
      / DOWNTIME REASONS (RECORD TYPE 'D', CODES FROM FILEDTRS)
      *  A 'D' record whose reason is not on the reference file is
      *  rejected - an event nobody can class as breakdown or not
      *  would skew the reliability figures. A missing file rejects
      *  them all, as for the defect causes
       01 WS-DT-REASON-REF-TABLE.
           02 FILLER OCCURS 50.
               03 WS-DTR-CODE      PIC X(02) VALUE SPACES.
               03 WS-DTR-BREAKDOWN PIC X(01) VALUE SPACES.
       01 WS-DTR-COUNT PIC 9(02) VALUE 0.
       01 WS-DTR-IDX   PIC 9(02) VALUE 0.
       01 WS-DTR-FOUND PIC 9(02) VALUE 0.
      *  Event sequence within a workshop/date, and the latest event
      *  a reversal matches on reason and minutes (zero = none)
       01 WS-DTEV-NEXT-SEQ  PIC 9(03) VALUE 0.
       01 WS-DTEV-MATCH-SEQ PIC 9(03) VALUE 0.
       01 WS-DTEV-BROWSE    PIC X VALUE 'N'.
           88 DTEV-BROWSE-DONE VALUE 'Y'.
      / CREW HEADCOUNT (RECORD TYPE 'E', HISTORY ON FILECRWH)
      *  Own duplicate slots, same shape as WS-DATE-SEEN-TABLE : a
      *  headcount and a production record of the same workshop/
      *  date/shift are partners, not duplicates of each other
       01 WS-CREW-SEEN-TABLE.
           02 FILLER OCCURS 1 TO 9 DEPENDING ON NUMBER-MAX-FACTORY.
               03 FILLER OCCURS 1 TO 9 DEPENDING ON NUMBER-MAX-WORKBH.
                   04 FILLER OCCURS 31.
                       05 FILLER OCCURS 3.
                           06 WS-CREW-SEEN-FLAG  PIC X  VALUE 'N'.
                           06 WS-CREW-SEEN-MONTH PIC 99 VALUE 0.
                           06 WS-CREW-SEEN-YEAR  PIC 99 VALUE 0.
      *  A shift's crew cannot book more than this many hours per
      *  operator present - a longer figure is a keying slip (hours
      *  keyed without their tenth) rather than overtime
       01 WS-CREW-MAX-HOURS PIC 9(02) VALUE 12.
       01 WS-CREW-OPS       PIC 9(03) VALUE 0.
       01 WS-CREW-TENTHS    PIC 9(04) VALUE 0.
       01 WS-CREW-HOURS REDEFINES WS-CREW-TENTHS PIC 9(03)V9.
       01 WS-CREW-STATE PIC X VALUE 'N'.
           88 CREW-HOURS-CONSISTENT VALUE 'Y'.
       01 WS-CREW-DUP PIC X VALUE 'N'.
           88 CREW-DUPLICATE-NOT-FOUND VALUE 'N'.
      / PRODUCTION PER SHIFT (EQUIPE)
      *  A blank shift code on a legacy record reads as shift 1, so
      *  WS-LINE-SHIFT is always a safe subscript once the record has
      *  truncating the longer calendar and reorganization messages
           02 COL-3  PIC X(50) VALUE 'ERROR Type'.
      / CSV EXPORT (FILEOUT3)
       01 WS-CSV-SIMULATION.
           02 FILLER PIC X(100) VALUE
               'SIMULATION - VALIDATION SEULE - MAITRES NON MIS A JOUR'.
       01 WS-CSV-HEADER.
           02 FILLER PIC X(100) VALUE
               'FACTORY,WORKSHOP,TOTAL_WORKBH,BREAK_WORKBH,TOTAL_FACT,
       01 WS-ALRH-SEQ   PIC 9(02) VALUE 0.
       01 WS-FATAL-HOLD PIC X VALUE 'N'.
           88 FATAL-ALERT-HOLD VALUE 'Y'.
      *  Job-chain ledger - this run's own record key, kept from the
      *  start write to the end rewrite; what the ledger scan found
      *  (last PGM019 state, confirmation of the last restore); the
      *  chain hold and its cause; the span of MTD periods changed
       01 WS-CHN-KEY       PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK     PIC 9(08) VALUE 0.
       01 WS-CHN-STATE-019 PIC X VALUE SPACE.
       01 WS-CHN-CONFIRM   PIC X VALUE 'Y'.
       01 WS-CHN-HOLD      PIC X VALUE 'N'.
           88 CHAIN-HOLD VALUE 'Y'.
       01 WS-CHN-CAUSE     PIC X(08) VALUE SPACES.
       01 WS-CHN-REASON    PIC X(03) VALUE SPACES.
       01 WS-CHN-LOW       PIC 9(04) VALUE 0.
       01 WS-CHN-HIGH      PIC 9(04) VALUE 0.
      / PAGINATION OF THE PRINTED REPORT (FILEOUT1)
       01 PRINT-AREA PIC X(80) VALUE SPACES.
       01 WS-SYS-DATE.
       01 WS-PAGE-MAX    PIC 9(02) VALUE 60.
       01 WS-BLOCK-LINES PIC 9(02) VALUE 0.
       01 WS-PARAM-MONTH PIC 9(02) VALUE 0.
      / RUN MODE (NORMAL, REVERSAL OR VALIDATE-ONLY)
       01 WS-RUN-MODE PIC X VALUE 'N'.
           88 RUN-MODE-NORMAL   VALUE 'N'.
           88 RUN-MODE-REVERSAL VALUE 'R'.
           88 RUN-MODE-VALIDATE VALUE 'V'.
       01 WS-REVERSE-WORK PIC S9(08) VALUE 0.
       01 REVERSAL-LINE.
           02 RVL-MASTER   PIC X(01).
           02 FILLER PIC X(33) VALUE
               '*** MODE REVERSAL - EXTOURNE ***'.
           02 FILLER PIC X(24) VALUE SPACES.
       01 SIMULATION-BANNER.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(33) VALUE
               '*** SIMULATION - VALIDATION ***'.
           02 FILLER PIC X(24) VALUE SPACES.
      / BATCH TRANSMISSION INTEGRITY (PRE-PASS OVER FILEIN)
      *  The hash accumulators are the same width as the trailer's
      *  hash fields, so the running sums wrap at seven digits just
               03 WS-ENV-TRL-BK     PIC 9(07) VALUE 0.
               03 WS-ENV-TRL-FLAG   PIC X(01) VALUE 'N'.
               03 WS-ENV-STATE      PIC X(01) VALUE ' '.
               03 WS-ENV-CREATE     PIC 9(06) VALUE 0.
       01 WS-ENV-COUNT      PIC 9(02) VALUE 0.
       01 WS-ENV-IDX        PIC 9(02) VALUE 0.
      *  Envelope the main read loop is currently inside - bumped on
           02 FILLER     PIC X(09) VALUE '  ETAT : '.
           02 OGL-STATE  PIC X(02).
           02 FILLER     PIC X(22) VALUE SPACES.
      / PER-ORIGIN RUN STATISTICS (WRITTEN TO FILESTAT)
      *  One slot per origin met in the run - two envelopes of the
      *  same site in one night add up under one origin. The error
      *  category is set beside every error text; the first error
      *  of a record decides its category
       01 WS-ERROR-CATEGORY  PIC 9(01) VALUE 0.
       01 WS-REJECT-CATEGORY PIC 9(01) VALUE 0.
       01 WS-ORIGIN-STAT-TABLE.
           02 FILLER OCCURS 20.
               03 WS-OST-ORIGIN   PIC X(02) VALUE SPACES.
               03 WS-OST-RECEIVED PIC 9(05) VALUE 0.
               03 WS-OST-ACCEPTED PIC 9(05) VALUE 0.
               03 WS-OST-REJECTED PIC 9(05) VALUE 0.
               03 WS-OST-CATEGORY PIC 9(04) OCCURS 7 VALUE 0.
               03 WS-OST-CRT-SUM  PIC 9(06) VALUE 0.
               03 WS-OST-CRT-CNT  PIC 9(05) VALUE 0.
               03 WS-OST-RUN-SUM  PIC 9(06) VALUE 0.
               03 WS-OST-RUN-CNT  PIC 9(05) VALUE 0.
       01 WS-OST-COUNT PIC 9(02) VALUE 0.
       01 WS-OST-IDX   PIC 9(02) VALUE 0.
       01 WS-OST-SLOT  PIC 9(02) VALUE 0.
       01 WS-OST-CAT   PIC 9(01) VALUE 0.
      *  Days since 01/01/2000 for the lag arithmetic - same serial
      *  as the weekly breaks of PGM020 and the gap ages of PGM032
       01 WS-CV-YY     PIC 9(02) VALUE 0.
       01 WS-CV-MM     PIC 9(02) VALUE 0.
       01 WS-CV-DD     PIC 9(02) VALUE 0.
       01 WS-CV-SERIAL PIC 9(05) VALUE 0.
       01 WS-CV-LEAPS  PIC 9(03) VALUE 0.
       01 WS-CV-MOFF   PIC 9(03) VALUE 0.
       01 WS-CV-DATE   PIC 9(06) VALUE 0.
       01 WS-CV-DATE-SPLIT REDEFINES WS-CV-DATE.
           02 WS-CV-DATE-YY PIC 9(02).
           02 WS-CV-DATE-MM PIC 9(02).
           02 WS-CV-DATE-DD PIC 9(02).
       01 WS-PROD-SERIAL PIC 9(05) VALUE 0.
       01 WS-LAG-WORK    PIC S9(06) VALUE 0.
      / COUNTERS
       01 IDX-FACT      PIC 999.
       01 IDX-WK        PIC 999.
           05 FS-FILEDTMD    PIC X(02).
               88 FS-DM-OK       VALUE '00'.
               88 FS-DM-MISSING  VALUE '35'.
       01 FILECMTD-STATUS.
           05 FS-FILECMTD    PIC X(02).
               88 FS-CM-OK       VALUE '00'.
               88 FS-CM-MISSING  VALUE '35'.
               88 FS-CM-EOF      VALUE '10'.
       01 FILECRWH-STATUS.
           05 FS-FILECRWH    PIC X(02).
               88 FS-CW-OK       VALUE '00'.
               88 FS-CW-MISSING  VALUE '35'.
       01 FILEDTEV-STATUS.
           05 FS-FILEDTEV    PIC X(02).
               88 FS-DE-OK       VALUE '00'.
               88 FS-DE-MISSING  VALUE '35'.
       01 FILEDTRS-STATUS.
           05 FS-FILEDTRS    PIC X(02).
               88 FS-DR-OK       VALUE '00'.
               88 FS-DR-EOF      VALUE '10'.
       01 FILECAUS-STATUS.
           05 FS-FILECAUS    PIC X(02).
               88 FS-CS-OK       VALUE '00'.
               88 FS-CS-EOF      VALUE '10'.
       01 FILENAME-STATUS.
           05 FS-FILENAME    PIC X(02).
               88 FS-NM-OK       VALUE '00'.
           05 FS-FILERUNH    PIC X(02).
               88 FS-RH-OK       VALUE '00'.
               88 FS-RH-MISSING  VALUE '35'.
       01 FILESTAT-STATUS.
           05 FS-FILESTAT    PIC X(02).
               88 FS-ST-OK       VALUE '00'.
               88 FS-ST-MISSING  VALUE '35'.
       01 FILECHAN-STATUS.
           05 FS-FILECHAN    PIC X(02).
               88 FS-CH-OK       VALUE '00'.
               88 FS-CH-MISSING  VALUE '35'.
       01 FILESNAP-STATUS.
           05 FS-FILESNAP    PIC X(02).
               88 FS-SN-OK       VALUE '00'.
           PERFORM 002-OOPEN
           PERFORM 003-MOPEN
           PERFORM 012-ALERT-GUARD
           PERFORM 021-CHAIN-GUARD
           PERFORM 004-NAMES
           PERFORM 006-CLOSED-PERIODS
           PERFORM 011-CLOSED-YEARS
           PERFORM 007-TARGETS
           PERFORM 009-COSTS
           PERFORM 015-CAUSES
           PERFORM 024-DOWNTIME-REASONS
           PERFORM 020-CALENDAR
           EVALUATE TRUE
               WHEN DAYH-MISMATCH-HOLD
                   PERFORM 793-REPORT-DAYH-MISMATCH
               WHEN FATAL-ALERT-HOLD
                   PERFORM 791-REPORT-ALERT-HOLD
               WHEN CHAIN-HOLD
                   PERFORM 792-REPORT-CHAIN-HOLD
               WHEN BATCH-IS-BAD
                   PERFORM 790-REPORT-BATCH-FAILURE
               WHEN OTHER
      * A checkpoint resume skips too : the masters already carry
      * half the interrupted run and the pre-abend generation is
      * the one worth keeping
      * A validate-only run changes no master, so it spends none
                   IF (WS-CKPT-RESUME-FROM = 0)
                     AND (NOT RUN-MODE-VALIDATE) THEN
                       PERFORM 025-SNAPSHOT-MASTERS
                   END-IF
                   PERFORM 100-FILES
           END-EVALUATE
           PERFORM 990-SET-RETURN-CODE
      * A simulation leaves no trace in the run history - PGM021 and
      * the operators read FILERUNH as the list of real loads
           IF NOT RUN-MODE-VALIDATE THEN
               PERFORM 995-WRITE-RUN-HISTORY
           END-IF
           PERFORM 996-WRITE-ORIGIN-STATS
           PERFORM 997-CHAIN-END
           PERFORM 999-FCLOS
           GOBACK
           .
                       MOVE PARAM-DEFECT-THRESHOLD
                         TO WS-DEFECT-THRESHOLD-PCT
                   END-IF
                   IF (PARAM-RUN-MODE = 'R')
                     OR (PARAM-RUN-MODE = 'V') THEN
                       MOVE PARAM-RUN-MODE TO WS-RUN-MODE
                   END-IF
                   IF (PARAM-RUN-MONTH IS NUMERIC)
                     AND (PARAM-RUN-MONTH >= 1)
      *  lines the prior, interrupted run already wrote for records up
      *  to the checkpoint must not be discarded, so they are opened
      *  EXTEND instead of OUTPUT. FILEREVR is written record by
      *  record from 562/567 and follows the same rule - except in a
      *  validate-only run, which backs nothing out and must leave
      *  the last real reversal report as it stands
           OPEN OUTPUT FILEOUT1,
                       FILEOUT3
      *  FILEALRT is the scheduler's trigger : a validate-only run
      *  raises no alert and must not erase one a real run left
           IF RUN-MODE-VALIDATE THEN
               OPEN EXTEND FILEALRT
           ELSE
               OPEN OUTPUT FILEALRT
           END-IF
           IF WS-CKPT-RESUME-FROM > 0 THEN
               OPEN EXTEND FILEOUT2
               OPEN EXTEND FILEOUT4
           ELSE
               OPEN OUTPUT FILEOUT2
               OPEN OUTPUT FILEOUT4
               IF RUN-MODE-VALIDATE THEN
                   OPEN EXTEND FILEREVR
               ELSE
                   OPEN OUTPUT FILEREVR
               END-IF
           END-IF
           .

       003-MOPEN.
      *****************************************************************
      *  Opens the indexed masters and logs - for update on a load
      *  or a reversal (033), read-only on a validate-only run (032)
           IF RUN-MODE-VALIDATE THEN
               PERFORM 032-MOPEN-READ-ONLY
           ELSE
               PERFORM 033-MOPEN-UPDATE
           END-IF
           .

       032-MOPEN-READ-ONLY.
      *****************************************************************
      *  A validate-only run writes no master, so it opens them all
      *  INPUT and creates none : a missing file stays closed and
      *  reads as empty - the listings and the Pareto only browse a
      *  file whose START positioned it, and the causes-versus-
      *  defects check finds no posted figure. The unconverted
      *  FILEDAYH hold applies as on a real run
           OPEN INPUT FILEMTD
           OPEN INPUT FILEYTD
           OPEN INPUT FILEDAYH
           IF FS-DH-MISMATCH THEN
               MOVE 'Y' TO WS-DAYH-HOLD
           END-IF
           OPEN INPUT FILEDTMD
           OPEN INPUT FILECMTD
           OPEN INPUT FILECRWH
           OPEN INPUT FILEDTEV
           OPEN INPUT FILERUNH
           OPEN INPUT FILEALRH
           .

       033-MOPEN-UPDATE.
      *****************************************************************
      *  Opens the MTD/YTD indexed master files for update. The very
      *  first run on a site has no master file yet, so a missing file
      *  is created empty (OUTPUT then reopened I-O) instead of erroring
               CLOSE FILEDTMD
               OPEN I-O FILEDTMD
           END-IF
           OPEN I-O FILECMTD
           IF FS-CM-MISSING THEN
               OPEN OUTPUT FILECMTD
               CLOSE FILECMTD
               OPEN I-O FILECMTD
           END-IF
           OPEN I-O FILECRWH
           IF FS-CW-MISSING THEN
               OPEN OUTPUT FILECRWH
               CLOSE FILECRWH
               OPEN I-O FILECRWH
           END-IF
           OPEN I-O FILEDTEV
           IF FS-DE-MISSING THEN
               OPEN OUTPUT FILEDTEV
               CLOSE FILEDTEV
               OPEN I-O FILEDTEV
           END-IF
           OPEN I-O FILERUNH
           IF FS-RH-MISSING THEN
               OPEN OUTPUT FILERUNH
           END-IF
           .

       015-CAUSES.
      *****************************************************************
      *  Loads the defect cause reference file into working storage,
      *  same optional-lookup pattern as 004-NAMES - except that a
      *  'Q' record is only accepted under a code found here, so a
      *  missing file sends every cause record to suspense
           OPEN INPUT FILECAUS
           IF FS-CS-OK THEN
               PERFORM UNTIL FS-CS-EOF
                   READ FILECAUS
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (NOT (CAUS-CODE = SPACES))
                           AND (WS-CAU-COUNT < 50) THEN
                             ADD 1 TO WS-CAU-COUNT
                             MOVE CAUS-CODE
                               TO WS-CAU-CODE(WS-CAU-COUNT)
                             MOVE CAUS-LABEL
                               TO WS-CAU-LABEL(WS-CAU-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECAUS
           END-IF
           .

       024-DOWNTIME-REASONS.
      *****************************************************************
      *  Loads the downtime reason reference into working storage,
      *  same pattern as 015-CAUSES - a 'D' record is only accepted
      *  under a code found here. Anything but 'Y' in the breakdown
      *  column counts as a stop that is not a breakdown
           OPEN INPUT FILEDTRS
           IF FS-DR-OK THEN
               PERFORM UNTIL FS-DR-EOF
                   READ FILEDTRS
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (NOT (DTRS-CODE = SPACES))
                           AND (WS-DTR-COUNT < 50) THEN
                             ADD 1 TO WS-DTR-COUNT
                             MOVE DTRS-CODE
                               TO WS-DTR-CODE(WS-DTR-COUNT)
                             IF DTRS-BREAKDOWN = 'Y' THEN
                                 MOVE 'Y'
                                   TO WS-DTR-BREAKDOWN(WS-DTR-COUNT)
                             ELSE
                                 MOVE 'N'
                                   TO WS-DTR-BREAKDOWN(WS-DTR-COUNT)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILEDTRS
           END-IF
           .

       020-CALENDAR.
      *****************************************************************
      *  Loads the plant working-day calendar into working storage,
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-ENV-COUNT TO WS-ENV-CUR
               MOVE HDR-ORIGIN TO WS-ENV-ORIGIN(WS-ENV-CUR)
               IF HDR-CREATE-DATE IS NUMERIC THEN
                   MOVE HDR-CREATE-DATE TO WS-ENV-CREATE(WS-ENV-CUR)
               ELSE
                   MOVE 0 TO WS-ENV-CREATE(WS-ENV-CUR)
               END-IF
               MOVE 0   TO WS-ENV-DATA-COUNT(WS-ENV-CUR)
               MOVE 0   TO WS-ENV-HASH-OK(WS-ENV-CUR)
               MOVE 0   TO WS-ENV-HASH-BK(WS-ENV-CUR)
           END-IF
           .

       021-CHAIN-GUARD.
      *****************************************************************
      *  Reads the job-chain ledger through before anything moves. A
      *  load or a reversal waits while the last master restore of
      *  PGM028 is unconfirmed - nobody has yet said the restored
      *  masters are the ones to build on - and while the last PGM019
      *  conversion never finished, leaving FILECONV half written.
      *  The run then files its own record, state R, under the same
      *  date/time as its alerts; 997 closes it off. A validate-only
      *  run is no link in the chain and leaves no record
           IF NOT RUN-MODE-VALIDATE THEN
               OPEN I-O FILECHAN
               IF FS-CH-MISSING THEN
                   OPEN OUTPUT FILECHAN
                   CLOSE FILECHAN
                   OPEN I-O FILECHAN
               END-IF
               MOVE LOW-VALUES TO CHN-KEY
               START FILECHAN KEY IS NOT LESS THAN CHN-KEY
                 INVALID KEY
                     CONTINUE
               END-START
               IF FS-CH-OK THEN
                   PERFORM UNTIL NOT FS-CH-OK
                       READ FILECHAN NEXT RECORD
                         AT END
                             CONTINUE
                         NOT AT END
                             PERFORM 022-CHAIN-NOTE-RUN
                       END-READ
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHN-CONFIRM NOT = 'Y'
                       MOVE 'Y'      TO WS-CHN-HOLD
                       MOVE 'PGM028' TO WS-CHN-CAUSE
                       MOVE 'RST'    TO WS-CHN-REASON
                   WHEN WS-CHN-STATE-019 = 'R'
                       MOVE 'Y'      TO WS-CHN-HOLD
                       MOVE 'PGM019' TO WS-CHN-CAUSE
                       MOVE 'BRG'    TO WS-CHN-REASON
               END-EVALUATE
               PERFORM 023-CHAIN-START
           END-IF
           .

       022-CHAIN-NOTE-RUN.
      *****************************************************************
      *  One ledger record read in running order : the later record
      *  overwrites what an earlier one said. A refused conversion
      *  touched nothing, so only PGM019 runs that went ahead count;
      *  only a restore that emptied the masters (or never finished
      *  doing so) needs confirming
           EVALUATE TRUE
               WHEN (CHN-PROGRAM = 'PGM019') AND (CHN-STATE NOT = 'X')
                   MOVE CHN-STATE TO WS-CHN-STATE-019
               WHEN (CHN-PROGRAM = 'PGM028')
                 AND (CHN-FUNCTION = 'RESTORE')
                 AND ((CHN-STATE = 'R') OR (CHN-CHANGED = 'Y'))
                   MOVE CHN-CONFIRM TO WS-CHN-CONFIRM
           END-EVALUATE
           .

       023-CHAIN-START.
      *****************************************************************
      *  Files this run's ledger record, state R. Two chain programs
      *  started inside the same clock second collide on the key;
      *  the sequence number keeps them apart
           MOVE SPACES        TO CHAIN-RECORD
           MOVE WS-ALERT-DATE TO CHN-START-DATE
           MOVE WS-ALERT-TIME TO CHN-START-TIME
           MOVE 0             TO CHN-SEQ
           MOVE 'PGM015'      TO CHN-PROGRAM
           IF RUN-MODE-REVERSAL THEN
               MOVE 'REVERSAL' TO CHN-FUNCTION
           ELSE
               MOVE 'LOAD'     TO CHN-FUNCTION
           END-IF
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
           MOVE WS-CHN-REASON TO CHN-REASON
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

       013-CAPTURE-START.
      *****************************************************************
      *  Stamps the run's start time and arms the phase clock - every
      * accept/reject bookkeeping (see 839-WRITE-CONTROL-TOTALS),
      * though every 'H' still advances the current-envelope pointer
      * so data records know which origin - and which verdict - they
      * travelled under. Every data record then counts once in its
      * origin's statistics, accepted or rejected
                   MOVE 0 TO WS-REJECT-CATEGORY
                   EVALUATE TRUE
                       WHEN (FACT-LETTER-IS-BATCH-HDR)
                           ADD 1 TO WS-FL-BATCH-MARKS
                           PERFORM 250-VERIFY-DOWNTIME
                       WHEN FACT-LETTER-IS-REWORK
                           PERFORM 260-VERIFY-REWORK
                       WHEN FACT-LETTER-IS-CAUSE
                           PERFORM 270-VERIFY-CAUSE
                       WHEN FACT-LETTER-IS-CREW
                           PERFORM 280-VERIFY-CREW
                       WHEN OTHER
                           PERFORM 200-VERIFICATION
                   END-EVALUATE
                   IF (NOT FACT-LETTER-IS-BATCH-HDR)
                     AND (NOT FACT-LETTER-IS-BATCH-TRL) THEN
                       PERFORM 520-ADD-ORIGIN-STATS
                   END-IF
                   PERFORM 110-CKPT-WRITE
                END-IF
           END-PERFORM
      *  would lose the prior high-water mark for good. The output
      *  open is deferred to 112-CKPT-ENSURE-OPEN, just before this
      *  run's first actual checkpoint write.
      *  A validate-only run always starts from the first record and
      *  leaves the checkpoint of an interrupted real run alone
           MOVE 0 TO WS-CKPT-RESUME-FROM
           MOVE 0 TO WS-FL-ERRORS
           IF NOT RUN-MODE-VALIDATE THEN
               OPEN INPUT FILECKPT
           END-IF
           IF (FS-CKPT-OK) AND (NOT RUN-MODE-VALIDATE) THEN
               PERFORM UNTIL FS-CKPT-EOF
                   READ FILECKPT
                     AT END
       110-CKPT-WRITE.
      *****************************************************************
      *  This routine records progress every WS-CKPT-INTERVAL records
           IF (FUNCTION MOD (WS-FL-COUNTER, WS-CKPT-INTERVAL) = 0)
             AND (NOT RUN-MODE-VALIDATE) THEN
               PERFORM 112-CKPT-ENSURE-OPEN
               MOVE WS-FL-COUNTER TO CKPT-COUNTER
               MOVE WS-FL-ERRORS  TO CKPT-ERROR-COUNT
       115-CKPT-CLEAR.
      *****************************************************************
      *  This routine marks the run complete so a later run starts
      *  fresh instead of resuming from this run's last checkpoint.
      *  A validate-only run wrote none and clears none
           IF NOT RUN-MODE-VALIDATE THEN
               PERFORM 112-CKPT-ENSURE-OPEN
               MOVE 0 TO CKPT-COUNTER
               MOVE 0 TO CKPT-ERROR-COUNT
               WRITE CHECKPOINT-RECORD
           END-IF
           .

       210-CHECK-DATE-VALIDITY.
           IF NOT FACT-LETTER-IS-FACTORY THEN
               MOVE 'FACT-LETTER - Is it a factory?'
                 TO WS-ERROR-TYPE
                 MOVE 1 TO WS-ERROR-CATEGORY
                 PERFORM 700-PRINT-ERROR
                 MOVE 'Y' TO WS-RECORD-REJECTED
           END-IF
               WHEN (FACT-NUMBER IS NUMERIC)
                   MOVE 'FACT-NUMBER - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 1 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (FACT-WORKBH  IS NUMERIC)
                   MOVE 'FACT-WORKBH - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 1 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (RANGE-IS-VALID)
                   MOVE 'FACT-NUMBER/FACT-WORKBH - Out of range'
                     TO WS-ERROR-TYPE
                   MOVE 1 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (ENREG-DAY IS NUMERIC)
                   MOVE 'DAY - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (ENREG-MONTH IS NUMERIC)
                   MOVE 'MONTH - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (ENREG-YEAR IS NUMERIC)
                   MOVE 'YEAR - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DATE-IS-VALID)
                   MOVE 'DATE - Invalid calendar date'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (PERIOD-IS-OPEN)
                   MOVE 'PERIOD - Closed accounting period'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (YEAR-IS-OPEN)
                   MOVE 'YEAR - Closed year (annual close)'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (CAL-DAY-SCHEDULED)
                   MOVE 'DAY - Not a scheduled working day'
                     TO WS-ERROR-TYPE
                   MOVE 4 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DUPLICATE-NOT-FOUND)
                   MOVE 'DUPLICATE - Already submitted this run'
                     TO WS-ERROR-TYPE
                   MOVE 5 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (PRODUCT-OK IS NUMERIC)
                   MOVE 'PRODUCT-OK - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (PRODUCT-BK IS NUMERIC)
                   MOVE 'PRODUCT-BK - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (FACT-SHIFT-VALID)
                   MOVE 'FACT-SHIFT - Invalid shift code (1-3)'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN OTHER
      *  affected
           MOVE 'ENVELOPE - Record of a failed batch envelope'
             TO WS-ERROR-TYPE
           MOVE 7 TO WS-ERROR-CATEGORY
           PERFORM 700-PRINT-ERROR
           MOVE 'Y' TO WS-RECORD-REJECTED
           PERFORM 730-WRITE-SUSPENSE
      *  range checks as production input - the 'D' layout keeps the
      *  factory/workshop/date columns of the production record, so
      *  210/215 read the right bytes unchanged - then checks the
      *  stoppage minutes and reason code of its own, the code
      *  against the downtime reason reference (252)
           MOVE 'N' TO WS-RECORD-REJECTED
           PERFORM 210-CHECK-DATE-VALIDITY
           PERFORM 215-CHECK-RANGES
           PERFORM 252-FIND-DOWNTIME-REASON
           EVALUATE FALSE
               WHEN (RANGE-IS-VALID)
                   MOVE 'DTIME - Factory/workshop out of range'
                     TO WS-ERROR-TYPE
                   MOVE 1 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DATE-IS-VALID)
                   MOVE 'DTIME - Invalid calendar date'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DTIME-MINUTES IS NUMERIC)
                   MOVE 'DTIME-MINUTES - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DTIME-REASON NOT = SPACES)
                   MOVE 'DTIME-REASON - Missing reason code'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (WS-DTR-FOUND > 0)
                   MOVE 'DTIME-REASON - Unknown downtime reason code'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN OTHER
           END-IF
           .

       252-FIND-DOWNTIME-REASON.
      *****************************************************************
      *  Linear scan of the reason table for the record's code, as
      *  272-FIND-CAUSE; zero found means the code is not on the
      *  reference file
           MOVE 0 TO WS-DTR-FOUND
           PERFORM
             VARYING WS-DTR-IDX FROM 1 BY 1
             UNTIL (WS-DTR-IDX > WS-DTR-COUNT)
               IF WS-DTR-CODE(WS-DTR-IDX) = DTIME-REASON THEN
                   MOVE WS-DTR-IDX TO WS-DTR-FOUND
               END-IF
           END-PERFORM
           .

       255-ADD-DOWNTIME.
      *****************************************************************
      *  Accumulates the stoppage minutes for the workshop and under
                   END-IF
               END-IF
           END-PERFORM
      * CUMULATIVE DOWNTIME MASTER AND EVENT HISTORY (SURVIVE ACROSS
      * RUNS) - same checkpoint and validate-only rule as the
      * production masters in 500-ADD-TO-REPORT
           IF (WS-FL-COUNTER > WS-CKPT-RESUME-FROM)
             AND (NOT RUN-MODE-VALIDATE) THEN
               PERFORM 575-UPDATE-DOWNTIME-MASTER
               PERFORM 578-RECORD-DOWNTIME-EVENT
           END-IF
           .

           REWRITE DOWNTIME-MTD-RECORD
           .

       578-RECORD-DOWNTIME-EVENT.
      *****************************************************************
      *  Keeps the stoppage as an event of its own on FILEDTEV. The
      *  workshop's events of the date are browsed first (579) for
      *  the last sequence used and for the latest event of the same
      *  reason and minutes : a normal run writes the next sequence,
      *  a reversal deletes that latest match - the event the load
      *  being backed out wrote. The breakdown flag is the one the
      *  reference gives today, kept with the event so a later
      *  change to the reference does not rewrite history
           PERFORM 579-SCAN-DATE-EVENTS
           IF RUN-MODE-REVERSAL THEN
               IF WS-DTEV-MATCH-SEQ > 0 THEN
                   PERFORM 574-SET-DTEV-KEY
                   MOVE WS-DTEV-MATCH-SEQ TO DTEV-SEQ
                   DELETE FILEDTEV RECORD
                     INVALID KEY
                         CONTINUE
                   END-DELETE
               END-IF
           ELSE
               IF WS-DTEV-NEXT-SEQ < 999 THEN
                   ADD 1 TO WS-DTEV-NEXT-SEQ
                   MOVE SPACES TO DOWNTIME-EVENT-RECORD
                   PERFORM 574-SET-DTEV-KEY
                   MOVE WS-DTEV-NEXT-SEQ TO DTEV-SEQ
                   MOVE DTIME-REASON     TO DTEV-REASON
                   MOVE WS-DTR-BREAKDOWN(WS-DTR-FOUND)
                     TO DTEV-BREAKDOWN
                   MOVE WS-DT-WORK-MIN   TO DTEV-MINUTES
                   MOVE WS-CUR-ORIGIN    TO DTEV-ORIGIN
                   ACCEPT WS-SYS-DATE FROM DATE
                   ACCEPT WS-RUN-TIME FROM TIME
                   MOVE WS-SYS-DATE      TO DTEV-LOAD-DATE
                   MOVE WS-RUN-TIME(1:6) TO DTEV-LOAD-TIME
                   WRITE DOWNTIME-EVENT-RECORD
                     INVALID KEY
                         CONTINUE
                   END-WRITE
               END-IF
           END-IF
           .

       579-SCAN-DATE-EVENTS.
      *****************************************************************
      *  Walks the events already on file for the record's factory/
      *  workshop/date, in sequence order, until the key moves on
           MOVE 0 TO WS-DTEV-NEXT-SEQ
           MOVE 0 TO WS-DTEV-MATCH-SEQ
           MOVE 'N' TO WS-DTEV-BROWSE
           PERFORM 574-SET-DTEV-KEY
           MOVE 0 TO DTEV-SEQ
           START FILEDTEV KEY IS NOT LESS THAN DTEV-KEY
             INVALID KEY
                 MOVE 'Y' TO WS-DTEV-BROWSE
           END-START
           PERFORM UNTIL DTEV-BROWSE-DONE
               READ FILEDTEV NEXT RECORD
                 AT END
                     MOVE 'Y' TO WS-DTEV-BROWSE
                 NOT AT END
                     IF (DTEV-FACTORY NOT = WS-CHK-FACT-NUM)
                       OR (DTEV-WORKBH NOT = WS-CHK-WORKBH)
                       OR (DTEV-YEAR NOT = WS-CHK-YEAR)
                       OR (DTEV-MONTH NOT = WS-CHK-MONTH)
                       OR (DTEV-DAY NOT = WS-CHK-DAY) THEN
                         MOVE 'Y' TO WS-DTEV-BROWSE
                     ELSE
                         MOVE DTEV-SEQ TO WS-DTEV-NEXT-SEQ
                         IF (DTEV-REASON = DTIME-REASON)
                           AND (DTEV-MINUTES = WS-DT-WORK-MIN) THEN
                             MOVE DTEV-SEQ TO WS-DTEV-MATCH-SEQ
                         END-IF
                     END-IF
               END-READ
           END-PERFORM
           .

       574-SET-DTEV-KEY.
      *****************************************************************
      *  Factory/workshop/date part of the event key, off the fields
      *  210/215 validated for the record
           MOVE WS-CHK-FACT-NUM TO DTEV-FACTORY
           MOVE WS-CHK-WORKBH   TO DTEV-WORKBH
           MOVE WS-CHK-YEAR     TO DTEV-YEAR
           MOVE WS-CHK-MONTH    TO DTEV-MONTH
           MOVE WS-CHK-DAY      TO DTEV-DAY
           .

       260-VERIFY-REWORK.
      *****************************************************************
      *  Verifies a rework record through the same calendar, range
               WHEN (RANGE-IS-VALID)
                   MOVE 'RWRK - Factory/workshop out of range'
                     TO WS-ERROR-TYPE
                   MOVE 1 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DATE-IS-VALID)
                   MOVE 'RWRK - Invalid calendar date'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (PERIOD-IS-OPEN)
                   MOVE 'RWRK - Closed accounting period'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (YEAR-IS-OPEN)
                   MOVE 'RWRK - Closed year (annual close)'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (RWRK-QTY IS NUMERIC)
                   MOVE 'RWRK-QTY - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (FACT-SHIFT-VALID)
                   MOVE 'RWRK - Invalid shift code (1-3)'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN OTHER
      *****************************************************************
      *  Accumulates the reworked quantity for the workshop and moves
      *  the units from the bad to the good counters in the masters -
      *  checkpoint and validate-only rule as in 500-ADD-TO-REPORT.
      *  Subscripts are safe : 215-CHECK-RANGES validated them just
      *  before
           ADD 1 TO WS-FL-ACCEPTED
           MOVE RWRK-QTY TO WS-RW-WORK
           ADD WS-RW-WORK
             TO WS-RW-QTY(WS-CHK-FACT-NUM, WS-CHK-WORKBH)
           PERFORM 222-SET-CHECK-SHIFT
           IF (WS-FL-COUNTER > WS-CKPT-RESUME-FROM)
             AND (NOT RUN-MODE-VALIDATE) THEN
               PERFORM 580-REWORK-MTD-MASTER
               PERFORM 585-REWORK-YTD-MASTER
               PERFORM 590-REWORK-DAY-HISTORY
           MOVE WS-CHK-FACT-NUM TO MSTR-FACTORY
           MOVE WS-CHK-WORKBH   TO MSTR-WORKBH
           COMPUTE MSTR-YEARMONTH = (WS-CHK-YEAR * 100) + WS-CHK-MONTH
           PERFORM 527-NOTE-CHAIN-PERIOD
           READ FILEMTD
               INVALID KEY
                   CONTINUE
           END-READ
           .

       270-VERIFY-CAUSE.
      *****************************************************************
      *  Verifies a defect cause record through the same range, date
      *  and closed-period checks as a rework record - the 'Q'
      *  layout keeps the factory/workshop/date and shift columns of
      *  the production record, so 210/215/230/235 read the right
      *  bytes unchanged - then checks the quantity and looks the
      *  cause code up on the reference file. Several 'Q' records
      *  per date are the point of the record, so no duplicate check
           MOVE 'N' TO WS-RECORD-REJECTED
           PERFORM 210-CHECK-DATE-VALIDITY
           PERFORM 215-CHECK-RANGES
           PERFORM 230-CHECK-PERIOD-CLOSED
           PERFORM 235-CHECK-YEAR-CLOSED
           MOVE CAUSE-CODE TO WS-CAU-SRCH
           PERFORM 272-FIND-CAUSE
           EVALUATE FALSE
               WHEN (RANGE-IS-VALID)
                   MOVE 'CAUSE - Factory/workshop out of range'
                     TO WS-ERROR-TYPE
                   MOVE 1 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DATE-IS-VALID)
                   MOVE 'CAUSE - Invalid calendar date'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (PERIOD-IS-OPEN)
                   MOVE 'CAUSE - Closed accounting period'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (YEAR-IS-OPEN)
                   MOVE 'CAUSE - Closed year (annual close)'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (CAUSE-QTY IS NUMERIC)
                   MOVE 'CAUSE-QTY - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (WS-CAU-FOUND > 0)
                   MOVE 'CAUSE-CODE - Unknown defect cause code'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (FACT-SHIFT-VALID)
                   MOVE 'CAUSE - Invalid shift code (1-3)'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RECORD-IS-REJECTED THEN
               PERFORM 730-WRITE-SUSPENSE
           ELSE
               PERFORM 275-APPLY-CAUSE
           END-IF
           .

       272-FIND-CAUSE.
      *****************************************************************
      *  Linear scan of the cause table for the code in WS-CAU-SRCH;
      *  zero found means the code is not on the reference file
           MOVE 0 TO WS-CAU-FOUND
           PERFORM
             VARYING WS-CAU-IDX FROM 1 BY 1
             UNTIL (WS-CAU-IDX > WS-CAU-COUNT)
               IF WS-CAU-CODE(WS-CAU-IDX) = WS-CAU-SRCH THEN
                   MOVE WS-CAU-IDX TO WS-CAU-FOUND
               END-IF
           END-PERFORM
           .

       275-APPLY-CAUSE.
      *****************************************************************
      *  Adds the cause quantity to the run's causes-versus-defects
      *  table for the record's day and shift, and posts it to the
      *  cause master - checkpoint rule as in 500-ADD-TO-REPORT.
      *  Subscripts are safe : 210/215 validated them just before
           ADD 1 TO WS-FL-ACCEPTED
           MOVE CAUSE-QTY TO WS-CAU-WORK
           PERFORM 222-SET-CHECK-SHIFT
           ADD WS-CAU-WORK TO WS-CS-CAUSE
             (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
              WS-CHK-SHIFT)
           MOVE 'Y' TO WS-CS-QSEEN
             (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
              WS-CHK-SHIFT)
           MOVE WS-CHK-MONTH TO WS-CS-MONTH
             (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
              WS-CHK-SHIFT)
           MOVE WS-CHK-YEAR TO WS-CS-YEAR
             (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
              WS-CHK-SHIFT)
           IF (WS-FL-COUNTER > WS-CKPT-RESUME-FROM)
             AND (NOT RUN-MODE-VALIDATE) THEN
               PERFORM 595-UPDATE-CAUSE-MASTER
           END-IF
           .

       595-UPDATE-CAUSE-MASTER.
      *****************************************************************
      *  Keeps the running month-to-date quantity per factory/
      *  workshop/period/cause code in the indexed cause master,
      *  across runs. Reversal mode backs the quantity out again,
      *  same floor-at-zero rule as 562/567
           MOVE WS-CHK-FACT-NUM TO CMTD-FACTORY
           MOVE WS-CHK-WORKBH   TO CMTD-WORKBH
           COMPUTE CMTD-PERIOD = (WS-CHK-YEAR * 100) + WS-CHK-MONTH
           MOVE CAUSE-CODE      TO CMTD-CAUSE
           READ FILECMTD
               INVALID KEY
                   IF RUN-MODE-NORMAL THEN
                       MOVE WS-CAU-WORK TO CMTD-QTY
                       WRITE CAUSE-MTD-RECORD
                   END-IF
               NOT INVALID KEY
                   IF RUN-MODE-REVERSAL THEN
                       COMPUTE WS-REVERSE-WORK =
                           CMTD-QTY - WS-CAU-WORK
                       IF WS-REVERSE-WORK < 0 THEN
                           MOVE 0 TO WS-REVERSE-WORK
                       END-IF
                       MOVE WS-REVERSE-WORK TO CMTD-QTY
                   ELSE
                       ADD WS-CAU-WORK TO CMTD-QTY
                   END-IF
                   REWRITE CAUSE-MTD-RECORD
           END-READ
           .

       280-VERIFY-CREW.
      *****************************************************************
      *  Verifies a crew headcount record through the same checks as
      *  a production record - the 'E' layout keeps the factory/
      *  workshop/date and shift columns of the production record,
      *  so 210/215/230/235/240 read the right bytes unchanged -
      *  with its own duplicate slots (282), then checks the
      *  operators and hours of its own. A shift nobody worked is
      *  sent as zero operators and zero hours, not left out
           MOVE 'N' TO WS-RECORD-REJECTED
           PERFORM 210-CHECK-DATE-VALIDITY
           PERFORM 215-CHECK-RANGES
           PERFORM 282-CHECK-CREW-DUPLICATE
           PERFORM 230-CHECK-PERIOD-CLOSED
           PERFORM 235-CHECK-YEAR-CLOSED
           PERFORM 240-CHECK-CALENDAR
           PERFORM 284-CHECK-CREW-HOURS
           EVALUATE FALSE
               WHEN (RANGE-IS-VALID)
                   MOVE 'CREW - Factory/workshop out of range'
                     TO WS-ERROR-TYPE
                   MOVE 1 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (DATE-IS-VALID)
                   MOVE 'CREW - Invalid calendar date'
                     TO WS-ERROR-TYPE
                   MOVE 2 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (PERIOD-IS-OPEN)
                   MOVE 'CREW - Closed accounting period'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (YEAR-IS-OPEN)
                   MOVE 'CREW - Closed year (annual close)'
                     TO WS-ERROR-TYPE
                   MOVE 3 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (CAL-DAY-SCHEDULED)
                   MOVE 'CREW - Not a scheduled working day'
                     TO WS-ERROR-TYPE
                   MOVE 4 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (CREW-DUPLICATE-NOT-FOUND)
                   MOVE 'CREW - Already submitted this run'
                     TO WS-ERROR-TYPE
                   MOVE 5 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (CREW-OPERATORS IS NUMERIC)
                   MOVE 'CREW-OPERATORS - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (CREW-HOURS IS NUMERIC)
                   MOVE 'CREW-HOURS - Format issue'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (FACT-SHIFT-VALID)
                   MOVE 'CREW - Invalid shift code (1-3)'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN (CREW-HOURS-CONSISTENT)
                   MOVE 'CREW-HOURS - Not consistent with operators'
                     TO WS-ERROR-TYPE
                   MOVE 6 TO WS-ERROR-CATEGORY
                   PERFORM 700-PRINT-ERROR
                   MOVE 'Y' TO WS-RECORD-REJECTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RECORD-IS-REJECTED THEN
               PERFORM 730-WRITE-SUSPENSE
           ELSE
               PERFORM 283-MARK-CREW-SEEN
               PERFORM 286-APPLY-CREW
           END-IF
           .

       282-CHECK-CREW-DUPLICATE.
      *****************************************************************
      *  Same read-only lookup as 220-CHECK-DUPLICATE, on the crew
      *  slots : one headcount per workshop/date/shift and run
           MOVE 'N' TO WS-CREW-DUP
           PERFORM 222-SET-CHECK-SHIFT
           IF (RANGE-IS-VALID) AND (FACT-SHIFT-VALID)
             AND (WS-CHK-DAY >= 1) AND (WS-CHK-DAY <= 31) THEN
               IF (WS-CREW-SEEN-FLAG
                    (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
                     WS-CHK-SHIFT) = 'Y')
                 AND (WS-CREW-SEEN-MONTH
                    (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
                     WS-CHK-SHIFT) = WS-CHK-MONTH)
                 AND (WS-CREW-SEEN-YEAR
                    (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
                     WS-CHK-SHIFT) = WS-CHK-YEAR) THEN
                   MOVE 'Y' TO WS-CREW-DUP
               END-IF
           END-IF
           .

       283-MARK-CREW-SEEN.
      *****************************************************************
      *  Claims the crew slot once the record is accepted - see
      *  225-MARK-DATE-SEEN
           IF (RANGE-IS-VALID) AND (FACT-SHIFT-VALID)
             AND (WS-CHK-DAY >= 1) AND (WS-CHK-DAY <= 31) THEN
               MOVE 'Y' TO WS-CREW-SEEN-FLAG
                 (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
                  WS-CHK-SHIFT)
               MOVE WS-CHK-MONTH TO WS-CREW-SEEN-MONTH
                 (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
                  WS-CHK-SHIFT)
               MOVE WS-CHK-YEAR TO WS-CREW-SEEN-YEAR
                 (WS-CHK-FACT-NUM, WS-CHK-WORKBH, WS-CHK-DAY,
                  WS-CHK-SHIFT)
           END-IF
           .

       284-CHECK-CREW-HOURS.
      *****************************************************************
      *  Operators and hours must tell the same story : both zero (a
      *  shift not worked), or hours worked by operators present and
      *  no more than WS-CREW-MAX-HOURS each. Guards its own numeric
      *  fields like 210/215 - a non-numeric figure leaves the
      *  verdict 'Y' and the EVALUATE's format WHENs reject it
           MOVE 'Y' TO WS-CREW-STATE
           IF (CREW-OPERATORS IS NUMERIC)
             AND (CREW-HOURS IS NUMERIC) THEN
               MOVE CREW-OPERATORS TO WS-CREW-OPS
               MOVE CREW-HOURS     TO WS-CREW-TENTHS
               EVALUATE TRUE
                   WHEN (WS-CREW-OPS = 0) AND (WS-CREW-TENTHS = 0)
                       CONTINUE
                   WHEN (WS-CREW-OPS = 0) OR (WS-CREW-TENTHS = 0)
                       MOVE 'N' TO WS-CREW-STATE
                   WHEN WS-CREW-HOURS >
                        (WS-CREW-OPS * WS-CREW-MAX-HOURS)
                       MOVE 'N' TO WS-CREW-STATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       286-APPLY-CREW.
      *****************************************************************
      *  An accepted headcount adds nothing to the production totals
      *  - it only goes to the crew history, checkpoint rule as in
      *  500-ADD-TO-REPORT and nothing written in validate mode.
      *  Subscripts and figures are safe : 215/284 checked them
           ADD 1 TO WS-FL-ACCEPTED
           IF (WS-FL-COUNTER > WS-CKPT-RESUME-FROM)
             AND (NOT RUN-MODE-VALIDATE) THEN
               PERFORM 598-UPDATE-CREW-HISTORY
           END-IF
           .

       598-UPDATE-CREW-HISTORY.
      *****************************************************************
      *  Keeps the headcount per factory/workshop/date/shift on the
      *  crew history - same accumulate / back-out rules as 570 and
      *  572 on the daily history, the load count telling how many
      *  runs posted to the key
           MOVE WS-CHK-FACT-NUM TO CRWH-FACTORY
           MOVE WS-CHK-WORKBH   TO CRWH-WORKBH
           MOVE WS-CHK-YEAR     TO CRWH-YEAR
           MOVE WS-CHK-MONTH    TO CRWH-MONTH
           MOVE WS-CHK-DAY      TO CRWH-DAY
           MOVE WS-CHK-SHIFT    TO CRWH-SHIFT
           READ FILECRWH
               INVALID KEY
                   IF RUN-MODE-NORMAL THEN
                       MOVE WS-CREW-OPS   TO CRWH-OPERATORS
                       MOVE WS-CREW-HOURS TO CRWH-HOURS
                       MOVE 1             TO CRWH-LOADS
                       MOVE SPACES TO CREW-HISTORY-RECORD(24:57)
                       WRITE CREW-HISTORY-RECORD
                   END-IF
               NOT INVALID KEY
                   IF RUN-MODE-REVERSAL THEN
                       COMPUTE WS-REVERSE-WORK =
                           CRWH-OPERATORS - WS-CREW-OPS
                       IF WS-REVERSE-WORK < 0 THEN
                           MOVE 0 TO WS-REVERSE-WORK
                       END-IF
                       MOVE WS-REVERSE-WORK TO CRWH-OPERATORS
                       IF CRWH-HOURS > WS-CREW-HOURS THEN
                           SUBTRACT WS-CREW-HOURS FROM CRWH-HOURS
                       ELSE
                           MOVE 0 TO CRWH-HOURS
                       END-IF
                       IF CRWH-LOADS > 0 THEN
                           SUBTRACT 1 FROM CRWH-LOADS
                       END-IF
                   ELSE
                       ADD WS-CREW-OPS   TO CRWH-OPERATORS
                       ADD WS-CREW-HOURS TO CRWH-HOURS
                       ADD 1             TO CRWH-LOADS
                   END-IF
                   REWRITE CREW-HISTORY-RECORD
           END-READ
           .

       400-CONVERT-TO-NUMBERS.
      *****************************************************************
      *  This routine change types of raw input to clean data
      * SHIFT (EQUIPE)
           ADD LINE-PRODUCT-OK TO WS-SHIFT-GOOD(WS-LINE-SHIFT)
           ADD LINE-PRODUCT-BK TO WS-SHIFT-BAD(WS-LINE-SHIFT)
      * DEFECTS DECLARED FOR THE DAY - what the 'Q' cause records of
      * the same key must add up to (880-WRITE-CAUSE-CHECK)
           ADD LINE-PRODUCT-BK TO WS-CS-BK
             (LINE-FACT-NUMBER, LINE-FACT-WORKBH, LINE-DAY,
              WS-LINE-SHIFT)
           MOVE 'Y' TO WS-CS-PROD
             (LINE-FACT-NUMBER, LINE-FACT-WORKBH, LINE-DAY,
              WS-LINE-SHIFT)
      * CUMULATIVE MASTERS (SURVIVE ACROSS RUNS) - a record at or
      * below WS-CKPT-RESUME-FROM was already applied to FILEMTD/
      * FILEYTD by the run that left the checkpoint; redoing it here
      * would double-count it in the master files, so only records
      * past the checkpoint update them - see 002-OOPEN. A
      * validate-only run updates none at all
           IF (WS-FL-COUNTER > WS-CKPT-RESUME-FROM)
             AND (NOT RUN-MODE-VALIDATE) THEN
               PERFORM 560-UPDATE-MTD-MASTER
               PERFORM 565-UPDATE-YTD-MASTER
               PERFORM 570-UPDATE-DAY-HISTORY
           END-IF
           .

       520-ADD-ORIGIN-STATS.
      *****************************************************************
      *  Counts the record just verified under its origin : received,
      *  then accepted or rejected with the category of its first
      *  error. A record with a real production date also measures
      *  the lag to its envelope's creation date (enveloped files
      *  only) and to the run date. A date later than either - a
      *  clock or keying error at the site - measures as zero, not
      *  as negative lateness. 210 is re-run for the envelope-reject
      *  path, which skips the content checks
           MOVE 0 TO WS-OST-SLOT
           PERFORM
             VARYING WS-OST-IDX FROM 1 BY 1
             UNTIL (WS-OST-IDX > WS-OST-COUNT) OR (WS-OST-SLOT > 0)
               IF WS-OST-ORIGIN(WS-OST-IDX) = WS-CUR-ORIGIN THEN
                   MOVE WS-OST-IDX TO WS-OST-SLOT
               END-IF
           END-PERFORM
           IF (WS-OST-SLOT = 0) AND (WS-OST-COUNT < 20) THEN
               ADD 1 TO WS-OST-COUNT
               MOVE WS-OST-COUNT  TO WS-OST-SLOT
               MOVE WS-CUR-ORIGIN TO WS-OST-ORIGIN(WS-OST-SLOT)
           END-IF
           IF WS-OST-SLOT > 0 THEN
               ADD 1 TO WS-OST-RECEIVED(WS-OST-SLOT)
               IF RECORD-IS-REJECTED THEN
                   ADD 1 TO WS-OST-REJECTED(WS-OST-SLOT)
                   MOVE WS-REJECT-CATEGORY TO WS-OST-CAT
                   IF WS-OST-CAT = 0 THEN
                       MOVE 6 TO WS-OST-CAT
                   END-IF
                   ADD 1 TO WS-OST-CATEGORY(WS-OST-SLOT, WS-OST-CAT)
               ELSE
                   ADD 1 TO WS-OST-ACCEPTED(WS-OST-SLOT)
               END-IF
               PERFORM 210-CHECK-DATE-VALIDITY
               IF DATE-IS-VALID THEN
                   PERFORM 521-ADD-ORIGIN-LAGS
               END-IF
           END-IF
           .

       521-ADD-ORIGIN-LAGS.
      *****************************************************************
      *  Production date to run date always; production date to
      *  envelope creation only when the header carried a date
           MOVE WS-CHK-YEAR  TO WS-CV-YY
           MOVE WS-CHK-MONTH TO WS-CV-MM
           MOVE WS-CHK-DAY   TO WS-CV-DD
           PERFORM 526-DATE-TO-SERIAL
           MOVE WS-CV-SERIAL TO WS-PROD-SERIAL
           MOVE WS-ALERT-DATE TO WS-CV-DATE
           PERFORM 525-SPLIT-DATE-TO-SERIAL
           COMPUTE WS-LAG-WORK = WS-CV-SERIAL - WS-PROD-SERIAL
           IF WS-LAG-WORK < 0 THEN
               MOVE 0 TO WS-LAG-WORK
           END-IF
           ADD WS-LAG-WORK TO WS-OST-RUN-SUM(WS-OST-SLOT)
           ADD 1 TO WS-OST-RUN-CNT(WS-OST-SLOT)
           IF (WS-ENV-CUR >= 1) AND (WS-ENV-CREATE(WS-ENV-CUR) > 0) THEN
               MOVE WS-ENV-CREATE(WS-ENV-CUR) TO WS-CV-DATE
               PERFORM 525-SPLIT-DATE-TO-SERIAL
               COMPUTE WS-LAG-WORK = WS-CV-SERIAL - WS-PROD-SERIAL
               IF WS-LAG-WORK < 0 THEN
                   MOVE 0 TO WS-LAG-WORK
               END-IF
               ADD WS-LAG-WORK TO WS-OST-CRT-SUM(WS-OST-SLOT)
               ADD 1 TO WS-OST-CRT-CNT(WS-OST-SLOT)
           END-IF
           .

       525-SPLIT-DATE-TO-SERIAL.
      *****************************************************************
      *  Serial of the YYMMDD date in WS-CV-DATE. A month outside
      *  1-12 (a garbled header date) falls into the December offset
      *  of 526 - the lag comes out wrong but bounded, never abends
           MOVE WS-CV-DATE-YY TO WS-CV-YY
           MOVE WS-CV-DATE-MM TO WS-CV-MM
           MOVE WS-CV-DATE-DD TO WS-CV-DD
           PERFORM 526-DATE-TO-SERIAL
           .

       526-DATE-TO-SERIAL.
      *****************************************************************
      *  Days since 01/01/2000 (serial 1) for the date in WS-CV-YY/
      *  MM/DD. Every fourth year of 2000-2099 is leap, so the leap
      *  days before the year are simply (YY + 3) / 4 truncated
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
           .

       527-NOTE-CHAIN-PERIOD.
      *****************************************************************
      *  Widens the span of MTD periods this run changed - filed on
      *  its ledger record at the end (997) so PGM018 knows which
      *  closes now need a fresh PGM026 reconciliation
           IF (WS-CHN-LOW = 0) OR (MSTR-YEARMONTH < WS-CHN-LOW) THEN
               MOVE MSTR-YEARMONTH TO WS-CHN-LOW
           END-IF
           IF MSTR-YEARMONTH > WS-CHN-HIGH THEN
               MOVE MSTR-YEARMONTH TO WS-CHN-HIGH
           END-IF
           .

       560-UPDATE-MTD-MASTER.
      *****************************************************************
      *  Keeps a running month-to-date total per factory/workshop/
           MOVE LINE-FACT-NUMBER TO MSTR-FACTORY
           MOVE LINE-FACT-WORKBH TO MSTR-WORKBH
           COMPUTE MSTR-YEARMONTH = (LINE-YEAR * 100) + LINE-MONTH
           PERFORM 527-NOTE-CHAIN-PERIOD
           READ FILEMTD
               INVALID KEY
                   IF RUN-MODE-NORMAL THEN
      *  Records at or below WS-CKPT-RESUME-FROM were already reported
      *  here by the run that left the checkpoint (100-FILES now
      *  reprocesses every record on every run to rebuild totals, but
      *  must not duplicate that run's FILEOUT2 lines) - see 002-OOPEN.
      *  The first error of the record settles its category for the
      *  origin statistics whatever the checkpoint
           IF WS-REJECT-CATEGORY = 0 THEN
               MOVE WS-ERROR-CATEGORY TO WS-REJECT-CATEGORY
           END-IF
           IF (WS-FL-COUNTER > WS-CKPT-RESUME-FROM) THEN
               IF WS-FL-ERRORS = 0 THEN
                    PERFORM 720-WRITE-ERROR
      *  once to FILEALRT for the scheduler's file trigger (erased
      *  every run as before) and once to the keyed history FILEALRH,
      *  where it stays until an operator acknowledges it via PGM025
      *  A validate-only run raises nothing - the condition shows
      *  on its report, error list and return code only
           IF NOT RUN-MODE-VALIDATE THEN
               WRITE ALERT-RECORD FROM WS-ALERT-LINE
               ADD 1 TO WS-ALRH-SEQ
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
      *  Two runs inside the same clock second collide on the key;
      *  nudging the sequence forward keeps the record - same rule
      *  as the run-history write in 995
               WRITE ALERT-HISTORY-RECORD
                 INVALID KEY
                     ADD 1 TO WS-ALRH-SEQ
                     MOVE WS-ALRH-SEQ TO ALRH-SEQ
                     WRITE ALERT-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                     END-WRITE
               END-WRITE
           END-IF
           .

       791-REPORT-ALERT-HOLD.
           PERFORM 720-WRITE-ERROR
           .

       792-REPORT-CHAIN-HOLD.
      *****************************************************************
      *  The job-chain ledger holds this run back : one error line
      *  names the program it waits on and the run ends RC 24 with
      *  the masters untouched. Confirming the restore (PGM028 C) or
      *  rerunning the conversion to its end releases it
           IF WS-FL-ERRORS = 0 THEN
               PERFORM 720-WRITE-ERROR
           END-IF
           MOVE 'CHAINE'     TO COL-1 OF WS-ERROR-REPORT
           MOVE WS-CHN-CAUSE TO COL-2 OF WS-ERROR-REPORT
           IF WS-CHN-REASON = 'RST' THEN
               MOVE 'RESTORE NOT CONFIRMED (PGM028 C) - RUN REFUSED'
                 TO COL-3 OF WS-ERROR-REPORT
           ELSE
               MOVE 'CONVERSION NOT FINISHED - RUN REFUSED'
                 TO COL-3 OF WS-ERROR-REPORT
           END-IF
           PERFORM 720-WRITE-ERROR
           .

       793-REPORT-DAYH-MISMATCH.
      *****************************************************************
      *  FILEDAYH opened with an attribute mismatch - the file
           PERFORM 860-WRITE-DOWNTIME-REPORT
           PERFORM 868-WRITE-SHIFT-REPORT
           PERFORM 872-WRITE-REWORK-REPORT
           PERFORM 880-WRITE-CAUSE-CHECK
           PERFORM 885-WRITE-PARETO-REPORT
           PERFORM 865-WRITE-COST-REPORT
           PERFORM 840-PRINT-CSV-REPORT
           PERFORM 870-PRINT-MTD-YTD-REPORT
      *  Page header block, repeated at the top of every page : the
      *  enterprise line with the system date and page number, the
      *  production month line, and the column legend. The date,
      *  month and reversal banner were set once by 800-PRINT-REPORT;
      *  a validate-only run carries the SIMULATION banner instead
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO H1-PAGE
           WRITE ENTREPRISE FROM LINE1
               WRITE ENTREPRISE FROM REVERSAL-BANNER
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF RUN-MODE-VALIDATE THEN
               WRITE ENTREPRISE FROM SIMULATION-BANNER
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE ENTREPRISE FROM NEWLINE
           WRITE ENTREPRISE FROM LEGEND
           WRITE ENTREPRISE FROM NEWLINE
           END-PERFORM
           .

       880-WRITE-CAUSE-CHECK.
      *****************************************************************
      *  Causes versus defects : for every factory/workshop/day/shift
      *  that received 'Q' records this run, the cause quantities
      *  must add up to the PRODUCT-BK declared for the same key. The
      *  production record normally travels in the same file; when
      *  it was loaded by an earlier run the defects on the daily
      *  history stand in for it. Each key that does not balance is
      *  listed and one watch alert counts them
           MOVE 0 TO WS-CS-CHECKED
           MOVE 0 TO WS-CS-BAD
           MOVE NEWLINE TO PRINT-AREA
           PERFORM 820-WRITE-LINE
           MOVE CAUSE-CHECK-HEADER TO PRINT-AREA
           PERFORM 820-WRITE-LINE
           PERFORM
             VARYING IDX-FACT FROM 1 BY 1
             UNTIL (IDX-FACT > NUMBER-MAX-FACTORY)
               PERFORM 881-CAUSE-CHECK-WORKBH
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CS-CHECKED = 0
                   MOVE CAUSE-CHECK-NONE TO PRINT-AREA
                   PERFORM 820-WRITE-LINE
               WHEN WS-CS-BAD = 0
                   MOVE CAUSE-CHECK-OK TO PRINT-AREA
                   PERFORM 820-WRITE-LINE
               WHEN OTHER
                   MOVE 'W'        TO ALR-SEVERITY
                   MOVE 'CAUSESUM' TO ALR-CONDITION
                   MOVE 0          TO ALR-FACT
                   MOVE 0          TO ALR-WORK
                   MOVE WS-CS-BAD     TO ALR-VALUE1
                   MOVE WS-CS-CHECKED TO ALR-VALUE2
                   PERFORM 750-WRITE-ALERT
           END-EVALUATE
           .

       881-CAUSE-CHECK-WORKBH.
      *****************************************************************
      *  This routine walks one factory's workshops, days and shifts
           PERFORM
             VARYING IDX-WK FROM 1 BY 1
             UNTIL (IDX-WK > NUMBER-MAX-WORKBH)
               PERFORM
                 VARYING WS-CS-DAY FROM 1 BY 1
                 UNTIL (WS-CS-DAY > 31)
                   PERFORM
                     VARYING WS-CS-SHIFT FROM 1 BY 1
                     UNTIL (WS-CS-SHIFT > 3)
                       IF WS-CS-QSEEN(IDX-FACT, IDX-WK, WS-CS-DAY,
                         WS-CS-SHIFT) = 'Y' THEN
                           PERFORM 882-CAUSE-CHECK-KEY
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       882-CAUSE-CHECK-KEY.
      *****************************************************************
      *  Settles one key : defects declared this run when the
      *  production record came in with the causes, otherwise the
      *  defects on the daily history (zero when there is none). A
      *  reversal run backs the history out as it goes, so there
      *  only the keys whose production travelled in the file count
           IF WS-CS-PROD(IDX-FACT, IDX-WK, WS-CS-DAY, WS-CS-SHIFT)
             = 'Y' THEN
               MOVE WS-CS-BK(IDX-FACT, IDX-WK, WS-CS-DAY, WS-CS-SHIFT)
                 TO WS-CS-POSTED
           ELSE
               MOVE 0 TO WS-CS-POSTED
               IF NOT RUN-MODE-REVERSAL THEN
                   MOVE IDX-FACT    TO DAYH-FACTORY
                   MOVE IDX-WK      TO DAYH-WORKBH
                   MOVE WS-CS-YEAR(IDX-FACT, IDX-WK, WS-CS-DAY,
                     WS-CS-SHIFT) TO DAYH-YEAR
                   MOVE WS-CS-MONTH(IDX-FACT, IDX-WK, WS-CS-DAY,
                     WS-CS-SHIFT) TO DAYH-MONTH
                   MOVE WS-CS-DAY   TO DAYH-DAY
                   MOVE WS-CS-SHIFT TO DAYH-SHIFT
                   READ FILEDAYH
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DAYH-BAD TO WS-CS-POSTED
                   END-READ
               END-IF
           END-IF
           IF (NOT RUN-MODE-REVERSAL)
             OR (WS-CS-PROD(IDX-FACT, IDX-WK, WS-CS-DAY, WS-CS-SHIFT)
               = 'Y') THEN
               ADD 1 TO WS-CS-CHECKED
               IF WS-CS-CAUSE(IDX-FACT, IDX-WK, WS-CS-DAY,
                 WS-CS-SHIFT) NOT = WS-CS-POSTED THEN
                   ADD 1 TO WS-CS-BAD
                   MOVE IDX-FACT    TO CCL-FACT
                   MOVE IDX-WK      TO CCL-WORK
                   MOVE WS-CS-DAY   TO CCL-DAY
                   MOVE WS-CS-MONTH(IDX-FACT, IDX-WK, WS-CS-DAY,
                     WS-CS-SHIFT) TO CCL-MONTH
                   MOVE WS-CS-YEAR(IDX-FACT, IDX-WK, WS-CS-DAY,
                     WS-CS-SHIFT) TO CCL-YEAR
                   MOVE WS-CS-SHIFT TO CCL-SHIFT
                   MOVE WS-CS-CAUSE(IDX-FACT, IDX-WK, WS-CS-DAY,
                     WS-CS-SHIFT) TO CCL-CAUSE
                   MOVE WS-CS-POSTED TO CCL-BK
                   MOVE CAUSE-CHECK-LINE TO PRINT-AREA
                   PERFORM 820-WRITE-LINE
               END-IF
           END-IF
           .

       885-WRITE-PARETO-REPORT.
      *****************************************************************
      *  Pareto of defect causes per workshop for the run period, off
      *  the cause master so the month-to-date picture shows, not
      *  just tonight's file : causes ranked by quantity, each with
      *  the cumulative share of the workshop's classified defects -
      *  the few causes behind most of the scrap read off the top
           MOVE 'N' TO WS-PAR-SHOWN
           MOVE WS-RUN-PERIOD TO PAH-PERIOD
           MOVE NEWLINE TO PRINT-AREA
           PERFORM 820-WRITE-LINE
           MOVE PARETO-HEADER TO PRINT-AREA
           PERFORM 820-WRITE-LINE
           IF WS-RUN-PERIOD > 0 THEN
               PERFORM
                 VARYING IDX-FACT FROM 1 BY 1
                 UNTIL (IDX-FACT > NUMBER-MAX-FACTORY)
                   PERFORM
                     VARYING IDX-WK FROM 1 BY 1
                     UNTIL (IDX-WK > NUMBER-MAX-WORKBH)
                       PERFORM 886-PARETO-WORKBH
                   END-PERFORM
               END-PERFORM
           END-IF
           IF NOT PARETO-SHOWN-ANY THEN
               MOVE PARETO-NONE TO PRINT-AREA
               PERFORM 820-WRITE-LINE
           END-IF
           .

       886-PARETO-WORKBH.
      *****************************************************************
      *  Pulls the workshop's causes for the period off the master
      *  (887), then prints them biggest first with the running
      *  cumulative percentage. Each pass of 888 zeroes the entry it
      *  returned, so the table is spent when the loop ends
           PERFORM 887-LOAD-PARETO
           IF WS-PAR-TOTAL > 0 THEN
               MOVE IDX-FACT     TO PWL-FACT
               MOVE IDX-WK       TO PWL-WORK
               MOVE WS-PAR-TOTAL TO PWL-TOTAL
               MOVE PARETO-WORKBH-LINE TO PRINT-AREA
               PERFORM 820-WRITE-LINE
               MOVE 0 TO WS-PAR-RANK
               MOVE 0 TO WS-PAR-CUM
               PERFORM 888-RANK-NEXT-CAUSE
               PERFORM UNTIL WS-PAR-BEST = 0
                   ADD 1 TO WS-PAR-RANK
                   ADD WS-PAR-BEST-QTY TO WS-PAR-CUM
                   COMPUTE WS-PAR-PCT =
                       (WS-PAR-CUM * 100) / WS-PAR-TOTAL
                   MOVE WS-PAR-RANK TO PAL-RANK
                   MOVE WS-PAR-CODE(WS-PAR-BEST) TO PAL-CODE
                   MOVE WS-PAR-CODE(WS-PAR-BEST) TO WS-CAU-SRCH
                   PERFORM 272-FIND-CAUSE
                   IF WS-CAU-FOUND > 0 THEN
                       MOVE WS-CAU-LABEL(WS-CAU-FOUND) TO PAL-LABEL
                   ELSE
                       MOVE SPACES TO PAL-LABEL
                   END-IF
                   MOVE WS-PAR-BEST-QTY TO PAL-QTY
                   MOVE WS-PAR-PCT      TO PAL-PCT
                   MOVE PARETO-LINE TO PRINT-AREA
                   PERFORM 820-WRITE-LINE
                   MOVE 0 TO WS-PAR-QTY(WS-PAR-BEST)
                   PERFORM 888-RANK-NEXT-CAUSE
               END-PERFORM
               MOVE 'Y' TO WS-PAR-SHOWN
           END-IF
           .

       887-LOAD-PARETO.
      *****************************************************************
      *  Browses the cause master from the workshop's first key of
      *  the period and stops at the first key of another workshop
      *  or period. Same positioning guard as 871 : an unpositioned
      *  file (START failed) is not read at all
           MOVE 0 TO WS-PAR-COUNT
           MOVE 0 TO WS-PAR-TOTAL
           MOVE 'N' TO WS-PAR-BROWSE
           MOVE IDX-FACT      TO CMTD-FACTORY
           MOVE IDX-WK        TO CMTD-WORKBH
           MOVE WS-RUN-PERIOD TO CMTD-PERIOD
           MOVE LOW-VALUES    TO CMTD-CAUSE
           START FILECMTD KEY IS NOT LESS THAN CMTD-KEY
             INVALID KEY
                 MOVE 'Y' TO WS-PAR-BROWSE
           END-START
           IF NOT FS-CM-OK THEN
               MOVE 'Y' TO WS-PAR-BROWSE
           END-IF
           PERFORM UNTIL PARETO-BROWSE-DONE
               READ FILECMTD NEXT RECORD
                 AT END
                     MOVE 'Y' TO WS-PAR-BROWSE
                 NOT AT END
                     IF (CMTD-FACTORY NOT = IDX-FACT)
                       OR (CMTD-WORKBH NOT = IDX-WK)
                       OR (CMTD-PERIOD NOT = WS-RUN-PERIOD) THEN
                         MOVE 'Y' TO WS-PAR-BROWSE
                     ELSE
                         IF (CMTD-QTY > 0) AND (WS-PAR-COUNT < 50)
                           THEN
                             ADD 1 TO WS-PAR-COUNT
                             MOVE CMTD-CAUSE
                               TO WS-PAR-CODE(WS-PAR-COUNT)
                             MOVE CMTD-QTY
                               TO WS-PAR-QTY(WS-PAR-COUNT)
                             ADD CMTD-QTY TO WS-PAR-TOTAL
                         END-IF
                     END-IF
               END-READ
           END-PERFORM
           .

       888-RANK-NEXT-CAUSE.
      *****************************************************************
      *  Finds the biggest cause quantity still in the table; a zero
      *  WS-PAR-BEST tells the caller the table is spent
           MOVE 0 TO WS-PAR-BEST
           MOVE 0 TO WS-PAR-BEST-QTY
           PERFORM
             VARYING WS-PAR-IDX FROM 1 BY 1
             UNTIL (WS-PAR-IDX > WS-PAR-COUNT)
               IF WS-PAR-QTY(WS-PAR-IDX) > WS-PAR-BEST-QTY THEN
                   MOVE WS-PAR-QTY(WS-PAR-IDX) TO WS-PAR-BEST-QTY
                   MOVE WS-PAR-IDX TO WS-PAR-BEST
               END-IF
           END-PERFORM
           .

       865-WRITE-COST-REPORT.
      *****************************************************************
      *  Worst workshops by money lost to defects (NET of reworked
       840-PRINT-CSV-REPORT.
      *****************************************************************
      *  This routine writes the machine-readable CSV export (FILEOUT3)
      *  A validate-only run's export opens on the SIMULATION line so
      *  no tool mistakes it for loaded figures
           IF RUN-MODE-VALIDATE THEN
               WRITE CSV-RECORD FROM WS-CSV-SIMULATION
           END-IF
           WRITE CSV-RECORD FROM WS-CSV-HEADER
           PERFORM 845-CSV-REPORT
           .
      *        raised, the blocking one is already on FILEALRH
      *   20 = run refused - FILEDAYH predates the keyed-by-shift
      *        layout and must be converted through PGM029 first
      *   24 = run refused by the job chain - the last PGM028
      *        restore is unconfirmed or the last PGM019 conversion
      *        never finished (021-CHAIN-GUARD)
           EVALUATE TRUE
               WHEN DAYH-MISMATCH-HOLD
                   MOVE 20 TO RETURN-CODE
               WHEN FATAL-ALERT-HOLD
                   MOVE 16 TO RETURN-CODE
               WHEN CHAIN-HOLD
                   MOVE 24 TO RETURN-CODE
               WHEN BATCH-IS-BAD
                   MOVE 12 TO RETURN-CODE
                   MOVE 'F'        TO ALR-SEVERITY
           END-WRITE
           .

       996-WRITE-ORIGIN-STATS.
      *****************************************************************
      *  Appends one statistics record per origin of a load run,
      *  under the same run date/time as the run's alerts. Nothing is
      *  written when no record went through the loop (refused run)
      *  or for a reversal - backing a file out is not a second
      *  transmission and would count the site twice. The file is
      *  created on first use
           IF (RUN-MODE-NORMAL) AND (WS-OST-COUNT > 0) THEN
               OPEN EXTEND FILESTAT
               IF FS-ST-MISSING THEN
                   OPEN OUTPUT FILESTAT
                   CLOSE FILESTAT
                   OPEN EXTEND FILESTAT
               END-IF
               PERFORM
                 VARYING WS-OST-IDX FROM 1 BY 1
                 UNTIL (WS-OST-IDX > WS-OST-COUNT)
                   MOVE SPACES TO ORIGIN-STAT-RECORD
                   MOVE WS-ALERT-DATE TO STAT-RUN-DATE
                   MOVE WS-ALERT-TIME TO STAT-RUN-TIME
                   MOVE WS-OST-ORIGIN(WS-OST-IDX)   TO STAT-ORIGIN
                   MOVE WS-OST-RECEIVED(WS-OST-IDX) TO STAT-RECEIVED
                   MOVE WS-OST-ACCEPTED(WS-OST-IDX) TO STAT-ACCEPTED
                   MOVE WS-OST-REJECTED(WS-OST-IDX) TO STAT-REJECTED
                   PERFORM
                     VARYING WS-OST-CAT FROM 1 BY 1
                     UNTIL (WS-OST-CAT > 7)
                       MOVE WS-OST-CATEGORY(WS-OST-IDX, WS-OST-CAT)
                         TO STAT-CATEGORY(WS-OST-CAT)
                   END-PERFORM
                   MOVE WS-OST-CRT-SUM(WS-OST-IDX) TO STAT-LAG-CRT-SUM
                   MOVE WS-OST-CRT-CNT(WS-OST-IDX) TO STAT-LAG-CRT-CNT
                   MOVE WS-OST-RUN-SUM(WS-OST-IDX) TO STAT-LAG-RUN-SUM
                   MOVE WS-OST-RUN-CNT(WS-OST-IDX) TO STAT-LAG-RUN-CNT
                   WRITE ORIGIN-STAT-RECORD
               END-PERFORM
               CLOSE FILESTAT
           END-IF
           .

       997-CHAIN-END.
      *****************************************************************
      *  Closes off this run's ledger record : end date/time, the
      *  completion code 990 set, state X when the chain refused the
      *  run and E otherwise, and the span of MTD periods the run
      *  changed - none for a run that never reached the masters
           IF NOT RUN-MODE-VALIDATE THEN
               MOVE WS-CHN-KEY TO CHN-KEY
               READ FILECHAN
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ACCEPT CHN-END-DATE FROM DATE
                     ACCEPT WS-CHN-CLOCK FROM TIME
                     MOVE WS-CHN-CLOCK(1:6) TO CHN-END-TIME
                     MOVE RETURN-CODE TO CHN-RC
                     IF CHAIN-HOLD THEN
                         MOVE 'X' TO CHN-STATE
                     ELSE
                         MOVE 'E' TO CHN-STATE
                     END-IF
                     IF WS-CHN-HIGH > 0 THEN
                         MOVE 'Y'         TO CHN-CHANGED
                         MOVE WS-CHN-LOW  TO CHN-PERIOD-LOW
                         MOVE WS-CHN-HIGH TO CHN-PERIOD-HIGH
                     END-IF
                     REWRITE CHAIN-RECORD
               END-READ
               CLOSE FILECHAN
           END-IF
           .

      *****************************************************************
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
                 FILEYTD,
                 FILEDAYH,
                 FILEDTMD,
                 FILECMTD,
                 FILECRWH,
                 FILEDTEV,
                 FILERUNH,
                 FILEALRH
           .
