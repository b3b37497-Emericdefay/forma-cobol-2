      *    entry documenting the correction. This is the check the
      *    controller runs before every PGM018 close - the answer to
      *    "which of the three versions of the truth is right".
      *    A repair runs only when the operator on the card holds the
      *    repair function on the authority file FILEAUTH; a refused
      *    repair is logged to FILESECU, raises a SECURITY alert and
      *    the run goes on as a plain check.
      *
      * Using :
      *    - FILEPARM : control card (function, operator)
      *    - FILEDAYH : daily history maintained by PGM015 (input)
      *    - FILEJRNL : adjustment journal of PGM017 (input/extend)
      *    - FILEMTD  : MTD master maintained by PGM015 (update)
      *    - FILEAUTH : operator authority file (input)
      *    - FILESECU : security violation log (extend)
      *    - FILEALRT : operator alert file (extend)
      *    - FILEALRH : persistent alert history (update)
      *    - FILEOUT1 : discrepancy report
      *    - FILECHAN : job-chain ledger (update)
      *    - FILECLSD : closed-period control file of PGM018 (input)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    key's accumulated delta to the new key -
      *                    the moved master record carried its
      *                    earlier adjustments along with it
      * 15/10/26  IBMUSER  Repair checked against the operator
      *                    authority file FILEAUTH; a refusal is
      *                    logged to FILESECU with a SECURITY alert
      *                    and the run falls back to a check
      * 15/10/26  IBMUSER  Run recorded on the job-chain ledger
      *                    FILECHAN with its clean/unclean outcome
      *                    and the journal line count it covered
      *                    (the PGM018 close prerequisite); refused
      *                    (RC 12) while a load, re-key or restore
      *                    is unfinished
      * 15/10/26  IBMUSER  Closed periods (FILECLSD or MSTR-CLOSED)
      *                    left out of the rebuild and the master
      *                    scan - PGM034 purges their daily detail,
      *                    so they can no longer be rebuilt
      * 15/10/26  IBMUSER  Also refused (RC 12) while a PGM034 purge
      *                    is unfinished - its journal copy-back
      *                    may be partial
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAYH-KEY
           FILE STATUS is FS-FILEDAYH.
      / FILEAUTH - OPERATOR AUTHORITY FILE
           SELECT FILEAUTH
           ASSIGN to FILEAUTH
           FILE STATUS is FS-FILEAUTH.
      / FILESECU - SECURITY VIOLATION LOG
           SELECT FILESECU
           ASSIGN to FILESECU
           FILE STATUS is FS-FILESECU.
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
      / FILEMTD - MONTH-TO-DATE MASTER FILE
           SELECT FILEMTD
           ASSIGN to FILEMTD
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSTR-KEY
           FILE STATUS is FS-FILEMTD.
      / FILECHAN - JOB-CHAIN LEDGER
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.
      / FILECLSD - CLOSED-PERIOD CONTROL FILE (KEPT BY PGM018)
           SELECT FILECLSD
           ASSIGN to FILECLSD
           FILE STATUS is FS-FILECLSD.

      *****************************************************************
       DATA DIVISION.
      *                         R = repair the master to the rebuilt
      *                             value, journaling each correction
      *    col 02-09  operator id (required for R - it signs the
      *               journal lines the repairs write, and must hold
      *               the repair function on FILEAUTH)
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 DAYH-GOOD PIC 9(05).
           02 DAYH-BAD  PIC 9(05).
           02 FILLER PIC X(60).
      / FILEAUTH - OPERATOR AUTHORITY FILE
      *  One record per operator; a function is granted by a 'Y' in
      *  its column, anything else refuses it :
      *    col 01-08  operator id
      *    col 09     adjust a master            (PGM017)
      *    col 10     close or reopen a period   (PGM018)
      *    col 11     year-end close             (PGM023)
      *    col 12     acknowledge an alert       (PGM025)
      *    col 13     repair the MTD master      (PGM026 function R)
      *    col 14     re-key a workshop          (PGM027)
      *    col 15     restore a snapshot         (PGM028)
      *    col 16-35  operator name
       FD FILEAUTH RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 AUTHORITY-RECORD.
           02 AUTH-OPERATOR PIC X(08).
           02 AUTH-ADJUST   PIC X(01).
           02 AUTH-CLOSE    PIC X(01).
           02 AUTH-YEAREND  PIC X(01).
           02 AUTH-ACK      PIC X(01).
           02 AUTH-REPAIR   PIC X(01).
           02 AUTH-REKEY    PIC X(01).
           02 AUTH-RESTORE  PIC X(01).
           02 AUTH-NAME     PIC X(20).
           02 FILLER PIC X(45).
      / FILESECU - SECURITY VIOLATION LOG
      *  One line per refused card : when, which program and
      *  function, the operator named, why (U = operator not on
      *  FILEAUTH, F = function not granted) and the card itself
       FD FILESECU RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 SECURITY-LOG-RECORD.
           02 SECU-DATE     PIC 9(06).
           02 SECU-TIME     PIC 9(06).
           02 SECU-PROGRAM  PIC X(08).
           02 SECU-FUNCTION PIC X(08).
           02 SECU-OPERATOR PIC X(08).
           02 SECU-CAUSE    PIC X(01).
           02 SECU-CARD     PIC X(40).
           02 FILLER PIC X(03).
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
      / FILEMTD - MONTH-TO-DATE MASTER FILE (LAYOUT OF PGM018)
      *  MSTR-CLOSED is 'C' once PGM018 has closed the record's period
       FD FILEMTD
           RECORD CONTAINS 80 CHARACTERS.
       01 MASTER-MTD-RECORD.
               03 MSTR-YEARMONTH  PIC 9(04).
           02 MSTR-MTD-GOOD PIC 9(07).
           02 MSTR-MTD-BAD  PIC 9(07).
           02 MSTR-CLOSED   PIC X(01).
           02 FILLER PIC X(58).
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
      / FILECLSD - CLOSED-PERIOD CONTROL FILE (LAYOUT OF PGM018)
       FD FILECLSD RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CLOSED-PERIOD-RECORD.
           02 CLSD-PERIOD    PIC 9(04).
           02 CLSD-DATE      PIC 9(06).
           02 FILLER PIC X(70).

      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-RUN-FUNCTION PIC X VALUE ' '.
           88 FUNC-IS-REPAIR VALUE 'R'.
       01 WS-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-CARD-IMAGE PIC X(40) VALUE SPACES.
      / REBUILD TABLE - ONE ENTRY PER FACTORY/WORKSHOP/PERIOD SEEN
      *  500 slots cover every key of several years of monthly
      *  figures for the nine-by-nine factory grid; a fuller file
           88 STORED-IS-HELD VALUE 'Y'.
       01 WS-REBUILT-GOOD PIC 9(07) VALUE 0.
       01 WS-REBUILT-BAD  PIC 9(07) VALUE 0.
      / CLOSED ACCOUNTING PERIODS (LOADED FROM FILECLSD)
      *  Same 48-slot table as PGM015. A closed period's daily detail
      *  is purged by PGM034 once it is archived, so the period can
      *  no longer be rebuilt : its keys are neither compared nor
      *  repaired, only counted. A master record marked closed by
      *  PGM018 is skipped even when its period is past the table
       01 WS-CLOSED-PERIOD-TABLE.
           02 WS-CLOSED-PERIOD PIC 9(04) OCCURS 48 VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(02) VALUE 0.
       01 WS-CLOSED-IDX   PIC 9(02) VALUE 0.
       01 WS-PERIOD-STATE PIC X VALUE ' '.
           88 PERIOD-IS-CLOSED VALUE 'C'.
       01 WS-STORED-CLOSED PIC X VALUE ' '.
      / COUNTERS
       01 WS-KEYS-CHECKED  PIC 9(05) VALUE 0.
       01 WS-DISCREPANCIES PIC 9(05) VALUE 0.
       01 WS-REPAIRED      PIC 9(05) VALUE 0.
       01 WS-JRNL-LINES    PIC 9(07) VALUE 0.
       01 WS-KEYS-CLOSED   PIC 9(05) VALUE 0.
      / JOB-CHAIN LEDGER
      *  This run's own ledger key, kept from the start write to the
      *  end rewrite, and the state of the last load, re-key and
      *  restore seen - the chain hold names the first unfinished one
       01 WS-CHN-KEY       PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK     PIC 9(08) VALUE 0.
       01 WS-CHN-STATE-015 PIC X VALUE SPACE.
       01 WS-CHN-STATE-027 PIC X VALUE SPACE.
       01 WS-CHN-STATE-028 PIC X VALUE SPACE.
       01 WS-CHN-STATE-034 PIC X VALUE SPACE.
       01 WS-CHN-HOLD      PIC X VALUE 'N'.
           88 CHAIN-HOLD VALUE 'Y'.
       01 WS-CHN-CAUSE     PIC X(08) VALUE SPACES.
       01 WS-CHN-REASON    PIC X(03) VALUE SPACES.
      / OPERATOR AUTHORITY (FILEAUTH) AND SECURITY VIOLATIONS
       01 WS-AUTH-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-AUTH-STATE PIC X VALUE ' '.
           88 AUTHORITY-GRANTED    VALUE 'G'.
           88 OPERATOR-UNKNOWN     VALUE 'U'.
           88 FUNCTION-NOT-GRANTED VALUE 'F'.
       01 WS-VIOLATIONS PIC 9(05) VALUE 0.
      *  Severity E : a refused card is chased by the operators, it
      *  is no reason to hold the next PGM015 load
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
       01 WS-ALERT-CLOCK PIC 9(08) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               88 FS-DH-OK       VALUE '00'.
               88 FS-DH-EOF      VALUE '10'.
               88 FS-DH-NOTFOUND VALUE '23' '46'.
       01 FILEAUTH-STATUS.
           05 FS-FILEAUTH    PIC X(02).
               88 FS-AU-OK       VALUE '00'.
       01 FILESECU-STATUS.
           05 FS-FILESECU    PIC X(02).
               88 FS-SE-MISSING  VALUE '35'.
       01 FILEALRT-STATUS.
           05 FS-FILEALRT    PIC X(02).
               88 FS-AL-MISSING  VALUE '35'.
       01 FILEALRH-STATUS.
           05 FS-FILEALRH    PIC X(02).
               88 FS-AH-OK       VALUE '00'.
               88 FS-AH-MISSING  VALUE '35'.
       01 FILEMTD-STATUS.
           05 FS-FILEMTD     PIC X(02).
               88 FS-MTD-OK       VALUE '00'.
               88 FS-MTD-EOF      VALUE '10'.
               88 FS-MTD-NOTFOUND VALUE '23' '46'.
       01 FILECHAN-STATUS.
           05 FS-FILECHAN    PIC X(02).
               88 FS-CH-OK       VALUE '00'.
               88 FS-CH-MISSING  VALUE '35'.
       01 FILECLSD-STATUS.
           05 FS-FILECLSD    PIC X(02).
               88 FS-CL-OK       VALUE '00'.
               88 FS-CL-EOF      VALUE '10'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Verifications
      *    - 5xx : Operations
      *    - 7xx : Security log and alerts
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           PERFORM 010-CHAIN-GUARD
           IF CHAIN-HOLD THEN
               PERFORM 894-WRITE-CHAIN-REFUSED
           ELSE
               PERFORM 015-CLOSED-PERIODS
               PERFORM 100-LOAD-DAILY-DETAIL
               PERFORM 110-LOAD-JOURNAL
               IF REBUILD-TABLE-FULL THEN
                   MOVE 'TABLE DE RECALCUL PLEINE - RUN INCOMPLET'
                     TO RML-TEXT
                   WRITE RECON-REPORT FROM RECON-MSG-LINE
               ELSE
                   PERFORM 120-COMPARE-REBUILT-KEYS
                   PERFORM 130-SCAN-UNEXPLAINED-MASTER
                   PERFORM 800-WRITE-COUNTS
               END-IF
           END-IF
           PERFORM 990-SET-RETURN-CODE
           PERFORM 995-CHAIN-END
           PERFORM 999-FCLOS
           GOBACK
           .
                     AND (PARAM-OPERATOR NOT = SPACES) THEN
                       MOVE 'R' TO WS-RUN-FUNCTION
                       MOVE PARAM-OPERATOR TO WS-OPERATOR
                       MOVE PARAM-OPERATOR TO WS-AUTH-OPERATOR
                       MOVE PARAM-RECORD(1:40) TO WS-CARD-IMAGE
                   END-IF
               END-IF
               CLOSE FILEPARM
      *****************************************************************
      *  The master opens I-O even in check mode - the open is
      *  harmless and keeps one path; only 510-REPAIR-MASTER ever
      *  rewrites, and only under function R. A repair the operator
      *  is not authorized for is turned into a check before the
      *  header says which mode ran
           OPEN I-O FILEMTD
           OPEN INPUT FILEDAYH
           OPEN OUTPUT FILEOUT1
           ACCEPT WS-RUN-DATE FROM DATE
           IF FUNC-IS-REPAIR THEN
               PERFORM 210-CHECK-AUTHORITY
               IF NOT AUTHORITY-GRANTED THEN
                   MOVE ' ' TO WS-RUN-FUNCTION
               END-IF
           END-IF
           IF FUNC-IS-REPAIR THEN
               MOVE 'REPARATION' TO RCH-MODE
           ELSE
           WRITE RECON-REPORT FROM LINE1
           WRITE RECON-REPORT FROM LINE2
           WRITE RECON-REPORT FROM NEWLINE
           IF (OPERATOR-UNKNOWN) OR (FUNCTION-NOT-GRANTED) THEN
               PERFORM 892-WRITE-NOT-AUTHORIZED
           END-IF
           .

       010-CHAIN-GUARD.
      *****************************************************************
      *  Reads the job-chain ledger through before anything is
      *  rebuilt. A reconciliation taken while a load, a re-key, a
      *  restore or a purge is unfinished would compare half-moved
      *  figures (or a journal only partly copied back by PGM034) and
      *  could repair the master to them, so the run refuses until
      *  that program has been run to its end. Either way the run
      *  files its own record, state R; 995 closes it off
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
                         PERFORM 011-CHAIN-NOTE-RUN
                   END-READ
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-CHN-STATE-015 = 'R'
                   MOVE 'PGM015' TO WS-CHN-CAUSE
               WHEN WS-CHN-STATE-027 = 'R'
                   MOVE 'PGM027' TO WS-CHN-CAUSE
               WHEN WS-CHN-STATE-028 = 'R'
                   MOVE 'PGM028' TO WS-CHN-CAUSE
               WHEN WS-CHN-STATE-034 = 'R'
                   MOVE 'PGM034' TO WS-CHN-CAUSE
           END-EVALUATE
           IF WS-CHN-CAUSE NOT = SPACES THEN
               MOVE 'Y'   TO WS-CHN-HOLD
               MOVE 'RUN' TO WS-CHN-REASON
           END-IF
           PERFORM 012-CHAIN-START
           .

       011-CHAIN-NOTE-RUN.
      *****************************************************************
      *  One ledger record read in running order : the later record
      *  overwrites what an earlier one said. A run the chain refused
      *  touched nothing and does not count
           IF CHN-STATE NOT = 'X' THEN
               EVALUATE CHN-PROGRAM
                   WHEN 'PGM015'
                       MOVE CHN-STATE TO WS-CHN-STATE-015
                   WHEN 'PGM027'
                       MOVE CHN-STATE TO WS-CHN-STATE-027
                   WHEN 'PGM028'
                       MOVE CHN-STATE TO WS-CHN-STATE-028
                   WHEN 'PGM034'
                       MOVE CHN-STATE TO WS-CHN-STATE-034
               END-EVALUATE
           END-IF
           .

       012-CHAIN-START.
      *****************************************************************
      *  Files this run's ledger record, state R - same layout and
      *  same-second sequence nudge as 023-CHAIN-START of PGM015
           MOVE SPACES       TO CHAIN-RECORD
           ACCEPT CHN-START-DATE FROM DATE
           ACCEPT WS-CHN-CLOCK   FROM TIME
           MOVE WS-CHN-CLOCK(1:6) TO CHN-START-TIME
           MOVE 0            TO CHN-SEQ
           MOVE 'PGM026'     TO CHN-PROGRAM
           IF FUNC-IS-REPAIR THEN
               MOVE 'REPAIR'  TO CHN-FUNCTION
           ELSE
               MOVE 'CHECK'   TO CHN-FUNCTION
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

       015-CLOSED-PERIODS.
      *****************************************************************
      *  Loads the closed-period control file kept by PGM018, as
      *  006-CLOSED-PERIODS of PGM015 does. A missing file means no
      *  period was ever closed and every key is reconciled
           OPEN INPUT FILECLSD
           IF FS-CL-OK THEN
               PERFORM UNTIL FS-CL-EOF
                   READ FILECLSD
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (CLSD-PERIOD IS NUMERIC)
                           AND (WS-CLOSED-COUNT < 48) THEN
                             ADD 1 TO WS-CLOSED-COUNT
                             MOVE CLSD-PERIOD
                               TO WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECLSD
           END-IF
           .

       210-CHECK-AUTHORITY.
      *****************************************************************
      *  The operator named on the card must be on the authority
      *  file FILEAUTH with the repair function granted. The
      *  file is a short reference list read through on every check;
      *  a blank operator or a missing file grants nothing. A
      *  refusal is logged and alerted (760) before the caller
      *  reports it
           MOVE 'U' TO WS-AUTH-STATE
           IF WS-AUTH-OPERATOR NOT = SPACES THEN
               OPEN INPUT FILEAUTH
               IF FS-AU-OK THEN
                   PERFORM UNTIL (NOT FS-AU-OK)
                     OR (NOT OPERATOR-UNKNOWN)
                       READ FILEAUTH
                         AT END
                             CONTINUE
                         NOT AT END
                             IF AUTH-OPERATOR = WS-AUTH-OPERATOR THEN
                                 IF AUTH-REPAIR = 'Y' THEN
                                     MOVE 'G' TO WS-AUTH-STATE
                                 ELSE
                                     MOVE 'F' TO WS-AUTH-STATE
                                 END-IF
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FILEAUTH
               END-IF
           END-IF
           IF NOT AUTHORITY-GRANTED THEN
               PERFORM 760-WRITE-VIOLATION
           END-IF
           .

       100-LOAD-DAILY-DETAIL.
                         MOVE DAYH-WORKBH  TO WS-KEY-WORKBH
                         COMPUTE WS-KEY-PERIOD =
                             (DAYH-YEAR * 100) + DAYH-MONTH
                         PERFORM 525-CHECK-PERIOD-CLOSED
                         IF NOT PERIOD-IS-CLOSED THEN
                             PERFORM 520-FIND-OR-ADD-KEY
                             IF WS-RB-FOUND > 0 THEN
                                 ADD DAYH-GOOD
                                   TO WS-RB-GOOD(WS-RB-FOUND)
                                 ADD DAYH-BAD
                                   TO WS-RB-BAD(WS-RB-FOUND)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
      *  adjustments along to the new key, so the pair transfers the
      *  old key's accumulated journal delta to the new key (115) -
      *  adjustments posted after the reorganization already name
      *  the new key and need no help. Lines of a closed period stay
      *  out like their daily detail (both halves of an RRG pair
      *  carry the same period) but are still counted - the line
      *  count is the journal mark PGM018 measures from
           OPEN INPUT FILEJRNL
           IF FS-JR-OK THEN
               PERFORM UNTIL FS-JR-EOF OR REBUILD-TABLE-FULL
                     AT END
                         CONTINUE
                     NOT AT END
                         ADD 1 TO WS-JRNL-LINES
                         IF (JRNL-MASTER = 'M')
                           AND (JRNL-FACTORY IS NUMERIC)
                           AND (JRNL-PERIOD IS NUMERIC) THEN
                             MOVE JRNL-PERIOD TO WS-KEY-PERIOD
                             PERFORM 525-CHECK-PERIOD-CLOSED
                             EVALUATE TRUE
                                 WHEN PERIOD-IS-CLOSED
                                     CONTINUE
                                 WHEN (JRNL-REASON = 'REC')
                                   OR (JRNL-REASON = 'ROP')
                                     CONTINUE
           END-IF
           .

       525-CHECK-PERIOD-CLOSED.
      *****************************************************************
      *  Looks the period held in WS-KEY-PERIOD up in the closed-
      *  period table loaded by 015
           MOVE ' ' TO WS-PERIOD-STATE
           PERFORM
             VARYING WS-CLOSED-IDX FROM 1 BY 1
             UNTIL (WS-CLOSED-IDX > WS-CLOSED-COUNT)
               OR (PERIOD-IS-CLOSED)
               IF WS-CLOSED-PERIOD(WS-CLOSED-IDX) = WS-KEY-PERIOD THEN
                   MOVE 'C' TO WS-PERIOD-STATE
               END-IF
           END-PERFORM
           .

       120-COMPARE-REBUILT-KEYS.
      *****************************************************************
      *  Every rebuilt key against the stored master : the rebuilt
      *  figure is the daily base plus the journal delta, a missing
      *  master record compares as zero. A total pushed negative by
      *  journal subtractions floors at zero - a cumul can never owe
      *  units, same rule PGM015's reversals apply. A master record
      *  PGM018 has marked closed is left alone, whatever detail is
      *  left for it - 535 counts it on the master scan
           PERFORM
             VARYING WS-RB-IDX FROM 1 BY 1
             UNTIL (WS-RB-IDX > WS-RB-COUNT)
               COMPUTE WS-RB-SUM =
                   WS-RB-GOOD(WS-RB-IDX) + WS-RB-JGOOD(WS-RB-IDX)
               IF WS-RB-SUM < 0 THEN
               END-IF
               MOVE WS-RB-SUM TO WS-REBUILT-BAD
               PERFORM 530-FETCH-STORED-MASTER
               IF WS-STORED-CLOSED NOT = 'C' THEN
                   ADD 1 TO WS-KEYS-CHECKED
                   IF (WS-STORED-GOOD NOT = WS-REBUILT-GOOD)
                     OR (WS-STORED-BAD NOT = WS-REBUILT-BAD) THEN
                       PERFORM 500-HANDLE-DISCREPANCY
                   END-IF
               END-IF
           END-PERFORM
           .
      *  Direct keyed READ of the master record the table entry
      *  names; an absent key reads as a zero cumul
           MOVE 'N' TO WS-STORED-HELD
           MOVE ' ' TO WS-STORED-CLOSED
           MOVE 0 TO WS-STORED-GOOD
           MOVE 0 TO WS-STORED-BAD
           MOVE WS-RB-FACTORY(WS-RB-IDX) TO MSTR-FACTORY
             NOT INVALID KEY
                 MOVE MSTR-MTD-GOOD TO WS-STORED-GOOD
                 MOVE MSTR-MTD-BAD  TO WS-STORED-BAD
                 MOVE MSTR-CLOSED   TO WS-STORED-CLOSED
                 MOVE 'Y' TO WS-STORED-HELD
           END-READ
           .
      *  key was already compared by 120; an unexplained one reports
      *  (and repairs) against a zero rebuilt figure. The repair
      *  path REWRITEs the current record, which keeps the browse
      *  position, so the walk carries on from here. A closed
      *  period's record is unexplained by construction - its
      *  detail was left out or purged - and is only counted
           MOVE MSTR-FACTORY   TO WS-KEY-FACTORY
           MOVE MSTR-WORKBH    TO WS-KEY-WORKBH
           MOVE MSTR-YEARMONTH TO WS-KEY-PERIOD
           PERFORM 525-CHECK-PERIOD-CLOSED
           IF (PERIOD-IS-CLOSED) OR (MSTR-CLOSED = 'C') THEN
               ADD 1 TO WS-KEYS-CLOSED
           ELSE
               PERFORM 536-MATCH-MASTER-KEY
           END-IF
           .

       536-MATCH-MASTER-KEY.
      *****************************************************************
      *  The open-period master record against the rebuild table
           MOVE 0 TO WS-RB-FOUND
           PERFORM
             VARYING WS-RB-IDX FROM 1 BY 1
           WRITE JOURNAL-RECORD
           .

       750-WRITE-ALERT.
      *****************************************************************
      *  Writes the alert just loaded into WS-ALERT-LINE - once to
      *  FILEALRT for the scheduler's file trigger and once to the
      *  keyed history FILEALRH, where it stays until an operator
      *  acknowledges it via PGM025 (same write as PGM015)
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
      *  A PGM015 run inside the same clock second collides on the
      *  key; nudging the sequence forward keeps the record
           WRITE ALERT-HISTORY-RECORD
             INVALID KEY
                 ADD 1 TO WS-ALRH-SEQ
                 MOVE WS-ALRH-SEQ TO ALRH-SEQ
                 WRITE ALERT-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
                 END-WRITE
           END-WRITE
           .

       760-WRITE-VIOLATION.
      *****************************************************************
      *  Logs the refused card to the security violation log
      *  FILESECU and raises a severity E SECURITY alert - VAL is
      *  the function refused, numbered in FILEAUTH column order
      *  (1 adjust ... 7 restore), REF the card number in the run.
      *  Log and alert files are opened on the first violation only,
      *  so a clean run never touches them, and are created on first
      *  use like the journal
           IF WS-VIOLATIONS = 0 THEN
               OPEN EXTEND FILESECU
               IF FS-SE-MISSING THEN
                   OPEN OUTPUT FILESECU
                   CLOSE FILESECU
                   OPEN EXTEND FILESECU
               END-IF
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
               ACCEPT WS-ALERT-CLOCK FROM TIME
               MOVE WS-ALERT-CLOCK(1:6) TO WS-ALERT-TIME
               MOVE 0 TO WS-ALRH-SEQ
           END-IF
           ADD 1 TO WS-VIOLATIONS
           MOVE SPACES           TO SECURITY-LOG-RECORD
           MOVE WS-ALERT-DATE    TO SECU-DATE
           MOVE WS-ALERT-TIME    TO SECU-TIME
           MOVE 'PGM026'         TO SECU-PROGRAM
           MOVE 'REPAIR'         TO SECU-FUNCTION
           MOVE WS-AUTH-OPERATOR TO SECU-OPERATOR
           MOVE WS-AUTH-STATE    TO SECU-CAUSE
           MOVE WS-CARD-IMAGE    TO SECU-CARD
           WRITE SECURITY-LOG-RECORD
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'SECURITY' TO ALR-CONDITION
           MOVE 0          TO ALR-FACT
           MOVE 0          TO ALR-WORK
           MOVE 5          TO ALR-VALUE1
           MOVE 1          TO ALR-VALUE2
           PERFORM 750-WRITE-ALERT
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - checked, left out as closed, in
      *  disagreement, repaired
           WRITE RECON-REPORT FROM NEWLINE
           MOVE 'CLES CONTROLEES             :' TO RNC-LABEL
           MOVE WS-KEYS-CHECKED TO RNC-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'CLES DE PERIODE CLOTUREE    :' TO RNC-LABEL
           MOVE WS-KEYS-CLOSED TO RNC-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           MOVE 'ECARTS CONSTATES            :' TO RNC-LABEL
           MOVE WS-DISCREPANCIES TO RNC-VALUE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           WRITE RECON-REPORT FROM RECON-COUNT-LINE
           .

       892-WRITE-NOT-AUTHORIZED.
      *****************************************************************
      *  Says why the repair asked for runs as a check; 210 has
      *  already logged and alerted the attempt
           IF OPERATOR-UNKNOWN THEN
               MOVE 'OPERATEUR INCONNU DES HABILITATIONS' TO RML-TEXT
           ELSE
               MOVE 'OPERATEUR NON HABILITE A REPARER' TO RML-TEXT
           END-IF
           WRITE RECON-REPORT FROM RECON-MSG-LINE
           MOVE 'REPARATION REFUSEE - CONTROLE SEUL' TO RML-TEXT
           WRITE RECON-REPORT FROM RECON-MSG-LINE
           WRITE RECON-REPORT FROM NEWLINE
           .

       894-WRITE-CHAIN-REFUSED.
      *****************************************************************
      *  Names the unfinished program the reconciliation waits on
           MOVE 'DERNIER RUN NON TERMINE :' TO RML-TEXT
           MOVE WS-CHN-CAUSE TO RML-TEXT(27:8)
           WRITE RECON-REPORT FROM RECON-MSG-LINE
           MOVE 'RECONCILIATION REFUSEE - RELANCER CE RUN' TO RML-TEXT
           WRITE RECON-REPORT FROM RECON-MSG-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = every key agrees - safe to run the PGM018 close
      *    4 = discrepancies found (and repaired under function R)
      *    8 = the run could not answer - rebuild table overflowed -
      *        or the repair asked for was refused to the operator
      *   12 = refused by the job chain - a load, re-key or restore
      *        is unfinished; nothing was compared
           EVALUATE TRUE
               WHEN CHAIN-HOLD
                   MOVE 12 TO RETURN-CODE
               WHEN REBUILD-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN (OPERATOR-UNKNOWN) OR (FUNCTION-NOT-GRANTED)
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISCREPANCIES = 0
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
           END-EVALUATE
           .

       995-CHAIN-END.
      *****************************************************************
      *  Closes off this run's ledger record : end date/time, the
      *  completion code 990 set, state X when the chain refused the
      *  run and E otherwise. The run is CLEAN when the whole file
      *  was compared and every discrepancy found was repaired -
      *  what PGM018 asks of the last reconciliation before a close
      *  - and the journal count is every line read plus the repair
      *  lines this run appended, the point from which PGM018 looks
      *  for later adjustments
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
                 IF (NOT CHAIN-HOLD) AND (NOT REBUILD-TABLE-FULL)
                   AND (WS-REPAIRED = WS-DISCREPANCIES) THEN
                     MOVE 'Y' TO CHN-CLEAN
                 END-IF
                 IF WS-REPAIRED > 0 THEN
                     MOVE 'Y' TO CHN-CHANGED
                 END-IF
                 COMPUTE CHN-JRNL-COUNT = WS-JRNL-LINES + WS-REPAIRED
                 REWRITE CHAIN-RECORD
           END-READ
           CLOSE FILECHAN
           .

      *****************************************************************
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           IF WS-VIOLATIONS > 0 THEN
               CLOSE FILESECU,
                     FILEALRT,
                     FILEALRH
           END-IF
           IF WS-REPAIRED > 0 THEN
               CLOSE FILEJRNL
           END-IF
