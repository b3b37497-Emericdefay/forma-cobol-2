      *    them from that generation's images, and records the event
      *    in the run history with the REST marker so PGM021 shows
      *    the restore happened - the way back that rebuilding the
      *    masters by hand for two days never was. The operator on
      *    the card must hold the restore function on the authority
      *    file FILEAUTH; a refusal touches nothing, is logged to
      *    FILESECU and raises a SECURITY alert.
      *    Every restore goes on the job-chain ledger FILECHAN as
      *    unconfirmed, and PGM015 loads nothing on top of it until
      *    an operator holding the restore function has checked the
      *    masters and confirmed it (card function C).
      *
      * Using :
      *    - FILEPARM : restore control card (generation, operator,
      *                 function)
      *    - FILESNPC : snapshot generation control file (input)
      *    - FILESNAP : snapshot store written by PGM015 (input)
      *    - FILEMTD  : MTD master (rebuilt)
      *    - FILEYTD  : YTD master (rebuilt)
      *    - FILEDAYH : daily history (rebuilt)
      *    - FILERUNH : run-history log (extend with REST event)
      *    - FILEAUTH : operator authority file (input)
      *    - FILESECU : security violation log (extend)
      *    - FILEALRT : operator alert file (extend)
      *    - FILEALRH : persistent alert history (update)
      *    - FILEOUT1 : restore report
      *    - FILECHAN : job-chain ledger (update)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    store itself before the purge - a number
      *                    only FILESNPC remembers no longer empties
      *                    the masters with nothing to reload
      * 15/10/26  IBMUSER  Restore checked against the operator
      *                    authority file FILEAUTH; a refusal is
      *                    logged to FILESECU with a SECURITY alert
      * 15/10/26  IBMUSER  Restore recorded on the job-chain ledger
      *                    FILECHAN as unconfirmed; function C on
      *                    the card confirms the last restore and
      *                    releases PGM015
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNAP-KEY
           FILE STATUS is FS-FILESNAP.
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
      *    col 01-02  snapshot generation to put back (as listed on
      *               the FILESNPC control file)
      *    col 03-10  operator id (echoed on the report - a restore
      *               is never anonymous - and must hold the restore
      *               function on FILEAUTH)
      *    col 11     function : blank = restore the generation,
      *               C = confirm the last restore (generation not
      *               needed) once the masters have been checked
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-GENERATION PIC 9(02).
           02 PARAM-OPERATOR   PIC X(08).
           02 PARAM-FUNCTION   PIC X(01).
               88 PARAM-FUNC-CONFIRM VALUE 'C'.
           02 FILLER PIC X(69).
      / FILESNPC - SNAPSHOT GENERATION CONTROL FILE
       FD FILESNPC RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
               03 SNAP-REC-KEY PIC X(10).
           02 SNAP-DATA PIC X(60).
           02 FILLER PIC X(07).
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
      / FILEMTD - MONTH-TO-DATE MASTER FILE
       FD FILEMTD
           RECORD CONTAINS 80 CHARACTERS.
           02 RUNH-EL-EDIT    PIC 9(05).
           02 RUNH-EVENT      PIC X(04).
           02 FILLER PIC X(11).
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
      / RESTORE SELECTION OFF THE CONTROL CARD
       01 WS-GENERATION PIC 9(02) VALUE 0.
       01 WS-OPERATOR   PIC X(08) VALUE SPACES.
       01 WS-CARD-IMAGE PIC X(40) VALUE SPACES.
       01 WS-CARD-VALID PIC X VALUE 'N'.
           88 CARD-IS-VALID VALUE 'Y'.
       01 WS-RUN-FUNCTION PIC X VALUE ' '.
           88 FUNC-IS-CONFIRM VALUE 'C'.
       01 WS-GEN-STATE PIC X VALUE 'N'.
           88 GENERATION-ON-FILE VALUE 'Y'.
       01 WS-SNAP-STATE PIC X VALUE 'N'.
       01 WS-RESTORED-YTD  PIC 9(05) VALUE 0.
       01 WS-RESTORED-DAYH PIC 9(05) VALUE 0.
       01 WS-RESTORED-TOTAL PIC 9(06) VALUE 0.
      / JOB-CHAIN LEDGER
      *  This run's own ledger key, kept from the start write to the
      *  end rewrite, and the key, state and confirmation flag of the
      *  last restore that emptied the masters (or never finished)
       01 WS-CHN-KEY         PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK       PIC 9(08) VALUE 0.
       01 WS-CHN-RESTORE-KEY PIC X(14) VALUE SPACES.
       01 WS-CHN-RESTORE-STATE PIC X VALUE SPACE.
       01 WS-CHN-RESTORE-CONFIRM PIC X VALUE SPACE.
       01 WS-CONFIRM-STATE PIC X VALUE ' '.
           88 RESTORE-CONFIRMED   VALUE 'C'.
           88 CONFIRM-IS-REFUSED  VALUE 'R'.
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
           05 FS-FILESNAP    PIC X(02).
               88 FS-SN-OK       VALUE '00'.
               88 FS-SN-EOF      VALUE '10'.
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
           05 FS-FILERUNH    PIC X(02).
               88 FS-RH-OK       VALUE '00'.
               88 FS-RH-MISSING  VALUE '35'.
       01 FILECHAN-STATUS.
           05 FS-FILECHAN    PIC X(02).
               88 FS-CH-OK       VALUE '00'.
               88 FS-CH-MISSING  VALUE '35'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
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
           IF CARD-IS-VALID THEN
               PERFORM 220-CHECK-AUTHORITY
           END-IF
           IF (AUTHORITY-GRANTED) AND (NOT FUNC-IS-CONFIRM) THEN
               PERFORM 200-CHECK-GENERATION
               IF GENERATION-ON-FILE THEN
                   PERFORM 210-CHECK-SNAPSHOT-HELD
               END-IF
           END-IF
           PERFORM 030-CHAIN-LEDGER
           EVALUATE TRUE
               WHEN (CARD-IS-VALID) AND (NOT AUTHORITY-GRANTED)
                   PERFORM 892-WRITE-NOT-AUTHORIZED
               WHEN (CARD-IS-VALID) AND (FUNC-IS-CONFIRM)
                   PERFORM 150-CONFIRM-RESTORE
               WHEN (CARD-IS-VALID) AND (GENERATION-ON-FILE)
                 AND (SNAPSHOT-ON-FILE)
                   PERFORM 100-PURGE-MASTERS
                   WRITE RESTORE-REPORT FROM RESTORE-MSG-LINE
           END-EVALUATE
           PERFORM 990-SET-RETURN-CODE
           PERFORM 995-CHAIN-END
           PERFORM 999-FCLOS
           GOBACK
           .
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
      * A confirmation names no generation - it is about the restore
      * already done, whichever generation that put back
                   IF PARAM-FUNC-CONFIRM THEN
                       MOVE 'C' TO WS-RUN-FUNCTION
                       IF PARAM-OPERATOR NOT = SPACES THEN
                           MOVE PARAM-OPERATOR   TO WS-OPERATOR
                           MOVE PARAM-OPERATOR   TO WS-AUTH-OPERATOR
                           MOVE PARAM-RECORD(1:40) TO WS-CARD-IMAGE
                           MOVE 'Y' TO WS-CARD-VALID
                       END-IF
                   END-IF
                   IF (PARAM-GENERATION IS NUMERIC)
                     AND (PARAM-GENERATION > 0)
                     AND (PARAM-OPERATOR NOT = SPACES)
                     AND (NOT FUNC-IS-CONFIRM) THEN
                       MOVE PARAM-GENERATION TO WS-GENERATION
                       MOVE PARAM-OPERATOR   TO WS-OPERATOR
                       MOVE PARAM-OPERATOR   TO WS-AUTH-OPERATOR
                       MOVE PARAM-RECORD(1:40) TO WS-CARD-IMAGE
                       MOVE 'Y' TO WS-CARD-VALID
                   END-IF
               END-IF
           WRITE RESTORE-REPORT FROM NEWLINE
           .

       030-CHAIN-LEDGER.
      *****************************************************************
      *  Reads the job-chain ledger through. A restore is the way
      *  back from a broken chain and is never held by it; the scan
      *  only finds the last restore a confirmation would apply to.
      *  The run then files its own record, state R - a restore
      *  unconfirmed from its very start, so a restore that dies
      *  half way already holds PGM015 back; 995 closes it off
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
                         PERFORM 031-CHAIN-NOTE-RUN
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 032-CHAIN-START
           .

       031-CHAIN-NOTE-RUN.
      *****************************************************************
      *  One ledger record read in running order : a later restore
      *  that emptied the masters - or never finished - replaces the
      *  one held so far
           IF (CHN-PROGRAM = 'PGM028')
             AND (CHN-FUNCTION = 'RESTORE')
             AND ((CHN-STATE = 'R') OR (CHN-CHANGED = 'Y')) THEN
               MOVE CHN-KEY     TO WS-CHN-RESTORE-KEY
               MOVE CHN-STATE   TO WS-CHN-RESTORE-STATE
               MOVE CHN-CONFIRM TO WS-CHN-RESTORE-CONFIRM
           END-IF
           .

       032-CHAIN-START.
      *****************************************************************
      *  Files this run's ledger record, state R - same layout and
      *  same-second sequence nudge as 023-CHAIN-START of PGM015
           MOVE SPACES       TO CHAIN-RECORD
           ACCEPT CHN-START-DATE FROM DATE
           ACCEPT WS-CHN-CLOCK   FROM TIME
           MOVE WS-CHN-CLOCK(1:6) TO CHN-START-TIME
           MOVE 0            TO CHN-SEQ
           MOVE 'PGM028'     TO CHN-PROGRAM
           IF FUNC-IS-CONFIRM THEN
               MOVE 'CONFIRM' TO CHN-FUNCTION
           ELSE
               MOVE 'RESTORE' TO CHN-FUNCTION
               MOVE 'N'       TO CHN-CONFIRM
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

       150-CONFIRM-RESTORE.
      *****************************************************************
      *  The operator has checked the restored masters and signs them
      *  off : the last restore's ledger record is marked confirmed,
      *  with the operator and the date, and PGM015 may load again.
      *  A restore that never finished is refused - its masters are
      *  half rebuilt and the cure is running the restore again
           MOVE 'CONFIRMATION DE LA DERNIERE RESTAURATION' TO RSM-TEXT
           WRITE RESTORE-REPORT FROM RESTORE-MSG-LINE
           EVALUATE TRUE
               WHEN WS-CHN-RESTORE-KEY = SPACES
                   MOVE 'AUCUNE RESTAURATION AU JOURNAL DE CHAINE'
                     TO RSM-TEXT
               WHEN WS-CHN-RESTORE-STATE = 'R'
                   MOVE 'R' TO WS-CONFIRM-STATE
                   MOVE 'RESTAURATION NON TERMINEE - A RELANCER'
                     TO RSM-TEXT
               WHEN WS-CHN-RESTORE-CONFIRM = 'Y'
                   MOVE 'DERNIERE RESTAURATION DEJA CONFIRMEE'
                     TO RSM-TEXT
               WHEN OTHER
                   MOVE WS-CHN-RESTORE-KEY TO CHN-KEY
                   READ FILECHAN
                     INVALID KEY
                         MOVE 'R' TO WS-CONFIRM-STATE
                         MOVE 'RESTAURATION ABSENTE DU JOURNAL'
                           TO RSM-TEXT
                     NOT INVALID KEY
                         MOVE 'Y'         TO CHN-CONFIRM
                         MOVE WS-OPERATOR TO CHN-CONFIRM-OPER
                         ACCEPT CHN-CONFIRM-DATE FROM DATE
                         REWRITE CHAIN-RECORD
                         MOVE 'C' TO WS-CONFIRM-STATE
                         MOVE 'RESTAURATION DU' TO RSM-TEXT
                         MOVE CHN-START-DATE TO RSM-TEXT(17:6)
                         MOVE 'CONFIRMEE' TO RSM-TEXT(24:9)
                   END-READ
           END-EVALUATE
           WRITE RESTORE-REPORT FROM RESTORE-MSG-LINE
           .

       200-CHECK-GENERATION.
      *****************************************************************
      *  The named generation must be on the control file - the
           END-IF
           .

       220-CHECK-AUTHORITY.
      *****************************************************************
      *  The operator named on the card must be on the authority
      *  file FILEAUTH with the restore function granted. The
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
                                 IF AUTH-RESTORE = 'Y' THEN
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

       100-PURGE-MASTERS.
      *****************************************************************
      *  Empties the three masters - whatever half-applied state the
           END-WRITE
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
           MOVE 'PGM028'         TO SECU-PROGRAM
           IF FUNC-IS-CONFIRM THEN
               MOVE 'CONFIRM'    TO SECU-FUNCTION
           ELSE
               MOVE 'RESTORE'    TO SECU-FUNCTION
           END-IF
           MOVE WS-AUTH-OPERATOR TO SECU-OPERATOR
           MOVE WS-AUTH-STATE    TO SECU-CAUSE
           MOVE WS-CARD-IMAGE    TO SECU-CARD
           WRITE SECURITY-LOG-RECORD
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'SECURITY' TO ALR-CONDITION
           MOVE 0          TO ALR-FACT
           MOVE 0          TO ALR-WORK
           MOVE 7          TO ALR-VALUE1
           MOVE 1          TO ALR-VALUE2
           PERFORM 750-WRITE-ALERT
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  What went out and what came back, master by master
           WRITE RESTORE-REPORT FROM RESTORE-COUNT-LINE
           .

       892-WRITE-NOT-AUTHORIZED.
      *****************************************************************
      *  Says why the masters were left alone; 220 has already
      *  logged and alerted the attempt
           IF OPERATOR-UNKNOWN THEN
               MOVE 'OPERATEUR INCONNU DES HABILITATIONS' TO RSM-TEXT
           ELSE
               MOVE 'OPERATEUR NON HABILITE A RESTAURER' TO RSM-TEXT
           END-IF
           WRITE RESTORE-REPORT FROM RESTORE-MSG-LINE
           MOVE 'RESTAURATION REFUSEE' TO RSM-TEXT
           WRITE RESTORE-REPORT FROM RESTORE-MSG-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = masters restored from the named generation
      *    8 = refused - bad card, operator without the restore
      *        function, generation not on the control file, or
      *        generation already purged from the store; the
      *        masters were not touched
      *  and for a confirmation (function C) :
      *    0 = last restore confirmed, PGM015 released
      *    4 = nothing to confirm - no restore on the ledger, or the
      *        last one is already confirmed
      *    8 = refused - bad card, operator without the restore
      *        function, or the last restore never finished
           EVALUATE TRUE
               WHEN (CARD-IS-VALID) AND (NOT AUTHORITY-GRANTED)
                   MOVE 8 TO RETURN-CODE
               WHEN (CARD-IS-VALID) AND (FUNC-IS-CONFIRM)
                 AND (RESTORE-CONFIRMED)
                   MOVE 0 TO RETURN-CODE
               WHEN (CARD-IS-VALID) AND (FUNC-IS-CONFIRM)
                 AND (CONFIRM-IS-REFUSED)
                   MOVE 8 TO RETURN-CODE
               WHEN (CARD-IS-VALID) AND (FUNC-IS-CONFIRM)
                   MOVE 4 TO RETURN-CODE
               WHEN (CARD-IS-VALID) AND (GENERATION-ON-FILE)
                 AND (SNAPSHOT-ON-FILE)
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .

       995-CHAIN-END.
      *****************************************************************
      *  Closes off this run's ledger record : end date/time and the
      *  completion code 990 set. A restore that went through emptied
      *  and reloaded the masters - every period moved, and the
      *  record stays unconfirmed until function C signs it off
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
                 IF (CARD-IS-VALID) AND (NOT FUNC-IS-CONFIRM)
                   AND (GENERATION-ON-FILE) AND (SNAPSHOT-ON-FILE) THEN
                     MOVE 'Y' TO CHN-CHANGED
                 END-IF
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
           CLOSE FILEOUT1,
                 FILESNAP,
                 FILEMTD,
