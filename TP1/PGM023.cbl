      *    the closed-year control file FILECLSY. PGM015 reads FILECLSY
      *    at startup and rejects any FILEIN record dated in a closed
      *    year, so a January run can no longer post into last year's
      *    totals through 565-UPDATE-YTD-MASTER. The close runs only
      *    when the operator on the card holds the year-end function
      *    on the authority file FILEAUTH; a refused card is logged
      *    to FILESECU and raises a SECURITY alert.
      *
      * Using :
      *    - FILEPARM : close control card (year YY, operator)
      *    - FILEYTD  : YTD master maintained by PGM015 (update)
      *    - FILEYHST : archive of closed YTD records (extend)
      *    - FILECLSY : closed-year control file (extend)
      *    - FILEAUTH : operator authority file (input)
      *    - FILESECU : security violation log (extend)
      *    - FILEALRT : operator alert file (extend)
      *    - FILEALRH : persistent alert history (update)
      *    - FILECLSD : closed-period control file of PGM018
      *                 (input)
      *    - FILEOUT1 : close report
      *    - FILECHAN : job-chain ledger (update)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    alone - the repositioning START after the
      *                    last record leaves no position to read
      *                    from and the EOF status never arrives
      * 15/10/26  IBMUSER  Operator id on the card (col 03-10),
      *                    checked against the authority file
      *                    FILEAUTH; refusals logged to FILESECU
      *                    with a SECURITY alert
      * 15/10/26  IBMUSER  Job-chain ledger FILECHAN - the year-end
      *                    waits (RC 12) until December is closed
      *                    by PGM018 and no load, close, re-key or
      *                    restore is left unfinished
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FILECLSY
           ASSIGN to FILECLSY
           FILE STATUS is FS-FILECLSY.
      / FILECLSD - CLOSED-PERIOD CONTROL FILE (KEPT BY PGM018)
           SELECT FILECLSD
           ASSIGN to FILECLSD
           FILE STATUS is FS-FILECLSD.
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
      / FILEYTD - YEAR-TO-DATE MASTER FILE
           SELECT FILEYTD
           ASSIGN to FILEYTD
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-KEY
           FILE STATUS is FS-FILEYTD.
      / FILECHAN - JOB-CHAIN LEDGER
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.

      *****************************************************************
       DATA DIVISION.
       01 CLOSE-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - CLOSE CONTROL CARD
      *  Card layout :
      *    col 01-02  year to close YY
      *    col 03-10  operator id (must hold the year-end function
      *               on FILEAUTH)
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-CLOSE-YEAR PIC 9(02).
           02 PARAM-OPERATOR   PIC X(08).
           02 FILLER PIC X(70).
      / FILEYHST - ARCHIVE OF CLOSED YTD RECORDS
       FD FILEYHST RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
           02 CLSY-YEAR      PIC 9(02).
           02 CLSY-DATE      PIC 9(06).
           02 FILLER PIC X(72).
      / FILECLSD - CLOSED-PERIOD CONTROL FILE (LAYOUT OF PGM018)
       FD FILECLSD RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CLOSED-PERIOD-RECORD.
           02 CLSD-PERIOD    PIC 9(04).
           02 CLSD-DATE      PIC 9(06).
           02 FILLER PIC X(70).
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
      / FILEYTD - YEAR-TO-DATE MASTER FILE
      *  Same record as PGM015's FILEYTD with the close marker carved
      *  out of the filler, like MSTR-CLOSED on the monthly master
           02 YTD-BAD  PIC 9(07).
           02 YTD-CLOSED PIC X(01).
           02 FILLER PIC X(60).
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
       01 WS-CLOSE-YEAR PIC 9(02) VALUE 0.
       01 WS-YEAR-GIVEN PIC X VALUE 'N'.
           88 YEAR-IS-GIVEN VALUE 'Y'.
       01 WS-CARD-IMAGE PIC X(40) VALUE SPACES.
      *  Year the rollover opens at zero - the two-digit year wraps
      *  at the century exactly as the data itself does
       01 WS-NEXT-YEAR  PIC 9(02) VALUE 0.
       01 WS-YEAR-STATE PIC X VALUE ' '.
           88 YEAR-ALREADY-CLOSED VALUE 'C'.
      / JOB-CHAIN LEDGER
      *  This run's own ledger key, kept from the start write to the
      *  end rewrite; the state of the last load, month-end close,
      *  re-key and restore seen; whether December of the year is on
      *  FILECLSD; the chain hold and its cause
       01 WS-CHN-KEY       PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK     PIC 9(08) VALUE 0.
       01 WS-CHN-STATE-015 PIC X VALUE SPACE.
       01 WS-CHN-STATE-018 PIC X VALUE SPACE.
       01 WS-CHN-STATE-027 PIC X VALUE SPACE.
       01 WS-CHN-STATE-028 PIC X VALUE SPACE.
       01 WS-CHN-DECEMBER  PIC 9(04) VALUE 0.
       01 WS-CHN-JANUARY   PIC 9(04) VALUE 0.
       01 WS-DEC-STATE PIC X VALUE ' '.
           88 DECEMBER-IS-CLOSED VALUE 'C'.
       01 WS-CHN-HOLD      PIC X VALUE 'N'.
           88 CHAIN-HOLD VALUE 'Y'.
       01 WS-CHN-CAUSE     PIC X(08) VALUE SPACES.
       01 WS-CHN-REASON    PIC X(03) VALUE SPACES.
      / KEY HELD WHILE ONE RECORD IS ROLLED OVER
       01 WS-HELD-FACTORY PIC 9(01) VALUE 0.
       01 WS-HELD-WORKBH  PIC 9(02) VALUE 0.
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
               88 FS-CY-OK       VALUE '00'.
               88 FS-CY-EOF      VALUE '10'.
               88 FS-CY-MISSING  VALUE '35'.
       01 FILECLSD-STATUS.
           05 FS-FILECLSD    PIC X(02).
               88 FS-CL-OK       VALUE '00'.
               88 FS-CL-EOF      VALUE '10'.
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
       01 FILEYTD-STATUS.
           05 FS-FILEYTD     PIC X(02).
               88 FS-YTD-OK       VALUE '00'.
               88 FS-YTD-EOF      VALUE '10'.
               88 FS-YTD-NOTFOUND VALUE '23' '46'.
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
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           PERFORM 200-CHECK-ALREADY-CLOSED
           IF YEAR-IS-GIVEN THEN
               PERFORM 210-CHECK-AUTHORITY
           END-IF
           PERFORM 030-CHAIN-GUARD
           EVALUATE TRUE
               WHEN (YEAR-IS-GIVEN) AND (NOT AUTHORITY-GRANTED)
                   PERFORM 892-WRITE-NOT-AUTHORIZED
               WHEN YEAR-ALREADY-CLOSED
                   PERFORM 890-WRITE-ALREADY-CLOSED
               WHEN CHAIN-HOLD
                   PERFORM 894-WRITE-CHAIN-REFUSED
               WHEN OTHER
                   PERFORM 100-CLOSE-YEAR
           END-EVALUATE
           PERFORM 990-SET-RETURN-CODE
           PERFORM 995-CHAIN-END
           PERFORM 999-FCLOS
           GOBACK
           .
      *  usable card leaves the run refusing to close anything - an
      *  annual close is too destructive to default. Year 00 is a
      *  legitimate two-digit year, so a separate switch remembers
      *  whether a card was actually read. The operator is kept for
      *  the authority check
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
                   IF PARAM-CLOSE-YEAR IS NUMERIC THEN
                       MOVE PARAM-CLOSE-YEAR TO WS-CLOSE-YEAR
                       MOVE 'Y' TO WS-YEAR-GIVEN
                       MOVE PARAM-OPERATOR TO WS-AUTH-OPERATOR
                       MOVE PARAM-RECORD(1:40) TO WS-CARD-IMAGE
                   END-IF
               END-IF
               CLOSE FILEPARM
           WRITE CLOSE-REPORT FROM NEWLINE
           .

       030-CHAIN-GUARD.
      *****************************************************************
      *  Reads the job-chain ledger through. The year-end is the last
      *  link of the month-end chain : it goes ahead only once the
      *  year's December is closed through PGM018 - the YTD figures
      *  it archives are final only then - and while no load, month-
      *  end close, re-key or restore is left unfinished. Either way
      *  the run files its own record, state R; 995 closes it off
           IF YEAR-IS-GIVEN THEN
               COMPUTE WS-CHN-JANUARY  = (WS-CLOSE-YEAR * 100) + 1
               COMPUTE WS-CHN-DECEMBER = (WS-CLOSE-YEAR * 100) + 12
           END-IF
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
           IF (YEAR-IS-GIVEN) AND (AUTHORITY-GRANTED)
             AND (NOT YEAR-ALREADY-CLOSED) THEN
               PERFORM 220-CHECK-DECEMBER-CLOSED
               EVALUATE TRUE
                   WHEN WS-CHN-STATE-015 = 'R'
                       MOVE 'PGM015' TO WS-CHN-CAUSE
                   WHEN WS-CHN-STATE-018 = 'R'
                       MOVE 'PGM018' TO WS-CHN-CAUSE
                   WHEN WS-CHN-STATE-027 = 'R'
                       MOVE 'PGM027' TO WS-CHN-CAUSE
                   WHEN WS-CHN-STATE-028 = 'R'
                       MOVE 'PGM028' TO WS-CHN-CAUSE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-CHN-CAUSE NOT = SPACES
                       MOVE 'Y'   TO WS-CHN-HOLD
                       MOVE 'RUN' TO WS-CHN-REASON
                   WHEN NOT DECEMBER-IS-CLOSED
                       MOVE 'Y'   TO WS-CHN-HOLD
                       MOVE 'DEC' TO WS-CHN-REASON
               END-EVALUATE
           END-IF
           PERFORM 032-CHAIN-START
           .

       031-CHAIN-NOTE-RUN.
      *****************************************************************
      *  One ledger record read in running order : the later record
      *  overwrites what an earlier one said. A run the chain refused
      *  touched nothing and does not count
           IF CHN-STATE NOT = 'X' THEN
               EVALUATE CHN-PROGRAM
                   WHEN 'PGM015'
                       MOVE CHN-STATE TO WS-CHN-STATE-015
                   WHEN 'PGM018'
                       MOVE CHN-STATE TO WS-CHN-STATE-018
                   WHEN 'PGM027'
                       MOVE CHN-STATE TO WS-CHN-STATE-027
                   WHEN 'PGM028'
                       MOVE CHN-STATE TO WS-CHN-STATE-028
               END-EVALUATE
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
           MOVE 'PGM023'     TO CHN-PROGRAM
           MOVE 'YEAREND'    TO CHN-FUNCTION
           MOVE WS-CHN-JANUARY  TO CHN-PERIOD-LOW
           MOVE WS-CHN-DECEMBER TO CHN-PERIOD-HIGH
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

       200-CHECK-ALREADY-CLOSED.
      *****************************************************************
      *  A year must not be closed twice - the archive would hold its
           END-IF
           .

       220-CHECK-DECEMBER-CLOSED.
      *****************************************************************
      *  December of the year must be on the closed-period file PGM018
      *  keeps - the file itself, not the ledger, so a December closed
      *  before the ledger existed still counts. A missing file means
      *  no period was ever closed
           MOVE ' ' TO WS-DEC-STATE
           OPEN INPUT FILECLSD
           IF FS-CL-OK THEN
               PERFORM UNTIL NOT FS-CL-OK
                   READ FILECLSD
                     AT END
                         CONTINUE
                     NOT AT END
                         IF CLSD-PERIOD = WS-CHN-DECEMBER THEN
                             MOVE 'C' TO WS-DEC-STATE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECLSD
           END-IF
           .

       210-CHECK-AUTHORITY.
      *****************************************************************
      *  The operator named on the card must be on the authority
      *  file FILEAUTH with the year-end function granted. The
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
                                 IF AUTH-YEAREND = 'Y' THEN
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

       100-CLOSE-YEAR.
      *****************************************************************
      *  Walks the whole YTD master archiving and flagging every
           CLOSE FILECLSY
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
           MOVE 'PGM023'         TO SECU-PROGRAM
           MOVE 'YEAREND'        TO SECU-FUNCTION
           MOVE WS-AUTH-OPERATOR TO SECU-OPERATOR
           MOVE WS-AUTH-STATE    TO SECU-CAUSE
           MOVE WS-CARD-IMAGE    TO SECU-CARD
           WRITE SECURITY-LOG-RECORD
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'SECURITY' TO ALR-CONDITION
           MOVE 0          TO ALR-FACT
           MOVE 0          TO ALR-WORK
           MOVE 3          TO ALR-VALUE1
           MOVE 1          TO ALR-VALUE2
           PERFORM 750-WRITE-ALERT
           .

       890-WRITE-ALREADY-CLOSED.
      *****************************************************************
      *  Refuses the whole run - nothing was touched
           WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           .

       892-WRITE-NOT-AUTHORIZED.
      *****************************************************************
      *  Refuses the whole run - nothing was touched; 210 has
      *  already logged and alerted the attempt
           IF OPERATOR-UNKNOWN THEN
               MOVE 'OPERATEUR INCONNU DES HABILITATIONS' TO CML-TEXT
           ELSE
               MOVE 'OPERATEUR NON HABILITE CLOTURE ANNUELLE'
                 TO CML-TEXT
           END-IF
           WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           .

       894-WRITE-CHAIN-REFUSED.
      *****************************************************************
      *  Refuses the whole run - nothing was touched - and says what
      *  has to run first
           IF WS-CHN-REASON = 'DEC' THEN
               MOVE 'DECEMBRE NON CLOTURE PAR PGM018 :' TO CML-TEXT
               MOVE WS-CHN-DECEMBER TO CML-TEXT(35:4)
           ELSE
               MOVE 'DERNIER RUN NON TERMINE :' TO CML-TEXT
               MOVE WS-CHN-CAUSE TO CML-TEXT(27:8)
           END-IF
           WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           MOVE 'CLOTURE ANNUELLE REFUSEE - AUCUNE ACTION' TO CML-TEXT
           WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = year closed, records archived and rolled over
      *    4 = year closed but no master record carried it (the
      *        lock is still set for future postings)
      *    8 = nothing closed - no valid card, operator not
      *        authorized or year already shut
      *   12 = refused by the job chain - December not closed yet,
      *        or a load, close, re-key or restore unfinished
           EVALUATE TRUE
               WHEN (YEAR-IS-GIVEN) AND (NOT AUTHORITY-GRANTED)
                   MOVE 8 TO RETURN-CODE
               WHEN YEAR-ALREADY-CLOSED
                   MOVE 8 TO RETURN-CODE
               WHEN CHAIN-HOLD
                   MOVE 12 TO RETURN-CODE
               WHEN NOT YEAR-IS-GIVEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-CLOSED = 0
           END-EVALUATE
           .

       995-CHAIN-END.
      *****************************************************************
      *  Closes off this run's ledger record : end date/time, the
      *  completion code 990 set, state X when the chain refused the
      *  run and E otherwise
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
                 IF WS-RECORDS-CLOSED > 0 THEN
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
                 FILEYHST,
                 FILEYTD
