      *    Reorganization utility : re-keys (or merges) one workshop
      *    across every master in one pass. The control card names an
      *    old factory/workshop key, a new one and an effective
      *    period; every FILEMTD, FILEYTD, FILEDAYH, FILEDTMD,
      *    FILECMTD, FILECRWH and FILEDTEV record of the old key from
      *    the effective period on moves to the new key - added
      *    into a record the new key already holds, written fresh
      *    otherwise (a downtime event takes the next free sequence)
      *    - and the FILENAME lookup entry follows. Every movement
      *    is journaled to FILEJRNL with before and after values, and
      *    the report lists what moved, so a factory merge no longer
      *    costs a week of PGM017 adjustment cards and a trend that
      *    drops to zero. The operator on the card must hold the
      *    re-key function on the authority file FILEAUTH; a refusal
      *    moves nothing, is logged to FILESECU and raises a SECURITY
      *    alert.
      *
      * Using :
      *    - FILEPARM : reorganization control card
      *                 effective year move whole
      *    - FILEDAYH : daily history (update)
      *    - FILEDTMD : downtime master (update)
      *    - FILECMTD : defect cause master (update)
      *    - FILECRWH : crew headcount history (update)
      *    - FILEDTEV : downtime event history (update)
      *    - FILENAME : factory/workshop name lookup (rewrite)
      *    - FILEJRNL : permanent adjustment journal (extend)
      *    - FILEAUTH : operator authority file (input)
      *    - FILESECU : security violation log (extend)
      *    - FILEALRT : operator alert file (extend)
      *    - FILEALRH : persistent alert history (update)
      *    - FILEOUT1 : reorganization report
      *    - FILECHAN : job-chain ledger (update)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 18/09/26  IBMUSER  Create - workshop re-key/merge across
      *                    the masters with journal trail
      * 15/10/26  IBMUSER  Re-key checked against the operator
      *                    authority file FILEAUTH; a refusal is
      *                    logged to FILESECU with a SECURITY alert
      * 15/10/26  IBMUSER  Run recorded on the job-chain ledger
      *                    FILECHAN with the periods it moved;
      *                    refused (RC 12) while a load or a
      *                    restore is unfinished
      * 15/10/26  IBMUSER  Defect cause master FILECMTD, crew history
      *                    FILECRWH and downtime events FILEDTEV now
      *                    move with the workshop, journaled and
      *                    counted like the other masters
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FILEJRNL
           ASSIGN to FILEJRNL
           FILE STATUS is FS-FILEJRNL.
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
      / FILECHAN - JOB-CHAIN LEDGER
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.

      *****************************************************************
       DATA DIVISION.
      *    col 05-06  new workshop
      *    col 07-10  effective period YYMM - records of that period
      *               and later move, earlier history stays put
      *    col 11-18  operator id (signs the journal lines and
      *               must hold the re-key function on FILEAUTH)
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 JRNL-AFTER-BAD   PIC 9(07).
           02 JRNL-REASON      PIC X(03).
           02 FILLER PIC X(27).
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
                   04 DTMD-REASON-CODE PIC X(02).
                   04 DTMD-REASON-MIN  PIC 9(07).
           02 FILLER PIC X(21).
      / FILECMTD - MONTH-TO-DATE DEFECT CAUSE MASTER (LAYOUT OF PGM015)
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
      / FILECRWH - CREW HEADCOUNT HISTORY FILE (LAYOUT OF PGM015)
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
      / FILEDTEV - DOWNTIME EVENT HISTORY FILE (LAYOUT OF PGM015)
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
           02 WS-EFF-YY PIC 9(02).
           02 WS-EFF-MM PIC 9(02).
       01 WS-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-CARD-IMAGE PIC X(40) VALUE SPACES.
       01 WS-CARD-VALID PIC X VALUE 'N'.
           88 CARD-IS-VALID VALUE 'Y'.
      / RECORD HELD WHILE ONE KEY IS MOVED
           02 FILLER OCCURS 5.
               03 WS-HELD-RCODE PIC X(02).
               03 WS-HELD-RMIN  PIC 9(07).
       01 WS-HELD-CAUSE     PIC X(03) VALUE SPACES.
       01 WS-HELD-QTY       PIC 9(07) VALUE 0.
       01 WS-HELD-OPERATORS PIC 9(04) VALUE 0.
       01 WS-HELD-HOURS     PIC 9(05)V9 VALUE 0.
       01 WS-HELD-LOADS     PIC 9(03) VALUE 0.
       01 WS-HELD-SEQ       PIC 9(03) VALUE 0.
       01 WS-HELD-EVENT     PIC X(80) VALUE SPACES.
      / NEXT FREE EVENT SEQUENCE UNDER THE NEW KEY (FILEDTEV)
      *  An event keeps its date but takes the next sequence the new
      *  workshop has free on that date, the way PGM015 numbers a
      *  second stoppage of the day
       01 WS-DTEV-NEXT-SEQ PIC 9(03) VALUE 0.
       01 WS-DTEV-BROWSE   PIC X VALUE 'N'.
           88 DTEV-BROWSE-DONE VALUE 'Y'.
      / TARGET-SIDE JOURNAL VALUES
       01 WS-TGT-BEFORE-GOOD PIC 9(07) VALUE 0.
       01 WS-TGT-BEFORE-BAD  PIC 9(07) VALUE 0.
       01 WS-MOVED-YTD  PIC 9(05) VALUE 0.
       01 WS-MOVED-DAYH PIC 9(05) VALUE 0.
       01 WS-MOVED-DTMD PIC 9(05) VALUE 0.
       01 WS-MOVED-CMTD PIC 9(05) VALUE 0.
       01 WS-MOVED-CRWH PIC 9(05) VALUE 0.
       01 WS-MOVED-DTEV PIC 9(05) VALUE 0.
       01 WS-DTEV-NOT-MOVED PIC 9(05) VALUE 0.
       01 WS-MOVED-NAME PIC 9(05) VALUE 0.
       01 WS-MOVED-TOTAL PIC 9(06) VALUE 0.
       01 WS-DT-REASON-IDX PIC 9(01) VALUE 0.
       01 WS-HELD-RIDX     PIC 9(01) VALUE 0.
       01 WS-DT-SLOT-TAKEN PIC X VALUE 'N'.
           88 DT-SLOT-TAKEN VALUE 'Y'.
      / JOB-CHAIN LEDGER
      *  This run's own ledger key, kept from the start write to the
      *  end rewrite, and the state of the last load and restore
      *  seen - the chain hold names the first unfinished one
       01 WS-CHN-KEY       PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK     PIC 9(08) VALUE 0.
       01 WS-CHN-STATE-015 PIC X VALUE SPACE.
       01 WS-CHN-STATE-028 PIC X VALUE SPACE.
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
           05 FS-FILEJRNL    PIC X(02).
               88 FS-JR-OK       VALUE '00'.
               88 FS-JR-MISSING  VALUE '35'.
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
               88 FS-DM-OK       VALUE '00'.
               88 FS-DM-EOF      VALUE '10'.
               88 FS-DM-NOTFOUND VALUE '23' '46'.
       01 FILECMTD-STATUS.
           05 FS-FILECMTD    PIC X(02).
               88 FS-CM-OK       VALUE '00'.
       01 FILECRWH-STATUS.
           05 FS-FILECRWH    PIC X(02).
               88 FS-CW-OK       VALUE '00'.
       01 FILEDTEV-STATUS.
           05 FS-FILEDTEV    PIC X(02).
               88 FS-DE-OK       VALUE '00'.
       01 FILECHAN-STATUS.
           05 FS-FILECHAN    PIC X(02).
               88 FS-CH-OK       VALUE '00'.
               88 FS-CH-MISSING  VALUE '35'.

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
           PERFORM 000-PARAM
           PERFORM 001-IOPEN
           IF CARD-IS-VALID THEN
               PERFORM 210-CHECK-AUTHORITY
           END-IF
           PERFORM 030-CHAIN-GUARD
           EVALUATE TRUE
               WHEN CHAIN-HOLD
                   PERFORM 894-WRITE-CHAIN-REFUSED
               WHEN (CARD-IS-VALID) AND (AUTHORITY-GRANTED)
                   PERFORM 100-MOVE-MTD
                   PERFORM 110-MOVE-YTD
                   PERFORM 120-MOVE-DAYH
                   PERFORM 130-MOVE-DTMD
                   PERFORM 150-MOVE-CMTD
                   PERFORM 160-MOVE-CRWH
                   PERFORM 170-MOVE-DTEV
                   PERFORM 140-MOVE-NAME
                   PERFORM 800-WRITE-COUNTS
               WHEN CARD-IS-VALID
                   PERFORM 892-WRITE-NOT-AUTHORIZED
               WHEN OTHER
                   MOVE 'CARTE PARAMETRE ABSENTE OU FAUSSE' TO RGM-TEXT
                   WRITE REORG-REPORT FROM REORG-MSG-LINE
           END-EVALUATE
           PERFORM 990-SET-RETURN-CODE
           PERFORM 995-CHAIN-END
           PERFORM 999-FCLOS
           GOBACK
           .
                       MOVE PARAM-NEW-WORKBH  TO WS-NEW-WORKBH
                       MOVE PARAM-EFF-PERIOD  TO WS-EFF-PERIOD
                       MOVE PARAM-OPERATOR    TO WS-OPERATOR
                       MOVE PARAM-OPERATOR    TO WS-AUTH-OPERATOR
                       MOVE PARAM-RECORD(1:40) TO WS-CARD-IMAGE
                       MOVE 'Y' TO WS-CARD-VALID
                   END-IF
               END-IF
           OPEN I-O FILEYTD
           OPEN I-O FILEDAYH
           OPEN I-O FILEDTMD
           OPEN I-O FILECMTD
           OPEN I-O FILECRWH
           OPEN I-O FILEDTEV
           OPEN OUTPUT FILEOUT1
           OPEN EXTEND FILEJRNL
           IF FS-JR-MISSING THEN
           WRITE REORG-REPORT FROM NEWLINE
           .

       030-CHAIN-GUARD.
      *****************************************************************
      *  Reads the job-chain ledger through. Re-keying masters a load
      *  or a restore left half written would move half-applied
      *  figures under the new key for good, so the run refuses
      *  until that program has been run to its end. Either way the
      *  run files its own record, state R; 995 closes it off
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
           EVALUATE TRUE
               WHEN WS-CHN-STATE-015 = 'R'
                   MOVE 'PGM015' TO WS-CHN-CAUSE
               WHEN WS-CHN-STATE-028 = 'R'
                   MOVE 'PGM028' TO WS-CHN-CAUSE
           END-EVALUATE
           IF (WS-CHN-CAUSE NOT = SPACES) AND (CARD-IS-VALID)
             AND (AUTHORITY-GRANTED) THEN
               MOVE 'Y'   TO WS-CHN-HOLD
               MOVE 'RUN' TO WS-CHN-REASON
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
           MOVE 'PGM027'     TO CHN-PROGRAM
           MOVE 'REKEY'      TO CHN-FUNCTION
           MOVE WS-EFF-PERIOD TO CHN-PERIOD-LOW
           MOVE 9999          TO CHN-PERIOD-HIGH
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

       210-CHECK-AUTHORITY.
      *****************************************************************
      *  The operator named on the card must be on the authority
      *  file FILEAUTH with the re-key function granted. The
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
                                 IF AUTH-REKEY = 'Y' THEN
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

       100-MOVE-MTD.
      *****************************************************************
      *  Walks the MTD master; every old-key record of the effective
           END-PERFORM
           .

       150-MOVE-CMTD.
      *****************************************************************
      *  Same walk on the defect cause master - the Pareto of the
      *  causes follows the workshop, cause by cause
           MOVE LOW-VALUES TO CMTD-KEY
           START FILECMTD KEY IS NOT LESS THAN CMTD-KEY
             INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL NOT FS-CM-OK
               READ FILECMTD NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     IF (CMTD-FACTORY = WS-OLD-FACTORY)
                       AND (CMTD-WORKBH = WS-OLD-WORKBH)
                       AND (CMTD-PERIOD >= WS-EFF-PERIOD) THEN
                         PERFORM 560-MOVE-ONE-CMTD
                     END-IF
               END-READ
           END-PERFORM
           .

       560-MOVE-ONE-CMTD.
      *****************************************************************
      *  One cause record : the quantity adds into the new key's
      *  record of the same cause, or is written fresh. Journaled
      *  under master letter C, the defective units in the bad
      *  column, zero in the good
           MOVE CMTD-PERIOD TO WS-HELD-PERIOD
           MOVE CMTD-CAUSE  TO WS-HELD-CAUSE
           MOVE CMTD-QTY    TO WS-HELD-QTY
           DELETE FILECMTD RECORD
             INVALID KEY
                 CONTINUE
           END-DELETE
           MOVE WS-NEW-FACTORY TO CMTD-FACTORY
           MOVE WS-NEW-WORKBH  TO CMTD-WORKBH
           MOVE WS-HELD-PERIOD TO CMTD-PERIOD
           MOVE WS-HELD-CAUSE  TO CMTD-CAUSE
           READ FILECMTD
             INVALID KEY
                 MOVE 0 TO WS-TGT-BEFORE-BAD
                 MOVE SPACES         TO CAUSE-MTD-RECORD
                 MOVE WS-NEW-FACTORY TO CMTD-FACTORY
                 MOVE WS-NEW-WORKBH  TO CMTD-WORKBH
                 MOVE WS-HELD-PERIOD TO CMTD-PERIOD
                 MOVE WS-HELD-CAUSE  TO CMTD-CAUSE
                 MOVE WS-HELD-QTY    TO CMTD-QTY
                 WRITE CAUSE-MTD-RECORD
             NOT INVALID KEY
                 MOVE CMTD-QTY TO WS-TGT-BEFORE-BAD
                 ADD WS-HELD-QTY TO CMTD-QTY
                 REWRITE CAUSE-MTD-RECORD
           END-READ
           MOVE 0 TO WS-TGT-BEFORE-GOOD
           MOVE 0 TO WS-TGT-AFTER-GOOD
           COMPUTE WS-TGT-AFTER-BAD =
               WS-TGT-BEFORE-BAD + WS-HELD-QTY
           MOVE 0           TO WS-HELD-GOOD
           MOVE WS-HELD-QTY TO WS-HELD-BAD
           MOVE 'C' TO JRNL-MASTER
           PERFORM 550-JOURNAL-MOVEMENT
           ADD 1 TO WS-MOVED-CMTD
           MOVE WS-OLD-FACTORY TO CMTD-FACTORY
           MOVE WS-OLD-WORKBH  TO CMTD-WORKBH
           MOVE WS-HELD-PERIOD TO CMTD-PERIOD
           MOVE WS-HELD-CAUSE  TO CMTD-CAUSE
           START FILECMTD KEY IS GREATER THAN CMTD-KEY
             INVALID KEY
                 CONTINUE
           END-START
           .

       160-MOVE-CRWH.
      *****************************************************************
      *  Same walk on the crew headcount history - it sits on the
      *  daily history's own key, so the crew stays beside the output
      *  it made
           MOVE LOW-VALUES TO CRWH-KEY
           START FILECRWH KEY IS NOT LESS THAN CRWH-KEY
             INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL NOT FS-CW-OK
               READ FILECRWH NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     IF (CRWH-FACTORY = WS-OLD-FACTORY)
                       AND (CRWH-WORKBH = WS-OLD-WORKBH)
                       AND (((CRWH-YEAR * 100) + CRWH-MONTH)
                         >= WS-EFF-PERIOD) THEN
                         PERFORM 570-MOVE-ONE-CRWH
                     END-IF
               END-READ
           END-PERFORM
           .

       570-MOVE-ONE-CRWH.
      *****************************************************************
      *  One crew record : operators, hours and load count add into
      *  the new key's record, as two loads of one key would.
      *  Journaled under master letter H, the operators in the good
      *  column and the hours in tenths in the bad - the journal
      *  carries whole numbers only
           MOVE CRWH-DATE      TO WS-HELD-DATE
           MOVE CRWH-SHIFT     TO WS-HELD-SHIFT
           MOVE CRWH-OPERATORS TO WS-HELD-OPERATORS
           MOVE CRWH-HOURS     TO WS-HELD-HOURS
           MOVE CRWH-LOADS     TO WS-HELD-LOADS
           COMPUTE WS-HELD-PERIOD =
               (CRWH-YEAR * 100) + CRWH-MONTH
           DELETE FILECRWH RECORD
             INVALID KEY
                 CONTINUE
           END-DELETE
           MOVE WS-NEW-FACTORY TO CRWH-FACTORY
           MOVE WS-NEW-WORKBH  TO CRWH-WORKBH
           MOVE WS-HELD-DATE   TO CRWH-DATE
           MOVE WS-HELD-SHIFT  TO CRWH-SHIFT
           READ FILECRWH
             INVALID KEY
                 MOVE 0 TO WS-TGT-BEFORE-GOOD
                 MOVE 0 TO WS-TGT-BEFORE-BAD
                 MOVE SPACES            TO CREW-HISTORY-RECORD
                 MOVE WS-NEW-FACTORY    TO CRWH-FACTORY
                 MOVE WS-NEW-WORKBH     TO CRWH-WORKBH
                 MOVE WS-HELD-DATE      TO CRWH-DATE
                 MOVE WS-HELD-SHIFT     TO CRWH-SHIFT
                 MOVE WS-HELD-OPERATORS TO CRWH-OPERATORS
                 MOVE WS-HELD-HOURS     TO CRWH-HOURS
                 MOVE WS-HELD-LOADS     TO CRWH-LOADS
                 WRITE CREW-HISTORY-RECORD
             NOT INVALID KEY
                 MOVE CRWH-OPERATORS TO WS-TGT-BEFORE-GOOD
                 COMPUTE WS-TGT-BEFORE-BAD = CRWH-HOURS * 10
                 ADD WS-HELD-OPERATORS TO CRWH-OPERATORS
                 ADD WS-HELD-HOURS     TO CRWH-HOURS
                 ADD WS-HELD-LOADS     TO CRWH-LOADS
                 REWRITE CREW-HISTORY-RECORD
           END-READ
           MOVE WS-HELD-OPERATORS TO WS-HELD-GOOD
           COMPUTE WS-HELD-BAD = WS-HELD-HOURS * 10
           COMPUTE WS-TGT-AFTER-GOOD =
               WS-TGT-BEFORE-GOOD + WS-HELD-GOOD
           COMPUTE WS-TGT-AFTER-BAD =
               WS-TGT-BEFORE-BAD + WS-HELD-BAD
           MOVE 'H' TO JRNL-MASTER
           PERFORM 550-JOURNAL-MOVEMENT
           ADD 1 TO WS-MOVED-CRWH
           MOVE WS-OLD-FACTORY TO CRWH-FACTORY
           MOVE WS-OLD-WORKBH  TO CRWH-WORKBH
           MOVE WS-HELD-DATE   TO CRWH-DATE
           MOVE WS-HELD-SHIFT  TO CRWH-SHIFT
           START FILECRWH KEY IS GREATER THAN CRWH-KEY
             INVALID KEY
                 CONTINUE
           END-START
           .

       170-MOVE-DTEV.
      *****************************************************************
      *  Same walk on the downtime events - the stoppage history
      *  behind the MTBF/MTTR figures follows the workshop event by
      *  event
           MOVE LOW-VALUES TO DTEV-KEY
           START FILEDTEV KEY IS NOT LESS THAN DTEV-KEY
             INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL NOT FS-DE-OK
               READ FILEDTEV NEXT RECORD
                 AT END
                     CONTINUE
                 NOT AT END
                     IF (DTEV-FACTORY = WS-OLD-FACTORY)
                       AND (DTEV-WORKBH = WS-OLD-WORKBH)
                       AND (((DTEV-YEAR * 100) + DTEV-MONTH)
                         >= WS-EFF-PERIOD) THEN
                         PERFORM 580-MOVE-ONE-DTEV
                     END-IF
               END-READ
           END-PERFORM
           .

       580-MOVE-ONE-DTEV.
      *****************************************************************
      *  One event : events are never merged, the event is written
      *  under the new key with the next sequence free there on its
      *  date (581), everything else as loaded. A date whose 999
      *  sequences are all taken under the new key leaves the event
      *  where it is, counted on the report. Journaled under master
      *  letter E, the minutes in the good column
           MOVE DOWNTIME-EVENT-RECORD TO WS-HELD-EVENT
           MOVE DTEV-DATE    TO WS-HELD-DATE
           MOVE DTEV-SEQ     TO WS-HELD-SEQ
           MOVE DTEV-MINUTES TO WS-HELD-GOOD
           COMPUTE WS-HELD-PERIOD =
               (DTEV-YEAR * 100) + DTEV-MONTH
           PERFORM 581-SCAN-NEW-KEY-EVENTS
           IF WS-DTEV-NEXT-SEQ < 999 THEN
               MOVE WS-OLD-FACTORY TO DTEV-FACTORY
               MOVE WS-OLD-WORKBH  TO DTEV-WORKBH
               MOVE WS-HELD-DATE   TO DTEV-DATE
               MOVE WS-HELD-SEQ    TO DTEV-SEQ
               DELETE FILEDTEV RECORD
                 INVALID KEY
                     CONTINUE
               END-DELETE
               MOVE WS-HELD-EVENT  TO DOWNTIME-EVENT-RECORD
               MOVE WS-NEW-FACTORY TO DTEV-FACTORY
               MOVE WS-NEW-WORKBH  TO DTEV-WORKBH
               ADD 1 TO WS-DTEV-NEXT-SEQ
               MOVE WS-DTEV-NEXT-SEQ TO DTEV-SEQ
               WRITE DOWNTIME-EVENT-RECORD
                 INVALID KEY
                     CONTINUE
               END-WRITE
               MOVE 0 TO WS-HELD-BAD
               MOVE 0 TO WS-TGT-BEFORE-GOOD
               MOVE 0 TO WS-TGT-BEFORE-BAD
               MOVE WS-HELD-GOOD TO WS-TGT-AFTER-GOOD
               MOVE 0 TO WS-TGT-AFTER-BAD
               MOVE 'E' TO JRNL-MASTER
               PERFORM 550-JOURNAL-MOVEMENT
               ADD 1 TO WS-MOVED-DTEV
           ELSE
               ADD 1 TO WS-DTEV-NOT-MOVED
           END-IF
           MOVE WS-OLD-FACTORY TO DTEV-FACTORY
           MOVE WS-OLD-WORKBH  TO DTEV-WORKBH
           MOVE WS-HELD-DATE   TO DTEV-DATE
           MOVE WS-HELD-SEQ    TO DTEV-SEQ
           START FILEDTEV KEY IS GREATER THAN DTEV-KEY
             INVALID KEY
                 CONTINUE
           END-START
           .

       581-SCAN-NEW-KEY-EVENTS.
      *****************************************************************
      *  Walks the new key's events of the held date, in sequence
      *  order, for the last sequence used - same walk as
      *  579-SCAN-DATE-EVENTS of PGM015. The browse position is lost;
      *  580 re-establishes it past the held event
           MOVE 0 TO WS-DTEV-NEXT-SEQ
           MOVE 'N' TO WS-DTEV-BROWSE
           MOVE WS-NEW-FACTORY TO DTEV-FACTORY
           MOVE WS-NEW-WORKBH  TO DTEV-WORKBH
           MOVE WS-HELD-DATE   TO DTEV-DATE
           MOVE 0              TO DTEV-SEQ
           START FILEDTEV KEY IS NOT LESS THAN DTEV-KEY
             INVALID KEY
                 MOVE 'Y' TO WS-DTEV-BROWSE
           END-START
           PERFORM UNTIL DTEV-BROWSE-DONE
               READ FILEDTEV NEXT RECORD
                 AT END
                     MOVE 'Y' TO WS-DTEV-BROWSE
                 NOT AT END
                     IF (DTEV-FACTORY NOT = WS-NEW-FACTORY)
                       OR (DTEV-WORKBH NOT = WS-NEW-WORKBH)
                       OR (DTEV-DATE NOT = WS-HELD-DATE) THEN
                         MOVE 'Y' TO WS-DTEV-BROWSE
                     ELSE
                         MOVE DTEV-SEQ TO WS-DTEV-NEXT-SEQ
                     END-IF
               END-READ
           END-PERFORM
           .

       140-MOVE-NAME.
      *****************************************************************
      *  The name lookup is a plain sequential file : held whole,
      *  PGM017 appends, reason RRG : the old key emptied (before
      *  the held values, after zero) and the new key filled (before
      *  what it already carried, after the merge). The caller has
      *  set JRNL-MASTER - M, Y, D, A, C, H or E - and the held/target
      *  values
           MOVE WS-RUN-DATE    TO JRNL-DATE
           MOVE WS-OPERATOR    TO JRNL-OPERATOR
           MOVE WS-OLD-FACTORY TO JRNL-FACTORY
           ADD 1 TO WS-MOVED-TOTAL
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
           MOVE 'PGM027'         TO SECU-PROGRAM
           MOVE 'REKEY'          TO SECU-FUNCTION
           MOVE WS-AUTH-OPERATOR TO SECU-OPERATOR
           MOVE WS-AUTH-STATE    TO SECU-CAUSE
           MOVE WS-CARD-IMAGE    TO SECU-CARD
           WRITE SECURITY-LOG-RECORD
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'SECURITY' TO ALR-CONDITION
           MOVE 0          TO ALR-FACT
           MOVE 0          TO ALR-WORK
           MOVE 6          TO ALR-VALUE1
           MOVE 1          TO ALR-VALUE2
           PERFORM 750-WRITE-ALERT
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  What moved, master by master - the report the old
           MOVE 'ENREG. ARRETS DEPLACES      :' TO RGC-LABEL
           MOVE WS-MOVED-DTMD TO RGC-VALUE
           WRITE REORG-REPORT FROM REORG-COUNT-LINE
           MOVE 'ENREG. CAUSES DEPLACES      :' TO RGC-LABEL
           MOVE WS-MOVED-CMTD TO RGC-VALUE
           WRITE REORG-REPORT FROM REORG-COUNT-LINE
           MOVE 'ENREG. EFFECTIFS DEPLACES   :' TO RGC-LABEL
           MOVE WS-MOVED-CRWH TO RGC-VALUE
           WRITE REORG-REPORT FROM REORG-COUNT-LINE
           MOVE 'EVENEMENTS ARRET DEPLACES   :' TO RGC-LABEL
           MOVE WS-MOVED-DTEV TO RGC-VALUE
           WRITE REORG-REPORT FROM REORG-COUNT-LINE
           MOVE 'EVENEMENTS NON DEPLACES     :' TO RGC-LABEL
           MOVE WS-DTEV-NOT-MOVED TO RGC-VALUE
           WRITE REORG-REPORT FROM REORG-COUNT-LINE
           MOVE 'NOMS D ATELIER DEPLACES     :' TO RGC-LABEL
           MOVE WS-MOVED-NAME TO RGC-VALUE
           WRITE REORG-REPORT FROM REORG-COUNT-LINE
           .

       892-WRITE-NOT-AUTHORIZED.
      *****************************************************************
      *  Says why nothing moved; 210 has already logged and alerted
      *  the attempt
           IF OPERATOR-UNKNOWN THEN
               MOVE 'OPERATEUR INCONNU DES HABILITATIONS' TO RGM-TEXT
           ELSE
               MOVE 'OPERATEUR NON HABILITE A REORGANISER' TO RGM-TEXT
           END-IF
           WRITE REORG-REPORT FROM REORG-MSG-LINE
           MOVE 'REORGANISATION REFUSEE' TO RGM-TEXT
           WRITE REORG-REPORT FROM REORG-MSG-LINE
           .

       894-WRITE-CHAIN-REFUSED.
      *****************************************************************
      *  Names the unfinished program the re-key waits on - nothing
      *  was moved
           MOVE 'DERNIER RUN NON TERMINE :' TO RGM-TEXT
           MOVE WS-CHN-CAUSE TO RGM-TEXT(27:8)
           WRITE REORG-REPORT FROM REORG-MSG-LINE
           MOVE 'REORGANISATION REFUSEE - AUCUN MOUVEMENT' TO RGM-TEXT
           WRITE REORG-REPORT FROM REORG-MSG-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = records moved and journaled
      *    4 = valid card but nothing carried the old key from the
      *        effective period on, or downtime events left under
      *        the old key for want of a free sequence
      *    8 = refused - no usable card, or the operator does not
      *        hold the re-key function
      *   12 = refused by the job chain - a load or a restore is
      *        unfinished; nothing was moved
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN NOT AUTHORITY-GRANTED
                   MOVE 8 TO RETURN-CODE
               WHEN CHAIN-HOLD
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MOVED-TOTAL = 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DTEV-NOT-MOVED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

       995-CHAIN-END.
      *****************************************************************
      *  Closes off this run's ledger record : end date/time, the
      *  completion code 990 set, state X when the chain refused the
      *  run and E otherwise. Moved records changed every period from
      *  the effective one on - each of those closes now needs a
      *  fresh PGM026 reconciliation
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
                 IF WS-MOVED-TOTAL > 0 THEN
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
                 FILEJRNL,
                 FILEMTD,
                 FILEYTD,
                 FILEDAYH,
                 FILEDTMD,
                 FILECMTD,
                 FILECRWH,
                 FILEDTEV
           .
