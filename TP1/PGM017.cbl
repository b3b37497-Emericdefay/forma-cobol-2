      *    and every adjustment is written to the permanent journal
      *    FILEJRNL with before value, after value, reason code,
      *    operator id and posting date - the audit trail for how a
      *    cumulative figure got its value. An adjust card is only
      *    applied when its operator holds the adjust function on
      *    the authority file FILEAUTH; a refused card is logged to
      *    FILESECU and raises a SECURITY alert.
      *
      * Using :
      *    - FILEPARM : maintenance control cards (one per action)
      *    - FILEMTD  : MTD master maintained by PGM015 (update)
      *    - FILEYTD  : YTD master maintained by PGM015 (update)
      *    - FILEJRNL : permanent adjustment journal (extend)
      *    - FILEAUTH : operator authority file (input)
      *    - FILESECU : security violation log (extend)
      *    - FILEALRT : operator alert file (extend)
      *    - FILEALRH : persistent alert history (update)
      *    - FILEOUT1 : maintenance report (one block per card)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 04/08/26  IBMUSER  Create - master maintenance + journal
      * 15/10/26  IBMUSER  Adjust cards checked against the operator
      *                    authority file FILEAUTH; refusals logged
      *                    to FILESECU with a SECURITY alert
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
      *    col 18     sign of the defect adjustment (+ or -)
      *    col 19-25  defect adjustment amount
      *    col 26-28  reason code
      *    col 29-36  operator id (must hold the adjust function on
      *               FILEAUTH for an A card)
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
       01 WS-CARD-STATE PIC X VALUE ' '.
           88 CARD-IS-APPLIED  VALUE 'A'.
           88 CARD-IS-REJECTED VALUE 'R'.
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
      *    - 1xx : Main element
      *    - 2xx : Verifications
      *    - 5xx : Operations
      *    - 7xx : Security log and alerts
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *****************************************************************
      *****************************************************************
      *  Validates the card, then routes it to the display or adjust
      *  routine of the master it names. Every card echoes its key on
      *  the report so the operator can tie answer to question. An
      *  adjust card is checked against the authority file first; a
      *  display card changes nothing and needs no authority
           MOVE ' ' TO WS-CARD-STATE
           MOVE 'G' TO WS-AUTH-STATE
           MOVE PARAM-MASTER  TO MKL-MASTER
           MOVE 0             TO MKL-FACT
           MOVE 0             TO MKL-WORK
               MOVE PARAM-WORKBH  TO MKL-WORK
               MOVE PARAM-PERIOD  TO MKL-PERIOD
               WRITE MAINT-REPORT FROM MAINT-KEY-LINE
               IF PARAM-FUNC-ADJUST THEN
                   MOVE PARAM-OPERATOR TO WS-AUTH-OPERATOR
                   PERFORM 210-CHECK-AUTHORITY
               END-IF
               EVALUATE TRUE
                   WHEN (NOT PARAM-FUNC-DISPLAY)
                     AND (NOT PARAM-FUNC-ADJUST)
                       MOVE 'MONTANT D AJUSTEMENT NON NUMERIQUE'
                         TO MML-TEXT
                       PERFORM 890-WRITE-REJECT
                   WHEN OPERATOR-UNKNOWN
                       MOVE 'OPERATEUR INCONNU DES HABILITATIONS'
                         TO MML-TEXT
                       PERFORM 890-WRITE-REJECT
                   WHEN FUNCTION-NOT-GRANTED
                       MOVE 'OPERATEUR NON HABILITE A AJUSTER - REFUS'
                         TO MML-TEXT
                       PERFORM 890-WRITE-REJECT
                   WHEN PARAM-MASTER-MTD
                       PERFORM 500-HANDLE-MTD
                   WHEN PARAM-MASTER-YTD
           WRITE MAINT-REPORT FROM NEWLINE
           .

       210-CHECK-AUTHORITY.
      *****************************************************************
      *  The operator named on the card must be on the authority
      *  file FILEAUTH with the adjust function granted. The
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
                                 IF AUTH-ADJUST = 'Y' THEN
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

       500-HANDLE-MTD.
      *****************************************************************
      *  Direct keyed READ of the MTD record named by the card, then
           MOVE 'A' TO WS-CARD-STATE
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
           MOVE 'PGM017'         TO SECU-PROGRAM
           MOVE 'ADJUST'         TO SECU-FUNCTION
           MOVE WS-AUTH-OPERATOR TO SECU-OPERATOR
           MOVE WS-AUTH-STATE    TO SECU-CAUSE
           MOVE PARAM-RECORD(1:40) TO SECU-CARD
           WRITE SECURITY-LOG-RECORD
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'SECURITY' TO ALR-CONDITION
           MOVE 0          TO ALR-FACT
           MOVE 0          TO ALR-WORK
           MOVE 1          TO ALR-VALUE1
           MOVE WS-CARDS-READ TO ALR-VALUE2
           PERFORM 750-WRITE-ALERT
           .

       810-WRITE-BEFORE.
      *****************************************************************
      *  Echoes the record as found, display and adjust cards alike
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           IF WS-VIOLATIONS > 0 THEN
               CLOSE FILESECU,
                     FILEALRT,
                     FILEALRH
           END-IF
           CLOSE FILEPARM,
                 FILEOUT1,
                 FILEJRNL,
