      *    that releases PGM015's fatal-alert gate. Every action
      *    echoes on the report, so "did anyone look at last night's
      *    alert" is answered by the file, not by asking around.
      *    An acknowledgment is only stamped when its operator holds
      *    the acknowledge function on the authority file FILEAUTH;
      *    a refused card is logged to FILESECU and raises a SECURITY
      *    alert of its own.
      *
      * Using :
      *    - FILEPARM : control cards (one action each, like PGM017)
      *    - FILEALRH : alert history maintained by PGM015 (update)
      *    - FILEAUTH : operator authority file (input)
      *    - FILESECU : security violation log (extend)
      *    - FILEALRT : operator alert file (extend)
      *    - FILEOUT1 : open-alerts / acknowledgment report
      *
      * Maintenance Log
      * --------- -------- ---------------------------------------
      * 10/09/26  IBMUSER  Create - alert acknowledgment and
      *                    open-alerts report
      * 15/10/26  IBMUSER  Acknowledgments checked against the
      *                    operator authority file FILEAUTH;
      *                    refusals logged to FILESECU with a
      *                    SECURITY alert
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
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
      / FILEALRH - PERSISTENT ALERT HISTORY
           SELECT FILEALRH
           ASSIGN to FILEALRH
      *    col 02-07  alert date   (key, from the PGM015 run)
      *    col 08-13  alert time   (key)
      *    col 14-15  alert seq    (key)
      *    col 16-23  operator id  (required for A - must hold the
      *                             acknowledge function on FILEAUTH)
      *    col 24-43  comment
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
           02 PARAM-OPERATOR PIC X(08).
           02 PARAM-COMMENT  PIC X(20).
           02 FILLER PIC X(37).
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
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
               88 FS-FP-EOF      VALUE '10'.
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
      *    - 1xx : Main element
      *    - 2xx : Verifications
      *    - 5xx : Operations
      *    - 7xx : Security log and alerts
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *****************************************************************
           WRITE ACK-REPORT FROM NEWLINE
           .

       210-CHECK-AUTHORITY.
      *****************************************************************
      *  The operator named on the card must be on the authority
      *  file FILEAUTH with the acknowledge function granted. The
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
                                 IF AUTH-ACK = 'Y' THEN
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

       500-LIST-OPEN-ALERTS.
      *****************************************************************
      *  Browses the whole history in key order and prints every
      *  Direct keyed READ of the alert the card names, then stamps
      *  the acknowledgment - operator, date, comment - in place.
      *  An operator id is required : an anonymous acknowledgment
      *  defeats the point of the gate - and it must be one allowed
      *  to acknowledge
           IF (PARAM-ALERT-KEY IS NOT NUMERIC) THEN
               MOVE 'CLE D ALERTE NON NUMERIQUE SUR LA CARTE'
                 TO AML-TEXT
                     TO AML-TEXT
                   PERFORM 890-WRITE-REJECT
               ELSE
                   MOVE PARAM-OPERATOR TO WS-AUTH-OPERATOR
                   PERFORM 210-CHECK-AUTHORITY
                   IF AUTHORITY-GRANTED THEN
                       PERFORM 512-READ-ALERT
                   ELSE
                       PERFORM 892-WRITE-NOT-AUTHORIZED
                   END-IF
               END-IF
           END-IF
           .

       512-READ-ALERT.
      *****************************************************************
      *  Keyed READ of the alert named on the card
           MOVE PARAM-ALERT-DATE TO ALRH-DATE
           MOVE PARAM-ALERT-TIME TO ALRH-TIME
           MOVE PARAM-ALERT-SEQ  TO ALRH-SEQ
           READ FILEALRH
             INVALID KEY
                 MOVE 'CLE ABSENTE DE L HISTORIQUE D ALERTES'
                   TO AML-TEXT
                 PERFORM 890-WRITE-REJECT
             NOT INVALID KEY
                 PERFORM 515-STAMP-ACKNOWLEDGMENT
           END-READ
           .

       515-STAMP-ACKNOWLEDGMENT.
      *****************************************************************
      *  Echoes the alert, refuses a double acknowledgment (the
           END-IF
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
               ACCEPT WS-ALERT-DATE FROM DATE
               ACCEPT WS-ALERT-CLOCK FROM TIME
               MOVE WS-ALERT-CLOCK(1:6) TO WS-ALERT-TIME
               MOVE 0 TO WS-ALRH-SEQ
           END-IF
           ADD 1 TO WS-VIOLATIONS
           MOVE SPACES           TO SECURITY-LOG-RECORD
           MOVE WS-ALERT-DATE    TO SECU-DATE
           MOVE WS-ALERT-TIME    TO SECU-TIME
           MOVE 'PGM025'         TO SECU-PROGRAM
           MOVE 'ACK'            TO SECU-FUNCTION
           MOVE WS-AUTH-OPERATOR TO SECU-OPERATOR
           MOVE WS-AUTH-STATE    TO SECU-CAUSE
           MOVE PARAM-RECORD(1:40) TO SECU-CARD
           WRITE SECURITY-LOG-RECORD
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'SECURITY' TO ALR-CONDITION
           MOVE 0          TO ALR-FACT
           MOVE 0          TO ALR-WORK
           MOVE 4          TO ALR-VALUE1
           MOVE WS-CARDS-READ TO ALR-VALUE2
           PERFORM 750-WRITE-ALERT
           .

       800-WRITE-ALERT-DETAIL.
      *****************************************************************
      *  One line per alert : key, severity, condition and figures
           MOVE 'R' TO WS-CARD-STATE
           .

       892-WRITE-NOT-AUTHORIZED.
      *****************************************************************
      *  Rejects the card - the alert stays open; 210 has already
      *  logged and alerted the attempt
           IF OPERATOR-UNKNOWN THEN
               MOVE 'OPERATEUR INCONNU DES HABILITATIONS'
                 TO AML-TEXT
           ELSE
               MOVE 'OPERATEUR NON HABILITE A ACQUITTER' TO AML-TEXT
           END-IF
           PERFORM 890-WRITE-REJECT
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           IF WS-VIOLATIONS > 0 THEN
               CLOSE FILESECU,
                     FILEALRT
           END-IF
           CLOSE FILEPARM,
                 FILEOUT1,
                 FILEALRH
