      *    whole event is journaled to FILEJRNL the way PGM017
      *    journals adjustments - the audited way back in that hand-
      *    editing FILECLSD never was.
      *    Either function runs only when the operator on the card
      *    holds the close/reopen function on the authority file
      *    FILEAUTH; a refused card is logged to FILESECU and raises
      *    a SECURITY alert.
      *    General ledger : the close values every closed record's
      *    defective units at the FILECOST unit cost and writes the
      *    scrap-cost debit and the matching stock credit per
      *    factory/workshop to the posting file FILEGLPO, under the
      *    cost centre and accounts of the mapping file FILEGLMP,
      *    ending on a balanced control trailer. Every line posted
      *    is kept on the permanent GL history FILEGLHS : a period
      *    already posted is never posted twice, and a reopen writes
      *    the exact reverse of the last posting to FILEGLRV.
      *
      * Using :
      *    - FILEPARM : control card (period, function, authorization)
      *    - FILEHIST : archive of closed MTD records (extend/input)
      *    - FILECLSD : closed-period control file (extend/rewrite)
      *    - FILEJRNL : permanent adjustment journal (extend)
      *    - FILECOST : unit-cost reference (input)
      *    - FILEGLMP : cost centre / GL account mapping (input)
      *    - FILEGLHS : permanent GL posting history (input/extend)
      *    - FILEGLPO : GL posting file for finance (close)
      *    - FILEGLRV : GL reversing file for finance (reopen)
      *    - FILEAUTH : operator authority file (input)
      *    - FILESECU : security violation log (extend)
      *    - FILEALRT : operator alert file (extend)
      *    - FILEALRH : persistent alert history (update)
      *    - FILEOUT1 : close/reopen report
      *    - FILECHAN : job-chain ledger (update)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    key - a reopened, re-closed period holds
      *                    one image set per close and the latest
      *                    close is the truth
      * 15/10/26  IBMUSER  Operator now required for close as well
      *                    as reopen and checked against the
      *                    authority file FILEAUTH; refusals logged
      *                    to FILESECU with a SECURITY alert
      * 15/10/26  IBMUSER  General ledger interface - scrap cost
      *                    posting file FILEGLPO at close, reversing
      *                    file FILEGLRV at reopen, once only through
      *                    the GL history FILEGLHS
      * 15/10/26  IBMUSER  Job-chain ledger FILECHAN - a close runs
      *                    only after a clean PGM026 reconciliation
      *                    later than the last load, re-key, restore
      *                    or reopen touching the period and with no
      *                    adjustment journaled for it since (RC 12)
      * 15/10/26  IBMUSER  A PGM034 journal purge also calls for a
      *                    fresh PGM026 before the next close - it
      *                    renumbers the journal lines the late-
      *                    adjustment check counts from
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FILEJRNL
           ASSIGN to FILEJRNL
           FILE STATUS is FS-FILEJRNL.
      / FILECHAN - JOB-CHAIN LEDGER
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.
      / FILECOST - UNIT-COST REFERENCE LOOKUP
           SELECT FILECOST
           ASSIGN to FILECOST
           FILE STATUS is FS-FILECOST.
      / FILEGLMP - COST CENTRE / GL ACCOUNT MAPPING
           SELECT FILEGLMP
           ASSIGN to FILEGLMP
           FILE STATUS is FS-FILEGLMP.
      / FILEGLHS - PERMANENT GL POSTING HISTORY
           SELECT FILEGLHS
           ASSIGN to FILEGLHS
           FILE STATUS is FS-FILEGLHS.
      / FILEGLPO - GL POSTING FILE (CLOSE)
           SELECT FILEGLPO
           ASSIGN to FILEGLPO
           FILE STATUS is FS-FILEGLPO.
      / FILEGLRV - GL REVERSING FILE (REOPEN)
           SELECT FILEGLRV
           ASSIGN to FILEGLRV
           FILE STATUS is FS-FILEGLRV.
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
      *    col 06-13  authorization code (required for reopen - the
      *               signed code off the controller's restatement
      *               order, journaled and printed with the event)
      *    col 14-21  operator id (required for close and reopen -
      *               must hold the close/reopen function on
      *               FILEAUTH)
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 JRNL-AFTER-BAD   PIC 9(07).
           02 JRNL-REASON      PIC X(03).
           02 FILLER PIC X(27).
      / FILECOST - UNIT-COST REFERENCE LOOKUP (LAYOUT OF PGM015)
       FD FILECOST RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 COST-RECORD.
           02 COST-FACTORY    PIC 9(01).
           02 COST-WORKBH     PIC 9(02).
           02 COST-UNIT-VALUE PIC 9(05)V99.
           02 FILLER          PIC X(70).
      / FILEGLMP - COST CENTRE / GL ACCOUNT MAPPING
      *  One row per factory (workshop 00) or per workshop when the
      *  workshop books to its own cost centre; the workshop row
      *  wins. The scrap account takes the debit, the stock account
      *  the credit :
      *    col 01     factory
      *    col 02-03  workshop (00 = whole factory)
      *    col 04-09  cost centre
      *    col 10-17  scrap-cost GL account (debit)
      *    col 18-25  finished-stock GL account (credit)
       FD FILEGLMP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-MAPPING-RECORD.
           02 GLMP-FACTORY       PIC 9(01).
           02 GLMP-WORKBH        PIC 9(02).
           02 GLMP-COST-CENTRE   PIC X(06).
           02 GLMP-SCRAP-ACCOUNT PIC X(08).
           02 GLMP-STOCK-ACCOUNT PIC X(08).
           02 FILLER             PIC X(55).
      / FILEGLHS - PERMANENT GL POSTING HISTORY
      *  Every line ever written to FILEGLPO or FILEGLRV, in the
      *  WS-GL-ENTRY layout - never rewritten
       FD FILEGLHS RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-HISTORY-RECORD.
           02 FILLER PIC X(80).
      / FILEGLPO - GL POSTING FILE (WS-GL-ENTRY LAYOUT)
       FD FILEGLPO RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-POSTING-RECORD.
           02 FILLER PIC X(80).
      / FILEGLRV - GL REVERSING FILE (WS-GL-ENTRY LAYOUT)
       FD FILEGLRV RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 GL-REVERSING-RECORD.
           02 FILLER PIC X(80).
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
      *  Same record as PGM015's FILEMTD with the close marker carved
      *  out of the filler : MSTR-CLOSED is 'C' once the period the
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

      *****************************************************************
       WORKING-STORAGE SECTION.
           88 FUNC-IS-REOPEN VALUE 'R'.
       01 WS-AUTH-CODE PIC X(08) VALUE SPACES.
       01 WS-OPERATOR  PIC X(08) VALUE SPACES.
       01 WS-CARD-IMAGE PIC X(40) VALUE SPACES.
       01 WS-PERIOD-STATE PIC X VALUE ' '.
           88 PERIOD-ALREADY-CLOSED VALUE 'C'.
      / CLOSED-PERIOD TABLE (WHOLE FILECLSD HELD FOR THE REWRITE)
               03 WS-CLSD-DATE   PIC 9(06) VALUE 0.
       01 WS-CLSD-COUNT PIC 9(02) VALUE 0.
       01 WS-CLSD-IDX   PIC 9(02) VALUE 0.
      / UNIT COSTS AND GL MAPPING (LOADED FROM FILECOST/FILEGLMP)
      *  Same 100-slot capacity as the other factory/workshop
      *  reference tables; a workshop with no cost row posts nothing
       01 WS-COST-TABLE.
           02 FILLER OCCURS 100.
               03 WS-CO-FACTORY PIC 9(01).
               03 WS-CO-WORKBH  PIC 9(02).
               03 WS-CO-VALUE   PIC 9(05)V99.
       01 WS-CO-COUNT PIC 9(03) VALUE 0.
       01 WS-CO-IDX   PIC 9(03) VALUE 0.
       01 WS-UNIT-COST PIC 9(05)V99 VALUE 0.
       01 WS-GL-MAP-TABLE.
           02 FILLER OCCURS 100.
               03 WS-GM-FACTORY PIC 9(01).
               03 WS-GM-WORKBH  PIC 9(02).
               03 WS-GM-CENTRE  PIC X(06).
               03 WS-GM-SCRAP   PIC X(08).
               03 WS-GM-STOCK   PIC X(08).
       01 WS-GM-COUNT PIC 9(03) VALUE 0.
       01 WS-GM-IDX   PIC 9(03) VALUE 0.
       01 WS-GM-FOUND PIC 9(03) VALUE 0.
       01 WS-GM-DEFAULT PIC 9(03) VALUE 0.
      / GENERAL LEDGER ENTRY (FILEGLPO, FILEGLRV AND FILEGLHS)
      *  Record type E = entry, T = control trailer; kind P = posting
      *  at close, R = reversal at reopen. Amounts are unsigned in
      *  francs, the side D/C carries the sign. The trailer counts
      *  the entries and holds the two totals, equal by construction
       01 WS-GL-ENTRY.
           02 GLE-REC-TYPE PIC X(01).
               88 GLE-IS-ENTRY   VALUE 'E'.
               88 GLE-IS-TRAILER VALUE 'T'.
           02 GLE-KIND     PIC X(01).
               88 GLE-IS-POSTING  VALUE 'P'.
               88 GLE-IS-REVERSAL VALUE 'R'.
           02 GLE-PERIOD   PIC 9(04).
           02 GLE-RUN-DATE PIC 9(06).
           02 GLE-DETAIL.
               03 GLE-FACTORY     PIC 9(01).
               03 GLE-WORKBH      PIC 9(02).
               03 GLE-COST-CENTRE PIC X(06).
               03 GLE-ACCOUNT     PIC X(08).
               03 GLE-SIDE        PIC X(01).
                   88 GLE-IS-DEBIT  VALUE 'D'.
                   88 GLE-IS-CREDIT VALUE 'C'.
               03 GLE-AMOUNT      PIC 9(11)V99.
               03 GLE-BAD-QTY     PIC 9(07).
               03 GLE-UNIT-COST   PIC 9(05)V99.
               03 FILLER          PIC X(23).
           02 GLE-TOTALS REDEFINES GLE-DETAIL.
               03 GLE-ENTRY-COUNT PIC 9(07).
               03 GLE-TOTAL-DEBIT  PIC 9(13)V99.
               03 GLE-TOTAL-CREDIT PIC 9(13)V99.
               03 FILLER           PIC X(31).
      / GL POSTING STATE AND TOTALS
      *  WS-GL-STATE is the period's standing on FILEGLHS : P = its
      *  last posting stands, R = reversed, O = a posting batch is
      *  being read back. The lines of the standing posting are held
      *  for the reopen to reverse - two per workshop, 200 slots
       01 WS-GL-STATE PIC X VALUE ' '.
           88 GL-PERIOD-POSTED VALUE 'P'.
           88 GL-BATCH-OPEN    VALUE 'O'.
       01 WS-GL-OUTPUT PIC X VALUE ' '.
           88 GL-POSTING-OPEN   VALUE 'P'.
           88 GL-REVERSING-OPEN VALUE 'R'.
       01 WS-GL-HELD-TABLE.
           02 WS-GLH-LINE PIC X(80) OCCURS 200.
       01 WS-GLH-COUNT PIC 9(03) VALUE 0.
       01 WS-GLH-IDX   PIC 9(03) VALUE 0.
       01 WS-GL-AMOUNT  PIC 9(11)V99 VALUE 0.
       01 WS-GL-ENTRIES PIC 9(07) VALUE 0.
       01 WS-GL-DEBIT   PIC 9(13)V99 VALUE 0.
       01 WS-GL-CREDIT  PIC 9(13)V99 VALUE 0.
       01 WS-GL-UNPOSTED PIC 9(05) VALUE 0.
       01 WS-GL-NO-COST  PIC 9(05) VALUE 0.
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
           02 FILLER    PIC X(01) VALUE SPACES.
           02 RAL-OPER  PIC X(08).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 GL-AMOUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 GAL-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 GAL-VALUE PIC Z(12)9.99.
           02 FILLER    PIC X(02) VALUE ' F'.
           02 FILLER    PIC X(24) VALUE SPACES.
       01 GL-UNMAPPED-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(33) VALUE
               'SANS IMPUTATION COMPTABLE - USINE'.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 GUL-FACT  PIC 9(01).
           02 FILLER    PIC X(10) VALUE ' ATELIER  '.
           02 GUL-WORK  PIC 9(02).
           02 FILLER    PIC X(28) VALUE SPACES.
      / COUNTERS AND SWITCHES
       01 WS-RECORDS-CLOSED    PIC 9(05) VALUE 0.
       01 WS-RECORDS-REOPENED  PIC 9(05) VALUE 0.
       01 WS-REOPEN-STATE PIC X VALUE ' '.
           88 REOPEN-IS-DONE    VALUE 'D'.
           88 REOPEN-IS-REFUSED VALUE 'R'.
      / JOB-CHAIN LEDGER
      *  This run's own ledger key, kept from the start write to the
      *  end rewrite. The scan leaves RECONCILED 'Y' when the last
      *  event bearing on the period is a clean PGM026, with that
      *  run's journal count as the mark; otherwise the program and
      *  start date of the run that left the period unreconciled.
      *  Journal lines past the mark for the period are adjustments
      *  posted after the reconciliation
       01 WS-CHN-KEY        PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK      PIC 9(08) VALUE 0.
       01 WS-CHN-RECONCILED PIC X VALUE 'N'.
       01 WS-CHN-JRNL-MARK  PIC 9(07) VALUE 0.
       01 WS-CHN-JRNL-READ  PIC 9(07) VALUE 0.
       01 WS-CHN-LATE-ADJ   PIC 9(05) VALUE 0.
       01 WS-CHN-CAUSE      PIC X(08) VALUE SPACES.
       01 WS-CHN-CAUSE-DATE PIC 9(06) VALUE 0.
       01 WS-CHN-HOLD       PIC X VALUE 'N'.
           88 CHAIN-HOLD VALUE 'Y'.
       01 WS-CHN-REASON     PIC X(03) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
           05 FS-FILEJRNL    PIC X(02).
               88 FS-JR-OK       VALUE '00'.
               88 FS-JR-MISSING  VALUE '35'.
       01 FILECOST-STATUS.
           05 FS-FILECOST    PIC X(02).
               88 FS-CO-OK       VALUE '00'.
               88 FS-CO-EOF      VALUE '10'.
       01 FILEGLMP-STATUS.
           05 FS-FILEGLMP    PIC X(02).
               88 FS-GM-OK       VALUE '00'.
               88 FS-GM-EOF      VALUE '10'.
       01 FILEGLHS-STATUS.
           05 FS-FILEGLHS    PIC X(02).
               88 FS-GH-OK       VALUE '00'.
               88 FS-GH-EOF      VALUE '10'.
               88 FS-GH-MISSING  VALUE '35'.
       01 FILEGLPO-STATUS.
           05 FS-FILEGLPO    PIC X(02).
       01 FILEGLRV-STATUS.
           05 FS-FILEGLRV    PIC X(02).
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
           IF WS-CLOSE-PERIOD > 0 THEN
               PERFORM 210-CHECK-AUTHORITY
           END-IF
           PERFORM 030-CHAIN-GUARD
           EVALUATE TRUE
               WHEN (WS-CLOSE-PERIOD > 0) AND (NOT AUTHORITY-GRANTED)
                   PERFORM 892-WRITE-NOT-AUTHORIZED
               WHEN FUNC-IS-REOPEN
                   PERFORM 150-REOPEN-PERIOD
               WHEN PERIOD-ALREADY-CLOSED
                   PERFORM 890-WRITE-ALREADY-CLOSED
               WHEN CHAIN-HOLD
                   PERFORM 894-WRITE-CHAIN-REFUSED
               WHEN OTHER
                   PERFORM 100-CLOSE-PERIOD
           END-EVALUATE
           PERFORM 990-SET-RETURN-CODE
           PERFORM 995-CHAIN-END
           PERFORM 999-FCLOS
           GOBACK
           .
                   END-IF
                   MOVE PARAM-AUTH-CODE TO WS-AUTH-CODE
                   MOVE PARAM-OPERATOR  TO WS-OPERATOR
                   MOVE PARAM-OPERATOR  TO WS-AUTH-OPERATOR
                   MOVE PARAM-RECORD(1:40) TO WS-CARD-IMAGE
               END-IF
               CLOSE FILEPARM
           END-IF
           WRITE CLOSE-REPORT FROM NEWLINE
           .

       030-CHAIN-GUARD.
      *****************************************************************
      *  Reads the job-chain ledger through. A close freezes the
      *  period's figures for good, so it goes ahead only when the
      *  MTD master was last reconciled clean by PGM026 after every
      *  load, re-key, restore, reopen or journal purge that could
      *  have moved the period (or its journal mark) - and only when
      *  no adjustment for the period has been journaled since
      *  (PGM017 posts straight to the master and journals every
      *  line, so the journal past the count the reconciliation read
      *  is the record of what it never saw).
      *  A reopen is the auditor's own step and is not held. Either
      *  way the run files its own record, state R; 995 closes it
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
           IF (WS-CLOSE-PERIOD > 0) AND (AUTHORITY-GRANTED)
             AND (NOT FUNC-IS-REOPEN)
             AND (NOT PERIOD-ALREADY-CLOSED) THEN
               IF WS-CHN-RECONCILED = 'Y' THEN
                   PERFORM 033-CHAIN-JOURNAL-CHECK
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHN-RECONCILED NOT = 'Y'
                       MOVE 'Y'   TO WS-CHN-HOLD
                       MOVE 'REC' TO WS-CHN-REASON
                   WHEN WS-CHN-LATE-ADJ > 0
                       MOVE 'Y'   TO WS-CHN-HOLD
                       MOVE 'ADJ' TO WS-CHN-REASON
               END-EVALUATE
           END-IF
           PERFORM 032-CHAIN-START
           .

       031-CHAIN-NOTE-RUN.
      *****************************************************************
      *  One ledger record read in running order. A clean PGM026
      *  reconciles every period at once; a load, re-key, restore or
      *  reopen that changed this period - or never finished, so
      *  nobody knows what it changed - unreconciles it again. So
      *  does a PGM034 purge that rewrote the journal (changed, over
      *  every period) : the line count of the reconciliation before
      *  it no longer marks anything. A run the chain refused
      *  touched nothing and does not count
           EVALUATE TRUE
               WHEN CHN-STATE = 'X'
                   CONTINUE
               WHEN CHN-PROGRAM = 'PGM026'
                   IF (CHN-STATE = 'E') AND (CHN-CLEAN = 'Y') THEN
                       MOVE 'Y' TO WS-CHN-RECONCILED
                       MOVE CHN-JRNL-COUNT TO WS-CHN-JRNL-MARK
                   END-IF
               WHEN (CHN-PROGRAM = 'PGM015')
                 OR (CHN-PROGRAM = 'PGM027')
                 OR (CHN-PROGRAM = 'PGM028')
                 OR (CHN-PROGRAM = 'PGM034')
                 OR ((CHN-PROGRAM = 'PGM018')
                   AND (CHN-FUNCTION = 'REOPEN'))
                   IF (CHN-STATE = 'R')
                     OR ((CHN-CHANGED = 'Y')
                       AND ((CHN-PERIOD-LOW = 0)
                         OR ((WS-CLOSE-PERIOD >= CHN-PERIOD-LOW)
                           AND (WS-CLOSE-PERIOD <= CHN-PERIOD-HIGH))))
                     THEN
                       MOVE 'N'            TO WS-CHN-RECONCILED
                       MOVE CHN-PROGRAM    TO WS-CHN-CAUSE
                       MOVE CHN-START-DATE TO WS-CHN-CAUSE-DATE
                   END-IF
           END-EVALUATE
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
           MOVE 'PGM018'     TO CHN-PROGRAM
           IF FUNC-IS-REOPEN THEN
               MOVE 'REOPEN'  TO CHN-FUNCTION
           ELSE
               MOVE 'CLOSE'   TO CHN-FUNCTION
           END-IF
           MOVE WS-CLOSE-PERIOD TO CHN-PERIOD-LOW
           MOVE WS-CLOSE-PERIOD TO CHN-PERIOD-HIGH
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

       033-CHAIN-JOURNAL-CHECK.
      *****************************************************************
      *  Counts the journal lines past the last clean reconciliation's
      *  mark that adjust this period's MTD figures. Only a PGM034
      *  purge ever shortens the journal, and it files itself on the
      *  ledger as a change to every period (031), so a mark that
      *  reaches here was counted on the journal as it stands - line
      *  N today is line N as PGM026 counted it
           OPEN INPUT FILEJRNL
           IF FS-JR-OK THEN
               PERFORM UNTIL NOT FS-JR-OK
                   READ FILEJRNL
                     AT END
                         CONTINUE
                     NOT AT END
                         ADD 1 TO WS-CHN-JRNL-READ
                         IF (WS-CHN-JRNL-READ > WS-CHN-JRNL-MARK)
                           AND (JRNL-MASTER = 'M')
                           AND (JRNL-PERIOD IS NUMERIC)
                           AND (JRNL-PERIOD = WS-CLOSE-PERIOD) THEN
                             ADD 1 TO WS-CHN-LATE-ADJ
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILEJRNL
           END-IF
           .

       200-CHECK-ALREADY-CLOSED.
      *****************************************************************
      *  An OPEN period must not be closed twice over - the archive
           END-IF
           .

       210-CHECK-AUTHORITY.
      *****************************************************************
      *  The operator named on the card must be on the authority
      *  file FILEAUTH with the close/reopen function granted. The
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
                                 IF AUTH-CLOSE = 'Y' THEN
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

       100-CLOSE-PERIOD.
      *****************************************************************
      *  Positions the master on the first record of any factory, then
               MOVE 'AUCUNE PERIODE VALIDE SUR LA CARTE' TO CML-TEXT
               WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           ELSE
               PERFORM 010-GL-REFERENCES
               PERFORM 020-GL-HISTORY-STATE
               IF GL-PERIOD-POSTED THEN
                   MOVE 'ECRITURES DEJA COMPTABILISEES - NON REPRISES'
                     TO CML-TEXT
                   WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
               ELSE
                   PERFORM 003-GL-POST-OPEN
               END-IF
               MOVE LOW-VALUES TO MSTR-KEY
               START FILEMTD KEY IS NOT LESS THAN MSTR-KEY
                 INVALID KEY
               MOVE 'ENREG. ARCHIVES ET CLOTURES :' TO CCL-LABEL
               MOVE WS-RECORDS-CLOSED TO CCL-VALUE
               WRITE CLOSE-REPORT FROM CLOSE-COUNT-LINE
               IF GL-POSTING-OPEN THEN
                   PERFORM 535-WRITE-GL-TRAILER
                   PERFORM 870-WRITE-GL-COUNTS
               END-IF
           END-IF
           .

           MOVE 'C' TO MSTR-CLOSED
           REWRITE MASTER-MTD-RECORD
           ADD 1 TO WS-RECORDS-CLOSED
           IF GL-POSTING-OPEN THEN
               PERFORM 520-POST-ONE-WORKSHOP
           END-IF
           .

       520-POST-ONE-WORKSHOP.
      *****************************************************************
      *  The closed record's defective units at the workshop's unit
      *  cost : debit to the scrap-cost account, same amount credited
      *  to stock, both under the workshop's cost centre. Nothing to
      *  value posts nothing; a value with no mapping is listed
           IF MSTR-MTD-BAD > 0 THEN
               PERFORM 525-FIND-UNIT-COST
               PERFORM 527-FIND-GL-MAPPING
               EVALUATE TRUE
                   WHEN WS-UNIT-COST = 0
                       ADD 1 TO WS-GL-NO-COST
                   WHEN WS-GM-FOUND = 0
                       ADD 1 TO WS-GL-UNPOSTED
                       MOVE MSTR-FACTORY TO GUL-FACT
                       MOVE MSTR-WORKBH  TO GUL-WORK
                       WRITE CLOSE-REPORT FROM GL-UNMAPPED-LINE
                   WHEN OTHER
                       COMPUTE WS-GL-AMOUNT ROUNDED =
                           MSTR-MTD-BAD * WS-UNIT-COST
                       MOVE SPACES          TO WS-GL-ENTRY
                       MOVE 'E'             TO GLE-REC-TYPE
                       MOVE 'P'             TO GLE-KIND
                       MOVE WS-CLOSE-PERIOD TO GLE-PERIOD
                       MOVE WS-RUN-DATE     TO GLE-RUN-DATE
                       MOVE MSTR-FACTORY    TO GLE-FACTORY
                       MOVE MSTR-WORKBH     TO GLE-WORKBH
                       MOVE WS-GM-CENTRE(WS-GM-FOUND)
                         TO GLE-COST-CENTRE
                       MOVE WS-GL-AMOUNT    TO GLE-AMOUNT
                       MOVE MSTR-MTD-BAD    TO GLE-BAD-QTY
                       MOVE WS-UNIT-COST    TO GLE-UNIT-COST
                       MOVE WS-GM-SCRAP(WS-GM-FOUND) TO GLE-ACCOUNT
                       MOVE 'D'             TO GLE-SIDE
                       PERFORM 530-WRITE-GL-LINE
                       MOVE WS-GM-STOCK(WS-GM-FOUND) TO GLE-ACCOUNT
                       MOVE 'C'             TO GLE-SIDE
                       PERFORM 530-WRITE-GL-LINE
               END-EVALUATE
           END-IF
           .

       525-FIND-UNIT-COST.
      *****************************************************************
      *  Unit cost of the master record's factory/workshop, zero
      *  when FILECOST has no row for it
           MOVE 0 TO WS-UNIT-COST
           PERFORM
             VARYING WS-CO-IDX FROM 1 BY 1
             UNTIL (WS-CO-IDX > WS-CO-COUNT)
               IF (WS-CO-FACTORY(WS-CO-IDX) = MSTR-FACTORY)
                 AND (WS-CO-WORKBH(WS-CO-IDX) = MSTR-WORKBH) THEN
                   MOVE WS-CO-VALUE(WS-CO-IDX) TO WS-UNIT-COST
               END-IF
           END-PERFORM
           .

       527-FIND-GL-MAPPING.
      *****************************************************************
      *  Mapping slot of the master record's workshop - its own row
      *  when there is one, else its factory's workshop-00 row
           MOVE 0 TO WS-GM-FOUND
           MOVE 0 TO WS-GM-DEFAULT
           PERFORM
             VARYING WS-GM-IDX FROM 1 BY 1
             UNTIL (WS-GM-IDX > WS-GM-COUNT)
               IF WS-GM-FACTORY(WS-GM-IDX) = MSTR-FACTORY THEN
                   IF WS-GM-WORKBH(WS-GM-IDX) = MSTR-WORKBH THEN
                       MOVE WS-GM-IDX TO WS-GM-FOUND
                   END-IF
                   IF WS-GM-WORKBH(WS-GM-IDX) = 0 THEN
                       MOVE WS-GM-IDX TO WS-GM-DEFAULT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GM-FOUND = 0 THEN
               MOVE WS-GM-DEFAULT TO WS-GM-FOUND
           END-IF
           .

       530-WRITE-GL-LINE.
      *****************************************************************
      *  One entry, loaded in WS-GL-ENTRY by the caller, to the
      *  finance file of the run and to the GL history, counted into
      *  the trailer
           IF GL-POSTING-OPEN THEN
               WRITE GL-POSTING-RECORD FROM WS-GL-ENTRY
           ELSE
               WRITE GL-REVERSING-RECORD FROM WS-GL-ENTRY
           END-IF
           WRITE GL-HISTORY-RECORD FROM WS-GL-ENTRY
           ADD 1 TO WS-GL-ENTRIES
           IF GLE-IS-DEBIT THEN
               ADD GLE-AMOUNT TO WS-GL-DEBIT
           ELSE
               ADD GLE-AMOUNT TO WS-GL-CREDIT
           END-IF
           .

       535-WRITE-GL-TRAILER.
      *****************************************************************
      *  Control trailer finance balances the load against : entry
      *  count, total debits, total credits. Written to the history
      *  too - it is what marks the period posted or reversed - and
      *  both files are closed here
           MOVE SPACES          TO WS-GL-ENTRY
           MOVE 'T'             TO GLE-REC-TYPE
           IF GL-POSTING-OPEN THEN
               MOVE 'P'         TO GLE-KIND
           ELSE
               MOVE 'R'         TO GLE-KIND
           END-IF
           MOVE WS-CLOSE-PERIOD TO GLE-PERIOD
           MOVE WS-RUN-DATE     TO GLE-RUN-DATE
           MOVE WS-GL-ENTRIES   TO GLE-ENTRY-COUNT
           MOVE WS-GL-DEBIT     TO GLE-TOTAL-DEBIT
           MOVE WS-GL-CREDIT    TO GLE-TOTAL-CREDIT
           IF GL-POSTING-OPEN THEN
               WRITE GL-POSTING-RECORD FROM WS-GL-ENTRY
               CLOSE FILEGLPO
           ELSE
               WRITE GL-REVERSING-RECORD FROM WS-GL-ENTRY
               CLOSE FILEGLRV
           END-IF
           WRITE GL-HISTORY-RECORD FROM WS-GL-ENTRY
           CLOSE FILEGLHS
           .

       550-RECORD-CLOSED-PERIOD.
                   MOVE 'ENREG. RESTAURES D ARCHIVE :' TO CCL-LABEL
                   MOVE WS-RECORDS-RESTORED TO CCL-VALUE
                   WRITE CLOSE-REPORT FROM CLOSE-COUNT-LINE
                   PERFORM 160-REVERSE-GENERAL-LEDGER
                   MOVE 'D' TO WS-REOPEN-STATE
           END-EVALUATE
           .
           END-IF
           .

       003-GL-POST-OPEN.
      *****************************************************************
      *  The posting file is rebuilt by every close that posts; the
      *  GL history is permanent and opened EXTEND, created empty on
      *  first use like the journal
           OPEN OUTPUT FILEGLPO
           OPEN EXTEND FILEGLHS
           IF FS-GH-MISSING THEN
               OPEN OUTPUT FILEGLHS
               CLOSE FILEGLHS
               OPEN EXTEND FILEGLHS
           END-IF
           MOVE 'P' TO WS-GL-OUTPUT
           .

       004-GL-REVERSE-OPEN.
      *****************************************************************
      *  Same as 003-GL-POST-OPEN for the reversing file of a reopen
           OPEN OUTPUT FILEGLRV
           OPEN EXTEND FILEGLHS
           IF FS-GH-MISSING THEN
               OPEN OUTPUT FILEGLHS
               CLOSE FILEGLHS
               OPEN EXTEND FILEGLHS
           END-IF
           MOVE 'R' TO WS-GL-OUTPUT
           .

       010-GL-REFERENCES.
      *****************************************************************
      *  Loads the unit costs and the account mapping. Both are
      *  optional lookups : a workshop without a cost posts nothing,
      *  a costed workshop without a mapping is listed as not posted
           OPEN INPUT FILECOST
           IF FS-CO-OK THEN
               PERFORM UNTIL FS-CO-EOF
                   READ FILECOST
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (COST-RECORD(1:10) IS NUMERIC)
                           AND (WS-CO-COUNT < 100) THEN
                             ADD 1 TO WS-CO-COUNT
                             MOVE COST-FACTORY
                               TO WS-CO-FACTORY(WS-CO-COUNT)
                             MOVE COST-WORKBH
                               TO WS-CO-WORKBH(WS-CO-COUNT)
                             MOVE COST-UNIT-VALUE
                               TO WS-CO-VALUE(WS-CO-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILECOST
           END-IF
           OPEN INPUT FILEGLMP
           IF FS-GM-OK THEN
               PERFORM UNTIL FS-GM-EOF
                   READ FILEGLMP
                     AT END
                         CONTINUE
                     NOT AT END
                         IF (GL-MAPPING-RECORD(1:3) IS NUMERIC)
                           AND (GLMP-SCRAP-ACCOUNT NOT = SPACES)
                           AND (GLMP-STOCK-ACCOUNT NOT = SPACES)
                           AND (WS-GM-COUNT < 100) THEN
                             ADD 1 TO WS-GM-COUNT
                             MOVE GLMP-FACTORY
                               TO WS-GM-FACTORY(WS-GM-COUNT)
                             MOVE GLMP-WORKBH
                               TO WS-GM-WORKBH(WS-GM-COUNT)
                             MOVE GLMP-COST-CENTRE
                               TO WS-GM-CENTRE(WS-GM-COUNT)
                             MOVE GLMP-SCRAP-ACCOUNT
                               TO WS-GM-SCRAP(WS-GM-COUNT)
                             MOVE GLMP-STOCK-ACCOUNT
                               TO WS-GM-STOCK(WS-GM-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILEGLMP
           END-IF
           .

       020-GL-HISTORY-STATE.
      *****************************************************************
      *  Reads the GL history through for the period. The period is
      *  posted when its last trailer is a posting one; the entries
      *  of that posting are held for a reopen to reverse line for
      *  line - the reverse must cancel what finance received, not
      *  a revaluation at today's costs. A missing history means
      *  nothing was ever posted
           MOVE ' ' TO WS-GL-STATE
           MOVE 0 TO WS-GLH-COUNT
           OPEN INPUT FILEGLHS
           IF FS-GH-OK THEN
               PERFORM UNTIL FS-GH-EOF
                   READ FILEGLHS INTO WS-GL-ENTRY
                     AT END
                         CONTINUE
                     NOT AT END
                         IF GLE-PERIOD = WS-CLOSE-PERIOD THEN
                             PERFORM 025-GL-HISTORY-LINE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FILEGLHS
           END-IF
           .

       025-GL-HISTORY-LINE.
      *****************************************************************
      *  One history line of the period : a posting entry after a
      *  trailer starts a new batch, a posting trailer makes it the
      *  standing one, a reversal trailer cancels it
           EVALUATE TRUE
               WHEN (GLE-IS-ENTRY) AND (GLE-IS-POSTING)
                   IF NOT GL-BATCH-OPEN THEN
                       MOVE 0 TO WS-GLH-COUNT
                       MOVE 'O' TO WS-GL-STATE
                   END-IF
                   IF WS-GLH-COUNT < 200 THEN
                       ADD 1 TO WS-GLH-COUNT
                       MOVE WS-GL-ENTRY TO WS-GLH-LINE(WS-GLH-COUNT)
                   END-IF
               WHEN (GLE-IS-TRAILER) AND (GLE-IS-POSTING)
                   IF NOT GL-BATCH-OPEN THEN
                       MOVE 0 TO WS-GLH-COUNT
                   END-IF
                   MOVE 'P' TO WS-GL-STATE
               WHEN (GLE-IS-TRAILER) AND (GLE-IS-REVERSAL)
                   MOVE 0 TO WS-GLH-COUNT
                   MOVE 'R' TO WS-GL-STATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       152-UNLOCK-MASTER-RECORDS.
      *****************************************************************
      *  Walks the master and clears the close marker on every record
           END-IF
           .

       160-REVERSE-GENERAL-LEDGER.
      *****************************************************************
      *  A reopened period takes its scrap cost back out of the
      *  ledger : every entry of the standing posting goes out again
      *  on the reversing file with the side swapped. A period never
      *  posted (closed before the interface, or already reversed)
      *  has nothing to reverse
           PERFORM 020-GL-HISTORY-STATE
           IF GL-PERIOD-POSTED THEN
               PERFORM 004-GL-REVERSE-OPEN
               PERFORM
                 VARYING WS-GLH-IDX FROM 1 BY 1
                 UNTIL (WS-GLH-IDX > WS-GLH-COUNT)
                   PERFORM 570-REVERSE-ONE-LINE
               END-PERFORM
               PERFORM 535-WRITE-GL-TRAILER
               PERFORM 870-WRITE-GL-COUNTS
           ELSE
               MOVE 'AUCUNE ECRITURE GL A CONTREPASSER' TO CML-TEXT
               WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           END-IF
           .

       570-REVERSE-ONE-LINE.
      *****************************************************************
      *  One held posting entry sent back with the side swapped and
      *  today's date - account, cost centre and amount unchanged
           MOVE WS-GLH-LINE(WS-GLH-IDX) TO WS-GL-ENTRY
           MOVE 'R'         TO GLE-KIND
           MOVE WS-RUN-DATE TO GLE-RUN-DATE
           IF GLE-IS-DEBIT THEN
               MOVE 'C' TO GLE-SIDE
           ELSE
               MOVE 'D' TO GLE-SIDE
           END-IF
           PERFORM 530-WRITE-GL-LINE
           .

       560-REWRITE-CLOSED-FILE.
      *****************************************************************
      *  Rewrites the closed-period control file from the table held
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
           MOVE 'PGM018'         TO SECU-PROGRAM
           IF FUNC-IS-REOPEN THEN
               MOVE 'REOPEN'     TO SECU-FUNCTION
           ELSE
               MOVE 'CLOSE'      TO SECU-FUNCTION
           END-IF
           MOVE WS-AUTH-OPERATOR TO SECU-OPERATOR
           MOVE WS-AUTH-STATE    TO SECU-CAUSE
           MOVE WS-CARD-IMAGE    TO SECU-CARD
           WRITE SECURITY-LOG-RECORD
           MOVE 'E'        TO ALR-SEVERITY
           MOVE 'SECURITY' TO ALR-CONDITION
           MOVE 0          TO ALR-FACT
           MOVE 0          TO ALR-WORK
           MOVE 2          TO ALR-VALUE1
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
               MOVE 'OPERATEUR NON HABILITE CLOTURE/REOUVERTURE'
                 TO CML-TEXT
           END-IF
           WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           .

       894-WRITE-CHAIN-REFUSED.
      *****************************************************************
      *  Refuses the close - nothing was touched - and says what the
      *  controller has to run first : a PGM026 reconciliation later
      *  than the run named, or later than the adjustments counted
           MOVE 'RECONCILIATION PGM026 REQUISE AVANT CLOTURE'
             TO CML-TEXT
           WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           EVALUATE TRUE
               WHEN WS-CHN-REASON = 'ADJ'
                   MOVE 'AJUSTEMENTS APRES PGM026   :' TO CCL-LABEL
                   MOVE WS-CHN-LATE-ADJ TO CCL-VALUE
                   WRITE CLOSE-REPORT FROM CLOSE-COUNT-LINE
               WHEN WS-CHN-CAUSE = SPACES
                   MOVE 'AUCUNE PGM026 PROPRE AU JOURNAL DE CHAINE'
                     TO CML-TEXT
                   WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
               WHEN OTHER
                   MOVE 'PERIODE MODIFIEE PAR' TO CML-TEXT
                   MOVE WS-CHN-CAUSE      TO CML-TEXT(22:8)
                   MOVE 'LE'              TO CML-TEXT(31:2)
                   MOVE WS-CHN-CAUSE-DATE TO CML-TEXT(34:6)
                   WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           END-EVALUATE
           MOVE 'CLOTURE REFUSEE - AUCUNE ACTION' TO CML-TEXT
           WRITE CLOSE-REPORT FROM CLOSE-MSG-LINE
           .

       895-WRITE-REOPEN-REFUSED.
      *****************************************************************
      *  Prints why the reopen was refused - nothing was touched
           MOVE 'R' TO WS-REOPEN-STATE
           .

       870-WRITE-GL-COUNTS.
      *****************************************************************
      *  What went to finance : entries and the two balanced totals,
      *  and at close the workshops that could not be valued/posted
           MOVE 'ECRITURES GL EMISES         :' TO CCL-LABEL
           MOVE WS-GL-ENTRIES TO CCL-VALUE
           WRITE CLOSE-REPORT FROM CLOSE-COUNT-LINE
           MOVE 'TOTAL DEBIT                 :' TO GAL-LABEL
           MOVE WS-GL-DEBIT TO GAL-VALUE
           WRITE CLOSE-REPORT FROM GL-AMOUNT-LINE
           MOVE 'TOTAL CREDIT                :' TO GAL-LABEL
           MOVE WS-GL-CREDIT TO GAL-VALUE
           WRITE CLOSE-REPORT FROM GL-AMOUNT-LINE
           IF GL-POSTING-OPEN THEN
               MOVE 'ATELIERS SANS COUT UNITAIRE :' TO CCL-LABEL
               MOVE WS-GL-NO-COST TO CCL-VALUE
               WRITE CLOSE-REPORT FROM CLOSE-COUNT-LINE
               MOVE 'ATELIERS SANS IMPUTATION    :' TO CCL-LABEL
               MOVE WS-GL-UNPOSTED TO CCL-VALUE
               WRITE CLOSE-REPORT FROM CLOSE-COUNT-LINE
           END-IF
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = period closed (or reopened) as asked
      *    4 = period closed but no master record carried it (the
      *        lock is still set for future postings), or closed
      *        with scrap cost left out of the GL posting (workshop
      *        without mapping, period already on the GL history)
      *    8 = nothing done - no valid card, operator not
      *        authorized, period already shut, or reopen refused
      *   12 = close refused by the job chain - no clean PGM026
      *        reconciliation since the period last moved
           EVALUATE TRUE
               WHEN (WS-CLOSE-PERIOD > 0) AND (NOT AUTHORITY-GRANTED)
                   MOVE 8 TO RETURN-CODE
               WHEN FUNC-IS-REOPEN AND REOPEN-IS-DONE
                   MOVE 0 TO RETURN-CODE
               WHEN FUNC-IS-REOPEN
                   MOVE 8 TO RETURN-CODE
               WHEN PERIOD-ALREADY-CLOSED
                   MOVE 8 TO RETURN-CODE
               WHEN CHAIN-HOLD
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CLOSE-PERIOD = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-CLOSED = 0
                   MOVE 4 TO RETURN-CODE
               WHEN (WS-GL-UNPOSTED > 0) OR (GL-PERIOD-POSTED)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

       995-CHAIN-END.
      *****************************************************************
      *  Closes off this run's ledger record : end date/time, the
      *  completion code 990 set, state X when the chain refused the
      *  close and E otherwise. A reopen that went through changed
      *  the period - the next close needs a fresh reconciliation
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
                 IF REOPEN-IS-DONE THEN
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
           IF FUNC-IS-REOPEN AND REOPEN-IS-DONE THEN
               CLOSE FILEJRNL
           END-IF
