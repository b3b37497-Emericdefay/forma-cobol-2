      *****************************************************************
      * Program name:    PGM033
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Read-only inquiry over the permanent adjustment journal
      *    FILEJRNL written by PGM017 (manual adjustment), PGM018
      *    (period reopen), PGM026 (repair) and PGM027 (re-key). The
      *    control card selects on any mix of operator, factory,
      *    workshop, period, master, reason code and posting-date
      *    range - a blank or zero field does not restrict. Every
      *    matching entry is printed with its before and after values
      *    and the net effect it had on the master, followed by a
      *    summary per operator and per reason code : how many entries
      *    and what they moved in total. Answers the auditors' "who
      *    changed this figure, when and why" without a dump of the
      *    journal.
      *
      * Using :
      *    - FILEPARM : inquiry control card (optional)
      *    - FILEJRNL : permanent adjustment journal (input)
      *    - FILEOUT1 : printed inquiry report
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - journal inquiry with net effect
      *                    and summaries per operator and reason
      * 15/10/26  IBMUSER  Master selection accepts the PGM027 letters
      *                    C, H and E (defect causes, crew, downtime
      *                    events)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM033.
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
      / FILEPARM - INQUIRY CONTROL CARD
           SELECT FILEPARM
           ASSIGN to FILEPARM
           FILE STATUS is FS-FILEPARM.
      / FILEJRNL - PERMANENT ADJUSTMENT JOURNAL
           SELECT FILEJRNL
           ASSIGN to FILEJRNL
           FILE STATUS is FS-FILEJRNL.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - INQUIRY REPORT
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 INQUIRY-REPORT.
           02 FILLER PIC X(80).
      / FILEPARM - INQUIRY CONTROL CARD
      *  Card layout :
      *    col 01-08  operator id, blank = every operator
      *    col 09     factory, 0 = every factory
      *    col 10-11  workshop, 00 = every workshop
      *    col 12-15  period YYMM, 0000 = every period
      *    col 16     master M, Y, D, A, C, H or E, blank = every
      *               master
      *    col 17-19  reason code, blank = every reason
      *    col 20-25  first posting date YYMMDD, 0 = no lower bound
      *    col 26-31  last posting date YYMMDD, 0 = no upper bound
       FD FILEPARM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 PARAM-RECORD.
           02 PARAM-OPERATOR  PIC X(08).
           02 PARAM-FACTORY   PIC 9(01).
           02 PARAM-WORKBH    PIC 9(02).
           02 PARAM-PERIOD    PIC 9(04).
           02 PARAM-MASTER    PIC X(01).
           02 PARAM-REASON    PIC X(03).
           02 PARAM-FROM-DATE PIC 9(06).
           02 PARAM-TO-DATE   PIC 9(06).
           02 FILLER PIC X(49).
      / FILEJRNL - PERMANENT ADJUSTMENT JOURNAL
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
      / INQUIRY SELECTION OFF THE CONTROL CARD
       01 WS-SEL-OPERATOR  PIC X(08) VALUE SPACES.
       01 WS-SEL-FACTORY   PIC 9(01) VALUE 0.
       01 WS-SEL-WORKBH    PIC 9(02) VALUE 0.
       01 WS-SEL-PERIOD    PIC 9(04) VALUE 0.
       01 WS-SEL-MASTER    PIC X(01) VALUE SPACE.
       01 WS-SEL-REASON    PIC X(03) VALUE SPACES.
       01 WS-SEL-FROM-DATE PIC 9(06) VALUE 0.
       01 WS-SEL-TO-DATE   PIC 9(06) VALUE 0.
       01 WS-CARD-VALID PIC X VALUE 'Y'.
           88 CARD-IS-VALID VALUE 'Y'.
       01 WS-ENTRY-MATCH PIC X VALUE 'N'.
           88 ENTRY-MATCHES VALUE 'Y'.
      / NET EFFECT OF THE ENTRY (AFTER - BEFORE)
       01 WS-NET-GOOD PIC S9(08) VALUE 0.
       01 WS-NET-BAD  PIC S9(08) VALUE 0.
      / SUMMARY PER OPERATOR - ASCENDING OPERATOR ID
       01 WS-OPERATOR-TABLE.
           02 WS-OP-ENTRY OCCURS 100.
               03 WS-OP-ID       PIC X(08).
               03 WS-OP-ENTRIES  PIC 9(05).
               03 WS-OP-NET-GOOD PIC S9(09).
               03 WS-OP-NET-BAD  PIC S9(09).
       01 WS-OP-COUNT PIC 9(03) VALUE 0.
       01 WS-OP-IDX   PIC 9(03) VALUE 0.
       01 WS-OP-SLOT  PIC 9(03) VALUE 0.
       01 WS-OP-FOUND PIC X VALUE 'N'.
           88 OPERATOR-FOUND VALUE 'Y'.
      / SUMMARY PER REASON CODE - ASCENDING REASON CODE
       01 WS-REASON-TABLE.
           02 WS-RS-ENTRY OCCURS 100.
               03 WS-RS-CODE     PIC X(03).
               03 WS-RS-ENTRIES  PIC 9(05).
               03 WS-RS-NET-GOOD PIC S9(09).
               03 WS-RS-NET-BAD  PIC S9(09).
       01 WS-RS-COUNT PIC 9(03) VALUE 0.
       01 WS-RS-IDX   PIC 9(03) VALUE 0.
       01 WS-RS-SLOT  PIC 9(03) VALUE 0.
       01 WS-RS-FOUND PIC X VALUE 'N'.
           88 REASON-FOUND VALUE 'Y'.
      / COUNTERS
       01 WS-ENTRIES-READ    PIC 9(05) VALUE 0.
       01 WS-ENTRIES-MATCHED PIC 9(05) VALUE 0.
       01 WS-TABLE-OVERFLOW  PIC 9(05) VALUE 0.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(40) VALUE
                   'CONSULTATION DU JOURNAL DES AJUSTEMENTS'.
               03 FILLER PIC X(30) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 JINQ-SELECTION-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(13) VALUE 'SELECTION OP '.
           02 JSL-OPER  PIC X(08).
           02 FILLER    PIC X(03) VALUE ' U '.
           02 JSL-FACT  PIC 9(01).
           02 FILLER    PIC X(04) VALUE ' AT '.
           02 JSL-WORK  PIC 9(02).
           02 FILLER    PIC X(05) VALUE ' PER '.
           02 JSL-PER   PIC 9(04).
           02 FILLER    PIC X(03) VALUE ' M '.
           02 JSL-MAST  PIC X(01).
           02 FILLER    PIC X(05) VALUE ' MOT '.
           02 JSL-REAS  PIC X(03).
           02 FILLER    PIC X(04) VALUE ' DU '.
           02 JSL-FROM  PIC 9(06).
           02 FILLER    PIC X(04) VALUE ' AU '.
           02 JSL-TO    PIC 9(06).
           02 FILLER    PIC X(06) VALUE SPACES.
       01 JINQ-LEGEND-LINE.
           02 FILLER PIC X(40) VALUE
               'DATE   OPERAT.  M U/AT PER  BONS AVANT>A'.
           02 FILLER PIC X(40) VALUE
               'PRES  REBUTS AV>APRES MOT NET BON NET RB'.
       01 JINQ-DETAIL-LINE.
           02 JDL-DATE     PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-OPER     PIC X(08).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-MAST     PIC X(01).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-FACT     PIC 9(01).
           02 FILLER       PIC X(01) VALUE '/'.
           02 JDL-WORK     PIC 9(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-PER      PIC 9(04).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-BGOOD    PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE '>'.
           02 JDL-AGOOD    PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-BBAD     PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE '>'.
           02 JDL-ABAD     PIC ZZZZZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-REAS     PIC X(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-NGOOD    PIC -(6)9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 JDL-NBAD     PIC -(6)9.
           02 FILLER       PIC X(01) VALUE SPACES.
       01 JINQ-SUMMARY-HEADER.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 JSH-TITLE    PIC X(45).
           02 FILLER       PIC X(30) VALUE SPACES.
       01 JINQ-SUMMARY-LEGEND.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               'CLE         ECRITURES   NET BONS      NET REBUTS'.
           02 FILLER PIC X(25) VALUE SPACES.
       01 JINQ-SUMMARY-LINE.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 JSM-KEY      PIC X(08).
           02 FILLER       PIC X(07) VALUE SPACES.
           02 JSM-ENTRIES  PIC ZZZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 JSM-NGOOD    PIC -(9)9.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 JSM-NBAD     PIC -(9)9.
           02 FILLER       PIC X(29) VALUE SPACES.
       01 JINQ-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 JMS-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 JINQ-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 JCT-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 JCT-VALUE PIC ZZZZ9.
           02 FILLER    PIC X(37) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEPARM-STATUS.
           05 FS-FILEPARM    PIC X(02).
               88 FS-FP-OK       VALUE '00'.
       01 FILEJRNL-STATUS.
           05 FS-FILEJRNL    PIC X(02).
               88 FS-JR-OK       VALUE '00'.
               88 FS-JR-EOF      VALUE '10'.

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
           IF CARD-IS-VALID THEN
               PERFORM 100-INQUIRY
               PERFORM 810-WRITE-OPERATOR-SUMMARY
               PERFORM 815-WRITE-REASON-SUMMARY
               PERFORM 800-WRITE-COUNTS
           ELSE
               MOVE 'CARTE PARAMETRE FAUSSE' TO JMS-TEXT
               WRITE INQUIRY-REPORT FROM JINQ-MSG-LINE
           END-IF
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .
      *                                                               *
      *****************************************************************

       000-PARAM.
      *****************************************************************
      *  Reads the selection. No card lists the whole journal; blank
      *  numeric fields count as zero, i.e. not restricted. A card
      *  that is present but not numeric where it must be, or that
      *  names a master the journal never carries, is refused rather
      *  than guessed at
           OPEN INPUT FILEPARM
           IF FS-FP-OK THEN
               READ FILEPARM
               IF FS-FP-OK THEN
                   IF PARAM-RECORD(9:1) = SPACES THEN
                       MOVE '0' TO PARAM-RECORD(9:1)
                   END-IF
                   IF PARAM-RECORD(10:2) = SPACES THEN
                       MOVE '00' TO PARAM-RECORD(10:2)
                   END-IF
                   IF PARAM-RECORD(12:4) = SPACES THEN
                       MOVE '0000' TO PARAM-RECORD(12:4)
                   END-IF
                   IF PARAM-RECORD(20:6) = SPACES THEN
                       MOVE '000000' TO PARAM-RECORD(20:6)
                   END-IF
                   IF PARAM-RECORD(26:6) = SPACES THEN
                       MOVE '000000' TO PARAM-RECORD(26:6)
                   END-IF
                   IF (PARAM-RECORD(9:7) IS NUMERIC)
                     AND (PARAM-RECORD(20:12) IS NUMERIC)
                     AND ((PARAM-MASTER = SPACE) OR (PARAM-MASTER = 'M')
                       OR (PARAM-MASTER = 'Y') OR (PARAM-MASTER = 'D')
                       OR (PARAM-MASTER = 'A') OR (PARAM-MASTER = 'C')
                       OR (PARAM-MASTER = 'H') OR (PARAM-MASTER = 'E'))
                     THEN
                       MOVE PARAM-OPERATOR  TO WS-SEL-OPERATOR
                       MOVE PARAM-FACTORY   TO WS-SEL-FACTORY
                       MOVE PARAM-WORKBH    TO WS-SEL-WORKBH
                       MOVE PARAM-PERIOD    TO WS-SEL-PERIOD
                       MOVE PARAM-MASTER    TO WS-SEL-MASTER
                       MOVE PARAM-REASON    TO WS-SEL-REASON
                       MOVE PARAM-FROM-DATE TO WS-SEL-FROM-DATE
                       MOVE PARAM-TO-DATE   TO WS-SEL-TO-DATE
                   ELSE
                       MOVE 'N' TO WS-CARD-VALID
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
      *  Read-only against the journal - the maintenance programs
      *  stay its sole writers. The selection is echoed under the
      *  title so the listing says what it was asked
           OPEN INPUT FILEJRNL
           OPEN OUTPUT FILEOUT1
           WRITE INQUIRY-REPORT FROM LINE1
           WRITE INQUIRY-REPORT FROM LINE2
           WRITE INQUIRY-REPORT FROM NEWLINE
           MOVE WS-SEL-OPERATOR  TO JSL-OPER
           MOVE WS-SEL-FACTORY   TO JSL-FACT
           MOVE WS-SEL-WORKBH    TO JSL-WORK
           MOVE WS-SEL-PERIOD    TO JSL-PER
           MOVE WS-SEL-MASTER    TO JSL-MAST
           MOVE WS-SEL-REASON    TO JSL-REAS
           MOVE WS-SEL-FROM-DATE TO JSL-FROM
           MOVE WS-SEL-TO-DATE   TO JSL-TO
           WRITE INQUIRY-REPORT FROM JINQ-SELECTION-LINE
           WRITE INQUIRY-REPORT FROM NEWLINE
           .

       100-INQUIRY.
      *****************************************************************
      *  The journal is sequential and in posting order, so the walk
      *  is a plain read to the end. No journal yet simply means
      *  nothing was ever adjusted
           IF NOT FS-JR-OK THEN
               MOVE 'JOURNAL DES AJUSTEMENTS ABSENT' TO JMS-TEXT
               WRITE INQUIRY-REPORT FROM JINQ-MSG-LINE
           ELSE
               WRITE INQUIRY-REPORT FROM JINQ-LEGEND-LINE
               PERFORM UNTIL NOT FS-JR-OK
                   READ FILEJRNL
                     AT END
                         CONTINUE
                     NOT AT END
                         ADD 1 TO WS-ENTRIES-READ
                         PERFORM 500-SELECT-ENTRY
                         IF ENTRY-MATCHES THEN
                             PERFORM 510-HANDLE-ENTRY
                         END-IF
                   END-READ
               END-PERFORM
               IF WS-ENTRIES-MATCHED = 0 THEN
                   MOVE 'AUCUNE ECRITURE POUR LA SELECTION' TO JMS-TEXT
                   WRITE INQUIRY-REPORT FROM JINQ-MSG-LINE
               END-IF
           END-IF
           WRITE INQUIRY-REPORT FROM NEWLINE
           .

       500-SELECT-ENTRY.
      *****************************************************************
      *  An entry matches when every criterion given on the card
      *  matches; criteria left blank or zero are not tested
           MOVE 'Y' TO WS-ENTRY-MATCH
           EVALUATE TRUE
               WHEN (WS-SEL-OPERATOR NOT = SPACES)
                 AND (JRNL-OPERATOR NOT = WS-SEL-OPERATOR)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN (WS-SEL-FACTORY > 0)
                 AND (JRNL-FACTORY NOT = WS-SEL-FACTORY)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN (WS-SEL-WORKBH > 0)
                 AND (JRNL-WORKBH NOT = WS-SEL-WORKBH)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN (WS-SEL-PERIOD > 0)
                 AND (JRNL-PERIOD NOT = WS-SEL-PERIOD)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN (WS-SEL-MASTER NOT = SPACE)
                 AND (JRNL-MASTER NOT = WS-SEL-MASTER)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN (WS-SEL-REASON NOT = SPACES)
                 AND (JRNL-REASON NOT = WS-SEL-REASON)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN (WS-SEL-FROM-DATE > 0)
                 AND (JRNL-DATE < WS-SEL-FROM-DATE)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN (WS-SEL-TO-DATE > 0)
                 AND (JRNL-DATE > WS-SEL-TO-DATE)
                   MOVE 'N' TO WS-ENTRY-MATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       510-HANDLE-ENTRY.
      *****************************************************************
      *  Net effect is what the entry did to the master : after less
      *  before, so a reduction prints negative. A re-key is two
      *  entries - the old key emptied and the new key filled - and
      *  nets out to zero across them, as it should
           ADD 1 TO WS-ENTRIES-MATCHED
           COMPUTE WS-NET-GOOD = JRNL-AFTER-GOOD - JRNL-BEFORE-GOOD
           COMPUTE WS-NET-BAD  = JRNL-AFTER-BAD  - JRNL-BEFORE-BAD
           PERFORM 820-WRITE-DETAIL-LINE
           PERFORM 520-ADD-TO-OPERATOR
           PERFORM 530-ADD-TO-REASON
           .

       520-ADD-TO-OPERATOR.
      *****************************************************************
      *  Finds the operator in the summary, or inserts it in
      *  ascending order so the summary reads operator by operator.
      *  An operator beyond the table's capacity is counted, not lost
      *  silently
           MOVE 'N' TO WS-OP-FOUND
           PERFORM
             VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL (WS-OP-IDX > WS-OP-COUNT) OR (OPERATOR-FOUND)
               IF WS-OP-ID(WS-OP-IDX) = JRNL-OPERATOR THEN
                   MOVE 'Y' TO WS-OP-FOUND
                   MOVE WS-OP-IDX TO WS-OP-SLOT
               END-IF
           END-PERFORM
           IF (NOT OPERATOR-FOUND) AND (WS-OP-COUNT >= 100) THEN
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF
           IF (NOT OPERATOR-FOUND) AND (WS-OP-COUNT < 100) THEN
               MOVE WS-OP-COUNT TO WS-OP-SLOT
               PERFORM UNTIL OPERATOR-FOUND
                   IF WS-OP-SLOT = 0 THEN
                       MOVE 'Y' TO WS-OP-FOUND
                   ELSE
                       IF WS-OP-ID(WS-OP-SLOT) < JRNL-OPERATOR THEN
                           MOVE 'Y' TO WS-OP-FOUND
                       ELSE
                           MOVE WS-OP-ENTRY(WS-OP-SLOT)
                             TO WS-OP-ENTRY(WS-OP-SLOT + 1)
                           SUBTRACT 1 FROM WS-OP-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-OP-SLOT
               MOVE JRNL-OPERATOR TO WS-OP-ID(WS-OP-SLOT)
               MOVE 0 TO WS-OP-ENTRIES(WS-OP-SLOT)
               MOVE 0 TO WS-OP-NET-GOOD(WS-OP-SLOT)
               MOVE 0 TO WS-OP-NET-BAD(WS-OP-SLOT)
               ADD 1 TO WS-OP-COUNT
           END-IF
           IF OPERATOR-FOUND THEN
               ADD 1 TO WS-OP-ENTRIES(WS-OP-SLOT)
               ADD WS-NET-GOOD TO WS-OP-NET-GOOD(WS-OP-SLOT)
               ADD WS-NET-BAD  TO WS-OP-NET-BAD(WS-OP-SLOT)
           END-IF
           .

       530-ADD-TO-REASON.
      *****************************************************************
      *  Same as the operator summary, keyed on the reason code
           MOVE 'N' TO WS-RS-FOUND
           PERFORM
             VARYING WS-RS-IDX FROM 1 BY 1
             UNTIL (WS-RS-IDX > WS-RS-COUNT) OR (REASON-FOUND)
               IF WS-RS-CODE(WS-RS-IDX) = JRNL-REASON THEN
                   MOVE 'Y' TO WS-RS-FOUND
                   MOVE WS-RS-IDX TO WS-RS-SLOT
               END-IF
           END-PERFORM
           IF (NOT REASON-FOUND) AND (WS-RS-COUNT >= 100) THEN
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF
           IF (NOT REASON-FOUND) AND (WS-RS-COUNT < 100) THEN
               MOVE WS-RS-COUNT TO WS-RS-SLOT
               PERFORM UNTIL REASON-FOUND
                   IF WS-RS-SLOT = 0 THEN
                       MOVE 'Y' TO WS-RS-FOUND
                   ELSE
                       IF WS-RS-CODE(WS-RS-SLOT) < JRNL-REASON THEN
                           MOVE 'Y' TO WS-RS-FOUND
                       ELSE
                           MOVE WS-RS-ENTRY(WS-RS-SLOT)
                             TO WS-RS-ENTRY(WS-RS-SLOT + 1)
                           SUBTRACT 1 FROM WS-RS-SLOT
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO WS-RS-SLOT
               MOVE JRNL-REASON TO WS-RS-CODE(WS-RS-SLOT)
               MOVE 0 TO WS-RS-ENTRIES(WS-RS-SLOT)
               MOVE 0 TO WS-RS-NET-GOOD(WS-RS-SLOT)
               MOVE 0 TO WS-RS-NET-BAD(WS-RS-SLOT)
               ADD 1 TO WS-RS-COUNT
           END-IF
           IF REASON-FOUND THEN
               ADD 1 TO WS-RS-ENTRIES(WS-RS-SLOT)
               ADD WS-NET-GOOD TO WS-RS-NET-GOOD(WS-RS-SLOT)
               ADD WS-NET-BAD  TO WS-RS-NET-BAD(WS-RS-SLOT)
           END-IF
           .

       800-WRITE-COUNTS.
      *****************************************************************
      *  The run's own totals - journal entries read and selected
           MOVE 'ECRITURES LUES             :' TO JCT-LABEL
           MOVE WS-ENTRIES-READ TO JCT-VALUE
           WRITE INQUIRY-REPORT FROM JINQ-COUNT-LINE
           MOVE 'ECRITURES SELECTIONNEES    :' TO JCT-LABEL
           MOVE WS-ENTRIES-MATCHED TO JCT-VALUE
           WRITE INQUIRY-REPORT FROM JINQ-COUNT-LINE
           IF WS-TABLE-OVERFLOW > 0 THEN
               MOVE 'ECRITURES HORS RECAPITULATIF:' TO JCT-LABEL
               MOVE WS-TABLE-OVERFLOW TO JCT-VALUE
               WRITE INQUIRY-REPORT FROM JINQ-COUNT-LINE
           END-IF
           .

       810-WRITE-OPERATOR-SUMMARY.
      *****************************************************************
      *  One line per operator found in the selection
           IF WS-OP-COUNT > 0 THEN
               MOVE 'RECAPITULATIF PAR OPERATEUR' TO JSH-TITLE
               WRITE INQUIRY-REPORT FROM JINQ-SUMMARY-HEADER
               WRITE INQUIRY-REPORT FROM JINQ-SUMMARY-LEGEND
               PERFORM
                 VARYING WS-OP-IDX FROM 1 BY 1
                 UNTIL (WS-OP-IDX > WS-OP-COUNT)
                   MOVE WS-OP-ID(WS-OP-IDX)       TO JSM-KEY
                   MOVE WS-OP-ENTRIES(WS-OP-IDX)  TO JSM-ENTRIES
                   MOVE WS-OP-NET-GOOD(WS-OP-IDX) TO JSM-NGOOD
                   MOVE WS-OP-NET-BAD(WS-OP-IDX)  TO JSM-NBAD
                   WRITE INQUIRY-REPORT FROM JINQ-SUMMARY-LINE
               END-PERFORM
               WRITE INQUIRY-REPORT FROM NEWLINE
           END-IF
           .

       815-WRITE-REASON-SUMMARY.
      *****************************************************************
      *  One line per reason code found in the selection
           IF WS-RS-COUNT > 0 THEN
               MOVE 'RECAPITULATIF PAR MOTIF' TO JSH-TITLE
               WRITE INQUIRY-REPORT FROM JINQ-SUMMARY-HEADER
               WRITE INQUIRY-REPORT FROM JINQ-SUMMARY-LEGEND
               PERFORM
                 VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL (WS-RS-IDX > WS-RS-COUNT)
                   MOVE WS-RS-CODE(WS-RS-IDX)     TO JSM-KEY
                   MOVE WS-RS-ENTRIES(WS-RS-IDX)  TO JSM-ENTRIES
                   MOVE WS-RS-NET-GOOD(WS-RS-IDX) TO JSM-NGOOD
                   MOVE WS-RS-NET-BAD(WS-RS-IDX)  TO JSM-NBAD
                   WRITE INQUIRY-REPORT FROM JINQ-SUMMARY-LINE
               END-PERFORM
               WRITE INQUIRY-REPORT FROM NEWLINE
           END-IF
           .

       820-WRITE-DETAIL-LINE.
      *****************************************************************
      *  One line per selected entry : where, who, what it was, what
      *  it became and the net move
           MOVE JRNL-DATE        TO JDL-DATE
           MOVE JRNL-OPERATOR    TO JDL-OPER
           MOVE JRNL-MASTER      TO JDL-MAST
           MOVE JRNL-FACTORY     TO JDL-FACT
           MOVE JRNL-WORKBH      TO JDL-WORK
           MOVE JRNL-PERIOD      TO JDL-PER
           MOVE JRNL-BEFORE-GOOD TO JDL-BGOOD
           MOVE JRNL-AFTER-GOOD  TO JDL-AGOOD
           MOVE JRNL-BEFORE-BAD  TO JDL-BBAD
           MOVE JRNL-AFTER-BAD   TO JDL-ABAD
           MOVE JRNL-REASON      TO JDL-REAS
           MOVE WS-NET-GOOD      TO JDL-NGOOD
           MOVE WS-NET-BAD       TO JDL-NBAD
           WRITE INQUIRY-REPORT FROM JINQ-DETAIL-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = at least one journal entry matched the selection
      *    4 = no entry matched (or no journal on file yet)
      *    8 = card present but unusable
           EVALUATE TRUE
               WHEN NOT CARD-IS-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ENTRIES-MATCHED = 0
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
                 FILEJRNL
           .
