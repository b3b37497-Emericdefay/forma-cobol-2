      *                 in a proper H/T batch envelope
      *    - FILEERR  : unconvertible records, copied raw
      *    - FILEOUT1 : record-count control report
      *    - FILECHAN : job-chain ledger (update)
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      *                    computed the way the factories compute
      *                    theirs, so 008-BATCH-VERIFY passes without
      *                    a hand-built envelope
      * 15/10/26  IBMUSER  Run recorded on the job-chain ledger
      *                    FILECHAN; refused (RC 12, FILECONV kept)
      *                    while the last PGM015 load is unfinished
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FILEOUT1
           ASSIGN to FILEOUT1
           FILE STATUS is FS-FILEOUT1.
      / FILECHAN - JOB-CHAIN LEDGER
           SELECT FILECHAN
           ASSIGN to FILECHAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-KEY
           FILE STATUS is FS-FILECHAN.

      *****************************************************************
       DATA DIVISION.
           RECORD CONTAINS 80 CHARACTERS.
       01 BRIDGE-REPORT.
           02 FILLER PIC X(80).
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
       01 WS-HASH-WORK PIC 9(03) VALUE 0.
       01 WS-HASH-OK   PIC 9(07) VALUE 0.
       01 WS-HASH-BK   PIC 9(07) VALUE 0.
      / JOB-CHAIN LEDGER
      *  This run's own ledger key, kept from the start write to the
      *  end rewrite, and the state of the last PGM015 load seen
       01 WS-CHN-KEY       PIC X(14) VALUE SPACES.
       01 WS-CHN-CLOCK     PIC 9(08) VALUE 0.
       01 WS-CHN-STATE-015 PIC X VALUE SPACE.
       01 WS-CHN-HOLD      PIC X VALUE 'N'.
           88 CHAIN-HOLD VALUE 'Y'.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(23) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
       01 BRIDGE-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 BML-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
      / CONTROL-TOTAL LINES (SAME SHAPE AS 839 OF PGM015)
       01 CONTROL-TOTAL-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           05 FS-FILECONV    PIC X(02).
           05 FS-FILEERR     PIC X(02).
           05 FS-FILEOUT1    PIC X(02).
       01 FILECHAN-STATUS.
           05 FS-FILECHAN    PIC X(02).
               88 FS-CH-OK       VALUE '00'.
               88 FS-CH-MISSING  VALUE '35'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-PARAM
           PERFORM 010-CHAIN-GUARD
           IF CHAIN-HOLD THEN
               PERFORM 890-WRITE-CHAIN-REFUSED
           ELSE
               PERFORM 001-IOPEN
               PERFORM 100-CONVERT
               PERFORM 850-WRITE-BATCH-TRAILER
               PERFORM 800-WRITE-CONTROL-REPORT
           END-IF
           PERFORM 990-SET-RETURN-CODE
           PERFORM 995-CHAIN-END
           PERFORM 999-FCLOS
           GOBACK
           .
           WRITE FILECONV-BATCH-HDR
           .

       010-CHAIN-GUARD.
      *****************************************************************
      *  Reads the job-chain ledger through before FILECONV is
      *  opened. While the last PGM015 load is unfinished its restart
      *  needs the very FILECONV it was reading - converting a new
      *  extract over it now would restart the load on other data -
      *  so the run refuses and leaves the file as it stands. Either
      *  way the run files its own record, state R; 995 closes it off
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
                         IF (CHN-PROGRAM = 'PGM015')
                           AND (CHN-STATE NOT = 'X') THEN
                             MOVE CHN-STATE TO WS-CHN-STATE-015
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CHN-STATE-015 = 'R' THEN
               MOVE 'Y' TO WS-CHN-HOLD
           END-IF
           PERFORM 011-CHAIN-START
           .

       011-CHAIN-START.
      *****************************************************************
      *  Files this run's ledger record, state R - same layout and
      *  same-second sequence nudge as 023-CHAIN-START of PGM015
           MOVE SPACES       TO CHAIN-RECORD
           ACCEPT CHN-START-DATE FROM DATE
           ACCEPT WS-CHN-CLOCK   FROM TIME
           MOVE WS-CHN-CLOCK(1:6) TO CHN-START-TIME
           MOVE 0            TO CHN-SEQ
           MOVE 'PGM019'     TO CHN-PROGRAM
           MOVE 'BRIDGE'     TO CHN-FUNCTION
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
           IF CHAIN-HOLD THEN
               MOVE 'LOD' TO CHN-REASON
           END-IF
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

       100-CONVERT.
      *****************************************************************
      *  One pass over the extract : each record either maps to the
           WRITE BRIDGE-REPORT FROM CONTROL-TOTAL-CHECK
           .

       890-WRITE-CHAIN-REFUSED.
      *****************************************************************
      *  Only the report opens on a refused run - FILECONV must keep
      *  the records the unfinished load is to restart on
           OPEN OUTPUT FILEOUT1
           WRITE BRIDGE-REPORT FROM LINE1
           WRITE BRIDGE-REPORT FROM LINE2
           WRITE BRIDGE-REPORT FROM NEWLINE
           MOVE 'CHARGEMENT PGM015 NON TERMINE' TO BML-TEXT
           WRITE BRIDGE-REPORT FROM BRIDGE-MSG-LINE
           MOVE 'CONVERSION REFUSEE - FILECONV CONSERVE' TO BML-TEXT
           WRITE BRIDGE-REPORT FROM BRIDGE-MSG-LINE
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = every record converted
      *    4 = some records rejected to the error file
      *    8 = nothing converted at all
      *   12 = refused by the job chain - the last PGM015 load is
      *        unfinished; FILECONV was left untouched
           EVALUATE TRUE
               WHEN CHAIN-HOLD
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED = 0
                 AND WS-RECORDS-CONVERTED > 0
                   MOVE 0 TO RETURN-CODE
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
                 REWRITE CHAIN-RECORD
           END-READ
           CLOSE FILECHAN
           .

      *****************************************************************
      *  Routine 2 : Close files before closing the program.
      *****************************************************************
       999-FCLOS.
           IF CHAIN-HOLD THEN
               CLOSE FILEOUT1
           ELSE
               CLOSE FILEPRO,
                     FILECONV,
                     FILEERR,
                     FILEOUT1
           END-IF
           .
