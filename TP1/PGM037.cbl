      *****************************************************************
      * Program name:    PGM037
      *
      * Original author: DEFAY E.
      *
      * Purpose :
      *    Nightly change-data-capture extract of the masters for the
      *    data warehouse. FILEMTD, FILEYTD, FILEDTMD and FILEDAYH are
      *    read in key order and compared with the image of the same
      *    files kept at the previous extract (FILECDCB) : a key found
      *    only in the master goes out as an add, a key found only in
      *    the image as a delete, a key in both whose figures differ
      *    as a change. The comparison works on the masters as they
      *    stand, so whatever wrote them - PGM015 loads and reversals,
      *    PGM017 adjustments, PGM026 repairs, PGM027 re-keys, PGM028
      *    restores, PGM034 purges - is caught alike.
      *    Each change is one comma-delimited line with its action
      *    code and the capture timestamp; a control record closes
      *    the extract with the counts the warehouse checks its load
      *    against. The new image replaces the previous one only when
      *    the whole extract was written.
      *
      * Using :
      *    - FILEMTD  : month-to-date master (input)
      *    - FILEYTD  : year-to-date master (input)
      *    - FILEDTMD : month-to-date downtime master (input)
      *    - FILEDAYH : daily production history (input)
      *    - FILECDCB : image of the masters at the previous extract
      *    - FILECDCW : work file for the new image
      *    - FILECDCX : delta extract for the warehouse
      *    - FILEOUT1 : printed extract summary
      *
      * Maintenance Log
      * Date      Author   Maintenance Requirement
      * --------- -------- ---------------------------------------
      * 15/10/26  IBMUSER  Create - delta extract of the masters with
      *                    action code, timestamp and control record
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM037.
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
      / FILEMTD - MONTH-TO-DATE MASTER FILE
           SELECT FILEMTD
           ASSIGN to FILEMTD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSTR-KEY
           FILE STATUS is FS-FILEMTD.
      / FILEYTD - YEAR-TO-DATE MASTER FILE
           SELECT FILEYTD
           ASSIGN to FILEYTD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-KEY
           FILE STATUS is FS-FILEYTD.
      / FILEDTMD - MONTH-TO-DATE DOWNTIME MASTER FILE
           SELECT FILEDTMD
           ASSIGN to FILEDTMD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DTMD-KEY
           FILE STATUS is FS-FILEDTMD.
      / FILEDAYH - DAILY PRODUCTION HISTORY FILE
           SELECT FILEDAYH
           ASSIGN to FILEDAYH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAYH-KEY
           FILE STATUS is FS-FILEDAYH.
      / FILECDCB - IMAGE OF THE MASTERS AT THE PREVIOUS EXTRACT
           SELECT FILECDCB
           ASSIGN to FILECDCB
           FILE STATUS is FS-FILECDCB.
      / FILECDCW - WORK FILE FOR THE NEW IMAGE
           SELECT FILECDCW
           ASSIGN to FILECDCW
           FILE STATUS is FS-FILECDCW.
      / FILECDCX - DELTA EXTRACT FOR THE WAREHOUSE
           SELECT FILECDCX
           ASSIGN to FILECDCX
           FILE STATUS is FS-FILECDCX.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      / FILEOUT1 - EXTRACT SUMMARY
       FD FILEOUT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CDC-REPORT.
           02 FILLER PIC X(80).
      / FILEMTD - MONTH-TO-DATE MASTER FILE
       FD FILEMTD
           RECORD CONTAINS 80 CHARACTERS.
       01 MASTER-MTD-RECORD.
           02 MSTR-KEY.
               03 MSTR-FACTORY    PIC 9(01).
               03 MSTR-WORKBH     PIC 9(02).
               03 MSTR-YEARMONTH  PIC 9(04).
           02 MSTR-MTD-GOOD PIC 9(07).
           02 MSTR-MTD-BAD  PIC 9(07).
           02 FILLER PIC X(59).
      / FILEYTD - YEAR-TO-DATE MASTER FILE
       FD FILEYTD
           RECORD CONTAINS 80 CHARACTERS.
       01 MASTER-YTD-RECORD.
           02 YTD-KEY.
               03 YTD-FACTORY PIC 9(01).
               03 YTD-WORKBH  PIC 9(02).
               03 YTD-YEAR    PIC 9(02).
           02 YTD-GOOD PIC 9(07).
           02 YTD-BAD  PIC 9(07).
           02 FILLER PIC X(61).
      / FILEDTMD - MONTH-TO-DATE DOWNTIME MASTER FILE
       FD FILEDTMD
           RECORD CONTAINS 80 CHARACTERS.
       01 DOWNTIME-MTD-RECORD.
           02 DTMD-KEY.
               03 DTMD-FACTORY PIC 9(01).
               03 DTMD-WORKBH  PIC 9(02).
               03 DTMD-PERIOD  PIC 9(04).
           02 DTMD-MINUTES PIC 9(07).
           02 DTMD-REASON-TAB.
               03 FILLER OCCURS 5.
                   04 DTMD-REASON-CODE PIC X(02).
                   04 DTMD-REASON-MIN  PIC 9(07).
           02 FILLER PIC X(21).
      / FILEDAYH - DAILY PRODUCTION HISTORY FILE
       FD FILEDAYH
           RECORD CONTAINS 80 CHARACTERS.
       01 DAY-HISTORY-RECORD.
           02 DAYH-KEY.
               03 DAYH-FACTORY PIC 9(01).
               03 DAYH-WORKBH  PIC 9(02).
               03 DAYH-DATE.
                   04 DAYH-YEAR  PIC 9(02).
                   04 DAYH-MONTH PIC 9(02).
                   04 DAYH-DAY   PIC 9(02).
               03 DAYH-SHIFT PIC 9(01).
           02 DAYH-GOOD PIC 9(05).
           02 DAYH-BAD  PIC 9(05).
           02 FILLER PIC X(60).
      / FILECDCB - IMAGE OF THE MASTERS AT THE PREVIOUS EXTRACT
      *  One record per master record, tagged with the master it comes
      *  from (M FILEMTD, Y FILEYTD, T FILEDTMD, H FILEDAYH) and held
      *  in that order, each master in key order. The first record
      *  (tag 0) carries the timestamp of the extract that wrote it
       FD FILECDCB RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CDC-BASE-RECORD.
           02 FILLER PIC X(80).
      / FILECDCW - WORK FILE FOR THE NEW IMAGE (LAYOUT OF FILECDCB)
       FD FILECDCW RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 CDC-WORK-RECORD.
           02 FILLER PIC X(80).
      / FILECDCX - DELTA EXTRACT FOR THE WAREHOUSE
       FD FILECDCX RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01 CDC-EXTRACT-RECORD.
           02 FILLER PIC X(120).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / CAPTURE TIMESTAMP YYMMDDHHMMSS
       01 WS-RUN-DATE PIC 9(06).
       01 WS-RUN-TIME.
           02 WS-RUN-HHMMSS PIC 9(06).
           02 FILLER        PIC 9(02).
       01 WS-RUN-STAMP.
           02 WS-STAMP-DATE PIC 9(06).
           02 WS-STAMP-TIME PIC 9(06).
       01 WS-RUN-STAMP-N REDEFINES WS-RUN-STAMP PIC 9(12).
       01 WS-PREV-STAMP PIC 9(12) VALUE 0.
      / IMAGE RECORDS - PREVIOUS (OLD) AND CURRENT (NEW)
       01 WS-OLD-RECORD.
           02 WS-OLD-TAG   PIC X(01).
           02 WS-OLD-IMAGE PIC X(79).
       01 WS-OLD-HEADER REDEFINES WS-OLD-RECORD.
           02 FILLER        PIC X(01).
           02 WS-OLD-STAMP  PIC 9(12).
           02 FILLER        PIC X(67).
       01 WS-NEW-RECORD.
           02 WS-NEW-TAG   PIC X(01).
           02 WS-NEW-IMAGE PIC X(79).
       01 WS-NEW-HEADER REDEFINES WS-NEW-RECORD.
           02 FILLER        PIC X(01).
           02 WS-NEW-STAMP  PIC 9(12).
           02 FILLER        PIC X(67).
      / IMAGE FORMATTING VIEWS - ONE PER MASTER
       01 WS-FMT-IMAGE PIC X(79).
       01 WS-FMT-MTD REDEFINES WS-FMT-IMAGE.
           02 FMT-MTD-FACTORY PIC 9(01).
           02 FMT-MTD-WORKBH  PIC 9(02).
           02 FMT-MTD-PERIOD  PIC X(04).
           02 FMT-MTD-GOOD    PIC 9(07).
           02 FMT-MTD-BAD     PIC 9(07).
           02 FILLER          PIC X(58).
       01 WS-FMT-YTD REDEFINES WS-FMT-IMAGE.
           02 FMT-YTD-FACTORY PIC 9(01).
           02 FMT-YTD-WORKBH  PIC 9(02).
           02 FMT-YTD-YEAR    PIC X(02).
           02 FMT-YTD-GOOD    PIC 9(07).
           02 FMT-YTD-BAD     PIC 9(07).
           02 FILLER          PIC X(60).
       01 WS-FMT-DTMD REDEFINES WS-FMT-IMAGE.
           02 FMT-DTMD-FACTORY PIC 9(01).
           02 FMT-DTMD-WORKBH  PIC 9(02).
           02 FMT-DTMD-PERIOD  PIC X(04).
           02 FMT-DTMD-MINUTES PIC 9(07).
           02 FILLER OCCURS 5.
               03 FMT-DTMD-RSN-CODE PIC X(02).
               03 FMT-DTMD-RSN-MIN  PIC 9(07).
           02 FILLER           PIC X(20).
       01 WS-FMT-DAYH REDEFINES WS-FMT-IMAGE.
           02 FMT-DAYH-FACTORY PIC 9(01).
           02 FMT-DAYH-WORKBH  PIC 9(02).
           02 FMT-DAYH-DATE    PIC X(06).
           02 FMT-DAYH-SHIFT   PIC X(01).
           02 FMT-DAYH-GOOD    PIC 9(05).
           02 FMT-DAYH-BAD     PIC 9(05).
           02 FILLER           PIC X(59).
      / MASTER BEING COMPARED
       01 WS-CUR-TAG     PIC X(01).
       01 WS-MST-IDX     PIC 9(01) VALUE 0.
       01 WS-KEY-LEN     PIC 9(02) VALUE 0.
       01 WS-RSN-IDX     PIC 9(01) VALUE 0.
       01 WS-NEW-EOF     PIC X VALUE 'N'.
           88 NEW-AT-END VALUE 'Y'.
       01 WS-OLD-EOF     PIC X VALUE 'N'.
           88 OLD-AT-END VALUE 'Y'.
       01 WS-ADVANCE     PIC X(01).
           88 ADVANCE-NEW  VALUE 'N'.
           88 ADVANCE-OLD  VALUE 'O'.
           88 ADVANCE-BOTH VALUE 'B'.
       01 WS-ACTION      PIC X(01).
       01 WS-INITIAL     PIC X VALUE 'N'.
           88 INITIAL-EXTRACT VALUE 'Y'.
       01 WS-REFUSED     PIC X VALUE 'N'.
           88 EXTRACT-REFUSED VALUE 'Y'.
       01 WS-READ-ERROR  PIC X VALUE 'N'.
           88 MASTER-READ-ERROR VALUE 'Y'.
      / COUNTS PER MASTER (1 MTD, 2 YTD, 3 DTMD, 4 DAYH)
       01 WS-MASTER-COUNTS.
           02 WS-MC-ENTRY OCCURS 4.
               03 WS-MC-NAME    PIC X(08).
               03 WS-MC-ADDS    PIC 9(07).
               03 WS-MC-CHANGES PIC 9(07).
               03 WS-MC-DELETES PIC 9(07).
               03 WS-MC-RECORDS PIC 9(07).
       01 WS-TOTAL-ADDS    PIC 9(07) VALUE 0.
       01 WS-TOTAL-CHANGES PIC 9(07) VALUE 0.
       01 WS-TOTAL-DELETES PIC 9(07) VALUE 0.
       01 WS-TOTAL-LINES   PIC 9(07) VALUE 0.
      / EXTRACT LINES (FILECDCX)
       01 WS-CDC-HEADER.
           02 FILLER PIC X(120) VALUE
               'ACTION,MASTER,FACTORY,WORKSHOP,PERIOD,SHIFT,GOOD,BAD,MIN
      -        'UTES,R1,M1,R2,M2,R3,M3,R4,M4,R5,M5,CHANGED_AT'.
      *  PERIOD is the master's own period : YYMMDD for FILEDAYH, YYMM
      *  for FILEMTD and FILEDTMD, YY for FILEYTD. Fields a master
      *  does not carry are left blank or zero
       01 WS-CDC-LINE.
           02 CDC-ACTION      PIC X(01).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-MASTER      PIC X(04).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-FACTORY     PIC 9(01).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-WORKSHOP    PIC 9(02).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-PERIOD      PIC X(06).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-SHIFT       PIC X(01).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-GOOD        PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-BAD         PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-MINUTES     PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CDC-REASON-TAB.
               03 FILLER OCCURS 5.
                   04 CDC-RSN-CODE PIC X(02).
                   04 FILLER       PIC X(01) VALUE ','.
                   04 CDC-RSN-MIN  PIC 9(07).
                   04 FILLER       PIC X(01) VALUE ','.
           02 CDC-CHANGED-AT  PIC 9(12).
           02 FILLER          PIC X(07) VALUE SPACES.
      *  Control record - always the last line of a complete extract.
      *  An extract without it was cut short and must not be loaded
       01 WS-CDC-CONTROL.
           02 FILLER          PIC X(07) VALUE 'T,CTRL,'.
           02 CTL-RUN-STAMP   PIC 9(12).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-PREV-STAMP  PIC 9(12).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-LINES       PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-ADDS        PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-CHANGES     PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-DELETES     PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-MTD-RECORDS  PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-YTD-RECORDS  PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-DTMD-RECORDS PIC 9(07).
           02 FILLER          PIC X(01) VALUE ','.
           02 CTL-DAYH-RECORDS PIC 9(07).
           02 FILLER          PIC X(23) VALUE SPACES.
      / HEADERS
       01 FILLER.
           02 LINE1.
               03 FILLER PIC X(17) VALUE 'ENTREPRISE : TACA'.
               03 FILLER PIC X(63) VALUE SPACES.
           02 LINE2.
               03 FILLER PIC X(10) VALUE SPACES.
               03 FILLER PIC X(40) VALUE
                   'EXTRACTION DELTA DES MAITRES'.
               03 FILLER PIC X(30) VALUE SPACES.
           02 NEWLINE.
               03 FILLER PIC X(80) VALUE SPACES.
      / REPORT LINES
       01 CDC-STAMP-LINE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 FILLER     PIC X(14) VALUE 'EXTRACTION DU '.
           02 CSL-RUN    PIC 9(12).
           02 FILLER     PIC X(16) VALUE '  PRECEDENTE DU '.
           02 CSL-PREV   PIC 9(12).
           02 FILLER     PIC X(24) VALUE SPACES.
       01 CDC-LEGEND.
           02 FILLER PIC X(40) VALUE
               '  MAITRE       AJOUTS   MODIFS    SUPPR.'.
           02 FILLER PIC X(40) VALUE
               '  ENREGISTREMENTS'.
       01 CDC-MASTER-LINE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CML-NAME   PIC X(08).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CML-ADDS   PIC ZZZZZZ9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CML-CHANGES PIC ZZZZZZ9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CML-DELETES PIC ZZZZZZ9.
           02 FILLER     PIC X(09) VALUE SPACES.
           02 CML-RECORDS PIC ZZZZZZ9.
           02 FILLER     PIC X(27) VALUE SPACES.
       01 CDC-MSG-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 CMS-TEXT  PIC X(45).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 CDC-COUNT-LINE.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 CCT-LABEL PIC X(30).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 CCT-VALUE PIC ZZZZZZ9.
           02 FILLER    PIC X(35) VALUE SPACES.
      / FILES STATUS
       01 FILEOUT-UNUSED-STATUS.
           05 FS-FILEOUT1    PIC X(02).
       01 FILEMTD-STATUS.
           05 FS-FILEMTD     PIC X(02).
               88 FS-MT-OK       VALUE '00'.
               88 FS-MT-EOF      VALUE '10'.
       01 FILEYTD-STATUS.
           05 FS-FILEYTD     PIC X(02).
               88 FS-YT-OK       VALUE '00'.
               88 FS-YT-EOF      VALUE '10'.
       01 FILEDTMD-STATUS.
           05 FS-FILEDTMD    PIC X(02).
               88 FS-DT-OK       VALUE '00'.
               88 FS-DT-EOF      VALUE '10'.
       01 FILEDAYH-STATUS.
           05 FS-FILEDAYH    PIC X(02).
               88 FS-DH-OK       VALUE '00'.
               88 FS-DH-EOF      VALUE '10'.
       01 FILECDCB-STATUS.
           05 FS-FILECDCB    PIC X(02).
               88 FS-CB-OK       VALUE '00'.
               88 FS-CB-MISSING  VALUE '35'.
       01 FILECDCW-STATUS.
           05 FS-FILECDCW    PIC X(02).
               88 FS-CW-OK       VALUE '00'.
       01 FILECDCX-STATUS.
           05 FS-FILECDCX    PIC X(02).
               88 FS-CX-OK       VALUE '00'.

      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Reading the masters and the image
      *    - 5xx : Operations
      *    - 8xx : Handle Report file
      *    - 9xx : Close files
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-INIT
           PERFORM 001-IOPEN
           IF NOT EXTRACT-REFUSED THEN
               PERFORM 100-EXTRACT-MTD
               PERFORM 101-EXTRACT-YTD
               PERFORM 102-EXTRACT-DTMD
               PERFORM 103-EXTRACT-DAYH
               PERFORM 110-END-EXTRACT
           END-IF
           PERFORM 800-WRITE-SUMMARY
           PERFORM 990-SET-RETURN-CODE
           PERFORM 999-FCLOS
           GOBACK
           .

       000-INIT.
      *****************************************************************
      *  One capture timestamp for the whole run : every change found
      *  tonight happened between the previous extract and this one,
      *  and the warehouse applies them as of this moment
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE   TO WS-STAMP-DATE
           MOVE WS-RUN-HHMMSS TO WS-STAMP-TIME
           INITIALIZE WS-MASTER-COUNTS
           MOVE 'FILEMTD'  TO WS-MC-NAME(1)
           MOVE 'FILEYTD'  TO WS-MC-NAME(2)
           MOVE 'FILEDTMD' TO WS-MC-NAME(3)
           MOVE 'FILEDAYH' TO WS-MC-NAME(4)
           .

       001-IOPEN.
      *****************************************************************
      *  The masters are only read. A missing master refuses the run
      *  outright - compared with the image it would read as every
      *  record deleted. No previous image means the first extract :
      *  every record goes out as an add, a full load to seed the
      *  warehouse
           OPEN OUTPUT FILEOUT1
           WRITE CDC-REPORT FROM LINE1
           WRITE CDC-REPORT FROM LINE2
           WRITE CDC-REPORT FROM NEWLINE
           OPEN INPUT FILEMTD
           OPEN INPUT FILEYTD
           OPEN INPUT FILEDTMD
           OPEN INPUT FILEDAYH
           IF (NOT FS-MT-OK) OR (NOT FS-YT-OK)
             OR (NOT FS-DT-OK) OR (NOT FS-DH-OK) THEN
               MOVE 'Y' TO WS-REFUSED
               MOVE 'MAITRE ABSENT - EXTRACTION NON FAITE' TO CMS-TEXT
               WRITE CDC-REPORT FROM CDC-MSG-LINE
               WRITE CDC-REPORT FROM NEWLINE
           ELSE
               OPEN INPUT FILECDCB
               IF FS-CB-MISSING THEN
                   MOVE 'Y' TO WS-INITIAL
                   MOVE 'Y' TO WS-OLD-EOF
               ELSE
                   PERFORM 205-READ-OLD
                   IF (NOT OLD-AT-END) AND (WS-OLD-TAG = '0') THEN
                       MOVE WS-OLD-STAMP TO WS-PREV-STAMP
                       PERFORM 205-READ-OLD
                   END-IF
               END-IF
               OPEN OUTPUT FILECDCW
               MOVE SPACES TO WS-NEW-RECORD
               MOVE '0' TO WS-NEW-TAG
               MOVE WS-RUN-STAMP-N TO WS-NEW-STAMP
               WRITE CDC-WORK-RECORD FROM WS-NEW-RECORD
               OPEN OUTPUT FILECDCX
               WRITE CDC-EXTRACT-RECORD FROM WS-CDC-HEADER
           END-IF
           .

       100-EXTRACT-MTD.
      *****************************************************************
      *  FILEMTD against its image - key factory/workshop/period
           MOVE 'M' TO WS-CUR-TAG
           MOVE 1   TO WS-MST-IDX
           MOVE 7   TO WS-KEY-LEN
           MOVE 'N' TO WS-NEW-EOF
           PERFORM 200-READ-MTD
           PERFORM UNTIL (NEW-AT-END)
                     AND ((OLD-AT-END) OR (WS-OLD-TAG NOT = WS-CUR-TAG))
               PERFORM 500-COMPARE-IMAGES
               IF (ADVANCE-NEW) OR (ADVANCE-BOTH) THEN
                   PERFORM 200-READ-MTD
               END-IF
           END-PERFORM
           .

       101-EXTRACT-YTD.
      *****************************************************************
      *  FILEYTD against its image - key factory/workshop/year
           MOVE 'Y' TO WS-CUR-TAG
           MOVE 2   TO WS-MST-IDX
           MOVE 5   TO WS-KEY-LEN
           MOVE 'N' TO WS-NEW-EOF
           PERFORM 201-READ-YTD
           PERFORM UNTIL (NEW-AT-END)
                     AND ((OLD-AT-END) OR (WS-OLD-TAG NOT = WS-CUR-TAG))
               PERFORM 500-COMPARE-IMAGES
               IF (ADVANCE-NEW) OR (ADVANCE-BOTH) THEN
                   PERFORM 201-READ-YTD
               END-IF
           END-PERFORM
           .

       102-EXTRACT-DTMD.
      *****************************************************************
      *  FILEDTMD against its image - key factory/workshop/period
           MOVE 'T' TO WS-CUR-TAG
           MOVE 3   TO WS-MST-IDX
           MOVE 7   TO WS-KEY-LEN
           MOVE 'N' TO WS-NEW-EOF
           PERFORM 202-READ-DTMD
           PERFORM UNTIL (NEW-AT-END)
                     AND ((OLD-AT-END) OR (WS-OLD-TAG NOT = WS-CUR-TAG))
               PERFORM 500-COMPARE-IMAGES
               IF (ADVANCE-NEW) OR (ADVANCE-BOTH) THEN
                   PERFORM 202-READ-DTMD
               END-IF
           END-PERFORM
           .

       103-EXTRACT-DAYH.
      *****************************************************************
      *  FILEDAYH against its image - key factory/workshop/date/shift
           MOVE 'H' TO WS-CUR-TAG
           MOVE 4   TO WS-MST-IDX
           MOVE 10  TO WS-KEY-LEN
           MOVE 'N' TO WS-NEW-EOF
           PERFORM 203-READ-DAYH
           PERFORM UNTIL (NEW-AT-END)
                     AND ((OLD-AT-END) OR (WS-OLD-TAG NOT = WS-CUR-TAG))
               PERFORM 500-COMPARE-IMAGES
               IF (ADVANCE-NEW) OR (ADVANCE-BOTH) THEN
                   PERFORM 203-READ-DAYH
               END-IF
           END-PERFORM
           .

       110-END-EXTRACT.
      *****************************************************************
      *  A complete extract gets its control record and its image
      *  becomes the reference for the next night. After a read error
      *  the extract is left without control record and the previous
      *  image stays, so the next run captures the same changes again
           CLOSE FILECDCB
           CLOSE FILECDCW
           IF MASTER-READ-ERROR THEN
               MOVE 'ERREUR DE LECTURE - EXTRACTION INCOMPLETE'
                 TO CMS-TEXT
               WRITE CDC-REPORT FROM CDC-MSG-LINE
               WRITE CDC-REPORT FROM NEWLINE
           ELSE
               MOVE WS-RUN-STAMP-N   TO CTL-RUN-STAMP
               MOVE WS-PREV-STAMP    TO CTL-PREV-STAMP
               MOVE WS-TOTAL-LINES   TO CTL-LINES
               MOVE WS-TOTAL-ADDS    TO CTL-ADDS
               MOVE WS-TOTAL-CHANGES TO CTL-CHANGES
               MOVE WS-TOTAL-DELETES TO CTL-DELETES
               MOVE WS-MC-RECORDS(1) TO CTL-MTD-RECORDS
               MOVE WS-MC-RECORDS(2) TO CTL-YTD-RECORDS
               MOVE WS-MC-RECORDS(3) TO CTL-DTMD-RECORDS
               MOVE WS-MC-RECORDS(4) TO CTL-DAYH-RECORDS
               WRITE CDC-EXTRACT-RECORD FROM WS-CDC-CONTROL
               PERFORM 520-REPLACE-IMAGE
           END-IF
           CLOSE FILECDCX
           .

       200-READ-MTD.
      *****************************************************************
      *  Next FILEMTD record in key order into the new image. End of
      *  file or a read error ends this master; the error is noted
           READ FILEMTD NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-NEW-EOF
             NOT AT END
                 MOVE MASTER-MTD-RECORD TO WS-NEW-IMAGE
                 ADD 1 TO WS-MC-RECORDS(1)
           END-READ
           IF (NOT FS-MT-OK) AND (NOT FS-MT-EOF) THEN
               MOVE 'Y' TO WS-NEW-EOF
               MOVE 'Y' TO WS-READ-ERROR
           END-IF
           .

       201-READ-YTD.
      *****************************************************************
      *  Next FILEYTD record in key order into the new image
           READ FILEYTD NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-NEW-EOF
             NOT AT END
                 MOVE MASTER-YTD-RECORD TO WS-NEW-IMAGE
                 ADD 1 TO WS-MC-RECORDS(2)
           END-READ
           IF (NOT FS-YT-OK) AND (NOT FS-YT-EOF) THEN
               MOVE 'Y' TO WS-NEW-EOF
               MOVE 'Y' TO WS-READ-ERROR
           END-IF
           .

       202-READ-DTMD.
      *****************************************************************
      *  Next FILEDTMD record in key order into the new image
           READ FILEDTMD NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-NEW-EOF
             NOT AT END
                 MOVE DOWNTIME-MTD-RECORD TO WS-NEW-IMAGE
                 ADD 1 TO WS-MC-RECORDS(3)
           END-READ
           IF (NOT FS-DT-OK) AND (NOT FS-DT-EOF) THEN
               MOVE 'Y' TO WS-NEW-EOF
               MOVE 'Y' TO WS-READ-ERROR
           END-IF
           .

       203-READ-DAYH.
      *****************************************************************
      *  Next FILEDAYH record in key order into the new image
           READ FILEDAYH NEXT RECORD
             AT END
                 MOVE 'Y' TO WS-NEW-EOF
             NOT AT END
                 MOVE DAY-HISTORY-RECORD TO WS-NEW-IMAGE
                 ADD 1 TO WS-MC-RECORDS(4)
           END-READ
           IF (NOT FS-DH-OK) AND (NOT FS-DH-EOF) THEN
               MOVE 'Y' TO WS-NEW-EOF
               MOVE 'Y' TO WS-READ-ERROR
           END-IF
           .

       205-READ-OLD.
      *****************************************************************
      *  Next record of the previous image, read ahead across the
      *  masters - its tag tells which master it belongs to
           READ FILECDCB INTO WS-OLD-RECORD
             AT END
                 MOVE 'Y' TO WS-OLD-EOF
           END-READ
           IF (NOT FS-CB-OK) THEN
               MOVE 'Y' TO WS-OLD-EOF
           END-IF
           .

       500-COMPARE-IMAGES.
      *****************************************************************
      *  Match-merge of the master and its previous image, both in
      *  key order. A key only in the master is an add, a key only in
      *  the image a delete (written from the last image kept), a
      *  key in both a change when any figure moved. Every master
      *  record read goes to the new image
           EVALUATE TRUE
               WHEN NEW-AT-END
                   MOVE 'D' TO WS-ACTION
                   SET ADVANCE-OLD TO TRUE
               WHEN (OLD-AT-END) OR (WS-OLD-TAG NOT = WS-CUR-TAG)
                   MOVE 'A' TO WS-ACTION
                   SET ADVANCE-NEW TO TRUE
               WHEN WS-NEW-IMAGE(1:WS-KEY-LEN)
                    < WS-OLD-IMAGE(1:WS-KEY-LEN)
                   MOVE 'A' TO WS-ACTION
                   SET ADVANCE-NEW TO TRUE
               WHEN WS-NEW-IMAGE(1:WS-KEY-LEN)
                    > WS-OLD-IMAGE(1:WS-KEY-LEN)
                   MOVE 'D' TO WS-ACTION
                   SET ADVANCE-OLD TO TRUE
               WHEN WS-NEW-IMAGE NOT = WS-OLD-IMAGE
                   MOVE 'C' TO WS-ACTION
                   SET ADVANCE-BOTH TO TRUE
               WHEN OTHER
                   MOVE SPACE TO WS-ACTION
                   SET ADVANCE-BOTH TO TRUE
           END-EVALUATE
           EVALUATE WS-ACTION
               WHEN 'A'
                   ADD 1 TO WS-MC-ADDS(WS-MST-IDX)
                   ADD 1 TO WS-TOTAL-ADDS
                   MOVE WS-NEW-IMAGE TO WS-FMT-IMAGE
                   PERFORM 510-WRITE-CHANGE
               WHEN 'C'
                   ADD 1 TO WS-MC-CHANGES(WS-MST-IDX)
                   ADD 1 TO WS-TOTAL-CHANGES
                   MOVE WS-NEW-IMAGE TO WS-FMT-IMAGE
                   PERFORM 510-WRITE-CHANGE
               WHEN 'D'
                   ADD 1 TO WS-MC-DELETES(WS-MST-IDX)
                   ADD 1 TO WS-TOTAL-DELETES
                   MOVE WS-OLD-IMAGE TO WS-FMT-IMAGE
                   PERFORM 510-WRITE-CHANGE
           END-EVALUATE
           IF (ADVANCE-NEW) OR (ADVANCE-BOTH) THEN
               MOVE WS-CUR-TAG   TO WS-NEW-TAG
               WRITE CDC-WORK-RECORD FROM WS-NEW-RECORD
           END-IF
           IF (ADVANCE-OLD) OR (ADVANCE-BOTH) THEN
               PERFORM 205-READ-OLD
           END-IF
           .

       510-WRITE-CHANGE.
      *****************************************************************
      *  One extract line from the image in WS-FMT-IMAGE, laid out for
      *  the master being compared
           MOVE SPACES TO CDC-PERIOD
           MOVE SPACES TO CDC-SHIFT
           MOVE 0 TO CDC-GOOD
           MOVE 0 TO CDC-BAD
           MOVE 0 TO CDC-MINUTES
           PERFORM
             VARYING WS-RSN-IDX FROM 1 BY 1
             UNTIL (WS-RSN-IDX > 5)
               MOVE SPACES TO CDC-RSN-CODE(WS-RSN-IDX)
               MOVE 0      TO CDC-RSN-MIN(WS-RSN-IDX)
           END-PERFORM
           MOVE WS-ACTION TO CDC-ACTION
           EVALUATE WS-MST-IDX
               WHEN 1
                   MOVE 'MTD'            TO CDC-MASTER
                   MOVE FMT-MTD-FACTORY  TO CDC-FACTORY
                   MOVE FMT-MTD-WORKBH   TO CDC-WORKSHOP
                   MOVE FMT-MTD-PERIOD   TO CDC-PERIOD
                   MOVE FMT-MTD-GOOD     TO CDC-GOOD
                   MOVE FMT-MTD-BAD      TO CDC-BAD
               WHEN 2
                   MOVE 'YTD'            TO CDC-MASTER
                   MOVE FMT-YTD-FACTORY  TO CDC-FACTORY
                   MOVE FMT-YTD-WORKBH   TO CDC-WORKSHOP
                   MOVE FMT-YTD-YEAR     TO CDC-PERIOD
                   MOVE FMT-YTD-GOOD     TO CDC-GOOD
                   MOVE FMT-YTD-BAD      TO CDC-BAD
               WHEN 3
                   MOVE 'DTMD'           TO CDC-MASTER
                   MOVE FMT-DTMD-FACTORY TO CDC-FACTORY
                   MOVE FMT-DTMD-WORKBH  TO CDC-WORKSHOP
                   MOVE FMT-DTMD-PERIOD  TO CDC-PERIOD
                   MOVE FMT-DTMD-MINUTES TO CDC-MINUTES
                   PERFORM
                     VARYING WS-RSN-IDX FROM 1 BY 1
                     UNTIL (WS-RSN-IDX > 5)
                       MOVE FMT-DTMD-RSN-CODE(WS-RSN-IDX)
                         TO CDC-RSN-CODE(WS-RSN-IDX)
                       MOVE FMT-DTMD-RSN-MIN(WS-RSN-IDX)
                         TO CDC-RSN-MIN(WS-RSN-IDX)
                   END-PERFORM
               WHEN 4
                   MOVE 'DAYH'           TO CDC-MASTER
                   MOVE FMT-DAYH-FACTORY TO CDC-FACTORY
                   MOVE FMT-DAYH-WORKBH  TO CDC-WORKSHOP
                   MOVE FMT-DAYH-DATE    TO CDC-PERIOD
                   MOVE FMT-DAYH-SHIFT   TO CDC-SHIFT
                   MOVE FMT-DAYH-GOOD    TO CDC-GOOD
                   MOVE FMT-DAYH-BAD     TO CDC-BAD
           END-EVALUATE
           MOVE WS-RUN-STAMP-N TO CDC-CHANGED-AT
           WRITE CDC-EXTRACT-RECORD FROM WS-CDC-LINE
           ADD 1 TO WS-TOTAL-LINES
           .

       520-REPLACE-IMAGE.
      *****************************************************************
      *  The new image becomes the reference of the next extract, in
      *  the order it was written
           OPEN INPUT FILECDCW
           OPEN OUTPUT FILECDCB
           PERFORM UNTIL NOT FS-CW-OK
               READ FILECDCW
                 AT END
                     CONTINUE
                 NOT AT END
                     WRITE CDC-BASE-RECORD FROM CDC-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE FILECDCB
           CLOSE FILECDCW
           .

       800-WRITE-SUMMARY.
      *****************************************************************
      *  Changes found per master and the records each holds now -
      *  the same figures the control record hands the warehouse
           IF NOT EXTRACT-REFUSED THEN
               MOVE WS-RUN-STAMP-N TO CSL-RUN
               MOVE WS-PREV-STAMP  TO CSL-PREV
               WRITE CDC-REPORT FROM CDC-STAMP-LINE
               IF INITIAL-EXTRACT THEN
                   MOVE 'PAS D''IMAGE PRECEDENTE - EXTRACTION COMPLETE'
                     TO CMS-TEXT
                   WRITE CDC-REPORT FROM CDC-MSG-LINE
               END-IF
               WRITE CDC-REPORT FROM NEWLINE
               WRITE CDC-REPORT FROM CDC-LEGEND
               PERFORM
                 VARYING WS-MST-IDX FROM 1 BY 1
                 UNTIL (WS-MST-IDX > 4)
                   MOVE WS-MC-NAME(WS-MST-IDX)    TO CML-NAME
                   MOVE WS-MC-ADDS(WS-MST-IDX)    TO CML-ADDS
                   MOVE WS-MC-CHANGES(WS-MST-IDX) TO CML-CHANGES
                   MOVE WS-MC-DELETES(WS-MST-IDX) TO CML-DELETES
                   MOVE WS-MC-RECORDS(WS-MST-IDX) TO CML-RECORDS
                   WRITE CDC-REPORT FROM CDC-MASTER-LINE
               END-PERFORM
               WRITE CDC-REPORT FROM NEWLINE
               MOVE 'LIGNES EXTRAITES           :' TO CCT-LABEL
               MOVE WS-TOTAL-LINES TO CCT-VALUE
               WRITE CDC-REPORT FROM CDC-COUNT-LINE
           END-IF
           .

       990-SET-RETURN-CODE.
      *****************************************************************
      *  Gives the calling JCL/shell a meaningful completion code :
      *    0 = delta extract complete (with or without changes)
      *    4 = first extract - no previous image, full load written
      *    8 = master missing or read error - no usable extract, the
      *        previous image is kept
           EVALUATE TRUE
               WHEN (EXTRACT-REFUSED) OR (MASTER-READ-ERROR)
                   MOVE 8 TO RETURN-CODE
               WHEN INITIAL-EXTRACT
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
                 FILEMTD,
                 FILEYTD,
                 FILEDTMD,
                 FILEDAYH
           .
