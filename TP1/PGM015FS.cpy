               88 FACT-LETTER-IS-FACTORY    VALUE 'U'.
               88 FACT-LETTER-IS-DOWNTIME   VALUE 'D'.
               88 FACT-LETTER-IS-REWORK     VALUE 'R'.
               88 FACT-LETTER-IS-CAUSE      VALUE 'Q'.
               88 FACT-LETTER-IS-CREW       VALUE 'E'.
               88 FACT-LETTER-IS-BATCH-HDR  VALUE 'H'.
               88 FACT-LETTER-IS-BATCH-TRL  VALUE 'T'.
           02 FACT-NUMBER  PIC X.
           02 FILLER           PIC X(3).
           02 RWRK-SHIFT       PIC X.
           02 FILLER PIC X(63).
      *  Defect cause record ('Q') - one per cause code of a day's
      *  defects. Same factory/workshop/date and shift columns as the
      *  production record; the quantity columns carry the defective
      *  units put down to the cause, and the cause code taken from
      *  the cause reference file FILECAUS
       01 ()-CAUSE.
           02 CAUSE-RECORD-TYPE PIC X.
           02 CAUSE-FACT-NUMBER PIC X.
           02 CAUSE-WORKBH      PIC X(2).
           02 CAUSE-DAY         PIC X(2).
           02 CAUSE-MONTH       PIC X(2).
           02 CAUSE-YEAR        PIC X(2).
           02 CAUSE-QTY         PIC X(3).
           02 CAUSE-CODE        PIC X(3).
           02 CAUSE-SHIFT       PIC X.
           02 FILLER PIC X(63).
      *  Crew headcount record ('E', effectif) - one per factory/
      *  workshop/date and shift worked. Same factory/workshop/date
      *  and shift columns as the production record; the first
      *  quantity column carries the operators present, and the
      *  hours worked by the whole crew follow the shift, in tenths
      *  of an hour (0815 = 81.5 hours)
       01 ()-CREW.
           02 CREW-RECORD-TYPE PIC X.
           02 CREW-FACT-NUMBER PIC X.
           02 CREW-WORKBH      PIC X(2).
           02 CREW-DAY         PIC X(2).
           02 CREW-MONTH       PIC X(2).
           02 CREW-YEAR        PIC X(2).
           02 CREW-OPERATORS   PIC X(3).
           02 FILLER           PIC X(3).
           02 CREW-SHIFT       PIC X.
           02 CREW-HOURS       PIC X(4).
           02 FILLER PIC X(59).
       01 ()-BATCH-HDR.
           02 HDR-RECORD-TYPE PIC X.
           02 HDR-BATCH-ID    PIC X(08).
