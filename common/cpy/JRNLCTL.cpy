      *****************************************************************
      *    JRNLCTL  -  PATJRNL ARCHIVAL CONTROL (DDS0001.JRNLCTL)
      *    WRITTEN BY JRNLARCH EACH CERTIFIED CYCLE; READ BY BACKOUT.
      *
      *    "H" - ONE HORIZON RECORD, FIRST ON THE FILE.  JOURNAL
      *          RECORDS STAMPED (RUN DATE + TIME) BEFORE
      *          JC-CUTOFF-STAMP HAVE BEEN MOVED TO THE ARCHIVE AND
      *          CAN NO LONGER BE BACKED OUT.  JC-ARCHIVE-DSN IS THE
      *          MOST RECENT ARCHIVE DATASET WRITTEN.
      *    "C" - ONE PER CERTIFIED CYCLE STILL ON THE LIVE JOURNAL,
      *          OLDEST FIRST.  JC-CUTOFF-STAMP IS WHERE THAT
      *          CYCLE'S JOURNAL ENDS.
      *****************************************************************
       01  JOURNAL-CONTROL-REC.
           05  JC-RECORD-TYPE              PIC X(01).
               88  JC-HORIZON-REC          VALUE "H".
               88  JC-CYCLE-REC            VALUE "C".
           05  JC-CYCLE-DATE               PIC X(08).
           05  JC-CUTOFF-STAMP             PIC X(14).
           05  JC-RETENTION-CYCLES         PIC 9(03).
           05  JC-ARCHIVE-DSN              PIC X(44).
           05  FILLER                      PIC X(10).
