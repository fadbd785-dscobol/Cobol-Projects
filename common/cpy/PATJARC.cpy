      *****************************************************************
      *    PATJARC  -  ARCHIVED PATIENT MASTER JOURNAL RECORD
      *    PATJRNL RECORDS AGED PAST THE BACKOUT HORIZON, WRITTEN BY
      *    JRNLARCH TO DDS0001.PATJRNL.ARCH.DYYMMDD.  THE BEFORE-
      *    IMAGE IS DROPPED - ONLY THE RUN, THE KEY, THE ACTION AND
      *    THE AFTER-IMAGE ARE KEPT FOR AUDIT.
      *****************************************************************
       01  PATIENT-JOURNAL-ARCHIVE-REC.
           05  PA-PROGRAM-NAME             PIC X(08).
           05  PA-RUN-DATE                 PIC X(08).
           05  PA-RUN-TIME                 PIC X(06).
           05  PA-ACTION-CODE              PIC X(01).
           05  PA-PATIENT-ID               PIC X(06).
           05  PA-AFTER-IMAGE              PIC X(2964).
