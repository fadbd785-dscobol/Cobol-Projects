      *****************************************************************
      *    RPTCAT   -  REPORT ARCHIVE CATALOG (DDS0001.RPTCAT)
      *    ONE RECORD PER REPORT CAPTURED BY RPTCAPT - HOW LONG IT IS
      *    KEPT, WHERE ITS PAGES BREAK AND WHERE ON THE PRINT LINE
      *    ITS INDEX KEY (PATIENT ID, POLICY NUMBER...) SITS.
      *
      *    A NEW PAGE STARTS ON AN ASA "1" IN COLUMN 1 (RT-ASA-
      *    CONTROL), ON A LINE CARRYING THE REPORT TITLE AT
      *    RT-TITLE-COLUMN, OR AFTER RT-LINES-PER-PAGE LINES.
      *    KEY LENGTH ZERO MEANS THE REPORT IS NOT KEY-INDEXED.
      *****************************************************************
       01  REPORT-CATALOG-REC.
           05  RT-REPORT-ID                PIC X(08).
           05  RT-DESCRIPTION              PIC X(24).
           05  RT-RETENTION-DAYS           PIC 9(04).
           05  RT-LINES-PER-PAGE           PIC 9(03).
           05  RT-ASA-SW                   PIC X(01).
               88  RT-ASA-CONTROL          VALUE "Y".
           05  RT-KEY-LABEL                PIC X(10).
           05  RT-KEY-COLUMN               PIC 9(03).
           05  RT-KEY-LENGTH               PIC 9(02).
           05  RT-KEY-NUMERIC-SW           PIC X(01).
               88  RT-KEY-NUMERIC          VALUE "Y".
           05  RT-TITLE-COLUMN             PIC 9(03).
           05  RT-TITLE-LENGTH             PIC 9(02).
           05  RT-TITLE-TEXT               PIC X(19).
