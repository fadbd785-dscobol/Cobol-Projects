      *****************************************************************
      *    RPTARCH  -  REPORT ARCHIVE PRINT LINE (DDS0001.RPTARCH)
      *    VSAM KSDS.  EVERY LINE OF EVERY CAPTURED REPORT, KEYED BY
      *    REPORT, BUSINESS DATE, PAGE AND LINE WITHIN THE PAGE.
      *    WRITTEN AND PURGED BY RPTCAPT; READ BY RPTPRINT.
      *****************************************************************
       01  REPORT-ARCHIVE-REC.
           05  RA-KEY.
               10  RA-REPORT-ID            PIC X(08).
               10  RA-BUSINESS-DATE        PIC X(08).
               10  RA-PAGE-NUMBER          PIC 9(05).
               10  RA-LINE-NUMBER          PIC 9(05).
           05  RA-PRINT-LINE               PIC X(133).
