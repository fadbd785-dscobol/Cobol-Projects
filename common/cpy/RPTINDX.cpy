      *****************************************************************
      *    RPTINDX  -  REPORT ARCHIVE INDEX (DDS0001.RPTINDX)
      *    VSAM KSDS.  PER CAPTURED REPORT, A HEADER (PAGE 00000)
      *    WITH PAGE/LINE TOTALS AND THE DATE IT IS PURGED, THEN ONE
      *    RECORD PER PAGE WITH THE LOWEST AND HIGHEST KEY (PATIENT
      *    ID, POLICY NUMBER...) PRINTED ON IT.  WRITTEN AND PURGED
      *    BY RPTCAPT; READ BY RPTPRINT.
      *****************************************************************
       01  REPORT-INDEX-REC.
           05  RI-KEY.
               10  RI-REPORT-ID            PIC X(08).
               10  RI-BUSINESS-DATE        PIC X(08).
               10  RI-PAGE-NUMBER          PIC 9(05).
                   88  RI-REPORT-HEADER    VALUE ZERO.
           05  RI-PAGE-DATA.
               10  RI-LINE-COUNT           PIC 9(05).
               10  RI-LOW-KEY              PIC X(15).
               10  RI-HIGH-KEY             PIC X(15).
               10  FILLER                  PIC X(24).
           05  RI-HEADER-DATA REDEFINES RI-PAGE-DATA.
               10  RI-TOTAL-PAGES          PIC 9(05).
               10  RI-TOTAL-LINES          PIC 9(07).
               10  RI-CAPTURE-DATE         PIC X(08).
               10  RI-CAPTURE-TIME         PIC X(06).
               10  RI-PURGE-DATE           PIC X(08).
               10  RI-KEY-LABEL            PIC X(10).
               10  FILLER                  PIC X(15).
