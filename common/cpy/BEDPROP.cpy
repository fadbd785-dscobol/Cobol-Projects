      *****************************************************************
      *    BEDPROP  -  BED-ASSIGNMENT PROPOSAL RECORD
      *    (DDS0001.BEDPROP).  WRITTEN BY BEDASGN FOR EVERY BED
      *    REQUEST IT COULD PLACE.  ADMISSIONS CONFIRMS THE BED AND
      *    BEDCNFM TURNS THE CONFIRMED PROPOSAL INTO A PATDALY
      *    TRANSFER ("X") RECORD.  THE FROM-LOCATION IS ZERO WHEN THE
      *    PATIENT WAS NOT ON THE CENSUS (A PENDING ADMISSION).
      *****************************************************************
       01  BED-PROPOSAL-REC.
           05  BP-PATIENT-ID               PIC 9(06).
           05  BP-WARD-ID                  PIC X(04).
           05  BP-ROOM-ID                  PIC X(08).
           05  BP-BED-ID                   PIC X(04).
           05  BP-ROOM-TYPE                PIC X(01).
               88  BP-PRIVATE-ROOM         VALUE "P".
               88  BP-SEMI-PRIVATE-ROOM    VALUE "S".
           05  BP-ISOLATION-SW             PIC X(01).
               88  BP-ISOLATION            VALUE "Y".
           05  BP-GENDER                   PIC X(01).
           05  BP-FROM-LOCATION.
               10  BP-FROM-WARD-NBR        PIC 9(04).
               10  BP-FROM-ROOM-IDENTITY   PIC 9(04).
               10  BP-FROM-BED-IDENTITY    PIC 9(04).
           05  BP-DATE-ADMIT               PIC X(10).
           05  BP-PROPOSAL-DATE            PIC X(08).
           05  FILLER                      PIC X(25).
