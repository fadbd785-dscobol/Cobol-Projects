      *****************************************************************
      *    ISOLHIST -  ROLLING ISOLATION HISTORY RECORD
      *    (DDS0001.ISOLHIST).  ONE RECORD PER ISOLATION-REQD
      *    PATIENT PER CENSUS DAY, TAKEN BY INFSURV FROM THE PATSRCH
      *    WARD/ROOM/BED CENSUS AND THE PATIENT MASTER FLAGS.  KEPT
      *    IN WARD / PATIENT / CENSUS-DATE ORDER AND AGED OFF ONCE
      *    OLDER THAN BOTH THE ALERT WINDOW AND THE TREND PERIOD.
      *****************************************************************
       01  ISOLATION-HISTORY-REC.
           05  IH-WARD-NBR                 PIC 9(04).
           05  IH-PATIENT-ID               PIC 9(06).
           05  IH-CENSUS-DATE              PIC X(08).
           05  IH-ROOM-IDENTITY            PIC 9(04).
           05  IH-BED-IDENTITY             PIC 9(04).
           05  IH-DIAGNOSTIC-CODE          PIC X(05).
           05  FILLER                      PIC X(09).
