      *****************************************************************
      *    CRITCALL -  CRITICAL LAB-VALUE CALLBACK ITEM
      *    (DDS0001.CRITCALL).  CRITCALL OPENS ONE ITEM FOR EVERY
      *    CRITICAL ("C") RESULT ON THE POSTED-RESULTS FILE.  OPEN
      *    ITEMS ARE CARRIED FORWARD ON THE WORKLIST GENERATION UNTIL
      *    NURSING ACKNOWLEDGES THEM; ACKNOWLEDGED ITEMS GO TO THE
      *    CALLBACK LOG (DDS0001.CRITLOG) AS THE RECORD THAT THE
      *    VALUE WAS COMMUNICATED, AND TO WHOM.
      *****************************************************************
       01  CRITICAL-CALLBACK-REC.
           05  CB-KEY.
               10  CB-PATIENT-ID           PIC 9(06).
               10  CB-LAB-TEST-ID          PIC X(05).
               10  CB-RESULT-DATE          PIC X(08).
           05  CB-RESULT-TIME              PIC X(04).
           05  CB-TREATMENT-DATE           PIC X(08).
           05  CB-RESULT-VALUE             PIC X(20).
           05  CB-LOCATION.
               10  CB-WARD-NBR             PIC 9(04).
               10  CB-ROOM-IDENTITY        PIC 9(04).
               10  CB-BED-IDENTITY         PIC 9(04).
           05  CB-ATTENDING-PHYS-ID        PIC X(08).
           05  CB-STATUS                   PIC X(01).
               88  CB-OPEN                 VALUE "O".
               88  CB-ACKNOWLEDGED         VALUE "A".
           05  CB-ESCALATED-SW             PIC X(01).
               88  CB-ESCALATED            VALUE "Y".
           05  CB-ACKNOWLEDGMENT.
               10  CB-ACK-NOTIFIED-ID      PIC X(08).
               10  CB-ACK-CALLER-ID        PIC X(08).
               10  CB-ACK-DATE             PIC X(08).
               10  CB-ACK-TIME             PIC X(04).
           05  CB-ELAPSED-MINUTES          PIC 9(06).
           05  FILLER                      PIC X(13).
