      *****************************************************************
      *    CYCHIST  -  NIGHTLY CYCLE STEP HISTORY (DDS0001.CYCHIST)
      *    PERMANENT FILE, WRITTEN DISP=MOD.  NIGHTRUN ADDS ONE
      *    RECORD FOR EVERY STEP IT RELEASES - START AND END STAMPS,
      *    ELAPSED SECONDS, RETURN CODE AND THE STEP'S RECORD COUNTS
      *    - SO CYCTREND CAN TREND EACH STEP'S RUN TIME AND
      *    THROUGHPUT ACROSS CYCLES.  A RESTARTED STEP HAS ONE
      *    RECORD PER ATTEMPT.
      *****************************************************************
       01  CYCLE-HISTORY-REC.
           05  CH-BUSINESS-DATE            PIC X(08).
           05  CH-STEP-NUMBER              PIC 9(02).
           05  CH-PROGRAM-NAME             PIC X(08).
           05  CH-START-DATE               PIC X(08).
           05  CH-START-TIME               PIC X(06).
           05  CH-END-DATE                 PIC X(08).
           05  CH-END-TIME                 PIC X(06).
           05  CH-ELAPSED-SECONDS          PIC 9(06).
           05  CH-RETURN-CODE              PIC 9(04).
           05  CH-RECORDS-IN               PIC 9(09).
           05  CH-RECORDS-OUT              PIC 9(09).
           05  CH-STEP-STATUS              PIC X(01).
               88  CH-STEP-COMPLETE        VALUE "C".
               88  CH-STEP-FAILED          VALUE "F".
           05  FILLER                      PIC X(05).
