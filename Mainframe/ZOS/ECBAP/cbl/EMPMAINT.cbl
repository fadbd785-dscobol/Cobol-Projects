      *          RECORD STAYS FOR HISTORY).  REJECTS GO TO THE
      *          REJECT FILE WITH A REASON.
      *
      *          A "C" THAT CHANGES THE RATE CARRIES THE DATE THE NEW
      *          RATE TAKES EFFECT (BLANK MEANS TODAY; A FUTURE DATE
      *          IS REJECTED).  EVERY RATE CHANGE IS WRITTEN TO THE
      *          RATE CHANGE FILE WITH THE OLD RATE, THE NEW RATE AND
      *          BOTH DATES - RETROPAY WORKS THE BACK PAY FOR ANY
      *          THAT WERE EFFECTIVE BEFORE TODAY.
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.EMPTRAN

               REJECTED TRANS FILE     -   DDS0001.EMPREJ

               RATE CHANGE FILE        -   DDS0001.RATECHG

      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS POCODE.

      ****** EVERY RATE CHANGE, WITH ITS EFFECTIVE DATE, FOR RETROPAY
           SELECT RATECHG
           ASSIGN TO UT-S-RATECHG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RCCODE.

           SELECT EMPMAST
                  ASSIGN       TO EMPMAST
                  ORGANIZATION IS INDEXED
           05  ET-HIRE-DATE                PIC X(08).
           05  ET-HOURLY-RATE              PIC 9(3)V99.
           05  ET-DEPARTMENT               PIC X(04).
           05  ET-EFFECTIVE-DATE           PIC X(08).
           05  FILLER                      PIC X(29).

       FD  EMPREJ
           RECORDING MODE IS F
           DATA RECORD IS EMPPAYO-REC.
       01  EMPPAYO-REC                     PIC X(80).

       FD  RATECHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATECHG-REC.
       01  RATECHG-REC.
           05  RT-EMP-NUMBER               PIC 9(05).
           05  RT-EFFECTIVE-DATE           PIC X(08).
           05  RT-OLD-RATE                 PIC 9(3)V99.
           05  RT-NEW-RATE                 PIC 9(3)V99.
           05  RT-CHANGE-DATE              PIC X(08).
           05  FILLER                      PIC X(49).

       FD  EMPMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMPMAST-REC.
               88 EMCODE-NOT-FOUND   VALUE "23".
           05  POCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RCCODE                  PIC X(2).
               88 RCCODE-OK          VALUE "00".

       77  MORE-RECORDS-SW             PIC X(1) VALUE SPACE.
           88 NO-MORE-RECORDS  VALUE 'N'.

       77  WS-RUN-DATE                 PIC X(08).
       77  WS-EFFECTIVE-DATE           PIC X(08).
       77  WS-OLD-RATE                 PIC 9(3)V99.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(4) COMP.
           05 RECORDS-APPLIED          PIC S9(4) COMP.
           OPEN INPUT EMPTRAN.
           OPEN OUTPUT EMPREJ.
           OPEN OUTPUT EMPPAYO.
           OPEN OUTPUT RATECHG.
           OPEN I-O EMPMAST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 900-READ-EMPTRAN THRU 900-EXIT.
       000-EXIT.
               PERFORM 710-WRITE-EMPREJ THRU 710-EXIT
               GO TO 300-EXIT.

           MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE.
           IF ET-CHANGE AND ET-EFFECTIVE-DATE NOT = SPACES
               IF ET-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "*** EFFECTIVE DATE NOT NUMERIC" TO ERR-MSG
                   PERFORM 710-WRITE-EMPREJ THRU 710-EXIT
                   GO TO 300-EXIT
               ELSE
                   IF ET-EFFECTIVE-DATE > WS-RUN-DATE
                       MOVE "*** EFFECTIVE DATE IN THE FUTURE"
                           TO ERR-MSG
                       PERFORM 710-WRITE-EMPREJ THRU 710-EXIT
                       GO TO 300-EXIT
                   ELSE
                       MOVE ET-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.

           MOVE ET-EMP-NUMBER TO EMPMAST-KEY.
           READ EMPMAST
               INVALID KEY
               GO TO 500-EXIT.
           MOVE ET-FIRST-NAME    TO EM-FIRST-NAME.
           MOVE ET-LAST-NAME     TO EM-LAST-NAME.
           MOVE EM-HOURLY-RATE   TO WS-OLD-RATE.
           MOVE ET-HOURLY-RATE   TO EM-HOURLY-RATE.
           MOVE ET-DEPARTMENT    TO EM-DEPARTMENT.
           PERFORM 650-REWRITE-MASTER THRU 650-EXIT.
           IF EMCODE-OK AND ET-HOURLY-RATE NOT = WS-OLD-RATE
               PERFORM 550-WRITE-RATE-CHANGE THRU 550-EXIT.
       500-EXIT.
           EXIT.

       550-WRITE-RATE-CHANGE.
           MOVE SPACES            TO RATECHG-REC.
           MOVE ET-EMP-NUMBER     TO RT-EMP-NUMBER.
           MOVE WS-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
           MOVE WS-OLD-RATE       TO RT-OLD-RATE.
           MOVE ET-HOURLY-RATE    TO RT-NEW-RATE.
           MOVE WS-RUN-DATE       TO RT-CHANGE-DATE.
           WRITE RATECHG-REC.
      *  A rate change RETROPAY never sees is back pay never paid -
      *  stop the step rather than go on without it
           IF NOT RCCODE-OK
               DISPLAY "*** RATECHG WRITE FAILED " RCCODE
               CLOSE EMPTRAN, EMPREJ, EMPPAYO, RATECHG, EMPMAST
               MOVE +16 TO RETURN-CODE
               GOBACK.
       550-EXIT.
           EXIT.

       600-TERMINATE-EMPLOYEE.
           IF EMCODE-NOT-FOUND
               MOVE "*** TERMINATE REJECTED - NUMBER NOT ON MASTER"
           EXIT.

       999-CLEANUP.
           CLOSE EMPTRAN, EMPREJ, EMPPAYO, RATECHG, EMPMAST.
           DISPLAY "** TRANS READ **".
           DISPLAY RECORDS-READ.
           DISPLAY "** TRANS APPLIED **".
