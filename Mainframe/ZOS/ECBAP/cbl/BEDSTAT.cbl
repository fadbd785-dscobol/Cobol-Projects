      *             "O" OUT-OF-SERVICE (MAINTENANCE OFFLINE)
      *             "B" BLOCKED        (ISOLATION HOLD)
      *
      *          EVERY BED ALSO GOES TO THE BED-BOARD EXTRACT WITH ITS
      *          STATUS AND THE CENSUS PATIENT OCCUPYING IT.  BEDBLOAD
      *          SORTS THE EXTRACT BY WARD/BED AND RELOADS THE ON-LINE
      *          BED BOARD (DDS0001.BEDBOARD) THE BBRD TRANSACTION
      *          SHOWS.  A DIRTY BED HOUSEKEEPING MARKS CLEAN ON BBRD
      *          ARRIVES HERE AS AN ORDINARY "C" STATUS TRANSACTION.
      *
      ******************************************************************

             STATUS TRANSACTIONS     -   DDS0001.BEDSTRAN

             AVAILABLE-BED REPORT    -   BEDAVL

             BED-BOARD EXTRACT       -   DDS0001.BEDBRD

      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT BEDBRD
           ASSIGN TO UT-S-BEDBRD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BBCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** HOUSEKEEPING / MAINTENANCE STATUS TRANSACTIONS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

      ****** ONE RECORD PER BED FOR THE ON-LINE BED BOARD
       FD  BEDBRD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDBRD-OUT-REC.
       01  BEDBRD-OUT-REC  PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  BSCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  BBCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRAN-SW             PIC X(01) VALUE "Y".
               10  BSE-STATUS-COMMENT  PIC X(29).
               10  BSE-OCCUPIED-SW     PIC X(01).
                   88  BSE-OCCUPIED    VALUE "Y".
               10  BSE-PATIENT-ID      PIC X(06).
       77  BED-ENTRY-COUNT             PIC S9(4) COMP VALUE +0.
       77  BED-SUB                     PIC S9(4) COMP VALUE +0.

           05  AVAILABLE-OUT           PIC Z(4).
           05  FILLER                  PIC X(30) VALUE SPACES.

      ****** BED-BOARD EXTRACT RECORD
       COPY BEDBRD.

      ****** CENSUS RECORD - OCCUPANCY COMES FROM HERE
       COPY PATDALY.

           OPEN OUTPUT BEDSTNEW.
           OPEN OUTPUT BEDSREJ.
           OPEN OUTPUT BEDAVL.
           OPEN OUTPUT BEDBRD.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:4)  TO HDR-DATE (1:4).
           MOVE SPACES     TO BSE-STATUS-DATE (BED-IDX).
           MOVE SPACES     TO BSE-STATUS-COMMENT (BED-IDX).
           MOVE "N"        TO BSE-OCCUPIED-SW (BED-IDX).
           MOVE SPACES     TO BSE-PATIENT-ID (BED-IDX).
       300-EXIT.
           EXIT.

           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC TO WS-BED-ID-X.
           PERFORM 400-FIND-BED THRU 400-EXIT.
           IF BED-SUB > +0
               MOVE "Y" TO BSE-OCCUPIED-SW (BED-SUB)
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                        TO BSE-PATIENT-ID (BED-SUB).

       590-READ-NEXT.
           READ PATSRCH INTO INPATIENT-DAILY-REC
           MOVE BSE-STATUS-DATE (BED-SUB)    TO BS-STATUS-DATE.
           MOVE BSE-STATUS-COMMENT (BED-SUB) TO BS-STATUS-COMMENT.
           WRITE BEDSTNEW-REC FROM BED-STATUS-REC.
           PERFORM 650-WRITE-BED-BOARD THRU 650-EXIT.

           IF BS-CLEAN
               ADD +1 TO BEDS-SERVICEABLE
       600-EXIT.
           EXIT.

      *  The bed board shows every bed, serviceable or not, with the
      *  census patient in it
       650-WRITE-BED-BOARD.
           MOVE SPACES                       TO BED-BOARD-REC.
           MOVE BSE-WARD-ID (BED-SUB)        TO BB-WARD-ID.
           MOVE BSE-BED-ID (BED-SUB)         TO BB-BED-ID.
           MOVE BSE-ROOM-ID (BED-SUB)        TO BB-ROOM-ID.
           MOVE BSE-STATUS-CODE (BED-SUB)    TO BB-STATUS-CODE.
           MOVE BSE-STATUS-DATE (BED-SUB)    TO BB-STATUS-DATE.
           MOVE BSE-STATUS-COMMENT (BED-SUB) TO BB-STATUS-COMMENT.
           MOVE BSE-PATIENT-ID (BED-SUB)     TO BB-PATIENT-ID.
           WRITE BEDBRD-OUT-REC FROM BED-BOARD-REC.
       650-EXIT.
           EXIT.

       710-WRITE-BEDSREJ.
           MOVE BEDSTRAN-REC TO REST-OF-REC.
           WRITE BEDSREJ-REC.
           MOVE BEDS-AVAILABLE    TO AVAILABLE-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE BEDSTRAN, BEDSTOLD, BEDTABL, PATSRCH,
                 BEDSTNEW, BEDSREJ, BEDAVL, BEDBRD.
           DISPLAY "NORMAL END OF JOB BEDSTAT".
       200-EXIT.
           EXIT.
