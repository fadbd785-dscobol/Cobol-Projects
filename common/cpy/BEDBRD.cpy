      *****************************************************************
      *    BEDBRD   -  ON-LINE BED-BOARD RECORD (VSAM DDS0001.BEDBOARD,
      *    KEYED BY WARD + BED).  BEDSTAT WRITES ONE PER BED ON THE
      *    BED-STATUS MASTER EACH NIGHT, CARRYING THE BED'S STATUS
      *    AND THE PATIENT THE CENSUS HAS IN IT; BEDBLOAD SORTS THE
      *    EXTRACT AND RELOADS THE KSDS THE BBRD BED-BOARD
      *    TRANSACTION BROWSES.  A BED HOUSEKEEPING MARKS CLEAN ON
      *    THE SCREEN IS REWRITTEN HERE AT ONCE; THE MASTER ITSELF
      *    CHANGES WHEN BEDSTAT APPLIES THE STATUS TRANSACTION.
      *****************************************************************
       01  BED-BOARD-REC.
           05  BB-KEY.
               10  BB-WARD-ID              PIC X(08).
               10  BB-BED-ID               PIC X(04).
           05  BB-ROOM-ID                  PIC X(08).
           05  BB-STATUS-CODE              PIC X(01).
               88  BB-CLEAN                VALUE "C".
               88  BB-DIRTY                VALUE "D".
               88  BB-OUT-OF-SERVICE       VALUE "O".
               88  BB-BLOCKED              VALUE "B".
           05  BB-STATUS-DATE              PIC X(10).
           05  BB-STATUS-COMMENT           PIC X(29).
           05  BB-PATIENT-ID               PIC X(06).
               88  BB-UNOCCUPIED           VALUE SPACES.
           05  FILLER                      PIC X(14).
