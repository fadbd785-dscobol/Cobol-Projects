       FD  REGTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGTABL-REC.
       01  REGTABL-REC  PIC X(260).

       FD  MARRPT
           RECORD CONTAINS 133 CHARACTERS
