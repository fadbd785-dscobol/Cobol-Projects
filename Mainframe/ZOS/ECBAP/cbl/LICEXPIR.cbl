       01  RPT-REC PIC X(133).

       FD  PHYSREG
           RECORD CONTAINS 260 CHARACTERS
           DATA RECORD IS PHYSREG-REC.
       01  PHYSREG-REC.
           05 PHYSREG-KEY      PIC X(08).
           05 FILLER           PIC X(252).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
