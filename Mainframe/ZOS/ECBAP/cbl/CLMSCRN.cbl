           05  CR-SECONDARY-POLICY          PIC X(09).
           05  CR-TREATMENT-TYPE            PIC X(02).
           05  CR-SERVICE-DATE              PIC X(08).
           05  CR-RECEIVED-DATE             PIC X(08).
           05  CR-CLAIM-STATE               PIC X(02).
           05  FILLER                       PIC X(16).

       FD  SCRNPARM
           RECORD CONTAINS 40 CHARACTERS.
