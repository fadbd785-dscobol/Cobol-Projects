      *****************************************************************
      *    DRUGINTR -  DRUG-DRUG INTERACTION MASTER RECORD
      *    (VSAM DDS0001.DRUGINTR, KEYED BY THE MEDICATION PAIR).
      *    MAINTAINED BY DRUGMNT, WHICH STORES EACH PAIR ONCE WITH
      *    THE LOWER MEDICATION-ID FIRST.  THE TREATMENT EDIT READS
      *    THE NIGHTLY SEQUENTIAL UNLOAD DDS0001.DRUGTABL.
      *       S - SEVERE   : THE TREATMENT PENDS TO TRMTPEND
      *       M - MODERATE : LISTED FOR PHARMACIST REVIEW ONLY
      *****************************************************************
       01  DRUG-INTERACTION-REC.
           05  DI-INTERACTION-KEY.
               10  DI-MEDICATION-ID-1      PIC X(08).
               10  DI-MEDICATION-ID-2      PIC X(08).
           05  DI-SEVERITY                 PIC X(01).
               88  DI-SEVERE               VALUE "S".
               88  DI-MODERATE             VALUE "M".
               88  DI-VALID-SEVERITY
                   VALUES ARE "S", "M".
           05  DI-MESSAGE                  PIC X(40).
           05  FILLER                      PIC X(23).
