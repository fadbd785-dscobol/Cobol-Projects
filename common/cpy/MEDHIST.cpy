      *****************************************************************
      *    MEDHIST  -  ROLLING PER-PATIENT MEDICATION HISTORY RECORD
      *    (DDS0001.MEDHIST).  ONE RECORD PER ORAL, INTRAVENOUS OR
      *    INJECTED MEDICATION THAT PASSED THE TREATMENT EDIT,
      *    SORTED BY PATIENT AND TREATMENT DATE.  REBUILT EACH
      *    CYCLE BY MEDHBLD FROM THE PRIOR HISTORY PLUS THE NIGHT'S
      *    GOOD TREATMENTS (TRMTOK); ENTRIES OLDER THAN THE
      *    RETENTION WINDOW DROP OFF.  TRMTEDT2 SCREENS EACH NEW
      *    MEDICATION AGAINST IT FOR DRUG-DRUG INTERACTIONS.
      *****************************************************************
       01  MEDICATION-HISTORY-REC.
           05  MH-PATIENT-ID               PIC 9(06).
           05  MH-TREATMENT-DATE           PIC X(08).
           05  MH-MEDICATION-ID            PIC X(08).
           05  MH-TREATMENT-TYPE           PIC X(02).
           05  MH-PRESCRIBING-PHYS-ID      PIC X(08).
           05  FILLER                      PIC X(08).
