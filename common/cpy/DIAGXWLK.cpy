      *****************************************************************
      *    DIAGXWLK -  DIAGNOSIS CODE CROSSWALK (DDS0001.DIAGXWLK)
      *    ONE RECORD PER RETIRED DIAG_CODES CODE, NAMING THE CODE
      *    THAT REPLACES IT IN THE NEW CODE SET.  REFMAINT APPENDS A
      *    RECORD (DISP=MOD) WHEN A RETIRE TRANSACTION CARRIES A
      *    REPLACEMENT CODE.  DRGGROUP AND READMRPT TRANSLATE HISTORY
      *    STAYS CODED UNDER THE OLD SET THROUGH IT SO THEY GROUP
      *    ALONGSIDE NEW STAYS - A REPLACEMENT THAT WAS ITSELF LATER
      *    RETIRED IS FOLLOWED TO THE CODE NOW IN FORCE.
      *****************************************************************
       01  DIAG-CROSSWALK-REC.
           05  XW-OLD-DIAG-CODE            PIC X(05).
           05  XW-NEW-DIAG-CODE            PIC X(05).
           05  XW-OLD-TERM-DATE            PIC X(08).
           05  FILLER                      PIC X(22).
