      *****************************************************************
      *    OPRAUTH  -  CICS OPERATOR AUTHORITY RECORD
      *    (VSAM DDS0001.OPRAUTH, KEYED BY OA-KEY).  TWO RECORD
      *    TYPES SHARE THE FILE:
      *      "O" - ONE PER CICS SIGN-ON USERID, NAMING THE ROLES
      *            THE OPERATOR HOLDS (UP TO 5)
      *      "R" - ONE PER ROLE, NAMING THE TRANSACTION/FUNCTION
      *            PAIRS THE ROLE GRANTS (UP TO 6)
      *    A SUSPENDED OPERATOR OR ROLE GRANTS NOTHING.  MAINTAINED
      *    BY OPRMAINT; READ BY THE OPRCHK AUTHORITY CHECK THAT
      *    PATINQ, POLINQ, CLMENTRY, BEDBRD (BBRD) AND ADMENTRY
      *    (ADMT) LINK TO ON ENTRY.
      *****************************************************************
       01  OPERATOR-AUTHORITY-REC.
           05  OA-KEY.
               10  OA-RECORD-TYPE          PIC X(01).
                   88  OA-OPERATOR-RECORD  VALUE "O".
                   88  OA-ROLE-RECORD      VALUE "R".
                   88  OA-VALID-RECORD-TYPE
                       VALUES ARE "O", "R".
               10  OA-ENTRY-ID             PIC X(08).
           05  OA-STATUS                   PIC X(01).
               88  OA-ACTIVE               VALUE "A".
               88  OA-SUSPENDED            VALUE "S".
               88  OA-VALID-STATUS
                   VALUES ARE "A", "S".
           05  OA-LAST-MAINT-DATE          PIC X(08).
           05  OA-DESCRIPTION              PIC X(20).
           05  OA-ENTRY-COUNT              PIC 9(01).
      ****** OPERATOR RECORD - THE ROLES HELD
           05  OA-OPERATOR-ROLES.
               10  OA-ROLE-ID              PIC X(08)
                                           OCCURS 5 TIMES.
      ****** ROLE RECORD - THE TRANSACTION/FUNCTION PAIRS GRANTED
      ****** FUNCTION IQ - INQUIRY (PINQ SCREEN ONE, PLNQ, BBRD)
      ******          TD - TREATMENT DETAIL (PINQ SCREEN TWO)
      ******          CE - CLAIM ENTRY (CLME)
      ******          HK - HOUSEKEEPING, BED MARKED CLEAN (BBRD)
      ******          AD - ADMISSION ENTRY (ADMT)
           05  OA-ROLE-GRANTS REDEFINES OA-OPERATOR-ROLES.
               10  OA-GRANT                OCCURS 6 TIMES.
                   15  OA-GRANT-TRANS-ID   PIC X(04).
                   15  OA-GRANT-FUNCTION   PIC X(02).
                       88  OA-FUNC-INQUIRY          VALUE "IQ".
                       88  OA-FUNC-TREATMENT-DETAIL VALUE "TD".
                       88  OA-FUNC-CLAIM-ENTRY      VALUE "CE".
                       88  OA-FUNC-HOUSEKEEPING     VALUE "HK".
                       88  OA-FUNC-ADMISSION        VALUE "AD".
               10  FILLER                  PIC X(04).
           05  FILLER                      PIC X(01).
