      *****************************************************************
      *    DISCLOG  -  ACCOUNTING-OF-DISCLOSURES REGISTER RECORD
      *    ONE RECORD PER PATIENT EACH TIME A RUN SENDS THAT PATIENT'S
      *    IDENTIFIABLE DATA OUTSIDE THE HOSPITAL SYSTEMS.  EVERY
      *    OUTBOUND EXTRACT (WARDRPT, ADTXTRCT, CLAIMSUB, CLMSTINQ,
      *    SURVEXT, REMITADV, DEIDENT) APPENDS TO THE SHARED REGISTER
      *    DDS0001.DISCLOG (WRITTEN DISP=MOD), AND DISCRPT PRINTS A
      *    PATIENT'S DISCLOSURE HISTORY FROM IT ON REQUEST.
      *****************************************************************
       01  DISCLOSURE-LOG-REC.
           05  DL-PATIENT-ID               PIC X(06).
           05  DL-DISCLOSURE-DATE          PIC X(08).
           05  DL-DISCLOSURE-TIME          PIC X(06).
           05  DL-EXTRACT-NAME             PIC X(08).
           05  DL-RECIPIENT                PIC X(10).
           05  DL-PURPOSE-CODE             PIC X(02).
               88  DL-PURPOSE-TREATMENT    VALUE "TR".
               88  DL-PURPOSE-PAYMENT      VALUE "PY".
               88  DL-PURPOSE-OPERATIONS   VALUE "OP".
               88  DL-PURPOSE-COMPLIANCE   VALUE "CM".
               88  DL-PURPOSE-TEST-DATA    VALUE "TD".
           05  DL-PURPOSE-DESC             PIC X(30).
           05  FILLER                      PIC X(10).
