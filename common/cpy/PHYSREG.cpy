      *    REPORTS TREATMENTS PRESCRIBED AFTER THE LAPSE.
      *****************************************************************
           05  REG-LICENSE-EXP-DATE        PIC X(08).
      *****************************************************************
      *    CLINICAL PRIVILEGES - THE TREATMENT-TYPE CODES THE
      *    PRACTITIONER MAY ORDER, ONE ENTRY PER CODE, EACH WITH THE
      *    DATE GRANTED AND THE DATE IT COMES UP FOR REAPPOINTMENT
      *    REVIEW (YYYYMMDD).  GRANTED/REVOKED THROUGH REGMAINT,
      *    ENFORCED AGAINST PRESCRIBING-PHYS-ID BY THE TREATMENT
      *    EDIT AND LISTED AS THEY COME DUE BY PRIVRVW.
      *****************************************************************
           05  REG-PRIVILEGE-SEGMENT.
               10  REG-PRIVILEGE-COUNT     PIC 9(02).
               10  REG-PRIVILEGE-ENTRY OCCURS 10 TIMES.
                   15  REG-PRIV-TRMT-TYPE      PIC X(02).
                   15  REG-PRIV-GRANTED-DATE   PIC X(08).
                   15  REG-PRIV-REVIEW-DATE    PIC X(08).
           05  FILLER                      PIC X(19).
