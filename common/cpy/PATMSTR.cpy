               10  PATIENT-ALLERGY-ENTRY OCCURS 10 TIMES.
                   15  ALLERGY-MEDICATION-ID
                                           PIC X(08).
      *        FOOD ALLERGENS ARE KEYED "F-" PLUS A SIX-CHARACTER
      *        FOOD CODE (F-PEANUT, F-SHLFSH) IN PLACE OF A DRUG ID
                   15  ALLERGY-FOOD-VIEW REDEFINES
                       ALLERGY-MEDICATION-ID.
                       20  ALLERGY-FOOD-PREFIX
                                           PIC X(02).
                           88  FOOD-ALLERGY
                                           VALUE "F-".
                       20  ALLERGY-FOOD-CODE
                                           PIC X(06).
                   15  ALLERGY-SEVERITY    PIC X(01).
                       88  SEVERE-ALLERGY  VALUE "S".
                       88  MODERATE-ALLERGY
                   15  ALERT-ISOLATION     PIC X(01).
                       88  ISOLATION-REQD  VALUE "Y".
                   15  FILLER              PIC X(02).
      *****************************************************************
      *    EXPECTED DISCHARGE DATE (YYYY-MM-DD) - SET AND CHANGED BY
      *    HOSPEDIT TRANSACTIONS, READ BY THE DISCHARGE FORECAST.
      *    SPACES WHEN THE UNIT HAS NOT GIVEN ONE.
      *****************************************************************
           05  EXPECTED-DISCHARGE-DATE     PIC X(10).
      *****************************************************************
      *    DIET ORDER - SET AND CHANGED BY HOSPEDIT TRANSACTIONS,
      *    READ BY THE NIGHTLY TRAY-TICKET / MEAL-COUNT RUN.  SPACE
      *    WHEN NO DIET HAS BEEN ORDERED.
      *****************************************************************
           05  DIET-ORDER-CODE             PIC X(01).
               88  DIET-REGULAR            VALUE "R".
               88  DIET-CARDIAC            VALUE "C".
               88  DIET-DIABETIC           VALUE "D".
               88  DIET-RENAL              VALUE "K".
               88  DIET-CLEAR-LIQUID       VALUE "L".
               88  DIET-FULL-LIQUID        VALUE "F".
               88  DIET-SOFT               VALUE "S".
               88  DIET-PUREED             VALUE "P".
               88  DIET-NPO                VALUE "N".
               88  DIET-NOT-ORDERED        VALUE " ".
               88  VALID-DIET-ORDER
                   VALUES ARE "R", "C", "D", "K", "L", "F", "S", "P",
                              "N".
      *****************************************************************
      *    COVERAGE PERIODS - EFFECTIVE-DATED CARRIER COVERAGE FOR THE
      *    STAY, OLDEST FIRST, MAINTAINED BY COVMAINT.  A BLANK
      *    CARRIER IS A SELF-PAY PERIOD; A BLANK TERMINATION DATE IS
      *    STILL IN FORCE.  DATES ARE YYYYMMDD.  INSURANCE-TYPE ABOVE
      *    ALWAYS CARRIES THE LATEST PERIOD'S CARRIER.  A ZERO COUNT
      *    MEANS INSURANCE-TYPE COVERS THE WHOLE STAY.
      *****************************************************************
           05  COVERAGE-PERIOD-SEGMENT.
               10  COVERAGE-PERIOD-COUNT   PIC 9(02).
               10  COVERAGE-PERIOD OCCURS 6 TIMES.
                   15  COV-CARRIER         PIC X(03).
                       88  COV-SELF-PAY    VALUE SPACES.
                   15  COV-MEMBER-ID       PIC X(10).
                   15  COV-EFFECTIVE-DATE  PIC X(08).
                   15  COV-TERMINATION-DATE
                                           PIC X(08).
      *****************************************************************
      *    ACCIDENT / THIRD-PARTY LIABILITY - CAPTURED AT ADMISSION BY
      *    HOSPEDIT WHEN THE STAY IS A WORK INJURY OR AN ACCIDENT
      *    SOMEONE ELSE IS LIABLE FOR.  LIABLE-PARTY-ID/NAME IS THE
      *    RESPONSIBLE EMPLOYER (WORKERS' COMP) OR LIABILITY CARRIER.
      *    CLAIMSUB BILLS THE STAY TO THE LIABLE PARTY, AND BILLS THE
      *    HEALTH CARRIER ONLY ONCE HOSPEDIT HAS RECORDED THE LIABLE
      *    PARTY'S DENIAL (LIABILITY-STATUS "D").  A SPACE INDICATOR
      *    MEANS NO LIABLE PARTY.
      *****************************************************************
           05  LIABILITY-SEGMENT.
               10  ACCIDENT-LIABILITY-IND  PIC X(01).
                   88  NO-LIABLE-PARTY     VALUE " ".
                   88  WORKERS-COMP-STAY   VALUE "W".
                   88  AUTO-ACCIDENT-STAY  VALUE "A".
                   88  OTHER-LIABILITY-STAY
                                           VALUE "L".
                   88  LIABLE-PARTY-STAY   VALUES ARE "W", "A", "L".
               10  LIABLE-PARTY-ID         PIC X(10).
               10  LIABLE-PARTY-NAME       PIC X(30).
               10  LIABILITY-CLAIM-REF     PIC X(15).
               10  LIABILITY-STATUS        PIC X(01).
                   88  LIABILITY-PENDING   VALUES ARE " ", "P".
                   88  LIABILITY-DENIED    VALUE "D".
           05  FILLER                      PIC X(2566).
