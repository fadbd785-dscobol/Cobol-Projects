      *****************************************************************
      *    PPAYRULE -  STATE PROMPT-PAY RULE TABLE (DDS0001.PPAYRULE)
      *    ONE RECORD PER STATE WITH A PROMPT-PAY STATUTE: THE DAYS
      *    ALLOWED FROM RECEIPT OF A CLEAN CLAIM TO PAYMENT, WHETHER
      *    THOSE ARE CALENDAR OR BUSINESS DAYS (BUSINESS DAYS ARE
      *    COUNTED ON THE SHARED BUSDAY CALENDAR), AND THE ANNUAL
      *    INTEREST RATE OWED ON A LATE CLAIM, AS A PERCENT.
      *    CLAIMS FROM A STATE NOT ON THE TABLE OWE NO INTEREST.
      *****************************************************************
       01  PROMPT-PAY-RULE-REC.
           05  PR-STATE                    PIC X(02).
           05  PR-DAY-BASIS                PIC X(01).
               88  PR-CALENDAR-DAYS        VALUE "C".
               88  PR-BUSINESS-DAYS        VALUE "B".
               88  PR-VALID-DAY-BASIS      VALUES "C" "B".
           05  PR-ALLOWED-DAYS             PIC 9(03).
           05  PR-ANNUAL-RATE              PIC 9(02)V9(03).
           05  PR-STATE-NAME               PIC X(20).
           05  FILLER                      PIC X(49).
