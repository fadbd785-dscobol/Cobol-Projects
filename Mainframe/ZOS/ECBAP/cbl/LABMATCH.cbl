               88  LR-RESULT-NORMAL    VALUE "N".
               88  LR-RESULT-ABNORMAL  VALUE "A".
               88  LR-RESULT-CRITICAL  VALUE "C".
      *    TIME THE LAB RELEASED THE RESULT, HHMM - STARTS THE CLOCK
      *    ON THE CRITICAL-VALUE CALLBACK
           05  LR-RESULT-TIME          PIC X(04).
           05  FILLER                  PIC X(28).

      ****** MATCHED RESULTS POSTED FOR THE CHART AND DOWNSTREAM USE
       FD  LABPOST
