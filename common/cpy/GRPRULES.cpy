      *****************************************************************
      *    GRPRULES -  DIAGNOSIS GROUPING RULE RECORD
      *    (DDS0001.GRPRULES).  ONE RECORD PER DIAGNOSTIC-CODE
      *    PREFIX, LOADED FROM PATIENT ACCOUNTING.  THE LONGEST
      *    MATCHING PREFIX WINS - A BLANK-PADDED PREFIX ACTS AS A
      *    WILDCARD.  EACH GROUP CARRIES THE CARRIER'S EXPECTED
      *    GROUP PAYMENT (DRGGROUP) AND THE EXPECTED LENGTH OF STAY
      *    IN DAYS USED BY THE CONCURRENT UTILIZATION-REVIEW
      *    WORKLIST (URWKLIST).  ZERO EXPECTED DAYS = NO TARGET.
      *****************************************************************
       01  GRPRULES-REC.
           05  GR-DIAG-PREFIX          PIC X(05).
           05  GR-GROUP-CODE           PIC X(04).
           05  GR-GROUP-DESC           PIC X(15).
           05  GR-EXPECTED-PAYMENT     PIC 9(7)V99.
           05  GR-EXPECTED-LOS         PIC 9(03).
           05  FILLER                  PIC X(04).
