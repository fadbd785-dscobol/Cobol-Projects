      *****************************************************************
      *    CLMSTAT  -  CLAIM STATUS MASTER RECORD
      *    (VSAM DDS0001.CLMSTAT, KEYED BY CS-CLAIM-KEY).
      *    ONE RECORD PER SUBMITTED CLAIM THAT HAS BEEN THE SUBJECT
      *    OF A CARRIER STATUS INQUIRY.  CLMSTINQ ADDS THE RECORD THE
      *    FIRST TIME AN AGED UNPAID CLAIM IS INQUIRED ON, CLMSTPST
      *    POSTS EACH CARRIER RESPONSE OVER THE LAST KNOWN STATUS,
      *    AND CLMAGING PRINTS THAT STATUS NEXT TO THE CLAIM.  THE
      *    KEY IS THE SAME CARRIER / PATIENT / TREATMENT DATE / CHARGE
      *    THE CARRIER ECHOES BACK ON ITS RESPONSE.  CS-CLAIM-IMAGE
      *    IS THE ORIGINAL ECLAIMS RECORD, KEPT SO A CLAIM THE
      *    CARRIER HAS NO RECORD OF CAN BE QUEUED FOR RESUBMISSION.
      *****************************************************************
       01  CLAIM-STATUS-REC.
           05  CS-CLAIM-KEY.
               10  CS-CARRIER              PIC X(03).
               10  CS-PATIENT-ID           PIC X(06).
               10  CS-TREATMENT-DATE       PIC X(08).
               10  CS-TOTAL-CHARGE         PIC 9(7)V99.
           05  CS-LAST-STATUS              PIC X(02).
               88  CS-INQUIRY-SENT         VALUE "IQ".
               88  CS-PENDING              VALUE "PN".
               88  CS-IN-PROCESS           VALUE "IP".
               88  CS-PAID                 VALUE "PD".
               88  CS-DENIED               VALUE "DN".
               88  CS-NOT-ON-FILE          VALUE "NF".
               88  CS-CARRIER-ANSWERED     VALUES ARE "PD", "DN".
           05  CS-STATUS-DATE              PIC X(08).
           05  CS-CHECK-NUMBER             PIC X(10).
           05  CS-PAID-AMOUNT              PIC 9(7)V99.
           05  CS-DENIAL-REASON            PIC X(05).
           05  CS-INQUIRY-COUNT            PIC 9(03).
           05  CS-LAST-INQUIRY-DATE        PIC X(08).
           05  CS-RESUBMIT-DATE            PIC X(08).
           05  CS-CLAIM-IMAGE              PIC X(100).
           05  FILLER                      PIC X(21).
