      *****************************************************************
      *    LATECLM  -  LATE-CHARGE CORRECTED-CLAIM RECORD
      *    (DDS0001.LATECLM).  WRITTEN BY LATECHG FOR EVERY LATE
      *    CHARGE IT POSTS TO A DISCHARGED STAY; CLAIMSUB TURNS EACH
      *    ONE INTO A REPLACEMENT CLAIM.  THE PATIENT IS NO LONGER ON
      *    THE MASTER, SO THE BILLING FIELDS CLAIMSUB WOULD TAKE FROM
      *    IT COME FROM THE STAY'S DISCHARGE-HISTORY IMAGE INSTEAD.
      *    LC-REVISED-FINAL-CHARGES IS THE STAY'S DH-FINAL-CHARGES
      *    AFTER ALL OF THE NIGHT'S LATE CHARGES WERE ADDED.
      *    LC-LIABILITY-DATA IS THE STAY'S LIABILITY-SEGMENT, SO A
      *    LATE CHARGE ON A LIABLE-PARTY STAY GOES TO THE LIABLE PARTY.
      *****************************************************************
       01  LATE-CHARGE-CLAIM-REC.
           05  LC-INSURANCE-TYPE           PIC X(03).
           05  LC-DIAGNOSTIC-CODE          PIC X(05).
           05  LC-DATE-ADMIT               PIC X(10).
           05  LC-DISCHARGE-DATE           PIC X(10).
           05  LC-REVISED-FINAL-CHARGES    PIC 9(7)V99.
           05  FILLER                      PIC X(13).
           05  LC-TREATMENT-IMAGE          PIC X(1101).
           05  LC-LIABILITY-DATA.
               10  LC-ACCIDENT-LIABILITY-IND
                                           PIC X(01).
               10  LC-LIABLE-PARTY-ID      PIC X(10).
               10  LC-LIABLE-PARTY-NAME    PIC X(30).
               10  LC-LIABILITY-CLAIM-REF  PIC X(15).
               10  LC-LIABILITY-STATUS     PIC X(01).
