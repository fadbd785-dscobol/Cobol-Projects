      *****************************************************************
      *    OPRCHKCA -  COMMAREA FOR THE OPRCHK OPERATOR AUTHORITY
      *    CHECK.  THE CALLING TRANSACTION FILLS IN ITS TRANSID, THE
      *    FUNCTION IT IS ABOUT TO PERFORM AND (WHEN ONE IS IN HAND)
      *    THE PATIENT-ID, THEN LINKS TO OPRCHK.  OPRCHK RETURNS THE
      *    SIGNED-ON USERID, Y OR N, AND ON A REFUSAL THE MESSAGE TO
      *    SHOW; IT HAS ALREADY LOGGED THE REFUSAL TO THE PAUD QUEUE.
      *****************************************************************
       01  OPRCHK-COMMAREA.
           05  OC-TRANS-ID                 PIC X(04).
           05  OC-FUNCTION                 PIC X(02).
           05  OC-PATIENT-ID               PIC X(06).
           05  OC-OPERATOR-ID              PIC X(08).
           05  OC-RESULT                   PIC X(01).
               88  OC-AUTHORIZED           VALUE "Y".
               88  OC-REFUSED              VALUE "N".
           05  OC-REFUSAL-MESSAGE          PIC X(60).
       77  OPRCHK-COMMAREA-LENGTH          PIC S9(4) BINARY VALUE +81.
