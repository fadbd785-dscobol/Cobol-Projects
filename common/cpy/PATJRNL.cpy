      *    ONE RECORD PER ADD/CHANGE/DELETE APPLIED TO
      *    DDS0001.PATMASTR, CARRYING THE BEFORE- AND AFTER-IMAGES
      *    SO BACKOUT CAN RESTORE THE MASTER TO ITS STATE BEFORE A
      *    NAMED RUN.  WRITTEN BY HOSPEDIT, DISCHRG, ALRGMNT AND
      *    COVMAINT; READ BY BACKOUT.
      *****************************************************************
       01  PATIENT-JOURNAL-REC.
           05  PJ-PROGRAM-NAME             PIC X(08).
