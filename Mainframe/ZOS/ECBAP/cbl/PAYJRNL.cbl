       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYJRNL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL EMPLOYEE DATA.

      ******************************************************************
      *REMARKS.
      *
      *          PAYROLL GENERAL-LEDGER JOURNAL.
      *
      *          PAYROLL EXPENSE REACHED THE GL FROM A SUMMARY SHEET.
      *          THIS STEP RUNS AFTER PAYROL02 AND TURNS THE PAY RUN
      *          INTO BALANCED JOURNAL LINES IN THE GLJRNL LAYOUT
      *          GLEXTRCT WRITES, THROUGH THE PAYROLL ACCOUNT-MAPPING
      *          FILE:
      *
      *             DEBITS  - WAGE - STRAIGHT-TIME GROSS BY
      *                              EM-DEPARTMENT
      *                       OTPR - OVERTIME PREMIUM BY DEPARTMENT
      *                              (GROSS PAID OVER RATE X HOURS)
      *             CREDITS - FWT  - FEDERAL WITHHOLDING (TAXCALC)
      *                       FICA - FICA (TAXCALC)
      *                       EACH VOLDED DEDUCTION CODE, POSTED
      *                              UNDER ITS OWN CODE
      *                       NETD - NET PAY SENT BY DIRECT DEPOSIT
      *                       NETC - NET PAY PAID BY PAPER CHECK
      *
      *          A MAP RECORD WITH A DEPARTMENT APPLIES TO THAT
      *          DEPARTMENT ONLY; ONE WITH A BLANK DEPARTMENT IS THE
      *          DEFAULT ACCOUNT FOR THE CATEGORY.  THE DEDUCTIONS
      *          TAKEN BY CODE ARE THE GROWTH IN TAKEN-TO-DATE FROM
      *          THE DEDUCTION MASTER VOLDED STARTED THE RUN WITH TO
      *          THE ONE IT WROTE BACK.  NET PAY GOES TO DIRECT
      *          DEPOSIT ON THE SAME TEST DIRDEP USES - THE DEPOSIT
      *          FLAG, NO DEPOSIT HOLD ON EMPMAST, AND A BANK ROUTING
      *          NUMBER AND ACCOUNT ON THE PAYCHECK RECORD.
      *
      *          THE CONTROL REPORT PROVES THE JOURNAL FOOTS TO THE
      *          PAY RUN - GROSS, WITHHOLDING, FICA, DEDUCTIONS AND
      *          NET EACH AGREE, AND DEBITS EQUAL CREDITS - OR THE
      *          STEP ENDS RC=16 SO THE JOURNAL NEVER REACHES THE
      *          GL.  WHAT CAME IN FROM PAYCHECK GOES ON THE
      *          BALANCING FILE AGAINST PAYROL02'S OUT RECORD FOR
      *          RECONCIL TO CERTIFY.
      *
      *          OFFCYCLE'S CHECKS (OFFCHECK) ARE JOURNALED WITH THE
      *          PAY RUN.  FINAL PAY, BONUSES, CORRECTIONS AND
      *          REISSUES POST LIKE ANY CHECK; A VOID REPEATS THE
      *          VOIDED CHECK AND IS POSTED AS A REVERSING ENTRY,
      *          TAKING ITS WAGES, TAXES AND NET BACK OUT.  A LINE
      *          THE VOIDS DRIVE BELOW ZERO IS POSTED TO THE OTHER
      *          SIDE OF ITS ACCOUNT.  WHEN OFF-CYCLE CHECKS ARE IN,
      *          DEDMAST IS THE DEDUCTION MASTER THE FIRST OF THE TWO
      *          RUNS STARTED FROM AND DEDMASTO THE ONE THE LAST OF
      *          THEM WROTE.  VOIDS AND REISSUES NEVER MOVE THE
      *          DEDUCTION MASTER, SO THEIR DEDUCTIONS POST TO DEDV.
      *          THE BALANCING RECORD STAYS THE PAY RUN ALONE - THAT
      *          IS WHAT PAYROL02'S OUT RECORD CARRIES.
      *
      ******************************************************************

             PAYCHECK FILE           -   DDS0001.PAYCHECK

             OFF-CYCLE PAYCHECKS     -   DDS0001.OFFCHECK

             VSAM EMPLOYEE MASTER    -   DDS0001.EMPMAST

             DEDUCTION MASTER - IN   -   DDS0001.DEDMAST

             DEDUCTION MASTER - OUT  -   DDS0001.DEDMASTO

             PAYROLL ACCOUNT MAP     -   DDS0001.PAYGLMAP

             GL JOURNAL EXTRACT      -   DDS0001.PAYGLJRN

             BALANCING FILE (MOD)    -   DDS0001.BALFILE

             CONTROL REPORT          -   RPTFILE

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCHECK
           ASSIGN TO UT-S-PAYCHECK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PCCODE.

           SELECT OFFCHECK
           ASSIGN TO UT-S-OFFCHECK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OCCODE.

           SELECT EMPMAST
                  ASSIGN       TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EMPMAST-KEY
                  FILE STATUS  IS EMCODE.

           SELECT DEDMAST
           ASSIGN TO UT-S-DEDMAST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DMCODE.

           SELECT DEDMASTO
           ASSIGN TO UT-S-DEDMASTO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DOCODE.

           SELECT PAYGLMAP
           ASSIGN TO UT-S-PAYGLMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GMCODE.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GJCODE.

           SELECT BALFILE
           ASSIGN TO UT-S-BALFILE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BLCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCHECK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(120).

      ****** OFFCYCLE'S CHECKS - SAME LAYOUT AS PAYCHECK
       FD  OFFCHECK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OFFCHECK-REC.
       01  OFFCHECK-REC  PIC X(120).

       FD  EMPMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMPMAST-REC.
       01  EMPMAST-REC.
           05  EMPMAST-KEY                 PIC X(05).
           05  EM-FIRST-NAME               PIC X(10).
           05  EM-LAST-NAME                PIC X(10).
           05  EM-HIRE-DATE                PIC X(08).
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-DEPARTMENT               PIC X(04).
           05  EM-STATUS                   PIC X(01).
               88  EM-ACTIVE               VALUE "A".
               88  EM-TERMINATED           VALUE "T".
           05  EM-VAC-BALANCE              PIC S9(3)V99.
           05  EM-SICK-BALANCE             PIC S9(3)V99.
           05  EM-BANK-ROUTING             PIC X(09).
           05  EM-BANK-ACCOUNT             PIC X(10).
           05  EM-DEPOSIT-HOLD             PIC X(01).
               88  EM-DEPOSIT-HELD         VALUE "Y".
           05  FILLER                      PIC X(07).

      ****** VOLDED'S DEDUCTION MASTER - THE ONE THE PAY RUN STARTED
      ****** FROM AND THE ONE IT WROTE BACK, SAME LAYOUT
       FD  DEDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEDMAST-REC.
       01  DEDMAST-REC.
           05  DM-EMP-NUMBER               PIC 9(05).
           05  DM-DED-CODE                 PIC X(04).
           05  FILLER                      PIC X(18).
           05  DM-TAKEN-TO-DATE            PIC 9(7)V99.
           05  FILLER                      PIC X(14).

       FD  DEDMASTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEDMASTO-REC.
       01  DEDMASTO-REC.
           05  DO-EMP-NUMBER               PIC 9(05).
           05  DO-DED-CODE                 PIC X(04).
           05  FILLER                      PIC X(18).
           05  DO-TAKEN-TO-DATE            PIC 9(7)V99.
           05  FILLER                      PIC X(14).

      ****** PAYROLL CATEGORY TO GL ACCOUNT - MAINTAINED BY FINANCE.
      ****** BLANK DEPARTMENT = DEFAULT ACCOUNT FOR THE CATEGORY
       FD  PAYGLMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYGLMAP-REC.
       01  PAYGLMAP-REC.
           05  PM-CATEGORY                 PIC X(04).
           05  PM-DEPARTMENT               PIC X(04).
           05  PM-ACCOUNT                  PIC X(08).
           05  FILLER                      PIC X(24).

      ****** SAME JOURNAL LAYOUT GLEXTRCT WRITES
       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC.
           05  GL-POST-DATE            PIC X(08).
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DR-CR                PIC X(01).
           05  GL-CATEGORY             PIC X(04).
           05  GL-AMOUNT               PIC S9(9)V99.
           05  FILLER                  PIC X(08).

       FD  BALFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BALFILE-REC.
       01  BALFILE-REC  PIC X(80).

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  OCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  EMCODE                  PIC X(2).
               88 EMCODE-OK          VALUE "00".
               88 EMCODE-NOT-FOUND   VALUE "23".
           05  DMCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  DOCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  GMCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  GJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  BLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-PAYCHECK-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-PAYCHECKS     VALUE "N".
           05 MORE-OFFCHECK-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-OFFCHECKS     VALUE "N".
           05 MORE-DEDMAST-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-DEDMAST       VALUE "N".
           05 MORE-DEDMASTO-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-DEDMASTO      VALUE "N".
           05 MORE-GLMAP-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-GLMAP         VALUE "N".
           05 JOURNAL-PROVED-SW        PIC X(01) VALUE "Y".
              88 JOURNAL-PROVED        VALUE "Y".

      ****** SAME NUMERIC DETAIL LAYOUT PAYROL02 WRITES TO PAYCHECK
       01  WS-PAYCHECK-REC.
           05 NAME-IN.
              10 FIRST-IN              PIC X(10).
              10 LAST-IN               PIC X(10).
           05  DATE-IN                 PIC X(10).
           05  HOURLY-RATE-IN          PIC 9(3).
           05  HOURS-WORKED-IN         PIC 9(3).
           05  CATEGORY-IN             PIC X(1).
               88  AMOUNT-EARNING      VALUES "C", "R", "S".
           05  GROSS-PAY-IN            PIC 9(5)V99.
           05  ALLOWANCES-IN           PIC 9(2).
           05  WITHHOLDING-IN          PIC 9(5)V99.
           05  FICA-IN                 PIC 9(5)V99.
           05  NET-PAY-IN              PIC 9(5)V99.
           05  BANK-ROUTING-IN         PIC X(9).
           05  BANK-ACCOUNT-IN         PIC X(10).
           05  EMP-NUMBER-IN           PIC 9(5).
           05  DEPOSIT-FLAG-IN         PIC X(1).
               88 WANTS-DIRECT-DEPOSIT VALUE "Y".
           05  CHECK-NUMBER-IN         PIC 9(8).
           05  DEDUCTIONS-IN           PIC 9(5)V99.
           05  PAY-TYPE-IN             PIC X(1).
               88  REGULAR-PAY         VALUE SPACE.
               88  OFF-CYCLE-PAY       VALUE "O".
               88  VOIDED-CHECK        VALUE "V".
               88  REISSUED-CHECK      VALUE "I".
           05  ORIG-CHECK-IN           PIC 9(8).
           05  FILLER                  PIC X(4).

       COPY BALREC.

      ****** WAGES BY DEPARTMENT
       01  DEPARTMENT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES.
               10  DEPT-CODE           PIC X(04).
               10  DEPT-EMPLOYEES      PIC S9(5) COMP.
               10  DEPT-STRAIGHT-TIME  PIC S9(9)V99 COMP-3.
               10  DEPT-OT-PREMIUM     PIC S9(9)V99 COMP-3.
       77  DEPT-COUNT                  PIC S9(4) COMP VALUE +0.
       77  DEPT-SUB                    PIC S9(4) COMP VALUE +0.
       77  DEPT-FOUND                  PIC S9(4) COMP VALUE +0.

      ****** TAKEN-TO-DATE AT THE START OF THE PAY RUN
       01  DEDUCTION-START-TABLE.
           05  DED-START-ENTRY OCCURS 500 TIMES.
               10  DS-EMP-NUMBER       PIC 9(05).
               10  DS-DED-CODE         PIC X(04).
               10  DS-TAKEN-TO-DATE    PIC 9(7)V99.
       77  DED-START-COUNT             PIC S9(4) COMP VALUE +0.
       77  DED-START-SUB               PIC S9(4) COMP VALUE +0.
       77  DED-START-FOUND             PIC S9(4) COMP VALUE +0.

      ****** DEDUCTIONS TAKEN THIS RUN BY CODE
       01  DEDUCTION-CODE-TABLE.
           05  DED-CODE-ENTRY OCCURS 50 TIMES.
               10  DC-DED-CODE         PIC X(04).
               10  DC-TAKEN            PIC S9(9)V99 COMP-3.
       77  DED-CODE-COUNT              PIC S9(4) COMP VALUE +0.
       77  DED-CODE-SUB                PIC S9(4) COMP VALUE +0.
       77  DED-CODE-FOUND              PIC S9(4) COMP VALUE +0.

      ****** ACCOUNT MAPPING, ONE ENTRY PER CATEGORY/DEPARTMENT
       01  PAY-MAP-TABLE.
           05  PAY-MAP-ENTRY OCCURS 200 TIMES.
               10  MAP-CATEGORY        PIC X(04).
               10  MAP-DEPARTMENT      PIC X(04).
               10  MAP-ACCOUNT         PIC X(08).
       77  MAP-ENTRY-COUNT             PIC S9(4) COMP VALUE +0.
       77  MAP-SUB                     PIC S9(4) COMP VALUE +0.
       77  MAP-FOUND                   PIC S9(4) COMP VALUE +0.

       01  POSTING-WORK-FIELDS.
           05 WS-DEPARTMENT            PIC X(04).
           05 WS-STRAIGHT-TIME         PIC S9(7)V99.
           05 WS-OT-PREMIUM            PIC S9(7)V99.
           05 WS-DED-TAKEN             PIC S9(9)V99.
           05 WS-POST-CATEGORY         PIC X(04).
           05 WS-POST-DEPARTMENT       PIC X(04).
           05 WS-POST-DR-CR            PIC X(01).
           05 WS-POST-AMOUNT           PIC S9(9)V99 COMP-3.
           05 WS-POSTED-AMOUNT         PIC S9(9)V99 COMP-3.
           05 WS-LINE-DR-CR            PIC X(01).
           05 WS-LINE-AMOUNT           PIC S9(9)V99 COMP-3.
           05 WS-CHECK-GROSS           PIC S9(7)V99.
           05 WS-CHECK-WITHHOLDING     PIC S9(7)V99.
           05 WS-CHECK-FICA            PIC S9(7)V99.
           05 WS-CHECK-NET             PIC S9(7)V99.

      ****** THE PAY RUN AS READ FROM PAYCHECK
       01  PAY-RUN-TOTALS.
           05 PAYCHECKS-READ           PIC S9(7) COMP.
           05 RUN-EMPLOYEE-HASH        PIC 9(12) COMP-3.
           05 RUN-GROSS                PIC S9(11)V99 COMP-3.
           05 RUN-WITHHOLDING          PIC S9(9)V99 COMP-3.
           05 RUN-FICA                 PIC S9(9)V99 COMP-3.
           05 RUN-NET                  PIC S9(9)V99 COMP-3.
           05 RUN-TAXES                PIC S9(9)V99 COMP-3.

      ****** EVERYTHING JOURNALED - THE PAY RUN PLUS THE OFF-CYCLE
      ****** CHECKS, VOIDS TAKEN BACK OUT
       01  JOURNALED-CHECK-TOTALS.
           05 OFFCHECKS-READ           PIC S9(7) COMP.
           05 CHK-GROSS                PIC S9(11)V99 COMP-3.
           05 CHK-WITHHOLDING          PIC S9(9)V99 COMP-3.
           05 CHK-FICA                 PIC S9(9)V99 COMP-3.
           05 CHK-NET                  PIC S9(9)V99 COMP-3.
           05 CHK-DEDUCTIONS           PIC S9(9)V99 COMP-3.
           05 CHK-VOID-REISSUE-DED     PIC S9(9)V99 COMP-3.
           05 CHK-DEPOSIT-NET          PIC S9(9)V99 COMP-3.
           05 CHK-CHECK-NET            PIC S9(9)V99 COMP-3.

      ****** WHAT ACTUALLY REACHED THE JOURNAL, BY PROOF LINE
       01  JOURNAL-TOTALS.
           05 JOURNAL-RECS-WRITTEN     PIC S9(5) COMP.
           05 TOTAL-DEBITS             PIC S9(11)V99 COMP-3.
           05 TOTAL-CREDITS            PIC S9(11)V99 COMP-3.
           05 JRNL-WAGES               PIC S9(11)V99 COMP-3.
           05 JRNL-WITHHOLDING         PIC S9(9)V99 COMP-3.
           05 JRNL-FICA                PIC S9(9)V99 COMP-3.
           05 JRNL-DEDUCTIONS          PIC S9(9)V99 COMP-3.
           05 JRNL-NET                 PIC S9(9)V99 COMP-3.
           05 DEDMAST-DEDUCTIONS       PIC S9(9)V99 COMP-3.
           05 UNMAPPED-LINES           PIC S9(4) COMP.
           05 NOT-ON-MASTER            PIC S9(5) COMP.

       77  WS-RUN-YYYYMMDD             PIC X(08).

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               "PAYROLL GENERAL-LEDGER JOURNAL - CONTROL REPORT".
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-SECTION-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  SECTION-TEXT-O          PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DEPT: ".
           05  DL-DEPT-O               PIC X(4).
           05  FILLER                  PIC X(13)
                  VALUE "  EMPLOYEES: ".
           05  DL-EMPLOYEES-O          PIC ZZZZ9.
           05  FILLER                  PIC X(17)
                  VALUE "  STRAIGHT TIME: ".
           05  DL-STRAIGHT-O           PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(12)
                  VALUE "  OVERTIME: ".
           05  DL-OT-O                 PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-LIABILITY-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LL-CATEGORY-O           PIC X(4).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  LL-DESC-O               PIC X(30).
           05  LL-AMOUNT-O             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  PR-ITEM-O               PIC X(20).
           05  FILLER                  PIC X(10) VALUE "PAY RUN: ".
           05  PR-RUN-O                PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(11) VALUE "  JOURNAL: ".
           05  PR-JOURNAL-O            PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PR-STATUS-O             PIC X(20).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(15)
                  VALUE "Journal recs:  ".
           05  JOURNAL-OUT             PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Debits:".
           05  DEBITS-OUT              PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(10)
                  VALUE " Credits:".
           05  CREDITS-OUT             PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(11)
                  VALUE " Unmapped:".
           05  UNMAPPED-OUT            PIC Z(4).
           05  FILLER                  PIC X(15)
                  VALUE " Not on master:".
           05  NOT-ON-MASTER-OUT       PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Off-cycle:".
           05  OFFCHECKS-OUT           PIC Z(5).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SUM-PAYCHECK THRU 100-EXIT
               UNTIL NO-MORE-PAYCHECKS.
           PERFORM 910-READ-OFFCHECK THRU 910-EXIT.
           PERFORM 120-SUM-OFFCHECK THRU 120-EXIT
               UNTIL NO-MORE-OFFCHECKS.
           PERFORM 400-SUM-DEDUCTIONS THRU 400-EXIT
               UNTIL NO-MORE-DEDMASTO.
           PERFORM 500-POST-JOURNAL THRU 500-EXIT.
           PERFORM 600-PROVE-JOURNAL THRU 600-EXIT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "PAYJRNL HOUSEKEEPING".
           OPEN INPUT PAYCHECK, OFFCHECK, EMPMAST, DEDMAST, DEDMASTO,
                      PAYGLMAP.
           OPEN OUTPUT GLJRNL, RPTFILE.
           OPEN EXTEND BALFILE.

           INITIALIZE PAY-RUN-TOTALS, JOURNALED-CHECK-TOTALS,
                      JOURNAL-TOTALS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD TO HDR-DATE.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           PERFORM 300-LOAD-GLMAP THRU 300-EXIT
               UNTIL NO-MORE-GLMAP.
           PERFORM 310-LOAD-DEDMAST THRU 310-EXIT
               UNTIL NO-MORE-DEDMAST.

           PERFORM 900-READ-PAYCHECK THRU 900-EXIT.
           PERFORM 905-READ-DEDMASTO THRU 905-EXIT.
       000-EXIT.
           EXIT.

       100-SUM-PAYCHECK.
      *  The pay run as PAYROL02 wrote it, for the balancing record
           ADD EMP-NUMBER-IN  TO RUN-EMPLOYEE-HASH.
           ADD GROSS-PAY-IN   TO RUN-GROSS.
           ADD WITHHOLDING-IN TO RUN-WITHHOLDING.
           ADD FICA-IN        TO RUN-FICA.
           ADD NET-PAY-IN     TO RUN-NET.
           PERFORM 150-JOURNAL-CHECK THRU 150-EXIT.
           PERFORM 900-READ-PAYCHECK THRU 900-EXIT.
       100-EXIT.
           EXIT.

       120-SUM-OFFCHECK.
           PERFORM 150-JOURNAL-CHECK THRU 150-EXIT.
           PERFORM 910-READ-OFFCHECK THRU 910-EXIT.
       120-EXIT.
           EXIT.

       150-JOURNAL-CHECK.
      *  A void comes back out of every total the check went into
           IF VOIDED-CHECK
               COMPUTE WS-CHECK-GROSS       = ZERO - GROSS-PAY-IN
               COMPUTE WS-CHECK-WITHHOLDING = ZERO - WITHHOLDING-IN
               COMPUTE WS-CHECK-FICA        = ZERO - FICA-IN
               COMPUTE WS-CHECK-NET         = ZERO - NET-PAY-IN
           ELSE
               MOVE GROSS-PAY-IN   TO WS-CHECK-GROSS
               MOVE WITHHOLDING-IN TO WS-CHECK-WITHHOLDING
               MOVE FICA-IN        TO WS-CHECK-FICA
               MOVE NET-PAY-IN     TO WS-CHECK-NET.
           ADD WS-CHECK-GROSS       TO CHK-GROSS.
           ADD WS-CHECK-WITHHOLDING TO CHK-WITHHOLDING.
           ADD WS-CHECK-FICA        TO CHK-FICA.
           ADD WS-CHECK-NET         TO CHK-NET.

      *  Voids and reissues repeat deductions VOLDED never took again
           IF VOIDED-CHECK
               SUBTRACT DEDUCTIONS-IN FROM CHK-VOID-REISSUE-DED.
           IF REISSUED-CHECK
               ADD DEDUCTIONS-IN TO CHK-VOID-REISSUE-DED.

      *  Department of record and the deposit hold, as DIRDEP sees it
           MOVE EMP-NUMBER-IN TO EMPMAST-KEY.
           READ EMPMAST.
           IF EMCODE-OK
               MOVE EM-DEPARTMENT TO WS-DEPARTMENT
           ELSE
               ADD +1 TO NOT-ON-MASTER
               DISPLAY "*** PAYJRNL EMPLOYEE NOT ON MASTER: "
                       EMP-NUMBER-IN
               MOVE SPACES TO WS-DEPARTMENT.

           IF WANTS-DIRECT-DEPOSIT
              AND NOT (EMCODE-OK AND EM-DEPOSIT-HELD)
              AND BANK-ROUTING-IN NOT = SPACES
              AND BANK-ACCOUNT-IN NOT = SPACES
               ADD WS-CHECK-NET TO CHK-DEPOSIT-NET
           ELSE
               ADD WS-CHECK-NET TO CHK-CHECK-NET.

      *  Overtime is whatever was paid over straight time - amount
      *  earnings (commission, retro, shift differential) are all
      *  straight time
           IF AMOUNT-EARNING
               MOVE GROSS-PAY-IN TO WS-STRAIGHT-TIME
           ELSE
               COMPUTE WS-STRAIGHT-TIME =
                   HOURLY-RATE-IN * HOURS-WORKED-IN
               IF WS-STRAIGHT-TIME > GROSS-PAY-IN
                   MOVE GROSS-PAY-IN TO WS-STRAIGHT-TIME.
           COMPUTE WS-OT-PREMIUM = GROSS-PAY-IN - WS-STRAIGHT-TIME.
           IF VOIDED-CHECK
               COMPUTE WS-STRAIGHT-TIME = ZERO - WS-STRAIGHT-TIME
               COMPUTE WS-OT-PREMIUM    = ZERO - WS-OT-PREMIUM.

           MOVE +0 TO DEPT-FOUND.
           PERFORM 110-FIND-DEPT THRU 110-EXIT
               VARYING DEPT-SUB FROM +1 BY +1
               UNTIL DEPT-SUB > DEPT-COUNT
                  OR DEPT-FOUND > +0.
           IF DEPT-FOUND = +0
               IF DEPT-COUNT >= +100
                   DISPLAY "*** DEPARTMENT TABLE FULL - INCREASE "
                           "DEPT-ENTRY OCCURS ***"
                   CLOSE PAYCHECK, OFFCHECK, EMPMAST, DEDMAST,
                         DEDMASTO, PAYGLMAP, GLJRNL, BALFILE, RPTFILE
                   MOVE +16 TO RETURN-CODE
                   GOBACK
               ELSE
                   ADD +1 TO DEPT-COUNT
                   MOVE DEPT-COUNT    TO DEPT-FOUND
                   MOVE WS-DEPARTMENT TO DEPT-CODE (DEPT-FOUND)
                   MOVE ZERO TO DEPT-EMPLOYEES (DEPT-FOUND),
                                DEPT-STRAIGHT-TIME (DEPT-FOUND),
                                DEPT-OT-PREMIUM (DEPT-FOUND).
           IF NOT VOIDED-CHECK
               ADD +1 TO DEPT-EMPLOYEES (DEPT-FOUND).
           ADD WS-STRAIGHT-TIME TO DEPT-STRAIGHT-TIME (DEPT-FOUND).
           ADD WS-OT-PREMIUM    TO DEPT-OT-PREMIUM (DEPT-FOUND).
       150-EXIT.
           EXIT.

       110-FIND-DEPT.
           IF DEPT-CODE (DEPT-SUB) = WS-DEPARTMENT
               MOVE DEPT-SUB TO DEPT-FOUND.
       110-EXIT.
           EXIT.

       300-LOAD-GLMAP.
           READ PAYGLMAP
               AT END
               MOVE 'N' TO MORE-GLMAP-SW
               GO TO 300-EXIT
           END-READ
           IF MAP-ENTRY-COUNT >= +200
               DISPLAY "*** PAYJRNL ACCOUNT MAP TABLE FULL"
               GO TO 300-EXIT.
           ADD +1 TO MAP-ENTRY-COUNT.
           MOVE PM-CATEGORY   TO MAP-CATEGORY (MAP-ENTRY-COUNT).
           MOVE PM-DEPARTMENT TO MAP-DEPARTMENT (MAP-ENTRY-COUNT).
           MOVE PM-ACCOUNT    TO MAP-ACCOUNT (MAP-ENTRY-COUNT).
       300-EXIT.
           EXIT.

       310-LOAD-DEDMAST.
           READ DEDMAST
               AT END
               MOVE 'N' TO MORE-DEDMAST-SW
               GO TO 310-EXIT
           END-READ
           IF DED-START-COUNT >= +500
               DISPLAY "*** DEDUCTION TABLE FULL - INCREASE "
                       "DED-START-ENTRY OCCURS ***"
               CLOSE PAYCHECK, OFFCHECK, EMPMAST, DEDMAST,
                     DEDMASTO, PAYGLMAP, GLJRNL, BALFILE, RPTFILE
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO DED-START-COUNT.
           MOVE DM-EMP-NUMBER    TO DS-EMP-NUMBER (DED-START-COUNT).
           MOVE DM-DED-CODE      TO DS-DED-CODE (DED-START-COUNT).
           MOVE DM-TAKEN-TO-DATE TO DS-TAKEN-TO-DATE (DED-START-COUNT).
       310-EXIT.
           EXIT.

       400-SUM-DEDUCTIONS.
      *  Taken this run = growth in taken-to-date over the run
           MOVE +0 TO DED-START-FOUND.
           PERFORM 410-FIND-DED-START THRU 410-EXIT
               VARYING DED-START-SUB FROM +1 BY +1
               UNTIL DED-START-SUB > DED-START-COUNT
                  OR DED-START-FOUND > +0.
           IF DED-START-FOUND = +0
               MOVE DO-TAKEN-TO-DATE TO WS-DED-TAKEN
           ELSE
               COMPUTE WS-DED-TAKEN = DO-TAKEN-TO-DATE
                   - DS-TAKEN-TO-DATE (DED-START-FOUND).
           IF WS-DED-TAKEN NOT > ZERO
               GO TO 490-READ-NEXT.

           MOVE +0 TO DED-CODE-FOUND.
           PERFORM 420-FIND-DED-CODE THRU 420-EXIT
               VARYING DED-CODE-SUB FROM +1 BY +1
               UNTIL DED-CODE-SUB > DED-CODE-COUNT
                  OR DED-CODE-FOUND > +0.
           IF DED-CODE-FOUND = +0
               IF DED-CODE-COUNT >= +50
                   DISPLAY "*** DEDUCTION CODE TABLE FULL - INCREASE "
                           "DED-CODE-ENTRY OCCURS ***"
                   CLOSE PAYCHECK, OFFCHECK, EMPMAST, DEDMAST,
                         DEDMASTO, PAYGLMAP, GLJRNL, BALFILE, RPTFILE
                   MOVE +16 TO RETURN-CODE
                   GOBACK
               ELSE
                   ADD +1 TO DED-CODE-COUNT
                   MOVE DED-CODE-COUNT TO DED-CODE-FOUND
                   MOVE DO-DED-CODE    TO DC-DED-CODE (DED-CODE-FOUND)
                   MOVE ZERO           TO DC-TAKEN (DED-CODE-FOUND).
           ADD WS-DED-TAKEN TO DC-TAKEN (DED-CODE-FOUND).
           ADD WS-DED-TAKEN TO DEDMAST-DEDUCTIONS.

       490-READ-NEXT.
           PERFORM 905-READ-DEDMASTO THRU 905-EXIT.
       400-EXIT.
           EXIT.

       410-FIND-DED-START.
           IF DS-EMP-NUMBER (DED-START-SUB) = DO-EMP-NUMBER
              AND DS-DED-CODE (DED-START-SUB) = DO-DED-CODE
               MOVE DED-START-SUB TO DED-START-FOUND.
       410-EXIT.
           EXIT.

       420-FIND-DED-CODE.
           IF DC-DED-CODE (DED-CODE-SUB) = DO-DED-CODE
               MOVE DED-CODE-SUB TO DED-CODE-FOUND.
       420-EXIT.
           EXIT.

       500-POST-JOURNAL.
           MOVE "WAGES BY DEPARTMENT - DEBITS" TO SECTION-TEXT-O.
           WRITE RPT-REC FROM WS-SECTION-REC.
           PERFORM 520-POST-DEPARTMENT THRU 520-EXIT
               VARYING DEPT-SUB FROM +1 BY +1
               UNTIL DEPT-SUB > DEPT-COUNT.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           MOVE "LIABILITIES - CREDITS" TO SECTION-TEXT-O.
           WRITE RPT-REC FROM WS-SECTION-REC.
           MOVE SPACES TO WS-POST-DEPARTMENT.
           MOVE "C"    TO WS-POST-DR-CR.

           MOVE "FWT " TO WS-POST-CATEGORY.
           MOVE "FEDERAL WITHHOLDING" TO LL-DESC-O.
           MOVE CHK-WITHHOLDING TO WS-POST-AMOUNT.
           PERFORM 540-POST-LIABILITY THRU 540-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-WITHHOLDING.

           MOVE "FICA" TO WS-POST-CATEGORY.
           MOVE "FICA" TO LL-DESC-O.
           MOVE CHK-FICA TO WS-POST-AMOUNT.
           PERFORM 540-POST-LIABILITY THRU 540-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-FICA.

           PERFORM 530-POST-DEDUCTION THRU 530-EXIT
               VARYING DED-CODE-SUB FROM +1 BY +1
               UNTIL DED-CODE-SUB > DED-CODE-COUNT.

           MOVE "DEDV" TO WS-POST-CATEGORY.
           MOVE "DEDUCTIONS - VOIDS/REISSUES" TO LL-DESC-O.
           MOVE CHK-VOID-REISSUE-DED TO WS-POST-AMOUNT.
           PERFORM 540-POST-LIABILITY THRU 540-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-DEDUCTIONS.

           MOVE "NETD" TO WS-POST-CATEGORY.
           MOVE "NET PAY - DIRECT DEPOSIT" TO LL-DESC-O.
           MOVE CHK-DEPOSIT-NET TO WS-POST-AMOUNT.
           PERFORM 540-POST-LIABILITY THRU 540-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-NET.

           MOVE "NETC" TO WS-POST-CATEGORY.
           MOVE "NET PAY - PAPER CHECKS" TO LL-DESC-O.
           MOVE CHK-CHECK-NET TO WS-POST-AMOUNT.
           PERFORM 540-POST-LIABILITY THRU 540-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-NET.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       500-EXIT.
           EXIT.

       520-POST-DEPARTMENT.
           MOVE DEPT-CODE (DEPT-SUB)          TO DL-DEPT-O.
           MOVE DEPT-EMPLOYEES (DEPT-SUB)     TO DL-EMPLOYEES-O.
           MOVE DEPT-STRAIGHT-TIME (DEPT-SUB) TO DL-STRAIGHT-O.
           MOVE DEPT-OT-PREMIUM (DEPT-SUB)    TO DL-OT-O.
           WRITE RPT-REC FROM WS-DEPT-LINE.

           MOVE DEPT-CODE (DEPT-SUB) TO WS-POST-DEPARTMENT.
           MOVE "D"                  TO WS-POST-DR-CR.
           MOVE "WAGE"               TO WS-POST-CATEGORY.
           MOVE DEPT-STRAIGHT-TIME (DEPT-SUB) TO WS-POST-AMOUNT.
           PERFORM 510-POST-LINE THRU 510-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-WAGES.
           MOVE "OTPR"               TO WS-POST-CATEGORY.
           MOVE DEPT-OT-PREMIUM (DEPT-SUB) TO WS-POST-AMOUNT.
           PERFORM 510-POST-LINE THRU 510-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-WAGES.
       520-EXIT.
           EXIT.

       530-POST-DEDUCTION.
           MOVE DC-DED-CODE (DED-CODE-SUB) TO WS-POST-CATEGORY.
           MOVE "VOLUNTARY DEDUCTION"      TO LL-DESC-O.
           MOVE DC-TAKEN (DED-CODE-SUB)    TO WS-POST-AMOUNT.
           PERFORM 540-POST-LIABILITY THRU 540-EXIT.
           ADD WS-POSTED-AMOUNT TO JRNL-DEDUCTIONS.
       530-EXIT.
           EXIT.

       540-POST-LIABILITY.
           MOVE WS-POST-CATEGORY TO LL-CATEGORY-O.
           MOVE WS-POST-AMOUNT   TO LL-AMOUNT-O.
           WRITE RPT-REC FROM WS-LIABILITY-LINE.
           PERFORM 510-POST-LINE THRU 510-EXIT.
       540-EXIT.
           EXIT.

       510-POST-LINE.
      *  One journal line to the category's account - the
      *  department's own map entry first, else the category default
           MOVE +0 TO WS-POSTED-AMOUNT.
           IF WS-POST-AMOUNT = +0
               GO TO 510-EXIT.
           MOVE +0 TO MAP-FOUND.
           PERFORM 515-FIND-MAP THRU 515-EXIT
               VARYING MAP-SUB FROM +1 BY +1
               UNTIL MAP-SUB > MAP-ENTRY-COUNT
                  OR MAP-FOUND > +0.
           IF MAP-FOUND = +0 AND WS-POST-DEPARTMENT NOT = SPACES
               MOVE SPACES TO WS-POST-DEPARTMENT
               PERFORM 515-FIND-MAP THRU 515-EXIT
                   VARYING MAP-SUB FROM +1 BY +1
                   UNTIL MAP-SUB > MAP-ENTRY-COUNT
                      OR MAP-FOUND > +0.
           IF MAP-FOUND = +0
               DISPLAY "*** PAYJRNL NO ACCOUNT MAP FOR "
                       WS-POST-CATEGORY
               ADD +1 TO UNMAPPED-LINES
               GO TO 510-EXIT.

      *  Voids that outweigh what they reverse leave the line below
      *  zero - it goes to the other side of the account
           MOVE WS-POST-DR-CR  TO WS-LINE-DR-CR.
           MOVE WS-POST-AMOUNT TO WS-LINE-AMOUNT.
           IF WS-POST-AMOUNT < +0
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-POST-AMOUNT
               IF WS-POST-DR-CR = "D"
                   MOVE "C" TO WS-LINE-DR-CR
               ELSE
                   MOVE "D" TO WS-LINE-DR-CR.

           MOVE SPACES                    TO GLJRNL-REC.
           MOVE WS-RUN-YYYYMMDD           TO GL-POST-DATE.
           MOVE MAP-ACCOUNT (MAP-FOUND)   TO GL-ACCOUNT.
           MOVE WS-LINE-DR-CR             TO GL-DR-CR.
           MOVE WS-POST-CATEGORY          TO GL-CATEGORY.
           MOVE WS-LINE-AMOUNT            TO GL-AMOUNT.
           WRITE GLJRNL-REC.
           ADD +1 TO JOURNAL-RECS-WRITTEN.
           MOVE WS-POST-AMOUNT TO WS-POSTED-AMOUNT.
           IF WS-LINE-DR-CR = "D"
               ADD WS-LINE-AMOUNT TO TOTAL-DEBITS
           ELSE
               ADD WS-LINE-AMOUNT TO TOTAL-CREDITS.
       510-EXIT.
           EXIT.

       515-FIND-MAP.
           IF MAP-CATEGORY (MAP-SUB) = WS-POST-CATEGORY
              AND MAP-DEPARTMENT (MAP-SUB) = WS-POST-DEPARTMENT
               MOVE MAP-SUB TO MAP-FOUND.
       515-EXIT.
           EXIT.

       600-PROVE-JOURNAL.
      *  Each line of the journal against the checks it came from -
      *  the pay run plus the off-cycle checks, net of voids
           MOVE "JOURNAL PROOF AGAINST THE PAY RUN" TO SECTION-TEXT-O.
           WRITE RPT-REC FROM WS-SECTION-REC.

           MOVE "GROSS PAY"   TO PR-ITEM-O.
           MOVE CHK-GROSS     TO PR-RUN-O.
           MOVE JRNL-WAGES    TO PR-JOURNAL-O.
           IF CHK-GROSS = JRNL-WAGES
               PERFORM 610-PROOF-AGREES THRU 610-EXIT
           ELSE
               PERFORM 620-PROOF-DIFFERS THRU 620-EXIT.

           MOVE "WITHHOLDING" TO PR-ITEM-O.
           MOVE CHK-WITHHOLDING  TO PR-RUN-O.
           MOVE JRNL-WITHHOLDING TO PR-JOURNAL-O.
           IF CHK-WITHHOLDING = JRNL-WITHHOLDING
               PERFORM 610-PROOF-AGREES THRU 610-EXIT
           ELSE
               PERFORM 620-PROOF-DIFFERS THRU 620-EXIT.

           MOVE "FICA"        TO PR-ITEM-O.
           MOVE CHK-FICA      TO PR-RUN-O.
           MOVE JRNL-FICA     TO PR-JOURNAL-O.
           IF CHK-FICA = JRNL-FICA
               PERFORM 610-PROOF-AGREES THRU 610-EXIT
           ELSE
               PERFORM 620-PROOF-DIFFERS THRU 620-EXIT.

      *  The pay run's deductions are what gross lost beyond taxes
      *  on the way to net - the master's codes must account for it,
      *  apart from what voids and reissues repeated
           COMPUTE CHK-DEDUCTIONS = CHK-GROSS - CHK-WITHHOLDING
                                  - CHK-FICA - CHK-NET.
           MOVE "DEDUCTIONS"  TO PR-ITEM-O.
           MOVE CHK-DEDUCTIONS  TO PR-RUN-O.
           MOVE JRNL-DEDUCTIONS TO PR-JOURNAL-O.
           IF CHK-DEDUCTIONS = JRNL-DEDUCTIONS
              AND CHK-DEDUCTIONS = DEDMAST-DEDUCTIONS
                                 + CHK-VOID-REISSUE-DED
               PERFORM 610-PROOF-AGREES THRU 610-EXIT
           ELSE
               PERFORM 620-PROOF-DIFFERS THRU 620-EXIT.

           MOVE "NET PAY"     TO PR-ITEM-O.
           MOVE CHK-NET       TO PR-RUN-O.
           MOVE JRNL-NET      TO PR-JOURNAL-O.
           IF CHK-NET = JRNL-NET
               PERFORM 610-PROOF-AGREES THRU 610-EXIT
           ELSE
               PERFORM 620-PROOF-DIFFERS THRU 620-EXIT.

           MOVE "DEBITS/CREDITS" TO PR-ITEM-O.
           MOVE TOTAL-DEBITS     TO PR-RUN-O.
           MOVE TOTAL-CREDITS    TO PR-JOURNAL-O.
           IF TOTAL-DEBITS = TOTAL-CREDITS
               PERFORM 610-PROOF-AGREES THRU 610-EXIT
           ELSE
               PERFORM 620-PROOF-DIFFERS THRU 620-EXIT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       600-EXIT.
           EXIT.

       610-PROOF-AGREES.
           MOVE "AGREES" TO PR-STATUS-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
       610-EXIT.
           EXIT.

       620-PROOF-DIFFERS.
           MOVE "*** DOES NOT FOOT" TO PR-STATUS-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
           MOVE "N" TO JOURNAL-PROVED-SW.
       620-EXIT.
           EXIT.

       900-READ-PAYCHECK.
           READ PAYCHECK INTO WS-PAYCHECK-REC
           AT END MOVE "N" TO MORE-PAYCHECK-SW
              GO TO 900-EXIT
           END-READ
           ADD +1 TO PAYCHECKS-READ.
       900-EXIT.
           EXIT.

       910-READ-OFFCHECK.
           READ OFFCHECK INTO WS-PAYCHECK-REC
           AT END MOVE "N" TO MORE-OFFCHECK-SW
              GO TO 910-EXIT
           END-READ
           ADD +1 TO OFFCHECKS-READ.
       910-EXIT.
           EXIT.

       905-READ-DEDMASTO.
           READ DEDMASTO
           AT END MOVE "N" TO MORE-DEDMASTO-SW
              GO TO 905-EXIT
           END-READ.
       905-EXIT.
           EXIT.

       200-CLEANUP.
      *  Record what this step took in so RECONCIL can tie the
      *  journal back to the pay run that fed it
           COMPUTE RUN-TAXES = RUN-WITHHOLDING + RUN-FICA.
           MOVE SPACES              TO BALANCE-CONTROL-REC.
           MOVE "PAYJRNL "          TO BAL-PROGRAM-NAME.
           MOVE "IN "               TO BAL-DIRECTION.
           MOVE WS-RUN-YYYYMMDD     TO BAL-RUN-DATE.
           MOVE PAYCHECKS-READ      TO BAL-RECORD-COUNT.
           MOVE RUN-EMPLOYEE-HASH   TO BAL-EMPLOYEE-HASH.
           MOVE RUN-GROSS           TO BAL-GROSS-PAY-SUM.
           MOVE RUN-TAXES           TO BAL-TAXES-SUM.
           MOVE RUN-NET             TO BAL-NET-PAY-SUM.
           WRITE BALFILE-REC FROM BALANCE-CONTROL-REC.

           MOVE JOURNAL-RECS-WRITTEN TO JOURNAL-OUT.
           MOVE TOTAL-DEBITS         TO DEBITS-OUT.
           MOVE TOTAL-CREDITS        TO CREDITS-OUT.
           MOVE UNMAPPED-LINES       TO UNMAPPED-OUT.
           MOVE NOT-ON-MASTER        TO NOT-ON-MASTER-OUT.
           MOVE OFFCHECKS-READ       TO OFFCHECKS-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE PAYCHECK, OFFCHECK, EMPMAST, DEDMAST, DEDMASTO,
                 PAYGLMAP, GLJRNL, BALFILE, RPTFILE.
      *  A journal that does not foot to the pay run must never
      *  reach the GL - fail the step loudly instead
           IF NOT JOURNAL-PROVED
               DISPLAY "*** PAYJRNL JOURNAL DOES NOT FOOT TO PAY RUN"
               MOVE +16 TO RETURN-CODE
               GOBACK.
           DISPLAY "NORMAL END OF JOB PAYJRNL".
       200-EXIT.
           EXIT.
