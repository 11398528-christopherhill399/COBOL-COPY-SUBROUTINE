       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GLRECON.
       AUTHOR.    CHRISTOPHER HILL.

      *    SUBLEDGER-TO-GENERAL-LEDGER RECONCILIATION FOR THE FIXED
      *    ASSET AND PAYROLL LIABILITY ACCOUNTS. THE GL TRIAL
      *    BALANCE EXTRACT GIVES EACH ACCOUNT'S BALANCE BY COMPANY;
      *    THIS RUN PROVES IT FROM THE FILES THE POSTINGS CAME FROM:
      *        15000000  COST OF THE OWNED ASSETS ON ASSDATA.DAT -
      *                  NOT DISPOSED ('X'), NOT APPLIED-ADJUSTMENT
      *                  ('Z'), NOT LEASED.
      *        15900000  THE SAME ASSETS' ACCUMULATED DEPRECIATION.
      *                  BOTH ARE THE STANDARD ACCOUNTS: AN ASSET
      *                  GOES UNDER WHATEVER COST AND ACCUMULATED
      *                  DEPRECIATION ACCOUNTS GLACCTS.DAT DETERMINES
      *                  FOR ITS COMPANY AND CATEGORY - THE SAME ONES
      *                  THE DEPRECIATION, TRANSFER AND TRADE-IN RUNS
      *                  POST TO - AND EACH ACCOUNT DETERMINED THAT
      *                  WAY IS RECONCILED ALONGSIDE THESE.
      *        25000000  THE LEASE LIABILITY - THE PAYMENTS LEFT ON
      *                  EACH LEASESCH.DAT SCHEDULE, DISCOUNTED AT
      *                  ITS OWN RATE TO THE RUN DATE, UNDER THE
      *                  COMPANY OF THE LEASED ASSET IT BELONGS TO.
      *        24100000  FEDERAL TAX PAYHIST.DAT WITHHELD, LESS ITS
      *                  SHARE OF THE DEPLEDGR.DAT DEPOSITS.
      *        24200000  EMPLOYEE FICA AND MEDICARE WITHHELD, LESS
      *                  ITS SHARE OF THE DEPOSITS. THE EMPLOYER'S
      *                  MATCH IS DEPOSITED TOO BUT NEVER CREDITED
      *                  HERE, SO ITS SHARE IS LEFT OUT.
      *        24300000  STATE TAX WITHHELD.
      *        24400000  VOLUNTARY DEDUCTIONS WITHHELD (DEDDETL.DAT
      *                  AND DEDREMHS.DAT), LESS WHAT DEDREMIT PAID
      *                  OUT (DEDREMHS.DAT).
      *        24500000  LOCAL TAX WITHHELD.
      *    A DEPOSIT COVERS ONE PAY DATE'S WHOLE 941 LIABILITY, SO
      *    IT IS SPLIT ACROSS FEDERAL, EMPLOYEE AND EMPLOYER SHARES
      *    IN PROPORTION TO WHAT THAT PAY DATE INCURRED. STATE AND
      *    LOCAL PAYMENTS ARE MADE OUTSIDE THESE SYSTEMS AND HAVE NO
      *    RECORD HERE, SO THOSE TWO SUBLEDGERS ARE WITHHOLDING
      *    ONLY. A PAY EVENT'S COMPANY IS ITS EMPLOYEE'S ON
      *    PAYROLL.DAT. EVERY ACCOUNT PRINTS SUBLEDGER, GL AND
      *    DIFFERENCE, IN THE ACCOUNT'S NATURAL SIGN - A CREDIT
      *    BALANCE PRINTS POSITIVE ON A LIABILITY. A DIFFERENCE
      *    OVER TOLERANCE ALSO GOES TO THE OPERATOR ALERT FILE.
      *    THE GLRECON.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-7  TOLERANCE 9(5)V99 - 0000100 IS ONE
      *                     DOLLAR, THE DEFAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT LEASE-SCHEDULE-FILE ASSIGN TO 'LEASESCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEASE-FILE-STATUS-WS.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHIST-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT DEPOSIT-LEDGER-FILE ASSIGN TO 'DEPLEDGR.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEDGER-FILE-STATUS-WS.

            SELECT DEDUCTION-DETAIL-FILE ASSIGN TO 'DEDDETL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEDDETL-FILE-STATUS-WS.

            SELECT REMIT-HISTORY-FILE ASSIGN TO 'DEDREMHS.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEDREMHS-FILE-STATUS-WS.

      *    THE GENERAL LEDGER'S TRIAL BALANCE EXTRACT.
            SELECT TRIAL-BALANCE-FILE ASSIGN TO 'GLTRIAL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRIAL-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'GLRECON.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT OPERATOR-ALERT-FILE ASSIGN TO 'OPRALERT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPRALERT-FILE-STATUS-WS.

            SELECT GLRECON-REPORT-FILE ASSIGN TO 'GLRECON.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  LEASE-SCHEDULE-FILE RECORDING MODE IS F.
       01  LEASE-SCHEDULE-RECORD.
           05  LS-ASSET-ID-IN       PICTURE 9(6).
           05  LS-PAYMENT-IN        PICTURE 9(5)V99.
           05  LS-TERM-MONTHS-IN    PICTURE 9(3).
           05  LS-RATE-IN           PICTURE 9V9999.
           05  LS-START-DATE-IN     PICTURE 9(8).
           05  LS-START-PARTS-IN REDEFINES LS-START-DATE-IN.
               10  LS-START-YEAR-IN     PICTURE 9(4).
               10  LS-START-MONTH-IN    PICTURE 99.
               10  LS-START-DAY-IN      PICTURE 99.

      *    SAME RECORD LAYOUT THE PAYROLL RUN WRITES - NOT A
      *    COPYBOOK THERE EITHER. EVENTS WRITTEN BEFORE THE
      *    EMPLOYER SHARES OR THE LOCAL TAX RODE ON THE LINE READ
      *    BACK WITH THOSE COLUMNS BLANK.
       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-RECORD.
           05  PH-SSN          PIC 9(9).
           05  FILLER          PIC X.
           05  PH-PAY-DATE     PIC 9(8).
           05  FILLER          PIC X.
           05  PH-GROSS        PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-FEDERAL      PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-FICA         PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-MEDICARE     PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-STATE        PIC 9(6)V99.
           05  FILLER          PIC X(24).
           05  PH-EMPL-FICA    PIC 9(5)V99.
           05  FILLER          PIC X.
           05  PH-EMPL-MEDI    PIC 9(5)V99.
           05  FILLER          PIC X(10).
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(9).
           05  PH-LOCAL        PIC 9(6)V99.
           05  FILLER          PIC X(2).

      *    ONLY THE KEY AND THE OPERATING COMPANY MATTER HERE.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  RATE-IN         PIC 99V99.
           05  HOURS-IN        PIC 99.
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(162).
           05  PAYROLL-COMPANY-IN PIC XX.
           05  FILLER          PIC X(33).

      *    SAME LINE DEPSCHED POSTS A DEPOSIT TO.
       FD  DEPOSIT-LEDGER-FILE RECORDING MODE IS F.
       01  DEPOSIT-LEDGER-RECORD.
           05  DL-COMPANY          PIC XX.
           05  FILLER              PIC X.
           05  DL-LIABILITY-DATE   PIC 9(8).
           05  FILLER              PIC X.
           05  DL-DEPOSIT-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  DL-AMOUNT           PIC 9(9)V99.
           05  FILLER              PIC X.
           05  DL-REFERENCE        PIC X(15).

      *    SAME RECORD LAYOUTS DEDREMIT READS AND WRITES.
       FD  DEDUCTION-DETAIL-FILE RECORDING MODE IS F.
       01  DEDUCTION-DETAIL-RECORD.
           05  DD-SSN          PIC 9(9).
           05  DD-CODE         PIC X(3).
           05  DD-AMOUNT       PIC 9(5)V99.
           05  DD-PAY-DATE     PIC 9(8).

       FD  REMIT-HISTORY-FILE RECORDING MODE IS F.
       01  REMIT-HISTORY-RECORD.
           05  RH-SSN          PIC 9(9).
           05  RH-CODE         PIC X(3).
           05  RH-AMOUNT       PIC 9(5)V99.
           05  RH-PAY-DATE     PIC 9(8).
           05  RH-REMIT-DATE   PIC 9(8).

      *    ONE ROW PER ACCOUNT AND COMPANY, DEBITS POSITIVE AND
      *    CREDITS NEGATIVE. AN ACCOUNT LISTED MORE THAN ONCE FOR A
      *    COMPANY IS ADDED UP.
       FD  TRIAL-BALANCE-FILE RECORDING MODE IS F.
       01  TRIAL-BALANCE-RECORD.
           05  TB-ACCOUNT          PIC X(8).
           05  FILLER              PIC X.
           05  TB-COMPANY          PIC XX.
           05  FILLER              PIC X.
           05  TB-BALANCE          PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(54).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-TOLERANCE      PIC X(7).
           05  PRM-TOLERANCE-NUM REDEFINES PRM-TOLERANCE
                                  PIC 9(5)V99.
           05  FILLER             PIC X(73).

       FD  OPERATOR-ALERT-FILE RECORDING MODE IS F.
       01  OPERATOR-ALERT-LINE          PICTURE X(80).

       FD  GLRECON-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-GLRECON-LINE          PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-LEASE-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-PAYHIST-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-LEDGER-WS           PICTURE X(3)  VALUE 'NO'.
           05  EOF-DEDDETL-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-DEDREMHS-WS         PICTURE X(3)  VALUE 'NO'.
           05  EOF-TRIAL-WS            PICTURE X(3)  VALUE 'NO'.
           05  TRIAL-FOUND-SW          PICTURE X(3)  VALUE 'NO'.
           05  PAYROLL-OPEN-SW         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  ACCOUNTS-OVER-WS        PICTURE 9(4)  VALUE ZERO.
           05  LEASES-UNMATCHED-WS     PICTURE 9(4)  VALUE ZERO.
           05  DEPOSITS-UNMATCHED-WS   PICTURE 9(4)  VALUE ZERO.
           05  UNMATCHED-DEPOSIT-AMT-WS PICTURE 9(9)V99 VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  LEASE-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  LEDGER-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  DEDDETL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  DEDREMHS-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  TRIAL-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  OPRALERT-FILE-STATUS-WS PICTURE XX    VALUE SPACES.

       01  TOLERANCE-WS                PICTURE 9(5)V99 VALUE 1.00.

      *    THE ACCOUNTS RECONCILED, WHETHER EACH CARRIES A DEBIT OR A
      *    CREDIT BALANCE, AND WHAT THE REPORT CALLS IT. A TRIAL
      *    BALANCE ROW FOR ANY OTHER ACCOUNT IS PASSED OVER. THE
      *    STANDARD ACCOUNTS FILL THE FIRST EIGHT ENTRIES; THE BLANK
      *    ONES BEHIND THEM TAKE THE COST AND ACCUMULATED
      *    DEPRECIATION ACCOUNTS GLACCTS.DAT SENDS ASSETS TO.
       01  ACCOUNT-LIST-VALUES.
           05  FILLER              PICTURE X(39) VALUE
               '15000000DASSET COST - OWNED ASSETS     '.
           05  FILLER              PICTURE X(39) VALUE
               '15900000CACCUMULATED DEPRECIATION      '.
           05  FILLER              PICTURE X(39) VALUE
               '25000000CLEASE LIABILITY               '.
           05  FILLER              PICTURE X(39) VALUE
               '24100000CFEDERAL WITHHOLDING PAYABLE   '.
           05  FILLER              PICTURE X(39) VALUE
               '24200000CFICA/MEDICARE PAYABLE         '.
           05  FILLER              PICTURE X(39) VALUE
               '24300000CSTATE WITHHOLDING PAYABLE     '.
           05  FILLER              PICTURE X(39) VALUE
               '24400000COTHER DEDUCTIONS PAYABLE      '.
           05  FILLER              PICTURE X(39) VALUE
               '24500000CLOCAL TAX PAYABLE             '.
           05  FILLER              PICTURE X(2028) VALUE SPACES.
       01  ACCOUNT-LIST-WS REDEFINES ACCOUNT-LIST-VALUES.
           05  ACCOUNT-ENTRY-WS OCCURS 60 TIMES.
               10  ACCT-NUMBER-TBL     PICTURE X(8).
               10  ACCT-NATURE-TBL     PICTURE X.
                   88  ACCT-CREDIT-NATURE  VALUE 'C'.
               10  ACCT-DESC-TBL       PICTURE X(30).

       01  ACCOUNT-CONTROL-WS.
           05  ACCOUNT-COUNT-WS        PICTURE 99    VALUE 8.
           05  ACCT-IDX-WS             PICTURE 99    VALUE ZERO.
           05  ACCT-POS-WS             PICTURE 99    VALUE ZERO.
           05  ACCOUNT-OVERFLOW-SW     PICTURE X(3)  VALUE 'NO'.
           05  NEW-ACCT-NATURE-WS      PICTURE X     VALUE SPACE.
           05  NEW-ACCT-DESC-WS        PICTURE X(30) VALUE SPACES.
           05  SEARCH-ACCOUNT-WS       PICTURE X(8)  VALUE SPACES.
           05  COST-ACCT-WS            PICTURE X(8)  VALUE '15000000'.
           05  ACCUM-ACCT-WS           PICTURE X(8)  VALUE '15900000'.
           05  LEASE-LIAB-ACCT-WS      PICTURE X(8)  VALUE '25000000'.
           05  FEDERAL-PAYABLE-ACCT-WS PICTURE X(8)  VALUE '24100000'.
           05  FICA-PAYABLE-ACCT-WS    PICTURE X(8)  VALUE '24200000'.
           05  STATE-PAYABLE-ACCT-WS   PICTURE X(8)  VALUE '24300000'.
           05  OTHER-PAYABLE-ACCT-WS   PICTURE X(8)  VALUE '24400000'.
           05  LOCAL-PAYABLE-ACCT-WS   PICTURE X(8)  VALUE '24500000'.

      *    WORKING-STORAGE MIRRORS OF GLACCTS'S TWO LINKAGE GROUPS -
      *    THE ACCOUNTS ONE COMPANY AND CATEGORY POST TO.
       01  GLACCT-REQUEST-WS.
           05  GA-FUNCTION-WS          PICTURE X(5).
           05  GA-TYPE-WS              PICTURE X.
           05  GA-COMPANY-WS           PICTURE XX.
           05  GA-KEY-WS               PICTURE X(15).

       01  GLACCT-RESULT-WS.
           05  GA-EXPENSE-ACCT-WS      PICTURE X(8).
           05  GA-ACCUM-ACCT-WS        PICTURE X(8).
           05  GA-COST-ACCT-WS         PICTURE X(8).
           05  GA-PAYABLE-ACCT-WS      PICTURE X(8).
           05  GA-ROW-FOUND-WS         PICTURE X.
           05  GA-REFUSED-COUNT-WS     PICTURE 9.
           05  GA-ACCOUNT-VALID-WS     PICTURE X.

      *    ONE ROW PER COMPANY AND ACCOUNT, KEPT IN KEY ORDER AS
      *    ROWS ARE OPENED, WITH BOTH SIDES IN THE NATURAL SIGN.
       01  RECON-CONTROL-WS.
           05  RECON-COUNT-WS          PIC 9(4)  VALUE ZERO.
           05  RCN-POS-WS              PIC 9(4)  VALUE ZERO.
           05  RCN-SCAN-WS             PIC 9(4)  VALUE ZERO.
           05  RECON-OVERFLOW-SW       PIC X(3)  VALUE 'NO'.
           05  SEARCH-KEY-WS.
               10  SK-COMPANY-WS       PIC XX.
               10  SK-ACCOUNT-WS       PIC X(8).

       01  RECON-TABLE-WS.
           05  RECON-ENTRY-WS OCCURS 400 TIMES.
               10  RCN-KEY-TBL.
                   15  RCN-COMPANY-TBL    PIC XX.
                   15  RCN-ACCOUNT-TBL    PIC X(8).
               10  RCN-SUBLEDGER-TBL   PIC S9(11)V99.
               10  RCN-GL-TBL          PIC S9(11)V99.

      *    WHAT ONE POSTING ADDS TO ITS ROW - 'S' THE SUBLEDGER
      *    SIDE, 'G' THE LEDGER'S.
       01  POSTING-WS.
           05  POST-SIDE-WS            PIC X     VALUE SPACE.
               88  POST-TO-SUBLEDGER       VALUE 'S'.
           05  POST-AMOUNT-WS          PIC S9(11)V99 VALUE ZERO.

      *    EVERY LEASED ASSET STILL ON THE MASTER, AND ITS COMPANY.
      *    THE MASTER IS READ IN KEY ORDER, SO THE TABLE IS TOO.
       01  LEASED-ASSET-CONTROL-WS.
           05  LEASED-COUNT-WS         PIC 9(4)  VALUE ZERO.
           05  LA-IDX-WS               PIC 9(4)  VALUE ZERO.
           05  LA-POS-WS               PIC 9(4)  VALUE ZERO.
           05  LEASED-OVERFLOW-SW      PIC X(3)  VALUE 'NO'.

       01  LEASED-ASSET-TABLE-WS.
           05  LEASED-ENTRY-WS OCCURS 3000 TIMES.
               10  LA-ASSET-ID-TBL     PIC 9(6).
               10  LA-COMPANY-TBL      PIC XX.

      *    THE PAYMENTS LEFT ON ONE SCHEDULE AND THEIR PRESENT
      *    VALUE. PAYMENTS FALL DUE MONTHLY FROM THE START DATE, SO
      *    EACH FULL MONTH SINCE THEN IS ONE PAYMENT MADE.
       01  LEASE-WORK-WS.
           05  ELAPSED-MONTHS-WS       PIC S9(5) VALUE ZERO.
           05  REMAINING-PAYMENTS-WS   PIC S9(5) VALUE ZERO.
           05  MONTHLY-RATE-WS         PIC 9V9(8) VALUE ZERO.
           05  DISCOUNT-FACTOR-WS      PIC 9V9(12) VALUE ZERO.
           05  LEASE-PV-WS             PIC S9(9)V99 VALUE ZERO.

      *    THE LAST EMPLOYEE LOOKED UP ON PAYROLL.DAT - A PAY RUN'S
      *    HISTORY AND DEDUCTIONS COME IN EMPLOYEE RUNS.
       01  COMPANY-LOOKUP-WS.
           05  LOOKUP-SSN-WS           PIC 9(9)  VALUE ZERO.
           05  LAST-SSN-WS             PIC 9(9)  VALUE ZERO.
           05  LAST-COMPANY-WS         PIC XX    VALUE SPACES.
           05  EVENT-COMPANY-WS        PIC XX    VALUE SPACES.
           05  SIGN-FACTOR-WS          PIC S9    VALUE +1.

      *    ONE PAY EVENT'S DEPOSIT LIABILITY IN ITS THREE SHARES.
       01  EVENT-SHARES-WS.
           05  EV-FEDERAL-WS           PIC S9(7)V99 VALUE ZERO.
           05  EV-EMPLOYEE-WS          PIC S9(7)V99 VALUE ZERO.
           05  EV-EMPLOYER-WS          PIC S9(7)V99 VALUE ZERO.

      *    THE 941 LIABILITY BY COMPANY AND PAY DATE, AND WHAT THE
      *    DEPOSIT LEDGER PAID AGAINST IT.
       01  LIABILITY-CONTROL-WS.
           05  LIABILITY-COUNT-WS      PIC 9(4)  VALUE ZERO.
           05  LB-IDX-WS               PIC 9(4)  VALUE ZERO.
           05  LB-POS-WS               PIC 9(4)  VALUE ZERO.
           05  LIABILITY-OVERFLOW-SW   PIC X(3)  VALUE 'NO'.
           05  SEARCH-LIABILITY-WS.
               10  SL-COMPANY-WS       PIC XX.
               10  SL-PAY-DATE-WS      PIC 9(8).
           05  LIABILITY-TOTAL-WS      PIC S9(9)V99 VALUE ZERO.
           05  DEPOSIT-SHARE-WS        PIC S9(9)V99 VALUE ZERO.

       01  LIABILITY-TABLE-WS.
           05  LIABILITY-ENTRY-WS OCCURS 3000 TIMES.
               10  LB-KEY-TBL.
                   15  LB-COMPANY-TBL      PIC XX.
                   15  LB-PAY-DATE-TBL     PIC 9(8).
               10  LB-FEDERAL-TBL      PIC S9(9)V99.
               10  LB-EMPLOYEE-TBL     PIC S9(9)V99.
               10  LB-EMPLOYER-TBL     PIC S9(9)V99.
               10  LB-DEPOSITED-TBL    PIC S9(9)V99.

      *    ONE PRINTED ROW AND ITS DIFFERENCE.
       01  ROW-WORK-WS.
           05  ROW-DIFFERENCE-WS       PIC S9(11)V99 VALUE ZERO.
           05  ROW-ABS-DIFFERENCE-WS   PIC 9(11)V99  VALUE ZERO.
           05  PREV-COMPANY-WS         PIC XX    VALUE SPACES.
           05  FIRST-ROW-SW            PIC X(3)  VALUE 'YES'.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'GLRECON'.
           05  RUN-PHASE-OUT-WS         PICTURE X(5).
           05  RECORDS-PROCESSED-OUT-WS PICTURE 9(6).

       01  HOLD-DATE-WS.
           05 YEAR-WS      PIC 9999.
           05 MONTH-WS     PIC 99.
           05 DAY-WS       PIC 99.
           05 HOURS-WS     PIC 99.
           05 MINUTES-WS   PIC 99.
           05 SECONDS-WS   PIC 99.

       01  RUN-DATE-OUT-WS.
           05 RD-MONTH-OUT    PIC 99.
           05                 PIC X      VALUE '/'.
           05 RD-DAY-OUT      PIC 99.
           05                 PIC X      VALUE '/'.
           05 RD-YEAR-OUT     PIC 9999.
           05                 PIC X      VALUE SPACE.
           05 RD-HOURS-OUT    PIC 99.
           05                 PIC X      VALUE ':'.
           05 RD-MINUTES-OUT  PIC 99.
           05                 PIC X      VALUE ':'.
           05 RD-SECONDS-OUT  PIC 99.
           05                 PIC X      VALUE SPACE.

       01  OPERATOR-ALERT-DETAIL.
           05  ALERT-TIMESTAMP-OUT  PICTURE X(20).
           05  FILLER               PICTURE X     VALUE SPACE.
           05  ALERT-PROGRAM-OUT    PICTURE X(8).
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(12) VALUE
                 'GL RECON CO '.
           05  ALERT-COMPANY-OUT    PICTURE XX.
           05                       PICTURE X(6)  VALUE ' ACCT '.
           05  ALERT-ACCOUNT-OUT    PICTURE X(8).
           05                       PICTURE X(6)  VALUE ' DIFF '.
           05  ALERT-DIFFERENCE-OUT PICTURE -,---,---,--9.99.

       01  NO-TRIAL-ALERT-DETAIL.
           05  NT-TIMESTAMP-OUT     PICTURE X(20).
           05  FILLER               PICTURE X     VALUE SPACE.
           05  NT-PROGRAM-OUT       PICTURE X(8).
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(50) VALUE
                 'NO GLTRIAL.DAT EXTRACT - GL RECONCILIATION NOT RUN'.

       01  REPORT-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  HDR-DATE-OUT        PICTURE X(20).
           05                      PICTURE X(49)   VALUE
           'SUBLEDGER TO GENERAL LEDGER RECONCILIATION'.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       01  TOLERANCE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(40)   VALUE
                 'DIFFERENCES OVER THIS AMOUNT ARE ALERTS:'.
           05  TL-TOLERANCE-OUT    PICTURE ZZ,ZZ9.99.
           05  FILLER              PICTURE X(82)   VALUE SPACES.

       01  COLUMN-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(10)   VALUE 'ACCOUNT'.
           05                      PICTURE X(32)   VALUE 'DESCRIPTION'.
           05                      PICTURE X(17)   VALUE
                 '       SUBLEDGER '.
           05                      PICTURE X(17)   VALUE
                 '  GENERAL LEDGER '.
           05                      PICTURE X(17)   VALUE
                 '      DIFFERENCE '.
           05  FILLER              PICTURE X(34)   VALUE SPACES.

       01  RECON-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RD-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  RD-ACCOUNT-OUT      PICTURE X(8).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  RD-DESCRIPTION-OUT  PICTURE X(30).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  RD-SUBLEDGER-OUT    PICTURE -,---,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RD-GL-OUT           PICTURE -,---,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RD-DIFFERENCE-OUT   PICTURE -,---,---,--9.99.
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  RD-FLAG-OUT         PICTURE X(18).
           05  FILLER              PICTURE X(15)   VALUE SPACES.

       01  NOTE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  NL-TEXT-OUT         PICTURE X(60).
           05  NL-COUNT-OUT        PICTURE ZZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  NL-AMOUNT-OUT       PICTURE ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(50)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(32)   VALUE
                 'ACCOUNTS OVER TOLERANCE:        '.
           05  SL-OVER-OUT         PICTURE ZZZ9.
           05  FILLER              PICTURE X(95)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-SCAN-MASTER
           PERFORM    350-SCAN-LEASE-SCHEDULES
           PERFORM    400-SCAN-PAY-HISTORY
           PERFORM    450-APPLY-DEPOSITS
           PERFORM    470-RELIEVE-ONE-PAY-DATE
               VARYING LB-IDX-WS FROM 1 BY 1
               UNTIL LB-IDX-WS > LIABILITY-COUNT-WS
           PERFORM    480-SCAN-DEDUCTIONS
           IF PAYROLL-OPEN-SW = 'YES'
               CLOSE USER-INPUT-FILE
           END-IF
           PERFORM    550-SCAN-TRIAL-BALANCE
           IF TRIAL-FOUND-SW = 'YES'
               PERFORM 600-PRINT-RECONCILIATION
           ELSE
               PERFORM 690-REPORT-NO-TRIAL-BALANCE
           END-IF
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           PERFORM 210-READ-PARAMETER-CARD

           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO PAYROLL-OPEN-SW
           END-IF

           OPEN OUTPUT GLRECON-REPORT-FILE
           PERFORM     500-HEADER.

      *    NO CARD, OR ONE THAT ISN'T A NUMBER, KEEPS THE ONE-DOLLAR
      *    DEFAULT.
       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-TOLERANCE IS NUMERIC
                           MOVE PRM-TOLERANCE-NUM TO TOLERANCE-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      *    OWNED ASSETS ON THE BOOK GO STRAIGHT TO COST AND
      *    ACCUMULATED DEPRECIATION; LEASED ONES ARE NOTED FOR THE
      *    LEASE SCHEDULE PASS.
       300-SCAN-MASTER.
           MOVE 'NO' TO EOF-ASSET-WS
           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS = '00'
               PERFORM 305-READ-ONE-ASSET
               PERFORM 310-TAKE-ONE-ASSET UNTIL EOF-ASSET-WS = 'YES'
               CLOSE ASSET-INPUT-FILE
           END-IF.

       305-READ-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-ASSET-WS
           END-READ.

       310-TAKE-ONE-ASSET.
           ADD 1 TO RECORDS-READ-WS
           IF NOT TRANS-TYPE-DISPOSED
              AND NOT TRANS-TYPE-ADJUSTED
               IF ASSET-LEASED-IN
                   PERFORM 320-NOTE-LEASED-ASSET
               ELSE
                   PERFORM 315-DETERMINE-ASSET-ACCOUNTS
                   MOVE 'S'              TO POST-SIDE-WS
                   MOVE COMPANY-IN       TO SK-COMPANY-WS
                   MOVE GA-COST-ACCT-WS  TO SK-ACCOUNT-WS
                   MOVE PRICE-IN         TO POST-AMOUNT-WS
                   PERFORM 800-POST-TO-ROW
                   MOVE GA-ACCUM-ACCT-WS TO SK-ACCOUNT-WS
                   MOVE ACCUM-DEPR-IN    TO POST-AMOUNT-WS
                   PERFORM 800-POST-TO-ROW
               END-IF
           END-IF
           PERFORM 305-READ-ONE-ASSET.

      *    THE COST AND ACCUMULATED DEPRECIATION ACCOUNTS THE ASSET'S
      *    COMPANY AND CATEGORY POST TO, DETERMINED THE WAY THE
      *    DEPRECIATION RUN DETERMINES THEM - AN ACCOUNT GLACCTS
      *    REFUSES AGAINST THE CHART IS LEFT AT THE STANDARD ONE
      *    THERE TOO. EITHER ONE NOT ALREADY ON THE ACCOUNT LIST IS
      *    ADDED, SO ITS TRIAL BALANCE ROWS ARE TAKEN.
       315-DETERMINE-ASSET-ACCOUNTS.
           MOVE 'FIND '              TO GA-FUNCTION-WS
           MOVE 'A'                  TO GA-TYPE-WS
           MOVE COMPANY-IN           TO GA-COMPANY-WS
           MOVE ASSET-CATEGORY-IN    TO GA-KEY-WS
           MOVE SPACES               TO GA-EXPENSE-ACCT-WS
           MOVE ACCUM-ACCT-WS        TO GA-ACCUM-ACCT-WS
           MOVE COST-ACCT-WS         TO GA-COST-ACCT-WS
           MOVE SPACES               TO GA-PAYABLE-ACCT-WS
           CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS

           MOVE GA-COST-ACCT-WS      TO SEARCH-ACCOUNT-WS
           MOVE 'D'                  TO NEW-ACCT-NATURE-WS
           MOVE 'ASSET COST - OWNED ASSETS' TO NEW-ACCT-DESC-WS
           PERFORM 317-ADD-RECONCILED-ACCOUNT
           MOVE GA-ACCUM-ACCT-WS     TO SEARCH-ACCOUNT-WS
           MOVE 'C'                  TO NEW-ACCT-NATURE-WS
           MOVE 'ACCUMULATED DEPRECIATION' TO NEW-ACCT-DESC-WS
           PERFORM 317-ADD-RECONCILED-ACCOUNT.

       317-ADD-RECONCILED-ACCOUNT.
           PERFORM 870-FIND-ACCOUNT
           IF ACCT-POS-WS = ZERO
               IF ACCOUNT-COUNT-WS < 60
                   ADD 1 TO ACCOUNT-COUNT-WS
                   MOVE SEARCH-ACCOUNT-WS  TO
                        ACCT-NUMBER-TBL (ACCOUNT-COUNT-WS)
                   MOVE NEW-ACCT-NATURE-WS TO
                        ACCT-NATURE-TBL (ACCOUNT-COUNT-WS)
                   MOVE NEW-ACCT-DESC-WS   TO
                        ACCT-DESC-TBL   (ACCOUNT-COUNT-WS)
               ELSE
                   MOVE 'YES' TO ACCOUNT-OVERFLOW-SW
               END-IF
           END-IF.

       320-NOTE-LEASED-ASSET.
           IF LEASED-COUNT-WS < 3000
               ADD 1 TO LEASED-COUNT-WS
               MOVE ASSET-ID-IN TO LA-ASSET-ID-TBL (LEASED-COUNT-WS)
               MOVE COMPANY-IN  TO LA-COMPANY-TBL  (LEASED-COUNT-WS)
           ELSE
               MOVE 'YES' TO LEASED-OVERFLOW-SW
           END-IF.

      *    A SCHEDULE WHOSE ASSET IS NO LONGER A LEASED ASSET ON THE
      *    MASTER - DISPOSED, ARCHIVED, OR NEVER ADDED - HAS NO
      *    LIABILITY LEFT TO PROVE AND IS COUNTED ON THE REPORT.
       350-SCAN-LEASE-SCHEDULES.
           MOVE 'NO' TO EOF-LEASE-WS
           OPEN INPUT LEASE-SCHEDULE-FILE
           IF LEASE-FILE-STATUS-WS = '00'
               PERFORM 355-READ-ONE-SCHEDULE
               PERFORM 360-TAKE-ONE-SCHEDULE
                   UNTIL EOF-LEASE-WS = 'YES'
               CLOSE LEASE-SCHEDULE-FILE
           END-IF.

       355-READ-ONE-SCHEDULE.
           READ LEASE-SCHEDULE-FILE
               AT END MOVE 'YES' TO EOF-LEASE-WS
           END-READ.

       360-TAKE-ONE-SCHEDULE.
           IF LS-ASSET-ID-IN IS NUMERIC
              AND LS-PAYMENT-IN IS NUMERIC
              AND LS-TERM-MONTHS-IN IS NUMERIC
              AND LS-RATE-IN IS NUMERIC
              AND LS-START-DATE-IN IS NUMERIC
               PERFORM 850-FIND-LEASED-ASSET
               IF LA-POS-WS > ZERO
                   PERFORM 365-VALUE-REMAINING-PAYMENTS
                   MOVE 'S'                TO POST-SIDE-WS
                   MOVE LA-COMPANY-TBL (LA-POS-WS) TO SK-COMPANY-WS
                   MOVE LEASE-LIAB-ACCT-WS TO SK-ACCOUNT-WS
                   MOVE LEASE-PV-WS        TO POST-AMOUNT-WS
                   PERFORM 800-POST-TO-ROW
               ELSE
                   ADD 1 TO LEASES-UNMATCHED-WS
               END-IF
           ELSE
               ADD 1 TO LEASES-UNMATCHED-WS
           END-IF
           PERFORM 355-READ-ONE-SCHEDULE.

      *    A PAYMENT IS MADE EACH TIME THE START DAY COMES ROUND, SO
      *    A MONTH NOT YET REACHED ITS DAY ISN'T PAID. A LEASE THAT
      *    HASN'T STARTED OWES EVERY PAYMENT; ONE PAST ITS TERM OWES
      *    NONE.
       365-VALUE-REMAINING-PAYMENTS.
           COMPUTE ELAPSED-MONTHS-WS =
                   (YEAR-WS - LS-START-YEAR-IN) * 12
                   + MONTH-WS - LS-START-MONTH-IN
           IF DAY-WS < LS-START-DAY-IN
               SUBTRACT 1 FROM ELAPSED-MONTHS-WS
           END-IF
           IF ELAPSED-MONTHS-WS < ZERO
               MOVE ZERO TO ELAPSED-MONTHS-WS
           END-IF
           COMPUTE REMAINING-PAYMENTS-WS =
                   LS-TERM-MONTHS-IN - ELAPSED-MONTHS-WS
           IF REMAINING-PAYMENTS-WS < ZERO
               MOVE ZERO TO REMAINING-PAYMENTS-WS
           END-IF
           EVALUATE TRUE
               WHEN REMAINING-PAYMENTS-WS = ZERO
                   MOVE ZERO TO LEASE-PV-WS
               WHEN LS-RATE-IN = ZERO
                   COMPUTE LEASE-PV-WS =
                           LS-PAYMENT-IN * REMAINING-PAYMENTS-WS
               WHEN OTHER
                   COMPUTE MONTHLY-RATE-WS ROUNDED = LS-RATE-IN / 12
                   COMPUTE DISCOUNT-FACTOR-WS ROUNDED =
                           (1 + MONTHLY-RATE-WS)
                           ** (0 - REMAINING-PAYMENTS-WS)
                   COMPUTE LEASE-PV-WS ROUNDED =
                           LS-PAYMENT-IN * (1 - DISCOUNT-FACTOR-WS)
                           / MONTHLY-RATE-WS
           END-EVALUATE.

      *    EVERY PAY EVENT'S WITHHOLDING GOES TO ITS PAYABLE, AND
      *    ITS 941 SHARES TO ITS PAY DATE FOR THE DEPOSITS TO RELIEVE.
      *    A REVERSED EVENT TAKES ITS AMOUNTS BACK OFF.
       400-SCAN-PAY-HISTORY.
           MOVE 'NO' TO EOF-PAYHIST-WS
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '00'
               PERFORM 405-READ-ONE-EVENT
               PERFORM 410-TAKE-ONE-EVENT
                   UNTIL EOF-PAYHIST-WS = 'YES'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       405-READ-ONE-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-PAYHIST-WS
           END-READ.

       410-TAKE-ONE-EVENT.
           IF PH-SSN IS NUMERIC
              AND PH-PAY-DATE IS NUMERIC
               ADD 1 TO RECORDS-READ-WS
               MOVE PH-SSN TO LOOKUP-SSN-WS
               PERFORM 420-LOOK-UP-COMPANY
               IF PH-REVERSED-EVENT
                   MOVE -1 TO SIGN-FACTOR-WS
               ELSE
                   MOVE +1 TO SIGN-FACTOR-WS
               END-IF
               PERFORM 415-POST-EVENT-WITHHOLDING
               PERFORM 425-ADD-EVENT-LIABILITY
           END-IF
           PERFORM 405-READ-ONE-EVENT.

       415-POST-EVENT-WITHHOLDING.
           MOVE 'S'              TO POST-SIDE-WS
           MOVE EVENT-COMPANY-WS TO SK-COMPANY-WS
           MOVE FEDERAL-PAYABLE-ACCT-WS TO SK-ACCOUNT-WS
           COMPUTE POST-AMOUNT-WS = PH-FEDERAL * SIGN-FACTOR-WS
           PERFORM 800-POST-TO-ROW
           MOVE FICA-PAYABLE-ACCT-WS    TO SK-ACCOUNT-WS
           COMPUTE POST-AMOUNT-WS =
                   (PH-FICA + PH-MEDICARE) * SIGN-FACTOR-WS
           PERFORM 800-POST-TO-ROW
           MOVE STATE-PAYABLE-ACCT-WS   TO SK-ACCOUNT-WS
           COMPUTE POST-AMOUNT-WS = PH-STATE * SIGN-FACTOR-WS
           PERFORM 800-POST-TO-ROW
           IF PH-LOCAL IS NUMERIC
               MOVE LOCAL-PAYABLE-ACCT-WS TO SK-ACCOUNT-WS
               COMPUTE POST-AMOUNT-WS = PH-LOCAL * SIGN-FACTOR-WS
               PERFORM 800-POST-TO-ROW
           END-IF.

      *    AN EMPLOYEE NO LONGER ON PAYROLL.DAT, OR NO PAYROLL.DAT AT
      *    ALL, LEAVES THE COMPANY BLANK - THOSE DOLLARS PRINT UNDER
      *    A BLANK COMPANY RATHER THAN DROP OUT.
       420-LOOK-UP-COMPANY.
           IF LOOKUP-SSN-WS NOT = LAST-SSN-WS
               MOVE SPACES TO LAST-COMPANY-WS
               IF PAYROLL-OPEN-SW = 'YES'
                   MOVE LOOKUP-SSN-WS TO SSN-IN
                   READ USER-INPUT-FILE
                       INVALID KEY
                           MOVE SPACES TO PAYROLL-COMPANY-IN
                   END-READ
                   MOVE PAYROLL-COMPANY-IN TO LAST-COMPANY-WS
               END-IF
               MOVE LOOKUP-SSN-WS TO LAST-SSN-WS
           END-IF
           MOVE LAST-COMPANY-WS TO EVENT-COMPANY-WS.

      *    THE EMPLOYER'S MATCH IS ON THE EVENT ITSELF; AN OLDER
      *    EVENT WITHOUT IT IS TAKEN AT THE EMPLOYEE'S OWN SHARE,
      *    WHICH IS WHAT THE MATCH IS.
       425-ADD-EVENT-LIABILITY.
           MOVE PH-FEDERAL TO EV-FEDERAL-WS
           COMPUTE EV-EMPLOYEE-WS = PH-FICA + PH-MEDICARE
           MOVE ZERO TO EV-EMPLOYER-WS
           IF PH-EMPL-FICA IS NUMERIC
               ADD PH-EMPL-FICA TO EV-EMPLOYER-WS
           ELSE
               ADD PH-FICA TO EV-EMPLOYER-WS
           END-IF
           IF PH-EMPL-MEDI IS NUMERIC
               ADD PH-EMPL-MEDI TO EV-EMPLOYER-WS
           ELSE
               ADD PH-MEDICARE TO EV-EMPLOYER-WS
           END-IF
           MOVE EVENT-COMPANY-WS TO SL-COMPANY-WS
           MOVE PH-PAY-DATE      TO SL-PAY-DATE-WS
           PERFORM 860-LOCATE-LIABILITY
           IF LB-POS-WS > ZERO
               COMPUTE LB-FEDERAL-TBL (LB-POS-WS) =
                       LB-FEDERAL-TBL (LB-POS-WS)
                       + EV-FEDERAL-WS * SIGN-FACTOR-WS
               COMPUTE LB-EMPLOYEE-TBL (LB-POS-WS) =
                       LB-EMPLOYEE-TBL (LB-POS-WS)
                       + EV-EMPLOYEE-WS * SIGN-FACTOR-WS
               COMPUTE LB-EMPLOYER-TBL (LB-POS-WS) =
                       LB-EMPLOYER-TBL (LB-POS-WS)
                       + EV-EMPLOYER-WS * SIGN-FACTOR-WS
           END-IF.

      *    EACH DEPOSIT GOES AGAINST THE PAY DATE IT COVERS. ONE FOR
      *    A PAY DATE THE HISTORY NO LONGER HOLDS CAN'T BE SPLIT AND
      *    IS REPORTED INSTEAD.
       450-APPLY-DEPOSITS.
           MOVE 'NO' TO EOF-LEDGER-WS
           OPEN INPUT DEPOSIT-LEDGER-FILE
           IF LEDGER-FILE-STATUS-WS = '00'
               PERFORM 455-READ-ONE-DEPOSIT
               PERFORM 460-TAKE-ONE-DEPOSIT
                   UNTIL EOF-LEDGER-WS = 'YES'
               CLOSE DEPOSIT-LEDGER-FILE
           END-IF.

       455-READ-ONE-DEPOSIT.
           READ DEPOSIT-LEDGER-FILE
               AT END MOVE 'YES' TO EOF-LEDGER-WS
           END-READ.

       460-TAKE-ONE-DEPOSIT.
           IF DL-LIABILITY-DATE IS NUMERIC
              AND DL-AMOUNT IS NUMERIC
               MOVE DL-COMPANY        TO SL-COMPANY-WS
               MOVE DL-LIABILITY-DATE TO SL-PAY-DATE-WS
               PERFORM 865-FIND-LIABILITY
               IF LB-POS-WS > ZERO
                   ADD DL-AMOUNT TO LB-DEPOSITED-TBL (LB-POS-WS)
               ELSE
                   ADD 1         TO DEPOSITS-UNMATCHED-WS
                   ADD DL-AMOUNT TO UNMATCHED-DEPOSIT-AMT-WS
               END-IF
           END-IF
           PERFORM 455-READ-ONE-DEPOSIT.

      *    WHAT WAS DEPOSITED FOR A PAY DATE RELIEVES THE FEDERAL AND
      *    EMPLOYEE PAYABLES IN PROPORTION TO THEIR PART OF THAT
      *    DATE'S LIABILITY; THE EMPLOYER'S PART WAS NEVER IN THEM.
       470-RELIEVE-ONE-PAY-DATE.
           COMPUTE LIABILITY-TOTAL-WS = LB-FEDERAL-TBL (LB-IDX-WS)
                   + LB-EMPLOYEE-TBL (LB-IDX-WS)
                   + LB-EMPLOYER-TBL (LB-IDX-WS)
           IF LB-DEPOSITED-TBL (LB-IDX-WS) NOT = ZERO
              AND LIABILITY-TOTAL-WS > ZERO
               MOVE 'S' TO POST-SIDE-WS
               MOVE LB-COMPANY-TBL (LB-IDX-WS) TO SK-COMPANY-WS
               MOVE FEDERAL-PAYABLE-ACCT-WS    TO SK-ACCOUNT-WS
               COMPUTE DEPOSIT-SHARE-WS ROUNDED =
                       LB-DEPOSITED-TBL (LB-IDX-WS)
                       * LB-FEDERAL-TBL (LB-IDX-WS)
                       / LIABILITY-TOTAL-WS
               COMPUTE POST-AMOUNT-WS = 0 - DEPOSIT-SHARE-WS
               PERFORM 800-POST-TO-ROW
               MOVE FICA-PAYABLE-ACCT-WS       TO SK-ACCOUNT-WS
               COMPUTE DEPOSIT-SHARE-WS ROUNDED =
                       LB-DEPOSITED-TBL (LB-IDX-WS)
                       * LB-EMPLOYEE-TBL (LB-IDX-WS)
                       / LIABILITY-TOTAL-WS
               COMPUTE POST-AMOUNT-WS = 0 - DEPOSIT-SHARE-WS
               PERFORM 800-POST-TO-ROW
           END-IF.

      *    WITHHELD IS EVERYTHING STILL WAITING ON DEDDETL.DAT PLUS
      *    EVERYTHING DEDREMIT HAS MOVED TO ITS HISTORY; PAID OUT IS
      *    THE HISTORY.
       480-SCAN-DEDUCTIONS.
           MOVE 'S' TO POST-SIDE-WS
           MOVE OTHER-PAYABLE-ACCT-WS TO SK-ACCOUNT-WS
           MOVE 'NO' TO EOF-DEDDETL-WS
           OPEN INPUT DEDUCTION-DETAIL-FILE
           IF DEDDETL-FILE-STATUS-WS = '00'
               PERFORM 482-READ-ONE-DETAIL
               PERFORM 484-TAKE-ONE-DETAIL
                   UNTIL EOF-DEDDETL-WS = 'YES'
               CLOSE DEDUCTION-DETAIL-FILE
           END-IF
           MOVE 'NO' TO EOF-DEDREMHS-WS
           OPEN INPUT REMIT-HISTORY-FILE
           IF DEDREMHS-FILE-STATUS-WS = '00'
               PERFORM 486-READ-ONE-REMITTANCE
               PERFORM 488-TAKE-ONE-REMITTANCE
                   UNTIL EOF-DEDREMHS-WS = 'YES'
               CLOSE REMIT-HISTORY-FILE
           END-IF.

       482-READ-ONE-DETAIL.
           READ DEDUCTION-DETAIL-FILE
               AT END MOVE 'YES' TO EOF-DEDDETL-WS
           END-READ.

       484-TAKE-ONE-DETAIL.
           IF DD-SSN IS NUMERIC
              AND DD-AMOUNT IS NUMERIC
               MOVE DD-SSN TO LOOKUP-SSN-WS
               PERFORM 420-LOOK-UP-COMPANY
               MOVE EVENT-COMPANY-WS TO SK-COMPANY-WS
               MOVE DD-AMOUNT        TO POST-AMOUNT-WS
               PERFORM 800-POST-TO-ROW
           END-IF
           PERFORM 482-READ-ONE-DETAIL.

       486-READ-ONE-REMITTANCE.
           READ REMIT-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-DEDREMHS-WS
           END-READ.

      *    THE SAME DOLLARS GO ON AS WITHHELD AND COME OFF AS PAID,
      *    SO A REMITTED DEDUCTION NETS TO NOTHING IN THE PAYABLE.
       488-TAKE-ONE-REMITTANCE.
           IF RH-SSN IS NUMERIC
              AND RH-AMOUNT IS NUMERIC
               MOVE RH-SSN TO LOOKUP-SSN-WS
               PERFORM 420-LOOK-UP-COMPANY
               MOVE EVENT-COMPANY-WS TO SK-COMPANY-WS
               MOVE RH-AMOUNT        TO POST-AMOUNT-WS
               PERFORM 800-POST-TO-ROW
               COMPUTE POST-AMOUNT-WS = 0 - RH-AMOUNT
               PERFORM 800-POST-TO-ROW
           END-IF
           PERFORM 486-READ-ONE-REMITTANCE.

      *    THE LEDGER SIDE. A CREDIT-BALANCE ACCOUNT'S EXTRACT
      *    AMOUNT IS TURNED OVER SO IT COMPARES WITH THE SUBLEDGER.
       550-SCAN-TRIAL-BALANCE.
           MOVE 'NO' TO EOF-TRIAL-WS
           OPEN INPUT TRIAL-BALANCE-FILE
           IF TRIAL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO TRIAL-FOUND-SW
               PERFORM 555-READ-ONE-BALANCE
               PERFORM 560-TAKE-ONE-BALANCE
                   UNTIL EOF-TRIAL-WS = 'YES'
               CLOSE TRIAL-BALANCE-FILE
           END-IF.

       555-READ-ONE-BALANCE.
           READ TRIAL-BALANCE-FILE
               AT END MOVE 'YES' TO EOF-TRIAL-WS
           END-READ.

       560-TAKE-ONE-BALANCE.
           MOVE TB-ACCOUNT TO SEARCH-ACCOUNT-WS
           PERFORM 870-FIND-ACCOUNT
           IF ACCT-POS-WS > ZERO
              AND TB-BALANCE IS NUMERIC
               MOVE 'G'        TO POST-SIDE-WS
               MOVE TB-COMPANY TO SK-COMPANY-WS
               MOVE TB-ACCOUNT TO SK-ACCOUNT-WS
               IF ACCT-CREDIT-NATURE (ACCT-POS-WS)
                   COMPUTE POST-AMOUNT-WS = 0 - TB-BALANCE
               ELSE
                   MOVE TB-BALANCE TO POST-AMOUNT-WS
               END-IF
               PERFORM 800-POST-TO-ROW
           END-IF
           PERFORM 555-READ-ONE-BALANCE.

       500-HEADER.
           WRITE PRINT-GLRECON-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE TOLERANCE-WS TO TL-TOLERANCE-OUT
           WRITE PRINT-GLRECON-LINE FROM TOLERANCE-LINE
               AFTER 1 LINE
           WRITE PRINT-GLRECON-LINE FROM COLUMN-HEADER-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-GLRECON-LINE
           WRITE PRINT-GLRECON-LINE AFTER 1 LINE.

      *    THE ROWS IN COMPANY AND ACCOUNT ORDER, A BLANK LINE AT
      *    EACH CHANGE OF COMPANY, THEN WHAT COULDN'T BE PLACED.
       600-PRINT-RECONCILIATION.
           MOVE 'YES' TO FIRST-ROW-SW
           PERFORM 610-PRINT-ONE-ROW
               VARYING RCN-POS-WS FROM 1 BY 1
               UNTIL RCN-POS-WS > RECON-COUNT-WS
           PERFORM 650-PRINT-NOTES.

       610-PRINT-ONE-ROW.
           IF FIRST-ROW-SW NOT = 'YES'
              AND RCN-COMPANY-TBL (RCN-POS-WS) NOT = PREV-COMPANY-WS
               MOVE SPACES TO PRINT-GLRECON-LINE
               WRITE PRINT-GLRECON-LINE AFTER 1 LINE
           END-IF
           MOVE 'NO' TO FIRST-ROW-SW
           MOVE RCN-COMPANY-TBL (RCN-POS-WS) TO PREV-COMPANY-WS

           MOVE RCN-ACCOUNT-TBL (RCN-POS-WS) TO SEARCH-ACCOUNT-WS
           PERFORM 870-FIND-ACCOUNT
           COMPUTE ROW-DIFFERENCE-WS = RCN-SUBLEDGER-TBL (RCN-POS-WS)
                   - RCN-GL-TBL (RCN-POS-WS)
           IF ROW-DIFFERENCE-WS < ZERO
               COMPUTE ROW-ABS-DIFFERENCE-WS = 0 - ROW-DIFFERENCE-WS
           ELSE
               MOVE ROW-DIFFERENCE-WS TO ROW-ABS-DIFFERENCE-WS
           END-IF

           MOVE RCN-COMPANY-TBL (RCN-POS-WS)   TO RD-COMPANY-OUT
           MOVE RCN-ACCOUNT-TBL (RCN-POS-WS)   TO RD-ACCOUNT-OUT
           IF ACCT-POS-WS > ZERO
               MOVE ACCT-DESC-TBL (ACCT-POS-WS) TO RD-DESCRIPTION-OUT
           ELSE
               MOVE SPACES TO RD-DESCRIPTION-OUT
           END-IF
           MOVE RCN-SUBLEDGER-TBL (RCN-POS-WS) TO RD-SUBLEDGER-OUT
           MOVE RCN-GL-TBL (RCN-POS-WS)        TO RD-GL-OUT
           MOVE ROW-DIFFERENCE-WS              TO RD-DIFFERENCE-OUT
           IF ROW-ABS-DIFFERENCE-WS > TOLERANCE-WS
               MOVE '*** OVER TOLERANCE' TO RD-FLAG-OUT
               ADD 1 TO ACCOUNTS-OVER-WS
               PERFORM 960-WRITE-DIFFERENCE-ALERT
           ELSE
               MOVE SPACES TO RD-FLAG-OUT
           END-IF
           WRITE PRINT-GLRECON-LINE FROM RECON-DETAIL-LINE
               AFTER 1 LINE.

       650-PRINT-NOTES.
           MOVE ACCOUNTS-OVER-WS TO SL-OVER-OUT
           WRITE PRINT-GLRECON-LINE FROM SUMMARY-LINE
               AFTER 2 LINES
           IF DEPOSITS-UNMATCHED-WS > ZERO
               MOVE SPACES TO NOTE-LINE
               MOVE
                 'DEPOSITS NOT APPLIED - PAY DATE NOT ON PAYHIST.DAT'
                   TO NL-TEXT-OUT
               MOVE DEPOSITS-UNMATCHED-WS    TO NL-COUNT-OUT
               MOVE UNMATCHED-DEPOSIT-AMT-WS TO NL-AMOUNT-OUT
               WRITE PRINT-GLRECON-LINE FROM NOTE-LINE
                   AFTER 1 LINE
           END-IF
           IF LEASES-UNMATCHED-WS > ZERO
               MOVE SPACES TO NOTE-LINE
               MOVE
                 'LEASE SCHEDULES WITH NO LEASED ASSET ON THE MASTER'
                   TO NL-TEXT-OUT
               MOVE LEASES-UNMATCHED-WS TO NL-COUNT-OUT
               WRITE PRINT-GLRECON-LINE FROM NOTE-LINE
                   AFTER 1 LINE
           END-IF
           IF RECON-OVERFLOW-SW = 'YES'
              OR LEASED-OVERFLOW-SW = 'YES'
              OR ACCOUNT-OVERFLOW-SW = 'YES'
              OR LIABILITY-OVERFLOW-SW = 'YES'
               MOVE SPACES TO NOTE-LINE
               MOVE
                 'TABLE FULL - SOME AMOUNTS MISSING FROM THIS REPORT'
                   TO NL-TEXT-OUT
               WRITE PRINT-GLRECON-LINE FROM NOTE-LINE
                   AFTER 1 LINE
           END-IF.

      *    WITHOUT THE LEDGER'S SIDE THERE IS NOTHING TO COMPARE, SO
      *    THE OPERATOR IS TOLD THE RECONCILIATION DIDN'T HAPPEN.
       690-REPORT-NO-TRIAL-BALANCE.
           MOVE SPACES TO NOTE-LINE
           MOVE 'NO GLTRIAL.DAT EXTRACT - NOTHING RECONCILED'
               TO NL-TEXT-OUT
           WRITE PRINT-GLRECON-LINE FROM NOTE-LINE
               AFTER 1 LINE
           PERFORM 965-OPEN-OPERATOR-ALERT
           MOVE RUN-DATE-OUT-WS     TO NT-TIMESTAMP-OUT
           MOVE PROGRAM-NAME-OUT-WS TO NT-PROGRAM-OUT
           WRITE OPERATOR-ALERT-LINE FROM NO-TRIAL-ALERT-DETAIL
           CLOSE OPERATOR-ALERT-FILE.

       800-POST-TO-ROW.
           PERFORM 810-LOCATE-ROW
           IF RCN-POS-WS > ZERO
               IF POST-TO-SUBLEDGER
                   ADD POST-AMOUNT-WS TO RCN-SUBLEDGER-TBL (RCN-POS-WS)
               ELSE
                   ADD POST-AMOUNT-WS TO RCN-GL-TBL (RCN-POS-WS)
               END-IF
           END-IF.

      *    RCN-POS-WS ENDS ON THE ROW FOR SEARCH-KEY-WS, OR ZERO IF
      *    THE TABLE HAS NO ROOM LEFT FOR A NEW ONE.
       810-LOCATE-ROW.
           MOVE ZERO TO RCN-POS-WS
           PERFORM 815-CHECK-ONE-ROW
               VARYING RCN-SCAN-WS FROM 1 BY 1
               UNTIL RCN-SCAN-WS > RECON-COUNT-WS
                  OR RCN-POS-WS > ZERO
           EVALUATE TRUE
               WHEN RCN-POS-WS > ZERO
                AND RCN-KEY-TBL (RCN-POS-WS) = SEARCH-KEY-WS
                   CONTINUE
               WHEN RECON-COUNT-WS NOT < 400
                   MOVE 'YES' TO RECON-OVERFLOW-SW
                   MOVE ZERO  TO RCN-POS-WS
               WHEN OTHER
                   IF RCN-POS-WS = ZERO
                       COMPUTE RCN-POS-WS = RECON-COUNT-WS + 1
                   END-IF
                   PERFORM 820-SHIFT-ONE-ROW
                       VARYING RCN-SCAN-WS FROM RECON-COUNT-WS BY -1
                       UNTIL RCN-SCAN-WS < RCN-POS-WS
                   ADD 1 TO RECON-COUNT-WS
                   INITIALIZE RECON-ENTRY-WS (RCN-POS-WS)
                   MOVE SEARCH-KEY-WS TO RCN-KEY-TBL (RCN-POS-WS)
           END-EVALUATE.

       815-CHECK-ONE-ROW.
           IF RCN-KEY-TBL (RCN-SCAN-WS) NOT < SEARCH-KEY-WS
               MOVE RCN-SCAN-WS TO RCN-POS-WS
           END-IF.

       820-SHIFT-ONE-ROW.
           MOVE RECON-ENTRY-WS (RCN-SCAN-WS) TO
                RECON-ENTRY-WS (RCN-SCAN-WS + 1).

      *    LA-POS-WS ENDS ON THE LEASED ASSET FOR THE SCHEDULE'S
      *    ASSET ID, OR ZERO IF THERE IS NONE.
       850-FIND-LEASED-ASSET.
           MOVE ZERO TO LA-POS-WS
           PERFORM 855-CHECK-ONE-LEASED
               VARYING LA-IDX-WS FROM 1 BY 1
               UNTIL LA-IDX-WS > LEASED-COUNT-WS
                  OR LA-POS-WS > ZERO.

       855-CHECK-ONE-LEASED.
           IF LA-ASSET-ID-TBL (LA-IDX-WS) = LS-ASSET-ID-IN
               MOVE LA-IDX-WS TO LA-POS-WS
           END-IF.

      *    LB-POS-WS ENDS ON THE LIABILITY ROW FOR
      *    SEARCH-LIABILITY-WS, OPENING ONE IF THERE IS ROOM; ZERO
      *    IF THE TABLE IS FULL.
       860-LOCATE-LIABILITY.
           PERFORM 865-FIND-LIABILITY
           IF LB-POS-WS = ZERO
               IF LIABILITY-COUNT-WS < 3000
                   ADD 1 TO LIABILITY-COUNT-WS
                   MOVE LIABILITY-COUNT-WS TO LB-POS-WS
                   INITIALIZE LIABILITY-ENTRY-WS (LB-POS-WS)
                   MOVE SEARCH-LIABILITY-WS TO LB-KEY-TBL (LB-POS-WS)
               ELSE
                   MOVE 'YES' TO LIABILITY-OVERFLOW-SW
               END-IF
           END-IF.

      *    LB-POS-WS ENDS ON THE LIABILITY ROW FOR
      *    SEARCH-LIABILITY-WS, OR ZERO IF THERE IS NONE.
       865-FIND-LIABILITY.
           MOVE ZERO TO LB-POS-WS
           PERFORM 867-CHECK-ONE-LIABILITY
               VARYING LB-IDX-WS FROM 1 BY 1
               UNTIL LB-IDX-WS > LIABILITY-COUNT-WS
                  OR LB-POS-WS > ZERO.

       867-CHECK-ONE-LIABILITY.
           IF LB-KEY-TBL (LB-IDX-WS) = SEARCH-LIABILITY-WS
               MOVE LB-IDX-WS TO LB-POS-WS
           END-IF.

      *    ACCT-POS-WS ENDS ON SEARCH-ACCOUNT-WS'S ENTRY IN THE
      *    ACCOUNT LIST, OR ZERO IF IT ISN'T ONE RECONCILED HERE.
       870-FIND-ACCOUNT.
           MOVE ZERO TO ACCT-POS-WS
           PERFORM 875-CHECK-ONE-ACCOUNT
               VARYING ACCT-IDX-WS FROM 1 BY 1
               UNTIL ACCT-IDX-WS > ACCOUNT-COUNT-WS
                  OR ACCT-POS-WS > ZERO.

       875-CHECK-ONE-ACCOUNT.
           IF ACCT-NUMBER-TBL (ACCT-IDX-WS) = SEARCH-ACCOUNT-WS
               MOVE ACCT-IDX-WS TO ACCT-POS-WS
           END-IF.

       900-CLOSE.
           CLOSE GLRECON-REPORT-FILE
           MOVE 'CLOSE'         TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.

       960-WRITE-DIFFERENCE-ALERT.
           PERFORM 965-OPEN-OPERATOR-ALERT
           MOVE RUN-DATE-OUT-WS     TO ALERT-TIMESTAMP-OUT
           MOVE PROGRAM-NAME-OUT-WS TO ALERT-PROGRAM-OUT
           MOVE RCN-COMPANY-TBL (RCN-POS-WS) TO ALERT-COMPANY-OUT
           MOVE RCN-ACCOUNT-TBL (RCN-POS-WS) TO ALERT-ACCOUNT-OUT
           MOVE ROW-DIFFERENCE-WS   TO ALERT-DIFFERENCE-OUT
           WRITE OPERATOR-ALERT-LINE FROM OPERATOR-ALERT-DETAIL
           CLOSE OPERATOR-ALERT-FILE.

      *    THE ALERT FILE ACCUMULATES ACROSS RUNS SO NO DIFFERENCE IS
      *    LOST BEFORE THE OPERATOR READS IT.
       965-OPEN-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERT-FILE
           IF OPRALERT-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPERATOR-ALERT-FILE
               CLOSE OPERATOR-ALERT-FILE
               OPEN EXTEND OPERATOR-ALERT-FILE
           END-IF.
