       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MANCHECK.
       AUTHOR.    CHRISTOPHER HILL.

      *    POSTS PAY THAT HAPPENED OUTSIDE THE PAYROLL RUN - A
      *    CHECK HANDWRITTEN AT THE FRONT DESK, OR A CORRECTION TO
      *    WITHHOLDING FOUND AFTER THE QUARTER IT BELONGED TO. EACH
      *    TRANSACTION CARRIES THE FIGURES AS PAID: GROSS, EVERY
      *    TAX, THE DEDUCTIONS, NET, THE CHECK NUMBER, AND THE PAY
      *    DATE. NOTHING IS RECOMPUTED HERE - THE TRANSACTION IS
      *    PROVED TO FOOT AND THEN POSTED EXACTLY AS GIVEN INTO
      *    YTD.DAT (IN THE QUARTER OF THE PAY DATE, NOT TODAY'S),
      *    PAYHIST.DAT, AND FOR A CHECK CHECKREG.DAT, SO YTDRECON,
      *    QTRTAX, AND W2EXTR SEE WHAT WAS REALLY PAID. THE RUN'S
      *    POSTINGS GO TO THE GL AS ONE BALANCED VOUCHER APPENDED
      *    TO PAYRLGL.DAT, WHICH GLPOST PICKS UP WITH THE PAYROLL
      *    RUN'S OWN. A TRANSACTION MARKED '-' TAKES A POSTING BACK
      *    - A MANUAL CHECK VOIDED, OR THE WRONG-QUARTER HALF OF A
      *    WITHHOLDING CORRECTION - AND IS REFUSED IF IT WOULD TAKE
      *    ANY YEAR-TO-DATE FIGURE BELOW ZERO. LIKE PAYRMNT IT
      *    STAYS OUT WHILE THE NIGHTLY WINDOW HOLDS THE RUN LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MANUAL-PAY-FILE ASSIGN TO 'MANCHECK.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MANCHECK-FILE-STATUS-WS.

            SELECT MANUAL-PAY-REPORT-FILE ASSIGN TO 'MANCHECK.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT YTD-FILE ASSIGN TO 'YTD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTD-SSN
            FILE STATUS IS YTD-FILE-STATUS-WS.

      *    THE PER-CODE ANNUAL TOTALS THE PAYROLL RUN HOLDS THE
      *    401K CEILING AGAINST - A DEFERRAL ON A MANUAL CHECK
      *    COUNTS TOWARD IT TOO WHEN THE TRANSACTION NAMES ITS CODE.
            SELECT DEDYTD-FILE ASSIGN TO 'DEDYTD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DY-KEY
            FILE STATUS IS DEDYTD-FILE-STATUS-WS.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHIST-FILE-STATUS-WS.

            SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECKREG-FILE-STATUS-WS.

            SELECT LABOR-JOURNAL-FILE ASSIGN TO 'PAYRLGL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYRLGL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    'M' IS A MANUAL CHECK - THE NUMBER IS THE ONE WRITTEN
      *    ON THE CHECK, NOT TAKEN FROM THE PAYROLL RUN'S SERIES.
      *    'A' IS A TAX ADJUSTMENT WITH NO CHECK BEHIND IT; ITS
      *    NET MAY BE NEGATIVE (THE EMPLOYEE OWES) AND GOES TO THE
      *    ADJUSTMENT CLEARING ACCOUNT INSTEAD OF PAYROLL CASH.
      *    THE PRE-TAX DEDUCTIONS ARE SPLIT AS THE PAYROLL RUN
      *    SPLITS THEM: INCOME-TAX-ONLY (A 401K DEFERRAL, REPORTED
      *    IN BOX 12 UNDER THE CODE GIVEN, 'D ' IF NONE) AND
      *    INCOME-AND-FICA (A SECTION 125 PREMIUM). THE TAX STATE
      *    DEFAULTS TO THE EMPLOYEE'S WORK STATE, THEN RESIDENCE.
       FD  MANUAL-PAY-FILE RECORDING MODE IS F.
       01  MANUAL-PAY-RECORD.
           05  MC-TRANS-CODE       PIC X.
               88  MC-MANUAL-CHECK          VALUE 'M'.
               88  MC-TAX-ADJUSTMENT        VALUE 'A'.
           05  MC-DIRECTION        PIC X.
               88  MC-REVERSAL              VALUE '-'.
           05  MC-SSN              PIC 9(9).
           05  MC-PAY-DATE         PIC 9(8).
           05  MC-PAY-DATE-PARTS REDEFINES MC-PAY-DATE.
               10  MC-PAY-YEAR     PIC 9(4).
               10  MC-PAY-MONTH    PIC 99.
               10  MC-PAY-DAY      PIC 99.
           05  MC-CHECK-NO         PIC 9(8).
           05  MC-AMOUNTS.
               10  MC-GROSS            PIC 9(6)V99.
               10  MC-FEDERAL          PIC 9(6)V99.
               10  MC-FICA             PIC 9(6)V99.
               10  MC-MEDICARE         PIC 9(6)V99.
               10  MC-STATE            PIC 9(6)V99.
               10  MC-LOCAL            PIC 9(6)V99.
               10  MC-PRETAX-INCOME    PIC 9(6)V99.
               10  MC-PRETAX-BOTH      PIC 9(6)V99.
               10  MC-AFTER-TAX        PIC 9(6)V99.
           05  MC-NET              PIC S9(6)V99 SIGN LEADING
                                   SEPARATE.
           05  MC-HOURS            PIC 9(3)V99.
           05  MC-HOURS-X REDEFINES MC-HOURS PIC X(5).
           05  MC-TAX-STATE        PIC XX.
           05  MC-BOX12-CODE       PIC XX.
           05  MC-DEFERRAL-CODE    PIC X(3).
           05  MC-OPERATOR         PIC X(8).
           05  MC-APPROVER         PIC X(8).

       FD  MANUAL-PAY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-MANUAL-LINE           PICTURE X(132).

      *    SAME RECORD LAYOUT AS USER-INPUT-RECORD IN PROB3 - NOT A
      *    COPYBOOK THERE EITHER.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  RATE-IN         PIC 99V99.
           05  HOURS-IN        PIC 99.
           05  NAME-IN         PIC X(20).
           05  MARITAL-STATUS-IN PIC X.
           05  EXEMPTIONS-IN     PIC 99.
           05  STATE-IN          PIC XX.
           05  PAY-FREQ-IN       PIC X.
           05  BANK-ROUTING-IN   PIC 9(9).
           05  BANK-ACCOUNT-IN   PIC X(17).
           05  DEPOSIT-IND-IN    PIC X.
           05  EMP-STATUS-IN     PIC X.
           05  HIRE-DATE-IN      PIC 9(8).
           05  TERM-DATE-IN      PIC 9(8).
           05  PAY-TYPE-IN       PIC X.
           05  SALARY-IN         PIC 9(5)V99.
           05  DEPT-IN           PIC X(4).
           05  LOCALITY-IN       PIC X(4).
           05  WC-CLASS-IN       PIC X(4).
           05  PRENOTE-DATE-IN   PIC 9(8).
           05  ADDRESS-1-IN      PIC X(25).
           05  ADDRESS-2-IN      PIC X(25).
           05  CITY-IN           PIC X(15).
           05  ADDR-STATE-IN     PIC XX.
           05  ZIP-IN            PIC X(9).
           05  BIRTH-DATE-IN     PIC 9(8).
           05  COMPANY-IN        PIC XX.
           05  W4-FORM-IN        PIC X.
           05  W4-MULTI-JOBS-IN  PIC X.
           05  W4-DEPENDENT-AMT-IN PIC 9(5)V99.
           05  W4-OTHER-INCOME-IN  PIC 9(6)V99.
           05  W4-DEDUCTIONS-IN    PIC 9(6)V99.
           05  W4-EXTRA-WH-IN      PIC 9(4)V99.
           05  WORK-STATE-IN       PIC XX.

      *    SAME RECORD LAYOUT AS YTD-RECORD IN PROB3 - NOT A
      *    COPYBOOK THERE EITHER.
       FD  YTD-FILE RECORDING MODE IS F.
       01  YTD-RECORD.
           05  YTD-SSN             PIC 9(9).
           05  YTD-GROSS           PIC 9(9)V99.
           05  YTD-FICA            PIC 9(7)V99.
           05  YTD-FEDERAL         PIC 9(7)V99.
           05  YTD-MEDICARE        PIC 9(7)V99.
           05  YTD-STATE           PIC 9(7)V99.
           05  YTD-QUARTER-TOTALS OCCURS 4 TIMES.
               10  YTD-QTR-WAGES      PIC 9(7)V99.
               10  YTD-QTR-FEDERAL    PIC 9(7)V99.
               10  YTD-QTR-FICA       PIC 9(7)V99.
               10  YTD-QTR-MEDICARE   PIC 9(7)V99.
               10  YTD-QTR-EMPL-FICA  PIC 9(7)V99.
               10  YTD-QTR-EMPL-MEDI  PIC 9(7)V99.
               10  YTD-QTR-STATE      PIC 9(7)V99.
               10  YTD-QTR-FUTA       PIC 9(7)V99.
               10  YTD-QTR-SUTA       PIC 9(7)V99.
           05  YTD-OTHER-DED       PIC 9(7)V99.
           05  YTD-LOCAL           PIC 9(7)V99.
           05  YTD-QTR-LOCAL       PIC 9(7)V99 OCCURS 4 TIMES.
           05  YTD-INCOME-WAGES    PIC 9(9)V99.
           05  YTD-FICA-WAGES      PIC 9(9)V99.
           05  YTD-QTR-TAXABLE OCCURS 4 TIMES.
               10  YTD-QTR-INCOME-WAGES PIC 9(7)V99.
               10  YTD-QTR-FICA-WAGES   PIC 9(7)V99.
           05  YTD-BOX12-ENTRY OCCURS 4 TIMES.
               10  YTD-BOX12-CODE       PIC XX.
               10  YTD-BOX12-AMOUNT     PIC 9(7)V99.
           05  YTD-STATE-ENTRY OCCURS 2 TIMES.
               10  YTD-ST-CODE          PIC XX.
               10  YTD-ST-WAGES         PIC 9(9)V99.
               10  YTD-ST-TAX           PIC 9(7)V99.

       FD  DEDYTD-FILE RECORDING MODE IS F.
       01  DEDYTD-RECORD.
           05  DY-KEY.
               10  DY-SSN          PIC 9(9).
               10  DY-CODE         PIC X(3).
           05  DY-TAKEN            PIC 9(7)V99.

       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-LINE            PIC X(132).

       FD  CHECK-REGISTER-FILE RECORDING MODE IS F.
       01  CHECK-REGISTER-LINE         PIC X(80).

       FD  LABOR-JOURNAL-FILE RECORDING MODE IS F.
       01  PRINT-JOURNAL-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-MANUAL-WS           PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-POSTED-WS       PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-REJECTED-WS     PICTURE 9(6)  VALUE ZERO.
           05  CHECKS-POSTED-WS        PICTURE 9(6)  VALUE ZERO.
           05  TRANSACTION-VALID-SW    PICTURE X(3)  VALUE 'YES'.
           05  YTD-RECORD-FOUND-SW     PICTURE X(3)  VALUE 'NO'.
           05  DEDYTD-FOUND-SW         PICTURE X(3)  VALUE 'NO'.
           05  FILES-OPEN-SW           PICTURE X(3)  VALUE 'NO'.
           05  REJECT-REASON-WS        PICTURE X(30) VALUE SPACES.

       01  FILE-STATUS-FIELDS-WS.
           05  MANCHECK-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  YTD-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  DEDYTD-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  CHECKREG-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYRLGL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

      *    ONE TRANSACTION'S FIGURES AS THEY POST - THE TAXABLE
      *    WAGE LINES THE PAYROLL RUN WOULD HAVE DRAWN, THE
      *    EMPLOYER'S SHARE OF FICA AND MEDICARE, AND +1 OR -1 FOR
      *    A POSTING OR A TAKE-BACK.
       01  POSTING-FIGURES-WS.
           05  SIGN-FACTOR-WS          PICTURE S9    VALUE +1.
           05  QUARTER-WS              PICTURE 9     VALUE 1.
           05  INCOME-WAGES-WS         PICTURE S9(7)V99 VALUE ZERO.
           05  FICA-WAGES-WS           PICTURE S9(7)V99 VALUE ZERO.
           05  TOTAL-DED-WS            PICTURE 9(7)V99 VALUE ZERO.
           05  FOOTED-NET-WS           PICTURE S9(7)V99 VALUE ZERO.
           05  EMPLOYER-FICA-WS        PICTURE 9(6)V99 VALUE ZERO.
           05  EMPLOYER-MEDICARE-WS    PICTURE 9(6)V99 VALUE ZERO.
           05  TAX-STATE-WS            PICTURE XX    VALUE SPACES.
           05  BOX12-CODE-WS           PICTURE XX    VALUE SPACES.
           05  HOURS-WS                PICTURE 9(3)V99 VALUE ZERO.
           05  ST-IDX-WS               PICTURE 9     VALUE ZERO.
           05  ST-SLOT-WS              PICTURE 9     VALUE ZERO.
           05  B12-IDX-WS              PICTURE 9     VALUE ZERO.
           05  B12-SLOT-WS             PICTURE 9     VALUE ZERO.
           05  YTD-QTR-IDX-WS          PICTURE 9     VALUE ZERO.

      *    THE EMPLOYER'S MEDICARE IS A FLAT SHARE OF FICA WAGES -
      *    THE ADDITIONAL MEDICARE AN EMPLOYEE MAY HAVE HAD
      *    WITHHELD IS NEVER MATCHED.
       01  EMPLOYER-MEDICARE-RATE-WS   PICTURE V9999 VALUE .0145.

       01  UNEMP-REQUEST-WS.
           05  UNEMP-GROSS-IN-WS        PIC 9(7)V99.
           05  UNEMP-YTD-BEFORE-WS      PIC 9(9)V99.
           05  UNEMP-STATE-IN-WS        PIC XX.
           05  UNEMP-TAX-YEAR-IN-WS     PIC 9(4).

       01  UNEMP-RESULT-WS.
           05  FUTA-CAL-WS              PIC 9(6)V99.
           05  SUTA-CAL-WS              PIC 9(6)V99.

      *    THE RUN'S VOUCHER, BUILT UP TRANSACTION BY TRANSACTION.
      *    EVERY FIGURE IS SIGNED - A TAKE-BACK CAN LEAVE ANY OF
      *    THEM ON THE OTHER SIDE OF THE LEDGER.
       01  JOURNAL-TOTALS-WS.
           05  JT-FEDERAL-WS           PIC S9(9)V99 VALUE ZERO.
           05  JT-FICA-WS              PIC S9(9)V99 VALUE ZERO.
           05  JT-STATE-WS             PIC S9(9)V99 VALUE ZERO.
           05  JT-LOCAL-WS             PIC S9(9)V99 VALUE ZERO.
           05  JT-DEDUCTIONS-WS        PIC S9(9)V99 VALUE ZERO.
           05  JT-CASH-WS              PIC S9(9)V99 VALUE ZERO.
           05  JT-CLEARING-WS          PIC S9(9)V99 VALUE ZERO.
           05  JT-GROSS-WS             PIC S9(9)V99 VALUE ZERO.
           05  JT-NET-WS               PIC S9(9)V99 VALUE ZERO.
           05  JOURNAL-AMOUNT-WS       PIC S9(9)V99 VALUE ZERO.
           05  JOURNAL-DEBITS-WS       PIC 9(9)V99  VALUE ZERO.
           05  JOURNAL-SIDE-WS         PIC X(2)     VALUE SPACES.

       01  DEPT-TABLE-CONTROL-WS.
           05  DEPT-COUNT-WS           PIC 99       VALUE ZERO.
           05  DEPT-IDX-WS             PIC 99       VALUE ZERO.
           05  DEPT-FOUND-SW           PIC X(3)     VALUE 'NO'.
           05  DEPT-ENTRY-WS OCCURS 50 TIMES.
               10  DEPT-COMPANY-TBL    PIC XX.
               10  DEPT-CODE-TBL       PIC X(4).
               10  DEPT-GROSS-TBL      PIC S9(9)V99.

       01  GL-ACCOUNT-NUMBERS-WS.
           05  SALARY-EXPENSE-ACCT-WS  PIC X(8) VALUE '52000000'.
           05  FEDERAL-PAYABLE-ACCT-WS PIC X(8) VALUE '24100000'.
           05  FICA-PAYABLE-ACCT-WS    PIC X(8) VALUE '24200000'.
           05  STATE-PAYABLE-ACCT-WS   PIC X(8) VALUE '24300000'.
           05  LOCAL-PAYABLE-ACCT-WS   PIC X(8) VALUE '24500000'.
           05  OTHER-PAYABLE-ACCT-WS   PIC X(8) VALUE '24400000'.
           05  PAYROLL-CASH-ACCT-WS    PIC X(8) VALUE '10200000'.
           05  ADJUSTMENT-CLEAR-ACCT-WS PIC X(8) VALUE '24900000'.

      *    WORKING-STORAGE MIRRORS OF GLACCTS'S TWO LINKAGE GROUPS.
       01  GLACCT-REQUEST-WS.
           05  GA-FUNCTION-WS          PIC X(5).
           05  GA-TYPE-WS              PIC X.
           05  GA-COMPANY-WS           PIC XX.
           05  GA-KEY-WS               PIC X(15).

       01  GLACCT-RESULT-WS.
           05  GA-EXPENSE-ACCT-WS      PIC X(8).
           05  GA-ACCUM-ACCT-WS        PIC X(8).
           05  GA-COST-ACCT-WS         PIC X(8).
           05  GA-PAYABLE-ACCT-WS      PIC X(8).
           05  GA-ROW-FOUND-WS         PIC X.
           05  GA-REFUSED-COUNT-WS     PIC 9.
           05  GA-ACCOUNT-VALID-WS     PIC X.

      *    SAME JV/BT LINE THE PAYROLL RUN WRITES - NOT A COPYBOOK
      *    THERE EITHER.
       01  LABOR-JOURNAL-DETAIL.
           05  LJ-RECORD-TYPE-OUT      PIC X(2)  VALUE 'JV'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-ACCOUNT-OUT          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-DR-CR-OUT            PIC X(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-AMOUNT-OUT           PIC 9(8).99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  LJ-DESCRIPTION-OUT      PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

      *    SAME PAY-EVENT LINE THE PAYROLL RUN WRITES, WITH THE
      *    RUN TYPE 'M' OR 'A' AND AN 'R' IN THE REVERSAL COLUMN
      *    WHEN THE EVENT TAKES ITS AMOUNTS BACK OFF.
       01  PAY-HISTORY-DETAIL.
           05  PH-SSN-OUT          PIC 9(9).
           05  FILLER              PIC X VALUE SPACE.
           05  PH-PAY-DATE-OUT     PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  PH-GROSS-OUT        PIC 9(6)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-FEDERAL-OUT      PIC 9(6)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-FICA-OUT         PIC 9(6)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-MEDICARE-OUT     PIC 9(6)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-STATE-OUT        PIC 9(6)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-NET-OUT          PIC S9(6)V99 SIGN LEADING
                                   SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-OT-PREM-OUT      PIC 9(5)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-WC-CLASS-OUT     PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  PH-EMPL-FICA-OUT    PIC 9(5)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-EMPL-MEDI-OUT    PIC 9(5)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-HOURS-OUT        PIC 9(3)V99.
           05  FILLER              PIC X VALUE SPACE.
           05  PH-PAY-TYPE-OUT     PIC X.
           05  PH-PAY-FREQ-OUT     PIC X.
           05  PH-RUN-TYPE-OUT     PIC X.
           05  PH-REVERSAL-OUT     PIC X.
      *    THE PREMIUM PAY COLUMN STAYS BLANK; THE LOCAL TAX RIDES
      *    IN THE SAME PLACE AS ON THE PAYROLL RUN'S LINE.
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  PH-LOCAL-OUT        PIC 9(6)V99.
           05  FILLER              PIC X(2)  VALUE SPACES.

      *    SAME REGISTER LINE AS PROB3 AND PAYRMNT WRITE. A MANUAL
      *    CHECK GOES ON AS 'M'; TAKING ONE BACK VOIDS ITS NUMBER.
       01  CHECK-REGISTER-DETAIL.
           05  CR-CHECK-NO-OUT      PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-SSN-OUT           PIC 9(9).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-NAME-OUT          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-DATE-OUT          PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-AMOUNT-OUT        PIC 9(6).99.
           05  FILLER               PIC X     VALUE SPACE.
           05  CR-STATUS-OUT        PIC X.
           05  FILLER               PIC X(18) VALUE SPACES.

       01  CHECK-DATE-WS.
           05  CD-MONTH-WS          PIC 99.
           05  FILLER               PIC X     VALUE '/'.
           05  CD-DAY-WS            PIC 99.
           05  FILLER               PIC X     VALUE '/'.
           05  CD-YEAR-WS           PIC 9999.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'MANCHECK'.
           05  RUN-PHASE-OUT-WS         PICTURE X(5).
           05  RECORDS-PROCESSED-OUT-WS PICTURE 9(6).

      *    THE NIGHTLY WINDOW'S RUN LOCK - WHILE IT IS HELD THIS
      *    PROGRAM MUST NOT OPEN THE MASTERS THE WINDOW IS
      *    REWRITING.
       01  LOCK-REQUEST-WS.
           05  LOCK-FUNCTION-WS        PIC X(5)  VALUE 'TEST '.
           05  LOCK-HELD-IND-WS        PIC X     VALUE 'N'.
               88  LOCK-HELD-WS            VALUE 'Y'.

       01  OPERAUTH-REQUEST-WS.
           05  AUTH-MASTER-ID-WS    PIC X(7)    VALUE 'PAYROLL'.
           05  AUTH-OPERATOR-WS     PIC X(8).
           05  AUTH-APPROVER-WS     PIC X(8).
           05  AUTH-AMOUNT-WS       PIC 9(7)V99.
           05  AUTH-VERDICT-WS      PIC X.
               88  AUTH-DENIED-WS       VALUE 'D'.
           05  AUTH-REASON-WS       PIC X(30).

       01  HOLD-DATE-WS.
           05 YEAR-WS      PIC 9999.
           05 MONTH-WS     PIC 99.
           05 DAY-WS       PIC 99.
           05 HOURS-WS-X   PIC 99.
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

       01  REPORT-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  HDR-DATE-OUT        PICTURE X(20).
           05                      PICTURE X(45)   VALUE
           'MANUAL CHECK AND TAX ADJUSTMENT POSTING'.
           05  FILLER              PICTURE X(56)   VALUE SPACES.

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'SSN'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(20)   VALUE 'NAME'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(2)    VALUE 'TY'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'PAY DATE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(2)    VALUE 'QT'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'CHECK NO'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 '      GROSS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 '      TAXES'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 ' DEDUCTIONS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 '        NET'.
           05  FILLER              PICTURE X(21)   VALUE SPACES.

      *    THE TYPE COLUMN IS THE TRANSACTION CODE AND DIRECTION
      *    AS KEYED - 'M ' A MANUAL CHECK, 'A-' AN ADJUSTMENT
      *    TAKEN BACK. AMOUNTS PRINT AS KEYED; A TAKE-BACK'S SIGN
      *    IS IN THE TYPE.
       01  POSTED-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-CODE-OUT         PICTURE X.
           05  PD-DIRECTION-OUT    PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-PAY-DATE-OUT     PICTURE 9(8).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  PD-QUARTER-OUT      PICTURE 9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-CHECK-NO-OUT     PICTURE Z(7)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-GROSS-OUT        PICTURE $$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-TAXES-OUT        PICTURE $$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-DEDUCTIONS-OUT   PICTURE $$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-NET-OUT          PICTURE $$$$,$$9.99-.
           05  FILLER              PICTURE X(20)   VALUE SPACES.

       01  REJECTED-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RJ-SSN-OUT          PICTURE X(9).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 'REJECTED - '.
           05  RJ-REASON-OUT       PICTURE X(30).
           05  FILLER              PICTURE X(78)   VALUE SPACES.

       01  LOCK-BLOCKED-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(55)   VALUE
                 'NIGHTLY BATCH WINDOW RUNNING - POSTING REFUSED'.
           05  FILLER              PICTURE X(76)   VALUE SPACES.

       01  POSTING-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(19)   VALUE
                 'TRANSACTIONS READ: '.
           05  PS-READ-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'POSTED: '.
           05  PS-POSTED-OUT       PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'REJECTED: '.
           05  PS-REJECTED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'CHECKS: '.
           05  PS-CHECKS-OUT       PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(46)   VALUE SPACES.

       01  POSTING-SUMMARY-LINE-2.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(19)   VALUE
                 'NET GROSS POSTED:  '.
           05  PS-GROSS-OUT        PICTURE $$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'NET POSTED: '.
           05  PS-NET-OUT          PICTURE $$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(66)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-MANUAL-WS = 'YES'
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           OPEN OUTPUT MANUAL-PAY-REPORT-FILE
           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-MANUAL-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           CALL "BATCHLCK" USING LOCK-REQUEST-WS
           IF LOCK-HELD-WS
               MOVE 'YES' TO EOF-MANUAL-WS
               WRITE PRINT-MANUAL-LINE FROM LOCK-BLOCKED-LINE
                   AFTER 2 LINES
           ELSE
               WRITE PRINT-MANUAL-LINE FROM COLUMN-HEADER-LINE-SETUP
                   AFTER 2 LINES
               MOVE SPACES TO PRINT-MANUAL-LINE
               WRITE PRINT-MANUAL-LINE AFTER 1 LINE
      *        NO TRANSACTION FILE MEANS NOTHING WAS KEYED.
               OPEN INPUT MANUAL-PAY-FILE
               IF MANCHECK-FILE-STATUS-WS = '00'
                   MOVE 'YES' TO FILES-OPEN-SW
                   OPEN INPUT USER-INPUT-FILE
                   PERFORM 210-OPEN-YTD-FILE
                   PERFORM 215-OPEN-DEDYTD-FILE
                   PERFORM 220-OPEN-PAY-HISTORY
                   PERFORM 225-OPEN-CHECK-REGISTER
                   PERFORM 250-READ-ONE-TRANSACTION
               ELSE
                   MOVE 'YES' TO EOF-MANUAL-WS
               END-IF
           END-IF.

      *    THE SAME CREATE-ON-FIRST-USE THE PAYROLL RUN APPLIES TO
      *    ITS MASTERS AND ITS APPENDED FILES.
       210-OPEN-YTD-FILE.
           OPEN I-O YTD-FILE
           IF YTD-FILE-STATUS-WS = '35'
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.

       215-OPEN-DEDYTD-FILE.
           OPEN I-O DEDYTD-FILE
           IF DEDYTD-FILE-STATUS-WS = '35'
               OPEN OUTPUT DEDYTD-FILE
               CLOSE DEDYTD-FILE
               OPEN I-O DEDYTD-FILE
           END-IF.

       220-OPEN-PAY-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN EXTEND PAY-HISTORY-FILE
           END-IF.

       225-OPEN-CHECK-REGISTER.
           OPEN EXTEND CHECK-REGISTER-FILE
           IF CHECKREG-FILE-STATUS-WS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
           END-IF.

       250-READ-ONE-TRANSACTION.
           READ MANUAL-PAY-FILE
               AT END MOVE 'YES' TO EOF-MANUAL-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    EVERY TRANSACTION IS PROVED BEFORE ANYTHING IS WRITTEN
      *    FOR IT, SO A REJECTED ONE LEAVES NO TRACE BUT ITS LINE
      *    ON THE REPORT.
       300-PROCESS.
           MOVE 'YES'  TO TRANSACTION-VALID-SW
           MOVE SPACES TO REJECT-REASON-WS
           PERFORM 310-EDIT-TRANSACTION
           IF TRANSACTION-VALID-SW = 'YES'
               PERFORM 320-FIND-EMPLOYEE
           END-IF
           IF TRANSACTION-VALID-SW = 'YES'
               PERFORM 330-AUTHORIZE-TRANSACTION
           END-IF
           IF TRANSACTION-VALID-SW = 'YES'
               PERFORM 340-READ-YTD-RECORD
           END-IF
           IF TRANSACTION-VALID-SW = 'YES'
              AND MC-REVERSAL
               PERFORM 345-CHECK-TAKE-BACK
           END-IF
           IF TRANSACTION-VALID-SW = 'YES'
               PERFORM 400-POST-TRANSACTION
           ELSE
               PERFORM 390-REJECT-TRANSACTION
           END-IF
           PERFORM 250-READ-ONE-TRANSACTION.

      *    THE TRANSACTION MUST BE WHOLE, DATED IN THE YEAR YTD.DAT
      *    IS CARRYING (AN EARLIER YEAR IS W2CORR'S BUSINESS), AND
      *    MUST FOOT: NET IS GROSS LESS EVERY TAX AND DEDUCTION.
       310-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT MC-MANUAL-CHECK
                AND NOT MC-TAX-ADJUSTMENT
                   MOVE 'UNKNOWN TRANSACTION CODE' TO REJECT-REASON-WS
               WHEN MC-SSN NOT NUMERIC
                   MOVE 'SSN NOT NUMERIC' TO REJECT-REASON-WS
               WHEN MC-PAY-DATE NOT NUMERIC
                   MOVE 'PAY DATE NOT NUMERIC' TO REJECT-REASON-WS
               WHEN MC-PAY-YEAR NOT = YEAR-WS
                   MOVE 'PAY DATE NOT IN CURRENT YEAR'
                        TO REJECT-REASON-WS
               WHEN MC-PAY-MONTH < 1 OR MC-PAY-MONTH > 12
                   MOVE 'PAY DATE MONTH INVALID' TO REJECT-REASON-WS
               WHEN MC-AMOUNTS NOT NUMERIC
                   MOVE 'AMOUNT FIELD NOT NUMERIC' TO REJECT-REASON-WS
               WHEN MC-NET NOT NUMERIC
                   MOVE 'NET PAY NOT NUMERIC' TO REJECT-REASON-WS
               WHEN MC-MANUAL-CHECK
                AND (MC-CHECK-NO NOT NUMERIC OR MC-CHECK-NO = ZERO)
                   MOVE 'MANUAL CHECK NEEDS CHECK NO'
                        TO REJECT-REASON-WS
               WHEN MC-MANUAL-CHECK AND MC-NET NOT > ZERO
                   MOVE 'MANUAL CHECK NET NOT POSITIVE'
                        TO REJECT-REASON-WS
               WHEN MC-PRETAX-INCOME + MC-PRETAX-BOTH > MC-GROSS
                   MOVE 'PRE-TAX DEDUCTIONS OVER GROSS'
                        TO REJECT-REASON-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REJECT-REASON-WS = SPACES
               COMPUTE TOTAL-DED-WS = MC-PRETAX-INCOME
                       + MC-PRETAX-BOTH + MC-AFTER-TAX
               COMPUTE FOOTED-NET-WS = MC-GROSS - MC-FEDERAL
                       - MC-FICA - MC-MEDICARE - MC-STATE
                       - MC-LOCAL - TOTAL-DED-WS
               IF FOOTED-NET-WS NOT = MC-NET
                   MOVE 'NET DOES NOT FOOT' TO REJECT-REASON-WS
               END-IF
           END-IF
           IF REJECT-REASON-WS NOT = SPACES
               MOVE 'NO' TO TRANSACTION-VALID-SW
           END-IF.

      *    A MANUAL CHECK OFTEN IS A FINAL CHECK, SO A TERMINATED
      *    EMPLOYEE IS ACCEPTED - ONLY ONE NOT ON FILE IS NOT.
       320-FIND-EMPLOYEE.
           MOVE MC-SSN TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE 'NO' TO TRANSACTION-VALID-SW
                   MOVE 'EMPLOYEE NOT ON PAYROLL MASTER'
                        TO REJECT-REASON-WS
           END-READ.

       330-AUTHORIZE-TRANSACTION.
           MOVE MC-OPERATOR TO AUTH-OPERATOR-WS
           MOVE MC-APPROVER TO AUTH-APPROVER-WS
           MOVE MC-GROSS    TO AUTH-AMOUNT-WS
           IF MC-TAX-ADJUSTMENT
               COMPUTE AUTH-AMOUNT-WS = MC-GROSS + MC-FEDERAL
                       + MC-FICA + MC-MEDICARE + MC-STATE
                       + MC-LOCAL
           END-IF
           CALL "OPERAUTH" USING OPERAUTH-REQUEST-WS
           IF AUTH-DENIED-WS
               MOVE 'NO'           TO TRANSACTION-VALID-SW
               MOVE AUTH-REASON-WS TO REJECT-REASON-WS
           END-IF.

      *    THE EMPLOYEE'S ROW, OR A CLEAN ONE IF THIS IS THEIR
      *    FIRST PAY OF THE YEAR. THE POSTING FIGURES ARE SET HERE
      *    TOO, SINCE THE TAKE-BACK CHECK NEEDS THEM.
       340-READ-YTD-RECORD.
           MOVE MC-SSN TO YTD-SSN
           READ YTD-FILE
               INVALID KEY
                   PERFORM 342-INIT-NEW-YTD-RECORD
                   MOVE 'NO'  TO YTD-RECORD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'YES' TO YTD-RECORD-FOUND-SW
           END-READ
           COMPUTE QUARTER-WS = (MC-PAY-MONTH + 2) / 3
           IF MC-REVERSAL
               MOVE -1 TO SIGN-FACTOR-WS
           ELSE
               MOVE +1 TO SIGN-FACTOR-WS
           END-IF
           COMPUTE INCOME-WAGES-WS = MC-GROSS - MC-PRETAX-INCOME
                   - MC-PRETAX-BOTH
           COMPUTE FICA-WAGES-WS = MC-GROSS - MC-PRETAX-BOTH
           MOVE MC-FICA TO EMPLOYER-FICA-WS
           COMPUTE EMPLOYER-MEDICARE-WS ROUNDED =
                   FICA-WAGES-WS * EMPLOYER-MEDICARE-RATE-WS
           EVALUATE TRUE
               WHEN MC-TAX-STATE NOT = SPACES
                   MOVE MC-TAX-STATE  TO TAX-STATE-WS
               WHEN WORK-STATE-IN NOT = SPACES
                   MOVE WORK-STATE-IN TO TAX-STATE-WS
               WHEN OTHER
                   MOVE STATE-IN      TO TAX-STATE-WS
           END-EVALUATE
           IF MC-BOX12-CODE = SPACES
               MOVE 'D '          TO BOX12-CODE-WS
           ELSE
               MOVE MC-BOX12-CODE TO BOX12-CODE-WS
           END-IF
           IF MC-HOURS-X IS NUMERIC
               MOVE MC-HOURS TO HOURS-WS
           ELSE
               MOVE ZERO     TO HOURS-WS
           END-IF
           MOVE ZERO TO ST-SLOT-WS
           PERFORM 343-MATCH-YTD-STATE
               VARYING ST-IDX-WS FROM 1 BY 1
               UNTIL ST-IDX-WS > 2
                  OR ST-SLOT-WS > ZERO
           MOVE ZERO TO B12-SLOT-WS
           PERFORM 344-MATCH-YTD-BOX12
               VARYING B12-IDX-WS FROM 1 BY 1
               UNTIL B12-IDX-WS > 4
                  OR B12-SLOT-WS > ZERO.

       342-INIT-NEW-YTD-RECORD.
           MOVE MC-SSN TO YTD-SSN
           MOVE ZERO TO YTD-GROSS  YTD-FICA  YTD-FEDERAL
                        YTD-MEDICARE  YTD-STATE  YTD-OTHER-DED
                        YTD-LOCAL  YTD-INCOME-WAGES  YTD-FICA-WAGES
           PERFORM 347-ZERO-ONE-QUARTER
               VARYING YTD-QTR-IDX-WS FROM 1 BY 1
               UNTIL YTD-QTR-IDX-WS > 4
           PERFORM 348-CLEAR-ONE-BOX12
               VARYING YTD-QTR-IDX-WS FROM 1 BY 1
               UNTIL YTD-QTR-IDX-WS > 4
           PERFORM 349-CLEAR-ONE-STATE
               VARYING YTD-QTR-IDX-WS FROM 1 BY 1
               UNTIL YTD-QTR-IDX-WS > 2.

       343-MATCH-YTD-STATE.
           IF YTD-ST-CODE (ST-IDX-WS) = TAX-STATE-WS
               MOVE ST-IDX-WS TO ST-SLOT-WS
           END-IF.

       344-MATCH-YTD-BOX12.
           IF YTD-BOX12-CODE (B12-IDX-WS) = BOX12-CODE-WS
               MOVE B12-IDX-WS TO B12-SLOT-WS
           END-IF.

      *    A TAKE-BACK MUST FIND EVERYTHING IT TAKES ALREADY ON
      *    FILE IN THAT QUARTER - THE YTD BUCKETS CANNOT GO BELOW
      *    ZERO, AND ONE THAT WOULD MEANS THE WRONG EMPLOYEE,
      *    QUARTER, OR AMOUNT WAS KEYED.
       345-CHECK-TAKE-BACK.
           EVALUATE TRUE
               WHEN YTD-RECORD-FOUND-SW = 'NO'
                   MOVE 'NO YTD ROW TO TAKE BACK FROM'
                        TO REJECT-REASON-WS
               WHEN MC-GROSS    > YTD-QTR-WAGES    (QUARTER-WS)
               WHEN MC-FEDERAL  > YTD-QTR-FEDERAL  (QUARTER-WS)
               WHEN MC-FICA     > YTD-QTR-FICA     (QUARTER-WS)
               WHEN MC-MEDICARE > YTD-QTR-MEDICARE (QUARTER-WS)
               WHEN MC-STATE    > YTD-QTR-STATE    (QUARTER-WS)
               WHEN MC-LOCAL    > YTD-QTR-LOCAL    (QUARTER-WS)
               WHEN INCOME-WAGES-WS >
                    YTD-QTR-INCOME-WAGES (QUARTER-WS)
               WHEN FICA-WAGES-WS >
                    YTD-QTR-FICA-WAGES   (QUARTER-WS)
               WHEN TOTAL-DED-WS > YTD-OTHER-DED
                   MOVE 'TAKE-BACK EXCEEDS QUARTER YTD'
                        TO REJECT-REASON-WS
               WHEN (INCOME-WAGES-WS > ZERO OR MC-STATE > ZERO)
                AND ST-SLOT-WS = ZERO
                   MOVE 'TAKE-BACK STATE NOT ON YTD ROW'
                        TO REJECT-REASON-WS
               WHEN MC-PRETAX-INCOME > ZERO
                AND B12-SLOT-WS = ZERO
                   MOVE 'TAKE-BACK BOX 12 CODE NOT ON ROW'
                        TO REJECT-REASON-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REJECT-REASON-WS = SPACES
              AND ST-SLOT-WS > ZERO
               IF INCOME-WAGES-WS > YTD-ST-WAGES (ST-SLOT-WS)
                  OR MC-STATE > YTD-ST-TAX (ST-SLOT-WS)
                   MOVE 'TAKE-BACK EXCEEDS STATE YTD'
                        TO REJECT-REASON-WS
               END-IF
           END-IF
           IF REJECT-REASON-WS = SPACES
              AND B12-SLOT-WS > ZERO
              AND MC-PRETAX-INCOME > YTD-BOX12-AMOUNT (B12-SLOT-WS)
               MOVE 'TAKE-BACK EXCEEDS BOX 12 YTD'
                    TO REJECT-REASON-WS
           END-IF
           IF REJECT-REASON-WS NOT = SPACES
               MOVE 'NO' TO TRANSACTION-VALID-SW
           END-IF.

       347-ZERO-ONE-QUARTER.
           MOVE ZERO TO YTD-QTR-WAGES     (YTD-QTR-IDX-WS)
                        YTD-QTR-FEDERAL   (YTD-QTR-IDX-WS)
                        YTD-QTR-FICA      (YTD-QTR-IDX-WS)
                        YTD-QTR-MEDICARE  (YTD-QTR-IDX-WS)
                        YTD-QTR-EMPL-FICA (YTD-QTR-IDX-WS)
                        YTD-QTR-EMPL-MEDI (YTD-QTR-IDX-WS)
                        YTD-QTR-STATE     (YTD-QTR-IDX-WS)
                        YTD-QTR-FUTA      (YTD-QTR-IDX-WS)
                        YTD-QTR-SUTA      (YTD-QTR-IDX-WS)
                        YTD-QTR-LOCAL     (YTD-QTR-IDX-WS)
                        YTD-QTR-INCOME-WAGES (YTD-QTR-IDX-WS)
                        YTD-QTR-FICA-WAGES   (YTD-QTR-IDX-WS).

       348-CLEAR-ONE-BOX12.
           MOVE SPACES TO YTD-BOX12-CODE   (YTD-QTR-IDX-WS)
           MOVE ZERO   TO YTD-BOX12-AMOUNT (YTD-QTR-IDX-WS).

       349-CLEAR-ONE-STATE.
           MOVE SPACES TO YTD-ST-CODE  (YTD-QTR-IDX-WS)
           MOVE ZERO   TO YTD-ST-WAGES (YTD-QTR-IDX-WS)
                          YTD-ST-TAX   (YTD-QTR-IDX-WS).

       390-REJECT-TRANSACTION.
           ADD 1 TO RECORDS-REJECTED-WS
           MOVE MC-SSN           TO RJ-SSN-OUT
           MOVE REJECT-REASON-WS TO RJ-REASON-OUT
           WRITE PRINT-MANUAL-LINE FROM REJECTED-DETAIL-LINE
               AFTER 1 LINE.

       400-POST-TRANSACTION.
           ADD 1 TO RECORDS-POSTED-WS
           PERFORM 410-POST-YTD
           IF MC-DEFERRAL-CODE NOT = SPACES
              AND MC-PRETAX-INCOME > ZERO
               PERFORM 420-POST-DEDYTD
           END-IF
           PERFORM 430-WRITE-PAY-HISTORY
           IF MC-MANUAL-CHECK
               PERFORM 440-WRITE-CHECK-REGISTER
           END-IF
           PERFORM 450-ADD-TO-JOURNAL
           PERFORM 460-PRINT-POSTED-LINE.

      *    THE EMPLOYER'S UNEMPLOYMENT TAXES KEY OFF THE FICA WAGES
      *    ALREADY PAID THIS YEAR, AS IN THE PAYROLL RUN. TAKING
      *    WAGES BACK TAKES BACK WHAT THOSE WAGES WOULD HAVE COST
      *    HAD THEY BEEN THE YEAR'S LAST - NEVER MORE THAN THE
      *    QUARTER HOLDS.
       410-POST-YTD.
           MOVE FICA-WAGES-WS   TO UNEMP-GROSS-IN-WS
           MOVE YTD-FICA-WAGES  TO UNEMP-YTD-BEFORE-WS
           IF MC-REVERSAL
               IF YTD-FICA-WAGES > FICA-WAGES-WS
                   COMPUTE UNEMP-YTD-BEFORE-WS =
                           YTD-FICA-WAGES - FICA-WAGES-WS
               ELSE
                   MOVE ZERO TO UNEMP-YTD-BEFORE-WS
               END-IF
           END-IF
           MOVE TAX-STATE-WS    TO UNEMP-STATE-IN-WS
           MOVE MC-PAY-YEAR     TO UNEMP-TAX-YEAR-IN-WS
           CALL "UNEMPTAX" USING UNEMP-REQUEST-WS, UNEMP-RESULT-WS
           IF MC-REVERSAL
               IF FUTA-CAL-WS > YTD-QTR-FUTA (QUARTER-WS)
                   MOVE YTD-QTR-FUTA (QUARTER-WS) TO FUTA-CAL-WS
               END-IF
               IF SUTA-CAL-WS > YTD-QTR-SUTA (QUARTER-WS)
                   MOVE YTD-QTR-SUTA (QUARTER-WS) TO SUTA-CAL-WS
               END-IF
               IF EMPLOYER-FICA-WS > YTD-QTR-EMPL-FICA (QUARTER-WS)
                   MOVE YTD-QTR-EMPL-FICA (QUARTER-WS)
                        TO EMPLOYER-FICA-WS
               END-IF
               IF EMPLOYER-MEDICARE-WS >
                  YTD-QTR-EMPL-MEDI (QUARTER-WS)
                   MOVE YTD-QTR-EMPL-MEDI (QUARTER-WS)
                        TO EMPLOYER-MEDICARE-WS
               END-IF
           END-IF

           COMPUTE YTD-GROSS = YTD-GROSS
                   + MC-GROSS * SIGN-FACTOR-WS
           COMPUTE YTD-FEDERAL = YTD-FEDERAL
                   + MC-FEDERAL * SIGN-FACTOR-WS
           COMPUTE YTD-FICA = YTD-FICA
                   + MC-FICA * SIGN-FACTOR-WS
           COMPUTE YTD-MEDICARE = YTD-MEDICARE
                   + MC-MEDICARE * SIGN-FACTOR-WS
           COMPUTE YTD-STATE = YTD-STATE
                   + MC-STATE * SIGN-FACTOR-WS
           COMPUTE YTD-LOCAL = YTD-LOCAL
                   + MC-LOCAL * SIGN-FACTOR-WS
           COMPUTE YTD-OTHER-DED = YTD-OTHER-DED
                   + TOTAL-DED-WS * SIGN-FACTOR-WS
           COMPUTE YTD-INCOME-WAGES = YTD-INCOME-WAGES
                   + INCOME-WAGES-WS * SIGN-FACTOR-WS
           COMPUTE YTD-FICA-WAGES = YTD-FICA-WAGES
                   + FICA-WAGES-WS * SIGN-FACTOR-WS

           COMPUTE YTD-QTR-WAGES (QUARTER-WS) =
                   YTD-QTR-WAGES (QUARTER-WS)
                   + MC-GROSS * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-FEDERAL (QUARTER-WS) =
                   YTD-QTR-FEDERAL (QUARTER-WS)
                   + MC-FEDERAL * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-FICA (QUARTER-WS) =
                   YTD-QTR-FICA (QUARTER-WS)
                   + MC-FICA * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-MEDICARE (QUARTER-WS) =
                   YTD-QTR-MEDICARE (QUARTER-WS)
                   + MC-MEDICARE * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-EMPL-FICA (QUARTER-WS) =
                   YTD-QTR-EMPL-FICA (QUARTER-WS)
                   + EMPLOYER-FICA-WS * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-EMPL-MEDI (QUARTER-WS) =
                   YTD-QTR-EMPL-MEDI (QUARTER-WS)
                   + EMPLOYER-MEDICARE-WS * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-STATE (QUARTER-WS) =
                   YTD-QTR-STATE (QUARTER-WS)
                   + MC-STATE * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-LOCAL (QUARTER-WS) =
                   YTD-QTR-LOCAL (QUARTER-WS)
                   + MC-LOCAL * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-FUTA (QUARTER-WS) =
                   YTD-QTR-FUTA (QUARTER-WS)
                   + FUTA-CAL-WS * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-SUTA (QUARTER-WS) =
                   YTD-QTR-SUTA (QUARTER-WS)
                   + SUTA-CAL-WS * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-INCOME-WAGES (QUARTER-WS) =
                   YTD-QTR-INCOME-WAGES (QUARTER-WS)
                   + INCOME-WAGES-WS * SIGN-FACTOR-WS
           COMPUTE YTD-QTR-FICA-WAGES (QUARTER-WS) =
                   YTD-QTR-FICA-WAGES (QUARTER-WS)
                   + FICA-WAGES-WS * SIGN-FACTOR-WS

           IF INCOME-WAGES-WS > ZERO OR MC-STATE > ZERO
               PERFORM 412-POST-STATE
           END-IF
           IF MC-PRETAX-INCOME > ZERO
               PERFORM 414-POST-BOX12
           END-IF

           IF YTD-RECORD-FOUND-SW = 'YES'
               REWRITE YTD-RECORD
           ELSE
               WRITE YTD-RECORD
           END-IF.

      *    A NEW STATE TAKES THE FIRST EMPTY SLOT; WITH BOTH SLOTS
      *    HELD BY OTHER STATES THE ALL-STATE TOTALS STILL POST AND
      *    THE REPORT SAYS SO.
       412-POST-STATE.
           IF ST-SLOT-WS = ZERO
               PERFORM 413-FIND-EMPTY-STATE
                   VARYING ST-IDX-WS FROM 1 BY 1
                   UNTIL ST-IDX-WS > 2
                      OR ST-SLOT-WS > ZERO
           END-IF
           IF ST-SLOT-WS > ZERO
               MOVE TAX-STATE-WS TO YTD-ST-CODE (ST-SLOT-WS)
               COMPUTE YTD-ST-WAGES (ST-SLOT-WS) =
                       YTD-ST-WAGES (ST-SLOT-WS)
                       + INCOME-WAGES-WS * SIGN-FACTOR-WS
               COMPUTE YTD-ST-TAX (ST-SLOT-WS) =
                       YTD-ST-TAX (ST-SLOT-WS)
                       + MC-STATE * SIGN-FACTOR-WS
           ELSE
               MOVE MC-SSN TO RJ-SSN-OUT
               MOVE 'NO STATE SLOT - STATE W-2 SHORT'
                    TO RJ-REASON-OUT
               WRITE PRINT-MANUAL-LINE FROM REJECTED-DETAIL-LINE
                   AFTER 1 LINE
           END-IF.

       413-FIND-EMPTY-STATE.
           IF YTD-ST-CODE (ST-IDX-WS) = SPACES
               MOVE ST-IDX-WS TO ST-SLOT-WS
           END-IF.

       414-POST-BOX12.
           IF B12-SLOT-WS = ZERO
               PERFORM 415-FIND-EMPTY-BOX12
                   VARYING B12-IDX-WS FROM 1 BY 1
                   UNTIL B12-IDX-WS > 4
                      OR B12-SLOT-WS > ZERO
           END-IF
           IF B12-SLOT-WS > ZERO
               MOVE BOX12-CODE-WS TO YTD-BOX12-CODE (B12-SLOT-WS)
               COMPUTE YTD-BOX12-AMOUNT (B12-SLOT-WS) =
                       YTD-BOX12-AMOUNT (B12-SLOT-WS)
                       + MC-PRETAX-INCOME * SIGN-FACTOR-WS
           END-IF.

       415-FIND-EMPTY-BOX12.
           IF YTD-BOX12-CODE (B12-IDX-WS) = SPACES
               MOVE B12-IDX-WS TO B12-SLOT-WS
           END-IF.

      *    A TAKE-BACK NEVER TAKES THE ROW BELOW ZERO.
       420-POST-DEDYTD.
           MOVE MC-SSN           TO DY-SSN
           MOVE MC-DEFERRAL-CODE TO DY-CODE
           READ DEDYTD-FILE
               INVALID KEY
                   MOVE 'NO'  TO DEDYTD-FOUND-SW
                   MOVE ZERO  TO DY-TAKEN
               NOT INVALID KEY
                   MOVE 'YES' TO DEDYTD-FOUND-SW
           END-READ
           IF MC-REVERSAL
               IF MC-PRETAX-INCOME > DY-TAKEN
                   MOVE ZERO TO DY-TAKEN
               ELSE
                   SUBTRACT MC-PRETAX-INCOME FROM DY-TAKEN
               END-IF
           ELSE
               ADD MC-PRETAX-INCOME TO DY-TAKEN
           END-IF
           IF DEDYTD-FOUND-SW = 'YES'
               REWRITE DEDYTD-RECORD
           ELSE
               WRITE DEDYTD-RECORD
           END-IF.

       430-WRITE-PAY-HISTORY.
           MOVE MC-SSN           TO PH-SSN-OUT
           MOVE MC-PAY-DATE      TO PH-PAY-DATE-OUT
           MOVE MC-GROSS         TO PH-GROSS-OUT
           MOVE MC-FEDERAL       TO PH-FEDERAL-OUT
           MOVE MC-FICA          TO PH-FICA-OUT
           MOVE MC-MEDICARE      TO PH-MEDICARE-OUT
           MOVE MC-STATE         TO PH-STATE-OUT
           MOVE MC-LOCAL         TO PH-LOCAL-OUT
           MOVE MC-NET           TO PH-NET-OUT
           MOVE ZERO             TO PH-OT-PREM-OUT
           MOVE WC-CLASS-IN      TO PH-WC-CLASS-OUT
           MOVE EMPLOYER-FICA-WS TO PH-EMPL-FICA-OUT
           MOVE EMPLOYER-MEDICARE-WS TO PH-EMPL-MEDI-OUT
           MOVE HOURS-WS         TO PH-HOURS-OUT
           MOVE PAY-TYPE-IN      TO PH-PAY-TYPE-OUT
           MOVE PAY-FREQ-IN      TO PH-PAY-FREQ-OUT
           MOVE MC-TRANS-CODE    TO PH-RUN-TYPE-OUT
           IF MC-REVERSAL
               MOVE 'R'   TO PH-REVERSAL-OUT
           ELSE
               MOVE SPACE TO PH-REVERSAL-OUT
           END-IF
           WRITE PAY-HISTORY-LINE FROM PAY-HISTORY-DETAIL.

       440-WRITE-CHECK-REGISTER.
           MOVE MC-PAY-MONTH TO CD-MONTH-WS
           MOVE MC-PAY-DAY   TO CD-DAY-WS
           MOVE MC-PAY-YEAR  TO CD-YEAR-WS
           MOVE MC-CHECK-NO  TO CR-CHECK-NO-OUT
           MOVE MC-SSN       TO CR-SSN-OUT
           MOVE NAME-IN      TO CR-NAME-OUT
           MOVE CHECK-DATE-WS TO CR-DATE-OUT
           MOVE MC-NET       TO CR-AMOUNT-OUT
           IF MC-REVERSAL
               MOVE 'V' TO CR-STATUS-OUT
           ELSE
               MOVE 'M' TO CR-STATUS-OUT
               ADD 1 TO CHECKS-POSTED-WS
           END-IF
           WRITE CHECK-REGISTER-LINE FROM CHECK-REGISTER-DETAIL.

      *    GROSS DEBITS SALARY EXPENSE UNDER THE EMPLOYEE'S
      *    COMPANY AND HOME DEPARTMENT; EACH TAX AND THE DEDUCTIONS
      *    CREDIT THEIR PAYABLES; A CHECK'S NET CREDITS PAYROLL CASH
      *    AND AN ADJUSTMENT'S NET THE CLEARING ACCOUNT.
       450-ADD-TO-JOURNAL.
           MOVE 'NO' TO DEPT-FOUND-SW
           PERFORM 452-MATCH-ONE-DEPT
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS
                  OR DEPT-FOUND-SW = 'YES'
           IF DEPT-FOUND-SW = 'YES'
               SUBTRACT 1 FROM DEPT-IDX-WS
           ELSE
               IF DEPT-COUNT-WS < 50
                   ADD 1 TO DEPT-COUNT-WS
                   MOVE DEPT-COUNT-WS TO DEPT-IDX-WS
                   MOVE COMPANY-IN TO DEPT-COMPANY-TBL (DEPT-IDX-WS)
                   MOVE DEPT-IN    TO DEPT-CODE-TBL    (DEPT-IDX-WS)
                   MOVE ZERO       TO DEPT-GROSS-TBL   (DEPT-IDX-WS)
               ELSE
                   MOVE DEPT-COUNT-WS TO DEPT-IDX-WS
               END-IF
           END-IF
           COMPUTE DEPT-GROSS-TBL (DEPT-IDX-WS) =
                   DEPT-GROSS-TBL (DEPT-IDX-WS)
                   + MC-GROSS * SIGN-FACTOR-WS
           COMPUTE JT-GROSS-WS = JT-GROSS-WS
                   + MC-GROSS * SIGN-FACTOR-WS
           COMPUTE JT-FEDERAL-WS = JT-FEDERAL-WS
                   + MC-FEDERAL * SIGN-FACTOR-WS
           COMPUTE JT-FICA-WS = JT-FICA-WS
                   + (MC-FICA + MC-MEDICARE) * SIGN-FACTOR-WS
           COMPUTE JT-STATE-WS = JT-STATE-WS
                   + MC-STATE * SIGN-FACTOR-WS
           COMPUTE JT-LOCAL-WS = JT-LOCAL-WS
                   + MC-LOCAL * SIGN-FACTOR-WS
           COMPUTE JT-DEDUCTIONS-WS = JT-DEDUCTIONS-WS
                   + TOTAL-DED-WS * SIGN-FACTOR-WS
           COMPUTE JT-NET-WS = JT-NET-WS
                   + MC-NET * SIGN-FACTOR-WS
           IF MC-MANUAL-CHECK
               COMPUTE JT-CASH-WS = JT-CASH-WS
                       + MC-NET * SIGN-FACTOR-WS
           ELSE
               COMPUTE JT-CLEARING-WS = JT-CLEARING-WS
                       + MC-NET * SIGN-FACTOR-WS
           END-IF.

      *    A FULL TABLE FOLDS ANY FURTHER DEPARTMENT INTO THE LAST
      *    ROW, SO THE VOUCHER STILL BALANCES.
       452-MATCH-ONE-DEPT.
           IF DEPT-COMPANY-TBL (DEPT-IDX-WS) = COMPANY-IN
              AND DEPT-CODE-TBL (DEPT-IDX-WS) = DEPT-IN
               MOVE 'YES' TO DEPT-FOUND-SW
           END-IF.

       460-PRINT-POSTED-LINE.
           MOVE MC-SSN        TO PD-SSN-OUT
           MOVE NAME-IN       TO PD-NAME-OUT
           MOVE MC-TRANS-CODE TO PD-CODE-OUT
           MOVE MC-DIRECTION  TO PD-DIRECTION-OUT
           MOVE MC-PAY-DATE   TO PD-PAY-DATE-OUT
           MOVE QUARTER-WS    TO PD-QUARTER-OUT
           IF MC-MANUAL-CHECK
               MOVE MC-CHECK-NO TO PD-CHECK-NO-OUT
           ELSE
               MOVE ZERO        TO PD-CHECK-NO-OUT
           END-IF
           MOVE MC-GROSS      TO PD-GROSS-OUT
           COMPUTE PD-TAXES-OUT = MC-FEDERAL + MC-FICA + MC-MEDICARE
                   + MC-STATE + MC-LOCAL
           MOVE TOTAL-DED-WS  TO PD-DEDUCTIONS-OUT
           MOVE MC-NET        TO PD-NET-OUT
           WRITE PRINT-MANUAL-LINE FROM POSTED-DETAIL-LINE
               AFTER 1 LINE.

       900-CLOSE.
           MOVE RECORDS-READ-WS     TO PS-READ-OUT
           MOVE RECORDS-POSTED-WS   TO PS-POSTED-OUT
           MOVE RECORDS-REJECTED-WS TO PS-REJECTED-OUT
           MOVE CHECKS-POSTED-WS    TO PS-CHECKS-OUT
           WRITE PRINT-MANUAL-LINE FROM POSTING-SUMMARY-LINE
               AFTER 2 LINES
           MOVE JT-GROSS-WS         TO PS-GROSS-OUT
           MOVE JT-NET-WS           TO PS-NET-OUT
           WRITE PRINT-MANUAL-LINE FROM POSTING-SUMMARY-LINE-2
               AFTER 1 LINE

           IF RECORDS-POSTED-WS > ZERO
               PERFORM 950-WRITE-LABOR-JOURNAL
           END-IF

           IF FILES-OPEN-SW = 'YES'
               CLOSE MANUAL-PAY-FILE  USER-INPUT-FILE
                     YTD-FILE         DEDYTD-FILE
                     PAY-HISTORY-FILE CHECK-REGISTER-FILE
           END-IF
           CLOSE MANUAL-PAY-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.

      *    THE RUN'S VOUCHER GOES ON THE END OF THE LABOR JOURNAL
      *    AS ITS OWN BATCH, BEHIND ANY PAYROLL BATCH GLPOST HAS
      *    NOT TAKEN YET. EACH LINE LANDS ON ITS NORMAL SIDE, OR
      *    THE OTHER ONE WHEN TAKE-BACKS LEFT IT BELOW ZERO, AND
      *    THE BT TRAILER CARRIES THE DEBITS, AS GLPOST PROVES.
       950-WRITE-LABOR-JOURNAL.
           OPEN EXTEND LABOR-JOURNAL-FILE
           IF PAYRLGL-FILE-STATUS-WS = '35'
               OPEN OUTPUT LABOR-JOURNAL-FILE
               CLOSE LABOR-JOURNAL-FILE
               OPEN EXTEND LABOR-JOURNAL-FILE
           END-IF

           PERFORM 955-WRITE-DEPT-LINE
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS

           MOVE FEDERAL-PAYABLE-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE JT-FEDERAL-WS           TO JOURNAL-AMOUNT-WS
           MOVE 'FEDERAL W/H PAYABLE'   TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           MOVE FICA-PAYABLE-ACCT-WS    TO LJ-ACCOUNT-OUT
           MOVE JT-FICA-WS              TO JOURNAL-AMOUNT-WS
           MOVE 'FICA/MEDICARE PAYABLE' TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           MOVE STATE-PAYABLE-ACCT-WS   TO LJ-ACCOUNT-OUT
           MOVE JT-STATE-WS             TO JOURNAL-AMOUNT-WS
           MOVE 'STATE TAX PAYABLE'     TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           MOVE LOCAL-PAYABLE-ACCT-WS   TO LJ-ACCOUNT-OUT
           MOVE JT-LOCAL-WS             TO JOURNAL-AMOUNT-WS
           MOVE 'LOCAL TAX PAYABLE'     TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           MOVE OTHER-PAYABLE-ACCT-WS   TO LJ-ACCOUNT-OUT
           MOVE JT-DEDUCTIONS-WS        TO JOURNAL-AMOUNT-WS
           MOVE 'OTHER DEDUCTIONS PAYABLE' TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           MOVE PAYROLL-CASH-ACCT-WS    TO LJ-ACCOUNT-OUT
           MOVE JT-CASH-WS              TO JOURNAL-AMOUNT-WS
           MOVE 'NET PAY - MANUAL CHECKS' TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           MOVE ADJUSTMENT-CLEAR-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE JT-CLEARING-WS          TO JOURNAL-AMOUNT-WS
           MOVE 'NET - PAYROLL ADJUSTMENTS' TO LJ-DESCRIPTION-OUT
           PERFORM 958-WRITE-CREDIT-LINE

           MOVE 'BT'                    TO LJ-RECORD-TYPE-OUT
           MOVE SALARY-EXPENSE-ACCT-WS  TO LJ-ACCOUNT-OUT
           MOVE 'DR'                    TO LJ-DR-CR-OUT
           MOVE JOURNAL-DEBITS-WS       TO LJ-AMOUNT-OUT
           MOVE 'MANUAL PAY BATCH TOTAL' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           CLOSE LABOR-JOURNAL-FILE.

      *    THE STANDARD ACCOUNTS GO IN AND COME BACK AS GLACCTS.DAT
      *    DETERMINES THEM FOR GA-COMPANY-WS AND GA-KEY-WS - THE SAME
      *    ACCOUNTS THE PAYROLL RUN POSTS THE DEPARTMENT TO. AN
      *    ACCOUNT THE CHART DOESN'T CARRY IS REFUSED IN FAVOR OF
      *    THE STANDARD ONE, AND THE REPORT SAYS SO.
       952-DETERMINE-PAYROLL-ACCOUNTS.
           MOVE 'FIND '                TO GA-FUNCTION-WS
           MOVE 'P'                    TO GA-TYPE-WS
           MOVE SALARY-EXPENSE-ACCT-WS TO GA-EXPENSE-ACCT-WS
           MOVE SPACES                 TO GA-ACCUM-ACCT-WS
           MOVE SPACES                 TO GA-COST-ACCT-WS
           MOVE PAYROLL-CASH-ACCT-WS   TO GA-PAYABLE-ACCT-WS
           CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS
           IF GA-REFUSED-COUNT-WS > ZERO
               MOVE SPACES TO RJ-SSN-OUT
               STRING GA-COMPANY-WS   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      GA-KEY-WS       DELIMITED BY SIZE
                   INTO RJ-SSN-OUT
               END-STRING
               MOVE 'GL ACCT NOT ON CHART - DEFAULT' TO RJ-REASON-OUT
               WRITE PRINT-MANUAL-LINE FROM REJECTED-DETAIL-LINE
                   AFTER 1 LINE
           END-IF.

       955-WRITE-DEPT-LINE.
           MOVE DEPT-COMPANY-TBL (DEPT-IDX-WS) TO GA-COMPANY-WS
           MOVE DEPT-CODE-TBL    (DEPT-IDX-WS) TO GA-KEY-WS
           PERFORM 952-DETERMINE-PAYROLL-ACCOUNTS
           MOVE GA-EXPENSE-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE DEPT-GROSS-TBL (DEPT-IDX-WS) TO JOURNAL-AMOUNT-WS
           MOVE SPACES TO LJ-DESCRIPTION-OUT
           STRING 'SALARY EXPENSE - DEPT ' DELIMITED BY SIZE
                  DEPT-CODE-TBL (DEPT-IDX-WS) DELIMITED BY SIZE
               INTO LJ-DESCRIPTION-OUT
           END-STRING
           MOVE 'DR' TO JOURNAL-SIDE-WS
           PERFORM 959-WRITE-JOURNAL-LINE.

       958-WRITE-CREDIT-LINE.
           MOVE 'CR' TO JOURNAL-SIDE-WS
           PERFORM 959-WRITE-JOURNAL-LINE.

      *    A ZERO LINE IS LEFT OFF; A NEGATIVE ONE CHANGES SIDES.
       959-WRITE-JOURNAL-LINE.
           IF JOURNAL-AMOUNT-WS NOT = ZERO
               MOVE 'JV' TO LJ-RECORD-TYPE-OUT
               IF JOURNAL-AMOUNT-WS < ZERO
                   COMPUTE JOURNAL-AMOUNT-WS = 0 - JOURNAL-AMOUNT-WS
                   IF JOURNAL-SIDE-WS = 'DR'
                       MOVE 'CR' TO JOURNAL-SIDE-WS
                   ELSE
                       MOVE 'DR' TO JOURNAL-SIDE-WS
                   END-IF
               END-IF
               MOVE JOURNAL-SIDE-WS   TO LJ-DR-CR-OUT
               MOVE JOURNAL-AMOUNT-WS TO LJ-AMOUNT-OUT
               IF JOURNAL-SIDE-WS = 'DR'
                   ADD JOURNAL-AMOUNT-WS TO JOURNAL-DEBITS-WS
               END-IF
               WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL
           END-IF.
