       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DEPSCHED.
       AUTHOR.    CHRISTOPHER HILL.

      *    FEDERAL TAX DEPOSIT SCHEDULE AND DEPOSIT LEDGER CHECK -
      *    THE FORM 941 SCHEDULE B SUPPORT. QTRTAX SAYS WHAT THE
      *    QUARTER'S 941 LIABILITY WAS; THIS RUN SAYS WHEN EACH
      *    DOLLAR OF IT HAD TO BE AT THE BANK. IT RE-ADDS PAYHIST.DAT
      *    BY PAY DATE (FEDERAL WITHHELD PLUS BOTH HALVES OF SOCIAL
      *    SECURITY AND MEDICARE), WORKS OUT THE MONTHLY OR
      *    SEMIWEEKLY DEPOSITOR STATUS FROM THE JULY-TO-JUNE
      *    LOOKBACK PERIOD, APPLIES THE $100,000 NEXT-DAY RULE, AND
      *    PRINTS THE DUE DATE OF EVERY PAYROLL'S LIABILITY AS THE
      *    SCHEDULE B DAILY DETAIL. THE DEPOSITS ACTUALLY MADE ARE
      *    KEYED TO DEPLEDGR.DAT AGAINST THE PAY DATE THEY COVER, SO
      *    LATE, SHORT, AND UNPAID DEPOSITS ARE FLAGGED, AND THE
      *    QUARTER'S DEPOSITS ARE TIED OUT TO THE SAME 941 LIABILITY
      *    QTRTAX TOTALS FROM THE YTD MASTER BEFORE THE 941 IS
      *    SIGNED.
      *
      *    THE QUARTER COMES FROM THE FIRST ARGUMENT AS YYYYQ
      *    ("DEPSCHED 20263"); WITH NO ARGUMENT IT IS THE QUARTER
      *    THE RUN DATE FALLS IN, WHICH IS WHAT THE QUARTER-END
      *    NIGHT WANTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHIST-FILE-STATUS-WS.

            SELECT YTD-FILE ASSIGN TO 'YTD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTD-SSN
            FILE STATUS IS YTD-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

      *    ONE ROW PER DEPOSIT MADE, KEYED BY THE PAY DATE WHOSE
      *    LIABILITY IT COVERS. A PAY DATE PAID IN PIECES HAS A ROW
      *    PER PIECE.
            SELECT DEPOSIT-LEDGER-FILE ASSIGN TO 'DEPLEDGR.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEDGER-FILE-STATUS-WS.

      *    THE NIGHTLY WINDOW'S CALENDAR DOUBLES AS THE BANK
      *    HOLIDAY LIST - A WEEKDAY IT MARKS AS NO WORKDAY IS NO
      *    BANKING DAY EITHER.
            SELECT JOB-CALENDAR-FILE ASSIGN TO 'JOBCAL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOBCAL-FILE-STATUS-WS.

      *    THE STATUS IS NORMALLY WORKED OUT FROM THE LOOKBACK. A
      *    CARD WITH 'M' OR 'S' IN COLUMN 1 FORCES MONTHLY OR
      *    SEMIWEEKLY - A NEW EMPLOYER, OR HISTORY PURGED PAST THE
      *    LOOKBACK, OR AN IRS NOTICE THAT SAYS OTHERWISE.
            SELECT DEPOSIT-PARM-FILE ASSIGN TO 'DEPSCHED.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEPPARM-FILE-STATUS-WS.

            SELECT COMPANY-PARM-FILE ASSIGN TO 'COMPANY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS COMPANY-FILE-STATUS-WS.

            SELECT DEPSCHED-REPORT-FILE ASSIGN TO 'DEPSCHED.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME RECORD LAYOUT THE PAYROLL RUN WRITES - NOT A
      *    COPYBOOK THERE EITHER. EVENTS WRITTEN BEFORE THE
      *    EMPLOYER SHARES RODE ON THE LINE READ BACK WITH THOSE
      *    COLUMNS BLANK.
       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-RECORD.
           05  PH-SSN          PIC 9(9).
           05  FILLER          PIC X.
           05  PH-PAY-DATE     PIC 9(8).
           05  PH-DATE-PARTS REDEFINES PH-PAY-DATE.
               10  PH-YEAR        PIC 9(4).
               10  PH-MONTH       PIC 99.
               10  PH-DAY         PIC 99.
           05  FILLER          PIC X.
           05  PH-GROSS        PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-FEDERAL      PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-FICA         PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-MEDICARE     PIC 9(6)V99.
           05  FILLER          PIC X(33).
           05  PH-EMPL-FICA    PIC 9(5)V99.
           05  FILLER          PIC X.
           05  PH-EMPL-MEDI    PIC 9(5)V99.
           05  FILLER          PIC X(10).
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(19).

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

      *    ONLY THE KEY AND THE OPERATING COMPANY MATTER HERE.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  RATE-IN         PIC 99V99.
           05  HOURS-IN        PIC 99.
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(162).
           05  COMPANY-IN      PIC XX.
           05  FILLER          PIC X(33).

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

       FD  JOB-CALENDAR-FILE RECORDING MODE IS F.
       01  JOB-CALENDAR-RECORD.
           05  JC-DATE          PIC 9(8).
           05  JC-WORKDAY       PIC X.
           05  JC-MONTH-END     PIC X.
           05  JC-QTR-END       PIC X.
           05  JC-YEAR-END      PIC X.

       FD  DEPOSIT-PARM-FILE RECORDING MODE IS F.
       01  DEPOSIT-PARM-LINE           PICTURE X(80).

       FD  COMPANY-PARM-FILE RECORDING MODE IS F.
       01  COMPANY-PARM-LINE           PICTURE X(80).

       FD  DEPSCHED-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-DEPSCHED-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HIST-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-YTD-WS              PICTURE X(3)  VALUE 'NO'.
           05  EOF-LEDGER-WS           PICTURE X(3)  VALUE 'NO'.
           05  EOF-JOBCAL-WS           PICTURE X(3)  VALUE 'NO'.
           05  PAYHIST-OPENED-SW       PICTURE X(3)  VALUE 'NO'.
           05  EVENTS-READ-WS          PICTURE 9(6)  VALUE ZERO.
           05  EXCEPTIONS-WS           PICTURE 9(4)  VALUE ZERO.
           05  UNMATCHED-HEADER-SW     PICTURE X(3)  VALUE 'NO'.
           05  SCHEDULE-B-SW           PICTURE X(3)  VALUE 'NO'.
           05  CONVERTED-SW            PICTURE X(3)  VALUE 'NO'.
           05  TABLE-FULL-SW           PICTURE X(3)  VALUE 'NO'.
           05  HOLIDAY-FULL-SW         PICTURE X(3)  VALUE 'NO'.
           05  ARG-COUNT-WS            PICTURE 9(2)  VALUE ZERO.
           05  ARG-QUARTER-WS          PICTURE X(5)  VALUE SPACES.
           05  ARG-QUARTER-PARTS REDEFINES ARG-QUARTER-WS.
               10  ARG-YEAR-WS         PICTURE 9(4).
               10  ARG-QTR-WS          PICTURE 9.

       01  FILE-STATUS-FIELDS-WS.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  YTD-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  LEDGER-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  JOBCAL-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  DEPPARM-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  COMPANY-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

       01  COMPANY-FILTER-WS           PICTURE XX    VALUE SPACES.
           88  ALL-COMPANIES-WS            VALUE SPACES '**'.

      *    THE DEPOSIT SCHEDULE IN FORCE. A MONTHLY DEPOSITOR WHO
      *    TRIPS THE $100,000 RULE IS SEMIWEEKLY FROM THAT DAY ON.
       01  DEPOSIT-SCHEDULE-SW         PICTURE X(3)  VALUE 'MON'.
           88  MONTHLY-DEPOSITOR           VALUE 'MON'.
           88  SEMIWEEKLY-DEPOSITOR        VALUE 'SEM'.

       01  STATUS-OVERRIDE-WS          PICTURE X     VALUE SPACE.
           88  STATUS-FORCED-MONTHLY       VALUE 'M'.
           88  STATUS-FORCED-SEMIWEEKLY    VALUE 'S'.

      *    THE QUARTER BEING SCHEDULED, THE CALENDAR YEAR IT SITS
      *    IN, AND THE LOOKBACK PERIOD THAT SETS THE YEAR'S STATUS -
      *    JULY 1 TWO YEARS BACK THROUGH JUNE 30 LAST YEAR.
       01  PERIOD-CONTROL-WS.
           05  TARGET-YEAR-WS          PICTURE 9(4)  VALUE ZERO.
           05  TARGET-QTR-WS           PICTURE 9     VALUE ZERO.
           05  TODAY-DATE-WS           PICTURE 9(8)  VALUE ZERO.
           05  YEAR-START-DATE-WS      PICTURE 9(8)  VALUE ZERO.
           05  QTR-START-DATE-WS       PICTURE 9(8)  VALUE ZERO.
           05  QTR-END-DATE-WS         PICTURE 9(8)  VALUE ZERO.
           05  LOOKBACK-START-WS       PICTURE 9(8)  VALUE ZERO.
           05  LOOKBACK-END-WS         PICTURE 9(8)  VALUE ZERO.
           05  HOLIDAY-END-DATE-WS     PICTURE 9(8)  VALUE ZERO.
           05  EARLIEST-HIST-DATE-WS   PICTURE 9(8)  VALUE 99999999.
           05  MONTH-OF-QTR-WS         PICTURE 9     VALUE ZERO.
           05  REPORT-MONTH-WS         PICTURE 99    VALUE ZERO.

      *    THE FEDERAL DEPOSIT THRESHOLDS.
       01  DEPOSIT-LIMITS-WS.
           05  SEMIWEEKLY-LOOKBACK-WS  PICTURE 9(9)V99
                                       VALUE 50000.00.
           05  NEXT-DAY-LIMIT-WS       PICTURE 9(9)V99
                                       VALUE 100000.00.

       01  LIABILITY-TOTALS-WS.
           05  EVENT-LIABILITY-WS      PICTURE 9(7)V99 VALUE ZERO.
           05  LOOKBACK-LIABILITY-WS   PICTURE 9(9)V99 VALUE ZERO.
           05  PERIOD-ACCUMULATED-WS   PICTURE 9(9)V99 VALUE ZERO.
           05  MONTH-LIABILITY-WS      PICTURE 9(9)V99 VALUE ZERO.
           05  QTR-HIST-LIABILITY-WS   PICTURE 9(9)V99 VALUE ZERO.
           05  QTR-YTD-LIABILITY-WS    PICTURE 9(9)V99 VALUE ZERO.
           05  QTR-941-LIABILITY-WS    PICTURE 9(9)V99 VALUE ZERO.
           05  QTR-DEPOSITS-WS         PICTURE 9(9)V99 VALUE ZERO.
           05  DIFFERENCE-WS           PICTURE S9(9)V99 VALUE ZERO.

      *    EVERY PAY DATE OF THE YEAR THROUGH THE QUARTER'S END, IN
      *    DATE ORDER - THE EARLIER QUARTERS ARE SCHEDULED TOO, ONLY
      *    NOT PRINTED, SINCE A $100,000 DAY IN ANY OF THEM CHANGES
      *    THE STATUS FOR THE REST OF THE YEAR.
       01  PAY-DATE-CONTROL-WS.
           05  PD-COUNT-WS             PIC 9(4) VALUE ZERO.
           05  PD-IDX-WS               PIC 9(4) VALUE ZERO.
           05  PD-SLOT-WS              PIC 9(4) VALUE ZERO.
           05  PD-MOVE-IDX-WS          PIC 9(4) VALUE ZERO.
           05  PD-FOUND-SW             PIC X(3) VALUE 'NO'.
           05  PAY-DATE-LIMIT-WS       PIC 9(4) VALUE 400.

       01  PAY-DATE-TABLE-WS.
           05  PD-ENTRY-WS OCCURS 401 TIMES.
               10  PD-DATE-TBL          PIC 9(8).
               10  PD-LIABILITY-TBL     PIC 9(9)V99.
               10  PD-RULE-TBL          PIC X(10).
               10  PD-DUE-DATE-TBL      PIC 9(8).
               10  PD-DEPOSITED-TBL     PIC 9(9)V99.
               10  PD-DEPOSIT-DATE-TBL  PIC 9(8).

      *    WEEKDAYS THE CALENDAR SAYS ARE NO WORKDAY, AS DAY
      *    NUMBERS, FROM JANUARY OF THE YEAR THROUGH THE FIRST
      *    QUARTER AFTER IT.
       01  HOLIDAY-CONTROL-WS.
           05  HOLIDAY-COUNT-WS        PIC 9(4) VALUE ZERO.
           05  HOLIDAY-IDX-WS          PIC 9(4) VALUE ZERO.
           05  HOLIDAY-LIMIT-WS        PIC 9(4) VALUE 100.

       01  HOLIDAY-TABLE-WS.
           05  HOLIDAY-DAY-TBL         PIC 9(7) OCCURS 100 TIMES.

      *    DUE-DATE WORK. A DUE DATE IS FOUND BY STEPPING A DAY AT A
      *    TIME FROM WHERE THE RULE STARTS COUNTING UNTIL IT IS ON
      *    OR PAST THE RULE'S NOMINAL DATE, ENOUGH BANKING DAYS HAVE
      *    GONE BY, AND IT LANDS ON A BANKING DAY ITSELF.
       01  DUE-DATE-WORK-WS.
           05  PAY-DAY-NUMBER-WS       PIC 9(7) VALUE ZERO.
           05  PAY-WEEKDAY-WS          PIC 9    VALUE ZERO.
           05  PERIOD-END-DAY-WS       PIC 9(7) VALUE ZERO.
           05  PERIOD-KEY-WS           PIC 9(7) VALUE ZERO.
           05  CURRENT-PERIOD-KEY-WS   PIC 9(7) VALUE ZERO.
           05  START-DAY-WS            PIC 9(7) VALUE ZERO.
           05  NOMINAL-DUE-DAY-WS      PIC 9(7) VALUE ZERO.
           05  CANDIDATE-DAY-WS        PIC 9(7) VALUE ZERO.
           05  BANKING-DAYS-WS         PIC 9    VALUE ZERO.
           05  BANKING-DAYS-NEEDED-WS  PIC 9    VALUE ZERO.
           05  BANKING-DAY-SW          PIC X(3) VALUE 'NO'.
           05  TEST-DAY-WS             PIC 9(7) VALUE ZERO.
           05  TEST-WEEKDAY-WS         PIC 9    VALUE ZERO.
           05  WEEKDAY-QUOTIENT-WS     PIC 9(7) VALUE ZERO.

      *    CALENDAR DATE TO DAY NUMBER AND BACK (THE JULIAN DAY
      *    COUNT), ONE INTEGER STEP AT A TIME SO EVERY DIVISION
      *    TRUNCATES. (DAY NUMBER + 1) MOD 7 IS THE WEEKDAY,
      *    0 = SUNDAY.
       01  CONVERT-DATE-WS             PIC 9(8) VALUE ZERO.
       01  CONVERT-DATE-PARTS REDEFINES CONVERT-DATE-WS.
           05  CV-YEAR-WS              PIC 9(4).
           05  CV-MONTH-WS             PIC 99.
           05  CV-DAY-WS               PIC 99.

       01  CONVERT-DAY-NUMBER-WS       PIC 9(7) VALUE ZERO.

       01  DAY-NUMBER-WORK-WS.
           05  JD-A-WS                 PIC S9(9) VALUE ZERO.
           05  JD-B-WS                 PIC S9(9) VALUE ZERO.
           05  JD-C-WS                 PIC S9(9) VALUE ZERO.
           05  JD-D-WS                 PIC S9(9) VALUE ZERO.
           05  JD-E-WS                 PIC S9(9) VALUE ZERO.
           05  JD-M-WS                 PIC S9(9) VALUE ZERO.
           05  JD-Y-WS                 PIC S9(9) VALUE ZERO.
           05  JD-T1-WS                PIC S9(9) VALUE ZERO.
           05  JD-T2-WS                PIC S9(9) VALUE ZERO.
           05  JD-T3-WS                PIC S9(9) VALUE ZERO.
           05  JD-T4-WS                PIC S9(9) VALUE ZERO.

       01  DATE-EDIT-WS.
           05  ED-MONTH-WS    PIC 99.
           05                 PIC X      VALUE '/'.
           05  ED-DAY-WS      PIC 99.
           05                 PIC X      VALUE '/'.
           05  ED-YEAR-WS     PIC 9999.

       01  EDITED-DATE-WS              PIC X(10) VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'DEPSCHED'.
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

       01  REPORT-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  HDR-DATE-OUT        PICTURE X(20).
           05                      PICTURE X(48)   VALUE
           'FEDERAL TAX DEPOSIT SCHEDULE (941 SCHEDULE B)'.
           05  FILLER              PICTURE X(53)   VALUE SPACES.

       01  QUARTER-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(9)    VALUE 'QUARTER: '.
           05  QH-YEAR-OUT         PICTURE 9(4).
           05                      PICTURE X(2)    VALUE ' Q'.
           05  QH-QUARTER-OUT      PICTURE 9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'COMPANY: '.
           05  QH-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(100)  VALUE SPACES.

       01  MONTH-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(6)    VALUE 'MONTH '.
           05  MH-MONTH-OF-QTR-OUT PICTURE 9.
           05                      PICTURE X(3)    VALUE ' - '.
           05  MH-MONTH-OUT        PICTURE 99.
           05                      PICTURE X       VALUE '/'.
           05  MH-YEAR-OUT         PICTURE 9(4).
           05  FILLER              PICTURE X(114)  VALUE SPACES.

       01  DEPOSIT-HEADER-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'PAY DATE'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'LIABILITY'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RULE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'DUE DATE'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'DEPOSITED'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'PAID ON'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE 'STATUS'.
           05  FILLER              PICTURE X(40)   VALUE SPACES.

       01  DEPOSIT-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-PAY-DATE-OUT     PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-LIABILITY-OUT    PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-RULE-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-DUE-DATE-OUT     PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-DEPOSITED-OUT    PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-DEPOSIT-DATE-OUT PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-STATUS-OUT       PICTURE X(12).
           05  FILLER              PICTURE X(40)   VALUE SPACES.

       01  UNMATCHED-DEPOSIT-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  UD-LIABILITY-DATE-OUT PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  UD-DEPOSIT-DATE-OUT PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  UD-AMOUNT-OUT       PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  UD-REFERENCE-OUT    PICTURE X(15).
           05  FILLER              PICTURE X(76)   VALUE SPACES.

       01  LIABILITY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  LL-DESC-OUT         PICTURE X(40).
           05  LL-AMOUNT-OUT       PICTURE $$$,$$$,$$9.99CR.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  MESSAGE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ML-TEXT-OUT         PICTURE X(70).
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    CALENDAR STEP: 0 = GOOD, 4 = A DEPOSIT IS LATE, SHORT,
      *    UNPAID, OR THE QUARTER DOES NOT TIE OUT, 8 = THE PAY
      *    HISTORY WAS NEVER THERE TO SCHEDULE FROM. A STANDALONE
      *    RUN PASSES NOTHING AND THE NULL TEST LEAVES IT ALONE.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF PAYHIST-OPENED-SW = 'YES'
               PERFORM    300-ACCUMULATE-ONE-EVENT
                   UNTIL EOF-HIST-WS = 'YES'
               PERFORM    400-DETERMINE-DEPOSITOR-STATUS
               PERFORM    420-SCHEDULE-ONE-PAY-DATE
                   VARYING PD-IDX-WS FROM 1 BY 1
                   UNTIL PD-IDX-WS > PD-COUNT-WS
               PERFORM    500-APPLY-DEPOSIT-LEDGER
               PERFORM    600-REPORT-ONE-MONTH
                   VARYING MONTH-OF-QTR-WS FROM 1 BY 1
                   UNTIL MONTH-OF-QTR-WS > 3
               PERFORM    700-RECONCILE-QUARTER
           ELSE
               MOVE 'NO PAYHIST.DAT - NOTHING TO SCHEDULE'
                    TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 2 LINES
           END-IF
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF PAYHIST-OPENED-SW NOT = 'YES'
                   MOVE 8 TO STEP-CONDITION-CODE-LS
               ELSE
                   IF EXCEPTIONS-WS > ZERO
                       MOVE 4 TO STEP-CONDITION-CODE-LS
                   ELSE
                       MOVE ZERO TO STEP-CONDITION-CODE-LS
                   END-IF
               END-IF
           END-IF.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           COMPUTE TODAY-DATE-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS

           PERFORM 203-READ-COMPANY-FILTER
           PERFORM 205-SET-TARGET-QUARTER
           PERFORM 207-READ-STATUS-OVERRIDE
           PERFORM 210-LOAD-HOLIDAYS

           OPEN INPUT  USER-INPUT-FILE
           OPEN OUTPUT DEPSCHED-REPORT-FILE
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-DEPSCHED-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE TARGET-YEAR-WS    TO QH-YEAR-OUT
           MOVE TARGET-QTR-WS     TO QH-QUARTER-OUT
           IF ALL-COMPANIES-WS
               MOVE '**' TO QH-COMPANY-OUT
           ELSE
               MOVE COMPANY-FILTER-WS TO QH-COMPANY-OUT
           END-IF
           WRITE PRINT-DEPSCHED-LINE FROM QUARTER-HEADER-LINE
               AFTER 1 LINE

           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO PAYHIST-OPENED-SW
               PERFORM 250-READ-ONE-EVENT
           ELSE
               MOVE 'YES' TO EOF-HIST-WS
           END-IF.

      *    NO COMPANY.PRM (STATUS 35), A BLANK CARD, OR '**'
      *    SCHEDULES EVERY ENTITY TOGETHER; A CODE LIMITS THE RUN TO
      *    THAT EMPLOYER IDENTIFICATION'S PAYROLLS AND DEPOSITS.
       203-READ-COMPANY-FILTER.
           OPEN INPUT COMPANY-PARM-FILE
           IF COMPANY-FILE-STATUS-WS = '00'
               READ COMPANY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE COMPANY-PARM-LINE (1:2) TO
                            COMPANY-FILTER-WS
               END-READ
               CLOSE COMPANY-PARM-FILE
           END-IF.

      *    AN ARGUMENT THAT IS NOT A YEAR AND A QUARTER 1-4 IS
      *    IGNORED AND THE RUN DATE'S QUARTER IS SCHEDULED.
       205-SET-TARGET-QUARTER.
           MOVE YEAR-WS TO TARGET-YEAR-WS
           COMPUTE TARGET-QTR-WS = (MONTH-WS + 2) / 3

           ACCEPT ARG-COUNT-WS FROM ARGUMENT-NUMBER
           IF ARG-COUNT-WS > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT ARG-QUARTER-WS FROM ARGUMENT-VALUE
               IF ARG-QUARTER-WS IS NUMERIC
                  AND ARG-QTR-WS >= 1 AND ARG-QTR-WS <= 4
                   MOVE ARG-YEAR-WS TO TARGET-YEAR-WS
                   MOVE ARG-QTR-WS  TO TARGET-QTR-WS
               END-IF
           END-IF

           COMPUTE YEAR-START-DATE-WS = TARGET-YEAR-WS * 10000 + 0101
           COMPUTE QTR-START-DATE-WS = TARGET-YEAR-WS * 10000
                   + ((TARGET-QTR-WS - 1) * 3 + 1) * 100 + 1
           EVALUATE TARGET-QTR-WS
               WHEN 1
                   COMPUTE QTR-END-DATE-WS =
                           TARGET-YEAR-WS * 10000 + 0331
               WHEN 2
                   COMPUTE QTR-END-DATE-WS =
                           TARGET-YEAR-WS * 10000 + 0630
               WHEN 3
                   COMPUTE QTR-END-DATE-WS =
                           TARGET-YEAR-WS * 10000 + 0930
               WHEN OTHER
                   COMPUTE QTR-END-DATE-WS =
                           TARGET-YEAR-WS * 10000 + 1231
           END-EVALUATE
           COMPUTE LOOKBACK-START-WS =
                   (TARGET-YEAR-WS - 2) * 10000 + 0701
           COMPUTE LOOKBACK-END-WS =
                   (TARGET-YEAR-WS - 1) * 10000 + 0630
           COMPUTE HOLIDAY-END-DATE-WS =
                   (TARGET-YEAR-WS + 1) * 10000 + 0331.

       207-READ-STATUS-OVERRIDE.
           OPEN INPUT DEPOSIT-PARM-FILE
           IF DEPPARM-FILE-STATUS-WS = '00'
               READ DEPOSIT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE DEPOSIT-PARM-LINE (1:1) TO
                            STATUS-OVERRIDE-WS
               END-READ
               CLOSE DEPOSIT-PARM-FILE
           END-IF.

      *    NO JOBCAL.DAT MEANS WEEKENDS ARE THE ONLY DAYS THE BANK
      *    IS SHUT - THE DUE DATES STILL COME OUT, JUST WITHOUT THE
      *    HOLIDAY ROLL.
       210-LOAD-HOLIDAYS.
           OPEN INPUT JOB-CALENDAR-FILE
           IF JOBCAL-FILE-STATUS-WS = '00'
               PERFORM 212-READ-ONE-CALENDAR-ROW
               PERFORM 214-NOTE-ONE-CALENDAR-ROW
                   UNTIL EOF-JOBCAL-WS = 'YES'
               CLOSE JOB-CALENDAR-FILE
           END-IF.

       212-READ-ONE-CALENDAR-ROW.
           READ JOB-CALENDAR-FILE
               AT END MOVE 'YES' TO EOF-JOBCAL-WS
           END-READ.

       214-NOTE-ONE-CALENDAR-ROW.
           IF JC-DATE IS NUMERIC
              AND JC-WORKDAY = 'N'
              AND JC-DATE >= YEAR-START-DATE-WS
              AND JC-DATE <= HOLIDAY-END-DATE-WS
               MOVE JC-DATE TO CONVERT-DATE-WS
               PERFORM 800-DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAY-NUMBER-WS TO TEST-DAY-WS
               PERFORM 820-FIND-WEEKDAY
               IF TEST-WEEKDAY-WS > 0 AND TEST-WEEKDAY-WS < 6
                   IF HOLIDAY-COUNT-WS < HOLIDAY-LIMIT-WS
                       ADD 1 TO HOLIDAY-COUNT-WS
                       MOVE CONVERT-DAY-NUMBER-WS TO
                            HOLIDAY-DAY-TBL (HOLIDAY-COUNT-WS)
                   ELSE
                       MOVE 'YES' TO HOLIDAY-FULL-SW
                   END-IF
               END-IF
           END-IF
           PERFORM 212-READ-ONE-CALENDAR-ROW.

       250-READ-ONE-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HIST-WS
               NOT AT END ADD 1 TO EVENTS-READ-WS
           END-READ.

      *    AN EVENT COUNTS TOWARD THE LOOKBACK TOTAL IF IT FALLS IN
      *    THE LOOKBACK PERIOD, AND TOWARD ITS PAY DATE IF IT FALLS
      *    IN THE SCHEDULED YEAR UP TO THE QUARTER'S END.
       300-ACCUMULATE-ONE-EVENT.
           IF PH-PAY-DATE IS NUMERIC
               IF PH-PAY-DATE < EARLIEST-HIST-DATE-WS
                   MOVE PH-PAY-DATE TO EARLIEST-HIST-DATE-WS
               END-IF
               IF (PH-PAY-DATE >= LOOKBACK-START-WS
                   AND PH-PAY-DATE <= LOOKBACK-END-WS)
                  OR (PH-PAY-DATE >= YEAR-START-DATE-WS
                   AND PH-PAY-DATE <= QTR-END-DATE-WS)
                   IF ALL-COMPANIES-WS
                       MOVE SPACES TO COMPANY-IN
                   ELSE
                       MOVE PH-SSN TO SSN-IN
                       PERFORM 310-LOOK-UP-COMPANY
                   END-IF
                   IF ALL-COMPANIES-WS
                      OR COMPANY-IN = COMPANY-FILTER-WS
                       PERFORM 320-ACCUMULATE-EVENT-LIABILITY
                   END-IF
               END-IF
           END-IF
           PERFORM 250-READ-ONE-EVENT.

       310-LOOK-UP-COMPANY.
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE SPACES TO COMPANY-IN
           END-READ.

      *    THE EMPLOYER'S MATCH IS ON THE EVENT ITSELF; AN OLDER
      *    EVENT WITHOUT IT IS TAKEN AT THE EMPLOYEE'S OWN SHARE,
      *    WHICH IS WHAT THE MATCH IS.
       320-ACCUMULATE-EVENT-LIABILITY.
           COMPUTE EVENT-LIABILITY-WS = PH-FEDERAL + PH-FICA
                   + PH-MEDICARE
           IF PH-EMPL-FICA IS NUMERIC
               ADD PH-EMPL-FICA TO EVENT-LIABILITY-WS
           ELSE
               ADD PH-FICA TO EVENT-LIABILITY-WS
           END-IF
           IF PH-EMPL-MEDI IS NUMERIC
               ADD PH-EMPL-MEDI TO EVENT-LIABILITY-WS
           ELSE
               ADD PH-MEDICARE TO EVENT-LIABILITY-WS
           END-IF
           IF PH-REVERSED-EVENT
               PERFORM 325-TAKE-BACK-EVENT-LIABILITY
           ELSE
               PERFORM 322-ADD-EVENT-LIABILITY
           END-IF.

       322-ADD-EVENT-LIABILITY.
           IF PH-PAY-DATE <= LOOKBACK-END-WS
               ADD EVENT-LIABILITY-WS TO LOOKBACK-LIABILITY-WS
           ELSE
               PERFORM 330-FIND-PAY-DATE-SLOT
               IF PD-SLOT-WS > ZERO
                   ADD EVENT-LIABILITY-WS TO
                       PD-LIABILITY-TBL (PD-SLOT-WS)
               END-IF
               IF PH-PAY-DATE >= QTR-START-DATE-WS
                   ADD EVENT-LIABILITY-WS TO QTR-HIST-LIABILITY-WS
               END-IF
           END-IF.

      *    A VOIDED MANUAL CHECK OR A WITHHOLDING CORRECTION TAKEN
      *    BACK OUT OF ITS PAY DATE LOWERS THAT DATE'S LIABILITY -
      *    NEVER BELOW NOTHING.
       325-TAKE-BACK-EVENT-LIABILITY.
           IF PH-PAY-DATE <= LOOKBACK-END-WS
               IF EVENT-LIABILITY-WS > LOOKBACK-LIABILITY-WS
                   MOVE ZERO TO LOOKBACK-LIABILITY-WS
               ELSE
                   SUBTRACT EVENT-LIABILITY-WS
                       FROM LOOKBACK-LIABILITY-WS
               END-IF
           ELSE
               PERFORM 330-FIND-PAY-DATE-SLOT
               IF PD-SLOT-WS > ZERO
                   IF EVENT-LIABILITY-WS >
                      PD-LIABILITY-TBL (PD-SLOT-WS)
                       MOVE ZERO TO PD-LIABILITY-TBL (PD-SLOT-WS)
                   ELSE
                       SUBTRACT EVENT-LIABILITY-WS
                           FROM PD-LIABILITY-TBL (PD-SLOT-WS)
                   END-IF
               END-IF
               IF PH-PAY-DATE >= QTR-START-DATE-WS
                   IF EVENT-LIABILITY-WS > QTR-HIST-LIABILITY-WS
                       MOVE ZERO TO QTR-HIST-LIABILITY-WS
                   ELSE
                       SUBTRACT EVENT-LIABILITY-WS
                           FROM QTR-HIST-LIABILITY-WS
                   END-IF
               END-IF
           END-IF.

      *    PAY HISTORY IS WRITTEN IN RUN ORDER, NOT ALWAYS PAY-DATE
      *    ORDER (A SUPPLEMENTAL RUN OR A CORRECTION CAN COME LATE),
      *    SO A NEW PAY DATE IS SLOTTED INTO PLACE.
       330-FIND-PAY-DATE-SLOT.
           MOVE ZERO TO PD-SLOT-WS
           MOVE 'NO' TO PD-FOUND-SW
           PERFORM 332-MATCH-PAY-DATE
               VARYING PD-IDX-WS FROM 1 BY 1
               UNTIL PD-IDX-WS > PD-COUNT-WS
                  OR PD-FOUND-SW = 'YES'
           IF PD-FOUND-SW NOT = 'YES'
               IF PD-COUNT-WS < PAY-DATE-LIMIT-WS
                   PERFORM 334-FIND-INSERT-POINT
                   PERFORM 336-SHIFT-ONE-PAY-DATE
                       VARYING PD-MOVE-IDX-WS FROM PD-COUNT-WS BY -1
                       UNTIL PD-MOVE-IDX-WS < PD-SLOT-WS
                   ADD 1 TO PD-COUNT-WS
                   MOVE PH-PAY-DATE TO PD-DATE-TBL (PD-SLOT-WS)
                   MOVE ZERO TO PD-LIABILITY-TBL (PD-SLOT-WS)
                                PD-DUE-DATE-TBL (PD-SLOT-WS)
                                PD-DEPOSITED-TBL (PD-SLOT-WS)
                                PD-DEPOSIT-DATE-TBL (PD-SLOT-WS)
                   MOVE SPACES TO PD-RULE-TBL (PD-SLOT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-FULL-SW
               END-IF
           END-IF.

       332-MATCH-PAY-DATE.
           IF PD-DATE-TBL (PD-IDX-WS) = PH-PAY-DATE
               MOVE PD-IDX-WS TO PD-SLOT-WS
               MOVE 'YES' TO PD-FOUND-SW
           END-IF.

       334-FIND-INSERT-POINT.
           COMPUTE PD-SLOT-WS = PD-COUNT-WS + 1
           PERFORM 335-TEST-INSERT-POINT
               VARYING PD-IDX-WS FROM 1 BY 1
               UNTIL PD-IDX-WS > PD-COUNT-WS
                  OR PD-SLOT-WS NOT > PD-COUNT-WS.

       335-TEST-INSERT-POINT.
           IF PD-DATE-TBL (PD-IDX-WS) > PH-PAY-DATE
               MOVE PD-IDX-WS TO PD-SLOT-WS
           END-IF.

       336-SHIFT-ONE-PAY-DATE.
           MOVE PD-ENTRY-WS (PD-MOVE-IDX-WS) TO
                PD-ENTRY-WS (PD-MOVE-IDX-WS + 1).

      *    MORE THAN $50,000 OF 941 LIABILITY IN THE LOOKBACK PERIOD
      *    MAKES THE WHOLE YEAR SEMIWEEKLY; ANYTHING LESS, OR NO
      *    LOOKBACK HISTORY AT ALL (A NEW EMPLOYER), IS MONTHLY.
       400-DETERMINE-DEPOSITOR-STATUS.
           MOVE 'LOOKBACK PERIOD 941 LIABILITY' TO LL-DESC-OUT
           MOVE LOOKBACK-LIABILITY-WS TO LL-AMOUNT-OUT
           WRITE PRINT-DEPSCHED-LINE FROM LIABILITY-LINE
               AFTER 2 LINES

           EVALUATE TRUE
               WHEN STATUS-FORCED-MONTHLY
                   MOVE 'MON' TO DEPOSIT-SCHEDULE-SW
                   MOVE 'MONTHLY DEPOSITOR - SET BY DEPSCHED.PRM'
                        TO ML-TEXT-OUT
               WHEN STATUS-FORCED-SEMIWEEKLY
                   MOVE 'SEM' TO DEPOSIT-SCHEDULE-SW
                   MOVE 'SEMIWEEKLY DEPOSITOR - SET BY DEPSCHED.PRM'
                        TO ML-TEXT-OUT
               WHEN LOOKBACK-LIABILITY-WS > SEMIWEEKLY-LOOKBACK-WS
                   MOVE 'SEM' TO DEPOSIT-SCHEDULE-SW
                   MOVE 'SEMIWEEKLY DEPOSITOR - LOOKBACK OVER $50,000'
                        TO ML-TEXT-OUT
               WHEN OTHER
                   MOVE 'MON' TO DEPOSIT-SCHEDULE-SW
                   MOVE 'MONTHLY DEPOSITOR - LOOKBACK $50,000 OR LESS'
                        TO ML-TEXT-OUT
           END-EVALUATE
           WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
               AFTER 1 LINE

           IF STATUS-OVERRIDE-WS NOT = 'M'
              AND STATUS-OVERRIDE-WS NOT = 'S'
              AND EARLIEST-HIST-DATE-WS > LOOKBACK-START-WS
               MOVE 'PAY HISTORY STARTS AFTER THE LOOKBACK PERIOD BEGAN
      -             ' - CHECK THE STATUS' TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 1 LINE
           END-IF.

      *    THE DEPOSIT PERIOD A PAY DATE FALLS IN IS THE CALENDAR
      *    MONTH FOR A MONTHLY DEPOSITOR, OR THE WEDNESDAY-FRIDAY /
      *    SATURDAY-TUESDAY HALF WEEK FOR A SEMIWEEKLY ONE. ONCE
      *    $100,000 HAS ACCUMULATED IN A PERIOD IT IS DUE THE NEXT
      *    BANKING DAY AND THE COUNT STARTS OVER.
       420-SCHEDULE-ONE-PAY-DATE.
           MOVE PD-DATE-TBL (PD-IDX-WS) TO CONVERT-DATE-WS
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER-WS TO PAY-DAY-NUMBER-WS
                                         TEST-DAY-WS
           PERFORM 820-FIND-WEEKDAY
           MOVE TEST-WEEKDAY-WS TO PAY-WEEKDAY-WS

           IF PAY-WEEKDAY-WS >= 3 AND PAY-WEEKDAY-WS <= 5
               COMPUTE PERIOD-END-DAY-WS =
                       PAY-DAY-NUMBER-WS + 5 - PAY-WEEKDAY-WS
           ELSE
               IF PAY-WEEKDAY-WS = 6
                   COMPUTE PERIOD-END-DAY-WS = PAY-DAY-NUMBER-WS + 3
               ELSE
                   COMPUTE PERIOD-END-DAY-WS =
                           PAY-DAY-NUMBER-WS + 2 - PAY-WEEKDAY-WS
               END-IF
           END-IF

           IF MONTHLY-DEPOSITOR
               COMPUTE PERIOD-KEY-WS = PD-DATE-TBL (PD-IDX-WS) / 100
           ELSE
               MOVE PERIOD-END-DAY-WS TO PERIOD-KEY-WS
           END-IF
           IF PERIOD-KEY-WS NOT = CURRENT-PERIOD-KEY-WS
               MOVE PERIOD-KEY-WS TO CURRENT-PERIOD-KEY-WS
               MOVE ZERO TO PERIOD-ACCUMULATED-WS
           END-IF
           ADD PD-LIABILITY-TBL (PD-IDX-WS) TO PERIOD-ACCUMULATED-WS

           EVALUATE TRUE
               WHEN PERIOD-ACCUMULATED-WS >= NEXT-DAY-LIMIT-WS
                   PERFORM 430-SET-NEXT-DAY-DUE
               WHEN MONTHLY-DEPOSITOR
                   PERFORM 432-SET-MONTHLY-DUE
               WHEN OTHER
                   PERFORM 434-SET-SEMIWEEKLY-DUE
           END-EVALUATE

           PERFORM 450-ROLL-TO-BANKING-DAY
           MOVE CANDIDATE-DAY-WS TO CONVERT-DAY-NUMBER-WS
           PERFORM 810-DAY-NUMBER-TO-DATE
           MOVE CONVERT-DATE-WS TO PD-DUE-DATE-TBL (PD-IDX-WS)

           IF PD-DATE-TBL (PD-IDX-WS) >= QTR-START-DATE-WS
              AND SEMIWEEKLY-DEPOSITOR
               MOVE 'YES' TO SCHEDULE-B-SW
           END-IF.

      *    A MONTHLY DEPOSITOR WHO HITS $100,000 IS SEMIWEEKLY FOR
      *    THE REST OF THE YEAR, STARTING WITH THE NEXT PAY DATE.
       430-SET-NEXT-DAY-DUE.
           MOVE 'NEXT DAY  ' TO PD-RULE-TBL (PD-IDX-WS)
           MOVE PAY-DAY-NUMBER-WS TO START-DAY-WS
           COMPUTE NOMINAL-DUE-DAY-WS = PAY-DAY-NUMBER-WS + 1
           MOVE 1 TO BANKING-DAYS-NEEDED-WS
           MOVE ZERO TO PERIOD-ACCUMULATED-WS
           IF MONTHLY-DEPOSITOR
               MOVE 'SEM' TO DEPOSIT-SCHEDULE-SW
               MOVE 'YES' TO CONVERTED-SW
               MOVE ZERO TO CURRENT-PERIOD-KEY-WS
           END-IF.

      *    THE 15TH OF THE FOLLOWING MONTH.
       432-SET-MONTHLY-DUE.
           MOVE 'MONTHLY   ' TO PD-RULE-TBL (PD-IDX-WS)
           MOVE PD-DATE-TBL (PD-IDX-WS) TO CONVERT-DATE-WS
           IF CV-MONTH-WS = 12
               ADD 1 TO CV-YEAR-WS
               MOVE 1 TO CV-MONTH-WS
           ELSE
               ADD 1 TO CV-MONTH-WS
           END-IF
           MOVE 15 TO CV-DAY-WS
           PERFORM 800-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER-WS TO NOMINAL-DUE-DAY-WS
           COMPUTE START-DAY-WS = NOMINAL-DUE-DAY-WS - 1
           MOVE 1 TO BANKING-DAYS-NEEDED-WS.

      *    WEDNESDAY-FRIDAY PAY DATES ARE DUE THE FOLLOWING
      *    WEDNESDAY, SATURDAY-TUESDAY ONES THE FOLLOWING FRIDAY,
      *    AND EITHER WAY AT LEAST THREE BANKING DAYS AFTER THE
      *    PERIOD CLOSES.
       434-SET-SEMIWEEKLY-DUE.
           MOVE 'SEMIWEEKLY' TO PD-RULE-TBL (PD-IDX-WS)
           MOVE PERIOD-END-DAY-WS TO START-DAY-WS
           IF PAY-WEEKDAY-WS >= 3 AND PAY-WEEKDAY-WS <= 5
               COMPUTE NOMINAL-DUE-DAY-WS = PERIOD-END-DAY-WS + 5
           ELSE
               COMPUTE NOMINAL-DUE-DAY-WS = PERIOD-END-DAY-WS + 3
           END-IF
           MOVE 3 TO BANKING-DAYS-NEEDED-WS.

       450-ROLL-TO-BANKING-DAY.
           MOVE START-DAY-WS TO CANDIDATE-DAY-WS
           MOVE ZERO TO BANKING-DAYS-WS
           MOVE 'NO' TO BANKING-DAY-SW
           PERFORM 460-STEP-ONE-DAY
               UNTIL CANDIDATE-DAY-WS >= NOMINAL-DUE-DAY-WS
                 AND BANKING-DAYS-WS >= BANKING-DAYS-NEEDED-WS
                 AND BANKING-DAY-SW = 'YES'.

       460-STEP-ONE-DAY.
           ADD 1 TO CANDIDATE-DAY-WS
           MOVE CANDIDATE-DAY-WS TO TEST-DAY-WS
           PERFORM 470-TEST-BANKING-DAY
           IF BANKING-DAY-SW = 'YES'
              AND BANKING-DAYS-WS < 9
               ADD 1 TO BANKING-DAYS-WS
           END-IF.

       470-TEST-BANKING-DAY.
           PERFORM 820-FIND-WEEKDAY
           IF TEST-WEEKDAY-WS = 0 OR TEST-WEEKDAY-WS = 6
               MOVE 'NO' TO BANKING-DAY-SW
           ELSE
               MOVE 'YES' TO BANKING-DAY-SW
               PERFORM 472-MATCH-HOLIDAY
                   VARYING HOLIDAY-IDX-WS FROM 1 BY 1
                   UNTIL HOLIDAY-IDX-WS > HOLIDAY-COUNT-WS
                      OR BANKING-DAY-SW = 'NO'
           END-IF.

       472-MATCH-HOLIDAY.
           IF HOLIDAY-DAY-TBL (HOLIDAY-IDX-WS) = TEST-DAY-WS
               MOVE 'NO' TO BANKING-DAY-SW
           END-IF.

      *    EACH DEPOSIT IS CREDITED TO THE PAY DATE IT NAMES. ONE
      *    NAMING A DATE IN THE QUARTER THAT NO PAYROLL HAD IS
      *    LISTED - IT STILL COUNTS TOWARD THE QUARTER'S DEPOSITS.
       500-APPLY-DEPOSIT-LEDGER.
           OPEN INPUT DEPOSIT-LEDGER-FILE
           IF LEDGER-FILE-STATUS-WS = '00'
               PERFORM 510-READ-ONE-DEPOSIT
               PERFORM 520-APPLY-ONE-DEPOSIT
                   UNTIL EOF-LEDGER-WS = 'YES'
               CLOSE DEPOSIT-LEDGER-FILE
           ELSE
               MOVE 'NO DEPLEDGR.DAT - NO DEPOSITS ON RECORD'
                    TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 1 LINE
           END-IF.

       510-READ-ONE-DEPOSIT.
           READ DEPOSIT-LEDGER-FILE
               AT END MOVE 'YES' TO EOF-LEDGER-WS
           END-READ.

       520-APPLY-ONE-DEPOSIT.
           IF DL-LIABILITY-DATE IS NUMERIC
              AND DL-DEPOSIT-DATE IS NUMERIC
              AND DL-AMOUNT IS NUMERIC
              AND (ALL-COMPANIES-WS
                   OR DL-COMPANY = COMPANY-FILTER-WS)
               IF DL-LIABILITY-DATE >= QTR-START-DATE-WS
                  AND DL-LIABILITY-DATE <= QTR-END-DATE-WS
                   ADD DL-AMOUNT TO QTR-DEPOSITS-WS
               END-IF
               MOVE ZERO TO PD-SLOT-WS
               MOVE 'NO' TO PD-FOUND-SW
               PERFORM 522-MATCH-DEPOSIT-DATE
                   VARYING PD-IDX-WS FROM 1 BY 1
                   UNTIL PD-IDX-WS > PD-COUNT-WS
                      OR PD-FOUND-SW = 'YES'
               IF PD-FOUND-SW = 'YES'
                   ADD DL-AMOUNT TO PD-DEPOSITED-TBL (PD-SLOT-WS)
                   IF DL-DEPOSIT-DATE >
                      PD-DEPOSIT-DATE-TBL (PD-SLOT-WS)
                       MOVE DL-DEPOSIT-DATE TO
                            PD-DEPOSIT-DATE-TBL (PD-SLOT-WS)
                   END-IF
               ELSE
                   IF DL-LIABILITY-DATE >= QTR-START-DATE-WS
                      AND DL-LIABILITY-DATE <= QTR-END-DATE-WS
                       PERFORM 525-LIST-UNMATCHED-DEPOSIT
                   END-IF
               END-IF
           END-IF
           PERFORM 510-READ-ONE-DEPOSIT.

       522-MATCH-DEPOSIT-DATE.
           IF PD-DATE-TBL (PD-IDX-WS) = DL-LIABILITY-DATE
               MOVE PD-IDX-WS TO PD-SLOT-WS
               MOVE 'YES' TO PD-FOUND-SW
           END-IF.

       525-LIST-UNMATCHED-DEPOSIT.
           IF UNMATCHED-HEADER-SW NOT = 'YES'
               MOVE 'YES' TO UNMATCHED-HEADER-SW
               MOVE 'DEPOSITS NAMING A DATE WITH NO PAYROLL:'
                    TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 2 LINES
           END-IF
           ADD 1 TO EXCEPTIONS-WS
           MOVE DL-LIABILITY-DATE TO CONVERT-DATE-WS
           PERFORM 830-EDIT-DATE
           MOVE EDITED-DATE-WS TO UD-LIABILITY-DATE-OUT
           MOVE DL-DEPOSIT-DATE TO CONVERT-DATE-WS
           PERFORM 830-EDIT-DATE
           MOVE EDITED-DATE-WS TO UD-DEPOSIT-DATE-OUT
           MOVE DL-AMOUNT    TO UD-AMOUNT-OUT
           MOVE DL-REFERENCE TO UD-REFERENCE-OUT
           WRITE PRINT-DEPSCHED-LINE FROM UNMATCHED-DEPOSIT-LINE
               AFTER 1 LINE.

      *    THE SCHEDULE B DAILY DETAIL, ONE MONTH OF THE QUARTER AT
      *    A TIME, WITH THE MONTH'S TOTAL FOR 941 LINE 16.
       600-REPORT-ONE-MONTH.
           COMPUTE REPORT-MONTH-WS =
                   (TARGET-QTR-WS - 1) * 3 + MONTH-OF-QTR-WS
           MOVE ZERO TO MONTH-LIABILITY-WS
           MOVE MONTH-OF-QTR-WS TO MH-MONTH-OF-QTR-OUT
           MOVE REPORT-MONTH-WS TO MH-MONTH-OUT
           MOVE TARGET-YEAR-WS  TO MH-YEAR-OUT
           WRITE PRINT-DEPSCHED-LINE FROM MONTH-HEADER-LINE
               AFTER 2 LINES
           WRITE PRINT-DEPSCHED-LINE FROM DEPOSIT-HEADER-LINE
               AFTER 1 LINE

           PERFORM 610-REPORT-ONE-PAY-DATE
               VARYING PD-IDX-WS FROM 1 BY 1
               UNTIL PD-IDX-WS > PD-COUNT-WS

           MOVE 'MONTH TOTAL LIABILITY' TO LL-DESC-OUT
           MOVE MONTH-LIABILITY-WS TO LL-AMOUNT-OUT
           WRITE PRINT-DEPSCHED-LINE FROM LIABILITY-LINE
               AFTER 1 LINE.

      *    A DEPOSIT THAT IS NOT YET DUE IS NOT AN EXCEPTION; ONE
      *    THAT IS DUE AND MISSING, SHORT, OR LATE IS.
       610-REPORT-ONE-PAY-DATE.
           MOVE PD-DATE-TBL (PD-IDX-WS) TO CONVERT-DATE-WS
           IF CV-YEAR-WS = TARGET-YEAR-WS
              AND CV-MONTH-WS = REPORT-MONTH-WS
               PERFORM 830-EDIT-DATE
               MOVE EDITED-DATE-WS TO DD-PAY-DATE-OUT
               MOVE PD-DUE-DATE-TBL (PD-IDX-WS) TO CONVERT-DATE-WS
               PERFORM 830-EDIT-DATE
               MOVE EDITED-DATE-WS TO DD-DUE-DATE-OUT
               MOVE PD-DEPOSIT-DATE-TBL (PD-IDX-WS) TO CONVERT-DATE-WS
               PERFORM 830-EDIT-DATE
               MOVE EDITED-DATE-WS TO DD-DEPOSIT-DATE-OUT
               MOVE PD-LIABILITY-TBL (PD-IDX-WS) TO DD-LIABILITY-OUT
               MOVE PD-RULE-TBL (PD-IDX-WS)      TO DD-RULE-OUT
               MOVE PD-DEPOSITED-TBL (PD-IDX-WS) TO DD-DEPOSITED-OUT
               ADD PD-LIABILITY-TBL (PD-IDX-WS) TO MONTH-LIABILITY-WS

               EVALUATE TRUE
                   WHEN PD-LIABILITY-TBL (PD-IDX-WS) = ZERO
                    AND PD-DEPOSITED-TBL (PD-IDX-WS) = ZERO
                       MOVE 'NO LIABILITY' TO DD-STATUS-OUT
                   WHEN PD-DEPOSITED-TBL (PD-IDX-WS) = ZERO
                    AND PD-DUE-DATE-TBL (PD-IDX-WS) >= TODAY-DATE-WS
                       MOVE 'NOT YET DUE' TO DD-STATUS-OUT
                   WHEN PD-DEPOSITED-TBL (PD-IDX-WS) = ZERO
                       MOVE 'UNPAID' TO DD-STATUS-OUT
                       ADD 1 TO EXCEPTIONS-WS
                   WHEN PD-DEPOSITED-TBL (PD-IDX-WS) <
                        PD-LIABILITY-TBL (PD-IDX-WS)
                    AND PD-DEPOSIT-DATE-TBL (PD-IDX-WS) >
                        PD-DUE-DATE-TBL (PD-IDX-WS)
                       MOVE 'SHORT + LATE' TO DD-STATUS-OUT
                       ADD 1 TO EXCEPTIONS-WS
                   WHEN PD-DEPOSITED-TBL (PD-IDX-WS) <
                        PD-LIABILITY-TBL (PD-IDX-WS)
                       MOVE 'SHORT' TO DD-STATUS-OUT
                       ADD 1 TO EXCEPTIONS-WS
                   WHEN PD-DEPOSIT-DATE-TBL (PD-IDX-WS) >
                        PD-DUE-DATE-TBL (PD-IDX-WS)
                       MOVE 'LATE' TO DD-STATUS-OUT
                       ADD 1 TO EXCEPTIONS-WS
                   WHEN OTHER
                       MOVE 'OK' TO DD-STATUS-OUT
               END-EVALUATE
               WRITE PRINT-DEPSCHED-LINE FROM DEPOSIT-DETAIL-LINE
                   AFTER 1 LINE
           END-IF.

      *    THE PAY HISTORY'S LIABILITY, THE YTD MASTER'S (THE SAME
      *    FIGURE QTRTAX PRINTS AS THE 941 LIABILITY), AND THE
      *    DEPOSITS MADE MUST ALL AGREE BEFORE THE 941 IS SIGNED.
      *    THE LIVE YTD MASTER ONLY HOLDS THE CURRENT YEAR, SO AN
      *    EARLIER YEAR'S QUARTER IS TIED OUT TO THE HISTORY ALONE.
       700-RECONCILE-QUARTER.
           MOVE 'QUARTER LIABILITY PER PAY HISTORY' TO LL-DESC-OUT
           MOVE QTR-HIST-LIABILITY-WS TO LL-AMOUNT-OUT
           WRITE PRINT-DEPSCHED-LINE FROM LIABILITY-LINE
               AFTER 2 LINES
           MOVE QTR-HIST-LIABILITY-WS TO QTR-941-LIABILITY-WS

           IF TARGET-YEAR-WS = YEAR-WS
               PERFORM 710-TOTAL-YTD-LIABILITY
               MOVE 'QTRTAX 941 LIABILITY PER YTD MASTER'
                    TO LL-DESC-OUT
               MOVE QTR-YTD-LIABILITY-WS TO LL-AMOUNT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM LIABILITY-LINE
                   AFTER 1 LINE
               COMPUTE DIFFERENCE-WS =
                       QTR-YTD-LIABILITY-WS - QTR-HIST-LIABILITY-WS
               IF DIFFERENCE-WS NOT = ZERO
                   ADD 1 TO EXCEPTIONS-WS
                   MOVE 'YTD MASTER LESS PAY HISTORY' TO LL-DESC-OUT
                   MOVE DIFFERENCE-WS TO LL-AMOUNT-OUT
                   WRITE PRINT-DEPSCHED-LINE FROM LIABILITY-LINE
                       AFTER 1 LINE
               END-IF
               MOVE QTR-YTD-LIABILITY-WS TO QTR-941-LIABILITY-WS
           ELSE
               MOVE 'YTD MASTER HOLDS ANOTHER YEAR - TIED TO HISTORY
      -             ' ONLY' TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 1 LINE
           END-IF

           MOVE 'DEPOSITS MADE FOR THE QUARTER' TO LL-DESC-OUT
           MOVE QTR-DEPOSITS-WS TO LL-AMOUNT-OUT
           WRITE PRINT-DEPSCHED-LINE FROM LIABILITY-LINE
               AFTER 1 LINE
           COMPUTE DIFFERENCE-WS =
                   QTR-941-LIABILITY-WS - QTR-DEPOSITS-WS
           MOVE 'BALANCE DUE (OVERPAID CR)' TO LL-DESC-OUT
           MOVE DIFFERENCE-WS TO LL-AMOUNT-OUT
           WRITE PRINT-DEPSCHED-LINE FROM LIABILITY-LINE
               AFTER 1 LINE
           IF DIFFERENCE-WS = ZERO
               MOVE 'DEPOSITS RECONCILE TO THE 941 LIABILITY'
                    TO ML-TEXT-OUT
           ELSE
               ADD 1 TO EXCEPTIONS-WS
               MOVE 'DEPOSITS DO NOT RECONCILE TO THE 941 LIABILITY'
                    TO ML-TEXT-OUT
           END-IF
           WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
               AFTER 1 LINE

           IF SCHEDULE-B-SW = 'YES'
               MOVE 'SCHEDULE B REQUIRED - FILE THE DAILY LIABILITY
      -             ' ABOVE WITH THE 941' TO ML-TEXT-OUT
           ELSE
               MOVE 'MONTHLY DEPOSITOR - MONTH TOTALS GO ON 941 LINE
      -             ' 16' TO ML-TEXT-OUT
           END-IF
           WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
               AFTER 1 LINE
           IF CONVERTED-SW = 'YES'
               MOVE '$100,000 RULE MADE THIS A SEMIWEEKLY DEPOSITOR FOR
      -             ' THE REST OF THE YEAR' TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 1 LINE
           END-IF
           IF TABLE-FULL-SW = 'YES'
               MOVE 'PAY DATE TABLE FULL - SCHEDULE IS PARTIAL'
                    TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 1 LINE
           END-IF
           IF HOLIDAY-FULL-SW = 'YES'
               MOVE 'HOLIDAY TABLE FULL - LATER HOLIDAYS NOT ROLLED'
                    TO ML-TEXT-OUT
               WRITE PRINT-DEPSCHED-LINE FROM MESSAGE-LINE
                   AFTER 1 LINE
           END-IF.

       710-TOTAL-YTD-LIABILITY.
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS-WS = '00'
               PERFORM 720-READ-ONE-YTD
               PERFORM 730-ADD-ONE-YTD
                   UNTIL EOF-YTD-WS = 'YES'
               CLOSE YTD-FILE
           END-IF.

       720-READ-ONE-YTD.
           READ YTD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-YTD-WS
           END-READ.

       730-ADD-ONE-YTD.
           IF ALL-COMPANIES-WS
               MOVE SPACES TO COMPANY-IN
           ELSE
               MOVE YTD-SSN TO SSN-IN
               PERFORM 310-LOOK-UP-COMPANY
           END-IF
           IF ALL-COMPANIES-WS
              OR COMPANY-IN = COMPANY-FILTER-WS
               ADD YTD-QTR-FEDERAL   (TARGET-QTR-WS)
                   YTD-QTR-FICA      (TARGET-QTR-WS)
                   YTD-QTR-EMPL-FICA (TARGET-QTR-WS)
                   YTD-QTR-MEDICARE  (TARGET-QTR-WS)
                   YTD-QTR-EMPL-MEDI (TARGET-QTR-WS)
                   TO QTR-YTD-LIABILITY-WS
           END-IF
           PERFORM 720-READ-ONE-YTD.

       800-DATE-TO-DAY-NUMBER.
           COMPUTE JD-A-WS = (14 - CV-MONTH-WS) / 12
           COMPUTE JD-Y-WS = CV-YEAR-WS + 4800 - JD-A-WS
           COMPUTE JD-M-WS = CV-MONTH-WS + 12 * JD-A-WS - 3
           COMPUTE JD-T1-WS = (153 * JD-M-WS + 2) / 5
           COMPUTE JD-T2-WS = JD-Y-WS / 4
           COMPUTE JD-T3-WS = JD-Y-WS / 100
           COMPUTE JD-T4-WS = JD-Y-WS / 400
           COMPUTE CONVERT-DAY-NUMBER-WS = CV-DAY-WS + JD-T1-WS
                   + 365 * JD-Y-WS + JD-T2-WS - JD-T3-WS + JD-T4-WS
                   - 32045.

       810-DAY-NUMBER-TO-DATE.
           COMPUTE JD-A-WS = CONVERT-DAY-NUMBER-WS + 32044
           COMPUTE JD-B-WS = (4 * JD-A-WS + 3) / 146097
           COMPUTE JD-T1-WS = (146097 * JD-B-WS) / 4
           COMPUTE JD-C-WS = JD-A-WS - JD-T1-WS
           COMPUTE JD-D-WS = (4 * JD-C-WS + 3) / 1461
           COMPUTE JD-T2-WS = (1461 * JD-D-WS) / 4
           COMPUTE JD-E-WS = JD-C-WS - JD-T2-WS
           COMPUTE JD-M-WS = (5 * JD-E-WS + 2) / 153
           COMPUTE JD-T3-WS = (153 * JD-M-WS + 2) / 5
           COMPUTE JD-T4-WS = JD-M-WS / 10
           COMPUTE CV-DAY-WS = JD-E-WS - JD-T3-WS + 1
           COMPUTE CV-MONTH-WS = JD-M-WS + 3 - 12 * JD-T4-WS
           COMPUTE CV-YEAR-WS = 100 * JD-B-WS + JD-D-WS - 4800
                   + JD-T4-WS.

       820-FIND-WEEKDAY.
           DIVIDE 7 INTO TEST-DAY-WS GIVING WEEKDAY-QUOTIENT-WS
               REMAINDER TEST-WEEKDAY-WS
           ADD 1 TO TEST-WEEKDAY-WS
           IF TEST-WEEKDAY-WS = 7
               MOVE ZERO TO TEST-WEEKDAY-WS
           END-IF.

       830-EDIT-DATE.
           IF CONVERT-DATE-WS = ZERO
               MOVE SPACES TO EDITED-DATE-WS
           ELSE
               MOVE CV-MONTH-WS TO ED-MONTH-WS
               MOVE CV-DAY-WS   TO ED-DAY-WS
               MOVE CV-YEAR-WS  TO ED-YEAR-WS
               MOVE DATE-EDIT-WS TO EDITED-DATE-WS
           END-IF.

       900-CLOSE.
           CLOSE USER-INPUT-FILE DEPSCHED-REPORT-FILE
           IF PAYHIST-OPENED-SW = 'YES'
               CLOSE PAY-HISTORY-FILE
           END-IF

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE EVENTS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
