       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RATESIM.
       AUTHOR.    CHRISTOPHER HILL.

      *    RATE-TABLE CHANGE SIMULATION. EVERY DECEMBER RATEMNT
      *    LOADS NEXT YEAR'S FICARATE.DAT, EXMPRATE.DAT, W4RATE.DAT,
      *    STATERATE.DAT, AND LOCALRT.DAT ROWS, AND UNTIL NOW THE
      *    FIRST LOOK ANYONE GOT AT WHAT THEY DO TO A PAYCHECK WAS
      *    THE FIRST LIVE JANUARY RUN. THIS RUN TAKES EVERY
      *    EMPLOYEE PAID ON THE LAST REGULAR PAY DATE IN PAYHIST.DAT
      *    (THE LATEST ONE FOR EACH PAY FREQUENCY), PRICES THAT
      *    CHECK'S GROSS TWICE THROUGH EXMPAMT, FICATEST, STATETAX,
      *    AND LOCALTAX - ONCE FOR THE CURRENT TAX YEAR AND ONCE FOR
      *    THE TARGET YEAR - AND PRINTS THE CHANGE IN EACH TAX BY
      *    EMPLOYEE AND BY COMPANY, FLAGGING ANYONE WHOSE NET PAY
      *    MOVES BY MORE THAN THE LIMIT. AHEAD OF THAT IT COUNTS
      *    EACH RATE FILE'S ROWS FOR THE TWO YEARS AND LISTS EVERY
      *    STATE, LOCALITY, OR SCHEDULE ON FILE FOR THE CURRENT YEAR
      *    BUT NOT THE TARGET YEAR, SINCE THE SUBPROGRAMS QUIETLY
      *    FALL BACK TO THEIR BUILT-IN FIGURES FOR A YEAR THEY CAN'T
      *    FIND. NOTHING IS WRITTEN BUT THE REPORT, RATESIM.DOC.
      *    PAYHIST.DAT CARRIES NO SPLIT OF THE PRE-TAX DEDUCTIONS,
      *    SO BOTH YEARS ARE PRICED ON THE CHECK'S FULL GROSS - THE
      *    CHANGE, NOT THE LEVEL, IS WHAT TO READ - AND NET PAY HERE
      *    IS GROSS LESS THE TAXES ALONE. THE W-4, STATE, LOCALITY,
      *    AND PAY FREQUENCY COME FROM THE MASTER AS IT STANDS.
      *    THE RATESIM.PRM CARD, ALL OF IT OPTIONAL:
      *        COLUMNS  1-4   TARGET TAX YEAR (DEFAULT NEXT YEAR)
      *        COLUMNS  5-11  NET-PAY CHANGE LIMIT, DOLLARS AND
      *                       CENTS WITH NO POINT (DEFAULT 1000)
      *        COLUMNS 12-15  CURRENT TAX YEAR (DEFAULT THIS YEAR)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHIST-FILE-STATUS-WS.

      *    EACH OF THE RATE FILES IN TURN - EVERY ONE OF THEM LEADS
      *    WITH ITS FOUR-DIGIT TAX YEAR.
            SELECT RATE-SCAN-FILE ASSIGN TO RATE-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RATE-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'RATESIM.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT SIMULATION-REPORT-FILE ASSIGN TO 'RATESIM.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONLY THE FIELDS THE WITHHOLDING NEEDS ARE NAMED - THE
      *    REST OF THE PAYROLL MASTER RECORD RIDES ALONG
      *    UNREFERENCED.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN            PIC 9(9).
           05  FILLER            PIC X(6).
           05  NAME-IN           PIC X(20).
           05  MARITAL-STATUS-IN PIC X.
           05  EXEMPTIONS-IN     PIC 99.
           05  STATE-IN          PIC XX.
           05  PAY-FREQ-IN       PIC X.
               88  PAY-FREQ-WEEKLY-IN       VALUE 'W'.
               88  PAY-FREQ-BIWEEKLY-IN     VALUE 'B'.
               88  PAY-FREQ-SEMIMONTHLY-IN  VALUE 'S'.
           05  FILLER            PIC X(27).
           05  EMP-STATUS-IN     PIC X.
               88  EMP-TERMINATED-IN        VALUE 'T'.
           05  FILLER            PIC X(28).
           05  LOCALITY-IN       PIC X(4).
           05  FILLER            PIC X(96).
           05  COMPANY-IN        PIC XX.
           05  W4-FORM-IN        PIC X.
               88  W4-FORM-2020-IN          VALUE 'N'.
           05  W4-MULTI-JOBS-IN  PIC X.
           05  W4-DEPENDENT-AMT-IN PIC 9(5)V99.
           05  W4-OTHER-INCOME-IN  PIC 9(6)V99.
           05  W4-DEDUCTIONS-IN    PIC 9(6)V99.
           05  W4-EXTRA-WH-IN      PIC 9(4)V99.
           05  WORK-STATE-IN       PIC XX.

      *    SAME LINE THE PAYROLL RUN AND MANCHECK WRITE - NOT A
      *    COPYBOOK THERE EITHER.
       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-RECORD.
           05  PH-SSN          PIC 9(9).
           05  FILLER          PIC X.
           05  PH-PAY-DATE     PIC 9(8).
           05  FILLER          PIC X.
           05  PH-GROSS        PIC 9(6)V99.
           05  FILLER          PIC X(82).
           05  PH-PAY-TYPE     PIC X.
           05  PH-PAY-FREQ     PIC X.
           05  PH-RUN-TYPE     PIC X.
               88  PH-REGULAR-RUN         VALUE SPACE.
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(19).

       FD  RATE-SCAN-FILE RECORDING MODE IS F.
       01  RATE-SCAN-RECORD.
           05  SCAN-YEAR       PIC X(4).
           05  SCAN-KEY        PIC X(4).
           05  FILLER          PIC X(72).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-LINE.
           05  PRM-TARGET-YEAR PIC X(4).
           05  PRM-TARGET-NUM REDEFINES PRM-TARGET-YEAR PIC 9(4).
           05  PRM-NET-LIMIT   PIC X(7).
           05  PRM-LIMIT-NUM REDEFINES PRM-NET-LIMIT PIC 9(5)V99.
           05  PRM-BASE-YEAR   PIC X(4).
           05  PRM-BASE-NUM REDEFINES PRM-BASE-YEAR PIC 9(4).
           05  FILLER          PIC X(65).

       FD  SIMULATION-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-SIMULATION-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PAYHIST-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-RATE-WS             PICTURE X(3)  VALUE 'NO'.
           05  PAYROLL-OPEN-SW         PICTURE X(3)  VALUE 'NO'.
           05  MASTER-FOUND-SW         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-PRICED-WS     PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-FLAGGED-WS    PICTURE 9(6)  VALUE ZERO.
           05  NOT-ON-MASTER-WS        PICTURE 9(6)  VALUE ZERO.
           05  TERMINATED-SKIPPED-WS   PICTURE 9(6)  VALUE ZERO.
           05  KEYS-MISSING-WS         PICTURE 9(4)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  RATE-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  RATE-FILE-NAME-WS           PICTURE X(13) VALUE SPACES.

       01  SIMULATION-YEARS-WS.
           05  BASE-YEAR-WS            PICTURE 9(4)  VALUE ZERO.
           05  TARGET-YEAR-WS          PICTURE 9(4)  VALUE ZERO.
           05  SIM-TAX-YEAR-WS         PICTURE 9(4)  VALUE ZERO.
       01  NET-LIMIT-WS                PICTURE 9(5)V99 VALUE 10.00.

      *    THE RATE FILES THE SUBPROGRAMS READ, HOW MUCH OF EACH
      *    ROW (AFTER THE YEAR) IDENTIFIES WHAT IT PRICES, AND WHAT
      *    HAPPENS WHEN THE YEAR HAS NO ROWS AT ALL.
       01  RATE-FILE-LIST-WS.
           05  FILLER PIC X(58) VALUE
           'FICARATE.DAT 0NO ROWS - BUILT-IN WAGE BASE AND RATE USED'.
           05  FILLER PIC X(58) VALUE
           'EXMPRATE.DAT 1NO ROWS - BUILT-IN ALLOWANCE BRACKETS USED'.
           05  FILLER PIC X(58) VALUE
           'W4RATE.DAT   2NO ROWS - BUILT-IN W-4 SCHEDULES USED'.
           05  FILLER PIC X(58) VALUE
           'STATERATE.DAT2NO ROWS - BUILT-IN STATE RATE USED'.
           05  FILLER PIC X(58) VALUE
           'LOCALRT.DAT  4NO ROWS - NO LOCAL TAX WITHHELD'.
           05  FILLER PIC X(58) VALUE
           'RECIPRO.DAT  4NO ROWS - NO RECIPROCITY AGREEMENTS'.
       01  RATE-FILE-TABLE-WS REDEFINES RATE-FILE-LIST-WS.
           05  RATE-FILE-ENTRY-WS OCCURS 6 TIMES.
               10  RFT-NAME-TBL         PIC X(13).
               10  RFT-KEY-LENGTH-TBL   PIC 9.
               10  RFT-NO-ROWS-TBL      PIC X(44).

       01  RATE-SCAN-CONTROL-WS.
           05  RATE-FILE-IDX-WS     PIC 9    VALUE ZERO.
           05  KEY-LENGTH-WS        PIC 9    VALUE ZERO.
           05  BASE-ROWS-WS         PIC 9(5) VALUE ZERO.
           05  TARGET-ROWS-WS       PIC 9(5) VALUE ZERO.
           05  SCAN-KEY-WS          PIC X(4) VALUE SPACES.

      *    THE KEYS OF ONE RATE FILE SEEN FOR EITHER YEAR. A KEY
      *    PAST THE TABLE'S END IS COUNTED BUT NOT COMPARED.
       01  RATE-KEY-CONTROL-WS.
           05  RKEY-LIMIT-WS        PIC 9(3) VALUE 300.
           05  RKEY-COUNT-WS        PIC 9(3) VALUE ZERO.
           05  RKEY-IDX-WS          PIC 9(3) VALUE ZERO.
           05  RKEY-SLOT-WS         PIC 9(3) VALUE ZERO.
           05  RKEY-OVERFLOW-SW     PIC X(3) VALUE 'NO'.

       01  RATE-KEY-TABLE-WS.
           05  RATE-KEY-ENTRY-WS OCCURS 300 TIMES.
               10  RKEY-VALUE-TBL       PIC X(4).
               10  RKEY-BASE-SW         PIC X(3).
               10  RKEY-TARGET-SW       PIC X(3).

      *    THE LATEST REGULAR PAY DATE FOR EACH PAY FREQUENCY ON
      *    FILE - WEEKLY AND BIWEEKLY STAFF ARE NOT PAID THE SAME
      *    DAY, AND EACH GROUP'S LAST CHECK IS ITS OWN PERIOD.
       01  FREQUENCY-CONTROL-WS.
           05  FREQ-LIMIT-WS        PIC 99   VALUE 10.
           05  FREQ-COUNT-WS        PIC 99   VALUE ZERO.
           05  FREQ-IDX-WS          PIC 99   VALUE ZERO.
           05  FREQ-SLOT-WS         PIC 99   VALUE ZERO.

       01  FREQUENCY-TABLE-WS.
           05  FREQUENCY-ENTRY-WS OCCURS 10 TIMES.
               10  FRQ-CODE-TBL         PIC X.
               10  FRQ-LAST-DATE-TBL    PIC 9(8).

      *    FLAT-RATE FEDERAL WITHHOLDING APPLIED TO WAGES AFTER THE
      *    EXMPAMT EXEMPTION ALLOWANCE - THE SAME RATE THE PAYROLL
      *    RUN CARRIES.
       01  FEDERAL-WH-RATE-WS       PIC 9V99 VALUE 0.10.

       01  ANNUALIZE-FACTOR-WS      PIC 99      VALUE 52.
       01  ANNUAL-GROSS-WS          PIC 9(7)V99 VALUE ZERO.
       01  SIM-WAGES-WS             PIC 9(6)V99 VALUE ZERO.
       01  TAXABLE-WAGES-WS         PIC 9(6)V99 VALUE ZERO.

      *    ONE CHECK PRICED FOR ONE YEAR: FEDERAL, FICA, MEDICARE,
      *    STATE, LOCAL, AND THE NET THEY LEAVE.
       01  SIM-RESULT-WS.
           05  SIM-AMOUNT-WS        PIC S9(7)V99 OCCURS 6 TIMES.

      *    THE SAME SIX FIGURES FOR THE CURRENT YEAR (1) AND THE
      *    TARGET YEAR (2), AND THE CHANGE BETWEEN THEM.
       01  EMPLOYEE-RESULTS-WS.
           05  EMP-YEAR-WS OCCURS 2 TIMES.
               10  EMP-AMOUNT-WS    PIC S9(7)V99 OCCURS 6 TIMES.
       01  EMPLOYEE-CHANGE-WS.
           05  EMP-CHANGE-WS        PIC S9(7)V99 OCCURS 6 TIMES.
       01  NET-CHANGE-SIZE-WS       PIC 9(7)V99  VALUE ZERO.
       01  AMOUNT-IDX-WS            PIC 9        VALUE ZERO.
       01  YEAR-IDX-WS              PIC 9        VALUE ZERO.

      *    TOTALS BY COMPANY, KEPT IN COMPANY ORDER FOR THE
      *    SUMMARY; THE LAST ROW OF THE REPORT IS THE GRAND TOTAL.
      *    A COMPANY THE TABLE CAN'T HOLD IS FOLDED INTO THE LAST
      *    SLOT UNDER '**' RATHER THAN DROPPED.
       01  COMPANY-CONTROL-WS.
           05  CO-LIMIT-WS          PIC 99   VALUE 50.
           05  CO-COUNT-WS          PIC 99   VALUE ZERO.
           05  CO-IDX-WS            PIC 99   VALUE ZERO.
           05  CO-SLOT-WS           PIC 99   VALUE ZERO.
           05  CO-INSERT-WS         PIC 99   VALUE ZERO.
           05  CO-FOUND-SW          PIC X(3) VALUE 'NO'.
           05  CO-KEY-WS            PIC XX   VALUE SPACES.

       01  COMPANY-TOTALS-TABLE-WS.
           05  COMPANY-ENTRY-WS OCCURS 50 TIMES.
               10  COT-CODE-TBL         PIC XX.
               10  COT-EMPLOYEES-TBL    PIC 9(5).
               10  COT-FLAGGED-TBL      PIC 9(5).
               10  COT-GROSS-TBL        PIC 9(9)V99.
               10  COT-YEAR-TBL OCCURS 2 TIMES.
                   15  COT-AMOUNT-TBL   PIC S9(9)V99 OCCURS 6 TIMES.

       01  GRAND-TOTALS-WS.
           05  GT-EMPLOYEES-WS      PIC 9(5)     VALUE ZERO.
           05  GT-FLAGGED-WS        PIC 9(5)     VALUE ZERO.
           05  GT-GROSS-WS          PIC 9(9)V99  VALUE ZERO.
           05  GT-YEAR-WS OCCURS 2 TIMES.
               10  GT-AMOUNT-WS     PIC S9(9)V99 OCCURS 6 TIMES.

      *    ONE SUMMARY BLOCK - A COMPANY OR THE GRAND TOTAL - IS
      *    MOVED HERE TO PRINT.
       01  PRINT-BLOCK-WS.
           05  BLK-GROSS-WS         PIC 9(9)V99  VALUE ZERO.
           05  BLK-YEAR-WS OCCURS 2 TIMES.
               10  BLK-AMOUNT-WS    PIC S9(9)V99 OCCURS 6 TIMES.
           05  BLK-CHANGE-WS        PIC S9(9)V99 OCCURS 6 TIMES.

      *    WORKING-STORAGE MIRRORS OF EXMPAMT'S LINKAGE PARAMETERS -
      *    EXMPAMT TAKES FOUR SEPARATE PARAMETERS RATHER THAN A GROUP,
      *    PLUS THE NEW-FORM W-4 GROUP.
       01  EXMPAMT-MARITAL-WS        PIC X.
       01  EXMPAMT-EXEMPT-NUM-WS     PIC 99.
       01  EXMPAMT-AMT-WS            PIC 9(7)V99.
       01  EXMPAMT-TAX-YEAR-WS       PIC 9(4).
       01  EXMPAMT-W4-REQUEST-WS.
           05  EXMPAMT-W4-FORM-WS        PIC X.
           05  EXMPAMT-W4-MULTI-JOBS-WS  PIC X.
           05  EXMPAMT-W4-DEPENDENT-WS   PIC 9(5)V99.
           05  EXMPAMT-W4-OTHER-INC-WS   PIC 9(6)V99.
           05  EXMPAMT-W4-DEDUCTIONS-WS  PIC 9(6)V99.
           05  EXMPAMT-W4-EXTRA-WH-WS    PIC 9(4)V99.
           05  EXMPAMT-W4-ANNUAL-WAGE-WS PIC 9(9)V99.
           05  EXMPAMT-W4-PERIODS-WS     PIC 99.
           05  EXMPAMT-W4-PERIOD-WH-WS   PIC 9(5)V99.

      *    WORKING-STORAGE MIRRORS OF FICATEST'S TWO LINKAGE GROUPS.
       01  FICA-REQUEST-WS.
           05  FICA-GROSS-IN-WS          PIC 9(7)V99.
           05  FICA-TAX-YEAR-IN-WS       PIC 9(4).
           05  FICA-SELF-EMPLOYED-IND-WS PIC X VALUE 'N'.

       01  FICA-RESULT-WS.
           05  FICA-CAL-WS               PIC 9(6)V99.
           05  MEDICARE-CAL-WS           PIC 9(6)V99.
           05  EMPLOYER-FICA-WS          PIC 9(6)V99.
           05  EMPLOYER-MEDICARE-WS      PIC 9(6)V99.
           05  WAGE-BASE-CAPPED-IND-WS   PIC X.

      *    WORKING-STORAGE MIRRORS OF STATETAX'S TWO LINKAGE GROUPS.
       01  STATE-TAX-REQUEST-WS.
           05  STATE-CODE-IN-WS          PIC XX.
           05  STATE-GROSS-IN-WS         PIC 9(7)V99.
           05  STATE-TAX-YEAR-IN-WS      PIC 9(4).
           05  STATE-WORK-IN-WS          PIC XX.

       01  STATE-TAX-RESULT-WS.
           05  STATE-TAX-CAL-WS          PIC 9(6)V99.
           05  STATE-SPLIT-WS            OCCURS 2 TIMES.
               10  STATE-SPLIT-CODE-WS   PIC XX.
               10  STATE-SPLIT-TAX-WS    PIC 9(6)V99.

      *    WORKING-STORAGE MIRRORS OF LOCALTAX'S TWO LINKAGE GROUPS.
       01  LOCAL-TAX-REQUEST-WS.
           05  LOCALITY-CODE-IN-WS       PIC X(4).
           05  LOCAL-GROSS-IN-WS         PIC 9(7)V99.
           05  LOCAL-TAX-YEAR-IN-WS      PIC 9(4).

       01  LOCAL-TAX-RESULT-WS.
           05  LOCAL-TAX-CAL-WS          PIC 9(6)V99.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'RATESIM'.
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
           05                      PICTURE X(35)   VALUE
           'RATE-TABLE CHANGE SIMULATION'.
           05                      PICTURE X(14)   VALUE
           'CURRENT YEAR: '.
           05  HDR-BASE-YEAR-OUT   PICTURE 9(4).
           05                      PICTURE X(16)   VALUE
           '   TARGET YEAR: '.
           05  HDR-TARGET-YEAR-OUT PICTURE 9(4).
           05                      PICTURE X(14)   VALUE
           '   NET LIMIT: '.
           05  HDR-LIMIT-OUT       PICTURE $$,$$9.99.
           05  FILLER              PICTURE X(5)    VALUE SPACES.

       01  SECTION-TITLE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  ST-TITLE-OUT         PIC X(60).
           05  FILLER               PIC X(71) VALUE SPACES.

       01  COVERAGE-HEADER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(16) VALUE 'RATE FILE'.
           05  CH-BASE-YEAR-OUT     PIC 9(4).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  CH-TARGET-YEAR-OUT   PIC 9(4).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05                       PIC X(4)  VALUE 'NOTE'.
           05  FILLER               PIC X(95) VALUE SPACES.

       01  COVERAGE-DETAIL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  CD-FILE-OUT          PIC X(13).
           05  FILLER               PIC X     VALUE SPACE.
           05  CD-BASE-ROWS-OUT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  CD-TARGET-ROWS-OUT   PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  CD-NOTE-OUT          PIC X(60).
           05  FILLER               PIC X(39) VALUE SPACES.

       01  MISSING-KEY-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05                       PIC X(4)  VALUE 'KEY '.
           05  MK-KEY-OUT           PIC X(4).
           05                       PIC X(16) VALUE
                 ' IS ON FILE FOR '.
           05  MK-BASE-YEAR-OUT     PIC 9(4).
           05                       PIC X(9)  VALUE ' BUT NOT '.
           05  MK-TARGET-YEAR-OUT   PIC 9(4).
           05                       PIC X(30) VALUE
                 ' - BUILT-IN FIGURES WILL APPLY'.
           05  FILLER               PIC X(56) VALUE SPACES.

       01  PAY-DATE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(16) VALUE
                 'PAY FREQUENCY: '.
           05  PD-FREQ-OUT          PIC X.
           05                       PIC X(20) VALUE
                 '   LAST PAY DATE:  '.
           05  PD-DATE-OUT          PIC 9(8).
           05  FILLER               PIC X(86) VALUE SPACES.

       01  EMPLOYEE-HEADER-LINE-1.
           05  FILLER               PIC X(43) VALUE SPACES.
           05                       PIC X(50) VALUE
           '------- CHANGE IN WITHHOLDING, TARGET LESS CURRENT'.
           05                       PIC X(39) VALUE
           ' ----     ------------ NET PAY --------'.

       01  EMPLOYEE-HEADER-LINE-2.
           05                       PIC X(43) VALUE
           ' SSN       NAME               CO      GROSS'.
           05                       PIC X(50) VALUE
           '   FEDERAL      FICA  MEDICARE     STATE     LOCAL'.
           05                       PIC X(39) VALUE
           '     CURRENT      TARGET    CHANGE     '.

       01  EMPLOYEE-DETAIL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-SSN-OUT           PIC 9(9).
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-NAME-OUT          PIC X(18).
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-COMPANY-OUT       PIC XX.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-GROSS-OUT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-FEDERAL-OUT       PIC Z,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-FICA-OUT          PIC Z,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-MEDICARE-OUT      PIC Z,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-STATE-OUT         PIC Z,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-LOCAL-OUT         PIC Z,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-NET-BASE-OUT      PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-NET-TARGET-OUT    PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-NET-CHANGE-OUT    PIC Z,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  ED-FLAG-OUT          PIC X(4).

       01  COMPANY-HEADER-LINE.
           05                       PIC X(42) VALUE
           '                                     GROSS'.
           05                       PIC X(45) VALUE
           '       FEDERAL           FICA       MEDICARE '.
           05                       PIC X(45) VALUE
           '         STATE          LOCAL        NET PAY '.

       01  BLOCK-HEADER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  BH-LABEL-OUT         PIC X(20).
           05                       PIC X(14) VALUE
                 '   EMPLOYEES: '.
           05  BH-EMPLOYEES-OUT     PIC ZZ,ZZ9.
           05                       PIC X(26) VALUE
                 '   NET CHANGE OVER LIMIT: '.
           05  BH-FLAGGED-OUT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(59) VALUE SPACES.

       01  BLOCK-AMOUNT-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  BA-LABEL-OUT         PIC X(16).
           05  FILLER               PIC X(9)  VALUE SPACES.
           05  BA-GROSS-OUT         PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X     VALUE SPACE.
           05  BA-FEDERAL-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  BA-FICA-OUT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  BA-MEDICARE-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  BA-STATE-OUT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  BA-LOCAL-OUT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  BA-NET-OUT           PIC ZZ,ZZZ,ZZ9.99-.

       01  NO-PAYHIST-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(45) VALUE
           'NO PAYHIST.DAT - NO CHECKS TO SIMULATE'.
           05  FILLER               PIC X(86) VALUE SPACES.

       01  NO-MASTER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(45) VALUE
           'NO PAYROLL.DAT - NO CHECKS TO SIMULATE'.
           05  FILLER               PIC X(86) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(19) VALUE
                 'EMPLOYEES PRICED: '.
           05  SL-PRICED-OUT        PIC ZZZ,ZZ9.
           05                       PIC X(21) VALUE
                 '   OVER NET LIMIT: '.
           05  SL-FLAGGED-OUT       PIC ZZZ,ZZ9.
           05                       PIC X(19) VALUE
                 '   NOT ON MASTER: '.
           05  SL-NO-MASTER-OUT     PIC ZZZ,ZZ9.
           05                       PIC X(18) VALUE
                 '   TERMINATED: '.
           05  SL-TERMINATED-OUT    PIC ZZZ,ZZ9.
           05                       PIC X(18) VALUE
                 '   KEYS MISSING: '.
           05  SL-KEYS-MISSING-OUT  PIC Z,ZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF EOF-PAYHIST-WS NOT = 'YES'
               PERFORM 300-FIND-LAST-PAY-DATES
               PERFORM 400-SIMULATE-ONE-EVENT
                   UNTIL EOF-PAYHIST-WS = 'YES'
           END-IF
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE YEAR-WS TO BASE-YEAR-WS
           COMPUTE TARGET-YEAR-WS = YEAR-WS + 1
           PERFORM 210-READ-PARAMETER-CARD

           OPEN OUTPUT SIMULATION-REPORT-FILE
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           MOVE BASE-YEAR-WS    TO HDR-BASE-YEAR-OUT
           MOVE TARGET-YEAR-WS  TO HDR-TARGET-YEAR-OUT
           MOVE NET-LIMIT-WS    TO HDR-LIMIT-OUT
           WRITE PRINT-SIMULATION-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           PERFORM 220-CHECK-RATE-COVERAGE

           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO PAYROLL-OPEN-SW
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-EVENT
           ELSE
               MOVE 'YES' TO EOF-PAYHIST-WS
               WRITE PRINT-SIMULATION-LINE FROM NO-PAYHIST-LINE
                   AFTER 2 LINES
           END-IF
           IF PAYROLL-OPEN-SW NOT = 'YES'
              AND EOF-PAYHIST-WS NOT = 'YES'
               MOVE 'YES' TO EOF-PAYHIST-WS
               WRITE PRINT-SIMULATION-LINE FROM NO-MASTER-LINE
                   AFTER 2 LINES
           END-IF.

      *    NO RATESIM.PRM (STATUS 35) SIMULATES NEXT YEAR AGAINST
      *    THIS ONE WITH THE DEFAULT LIMIT; A BLANK OR NON-NUMERIC
      *    FIELD ON THE CARD KEEPS ITS DEFAULT THE SAME WAY.
       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-BASE-YEAR IS NUMERIC
                          AND PRM-BASE-NUM > 1900
                           MOVE PRM-BASE-NUM TO BASE-YEAR-WS
                           COMPUTE TARGET-YEAR-WS = BASE-YEAR-WS + 1
                       END-IF
                       IF PRM-TARGET-YEAR IS NUMERIC
                          AND PRM-TARGET-NUM > 1900
                           MOVE PRM-TARGET-NUM TO TARGET-YEAR-WS
                       END-IF
                       IF PRM-NET-LIMIT IS NUMERIC
                           MOVE PRM-LIMIT-NUM TO NET-LIMIT-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      *    ROW COUNTS FOR BOTH YEARS IN EVERY RATE FILE, AND EACH
      *    KEY THE CURRENT YEAR HAS THAT THE TARGET YEAR LACKS - A
      *    STATE OR LOCALITY LEFT OFF NEXT YEAR'S LOAD IS PRICED ON
      *    THE BUILT-IN FALLBACK (OR NOT AT ALL) WITHOUT A WORD.
       220-CHECK-RATE-COVERAGE.
           MOVE 'RATE TABLE COVERAGE - ROWS ON FILE BY TAX YEAR' TO
                ST-TITLE-OUT
           WRITE PRINT-SIMULATION-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           MOVE BASE-YEAR-WS   TO CH-BASE-YEAR-OUT
           MOVE TARGET-YEAR-WS TO CH-TARGET-YEAR-OUT
           WRITE PRINT-SIMULATION-LINE FROM COVERAGE-HEADER-LINE
               AFTER 1 LINE
           PERFORM 230-SCAN-ONE-RATE-FILE
               VARYING RATE-FILE-IDX-WS FROM 1 BY 1
               UNTIL RATE-FILE-IDX-WS > 6.

       230-SCAN-ONE-RATE-FILE.
           MOVE RFT-NAME-TBL (RATE-FILE-IDX-WS)       TO
                RATE-FILE-NAME-WS
           MOVE RFT-KEY-LENGTH-TBL (RATE-FILE-IDX-WS) TO KEY-LENGTH-WS
           MOVE ZERO TO BASE-ROWS-WS TARGET-ROWS-WS RKEY-COUNT-WS
           MOVE 'NO' TO EOF-RATE-WS RKEY-OVERFLOW-SW
           MOVE RATE-FILE-NAME-WS TO CD-FILE-OUT
           OPEN INPUT RATE-SCAN-FILE
           IF RATE-FILE-STATUS-WS NOT = '00'
               MOVE ZERO TO CD-BASE-ROWS-OUT CD-TARGET-ROWS-OUT
               MOVE 'FILE NOT ON DISK' TO CD-NOTE-OUT
               WRITE PRINT-SIMULATION-LINE FROM COVERAGE-DETAIL-LINE
                   AFTER 1 LINE
           ELSE
               PERFORM 232-READ-ONE-RATE-ROW
               PERFORM 234-COUNT-ONE-RATE-ROW
                   UNTIL EOF-RATE-WS = 'YES'
               CLOSE RATE-SCAN-FILE
               MOVE BASE-ROWS-WS   TO CD-BASE-ROWS-OUT
               MOVE TARGET-ROWS-WS TO CD-TARGET-ROWS-OUT
               EVALUATE TRUE
                   WHEN TARGET-ROWS-WS = ZERO
                       MOVE RFT-NO-ROWS-TBL (RATE-FILE-IDX-WS) TO
                            CD-NOTE-OUT
                   WHEN RKEY-OVERFLOW-SW = 'YES'
                       MOVE 'TOO MANY KEYS TO COMPARE' TO CD-NOTE-OUT
                   WHEN OTHER
                       MOVE SPACES TO CD-NOTE-OUT
               END-EVALUATE
               WRITE PRINT-SIMULATION-LINE FROM COVERAGE-DETAIL-LINE
                   AFTER 1 LINE
               IF KEY-LENGTH-WS > ZERO
                  AND TARGET-ROWS-WS > ZERO
                   PERFORM 238-LIST-MISSING-KEY
                       VARYING RKEY-IDX-WS FROM 1 BY 1
                       UNTIL RKEY-IDX-WS > RKEY-COUNT-WS
               END-IF
           END-IF.

       232-READ-ONE-RATE-ROW.
           READ RATE-SCAN-FILE
               AT END MOVE 'YES' TO EOF-RATE-WS
           END-READ.

       234-COUNT-ONE-RATE-ROW.
           IF SCAN-YEAR = BASE-YEAR-WS
               ADD 1 TO BASE-ROWS-WS
               PERFORM 236-FIND-RATE-KEY
               IF RKEY-SLOT-WS > ZERO
                   MOVE 'YES' TO RKEY-BASE-SW (RKEY-SLOT-WS)
               END-IF
           END-IF
           IF SCAN-YEAR = TARGET-YEAR-WS
               ADD 1 TO TARGET-ROWS-WS
               PERFORM 236-FIND-RATE-KEY
               IF RKEY-SLOT-WS > ZERO
                   MOVE 'YES' TO RKEY-TARGET-SW (RKEY-SLOT-WS)
               END-IF
           END-IF
           PERFORM 232-READ-ONE-RATE-ROW.

      *    A FILE WITH NO KEY BEYOND THE YEAR (FICARATE.DAT) IS
      *    COUNTED ONLY.
       236-FIND-RATE-KEY.
           MOVE ZERO TO RKEY-SLOT-WS
           IF KEY-LENGTH-WS > ZERO
               MOVE SPACES TO SCAN-KEY-WS
               MOVE SCAN-KEY (1:KEY-LENGTH-WS) TO
                    SCAN-KEY-WS (1:KEY-LENGTH-WS)
               PERFORM 237-MATCH-RATE-KEY
                   VARYING RKEY-IDX-WS FROM 1 BY 1
                   UNTIL RKEY-IDX-WS > RKEY-COUNT-WS
                      OR RKEY-SLOT-WS > ZERO
               IF RKEY-SLOT-WS = ZERO
                   IF RKEY-COUNT-WS < RKEY-LIMIT-WS
                       ADD 1 TO RKEY-COUNT-WS
                       MOVE RKEY-COUNT-WS TO RKEY-SLOT-WS
                       MOVE SCAN-KEY-WS TO
                            RKEY-VALUE-TBL (RKEY-SLOT-WS)
                       MOVE 'NO' TO RKEY-BASE-SW   (RKEY-SLOT-WS)
                                    RKEY-TARGET-SW (RKEY-SLOT-WS)
                   ELSE
                       MOVE 'YES' TO RKEY-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.

       237-MATCH-RATE-KEY.
           IF RKEY-VALUE-TBL (RKEY-IDX-WS) = SCAN-KEY-WS
               MOVE RKEY-IDX-WS TO RKEY-SLOT-WS
           END-IF.

       238-LIST-MISSING-KEY.
           IF RKEY-BASE-SW (RKEY-IDX-WS) = 'YES'
              AND RKEY-TARGET-SW (RKEY-IDX-WS) NOT = 'YES'
               ADD 1 TO KEYS-MISSING-WS
               MOVE RKEY-VALUE-TBL (RKEY-IDX-WS) TO MK-KEY-OUT
               MOVE BASE-YEAR-WS   TO MK-BASE-YEAR-OUT
               MOVE TARGET-YEAR-WS TO MK-TARGET-YEAR-OUT
               WRITE PRINT-SIMULATION-LINE FROM MISSING-KEY-LINE
                   AFTER 1 LINE
           END-IF.

       250-READ-ONE-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-PAYHIST-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    FIRST PASS: THE LATEST REGULAR-RUN PAY DATE FOR EACH
      *    FREQUENCY. SUPPLEMENTAL RUNS, MANUAL CHECKS, AND
      *    TAKE-BACKS ARE NOT A PAY PERIOD AND DON'T COUNT. THEN
      *    THE HISTORY IS OPENED AGAIN FOR THE PRICING PASS.
       300-FIND-LAST-PAY-DATES.
           PERFORM 310-NOTE-ONE-PAY-DATE
               UNTIL EOF-PAYHIST-WS = 'YES'
           CLOSE PAY-HISTORY-FILE
           IF FREQ-COUNT-WS > ZERO
               PERFORM 330-PRINT-PAY-DATE
                   VARYING FREQ-IDX-WS FROM 1 BY 1
                   UNTIL FREQ-IDX-WS > FREQ-COUNT-WS
           END-IF

           MOVE 'EMPLOYEE CHANGES' TO ST-TITLE-OUT
           WRITE PRINT-SIMULATION-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           WRITE PRINT-SIMULATION-LINE FROM EMPLOYEE-HEADER-LINE-1
               AFTER 1 LINE
           WRITE PRINT-SIMULATION-LINE FROM EMPLOYEE-HEADER-LINE-2
               AFTER 1 LINE

           MOVE 'NO' TO EOF-PAYHIST-WS
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM 250-READ-ONE-EVENT.

       310-NOTE-ONE-PAY-DATE.
           IF PH-PAY-DATE IS NUMERIC
              AND PH-GROSS IS NUMERIC
              AND PH-REGULAR-RUN
              AND NOT PH-REVERSED-EVENT
               PERFORM 320-FIND-FREQUENCY
               IF FREQ-SLOT-WS > ZERO
                   IF PH-PAY-DATE > FRQ-LAST-DATE-TBL (FREQ-SLOT-WS)
                       MOVE PH-PAY-DATE TO
                            FRQ-LAST-DATE-TBL (FREQ-SLOT-WS)
                   END-IF
               END-IF
           END-IF
           PERFORM 250-READ-ONE-EVENT.

      *    OLDER EVENTS CARRY NO FREQUENCY AND FILE UNDER A BLANK.
       320-FIND-FREQUENCY.
           MOVE ZERO TO FREQ-SLOT-WS
           PERFORM 325-MATCH-FREQUENCY
               VARYING FREQ-IDX-WS FROM 1 BY 1
               UNTIL FREQ-IDX-WS > FREQ-COUNT-WS
                  OR FREQ-SLOT-WS > ZERO
           IF FREQ-SLOT-WS = ZERO
              AND FREQ-COUNT-WS < FREQ-LIMIT-WS
               ADD 1 TO FREQ-COUNT-WS
               MOVE FREQ-COUNT-WS TO FREQ-SLOT-WS
               MOVE PH-PAY-FREQ TO FRQ-CODE-TBL (FREQ-SLOT-WS)
               MOVE ZERO TO FRQ-LAST-DATE-TBL (FREQ-SLOT-WS)
           END-IF.

       325-MATCH-FREQUENCY.
           IF FRQ-CODE-TBL (FREQ-IDX-WS) = PH-PAY-FREQ
               MOVE FREQ-IDX-WS TO FREQ-SLOT-WS
           END-IF.

       330-PRINT-PAY-DATE.
           MOVE FRQ-CODE-TBL (FREQ-IDX-WS)      TO PD-FREQ-OUT
           MOVE FRQ-LAST-DATE-TBL (FREQ-IDX-WS) TO PD-DATE-OUT
           IF FREQ-IDX-WS = 1
               WRITE PRINT-SIMULATION-LINE FROM PAY-DATE-LINE
                   AFTER 2 LINES
           ELSE
               WRITE PRINT-SIMULATION-LINE FROM PAY-DATE-LINE
                   AFTER 1 LINE
           END-IF.

      *    SECOND PASS: EVERY REGULAR CHECK ON ITS FREQUENCY'S LAST
      *    PAY DATE IS PRICED FOR BOTH YEARS. A TERMINATED EMPLOYEE
      *    WON'T SEE A CHECK UNDER THE NEW TABLES AND IS LEFT OUT.
       400-SIMULATE-ONE-EVENT.
           IF PH-PAY-DATE IS NUMERIC
              AND PH-GROSS IS NUMERIC
              AND PH-REGULAR-RUN
              AND NOT PH-REVERSED-EVENT
               PERFORM 320-FIND-FREQUENCY
               IF FREQ-SLOT-WS > ZERO
                   IF PH-PAY-DATE = FRQ-LAST-DATE-TBL (FREQ-SLOT-WS)
                       PERFORM 410-PRICE-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-IF
           PERFORM 250-READ-ONE-EVENT.

       410-PRICE-ONE-EMPLOYEE.
           MOVE 'NO' TO MASTER-FOUND-SW
           MOVE PH-SSN TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY     CONTINUE
               NOT INVALID KEY MOVE 'YES' TO MASTER-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN MASTER-FOUND-SW NOT = 'YES'
                   ADD 1 TO NOT-ON-MASTER-WS
               WHEN EMP-TERMINATED-IN
                   ADD 1 TO TERMINATED-SKIPPED-WS
               WHEN OTHER
                   ADD 1 TO EMPLOYEES-PRICED-WS
                   MOVE PH-GROSS TO SIM-WAGES-WS
                   PERFORM 500-SET-ANNUALIZE-FACTOR
                   MOVE BASE-YEAR-WS TO SIM-TAX-YEAR-WS
                   PERFORM 510-FIGURE-WITHHOLDING
                   MOVE SIM-RESULT-WS TO EMP-YEAR-WS (1)
                   MOVE TARGET-YEAR-WS TO SIM-TAX-YEAR-WS
                   PERFORM 510-FIGURE-WITHHOLDING
                   MOVE SIM-RESULT-WS TO EMP-YEAR-WS (2)
                   PERFORM 420-FIGURE-CHANGE
                       VARYING AMOUNT-IDX-WS FROM 1 BY 1
                       UNTIL AMOUNT-IDX-WS > 6
                   PERFORM 430-PRINT-EMPLOYEE
                   PERFORM 450-ADD-TO-COMPANY
           END-EVALUATE.

       420-FIGURE-CHANGE.
           COMPUTE EMP-CHANGE-WS (AMOUNT-IDX-WS) =
                   EMP-AMOUNT-WS (2, AMOUNT-IDX-WS)
                 - EMP-AMOUNT-WS (1, AMOUNT-IDX-WS).

      *    THE FLAG IS ON THE SIZE OF THE NET CHANGE, EITHER WAY -
      *    A CHECK THAT JUMPS IS AS SUSPECT AS ONE THAT DROPS.
       430-PRINT-EMPLOYEE.
           MOVE PH-SSN              TO ED-SSN-OUT
           MOVE NAME-IN             TO ED-NAME-OUT
           MOVE COMPANY-IN          TO ED-COMPANY-OUT
           MOVE SIM-WAGES-WS        TO ED-GROSS-OUT
           MOVE EMP-CHANGE-WS (1)   TO ED-FEDERAL-OUT
           MOVE EMP-CHANGE-WS (2)   TO ED-FICA-OUT
           MOVE EMP-CHANGE-WS (3)   TO ED-MEDICARE-OUT
           MOVE EMP-CHANGE-WS (4)   TO ED-STATE-OUT
           MOVE EMP-CHANGE-WS (5)   TO ED-LOCAL-OUT
           MOVE EMP-AMOUNT-WS (1, 6) TO ED-NET-BASE-OUT
           MOVE EMP-AMOUNT-WS (2, 6) TO ED-NET-TARGET-OUT
           MOVE EMP-CHANGE-WS (6)   TO ED-NET-CHANGE-OUT
           IF EMP-CHANGE-WS (6) < ZERO
               COMPUTE NET-CHANGE-SIZE-WS = 0 - EMP-CHANGE-WS (6)
           ELSE
               MOVE EMP-CHANGE-WS (6) TO NET-CHANGE-SIZE-WS
           END-IF
           IF NET-CHANGE-SIZE-WS > NET-LIMIT-WS
               MOVE '****' TO ED-FLAG-OUT
               ADD 1 TO EMPLOYEES-FLAGGED-WS
           ELSE
               MOVE SPACES TO ED-FLAG-OUT
           END-IF
           WRITE PRINT-SIMULATION-LINE FROM EMPLOYEE-DETAIL-LINE
               AFTER 1 LINE.

       450-ADD-TO-COMPANY.
           MOVE COMPANY-IN TO CO-KEY-WS
           PERFORM 460-FIND-COMPANY-ENTRY
           ADD 1 TO COT-EMPLOYEES-TBL (CO-SLOT-WS)
           IF NET-CHANGE-SIZE-WS > NET-LIMIT-WS
               ADD 1 TO COT-FLAGGED-TBL (CO-SLOT-WS)
           END-IF
           ADD SIM-WAGES-WS TO COT-GROSS-TBL (CO-SLOT-WS)
           PERFORM 455-ADD-ONE-YEAR
               VARYING YEAR-IDX-WS FROM 1 BY 1
               UNTIL YEAR-IDX-WS > 2.

       455-ADD-ONE-YEAR.
           PERFORM 457-ADD-ONE-AMOUNT
               VARYING AMOUNT-IDX-WS FROM 1 BY 1
               UNTIL AMOUNT-IDX-WS > 6.

       457-ADD-ONE-AMOUNT.
           ADD EMP-AMOUNT-WS (YEAR-IDX-WS, AMOUNT-IDX-WS) TO
               COT-AMOUNT-TBL (CO-SLOT-WS, YEAR-IDX-WS, AMOUNT-IDX-WS).

      *    FINDS THE COMPANY IN CO-KEY-WS, OPENING A NEW ENTRY IN
      *    CODE ORDER WHEN IT ISN'T THERE YET.
       460-FIND-COMPANY-ENTRY.
           MOVE 'NO' TO CO-FOUND-SW
           MOVE ZERO TO CO-SLOT-WS
           COMPUTE CO-INSERT-WS = CO-COUNT-WS + 1
           PERFORM 465-SEARCH-COMPANY-TABLE
               VARYING CO-IDX-WS FROM 1 BY 1
               UNTIL CO-IDX-WS > CO-COUNT-WS
                  OR CO-FOUND-SW = 'YES'
           IF CO-FOUND-SW NOT = 'YES'
               IF CO-COUNT-WS < CO-LIMIT-WS
                   PERFORM 467-SHIFT-COMPANY-ENTRY
                       VARYING CO-IDX-WS FROM CO-COUNT-WS BY -1
                       UNTIL CO-IDX-WS < CO-INSERT-WS
                   ADD 1 TO CO-COUNT-WS
                   MOVE CO-INSERT-WS TO CO-SLOT-WS
                   INITIALIZE COMPANY-ENTRY-WS (CO-SLOT-WS)
                   MOVE CO-KEY-WS TO COT-CODE-TBL (CO-SLOT-WS)
               ELSE
                   MOVE CO-LIMIT-WS TO CO-SLOT-WS
                   MOVE '**' TO COT-CODE-TBL (CO-SLOT-WS)
               END-IF
           END-IF.

       465-SEARCH-COMPANY-TABLE.
           IF COT-CODE-TBL (CO-IDX-WS) = CO-KEY-WS
               MOVE CO-IDX-WS TO CO-SLOT-WS
               MOVE 'YES' TO CO-FOUND-SW
           ELSE
               IF COT-CODE-TBL (CO-IDX-WS) > CO-KEY-WS
                  AND CO-INSERT-WS > CO-COUNT-WS
                   MOVE CO-IDX-WS TO CO-INSERT-WS
               END-IF
           END-IF.

       467-SHIFT-COMPANY-ENTRY.
           MOVE COMPANY-ENTRY-WS (CO-IDX-WS) TO
                COMPANY-ENTRY-WS (CO-IDX-WS + 1).

       500-SET-ANNUALIZE-FACTOR.
           EVALUATE TRUE
               WHEN PAY-FREQ-WEEKLY-IN
                   MOVE 52 TO ANNUALIZE-FACTOR-WS
               WHEN PAY-FREQ-BIWEEKLY-IN
                   MOVE 26 TO ANNUALIZE-FACTOR-WS
               WHEN PAY-FREQ-SEMIMONTHLY-IN
                   MOVE 24 TO ANNUALIZE-FACTOR-WS
               WHEN OTHER
                   MOVE 52 TO ANNUALIZE-FACTOR-WS
           END-EVALUATE.

      *    THE PAYROLL RUN'S OWN ARITHMETIC FOR ONE CHECK IN THE
      *    YEAR IN SIM-TAX-YEAR-WS: EXMPAMT'S ALLOWANCE (OR, ON THE
      *    2020-AND-LATER W-4, ITS WHOLE PERIOD WITHHOLDING) AND
      *    FICATEST'S WAGE BASE ARE ANNUAL, SO THE WAGES GO IN
      *    ANNUALIZED AND COME BACK OUT AS THE PERIOD'S SHARE; STATE
      *    AND LOCAL TAX ARE FIGURED ON THE PERIOD'S WAGES AS THEY
      *    STAND.
       510-FIGURE-WITHHOLDING.
           COMPUTE ANNUAL-GROSS-WS =
                   SIM-WAGES-WS * ANNUALIZE-FACTOR-WS

           MOVE MARITAL-STATUS-IN   TO EXMPAMT-MARITAL-WS
           MOVE EXEMPTIONS-IN       TO EXMPAMT-EXEMPT-NUM-WS
           MOVE SIM-TAX-YEAR-WS     TO EXMPAMT-TAX-YEAR-WS
           MOVE W4-FORM-IN          TO EXMPAMT-W4-FORM-WS
           MOVE W4-MULTI-JOBS-IN    TO EXMPAMT-W4-MULTI-JOBS-WS
           MOVE W4-DEPENDENT-AMT-IN TO EXMPAMT-W4-DEPENDENT-WS
           MOVE W4-OTHER-INCOME-IN  TO EXMPAMT-W4-OTHER-INC-WS
           MOVE W4-DEDUCTIONS-IN    TO EXMPAMT-W4-DEDUCTIONS-WS
           MOVE W4-EXTRA-WH-IN      TO EXMPAMT-W4-EXTRA-WH-WS
           MOVE ANNUAL-GROSS-WS     TO EXMPAMT-W4-ANNUAL-WAGE-WS
           MOVE ANNUALIZE-FACTOR-WS TO EXMPAMT-W4-PERIODS-WS
           CALL "EXMPAMT" USING EXMPAMT-MARITAL-WS,
               EXMPAMT-EXEMPT-NUM-WS, EXMPAMT-AMT-WS,
               EXMPAMT-TAX-YEAR-WS, EXMPAMT-W4-REQUEST-WS
           COMPUTE EXMPAMT-AMT-WS ROUNDED =
                   EXMPAMT-AMT-WS / ANNUALIZE-FACTOR-WS

           IF SIM-WAGES-WS > EXMPAMT-AMT-WS
               COMPUTE TAXABLE-WAGES-WS =
                       SIM-WAGES-WS - EXMPAMT-AMT-WS
           ELSE
               MOVE ZERO TO TAXABLE-WAGES-WS
           END-IF
           IF W4-FORM-2020-IN
               MOVE EXMPAMT-W4-PERIOD-WH-WS TO SIM-AMOUNT-WS (1)
           ELSE
               COMPUTE SIM-AMOUNT-WS (1) ROUNDED =
                       TAXABLE-WAGES-WS * FEDERAL-WH-RATE-WS
           END-IF

           COMPUTE FICA-GROSS-IN-WS =
                   SIM-WAGES-WS * ANNUALIZE-FACTOR-WS
           MOVE SIM-TAX-YEAR-WS TO FICA-TAX-YEAR-IN-WS
           CALL "FICATEST" USING FICA-REQUEST-WS, FICA-RESULT-WS
           COMPUTE SIM-AMOUNT-WS (2) ROUNDED =
                   FICA-CAL-WS / ANNUALIZE-FACTOR-WS
           COMPUTE SIM-AMOUNT-WS (3) ROUNDED =
                   MEDICARE-CAL-WS / ANNUALIZE-FACTOR-WS

           MOVE STATE-IN        TO STATE-CODE-IN-WS
           MOVE WORK-STATE-IN   TO STATE-WORK-IN-WS
           MOVE SIM-WAGES-WS    TO STATE-GROSS-IN-WS
           MOVE SIM-TAX-YEAR-WS TO STATE-TAX-YEAR-IN-WS
           CALL "STATETAX" USING STATE-TAX-REQUEST-WS,
               STATE-TAX-RESULT-WS
           MOVE STATE-TAX-CAL-WS TO SIM-AMOUNT-WS (4)

           MOVE LOCALITY-IN     TO LOCALITY-CODE-IN-WS
           MOVE SIM-WAGES-WS    TO LOCAL-GROSS-IN-WS
           MOVE SIM-TAX-YEAR-WS TO LOCAL-TAX-YEAR-IN-WS
           CALL "LOCALTAX" USING LOCAL-TAX-REQUEST-WS,
               LOCAL-TAX-RESULT-WS
           MOVE LOCAL-TAX-CAL-WS TO SIM-AMOUNT-WS (5)

           COMPUTE SIM-AMOUNT-WS (6) = SIM-WAGES-WS
                   - SIM-AMOUNT-WS (1) - SIM-AMOUNT-WS (2)
                   - SIM-AMOUNT-WS (3) - SIM-AMOUNT-WS (4)
                   - SIM-AMOUNT-WS (5).

      *    ONE BLOCK PER COMPANY - THE CURRENT YEAR'S TAXES, THE
      *    TARGET YEAR'S, AND THE CHANGE - THEN THE GRAND TOTAL.
       600-PRINT-ONE-COMPANY.
           MOVE SPACES TO BH-LABEL-OUT
           STRING 'COMPANY ' DELIMITED BY SIZE
                  COT-CODE-TBL (CO-IDX-WS) DELIMITED BY SIZE
               INTO BH-LABEL-OUT
           END-STRING
           MOVE COT-EMPLOYEES-TBL (CO-IDX-WS) TO BH-EMPLOYEES-OUT
           MOVE COT-FLAGGED-TBL (CO-IDX-WS)   TO BH-FLAGGED-OUT
           MOVE COT-GROSS-TBL (CO-IDX-WS)     TO BLK-GROSS-WS
           MOVE COT-YEAR-TBL (CO-IDX-WS, 1)   TO BLK-YEAR-WS (1)
           MOVE COT-YEAR-TBL (CO-IDX-WS, 2)   TO BLK-YEAR-WS (2)
           PERFORM 700-PRINT-BLOCK

           ADD COT-EMPLOYEES-TBL (CO-IDX-WS) TO GT-EMPLOYEES-WS
           ADD COT-FLAGGED-TBL (CO-IDX-WS)   TO GT-FLAGGED-WS
           ADD COT-GROSS-TBL (CO-IDX-WS)     TO GT-GROSS-WS
           PERFORM 610-ADD-COMPANY-TO-GRAND
               VARYING YEAR-IDX-WS FROM 1 BY 1
               UNTIL YEAR-IDX-WS > 2.

       610-ADD-COMPANY-TO-GRAND.
           PERFORM 615-ADD-ONE-GRAND-AMOUNT
               VARYING AMOUNT-IDX-WS FROM 1 BY 1
               UNTIL AMOUNT-IDX-WS > 6.

       615-ADD-ONE-GRAND-AMOUNT.
           ADD COT-AMOUNT-TBL (CO-IDX-WS, YEAR-IDX-WS, AMOUNT-IDX-WS)
               TO GT-AMOUNT-WS (YEAR-IDX-WS, AMOUNT-IDX-WS).

       700-PRINT-BLOCK.
           WRITE PRINT-SIMULATION-LINE FROM BLOCK-HEADER-LINE
               AFTER 2 LINES
           PERFORM 705-FIGURE-BLOCK-CHANGE
               VARYING AMOUNT-IDX-WS FROM 1 BY 1
               UNTIL AMOUNT-IDX-WS > 6

           MOVE SPACES TO BA-LABEL-OUT
           STRING 'CURRENT ' DELIMITED BY SIZE
                  BASE-YEAR-WS DELIMITED BY SIZE
               INTO BA-LABEL-OUT
           END-STRING
           MOVE BLK-GROSS-WS TO BA-GROSS-OUT
           MOVE 1 TO YEAR-IDX-WS
           PERFORM 710-PRINT-YEAR-ROW

           MOVE SPACES TO BA-LABEL-OUT
           STRING 'TARGET ' DELIMITED BY SIZE
                  TARGET-YEAR-WS DELIMITED BY SIZE
               INTO BA-LABEL-OUT
           END-STRING
           MOVE ZERO TO BA-GROSS-OUT
           MOVE 2 TO YEAR-IDX-WS
           PERFORM 710-PRINT-YEAR-ROW

           MOVE 'CHANGE'              TO BA-LABEL-OUT
           MOVE ZERO                  TO BA-GROSS-OUT
           MOVE BLK-CHANGE-WS (1)     TO BA-FEDERAL-OUT
           MOVE BLK-CHANGE-WS (2)     TO BA-FICA-OUT
           MOVE BLK-CHANGE-WS (3)     TO BA-MEDICARE-OUT
           MOVE BLK-CHANGE-WS (4)     TO BA-STATE-OUT
           MOVE BLK-CHANGE-WS (5)     TO BA-LOCAL-OUT
           MOVE BLK-CHANGE-WS (6)     TO BA-NET-OUT
           WRITE PRINT-SIMULATION-LINE FROM BLOCK-AMOUNT-LINE
               AFTER 1 LINE.

       705-FIGURE-BLOCK-CHANGE.
           COMPUTE BLK-CHANGE-WS (AMOUNT-IDX-WS) =
                   BLK-AMOUNT-WS (2, AMOUNT-IDX-WS)
                 - BLK-AMOUNT-WS (1, AMOUNT-IDX-WS).

       710-PRINT-YEAR-ROW.
           MOVE BLK-AMOUNT-WS (YEAR-IDX-WS, 1) TO BA-FEDERAL-OUT
           MOVE BLK-AMOUNT-WS (YEAR-IDX-WS, 2) TO BA-FICA-OUT
           MOVE BLK-AMOUNT-WS (YEAR-IDX-WS, 3) TO BA-MEDICARE-OUT
           MOVE BLK-AMOUNT-WS (YEAR-IDX-WS, 4) TO BA-STATE-OUT
           MOVE BLK-AMOUNT-WS (YEAR-IDX-WS, 5) TO BA-LOCAL-OUT
           MOVE BLK-AMOUNT-WS (YEAR-IDX-WS, 6) TO BA-NET-OUT
           WRITE PRINT-SIMULATION-LINE FROM BLOCK-AMOUNT-LINE
               AFTER 1 LINE.

       900-CLOSE.
           IF CO-COUNT-WS > ZERO
               MOVE 'COMPANY TOTALS' TO ST-TITLE-OUT
               WRITE PRINT-SIMULATION-LINE FROM SECTION-TITLE-LINE
                   AFTER 2 LINES
               WRITE PRINT-SIMULATION-LINE FROM COMPANY-HEADER-LINE
                   AFTER 1 LINE
               PERFORM 600-PRINT-ONE-COMPANY
                   VARYING CO-IDX-WS FROM 1 BY 1
                   UNTIL CO-IDX-WS > CO-COUNT-WS
               MOVE 'GRAND TOTAL'   TO BH-LABEL-OUT
               MOVE GT-EMPLOYEES-WS TO BH-EMPLOYEES-OUT
               MOVE GT-FLAGGED-WS   TO BH-FLAGGED-OUT
               MOVE GT-GROSS-WS     TO BLK-GROSS-WS
               MOVE GT-YEAR-WS (1)  TO BLK-YEAR-WS (1)
               MOVE GT-YEAR-WS (2)  TO BLK-YEAR-WS (2)
               PERFORM 700-PRINT-BLOCK
           END-IF

           MOVE EMPLOYEES-PRICED-WS   TO SL-PRICED-OUT
           MOVE EMPLOYEES-FLAGGED-WS  TO SL-FLAGGED-OUT
           MOVE NOT-ON-MASTER-WS      TO SL-NO-MASTER-OUT
           MOVE TERMINATED-SKIPPED-WS TO SL-TERMINATED-OUT
           MOVE KEYS-MISSING-WS       TO SL-KEYS-MISSING-OUT
           WRITE PRINT-SIMULATION-LINE FROM SUMMARY-LINE
               AFTER 2 LINES

           IF PAYROLL-OPEN-SW = 'YES'
               CLOSE USER-INPUT-FILE
           END-IF
           IF PAYHIST-FILE-STATUS-WS NOT = '35'
               CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE SIMULATION-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
