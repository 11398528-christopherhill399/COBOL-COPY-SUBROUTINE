       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CERTPAY.
       AUTHOR.    CHRISTOPHER HILL.

      *    WEEKLY CERTIFIED PAYROLL (FORM WH-347) FOR THE PREVAILING-
      *    WAGE PUBLIC-WORKS JOBS. THE PROJECT MANAGER USED TO BUILD
      *    THESE IN A SPREADSHEET FROM JOBCOST.DAT. FOR EVERY JOB
      *    JOBMAST.DAT MARKS PREVAILING-WAGE THAT HAD HOURS ON THE
      *    PAY DATE, ONE PAYROLL IS PRINTED ON CERTPAY.DOC:
      *        - THE CONTRACTOR, PROJECT, LOCATION AND CONTRACT
      *          NUMBER FROM THE JOB MASTER'S 'J' ROW, THE WEEK
      *          ENDING DATE (THE WEEKLY PAYCAL.DAT PERIOD PAID ON
      *          THE PAY DATE, OR THE PAY DATE ITSELF WITH NO
      *          CALENDAR ROW) AND THE PAYROLL NUMBER
      *        - EACH WORKER'S NAME, LAST FOUR OF THE SSN,
      *          WITHHOLDING EXEMPTIONS AND WORK CLASSIFICATION, A
      *          STRAIGHT-TIME LINE WITH THE HOURS FOR EACH DAY OF
      *          THE WEEK FROM THE TIMECARDS' WORK DATES, AND AN
      *          OVERTIME LINE; RATE AND GROSS FOR THIS PROJECT FROM
      *          THE JOB-COST EXTRACT; GROSS FOR ALL WORK, FICA,
      *          WITHHOLDING TAX, OTHER DEDUCTIONS AND NET FROM THE
      *          PAY DATE'S EVENTS ON PAYHIST.DAT
      *        - THE CLASSIFICATIONS' WAGE DETERMINATION RATES
      *        - THE STATEMENT OF COMPLIANCE PAGE, WITH FRINGE
      *          BENEFITS MARKED AS PAID IN CASH, AS THE PAYROLL RUN
      *          PAYS THEM
      *    PAYROLL NUMBERS RUN FROM 1 FOR EACH JOB AND ARE KEPT ON
      *    THE CERTLOG.DAT LOG OF EVERY PAYROLL PRINTED; A REPRINT
      *    FOR THE SAME PAY DATE KEEPS ITS NUMBER. THE OPTIONAL
      *    CERTPAY.PRM CARD NARROWS THE RUN TO ONE JOB AND/OR
      *    NAMES AN EARLIER PAY DATE; WITHOUT IT EVERY PREVAILING-
      *    WAGE JOB IS PRINTED FOR THE PAY DATE ON THE JOB-COST
      *    EXTRACT. NOTHING ON ANY MASTER OR HISTORY FILE CHANGES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'CERTPAY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT JOB-MASTER-FILE ASSIGN TO 'JOBMAST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOBMAST-FILE-STATUS-WS.

            SELECT JOB-COST-FILE ASSIGN TO 'JOBCOST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOBCOST-FILE-STATUS-WS.

            SELECT TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TIMECARD-FILE-STATUS-WS.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHIST-FILE-STATUS-WS.

            SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYCAL-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT CERTIFIED-PAYROLL-FILE ASSIGN TO 'CERTPAY.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY CERTIFIED PAYROLL PRINTED - EXTENDED, NEVER
      *    REWRITTEN - AND WHERE EACH JOB'S PAYROLL NUMBERS COME
      *    FROM.
            SELECT CERTIFIED-LOG-FILE ASSIGN TO 'CERTLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CERTLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  CP-JOB-NO            PIC X(6).
           05  CP-PAY-DATE          PIC 9(8).

      *    SAME ROWS THE PAYROLL RUN READS, WITH THE 'J' ROW'S
      *    PROJECT DETAILS THAT ONLY THE CERTIFIED PAYROLL NEEDS.
       FD  JOB-MASTER-FILE RECORDING MODE IS F.
       01  JOB-MASTER-RECORD.
           05  JM-REC-TYPE          PIC X.
               88  JM-JOB-ROW               VALUE 'J'.
               88  JM-CLASS-ROW             VALUE 'C'.
           05  JM-JOB-NO            PIC X(6).
           05  JM-DETAIL            PIC X(173).
           05  JM-JOB-DETAIL REDEFINES JM-DETAIL.
               10  JM-PREVAILING-WAGE   PIC X.
                   88  JM-PREVAILING-JOB        VALUE 'Y'.
               10  JM-CONTRACT-NO       PIC X(15).
               10  JM-PROJECT-NAME      PIC X(30).
               10  JM-PROJECT-LOCATION  PIC X(30).
               10  JM-CONTRACTOR-NAME   PIC X(30).
               10  JM-CONTRACTOR-ADDRESS PIC X(40).
               10  FILLER               PIC X(27).
           05  JM-CLASS-DETAIL REDEFINES JM-DETAIL.
               10  JM-CLASS-CODE        PIC X(4).
               10  JM-CLASS-NAME        PIC X(20).
               10  JM-BASE-RATE         PIC 9(3)V99.
               10  JM-FRINGE-RATE       PIC 9(3)V99.
               10  FILLER               PIC X(139).

      *    SAME LINE THE PAYROLL RUN WRITES. LINES FROM BEFORE THE
      *    CLASSIFICATION, RATE AND OVERTIME FIELDS READ BACK BLANK.
       FD  JOB-COST-FILE RECORDING MODE IS F.
       01  JOB-COST-RECORD.
           05  JC-JOB-NO            PIC X(6).
           05  FILLER               PIC X.
           05  JC-SSN               PIC 9(9).
           05  FILLER               PIC X.
           05  JC-DEPT              PIC X(4).
           05  FILLER               PIC X.
           05  JC-HOURS             PIC 9(3).
           05  FILLER               PIC X.
           05  JC-GROSS-DOLLARS     PIC 9(6).
           05  FILLER               PIC X.
           05  JC-GROSS-CENTS       PIC 99.
           05  FILLER               PIC X.
           05  JC-PAY-DATE          PIC 9(8).
           05  FILLER               PIC X.
           05  JC-CLASS             PIC X(4).
           05  FILLER               PIC X.
           05  JC-RATE-DOLLARS      PIC 9(3).
           05  FILLER               PIC X.
           05  JC-RATE-CENTS        PIC 99.
           05  FILLER               PIC X.
           05  JC-OT-WHOLE          PIC 9(3).
           05  FILLER               PIC X.
           05  JC-OT-FRACTION       PIC 99.
           05  FILLER               PIC X(14).

      *    SAME RECORD LAYOUT THE PAYROLL RUN READS.
       FD  TIMECARD-FILE RECORDING MODE IS F.
       01  TIMECARD-RECORD.
           05  TC-SSN          PIC 9(9).
           05  TC-HOURS        PIC 99.
           05  TC-PAY-DATE     PIC 9(8).
           05  TC-HOURS-TYPE   PIC X.
      *        HOLIDAY HOURS WORKED ARE HOURS WORKED ON THE JOB TOO.
               88  TC-TYPE-REGULAR  VALUE 'R' SPACE 'H'.
           05  TC-JOB-NO       PIC X(6).
           05  TC-WORK-DATE    PIC 9(8).
           05  TC-WORK-CLASS   PIC X(4).
           05  TC-SHIFT-CODE   PIC X.

      *    SAME PAY-EVENT LINE THE PAYROLL RUN WRITES.
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
           05  FILLER          PIC X.
           05  PH-NET          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(38).
           05  PH-RUN-TYPE     PIC X.
               88  PH-PAY-RUN-EVENT       VALUE ' ' 'S'.
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(19).

       FD  PAY-CALENDAR-FILE RECORDING MODE IS F.
       01  PAY-CALENDAR-RECORD.
           05  PC-PAY-FREQ     PIC X.
           05  PC-PERIOD-START PIC 9(8).
           05  PC-PERIOD-END   PIC 9(8).
           05  PC-PAY-DATE     PIC 9(8).

      *    ONLY THE KEY, NAME, RATE AND EXEMPTIONS MATTER HERE.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  SSN-PARTS-IN REDEFINES SSN-IN.
               10  FILLER          PIC 9(5).
               10  SSN-LAST-FOUR-IN PIC X(4).
           05  RATE-IN         PIC 99V99.
           05  HOURS-IN        PIC 99.
           05  NAME-IN         PIC X(20).
           05  MARITAL-STATUS-IN PIC X.
           05  EXEMPTIONS-IN     PIC 99.
           05  FILLER            PIC X(194).

       FD  CERTIFIED-PAYROLL-FILE RECORDING MODE IS F.
       01  PRINT-CERTIFIED-LINE         PICTURE X(132).

       FD  CERTIFIED-LOG-FILE RECORDING MODE IS F.
       01  CERTIFIED-LOG-RECORD.
           05  CL-TIMESTAMP         PIC X(20).
           05  FILLER               PIC X.
           05  CL-JOB-NO            PIC X(6).
           05  FILLER               PIC X.
           05  CL-PAY-DATE          PIC 9(8).
           05  FILLER               PIC X.
           05  CL-PAYROLL-NO        PIC 9(4).
           05  FILLER               PIC X.
           05  CL-WORKERS           PIC 9(4).
           05  FILLER               PIC X.
           05  CL-GROSS             PIC 9(7)V99.
           05  FILLER               PIC X(24).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-JOBMAST-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-JOBCOST-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-TIMECARD-WS         PICTURE X(3)  VALUE 'NO'.
           05  EOF-HIST-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-PAYCAL-WS           PICTURE X(3)  VALUE 'NO'.
           05  EOF-CERTLOG-WS          PICTURE X(3)  VALUE 'NO'.
           05  PREVAILING-JOB-SW       PICTURE X(3)  VALUE 'NO'.
           05  RATE-MISSING-SW         PICTURE X(3)  VALUE 'NO'.
           05  PAYROLLS-PRINTED-WS     PICTURE 9(4)  VALUE ZERO.
           05  PAY-DATE-WS             PICTURE 9(8)  VALUE ZERO.
           05  WEEK-ENDING-WS          PICTURE 9(8)  VALUE ZERO.
           05  JOB-FILTER-WS           PICTURE X(6)  VALUE SPACES.
           05  PAYROLL-NUMBER-WS       PICTURE 9(4)  VALUE ZERO.
           05  LAST-PAYROLL-NO-WS      PICTURE 9(4)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  JOBMAST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  JOBCOST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  TIMECARD-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYCAL-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  CERTLOG-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

      *    THE PREVAILING-WAGE JOBS AND THEIR CLASSIFICATIONS, AS
      *    THE JOB MASTER LISTS THEM - THE FIRST CLASSIFICATION OF
      *    A JOB IS THE ONE A CARD NAMING NONE IS PAID UNDER.
       01  JOB-TABLE-CONTROL-WS.
           05  JOB-COUNT-WS            PIC 9(3)     VALUE ZERO.
           05  JOB-LIMIT-WS            PIC 9(3)     VALUE 200.
           05  JOB-IDX-WS              PIC 9(3)     VALUE ZERO.
           05  CLASS-COUNT-WS          PIC 9(4)     VALUE ZERO.
           05  CLASS-LIMIT-WS          PIC 9(4)     VALUE 1000.
           05  CLASS-IDX-WS            PIC 9(4)     VALUE ZERO.
           05  CLASS-SLOT-WS           PIC 9(4)     VALUE ZERO.
           05  SEARCH-CLASS-WS         PIC X(4)     VALUE SPACES.

       01  JOB-TABLE-WS.
           05  JOB-ENTRY-WS OCCURS 200 TIMES.
               10  JBT-JOB-NO-TBL          PIC X(6).
               10  JBT-CONTRACT-NO-TBL     PIC X(15).
               10  JBT-PROJECT-NAME-TBL    PIC X(30).
               10  JBT-LOCATION-TBL        PIC X(30).
               10  JBT-CONTRACTOR-TBL      PIC X(30).
               10  JBT-ADDRESS-TBL         PIC X(40).

       01  CLASS-TABLE-WS.
           05  CLASS-ENTRY-WS OCCURS 1000 TIMES.
               10  CLT-JOB-NO-TBL          PIC X(6).
               10  CLT-CLASS-TBL           PIC X(4).
               10  CLT-NAME-TBL            PIC X(20).
               10  CLT-BASE-TBL            PIC 9(3)V99.
               10  CLT-FRINGE-TBL          PIC 9(3)V99.

      *    ONE ROW PER WORKER AND CLASSIFICATION ON THE JOB IN HAND,
      *    IN THE EXTRACT'S ORDER. THE CHECK'S DEDUCTIONS RIDE ON
      *    THE WORKER'S FIRST ROW ONLY - THEY ARE THE WHOLE CHECK'S,
      *    NOT ONE CLASSIFICATION'S.
       01  WORKER-TABLE-CONTROL-WS.
           05  WORKER-COUNT-WS         PIC 9(4)     VALUE ZERO.
           05  WORKER-LIMIT-WS         PIC 9(4)     VALUE 500.
           05  WORKER-IDX-WS           PIC 9(4)     VALUE ZERO.
           05  WORKER-SLOT-WS          PIC 9(4)     VALUE ZERO.
           05  DAY-IDX-WS              PIC 9        VALUE ZERO.
           05  DAY-SLOT-WS             PIC 9        VALUE ZERO.
           05  WORKERS-ON-JOB-WS       PIC 9(4)     VALUE ZERO.
           05  JOB-HOURS-WS            PIC 9(5)V99  VALUE ZERO.
           05  JOB-GROSS-WS            PIC 9(7)V99  VALUE ZERO.
           05  AMOUNT-WORK-WS          PIC 9(6)V99  VALUE ZERO.
           05  STRAIGHT-HOURS-WS       PIC 9(3)V99  VALUE ZERO.
           05  OT-RATE-WS              PIC 9(4)V99  VALUE ZERO.
           05  OWN-OT-RATE-WS          PIC 9(4)V99  VALUE ZERO.
           05  DEDUCTIONS-WS           PIC S9(7)V99 VALUE ZERO.
           05  OTHER-DEDUCTIONS-WS     PIC S9(7)V99 VALUE ZERO.

       01  WORKER-TABLE-WS.
           05  WORKER-ENTRY-WS OCCURS 500 TIMES.
               10  WKT-SSN-TBL             PIC 9(9).
               10  WKT-CLASS-TBL           PIC X(4).
               10  WKT-FIRST-ROW-TBL       PIC X.
               10  WKT-HOURS-TBL           PIC 9(3).
               10  WKT-OT-HOURS-TBL        PIC 9(3)V99.
               10  WKT-RATE-TBL            PIC 9(3)V99.
               10  WKT-GROSS-TBL           PIC 9(6)V99.
               10  WKT-DAY-HOURS-TBL       PIC 9(3) OCCURS 7 TIMES.
               10  WKT-UNDATED-TBL         PIC 9(3).
               10  WKT-ALL-GROSS-TBL       PIC 9(6)V99.
               10  WKT-FICA-TBL            PIC 9(6)V99.
               10  WKT-WITHHOLDING-TBL     PIC 9(6)V99.
               10  WKT-NET-TBL             PIC S9(6)V99.

      *    THE SEVEN DAYS OF THE WEEK ENDING, OLDEST FIRST, WITH
      *    THE DAY NAMES OVER THE COLUMNS.
       01  WEEK-DAYS-WS.
           05  WEEK-DAY-ENTRY-WS OCCURS 7 TIMES.
               10  WKD-DATE-TBL            PIC 9(8).
               10  WKD-NAME-TBL            PIC XX.

      *    A DAY NUMBER COUNTED FROM A FIXED START, WHICH TAKEN
      *    MODULO 7 GIVES THE DAY OF THE WEEK - 0 IS A TUESDAY.
       01  DAY-NAMES-SETUP.
           05  FILLER              PIC X(14) VALUE 'TUWETHFRSASUMO'.
       01  DAY-NAMES-WS REDEFINES DAY-NAMES-SETUP.
           05  DAY-NAME-TBL        PIC XX OCCURS 7 TIMES.

       01  MONTH-LENGTHS-SETUP.
           05  FILLER              PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  MONTH-LENGTHS-WS REDEFINES MONTH-LENGTHS-SETUP.
           05  MONTH-LENGTH-TBL    PIC 99 OCCURS 12 TIMES.

       01  DATE-WORK-WS.
           05  WORK-DATE-WS            PIC 9(8)     VALUE ZERO.
           05  WORK-DATE-PARTS-WS REDEFINES WORK-DATE-WS.
               10  WD-YEAR-WS          PIC 9(4).
               10  WD-MONTH-WS         PIC 99.
               10  WD-DAY-WS           PIC 99.
           05  CALC-YEAR-WS            PIC 9(4)     VALUE ZERO.
           05  CALC-MONTH-WS           PIC 99       VALUE ZERO.
           05  DAY-NUMBER-WS           PIC 9(7)     VALUE ZERO.
           05  QUOTIENT-WS             PIC 9(7)     VALUE ZERO.
           05  WEEKDAY-WS              PIC 9        VALUE ZERO.
           05  LEAP-REMAINDER-WS       PIC 9(3)     VALUE ZERO.

       01  FORMAT-DATE-WS.
           05  FORMAT-DATE-IN-WS       PIC 9(8)     VALUE ZERO.
           05  FORMAT-DATE-PARTS-WS REDEFINES FORMAT-DATE-IN-WS.
               10  FD-YEAR-WS          PIC 9(4).
               10  FD-MONTH-WS         PIC 99.
               10  FD-DAY-WS           PIC 99.
           05  FORMAT-DATE-OUT-WS.
               10  FO-MONTH-WS         PIC 99.
               10  FILLER              PIC X        VALUE '/'.
               10  FO-DAY-WS           PIC 99.
               10  FILLER              PIC X        VALUE '/'.
               10  FO-YEAR-WS          PIC 9(4).

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'CERTPAY'.
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

       01  PAYROLL-TITLE-LINE.
           05  FILLER              PICTURE X(40)   VALUE
                 ' PAYROLL (WH-347)'.
           05  FILLER              PICTURE X(52)   VALUE
                 'U.S. DEPARTMENT OF LABOR - WAGE AND HOUR DIVISION'.
           05  FILLER              PICTURE X(10)   VALUE 'RUN DATE: '.
           05  PT-RUN-DATE-OUT     PICTURE X(20).
           05  FILLER              PICTURE X(10)   VALUE SPACES.

       01  CONTRACTOR-LINE.
           05  FILLER              PICTURE X(13)   VALUE
                 ' CONTRACTOR: '.
           05  CN-NAME-OUT         PICTURE X(30).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  FILLER              PICTURE X(9)    VALUE 'ADDRESS: '.
           05  CN-ADDRESS-OUT      PICTURE X(40).
           05  FILLER              PICTURE X(37)   VALUE SPACES.

       01  PAYROLL-PERIOD-LINE.
           05  FILLER              PICTURE X(13)   VALUE
                 ' PAYROLL NO: '.
           05  PP-PAYROLL-NO-OUT   PICTURE ZZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  FILLER              PICTURE X(17)   VALUE
                 'FOR WEEK ENDING: '.
           05  PP-WEEK-ENDING-OUT  PICTURE X(10).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  FILLER              PICTURE X(10)   VALUE 'PAY DATE: '.
           05  PP-PAY-DATE-OUT     PICTURE X(10).
           05  FILLER              PICTURE X(62)   VALUE SPACES.

       01  PROJECT-LINE.
           05  FILLER              PICTURE X(23)   VALUE
                 ' PROJECT AND LOCATION: '.
           05  PJ-NAME-OUT         PICTURE X(30).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PJ-LOCATION-OUT     PICTURE X(30).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  FILLER              PICTURE X(24)   VALUE
                 'PROJECT OR CONTRACT NO: '.
           05  PJ-CONTRACT-OUT     PICTURE X(15).
           05  FILLER              PICTURE X(6)    VALUE SPACES.

       01  WORKER-HEADING-LINE-1.
           05  FILLER              PICTURE X(24)   VALUE ' NAME'.
           05  FILLER              PICTURE X(5)    VALUE ' ID'.
           05  FILLER              PICTURE X(4)    VALUE ' EX'.
           05  FILLER              PICTURE X(5)    VALUE 'CLASS'.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WH-DAY-NAME-GROUP OCCURS 7 TIMES.
               10  FILLER          PICTURE X       VALUE SPACE.
               10  WH-DAY-NAME-OUT PICTURE XX.
           05  FILLER              PICTURE X(6)    VALUE ' HOURS'.
           05  FILLER              PICTURE X(7)    VALUE '   RATE'.
           05  FILLER              PICTURE X(9)    VALUE ' THIS JOB'.
           05  FILLER              PICTURE X(9)    VALUE ' ALL WORK'.
           05  FILLER              PICTURE X(8)    VALUE '    FICA'.
           05  FILLER              PICTURE X(8)    VALUE ' W/H TAX'.
           05  FILLER              PICTURE X(8)    VALUE '   OTHER'.
           05  FILLER              PICTURE X(8)    VALUE ' TOT DED'.
           05  FILLER              PICTURE X(9)    VALUE '  NET PAY'.

       01  WORKER-HEADING-LINE-2.
           05  FILLER              PICTURE X(39)   VALUE SPACES.
           05  WH-DAY-DATE-GROUP OCCURS 7 TIMES.
               10  FILLER          PICTURE X       VALUE SPACE.
               10  WH-DAY-DATE-OUT PICTURE 99.
           05  FILLER              PICTURE X(6)    VALUE ' TOTAL'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05  FILLER              PICTURE X(9)    VALUE '    GROSS'.
           05  FILLER              PICTURE X(9)    VALUE '    GROSS'.
           05  FILLER              PICTURE X(41)   VALUE
                 '   ---------- DEDUCTIONS ----------'.

      *    THE STRAIGHT-TIME LINE OF A WORKER ('S') AND, BELOW IT,
      *    THE OVERTIME LINE ('O'), AS THE FORM LAYS THEM OUT.
       01  WORKER-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-NAME-OUT         PICTURE X(23).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-ID-OUT           PICTURE X(4).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-EXEMPT-OUT       PICTURE Z9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-CLASS-OUT        PICTURE X(4).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-OS-OUT           PICTURE X.
           05  WD-DAY-GROUP OCCURS 7 TIMES.
               10  FILLER          PICTURE X.
               10  WD-DAY-HOURS-OUT PICTURE Z9 BLANK WHEN ZERO.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-HOURS-OUT        PICTURE Z9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-RATE-OUT         PICTURE ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-PROJECT-GROSS-OUT PICTURE ZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-ALL-GROSS-OUT    PICTURE ZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-FICA-OUT         PICTURE ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-WITHHOLDING-OUT  PICTURE ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-OTHER-OUT        PICTURE ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-TOTAL-DED-OUT    PICTURE ZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-NET-OUT          PICTURE ZZZ9.99- BLANK WHEN ZERO.

       01  WORKER-NOTE-LINE.
           05  FILLER              PICTURE X(10)   VALUE SPACES.
           05  WN-TEXT-OUT         PICTURE X(70).
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       01  JOB-TOTAL-LINE.
           05  FILLER              PICTURE X(15)   VALUE
                 ' WORKERS:      '.
           05  JT-WORKERS-OUT      PICTURE ZZZ9.
           05  FILLER              PICTURE X(18)   VALUE
                 '    TOTAL HOURS: '.
           05  JT-HOURS-OUT        PICTURE ZZ,ZZ9.99.
           05  FILLER              PICTURE X(28)   VALUE
                 '    GROSS THIS PROJECT: '.
           05  JT-GROSS-OUT        PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(45)   VALUE SPACES.

       01  CLASS-HEADING-LINE.
           05  FILLER              PICTURE X(33)   VALUE
                 ' WAGE DETERMINATION RATES'.
           05  FILLER              PICTURE X(24)   VALUE
                 '  BASE  FRINGE   TOTAL'.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  CLASS-RATE-LINE.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CR-CLASS-OUT        PICTURE X(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CR-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  CR-BASE-OUT         PICTURE ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CR-FRINGE-OUT       PICTURE ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CR-TOTAL-OUT        PICTURE ZZ9.99.
           05  FILLER              PICTURE X(77)   VALUE SPACES.

       01  STATEMENT-TEXT-LINE.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  ST-TEXT-OUT         PICTURE X(70).
           05  FILLER              PICTURE X(57)   VALUE SPACES.

      *    THE FORM'S OWN WORDING FOR THE BACK PAGE, AROUND THE
      *    CONTRACTOR, PROJECT AND PERIOD FILLED IN FROM THE JOB.
       01  STATEMENT-OPENING-SETUP.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           'DATE: ____________________'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           'I, __________________________   _______________________'.
           05  FILLER PIC X(58) VALUE
           '   (NAME OF SIGNATORY PARTY)      (TITLE)'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           'DO HEREBY STATE:'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           '(1) THAT I PAY OR SUPERVISE THE PAYMENT OF THE PERSONS'.
       01  STATEMENT-OPENING-WS REDEFINES STATEMENT-OPENING-SETUP.
           05  SO-TEXT-TBL  PIC X(58) OCCURS 9 TIMES.

       01  STATEMENT-CLOSING-SETUP.
           05  FILLER PIC X(58) VALUE
           '    ALL PERSONS EMPLOYED ON SAID PROJECT HAVE BEEN PAID'.
           05  FILLER PIC X(58) VALUE
           '    THE FULL WEEKLY WAGES EARNED, THAT NO REBATES HAVE'.
           05  FILLER PIC X(58) VALUE
           '    BEEN OR WILL BE MADE EITHER DIRECTLY OR INDIRECTLY TO'.
           05  FILLER PIC X(58) VALUE
           '    OR ON BEHALF OF SAID CONTRACTOR FROM THE FULL WEEKLY'.
           05  FILLER PIC X(58) VALUE
           '    WAGES EARNED BY ANY PERSON AND THAT NO DEDUCTIONS HAVE'.
           05  FILLER PIC X(58) VALUE
           '    BEEN MADE EITHER DIRECTLY OR INDIRECTLY FROM THE FULL'.
           05  FILLER PIC X(58) VALUE
           '    WAGES EARNED BY ANY PERSON, OTHER THAN PERMISSIBLE'.
           05  FILLER PIC X(58) VALUE
           '    DEDUCTIONS AS DEFINED IN REGULATIONS, PART 3 (29'.
           05  FILLER PIC X(58) VALUE
           '    C.F.R. SUBTITLE A), ISSUED BY THE SECRETARY OF LABOR'.
           05  FILLER PIC X(58) VALUE
           '    UNDER THE COPELAND ACT, AS AMENDED (40 U.S.C. 3145),'.
           05  FILLER PIC X(58) VALUE
           '    AND DESCRIBED BELOW:'.
           05  FILLER PIC X(58) VALUE
           '    ______________________________________________________'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           '(2) THAT ANY PAYROLLS OTHERWISE UNDER THIS CONTRACT'.
           05  FILLER PIC X(58) VALUE
           '    REQUIRED TO BE SUBMITTED FOR THE ABOVE PERIOD ARE'.
           05  FILLER PIC X(58) VALUE
           '    CORRECT AND COMPLETE; THAT THE WAGE RATES FOR LABORERS'.
           05  FILLER PIC X(58) VALUE
           '    OR MECHANICS CONTAINED THEREIN ARE NOT LESS THAN THE'.
           05  FILLER PIC X(58) VALUE
           '    APPLICABLE WAGE RATES CONTAINED IN ANY WAGE'.
           05  FILLER PIC X(58) VALUE
           '    DETERMINATION INCORPORATED INTO THE CONTRACT; THAT THE'.
           05  FILLER PIC X(58) VALUE
           '    CLASSIFICATIONS SET FORTH THEREIN FOR EACH LABORER OR'.
           05  FILLER PIC X(58) VALUE
           '    MECHANIC CONFORM WITH THE WORK PERFORMED.'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           '(3) THAT ANY APPRENTICES EMPLOYED IN THE ABOVE PERIOD ARE'.
           05  FILLER PIC X(58) VALUE
           '    DULY REGISTERED IN A BONA FIDE APPRENTICESHIP PROGRAM'.
           05  FILLER PIC X(58) VALUE
           '    REGISTERED WITH A STATE APPRENTICESHIP AGENCY'.
           05  FILLER PIC X(58) VALUE
           '    RECOGNIZED BY THE OFFICE OF APPRENTICESHIP, UNITED'.
           05  FILLER PIC X(58) VALUE
           '    STATES DEPARTMENT OF LABOR, OR IF NO SUCH RECOGNIZED'.
           05  FILLER PIC X(58) VALUE
           '    AGENCY EXISTS IN A STATE, ARE REGISTERED WITH THE'.
           05  FILLER PIC X(58) VALUE
           '    OFFICE OF APPRENTICESHIP.'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           '(4) THAT:'.
           05  FILLER PIC X(58) VALUE
           '    (A) WHERE FRINGE BENEFITS ARE PAID TO APPROVED PLANS,'.
           05  FILLER PIC X(58) VALUE
           '        FUNDS, OR PROGRAMS'.
           05  FILLER PIC X(58) VALUE
           '        [ ] IN ADDITION TO THE BASIC HOURLY WAGE RATES'.
           05  FILLER PIC X(58) VALUE
           '            PAID TO EACH LABORER OR MECHANIC LISTED IN THE'.
           05  FILLER PIC X(58) VALUE
           '            ABOVE REFERENCED PAYROLL, PAYMENTS OF FRINGE'.
           05  FILLER PIC X(58) VALUE
           '            BENEFITS AS LISTED IN THE CONTRACT HAVE BEEN'.
           05  FILLER PIC X(58) VALUE
           '            OR WILL BE MADE TO APPROPRIATE PROGRAMS FOR'.
           05  FILLER PIC X(58) VALUE
           '            THE BENEFIT OF SUCH EMPLOYEES, EXCEPT AS NOTED'.
           05  FILLER PIC X(58) VALUE
           '            IN SECTION 4(C) BELOW.'.
           05  FILLER PIC X(58) VALUE
           '    (B) WHERE FRINGE BENEFITS ARE PAID IN CASH'.
           05  FILLER PIC X(58) VALUE
           '        [X] EACH LABORER OR MECHANIC LISTED IN THE ABOVE'.
           05  FILLER PIC X(58) VALUE
           '            REFERENCED PAYROLL HAS BEEN PAID, AS INDICATED'.
           05  FILLER PIC X(58) VALUE
           '            ON THE PAYROLL, AN AMOUNT NOT LESS THAN THE'.
           05  FILLER PIC X(58) VALUE
           '            SUM OF THE APPLICABLE BASIC HOURLY WAGE RATE'.
           05  FILLER PIC X(58) VALUE
           '            PLUS THE AMOUNT OF THE REQUIRED FRINGE'.
           05  FILLER PIC X(58) VALUE
           '            BENEFITS AS LISTED IN THE CONTRACT, EXCEPT AS'.
           05  FILLER PIC X(58) VALUE
           '            NOTED IN SECTION 4(C) BELOW.'.
           05  FILLER PIC X(58) VALUE
           '    (C) EXCEPTIONS'.
           05  FILLER PIC X(58) VALUE
           '        EXCEPTION (CRAFT)         EXPLANATION'.
           05  FILLER PIC X(58) VALUE
           '        ______________________    ________________________'.
           05  FILLER PIC X(58) VALUE
           '        ______________________    ________________________'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           '    REMARKS: _____________________________________________'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           '    NAME AND TITLE            SIGNATURE'.
           05  FILLER PIC X(58) VALUE
           '    ______________________    ____________________________'.
           05  FILLER PIC X(58) VALUE SPACES.
           05  FILLER PIC X(58) VALUE
           '    THE WILLFUL FALSIFICATION OF ANY OF THE ABOVE'.
           05  FILLER PIC X(58) VALUE
           '    STATEMENTS MAY SUBJECT THE CONTRACTOR OR SUBCONTRACTOR'.
           05  FILLER PIC X(58) VALUE
           '    TO CIVIL OR CRIMINAL PROSECUTION. SEE SECTION 1001 OF'.
           05  FILLER PIC X(58) VALUE
           '    TITLE 18 AND SECTION 3729 OF TITLE 31 OF THE UNITED'.
           05  FILLER PIC X(58) VALUE
           '    STATES CODE.'.
       01  STATEMENT-CLOSING-WS REDEFINES STATEMENT-CLOSING-SETUP.
           05  SC-TEXT-TBL  PIC X(58) OCCURS 63 TIMES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    WINDOW STEP: 0 = PRINTED, 4 = A WORKER'S CLASSIFICATION
      *    HAS NO WAGE DETERMINATION RATE ON THE JOB MASTER. A
      *    STANDALONE RUN PASSES NOTHING.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PRINT-ONE-JOB
               VARYING JOB-IDX-WS FROM 1 BY 1
               UNTIL JOB-IDX-WS > JOB-COUNT-WS
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF RATE-MISSING-SW = 'YES'
                   MOVE 4 TO STEP-CONDITION-CODE-LS
               ELSE
                   MOVE ZERO TO STEP-CONDITION-CODE-LS
               END-IF
           END-IF.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS

           OPEN OUTPUT CERTIFIED-PAYROLL-FILE
           OPEN INPUT  USER-INPUT-FILE

           PERFORM 210-READ-PARAMETER-CARD
           PERFORM 220-LOAD-JOB-MASTER
           IF PAY-DATE-WS = ZERO
               PERFORM 230-FIND-EXTRACT-PAY-DATE
           END-IF
           PERFORM 240-FIND-WEEK-ENDING
           PERFORM 250-BUILD-WEEK-DAYS.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CP-JOB-NO TO JOB-FILTER-WS
                       IF CP-PAY-DATE IS NUMERIC
                           MOVE CP-PAY-DATE TO PAY-DATE-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       220-LOAD-JOB-MASTER.
           OPEN INPUT JOB-MASTER-FILE
           IF JOBMAST-FILE-STATUS-WS = '00'
               PERFORM 222-READ-ONE-JOB-ROW
               PERFORM 224-STORE-ONE-JOB-ROW
                   UNTIL EOF-JOBMAST-WS = 'YES'
               CLOSE JOB-MASTER-FILE
           END-IF.

       222-READ-ONE-JOB-ROW.
           READ JOB-MASTER-FILE
               AT END MOVE 'YES' TO EOF-JOBMAST-WS
           END-READ.

       224-STORE-ONE-JOB-ROW.
           EVALUATE TRUE
               WHEN JM-JOB-ROW
                   MOVE 'NO' TO PREVAILING-JOB-SW
                   IF JM-PREVAILING-JOB
                      AND JOB-COUNT-WS < JOB-LIMIT-WS
                      AND (JOB-FILTER-WS = SPACES
                           OR JOB-FILTER-WS = JM-JOB-NO)
                       MOVE 'YES' TO PREVAILING-JOB-SW
                       ADD 1 TO JOB-COUNT-WS
                       MOVE JM-JOB-NO TO JBT-JOB-NO-TBL (JOB-COUNT-WS)
                       MOVE JM-CONTRACT-NO TO
                            JBT-CONTRACT-NO-TBL (JOB-COUNT-WS)
                       MOVE JM-PROJECT-NAME TO
                            JBT-PROJECT-NAME-TBL (JOB-COUNT-WS)
                       MOVE JM-PROJECT-LOCATION TO
                            JBT-LOCATION-TBL (JOB-COUNT-WS)
                       MOVE JM-CONTRACTOR-NAME TO
                            JBT-CONTRACTOR-TBL (JOB-COUNT-WS)
                       MOVE JM-CONTRACTOR-ADDRESS TO
                            JBT-ADDRESS-TBL (JOB-COUNT-WS)
                   END-IF
               WHEN JM-CLASS-ROW
                   IF PREVAILING-JOB-SW = 'YES'
                      AND JM-JOB-NO = JBT-JOB-NO-TBL (JOB-COUNT-WS)
                      AND JM-BASE-RATE IS NUMERIC
                      AND JM-FRINGE-RATE IS NUMERIC
                      AND CLASS-COUNT-WS < CLASS-LIMIT-WS
                       ADD 1 TO CLASS-COUNT-WS
                       MOVE JM-JOB-NO      TO
                            CLT-JOB-NO-TBL (CLASS-COUNT-WS)
                       MOVE JM-CLASS-CODE  TO
                            CLT-CLASS-TBL  (CLASS-COUNT-WS)
                       MOVE JM-CLASS-NAME  TO
                            CLT-NAME-TBL   (CLASS-COUNT-WS)
                       MOVE JM-BASE-RATE   TO
                            CLT-BASE-TBL   (CLASS-COUNT-WS)
                       MOVE JM-FRINGE-RATE TO
                            CLT-FRINGE-TBL (CLASS-COUNT-WS)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 222-READ-ONE-JOB-ROW.

      *    THE EXTRACT IS REWRITTEN BY EVERY LIVE PAYROLL, SO ITS
      *    LATEST PAY DATE IS THE ONE JUST PAID.
       230-FIND-EXTRACT-PAY-DATE.
           OPEN INPUT JOB-COST-FILE
           IF JOBCOST-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-JOBCOST-WS
               PERFORM 232-READ-ONE-COST-LINE
               PERFORM 234-NOTE-ONE-PAY-DATE
                   UNTIL EOF-JOBCOST-WS = 'YES'
               CLOSE JOB-COST-FILE
           END-IF.

       232-READ-ONE-COST-LINE.
           READ JOB-COST-FILE
               AT END MOVE 'YES' TO EOF-JOBCOST-WS
           END-READ.

       234-NOTE-ONE-PAY-DATE.
           IF JC-PAY-DATE IS NUMERIC
              AND JC-PAY-DATE > PAY-DATE-WS
               MOVE JC-PAY-DATE TO PAY-DATE-WS
           END-IF
           PERFORM 232-READ-ONE-COST-LINE.

      *    THE WEEKLY PERIOD PAID ON THE PAY DATE ENDS THE WEEK.
       240-FIND-WEEK-ENDING.
           MOVE PAY-DATE-WS TO WEEK-ENDING-WS
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAYCAL-FILE-STATUS-WS = '00'
               PERFORM 242-READ-ONE-CALENDAR-ROW
               PERFORM 244-CHECK-ONE-CALENDAR-ROW
                   UNTIL EOF-PAYCAL-WS = 'YES'
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       242-READ-ONE-CALENDAR-ROW.
           READ PAY-CALENDAR-FILE
               AT END MOVE 'YES' TO EOF-PAYCAL-WS
           END-READ.

       244-CHECK-ONE-CALENDAR-ROW.
           IF PC-PAY-FREQ = 'W'
              AND PC-PAY-DATE = PAY-DATE-WS
               MOVE PC-PERIOD-END TO WEEK-ENDING-WS
           END-IF
           PERFORM 242-READ-ONE-CALENDAR-ROW.

      *    THE WEEK ENDING FILLS THE LAST COLUMN; EACH COLUMN TO
      *    ITS LEFT IS THE DAY BEFORE, AND ITS NAME THE ONE BEFORE.
       250-BUILD-WEEK-DAYS.
           MOVE WEEK-ENDING-WS TO WORK-DATE-WS
           PERFORM 810-FIND-DAY-OF-WEEK
           PERFORM 252-SET-ONE-WEEK-DAY
               VARYING DAY-IDX-WS FROM 7 BY -1
               UNTIL DAY-IDX-WS < 1.

       252-SET-ONE-WEEK-DAY.
           MOVE WORK-DATE-WS TO WKD-DATE-TBL (DAY-IDX-WS)
           MOVE DAY-NAME-TBL (WEEKDAY-WS + 1) TO
                WKD-NAME-TBL (DAY-IDX-WS)
           MOVE DAY-NAME-TBL (WEEKDAY-WS + 1) TO
                WH-DAY-NAME-OUT (DAY-IDX-WS)
           MOVE WD-DAY-WS TO WH-DAY-DATE-OUT (DAY-IDX-WS)
           PERFORM 820-STEP-BACK-ONE-DAY
           IF WEEKDAY-WS = ZERO
               MOVE 6 TO WEEKDAY-WS
           ELSE
               SUBTRACT 1 FROM WEEKDAY-WS
           END-IF.

       300-PRINT-ONE-JOB.
           MOVE ZERO TO WORKER-COUNT-WS
           PERFORM 310-COLLECT-JOB-WORKERS
           IF WORKER-COUNT-WS > ZERO
               PERFORM 320-COLLECT-DAILY-HOURS
               PERFORM 330-COLLECT-CHECK-DEDUCTIONS
               PERFORM 360-ASSIGN-PAYROLL-NUMBER
               PERFORM 400-PRINT-PAYROLL-HEADING
               MOVE ZERO TO WORKERS-ON-JOB-WS JOB-HOURS-WS
                            JOB-GROSS-WS
               PERFORM 410-PRINT-ONE-WORKER
                   VARYING WORKER-IDX-WS FROM 1 BY 1
                   UNTIL WORKER-IDX-WS > WORKER-COUNT-WS
               PERFORM 450-PRINT-JOB-TOTALS
               PERFORM 500-PRINT-COMPLIANCE-STATEMENT
               PERFORM 390-LOG-CERTIFIED-PAYROLL
               ADD 1 TO PAYROLLS-PRINTED-WS
           END-IF.

      *    SEVERAL EXTRACT LINES FOR ONE WORKER AND CLASSIFICATION
      *    SUM INTO ONE ROW.
       310-COLLECT-JOB-WORKERS.
           OPEN INPUT JOB-COST-FILE
           IF JOBCOST-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-JOBCOST-WS
               PERFORM 232-READ-ONE-COST-LINE
               PERFORM 312-TAKE-ONE-COST-LINE
                   UNTIL EOF-JOBCOST-WS = 'YES'
               CLOSE JOB-COST-FILE
           END-IF.

       312-TAKE-ONE-COST-LINE.
           IF JC-JOB-NO = JBT-JOB-NO-TBL (JOB-IDX-WS)
              AND JC-PAY-DATE = PAY-DATE-WS
              AND JC-SSN IS NUMERIC
               MOVE ZERO TO WORKER-SLOT-WS
               PERFORM 314-MATCH-WORKER-ROW
                   VARYING WORKER-IDX-WS FROM 1 BY 1
                   UNTIL WORKER-IDX-WS > WORKER-COUNT-WS
                      OR WORKER-SLOT-WS > ZERO
               IF WORKER-SLOT-WS = ZERO
                  AND WORKER-COUNT-WS < WORKER-LIMIT-WS
                   PERFORM 316-ADD-WORKER-ROW
               END-IF
               IF WORKER-SLOT-WS > ZERO
                   ADD JC-HOURS TO WKT-HOURS-TBL (WORKER-SLOT-WS)
                   COMPUTE AMOUNT-WORK-WS =
                           JC-GROSS-DOLLARS + JC-GROSS-CENTS / 100
                   ADD AMOUNT-WORK-WS TO WKT-GROSS-TBL (WORKER-SLOT-WS)
                   IF JC-OT-WHOLE IS NUMERIC
                      AND JC-OT-FRACTION IS NUMERIC
                       COMPUTE AMOUNT-WORK-WS =
                               JC-OT-WHOLE + JC-OT-FRACTION / 100
                       ADD AMOUNT-WORK-WS TO
                           WKT-OT-HOURS-TBL (WORKER-SLOT-WS)
                   END-IF
                   IF JC-RATE-DOLLARS IS NUMERIC
                      AND JC-RATE-CENTS IS NUMERIC
                       COMPUTE WKT-RATE-TBL (WORKER-SLOT-WS) =
                               JC-RATE-DOLLARS + JC-RATE-CENTS / 100
                   END-IF
               END-IF
           END-IF
           PERFORM 232-READ-ONE-COST-LINE.

       314-MATCH-WORKER-ROW.
           IF WKT-SSN-TBL (WORKER-IDX-WS) = JC-SSN
              AND WKT-CLASS-TBL (WORKER-IDX-WS) = JC-CLASS
               MOVE WORKER-IDX-WS TO WORKER-SLOT-WS
           END-IF.

       316-ADD-WORKER-ROW.
           ADD 1 TO WORKER-COUNT-WS
           MOVE WORKER-COUNT-WS TO WORKER-SLOT-WS
           MOVE JC-SSN   TO WKT-SSN-TBL (WORKER-SLOT-WS)
           MOVE JC-CLASS TO WKT-CLASS-TBL (WORKER-SLOT-WS)
           MOVE 'Y'      TO WKT-FIRST-ROW-TBL (WORKER-SLOT-WS)
           PERFORM 318-CHECK-EARLIER-ROW
               VARYING WORKER-IDX-WS FROM 1 BY 1
               UNTIL WORKER-IDX-WS NOT < WORKER-SLOT-WS
           MOVE ZERO TO WKT-HOURS-TBL (WORKER-SLOT-WS)
                        WKT-OT-HOURS-TBL (WORKER-SLOT-WS)
                        WKT-RATE-TBL (WORKER-SLOT-WS)
                        WKT-GROSS-TBL (WORKER-SLOT-WS)
                        WKT-UNDATED-TBL (WORKER-SLOT-WS)
                        WKT-ALL-GROSS-TBL (WORKER-SLOT-WS)
                        WKT-FICA-TBL (WORKER-SLOT-WS)
                        WKT-WITHHOLDING-TBL (WORKER-SLOT-WS)
                        WKT-NET-TBL (WORKER-SLOT-WS)
           PERFORM 319-ZERO-ONE-DAY
               VARYING DAY-IDX-WS FROM 1 BY 1
               UNTIL DAY-IDX-WS > 7.

       318-CHECK-EARLIER-ROW.
           IF WKT-SSN-TBL (WORKER-IDX-WS) = JC-SSN
               MOVE 'N' TO WKT-FIRST-ROW-TBL (WORKER-SLOT-WS)
           END-IF.

       319-ZERO-ONE-DAY.
           MOVE ZERO TO WKT-DAY-HOURS-TBL (WORKER-SLOT-WS DAY-IDX-WS).

      *    A CARD'S CLASSIFICATION IS RESOLVED THE WAY THE PAYROLL
      *    RUN RESOLVED IT, SO IT LANDS ON THE ROW ITS PAY WENT TO.
      *    HOURS ON A CARD WITH NO WORK DATE, OR ONE OUTSIDE THE
      *    WEEK, COUNT TOWARD THE TOTAL BUT NO DAY.
       320-COLLECT-DAILY-HOURS.
           OPEN INPUT TIMECARD-FILE
           IF TIMECARD-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-TIMECARD-WS
               PERFORM 322-READ-ONE-TIMECARD
               PERFORM 324-TAKE-ONE-TIMECARD
                   UNTIL EOF-TIMECARD-WS = 'YES'
               CLOSE TIMECARD-FILE
           END-IF.

       322-READ-ONE-TIMECARD.
           READ TIMECARD-FILE
               AT END MOVE 'YES' TO EOF-TIMECARD-WS
           END-READ.

       324-TAKE-ONE-TIMECARD.
           IF TC-JOB-NO = JBT-JOB-NO-TBL (JOB-IDX-WS)
              AND TC-PAY-DATE = PAY-DATE-WS
              AND TC-TYPE-REGULAR
               MOVE TC-WORK-CLASS TO SEARCH-CLASS-WS
               PERFORM 340-FIND-JOB-CLASS
               IF CLASS-SLOT-WS > ZERO
                   MOVE CLT-CLASS-TBL (CLASS-SLOT-WS) TO
                        SEARCH-CLASS-WS
               END-IF
               MOVE ZERO TO WORKER-SLOT-WS
               PERFORM 326-MATCH-CARD-WORKER
                   VARYING WORKER-IDX-WS FROM 1 BY 1
                   UNTIL WORKER-IDX-WS > WORKER-COUNT-WS
                      OR WORKER-SLOT-WS > ZERO
               IF WORKER-SLOT-WS > ZERO
                   MOVE ZERO TO DAY-SLOT-WS
                   IF TC-WORK-DATE IS NUMERIC
                       PERFORM 328-MATCH-WORK-DAY
                           VARYING DAY-IDX-WS FROM 1 BY 1
                           UNTIL DAY-IDX-WS > 7
                              OR DAY-SLOT-WS > ZERO
                   END-IF
                   IF DAY-SLOT-WS > ZERO
                       ADD TC-HOURS TO WKT-DAY-HOURS-TBL
                                       (WORKER-SLOT-WS DAY-SLOT-WS)
                   ELSE
                       ADD TC-HOURS TO WKT-UNDATED-TBL (WORKER-SLOT-WS)
                   END-IF
               END-IF
           END-IF
           PERFORM 322-READ-ONE-TIMECARD.

       326-MATCH-CARD-WORKER.
           IF WKT-SSN-TBL (WORKER-IDX-WS) = TC-SSN
              AND WKT-CLASS-TBL (WORKER-IDX-WS) = SEARCH-CLASS-WS
               MOVE WORKER-IDX-WS TO WORKER-SLOT-WS
           END-IF.

       328-MATCH-WORK-DAY.
           IF WKD-DATE-TBL (DAY-IDX-WS) = TC-WORK-DATE
               MOVE DAY-IDX-WS TO DAY-SLOT-WS
           END-IF.

      *    THE PAY DATE'S PAY-RUN EVENTS, LESS ANY TAKEN BACK, ARE
      *    THE CHECK THE WORKER WAS HANDED FOR THE WEEK.
       330-COLLECT-CHECK-DEDUCTIONS.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-HIST-WS
               PERFORM 332-READ-ONE-EVENT
               PERFORM 334-TAKE-ONE-EVENT
                   UNTIL EOF-HIST-WS = 'YES'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       332-READ-ONE-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HIST-WS
           END-READ.

       334-TAKE-ONE-EVENT.
           IF PH-PAY-DATE = PAY-DATE-WS
              AND PH-PAY-RUN-EVENT
              AND NOT PH-REVERSED-EVENT
               MOVE ZERO TO WORKER-SLOT-WS
               PERFORM 336-MATCH-FIRST-ROW
                   VARYING WORKER-IDX-WS FROM 1 BY 1
                   UNTIL WORKER-IDX-WS > WORKER-COUNT-WS
                      OR WORKER-SLOT-WS > ZERO
               IF WORKER-SLOT-WS > ZERO
                   ADD PH-GROSS TO WKT-ALL-GROSS-TBL (WORKER-SLOT-WS)
                   ADD PH-FICA PH-MEDICARE TO
                       WKT-FICA-TBL (WORKER-SLOT-WS)
                   ADD PH-FEDERAL PH-STATE TO
                       WKT-WITHHOLDING-TBL (WORKER-SLOT-WS)
                   ADD PH-NET TO WKT-NET-TBL (WORKER-SLOT-WS)
               END-IF
           END-IF
           PERFORM 332-READ-ONE-EVENT.

       336-MATCH-FIRST-ROW.
           IF WKT-SSN-TBL (WORKER-IDX-WS) = PH-SSN
              AND WKT-FIRST-ROW-TBL (WORKER-IDX-WS) = 'Y'
               MOVE WORKER-IDX-WS TO WORKER-SLOT-WS
           END-IF.

      *    THE NAMED CLASSIFICATION ON THE JOB IN HAND, OR FAILING
      *    THAT THE JOB'S FIRST ONE.
       340-FIND-JOB-CLASS.
           MOVE ZERO TO CLASS-SLOT-WS
           PERFORM 342-MATCH-JOB-CLASS
               VARYING CLASS-IDX-WS FROM 1 BY 1
               UNTIL CLASS-IDX-WS > CLASS-COUNT-WS
                  OR CLASS-SLOT-WS > ZERO
           IF CLASS-SLOT-WS = ZERO
               PERFORM 344-MATCH-JOB-DEFAULT
                   VARYING CLASS-IDX-WS FROM 1 BY 1
                   UNTIL CLASS-IDX-WS > CLASS-COUNT-WS
                      OR CLASS-SLOT-WS > ZERO
           END-IF.

       342-MATCH-JOB-CLASS.
           IF CLT-JOB-NO-TBL (CLASS-IDX-WS) =
              JBT-JOB-NO-TBL (JOB-IDX-WS)
              AND CLT-CLASS-TBL (CLASS-IDX-WS) = SEARCH-CLASS-WS
               MOVE CLASS-IDX-WS TO CLASS-SLOT-WS
           END-IF.

       344-MATCH-JOB-DEFAULT.
           IF CLT-JOB-NO-TBL (CLASS-IDX-WS) =
              JBT-JOB-NO-TBL (JOB-IDX-WS)
               MOVE CLASS-IDX-WS TO CLASS-SLOT-WS
           END-IF.

      *    A REPRINT FOR A PAY DATE ALREADY LOGGED KEEPS ITS NUMBER;
      *    OTHERWISE THE JOB'S NEXT NUMBER.
       360-ASSIGN-PAYROLL-NUMBER.
           MOVE ZERO TO PAYROLL-NUMBER-WS LAST-PAYROLL-NO-WS
           OPEN INPUT CERTIFIED-LOG-FILE
           IF CERTLOG-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-CERTLOG-WS
               PERFORM 362-READ-ONE-LOG-LINE
               PERFORM 364-CHECK-ONE-LOG-LINE
                   UNTIL EOF-CERTLOG-WS = 'YES'
               CLOSE CERTIFIED-LOG-FILE
           END-IF
           IF PAYROLL-NUMBER-WS = ZERO
               COMPUTE PAYROLL-NUMBER-WS = LAST-PAYROLL-NO-WS + 1
           END-IF.

       362-READ-ONE-LOG-LINE.
           READ CERTIFIED-LOG-FILE
               AT END MOVE 'YES' TO EOF-CERTLOG-WS
           END-READ.

       364-CHECK-ONE-LOG-LINE.
           IF CL-JOB-NO = JBT-JOB-NO-TBL (JOB-IDX-WS)
              AND CL-PAYROLL-NO IS NUMERIC
               IF CL-PAY-DATE = PAY-DATE-WS
                   MOVE CL-PAYROLL-NO TO PAYROLL-NUMBER-WS
               END-IF
               IF CL-PAYROLL-NO > LAST-PAYROLL-NO-WS
                   MOVE CL-PAYROLL-NO TO LAST-PAYROLL-NO-WS
               END-IF
           END-IF
           PERFORM 362-READ-ONE-LOG-LINE.

       390-LOG-CERTIFIED-PAYROLL.
           OPEN EXTEND CERTIFIED-LOG-FILE
           IF CERTLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT CERTIFIED-LOG-FILE
               CLOSE CERTIFIED-LOG-FILE
               OPEN EXTEND CERTIFIED-LOG-FILE
           END-IF
           MOVE SPACES TO CERTIFIED-LOG-RECORD
           MOVE RUN-DATE-OUT-WS   TO CL-TIMESTAMP
           MOVE JBT-JOB-NO-TBL (JOB-IDX-WS) TO CL-JOB-NO
           MOVE PAY-DATE-WS       TO CL-PAY-DATE
           MOVE PAYROLL-NUMBER-WS TO CL-PAYROLL-NO
           MOVE WORKERS-ON-JOB-WS TO CL-WORKERS
           MOVE JOB-GROSS-WS      TO CL-GROSS
           WRITE CERTIFIED-LOG-RECORD
           CLOSE CERTIFIED-LOG-FILE.

       400-PRINT-PAYROLL-HEADING.
           MOVE RUN-DATE-OUT-WS TO PT-RUN-DATE-OUT
           IF PAYROLLS-PRINTED-WS = ZERO
               WRITE PRINT-CERTIFIED-LINE FROM PAYROLL-TITLE-LINE
                   AFTER 1 LINE
           ELSE
               WRITE PRINT-CERTIFIED-LINE FROM PAYROLL-TITLE-LINE
                   AFTER PAGE
           END-IF
           MOVE JBT-CONTRACTOR-TBL (JOB-IDX-WS) TO CN-NAME-OUT
           MOVE JBT-ADDRESS-TBL (JOB-IDX-WS)    TO CN-ADDRESS-OUT
           WRITE PRINT-CERTIFIED-LINE FROM CONTRACTOR-LINE
               AFTER 2 LINES
           MOVE PAYROLL-NUMBER-WS TO PP-PAYROLL-NO-OUT
           MOVE WEEK-ENDING-WS TO FORMAT-DATE-IN-WS
           PERFORM 800-FORMAT-DATE
           MOVE FORMAT-DATE-OUT-WS TO PP-WEEK-ENDING-OUT
           MOVE PAY-DATE-WS TO FORMAT-DATE-IN-WS
           PERFORM 800-FORMAT-DATE
           MOVE FORMAT-DATE-OUT-WS TO PP-PAY-DATE-OUT
           WRITE PRINT-CERTIFIED-LINE FROM PAYROLL-PERIOD-LINE
               AFTER 1 LINE
           MOVE JBT-PROJECT-NAME-TBL (JOB-IDX-WS) TO PJ-NAME-OUT
           MOVE JBT-LOCATION-TBL (JOB-IDX-WS)     TO PJ-LOCATION-OUT
           MOVE JBT-CONTRACT-NO-TBL (JOB-IDX-WS)  TO PJ-CONTRACT-OUT
           WRITE PRINT-CERTIFIED-LINE FROM PROJECT-LINE
               AFTER 1 LINE
           WRITE PRINT-CERTIFIED-LINE FROM WORKER-HEADING-LINE-1
               AFTER 2 LINES
           WRITE PRINT-CERTIFIED-LINE FROM WORKER-HEADING-LINE-2
               AFTER 1 LINE.

      *    THE STRAIGHT-TIME LINE CARRIES THE DAYS, THE PROJECT
      *    GROSS AND THE CHECK'S DEDUCTIONS; THE OVERTIME LINE ITS
      *    HOURS AND RATE - TIME AND A HALF THE BASE PLUS THE
      *    FRINGE, OR THE WORKER'S OWN TIME AND A HALF IF MORE.
       410-PRINT-ONE-WORKER.
           MOVE WKT-SSN-TBL (WORKER-IDX-WS) TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE '*** NOT ON PAYROLL FILE' TO NAME-IN
                   MOVE ZERO TO EXEMPTIONS-IN RATE-IN
           END-READ

           MOVE SPACES TO WORKER-DETAIL-LINE
           MOVE NAME-IN          TO WD-NAME-OUT
           MOVE SSN-LAST-FOUR-IN TO WD-ID-OUT
           IF EXEMPTIONS-IN IS NUMERIC
               MOVE EXEMPTIONS-IN TO WD-EXEMPT-OUT
           ELSE
               MOVE ZERO TO WD-EXEMPT-OUT
           END-IF
           MOVE WKT-CLASS-TBL (WORKER-IDX-WS) TO WD-CLASS-OUT
           MOVE 'S' TO WD-OS-OUT
           PERFORM 412-MOVE-ONE-DAY
               VARYING DAY-IDX-WS FROM 1 BY 1
               UNTIL DAY-IDX-WS > 7
           COMPUTE STRAIGHT-HOURS-WS =
                   WKT-HOURS-TBL (WORKER-IDX-WS)
                   - WKT-OT-HOURS-TBL (WORKER-IDX-WS)
           MOVE STRAIGHT-HOURS-WS TO WD-HOURS-OUT
           MOVE WKT-RATE-TBL (WORKER-IDX-WS)  TO WD-RATE-OUT
           MOVE WKT-GROSS-TBL (WORKER-IDX-WS) TO WD-PROJECT-GROSS-OUT
           IF WKT-FIRST-ROW-TBL (WORKER-IDX-WS) = 'Y'
               ADD 1 TO WORKERS-ON-JOB-WS
               PERFORM 414-MOVE-CHECK-DEDUCTIONS
           ELSE
               MOVE ZERO TO WD-ALL-GROSS-OUT WD-FICA-OUT
                            WD-WITHHOLDING-OUT WD-OTHER-OUT
                            WD-TOTAL-DED-OUT WD-NET-OUT
           END-IF
           WRITE PRINT-CERTIFIED-LINE FROM WORKER-DETAIL-LINE
               AFTER 2 LINES

           MOVE SPACES TO WORKER-DETAIL-LINE
           MOVE 'O' TO WD-OS-OUT
           PERFORM 413-BLANK-ONE-DAY
               VARYING DAY-IDX-WS FROM 1 BY 1
               UNTIL DAY-IDX-WS > 7
           MOVE WKT-OT-HOURS-TBL (WORKER-IDX-WS) TO WD-HOURS-OUT
           MOVE WKT-CLASS-TBL (WORKER-IDX-WS) TO SEARCH-CLASS-WS
           PERFORM 340-FIND-JOB-CLASS
           COMPUTE OWN-OT-RATE-WS ROUNDED = RATE-IN * 1.5
           MOVE OWN-OT-RATE-WS TO OT-RATE-WS
           IF CLASS-SLOT-WS > ZERO
              AND CLT-CLASS-TBL (CLASS-SLOT-WS) =
                  WKT-CLASS-TBL (WORKER-IDX-WS)
               COMPUTE OT-RATE-WS ROUNDED =
                       CLT-BASE-TBL (CLASS-SLOT-WS) * 1.5
                       + CLT-FRINGE-TBL (CLASS-SLOT-WS)
               IF OWN-OT-RATE-WS > OT-RATE-WS
                   MOVE OWN-OT-RATE-WS TO OT-RATE-WS
               END-IF
           ELSE
               MOVE 'YES' TO RATE-MISSING-SW
           END-IF
           MOVE OT-RATE-WS TO WD-RATE-OUT
           MOVE ZERO TO WD-PROJECT-GROSS-OUT WD-ALL-GROSS-OUT
                        WD-FICA-OUT WD-WITHHOLDING-OUT WD-OTHER-OUT
                        WD-TOTAL-DED-OUT WD-NET-OUT
           WRITE PRINT-CERTIFIED-LINE FROM WORKER-DETAIL-LINE
               AFTER 1 LINE

           IF CLASS-SLOT-WS = ZERO
              OR CLT-CLASS-TBL (CLASS-SLOT-WS) NOT =
                 WKT-CLASS-TBL (WORKER-IDX-WS)
               MOVE '*** NO WAGE DETERMINATION RATE ON THE JOB MASTER'
                    TO WN-TEXT-OUT
               WRITE PRINT-CERTIFIED-LINE FROM WORKER-NOTE-LINE
                   AFTER 1 LINE
           END-IF
           IF WKT-UNDATED-TBL (WORKER-IDX-WS) > ZERO
               MOVE SPACES TO WN-TEXT-OUT
               STRING 'HOURS ON CARDS WITH NO WORK DATE IN THE WEEK: '
                          DELIMITED BY SIZE
                      WKT-UNDATED-TBL (WORKER-IDX-WS)
                          DELIMITED BY SIZE
                   INTO WN-TEXT-OUT
               END-STRING
               WRITE PRINT-CERTIFIED-LINE FROM WORKER-NOTE-LINE
                   AFTER 1 LINE
           END-IF

           ADD WKT-HOURS-TBL (WORKER-IDX-WS) TO JOB-HOURS-WS
           ADD WKT-GROSS-TBL (WORKER-IDX-WS) TO JOB-GROSS-WS.

       412-MOVE-ONE-DAY.
           MOVE WKT-DAY-HOURS-TBL (WORKER-IDX-WS DAY-IDX-WS) TO
                WD-DAY-HOURS-OUT (DAY-IDX-WS).

       413-BLANK-ONE-DAY.
           MOVE ZERO TO WD-DAY-HOURS-OUT (DAY-IDX-WS).

      *    OTHER DEDUCTIONS ARE WHATEVER THE CHECK LOST BESIDES FICA
      *    AND INCOME TAX WITHHOLDING.
       414-MOVE-CHECK-DEDUCTIONS.
           MOVE WKT-ALL-GROSS-TBL (WORKER-IDX-WS) TO WD-ALL-GROSS-OUT
           MOVE WKT-FICA-TBL (WORKER-IDX-WS)      TO WD-FICA-OUT
           MOVE WKT-WITHHOLDING-TBL (WORKER-IDX-WS) TO
                WD-WITHHOLDING-OUT
           COMPUTE DEDUCTIONS-WS =
                   WKT-ALL-GROSS-TBL (WORKER-IDX-WS)
                   - WKT-NET-TBL (WORKER-IDX-WS)
           COMPUTE OTHER-DEDUCTIONS-WS = DEDUCTIONS-WS
                   - WKT-FICA-TBL (WORKER-IDX-WS)
                   - WKT-WITHHOLDING-TBL (WORKER-IDX-WS)
           IF OTHER-DEDUCTIONS-WS < ZERO
               MOVE ZERO TO OTHER-DEDUCTIONS-WS
           END-IF
           MOVE OTHER-DEDUCTIONS-WS TO WD-OTHER-OUT
           MOVE DEDUCTIONS-WS       TO WD-TOTAL-DED-OUT
           MOVE WKT-NET-TBL (WORKER-IDX-WS) TO WD-NET-OUT.

       450-PRINT-JOB-TOTALS.
           MOVE WORKERS-ON-JOB-WS TO JT-WORKERS-OUT
           MOVE JOB-HOURS-WS      TO JT-HOURS-OUT
           MOVE JOB-GROSS-WS      TO JT-GROSS-OUT
           WRITE PRINT-CERTIFIED-LINE FROM JOB-TOTAL-LINE
               AFTER 2 LINES
           WRITE PRINT-CERTIFIED-LINE FROM CLASS-HEADING-LINE
               AFTER 2 LINES
           PERFORM 452-PRINT-ONE-CLASS-RATE
               VARYING CLASS-IDX-WS FROM 1 BY 1
               UNTIL CLASS-IDX-WS > CLASS-COUNT-WS.

       452-PRINT-ONE-CLASS-RATE.
           IF CLT-JOB-NO-TBL (CLASS-IDX-WS) =
              JBT-JOB-NO-TBL (JOB-IDX-WS)
               MOVE CLT-CLASS-TBL (CLASS-IDX-WS)  TO CR-CLASS-OUT
               MOVE CLT-NAME-TBL (CLASS-IDX-WS)   TO CR-NAME-OUT
               MOVE CLT-BASE-TBL (CLASS-IDX-WS)   TO CR-BASE-OUT
               MOVE CLT-FRINGE-TBL (CLASS-IDX-WS) TO CR-FRINGE-OUT
               COMPUTE CR-TOTAL-OUT = CLT-BASE-TBL (CLASS-IDX-WS)
                       + CLT-FRINGE-TBL (CLASS-IDX-WS)
               WRITE PRINT-CERTIFIED-LINE FROM CLASS-RATE-LINE
                   AFTER 1 LINE
           END-IF.

      *    THE BACK PAGE, ON A PAGE OF ITS OWN.
       500-PRINT-COMPLIANCE-STATEMENT.
           MOVE '                         STATEMENT OF COMPLIANCE'
                TO ST-TEXT-OUT
           WRITE PRINT-CERTIFIED-LINE FROM STATEMENT-TEXT-LINE
               AFTER PAGE
           PERFORM 510-PRINT-OPENING-LINE
               VARYING CLASS-IDX-WS FROM 1 BY 1
               UNTIL CLASS-IDX-WS > 9
           PERFORM 520-PRINT-PARTIES-AND-PERIOD
           PERFORM 530-PRINT-CLOSING-LINE
               VARYING CLASS-IDX-WS FROM 1 BY 1
               UNTIL CLASS-IDX-WS > 63.

       510-PRINT-OPENING-LINE.
           MOVE SO-TEXT-TBL (CLASS-IDX-WS) TO ST-TEXT-OUT
           WRITE PRINT-CERTIFIED-LINE FROM STATEMENT-TEXT-LINE
               AFTER 1 LINE.

       520-PRINT-PARTIES-AND-PERIOD.
           MOVE SPACES TO ST-TEXT-OUT
           STRING '    EMPLOYED BY ' DELIMITED BY SIZE
                  JBT-CONTRACTOR-TBL (JOB-IDX-WS) DELIMITED BY '  '
                  ' ON THE' DELIMITED BY SIZE
               INTO ST-TEXT-OUT
           END-STRING
           WRITE PRINT-CERTIFIED-LINE FROM STATEMENT-TEXT-LINE
               AFTER 1 LINE
           MOVE SPACES TO ST-TEXT-OUT
           STRING '    ' DELIMITED BY SIZE
                  JBT-PROJECT-NAME-TBL (JOB-IDX-WS) DELIMITED BY '  '
                  '; THAT DURING THE PAYROLL PERIOD' DELIMITED BY SIZE
               INTO ST-TEXT-OUT
           END-STRING
           WRITE PRINT-CERTIFIED-LINE FROM STATEMENT-TEXT-LINE
               AFTER 1 LINE
           MOVE SPACES TO ST-TEXT-OUT
           MOVE WKD-DATE-TBL (1) TO FORMAT-DATE-IN-WS
           PERFORM 800-FORMAT-DATE
           STRING '    COMMENCING ON ' DELIMITED BY SIZE
                  FORMAT-DATE-OUT-WS DELIMITED BY SIZE
                  ' AND ENDING ON ' DELIMITED BY SIZE
               INTO ST-TEXT-OUT
           END-STRING
           MOVE WEEK-ENDING-WS TO FORMAT-DATE-IN-WS
           PERFORM 800-FORMAT-DATE
           MOVE FORMAT-DATE-OUT-WS TO ST-TEXT-OUT (44:10)
           MOVE ','                TO ST-TEXT-OUT (54:1)
           WRITE PRINT-CERTIFIED-LINE FROM STATEMENT-TEXT-LINE
               AFTER 1 LINE.

       530-PRINT-CLOSING-LINE.
           MOVE SC-TEXT-TBL (CLASS-IDX-WS) TO ST-TEXT-OUT
           WRITE PRINT-CERTIFIED-LINE FROM STATEMENT-TEXT-LINE
               AFTER 1 LINE.

       800-FORMAT-DATE.
           MOVE FD-MONTH-WS TO FO-MONTH-WS
           MOVE FD-DAY-WS   TO FO-DAY-WS
           MOVE FD-YEAR-WS  TO FO-YEAR-WS.

      *    DAYS FROM A FIXED START, COUNTING THE YEAR FROM MARCH SO
      *    THE LEAP DAY FALLS AT ITS END, THEN MODULO 7.
       810-FIND-DAY-OF-WEEK.
           MOVE WD-YEAR-WS  TO CALC-YEAR-WS
           MOVE WD-MONTH-WS TO CALC-MONTH-WS
           IF CALC-MONTH-WS < 3
               SUBTRACT 1 FROM CALC-YEAR-WS
               ADD 12 TO CALC-MONTH-WS
           END-IF
           COMPUTE DAY-NUMBER-WS = CALC-YEAR-WS * 365 + WD-DAY-WS
           DIVIDE CALC-YEAR-WS BY 4 GIVING QUOTIENT-WS
           ADD QUOTIENT-WS TO DAY-NUMBER-WS
           DIVIDE CALC-YEAR-WS BY 100 GIVING QUOTIENT-WS
           SUBTRACT QUOTIENT-WS FROM DAY-NUMBER-WS
           DIVIDE CALC-YEAR-WS BY 400 GIVING QUOTIENT-WS
           ADD QUOTIENT-WS TO DAY-NUMBER-WS
           COMPUTE QUOTIENT-WS = (153 * (CALC-MONTH-WS - 3) + 2) / 5
           ADD QUOTIENT-WS TO DAY-NUMBER-WS
           DIVIDE DAY-NUMBER-WS BY 7 GIVING QUOTIENT-WS
               REMAINDER WEEKDAY-WS.

       820-STEP-BACK-ONE-DAY.
           IF WD-DAY-WS > 1
               SUBTRACT 1 FROM WD-DAY-WS
           ELSE
               IF WD-MONTH-WS = 1
                   MOVE 12 TO WD-MONTH-WS
                   SUBTRACT 1 FROM WD-YEAR-WS
               ELSE
                   SUBTRACT 1 FROM WD-MONTH-WS
               END-IF
               MOVE MONTH-LENGTH-TBL (WD-MONTH-WS) TO WD-DAY-WS
               IF WD-MONTH-WS = 2
                   DIVIDE WD-YEAR-WS BY 4 GIVING QUOTIENT-WS
                       REMAINDER LEAP-REMAINDER-WS
                   IF LEAP-REMAINDER-WS = ZERO
                       MOVE 29 TO WD-DAY-WS
                       DIVIDE WD-YEAR-WS BY 100 GIVING QUOTIENT-WS
                           REMAINDER LEAP-REMAINDER-WS
                       IF LEAP-REMAINDER-WS = ZERO
                           DIVIDE WD-YEAR-WS BY 400 GIVING QUOTIENT-WS
                               REMAINDER LEAP-REMAINDER-WS
                           IF LEAP-REMAINDER-WS NOT = ZERO
                               MOVE 28 TO WD-DAY-WS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       900-CLOSE.
           CLOSE CERTIFIED-PAYROLL-FILE
           IF PAYROLL-FILE-STATUS-WS NOT = '35'
               CLOSE USER-INPUT-FILE
           END-IF

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE PAYROLLS-PRINTED-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
