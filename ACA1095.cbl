       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ACA1095.
       AUTHOR.    CHRISTOPHER HILL.

      *    AFFORDABLE CARE ACT FULL-TIME MEASUREMENT. HOURS OF
      *    SERVICE ARE ACCUMULATED PER EMPLOYEE PER CALENDAR MONTH
      *    FROM EVERY PAY EVENT ON PAYHIST.DAT, PLUS THE HOURS ON
      *    TIMECARD.DAT CARDS NOT YET PAID; A SALARIED EMPLOYEE IS
      *    CREDITED THE STANDARD EQUIVALENCY FOR EACH CHECK (40 A
      *    WEEK) INSTEAD OF COUNTED HOURS.
      *
      *    THE LOOK-BACK METHOD DECIDES WHO IS FULL-TIME FOR THE
      *    STABILITY PERIOD, THE CALENDAR TAX YEAR: AN ONGOING
      *    EMPLOYEE AVERAGING 130 HOURS A MONTH OVER THE STANDARD
      *    MEASUREMENT PERIOD (THE 12 MONTHS ENDING OCTOBER 31 OF
      *    THE YEAR BEFORE, LEAVING NOVEMBER AND DECEMBER AS THE
      *    ADMINISTRATIVE PERIOD) IS FULL-TIME ALL YEAR. A NEW
      *    VARIABLE-HOUR EMPLOYEE IS MEASURED OVER AN INITIAL
      *    PERIOD OF THE SAME LENGTH FROM THE FIRST FULL MONTH OF
      *    EMPLOYMENT; A NEW SALARIED EMPLOYEE IS FULL-TIME ONCE
      *    THE WAITING MONTHS ARE SERVED. VARIABLE-HOUR EMPLOYEES
      *    WHOSE AVERAGE IN THE CURRENT MEASUREMENT PERIOD IS NEAR
      *    130 ARE LISTED EVERY RUN SO THE SCHEDULES CAN BE LOOKED
      *    AT BEFORE THE PERIOD CLOSES.
      *
      *    AT YEAR END (THE DECEMBER RUN, OR ANY RUN WHOSE ACA.PRM
      *    CARD NAMES A TAX YEAR) ACA1095.DAT CARRIES THE 1095-C
      *    DATA - OFFER, EMPLOYEE SHARE, AND SAFE-HARBOR CODES FOR
      *    EACH MONTH - FOR EVERY EMPLOYEE FULL-TIME IN ANY MONTH,
      *    AND THE 1094-C MONTHLY TOTALS FOR EACH EMPLOYER BY
      *    COMPANY-IN, WITH THE EIN AND NAME FROM THE COMPANY.PRM
      *    EMPLOYER CARDS.
      *
      *    THE ACA.PRM CARD, EVERY FIELD OPTIONAL (A BLANK OR
      *    NON-NUMERIC FIELD KEEPS THE DEFAULT):
      *      1-4   TAX YEAR (DEFAULT THE RUN YEAR)
      *      6-7   MEASUREMENT PERIOD MONTHS, 1-12 (12)
      *      9-10  MONTH THE STANDARD PERIOD ENDS, 1-12 (10)
      *     12-14  FULL-TIME HOURS A MONTH (130)
      *     16-18  WATCH-LIST HOURS A MONTH (120)
      *     20-21  OFFER CODE, 1095-C LINE 14 (1E)
      *     23-24  SAFE-HARBOR CODE, LINE 16 (2H)
      *     26-31  LOWEST-COST SELF-ONLY MONTHLY SHARE, LINE 15,
      *            9999V99 (ZERO)
      *     33-34  WAITING MONTHS FOR A NEW SALARIED HIRE (2)

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

            SELECT TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TIMECARD-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'ACA.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

      *    WHICH EMPLOYER THE RUN COVERS - BLANK, '**', OR NO FILE
      *    MEASURES EVERY ENTITY; A CODE MEASURES THAT EMPLOYER'S
      *    PEOPLE ALONE.
            SELECT COMPANY-PARM-FILE ASSIGN TO 'COMPANY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS COMPANY-FILE-STATUS-WS.

            SELECT ACA-FORM-FILE ASSIGN TO 'ACA1095.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACA-REPORT-FILE ASSIGN TO 'ACA1095.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONLY THE FIELDS THE MEASUREMENT AND THE FORMS NEED ARE
      *    NAMED - THE REST OF THE PAYROLL MASTER RIDES ALONG.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN            PIC 9(9).
           05  FILLER            PIC X(4).
           05  HOURS-IN          PIC 99.
           05  NAME-IN           PIC X(20).
           05  FILLER            PIC X(5).
           05  PAY-FREQ-IN       PIC X.
           05  FILLER            PIC X(27).
           05  EMP-STATUS-IN     PIC X.
               88  EMP-TERMINATED-IN        VALUE 'T'.
           05  HIRE-DATE-IN      PIC 9(8).
           05  TERM-DATE-IN      PIC 9(8).
           05  PAY-TYPE-IN       PIC X.
               88  PAY-TYPE-SALARIED-IN     VALUE 'S'.
           05  FILLER            PIC X(27).
           05  ADDRESS-1-IN      PIC X(25).
           05  ADDRESS-2-IN      PIC X(25).
           05  CITY-IN           PIC X(15).
           05  ADDR-STATE-IN     PIC XX.
           05  ZIP-IN            PIC X(9).
           05  FILLER            PIC X(8).
           05  COMPANY-IN        PIC XX.
           05  FILLER            PIC X(33).

      *    SAME RECORD LAYOUT PROB3 WRITES - NOT A COPYBOOK THERE
      *    EITHER. EVENTS WRITTEN BEFORE THE HOURS RODE ON THE
      *    HISTORY READ BACK WITH THOSE COLUMNS BLANK.
       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-RECORD.
           05  PH-SSN          PIC 9(9).
           05  FILLER          PIC X.
           05  PH-PAY-DATE     PIC 9(8).
           05  FILLER          PIC X(84).
           05  FILLER          PIC X.
           05  PH-HOURS        PIC 9(3)V99.
           05  PH-HOURS-X REDEFINES PH-HOURS PIC X(5).
           05  FILLER          PIC X.
           05  PH-PAY-TYPE     PIC X.
           05  PH-PAY-FREQ     PIC X.
           05  PH-RUN-TYPE     PIC X.
               88  PH-SUPPLEMENTAL-RUN      VALUE 'S'.
               88  PH-POSTED-OUTSIDE-RUN    VALUE 'M' 'A'.
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT        VALUE 'R'.
           05  FILLER          PIC X(19).

       FD  TIMECARD-FILE RECORDING MODE IS F.
       01  TIMECARD-RECORD.
           05  TC-SSN          PIC 9(9).
           05  TC-HOURS        PIC 99.
           05  TC-PAY-DATE     PIC 9(8).
           05  TC-HOURS-TYPE   PIC X.
           05  TC-JOB-NO       PIC X(6).
           05  TC-WORK-DATE    PIC 9(8).
           05  TC-WORK-CLASS   PIC X(4).
           05  TC-SHIFT-CODE   PIC X.

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-LINE PIC X(80).
       01  ACA-PARAMETER-CARD.
           05  PC-TAX-YEAR         PIC X(4).
           05  FILLER              PIC X.
           05  PC-MEASURE-MONTHS   PIC XX.
           05  FILLER              PIC X.
           05  PC-MEASURE-END      PIC XX.
           05  FILLER              PIC X.
           05  PC-FULL-TIME-HOURS  PIC X(3).
           05  FILLER              PIC X.
           05  PC-WARNING-HOURS    PIC X(3).
           05  FILLER              PIC X.
           05  PC-OFFER-CODE       PIC XX.
           05  FILLER              PIC X.
           05  PC-SAFE-HARBOR      PIC XX.
           05  FILLER              PIC X.
           05  PC-EMPLOYEE-SHARE   PIC X(6).
           05  PC-EMPLOYEE-SHARE-N REDEFINES PC-EMPLOYEE-SHARE
                                   PIC 9(4)V99.
           05  FILLER              PIC X.
           05  PC-NEW-HIRE-WAIT    PIC XX.
           05  FILLER              PIC X(46).

      *    THE FIRST CARD IS THE EMPLOYER FILTER EVERY PROGRAM
      *    READS. EACH CARD AFTER IT IDENTIFIES ONE EMPLOYER - THE
      *    SAME CARDS W2EXTR BUILDS THE EFW2 FILE FROM.
       FD  COMPANY-PARM-FILE RECORDING MODE IS F.
       01  COMPANY-PARM-LINE   PIC X(132).
       01  EMPLOYER-ID-CARD.
           05  EC-COMPANY          PIC XX.
           05  FILLER              PIC X.
           05  EC-EIN              PIC 9(9).
           05  FILLER              PIC X.
           05  EC-NAME             PIC X(57).
           05  EC-ADDRESS          PIC X(22).
           05  EC-CITY             PIC X(22).
           05  EC-STATE            PIC XX.
           05  EC-ZIP              PIC X(9).
           05  FILLER              PIC X(7).

       FD  ACA-FORM-FILE RECORDING MODE IS F.
       01  ACA-FORM-LINE       PIC X(300).

       FD  ACA-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-ACA-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PAYROLL-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-HIST-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-TIMECARD-WS         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  EVENTS-READ-WS          PICTURE 9(7)  VALUE ZERO.
           05  EVENTS-UNMATCHED-WS     PICTURE 9(7)  VALUE ZERO.
           05  CARDS-CREDITED-WS       PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-MEASURED-WS   PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-FULL-TIME-WS  PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-WATCHED-WS    PICTURE 9(6)  VALUE ZERO.
           05  FORMS-WRITTEN-WS        PICTURE 9(6)  VALUE ZERO.
           05  EXCEPTIONS-WS           PICTURE 9(6)  VALUE ZERO.
           05  EMP-IDX-WS              PICTURE 9(5)  VALUE ZERO.
           05  MONTH-IDX-WS            PICTURE 99    VALUE ZERO.
           05  EVENT-HOURS-WS          PICTURE 9(4)V99 VALUE ZERO.
           05  EVENT-PAY-TYPE-WS       PICTURE X     VALUE SPACE.
           05  EVENT-PAY-FREQ-WS       PICTURE X     VALUE SPACE.
           05  FULL-TIME-YEAR-SW       PICTURE X(3)  VALUE 'NO'.
           05  EMPLOYED-MONTH-SW       PICTURE X(3)  VALUE 'NO'.

       01  FILE-STATUS-FIELDS-WS.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  TIMECARD-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  COMPANY-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

       01  COMPANY-FILTER-WS           PICTURE XX    VALUE SPACES.
           88  ALL-COMPANIES-WS            VALUE SPACES '**'.

      *    THE RULES THE ACA.PRM CARD CAN OVERRIDE.
       01  ACA-PARAMETERS-WS.
           05  TAX-YEAR-WS             PIC 9(4)    VALUE ZERO.
           05  MEASURE-MONTHS-WS       PIC 99      VALUE 12.
           05  MEASURE-END-MONTH-WS    PIC 99      VALUE 10.
           05  FULL-TIME-HOURS-WS      PIC 9(3)    VALUE 130.
           05  WARNING-HOURS-WS        PIC 9(3)    VALUE 120.
           05  OFFER-CODE-WS           PIC XX      VALUE '1E'.
           05  SAFE-HARBOR-CODE-WS     PIC XX      VALUE '2H'.
           05  EMPLOYEE-SHARE-WS       PIC 9(4)V99 VALUE ZERO.
           05  NEW-HIRE-WAIT-WS        PIC 99      VALUE 2.
           05  FORMS-DUE-SW            PIC X(3)    VALUE 'NO'.

      *    MONTHLY HOURS CREDITED FOR ONE SALARIED CHECK, BY PAY
      *    FREQUENCY - 40 HOURS A WEEK CARRIED TO THE PERIOD.
       01  EQUIVALENCY-HOURS-WS.
           05  WEEKLY-EQUIV-WS         PIC 9(3)V99 VALUE 40.00.
           05  BIWEEKLY-EQUIV-WS       PIC 9(3)V99 VALUE 80.00.
           05  SEMIMONTHLY-EQUIV-WS    PIC 9(3)V99 VALUE 86.67.
           05  MONTHLY-EQUIV-WS        PIC 9(3)V99 VALUE 173.33.

      *    MONTHS ARE CARRIED AS A SINGLE COUNT (YEAR TIMES 12 PLUS
      *    THE MONTH LESS ONE) SO PERIODS THAT CROSS A YEAR-END ARE
      *    PLAIN SUBTRACTION. THE HOURS TABLE STARTS AT THE FIRST
      *    MONTH OF THE STANDARD MEASUREMENT PERIOD AND RUNS
      *    THROUGH DECEMBER OF THE TAX YEAR - AT MOST 35 MONTHS.
       01  MEASUREMENT-PERIOD-WS.
           05  RUN-MONTH-KEY-WS        PIC 9(6)  VALUE ZERO.
           05  BASE-MONTH-KEY-WS       PIC 9(6)  VALUE ZERO.
           05  MEASURE-END-KEY-WS      PIC 9(6)  VALUE ZERO.
           05  JANUARY-KEY-WS          PIC 9(6)  VALUE ZERO.
           05  DECEMBER-KEY-WS         PIC 9(6)  VALUE ZERO.
           05  CURRENT-START-KEY-WS    PIC 9(6)  VALUE ZERO.
           05  CURRENT-END-KEY-WS      PIC 9(6)  VALUE ZERO.
           05  SLOT-COUNT-WS           PIC 99    VALUE ZERO.
           05  MONTH-KEY-WS            PIC 9(6)  VALUE ZERO.
           05  MONTH-SLOT-WS           PIC S9(5) VALUE ZERO.
           05  INITIAL-END-KEY-WS      PIC 9(6)  VALUE ZERO.
           05  SUM-FROM-KEY-WS         PIC 9(6)  VALUE ZERO.
           05  SUM-TO-KEY-WS           PIC 9(6)  VALUE ZERO.
           05  SUM-HOURS-WS            PIC 9(6)V99 VALUE ZERO.
           05  SUM-MONTHS-WS           PIC S9(5) VALUE ZERO.
           05  AVERAGE-HOURS-WS        PIC 9(4)V99 VALUE ZERO.

       01  MONTH-TEXT-WS.
           05  MT-MONTH-OUT            PIC 99.
           05                          PIC X     VALUE '/'.
           05  MT-YEAR-OUT             PIC 9(4).

       01  MONTH-SPLIT-WS.
           05  MS-YEAR-WS              PIC 9(4)  VALUE ZERO.
           05  MS-MONTH-WS             PIC 99    VALUE ZERO.

      *    EVERY EMPLOYEE THE RUN COVERS, IN THE MASTER'S SSN ORDER
      *    SO A PAY EVENT FINDS ITS EMPLOYEE BY HALVING. TOO MANY
      *    FOR THE TABLE AND NOTHING IS MEASURED OR WRITTEN - A
      *    FORM MISSING FOR THE EMPLOYEES WHO DIDN'T FIT WOULD GO
      *    UNNOTICED.
       01  EMPLOYEE-CONTROL-WS.
           05  EMPLOYEE-COUNT-WS       PIC 9(5)  VALUE ZERO.
           05  EMPLOYEE-LIMIT-WS       PIC 9(5)  VALUE 5000.
           05  EMPLOYEE-OVERFLOW-SW    PIC X(3)  VALUE 'NO'.
           05  EMP-SLOT-WS             PIC 9(5)  VALUE ZERO.
           05  SEARCH-LOW-WS           PIC S9(5) VALUE ZERO.
           05  SEARCH-HIGH-WS          PIC S9(5) VALUE ZERO.
           05  SEARCH-MID-WS           PIC S9(5) VALUE ZERO.
           05  SEARCH-SSN-WS           PIC 9(9)  VALUE ZERO.

      *    CLASS 'O' IS AN ONGOING EMPLOYEE, 'N' ONE HIRED AFTER THE
      *    STANDARD MEASUREMENT PERIOD BEGAN, SPACE ONE NOT ON THE
      *    PAYROLL AT ALL IN THE TAX YEAR. FULL-TIME STARTS WITH THE
      *    FT-START MONTH (ZERO IS NEVER); MONTHS THROUGH LNAP-END
      *    ARE THE NEW HIRE'S LIMITED NON-ASSESSMENT PERIOD.
       01  EMPLOYEE-TABLE-WS.
           05  EMPLOYEE-ENTRY-WS OCCURS 5000 TIMES.
               10  EMT-SSN-TBL             PIC 9(9).
               10  EMT-NAME-TBL            PIC X(20).
               10  EMT-COMPANY-TBL         PIC XX.
               10  EMT-PAY-TYPE-TBL        PIC X.
               10  EMT-PAY-FREQ-TBL        PIC X.
               10  EMT-STD-HOURS-TBL       PIC 99.
               10  EMT-STATUS-TBL          PIC X.
               10  EMT-HIRE-KEY-TBL        PIC 9(6).
               10  EMT-FIRST-FULL-KEY-TBL  PIC 9(6).
               10  EMT-TERM-KEY-TBL        PIC 9(6).
               10  EMT-LAST-PAID-TBL       PIC 9(8).
               10  EMT-CLASS-TBL           PIC X.
               10  EMT-FT-START-KEY-TBL    PIC 9(6).
               10  EMT-LNAP-END-KEY-TBL    PIC 9(6).
               10  EMT-AVERAGE-TBL         PIC 9(4)V99.
               10  EMT-WATCH-SW-TBL        PIC X.
               10  EMT-CURRENT-MONTHS-TBL  PIC 99.
               10  EMT-CURRENT-AVG-TBL     PIC 9(4)V99.
               10  EMT-HOURS-TBL           PIC 9(4)V99
                                           OCCURS 36 TIMES.

      *    THE EMPLOYER CARDS FROM COMPANY.PRM, EACH CARRYING ITS
      *    OWN 1094-C TOTALS. AN EMPLOYEE WHOSE MASTER CARRIES NO
      *    COMPANY CODE FILES UNDER THE FIRST CARD, THE ORIGINAL
      *    SINGLE EMPLOYER, AS ON THE W-2 FILE.
       01  EMPLOYER-CONTROL-WS.
           05  EOF-COMPANY-PARM-WS     PIC X(3) VALUE 'NO'.
           05  EMPLOYER-COUNT-WS       PIC 9(2) VALUE ZERO.
           05  EMPLOYER-SEARCH-IDX-WS  PIC 9(2) VALUE ZERO.
           05  EMPLOYER-SLOT-WS        PIC 9(2) VALUE ZERO.
           05  EMPLOYER-FOUND-SW       PIC X(3) VALUE 'NO'.
           05  EMPLOYER-LIMIT-WS       PIC 9(2) VALUE 20.
           05  EMPLOYEE-COMPANY-WS     PIC XX   VALUE SPACES.

       01  EMPLOYER-TABLE-WS.
           05  EMPLOYER-ENTRY-WS OCCURS 20 TIMES.
               10  EMP-COMPANY-TBL     PIC XX.
               10  EMP-EIN-TBL         PIC 9(9).
               10  EMP-NAME-TBL        PIC X(57).
               10  EMP-ADDRESS-TBL     PIC X(22).
               10  EMP-CITY-TBL        PIC X(22).
               10  EMP-STATE-TBL       PIC XX.
               10  EMP-ZIP-TBL         PIC X(9).
               10  EMP-EMPLOYEES-TBL   PIC 9(6).
               10  EMP-FORMS-TBL       PIC 9(6).
               10  EMP-MONTH-TOTALS-TBL OCCURS 12 TIMES.
                   15  EMP-FT-COUNT-TBL    PIC 9(6).
                   15  EMP-ALL-COUNT-TBL   PIC 9(6).
                   15  EMP-OFFERED-TBL     PIC 9(6).

       01  NAME-SPLIT-WS.
           05  NAME-LEAD-COUNT-WS      PIC 9(2) VALUE ZERO.
           05  NAME-COMMA-COUNT-WS     PIC 9(2) VALUE ZERO.
           05  NAME-PART-COUNT-WS      PIC 9(2) VALUE ZERO.
           05  NAME-PART-1-WS          PIC X(20) VALUE SPACES.
           05  NAME-PART-2-WS          PIC X(20) VALUE SPACES.
           05  NAME-PART-3-WS          PIC X(20) VALUE SPACES.
           05  NAME-REST-WS            PIC X(20) VALUE SPACES.

       01  CONVERT-DATE-WS             PIC 9(8) VALUE ZERO.
       01  CONVERT-DATE-PARTS REDEFINES CONVERT-DATE-WS.
           05  CV-YEAR-WS              PIC 9(4).
           05  CV-MONTH-WS             PIC 99.
           05  CV-DAY-WS               PIC 99.

      *    THE FORM FILE, 300 BYTES A RECORD: A 95 RECORD PER
      *    EMPLOYEE FULL-TIME IN ANY MONTH WITH THE 1095-C PART I
      *    AND THE TWELVE MONTHS OF LINES 14, 15, AND 16, AND A 94
      *    RECORD PER EMPLOYER WITH THE 1094-C PART III MONTHLY
      *    COLUMNS. THE PLAN YEAR IS THE CALENDAR YEAR, SO THE PLAN
      *    START MONTH IS ALWAYS 01.
       01  ACA-1095C-RECORD.
           05  FILLER              PIC XX      VALUE '95'.
           05  C95-TAX-YEAR        PIC 9(4)    VALUE ZERO.
           05  C95-EMPLOYER-EIN    PIC 9(9)    VALUE ZERO.
           05  C95-COMPANY         PIC XX      VALUE SPACES.
           05  C95-SSN             PIC 9(9)    VALUE ZERO.
           05  C95-FIRST-NAME      PIC X(16)   VALUE SPACES.
           05  C95-MIDDLE-NAME     PIC X(16)   VALUE SPACES.
           05  C95-LAST-NAME       PIC X(30)   VALUE SPACES.
           05  C95-ADDRESS         PIC X(40)   VALUE SPACES.
           05  C95-CITY            PIC X(25)   VALUE SPACES.
           05  C95-STATE           PIC XX      VALUE SPACES.
           05  C95-ZIP             PIC X(5)    VALUE SPACES.
           05  C95-ZIP-EXT         PIC X(4)    VALUE SPACES.
           05  C95-PLAN-START      PIC XX      VALUE '01'.
           05  C95-MONTH-ENTRY OCCURS 12 TIMES.
               10  C95-OFFER-CODE      PIC XX.
               10  C95-EMPLOYEE-SHARE  PIC 9(4)V99.
               10  C95-SAFE-HARBOR     PIC XX.
           05  FILLER              PIC X(14)   VALUE SPACES.

       01  ACA-1094C-RECORD.
           05  FILLER              PIC XX      VALUE '94'.
           05  C94-TAX-YEAR        PIC 9(4)    VALUE ZERO.
           05  C94-EMPLOYER-EIN    PIC 9(9)    VALUE ZERO.
           05  C94-COMPANY         PIC XX      VALUE SPACES.
           05  C94-EMPLOYER-NAME   PIC X(57)   VALUE SPACES.
           05  C94-ADDRESS         PIC X(22)   VALUE SPACES.
           05  C94-CITY            PIC X(22)   VALUE SPACES.
           05  C94-STATE           PIC XX      VALUE SPACES.
           05  C94-ZIP             PIC X(9)    VALUE SPACES.
           05  C94-FORM-COUNT      PIC 9(6)    VALUE ZERO.
           05  C94-MONTH-ENTRY OCCURS 12 TIMES.
               10  C94-MEC-OFFER       PIC X.
               10  C94-FULL-TIME-COUNT PIC 9(6).
               10  C94-TOTAL-COUNT     PIC 9(6).
           05  FILLER              PIC X(9)    VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'ACA1095'.
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
           05                      PICTURE X(40)   VALUE
           'ACA FULL-TIME MEASUREMENT AND 1095-C'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  PERIOD-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(16)   VALUE
                 'STABILITY YEAR: '.
           05  PL-YEAR-OUT         PICTURE 9(4).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(20)   VALUE
                 'MEASUREMENT PERIOD: '.
           05  PL-FROM-OUT         PICTURE X(7).
           05                      PICTURE X(3)    VALUE ' - '.
           05  PL-TO-OUT           PICTURE X(7).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(17)   VALUE
                 'FULL-TIME HOURS: '.
           05  PL-HOURS-OUT        PICTURE ZZ9.
           05  FILLER              PICTURE X(46)   VALUE SPACES.

       01  SECTION-TITLE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ST-TITLE-OUT        PICTURE X(80).
           05  FILLER              PICTURE X(51)   VALUE SPACES.

       01  DETERMINATION-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(11)   VALUE 'SSN'.
           05                      PICTURE X(21)   VALUE 'NAME'.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(8)    VALUE 'PAY'.
           05                      PICTURE X(9)    VALUE 'CLASS'.
           05                      PICTURE X(11)   VALUE 'AVG HOURS'.
           05                      PICTURE X(30)   VALUE
                 'FULL-TIME STATUS'.
           05  FILLER              PICTURE X(37)   VALUE SPACES.

       01  DETERMINATION-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  DT-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  DT-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  DT-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  DT-PAY-OUT          PICTURE X(6).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  DT-CLASS-OUT        PICTURE X(7).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  DT-AVERAGE-OUT      PICTURE ZZZ9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DT-STATUS-OUT       PICTURE X(30).
           05  FILLER              PICTURE X(37)   VALUE SPACES.

       01  WATCH-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(11)   VALUE 'SSN'.
           05                      PICTURE X(21)   VALUE 'NAME'.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(8)    VALUE 'MONTHS'.
           05                      PICTURE X(11)   VALUE 'AVG HOURS'.
           05                      PICTURE X(40)   VALUE 'NOTE'.
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       01  WATCH-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WL-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  WL-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WL-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  WL-MONTHS-OUT       PICTURE Z9.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  WL-AVERAGE-OUT      PICTURE ZZZ9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  WL-NOTE-OUT         PICTURE X(40).
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  EX-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  EX-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  EX-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  EX-REASON-OUT       PICTURE X(50).
           05  FILLER              PICTURE X(45)   VALUE SPACES.

       01  EMPLOYER-TOTAL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'EMPLOYER: '.
           05  ET-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'EIN: '.
           05  ET-EIN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05  ET-NAME-OUT         PICTURE X(40).
           05  FILLER              PICTURE XX      VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                 '1095-C FORMS: '.
           05  ET-FORMS-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       01  EMPLOYER-MONTH-LINE.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'MONTH '.
           05  EM-MONTH-OUT        PICTURE 99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 'FULL-TIME: '.
           05  EM-FULL-TIME-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'TOTAL: '.
           05  EM-TOTAL-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 'MEC OFFER: '.
           05  EM-MEC-OUT          PICTURE X.
           05  FILLER              PICTURE X(63)   VALUE SPACES.

       01  RUN-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'MEASURED: '.
           05  RS-MEASURED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 'FULL-TIME: '.
           05  RS-FULL-TIME-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'WATCH LIST: '.
           05  RS-WATCHED-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 '1095-C FORMS: '.
           05  RS-FORMS-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'EXCEPTIONS: '.
           05  RS-EXCEPTIONS-OUT   PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(25)   VALUE SPACES.

       01  VERDICT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VERDICT-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    CALENDAR STEP: 0 = GOOD, 4 = A FULL-TIME EMPLOYEE HAS NO
      *    EMPLOYER CARD AND GOT NO FORM, 8 = THE EMPLOYEES WOULD
      *    NOT FIT AND NOTHING WAS MEASURED. A STANDALONE RUN
      *    PASSES NOTHING AND THE NULL TEST LEAVES IT ALONE.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF EMPLOYEE-OVERFLOW-SW NOT = 'YES'
               PERFORM 240-LOAD-PAY-HISTORY
               PERFORM 250-LOAD-TIMECARDS
               PERFORM 300-MEASURE-ONE-EMPLOYEE
                   VARYING EMP-IDX-WS FROM 1 BY 1
                   UNTIL EMP-IDX-WS > EMPLOYEE-COUNT-WS
               PERFORM 400-PRINT-WATCH-LIST
               IF FORMS-DUE-SW = 'YES'
                   PERFORM 500-WRITE-FORMS
               END-IF
           END-IF
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF EMPLOYEE-OVERFLOW-SW = 'YES'
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

           OPEN OUTPUT ACA-REPORT-FILE
           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-ACA-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           MOVE YEAR-WS TO TAX-YEAR-WS
           PERFORM 205-READ-PARAMETER-CARD
           IF MONTH-WS = 12
               MOVE 'YES' TO FORMS-DUE-SW
           END-IF
           PERFORM 207-SET-MEASUREMENT-PERIODS
           PERFORM 210-READ-COMPANY-PARM

           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               PERFORM 232-READ-ONE-EMPLOYEE
               PERFORM 234-STORE-ONE-EMPLOYEE
                   UNTIL EOF-PAYROLL-WS = 'YES'
                      OR EMPLOYEE-OVERFLOW-SW = 'YES'
           ELSE
               MOVE 'YES' TO EOF-PAYROLL-WS
           END-IF.

      *    NO ACA.PRM (STATUS 35) TAKES EVERY DEFAULT. A CARD THAT
      *    NAMES THE TAX YEAR IS THE YEAR-END RUN (OR ITS RERUN), SO
      *    IT WRITES THE FORMS WHATEVER MONTH IT RUNS IN.
       205-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 206-APPLY-PARAMETER-CARD
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       206-APPLY-PARAMETER-CARD.
           IF PC-TAX-YEAR IS NUMERIC
              AND PC-TAX-YEAR > '0000'
               MOVE PC-TAX-YEAR TO TAX-YEAR-WS
               MOVE 'YES' TO FORMS-DUE-SW
           END-IF
           IF PC-MEASURE-MONTHS IS NUMERIC
              AND PC-MEASURE-MONTHS >= '01'
              AND PC-MEASURE-MONTHS <= '12'
               MOVE PC-MEASURE-MONTHS TO MEASURE-MONTHS-WS
           END-IF
           IF PC-MEASURE-END IS NUMERIC
              AND PC-MEASURE-END >= '01'
              AND PC-MEASURE-END <= '12'
               MOVE PC-MEASURE-END TO MEASURE-END-MONTH-WS
           END-IF
           IF PC-FULL-TIME-HOURS IS NUMERIC
              AND PC-FULL-TIME-HOURS > '000'
               MOVE PC-FULL-TIME-HOURS TO FULL-TIME-HOURS-WS
           END-IF
           IF PC-WARNING-HOURS IS NUMERIC
              AND PC-WARNING-HOURS > '000'
               MOVE PC-WARNING-HOURS TO WARNING-HOURS-WS
           END-IF
           IF PC-OFFER-CODE NOT = SPACES
               MOVE PC-OFFER-CODE TO OFFER-CODE-WS
           END-IF
           IF PC-SAFE-HARBOR NOT = SPACES
               MOVE PC-SAFE-HARBOR TO SAFE-HARBOR-CODE-WS
           END-IF
           IF PC-EMPLOYEE-SHARE IS NUMERIC
               MOVE PC-EMPLOYEE-SHARE-N TO EMPLOYEE-SHARE-WS
           END-IF
           IF PC-NEW-HIRE-WAIT IS NUMERIC
               MOVE PC-NEW-HIRE-WAIT TO NEW-HIRE-WAIT-WS
           END-IF.

      *    THE STANDARD PERIOD ENDS IN THE YEAR BEFORE THE TAX YEAR;
      *    THE CURRENT ONE - THE PERIOD NOW RUNNING FOR NEXT YEAR -
      *    ENDS IN THE TAX YEAR ITSELF.
       207-SET-MEASUREMENT-PERIODS.
           COMPUTE RUN-MONTH-KEY-WS = YEAR-WS * 12 + MONTH-WS - 1
           COMPUTE JANUARY-KEY-WS   = TAX-YEAR-WS * 12
           COMPUTE DECEMBER-KEY-WS  = JANUARY-KEY-WS + 11
           COMPUTE MEASURE-END-KEY-WS =
                   (TAX-YEAR-WS - 1) * 12 + MEASURE-END-MONTH-WS - 1
           COMPUTE BASE-MONTH-KEY-WS =
                   MEASURE-END-KEY-WS - MEASURE-MONTHS-WS + 1
           COMPUTE SLOT-COUNT-WS =
                   DECEMBER-KEY-WS - BASE-MONTH-KEY-WS + 1
           COMPUTE CURRENT-END-KEY-WS = MEASURE-END-KEY-WS + 12
           COMPUTE CURRENT-START-KEY-WS = BASE-MONTH-KEY-WS + 12

           MOVE TAX-YEAR-WS TO PL-YEAR-OUT
           MOVE BASE-MONTH-KEY-WS TO MONTH-KEY-WS
           PERFORM 820-MONTH-KEY-TO-TEXT
           MOVE MONTH-TEXT-WS TO PL-FROM-OUT
           MOVE MEASURE-END-KEY-WS TO MONTH-KEY-WS
           PERFORM 820-MONTH-KEY-TO-TEXT
           MOVE MONTH-TEXT-WS TO PL-TO-OUT
           MOVE FULL-TIME-HOURS-WS TO PL-HOURS-OUT
           WRITE PRINT-ACA-LINE FROM PERIOD-LINE
               AFTER 2 LINES.

      *    NO COMPANY.PRM (STATUS 35), A BLANK CARD, OR '**'
      *    MEASURES EVERY ENTITY TOGETHER. THE EMPLOYER CARDS BEHIND
      *    THE FILTER CARD NAME THE EMPLOYER ON THE FORMS.
       210-READ-COMPANY-PARM.
           OPEN INPUT COMPANY-PARM-FILE
           IF COMPANY-FILE-STATUS-WS = '00'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
                   NOT AT END
                       MOVE COMPANY-PARM-LINE (1:2) TO
                            COMPANY-FILTER-WS
               END-READ
               PERFORM 212-READ-ONE-EMPLOYER-CARD
               PERFORM 214-LOAD-ONE-EMPLOYER-CARD
                   UNTIL EOF-COMPANY-PARM-WS = 'YES'
               CLOSE COMPANY-PARM-FILE
           END-IF.

       212-READ-ONE-EMPLOYER-CARD.
           IF EOF-COMPANY-PARM-WS NOT = 'YES'
               READ COMPANY-PARM-FILE
                   AT END MOVE 'YES' TO EOF-COMPANY-PARM-WS
               END-READ
           END-IF.

       214-LOAD-ONE-EMPLOYER-CARD.
           IF EC-EIN IS NUMERIC
              AND EMPLOYER-COUNT-WS < EMPLOYER-LIMIT-WS
               ADD 1 TO EMPLOYER-COUNT-WS
               MOVE EC-COMPANY TO EMP-COMPANY-TBL (EMPLOYER-COUNT-WS)
               MOVE EC-EIN     TO EMP-EIN-TBL     (EMPLOYER-COUNT-WS)
               MOVE EC-NAME    TO EMP-NAME-TBL    (EMPLOYER-COUNT-WS)
               MOVE EC-ADDRESS TO EMP-ADDRESS-TBL (EMPLOYER-COUNT-WS)
               MOVE EC-CITY    TO EMP-CITY-TBL    (EMPLOYER-COUNT-WS)
               MOVE EC-STATE   TO EMP-STATE-TBL   (EMPLOYER-COUNT-WS)
               MOVE EC-ZIP     TO EMP-ZIP-TBL     (EMPLOYER-COUNT-WS)
               MOVE ZERO TO EMP-EMPLOYEES-TBL (EMPLOYER-COUNT-WS)
               MOVE ZERO TO EMP-FORMS-TBL     (EMPLOYER-COUNT-WS)
               PERFORM 216-CLEAR-ONE-EMPLOYER-MONTH
                   VARYING MONTH-IDX-WS FROM 1 BY 1
                   UNTIL MONTH-IDX-WS > 12
           END-IF
           PERFORM 212-READ-ONE-EMPLOYER-CARD.

       216-CLEAR-ONE-EMPLOYER-MONTH.
           MOVE ZERO TO EMP-FT-COUNT-TBL  (EMPLOYER-COUNT-WS,
                                           MONTH-IDX-WS)
           MOVE ZERO TO EMP-ALL-COUNT-TBL (EMPLOYER-COUNT-WS,
                                           MONTH-IDX-WS)
           MOVE ZERO TO EMP-OFFERED-TBL   (EMPLOYER-COUNT-WS,
                                           MONTH-IDX-WS).

       232-READ-ONE-EMPLOYEE.
           READ USER-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-PAYROLL-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    A MISSING HIRE DATE COUNTS AS HIRED LONG AGO - AN ONGOING
      *    EMPLOYEE. A TERMINATED MASTER WITH NO TERMINATION DATE
      *    IS TAKEN AS GONE BEFORE THE TAX YEAR.
       234-STORE-ONE-EMPLOYEE.
           IF ALL-COMPANIES-WS
              OR COMPANY-IN = COMPANY-FILTER-WS
               IF EMPLOYEE-COUNT-WS < EMPLOYEE-LIMIT-WS
                   ADD 1 TO EMPLOYEE-COUNT-WS
                   MOVE EMPLOYEE-COUNT-WS TO EMP-SLOT-WS
                   PERFORM 236-FILL-EMPLOYEE-ENTRY
               ELSE
                   MOVE 'YES' TO EMPLOYEE-OVERFLOW-SW
               END-IF
           END-IF
           PERFORM 232-READ-ONE-EMPLOYEE.

       236-FILL-EMPLOYEE-ENTRY.
           MOVE SSN-IN      TO EMT-SSN-TBL      (EMP-SLOT-WS)
           MOVE NAME-IN     TO EMT-NAME-TBL     (EMP-SLOT-WS)
           MOVE COMPANY-IN  TO EMT-COMPANY-TBL  (EMP-SLOT-WS)
           MOVE PAY-TYPE-IN TO EMT-PAY-TYPE-TBL (EMP-SLOT-WS)
           MOVE PAY-FREQ-IN TO EMT-PAY-FREQ-TBL (EMP-SLOT-WS)
           MOVE EMP-STATUS-IN TO EMT-STATUS-TBL (EMP-SLOT-WS)
           IF HOURS-IN IS NUMERIC
               MOVE HOURS-IN TO EMT-STD-HOURS-TBL (EMP-SLOT-WS)
           ELSE
               MOVE ZERO TO EMT-STD-HOURS-TBL (EMP-SLOT-WS)
           END-IF

           IF HIRE-DATE-IN IS NUMERIC
              AND HIRE-DATE-IN > ZERO
               MOVE HIRE-DATE-IN TO CONVERT-DATE-WS
               PERFORM 810-DATE-TO-MONTH-KEY
               MOVE MONTH-KEY-WS TO EMT-HIRE-KEY-TBL (EMP-SLOT-WS)
               IF CV-DAY-WS > 1
                   ADD 1 TO MONTH-KEY-WS
               END-IF
               MOVE MONTH-KEY-WS TO
                    EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS)
           ELSE
               MOVE ZERO TO EMT-HIRE-KEY-TBL       (EMP-SLOT-WS)
               MOVE ZERO TO EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS)
           END-IF

           IF EMP-TERMINATED-IN
               IF TERM-DATE-IN IS NUMERIC
                  AND TERM-DATE-IN > ZERO
                   MOVE TERM-DATE-IN TO CONVERT-DATE-WS
                   PERFORM 810-DATE-TO-MONTH-KEY
                   MOVE MONTH-KEY-WS TO EMT-TERM-KEY-TBL (EMP-SLOT-WS)
               ELSE
                   MOVE ZERO TO EMT-TERM-KEY-TBL (EMP-SLOT-WS)
               END-IF
           ELSE
               MOVE 999999 TO EMT-TERM-KEY-TBL (EMP-SLOT-WS)
           END-IF

           MOVE ZERO   TO EMT-LAST-PAID-TBL      (EMP-SLOT-WS)
           MOVE SPACE  TO EMT-CLASS-TBL          (EMP-SLOT-WS)
           MOVE ZERO   TO EMT-FT-START-KEY-TBL   (EMP-SLOT-WS)
           MOVE ZERO   TO EMT-LNAP-END-KEY-TBL   (EMP-SLOT-WS)
           MOVE ZERO   TO EMT-AVERAGE-TBL        (EMP-SLOT-WS)
           MOVE 'N'    TO EMT-WATCH-SW-TBL       (EMP-SLOT-WS)
           MOVE ZERO   TO EMT-CURRENT-MONTHS-TBL (EMP-SLOT-WS)
           MOVE ZERO   TO EMT-CURRENT-AVG-TBL    (EMP-SLOT-WS)
           PERFORM 238-CLEAR-ONE-HOURS-SLOT
               VARYING MONTH-IDX-WS FROM 1 BY 1
               UNTIL MONTH-IDX-WS > 36.

       238-CLEAR-ONE-HOURS-SLOT.
           MOVE ZERO TO EMT-HOURS-TBL (EMP-SLOT-WS, MONTH-IDX-WS).

      *    ONE PASS OVER THE HISTORY CREDITS EVERY PAY EVENT TO THE
      *    MONTH OF ITS PAY DATE. NO PAYHIST.DAT (STATUS 35) IS A
      *    SHOP WITH NO PAYROLL RUN YET - NOTHING TO CREDIT.
       240-LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS NOT = '35'
               PERFORM 242-READ-ONE-PAY-EVENT
               PERFORM 244-CREDIT-ONE-PAY-EVENT
                   UNTIL EOF-HIST-WS = 'YES'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       242-READ-ONE-PAY-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HIST-WS
               NOT AT END ADD 1 TO EVENTS-READ-WS
           END-READ.

      *    AN EVENT FOR AN SSN NOT IN THE TABLE BELONGS TO ANOTHER
      *    EMPLOYER OR TO SOMEONE PURGED FROM THE MASTER.
       244-CREDIT-ONE-PAY-EVENT.
           IF PH-SSN IS NUMERIC
              AND PH-PAY-DATE IS NUMERIC
               MOVE PH-SSN TO SEARCH-SSN-WS
               PERFORM 850-FIND-EMPLOYEE
               IF EMP-SLOT-WS = ZERO
                   ADD 1 TO EVENTS-UNMATCHED-WS
               ELSE
                   IF PH-PAY-DATE > EMT-LAST-PAID-TBL (EMP-SLOT-WS)
                      AND NOT PH-REVERSED-EVENT
                       MOVE PH-PAY-DATE TO
                            EMT-LAST-PAID-TBL (EMP-SLOT-WS)
                   END-IF
                   MOVE PH-PAY-DATE TO CONVERT-DATE-WS
                   PERFORM 810-DATE-TO-MONTH-KEY
                   PERFORM 815-MONTH-KEY-TO-SLOT
                   IF MONTH-SLOT-WS > ZERO
                       PERFORM 246-FIGURE-EVENT-HOURS
                       IF PH-REVERSED-EVENT
                           PERFORM 247-TAKE-BACK-EVENT-HOURS
                       ELSE
                           ADD EVENT-HOURS-WS TO
                              EMT-HOURS-TBL (EMP-SLOT-WS, MONTH-SLOT-WS)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 242-READ-ONE-PAY-EVENT.

      *    AN OFF-CYCLE SUPPLEMENTAL CHECK PAYS NO NEW SERVICE. A
      *    SALARIED CHECK EARNS THE EQUIVALENCY FOR ITS FREQUENCY;
      *    AN HOURLY CHECK EARNS THE HOURS IT PAID. AN EVENT FROM
      *    BEFORE THE HISTORY CARRIED ITS HOURS FALLS BACK TO THE
      *    MASTER'S STANDING HOURS A PERIOD. A MANUAL CHECK OR TAX
      *    ADJUSTMENT COUNTS ONLY THE HOURS KEYED WITH IT.
       246-FIGURE-EVENT-HOURS.
           MOVE PH-PAY-TYPE TO EVENT-PAY-TYPE-WS
           IF EVENT-PAY-TYPE-WS = SPACE
               MOVE EMT-PAY-TYPE-TBL (EMP-SLOT-WS) TO EVENT-PAY-TYPE-WS
           END-IF
           MOVE PH-PAY-FREQ TO EVENT-PAY-FREQ-WS
           IF EVENT-PAY-FREQ-WS = SPACE
               MOVE EMT-PAY-FREQ-TBL (EMP-SLOT-WS) TO EVENT-PAY-FREQ-WS
           END-IF

           EVALUATE TRUE
               WHEN PH-SUPPLEMENTAL-RUN
                   MOVE ZERO TO EVENT-HOURS-WS
               WHEN PH-POSTED-OUTSIDE-RUN
                   IF PH-HOURS-X IS NUMERIC
                       MOVE PH-HOURS TO EVENT-HOURS-WS
                   ELSE
                       MOVE ZERO TO EVENT-HOURS-WS
                   END-IF
               WHEN EVENT-PAY-TYPE-WS = 'S'
                   PERFORM 248-SALARIED-EQUIVALENCY
               WHEN PH-HOURS-X IS NUMERIC
                   MOVE PH-HOURS TO EVENT-HOURS-WS
               WHEN OTHER
                   MOVE EMT-STD-HOURS-TBL (EMP-SLOT-WS) TO
                        EVENT-HOURS-WS
           END-EVALUATE.

       247-TAKE-BACK-EVENT-HOURS.
           IF EVENT-HOURS-WS >
              EMT-HOURS-TBL (EMP-SLOT-WS, MONTH-SLOT-WS)
               MOVE ZERO TO EMT-HOURS-TBL (EMP-SLOT-WS, MONTH-SLOT-WS)
           ELSE
               SUBTRACT EVENT-HOURS-WS FROM
                   EMT-HOURS-TBL (EMP-SLOT-WS, MONTH-SLOT-WS)
           END-IF.

       248-SALARIED-EQUIVALENCY.
           EVALUATE EVENT-PAY-FREQ-WS
               WHEN 'B'
                   MOVE BIWEEKLY-EQUIV-WS    TO EVENT-HOURS-WS
               WHEN 'S'
                   MOVE SEMIMONTHLY-EQUIV-WS TO EVENT-HOURS-WS
               WHEN 'M'
                   MOVE MONTHLY-EQUIV-WS     TO EVENT-HOURS-WS
               WHEN OTHER
                   MOVE WEEKLY-EQUIV-WS      TO EVENT-HOURS-WS
           END-EVALUATE.

      *    THE WEEK'S CARDS NOT YET PAID - A PAY DATE LATER THAN THE
      *    EMPLOYEE'S LAST CHECK ON THE HISTORY - ARE SERVICE THE
      *    HISTORY DOES NOT SHOW YET. A PAID CARD IS ALREADY IN ITS
      *    CHECK'S HOURS, AND A SALARIED EMPLOYEE'S SERVICE IS THE
      *    EQUIVALENCY, SO NEITHER COUNTS AGAIN.
       250-LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
           IF TIMECARD-FILE-STATUS-WS NOT = '35'
               PERFORM 252-READ-ONE-TIMECARD
               PERFORM 254-CREDIT-ONE-TIMECARD
                   UNTIL EOF-TIMECARD-WS = 'YES'
               CLOSE TIMECARD-FILE
           END-IF.

       252-READ-ONE-TIMECARD.
           READ TIMECARD-FILE
               AT END MOVE 'YES' TO EOF-TIMECARD-WS
           END-READ.

       254-CREDIT-ONE-TIMECARD.
           IF TC-SSN IS NUMERIC
              AND TC-HOURS IS NUMERIC
              AND TC-PAY-DATE IS NUMERIC
               MOVE TC-SSN TO SEARCH-SSN-WS
               PERFORM 850-FIND-EMPLOYEE
               IF EMP-SLOT-WS > ZERO
                   IF EMT-PAY-TYPE-TBL (EMP-SLOT-WS) NOT = 'S'
                      AND TC-PAY-DATE > EMT-LAST-PAID-TBL (EMP-SLOT-WS)
                       MOVE TC-PAY-DATE TO CONVERT-DATE-WS
                       PERFORM 810-DATE-TO-MONTH-KEY
                       PERFORM 815-MONTH-KEY-TO-SLOT
                       IF MONTH-SLOT-WS > ZERO
                           ADD TC-HOURS TO
                               EMT-HOURS-TBL (EMP-SLOT-WS,
                                              MONTH-SLOT-WS)
                           ADD 1 TO CARDS-CREDITED-WS
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 252-READ-ONE-TIMECARD.

      *    EVERY EMPLOYEE ON THE PAYROLL AT ANY TIME IN THE TAX YEAR
      *    GETS A DETERMINATION LINE.
       300-MEASURE-ONE-EMPLOYEE.
           MOVE EMP-IDX-WS TO EMP-SLOT-WS
           IF EMT-TERM-KEY-TBL (EMP-SLOT-WS) >= JANUARY-KEY-WS
              AND EMT-HIRE-KEY-TBL (EMP-SLOT-WS) <= DECEMBER-KEY-WS
               ADD 1 TO EMPLOYEES-MEASURED-WS
               IF EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS) <=
                  BASE-MONTH-KEY-WS
                   PERFORM 310-MEASURE-ONGOING-EMPLOYEE
               ELSE
                   IF EMT-PAY-TYPE-TBL (EMP-SLOT-WS) = 'S'
                       PERFORM 320-MEASURE-NEW-SALARIED
                   ELSE
                       PERFORM 325-MEASURE-NEW-VARIABLE-HOUR
                   END-IF
               END-IF
               IF EMT-FT-START-KEY-TBL (EMP-SLOT-WS) > ZERO
                  AND EMT-FT-START-KEY-TBL (EMP-SLOT-WS) <=
                      DECEMBER-KEY-WS
                   ADD 1 TO EMPLOYEES-FULL-TIME-WS
               END-IF
               PERFORM 340-PRINT-DETERMINATION
               PERFORM 350-CHECK-WATCH-LIST
           END-IF.

      *    THE WHOLE STANDARD PERIOD'S AVERAGE DECIDES THE WHOLE
      *    STABILITY YEAR.
       310-MEASURE-ONGOING-EMPLOYEE.
           MOVE 'O' TO EMT-CLASS-TBL (EMP-SLOT-WS)
           MOVE BASE-MONTH-KEY-WS  TO SUM-FROM-KEY-WS
           MOVE MEASURE-END-KEY-WS TO SUM-TO-KEY-WS
           PERFORM 330-AVERAGE-MONTHLY-HOURS
           MOVE AVERAGE-HOURS-WS TO EMT-AVERAGE-TBL (EMP-SLOT-WS)
           IF AVERAGE-HOURS-WS >= FULL-TIME-HOURS-WS
               MOVE JANUARY-KEY-WS TO EMT-FT-START-KEY-TBL (EMP-SLOT-WS)
               MOVE 'FULL-TIME' TO DT-STATUS-OUT
           ELSE
               MOVE 'NOT FULL-TIME' TO DT-STATUS-OUT
           END-IF.

      *    A SALARIED HIRE IS FULL-TIME FROM THE START; THE WAITING
      *    MONTHS AFTER THE FIRST FULL MONTH ARE THE LIMITED
      *    NON-ASSESSMENT PERIOD BEFORE COVERAGE MUST BE OFFERED.
       320-MEASURE-NEW-SALARIED.
           MOVE 'N' TO EMT-CLASS-TBL (EMP-SLOT-WS)
           COMPUTE EMT-FT-START-KEY-TBL (EMP-SLOT-WS) =
                   EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS)
                   + NEW-HIRE-WAIT-WS
           COMPUTE EMT-LNAP-END-KEY-TBL (EMP-SLOT-WS) =
                   EMT-FT-START-KEY-TBL (EMP-SLOT-WS) - 1
           MOVE EMT-FT-START-KEY-TBL (EMP-SLOT-WS) TO MONTH-KEY-WS
           PERFORM 820-MONTH-KEY-TO-TEXT
           MOVE SPACES TO DT-STATUS-OUT
           STRING 'NEW - FULL-TIME FROM ' DELIMITED BY SIZE
                  MONTH-TEXT-WS DELIMITED BY SIZE
               INTO DT-STATUS-OUT
           END-STRING.

      *    A NEW VARIABLE-HOUR HIRE IS MEASURED OVER ITS OWN INITIAL
      *    PERIOD FROM THE FIRST FULL MONTH, WITH ONE ADMINISTRATIVE
      *    MONTH AFTER IT; ALL OF THAT IS NON-ASSESSMENT TIME. A
      *    PERIOD NOT YET OVER SHOWS ITS AVERAGE SO FAR.
       325-MEASURE-NEW-VARIABLE-HOUR.
           MOVE 'N' TO EMT-CLASS-TBL (EMP-SLOT-WS)
           COMPUTE INITIAL-END-KEY-WS =
                   EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS)
                   + MEASURE-MONTHS-WS - 1
           COMPUTE EMT-LNAP-END-KEY-TBL (EMP-SLOT-WS) =
                   INITIAL-END-KEY-WS + 1
           MOVE EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS) TO SUM-FROM-KEY-WS
           IF INITIAL-END-KEY-WS <= RUN-MONTH-KEY-WS
              AND INITIAL-END-KEY-WS <= DECEMBER-KEY-WS
               MOVE INITIAL-END-KEY-WS TO SUM-TO-KEY-WS
               PERFORM 330-AVERAGE-MONTHLY-HOURS
               MOVE AVERAGE-HOURS-WS TO EMT-AVERAGE-TBL (EMP-SLOT-WS)
               IF AVERAGE-HOURS-WS >= FULL-TIME-HOURS-WS
                   COMPUTE EMT-FT-START-KEY-TBL (EMP-SLOT-WS) =
                           INITIAL-END-KEY-WS + 2
                   MOVE EMT-FT-START-KEY-TBL (EMP-SLOT-WS) TO
                        MONTH-KEY-WS
                   PERFORM 820-MONTH-KEY-TO-TEXT
                   MOVE SPACES TO DT-STATUS-OUT
                   STRING 'NEW - FULL-TIME FROM ' DELIMITED BY SIZE
                          MONTH-TEXT-WS DELIMITED BY SIZE
                       INTO DT-STATUS-OUT
                   END-STRING
               ELSE
                   MOVE 'NEW - NOT FULL-TIME' TO DT-STATUS-OUT
               END-IF
           ELSE
               IF RUN-MONTH-KEY-WS < DECEMBER-KEY-WS
                   MOVE RUN-MONTH-KEY-WS TO SUM-TO-KEY-WS
               ELSE
                   MOVE DECEMBER-KEY-WS TO SUM-TO-KEY-WS
               END-IF
               PERFORM 330-AVERAGE-MONTHLY-HOURS
               MOVE AVERAGE-HOURS-WS TO EMT-AVERAGE-TBL (EMP-SLOT-WS)
               MOVE 'NEW - MEASURING' TO DT-STATUS-OUT
           END-IF.

      *    AVERAGE HOURS A MONTH FROM SUM-FROM THROUGH SUM-TO. A
      *    RANGE THAT HAS NOT BEGUN AVERAGES ZERO.
       330-AVERAGE-MONTHLY-HOURS.
           MOVE ZERO TO SUM-HOURS-WS
           MOVE ZERO TO AVERAGE-HOURS-WS
           COMPUTE SUM-MONTHS-WS = SUM-TO-KEY-WS - SUM-FROM-KEY-WS + 1
           IF SUM-MONTHS-WS > ZERO
               PERFORM 335-ADD-ONE-MONTH
                   VARYING MONTH-KEY-WS FROM SUM-FROM-KEY-WS BY 1
                   UNTIL MONTH-KEY-WS > SUM-TO-KEY-WS
               COMPUTE AVERAGE-HOURS-WS ROUNDED =
                       SUM-HOURS-WS / SUM-MONTHS-WS
           END-IF.

       335-ADD-ONE-MONTH.
           PERFORM 815-MONTH-KEY-TO-SLOT
           IF MONTH-SLOT-WS > ZERO
               ADD EMT-HOURS-TBL (EMP-SLOT-WS, MONTH-SLOT-WS) TO
                   SUM-HOURS-WS
           END-IF.

       340-PRINT-DETERMINATION.
           MOVE EMT-SSN-TBL     (EMP-SLOT-WS) TO DT-SSN-OUT
           MOVE EMT-NAME-TBL    (EMP-SLOT-WS) TO DT-NAME-OUT
           MOVE EMT-COMPANY-TBL (EMP-SLOT-WS) TO DT-COMPANY-OUT
           IF EMT-PAY-TYPE-TBL (EMP-SLOT-WS) = 'S'
               MOVE 'SALARY' TO DT-PAY-OUT
           ELSE
               MOVE 'HOURLY' TO DT-PAY-OUT
           END-IF
           IF EMT-CLASS-TBL (EMP-SLOT-WS) = 'O'
               MOVE 'ONGOING' TO DT-CLASS-OUT
           ELSE
               MOVE 'NEW'     TO DT-CLASS-OUT
           END-IF
           MOVE EMT-AVERAGE-TBL (EMP-SLOT-WS) TO DT-AVERAGE-OUT
           IF EMPLOYEES-MEASURED-WS = 1
               MOVE 'FULL-TIME DETERMINATION FOR THE STABILITY YEAR'
                    TO ST-TITLE-OUT
               WRITE PRINT-ACA-LINE FROM SECTION-TITLE-LINE
                   AFTER 2 LINES
               WRITE PRINT-ACA-LINE FROM DETERMINATION-HEADER-LINE
                   AFTER 2 LINES
           END-IF
           WRITE PRINT-ACA-LINE FROM DETERMINATION-DETAIL-LINE
               AFTER 1 LINE.

      *    A VARIABLE-HOUR EMPLOYEE STILL ON THE PAYROLL AND NOT
      *    FULL-TIME THIS YEAR IS WATCHED ONCE THE AVERAGE SO FAR IN
      *    THE CURRENT MEASUREMENT PERIOD REACHES THE WATCH-LIST
      *    HOURS - THE PERIOD THAT DECIDES NEXT YEAR.
       350-CHECK-WATCH-LIST.
           IF EMT-PAY-TYPE-TBL (EMP-SLOT-WS) NOT = 'S'
              AND EMT-STATUS-TBL (EMP-SLOT-WS) NOT = 'T'
              AND (EMT-FT-START-KEY-TBL (EMP-SLOT-WS) = ZERO
                   OR EMT-FT-START-KEY-TBL (EMP-SLOT-WS) >
                      DECEMBER-KEY-WS)
               IF EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS) >
                  CURRENT-START-KEY-WS
                   MOVE EMT-FIRST-FULL-KEY-TBL (EMP-SLOT-WS) TO
                        SUM-FROM-KEY-WS
               ELSE
                   MOVE CURRENT-START-KEY-WS TO SUM-FROM-KEY-WS
               END-IF
               IF RUN-MONTH-KEY-WS < CURRENT-END-KEY-WS
                   MOVE RUN-MONTH-KEY-WS TO SUM-TO-KEY-WS
               ELSE
                   MOVE CURRENT-END-KEY-WS TO SUM-TO-KEY-WS
               END-IF
               PERFORM 330-AVERAGE-MONTHLY-HOURS
               IF SUM-MONTHS-WS > ZERO
                  AND AVERAGE-HOURS-WS >= WARNING-HOURS-WS
                   MOVE 'Y' TO EMT-WATCH-SW-TBL (EMP-SLOT-WS)
                   MOVE SUM-MONTHS-WS TO
                        EMT-CURRENT-MONTHS-TBL (EMP-SLOT-WS)
                   MOVE AVERAGE-HOURS-WS TO
                        EMT-CURRENT-AVG-TBL (EMP-SLOT-WS)
                   ADD 1 TO EMPLOYEES-WATCHED-WS
               END-IF
           END-IF.

       400-PRINT-WATCH-LIST.
           MOVE 'VARIABLE-HOUR EMPLOYEES NEAR FULL-TIME'
                TO ST-TITLE-OUT
           WRITE PRINT-ACA-LINE FROM SECTION-TITLE-LINE
               AFTER 3 LINES
           IF EMPLOYEES-WATCHED-WS = ZERO
               MOVE 'NO VARIABLE-HOUR EMPLOYEE NEAR FULL-TIME'
                    TO VERDICT-OUT
               WRITE PRINT-ACA-LINE FROM VERDICT-LINE
                   AFTER 2 LINES
           ELSE
               WRITE PRINT-ACA-LINE FROM WATCH-HEADER-LINE
                   AFTER 2 LINES
               PERFORM 410-PRINT-ONE-WATCHED
                   VARYING EMP-IDX-WS FROM 1 BY 1
                   UNTIL EMP-IDX-WS > EMPLOYEE-COUNT-WS
           END-IF.

       410-PRINT-ONE-WATCHED.
           IF EMT-WATCH-SW-TBL (EMP-IDX-WS) = 'Y'
               MOVE EMT-SSN-TBL     (EMP-IDX-WS) TO WL-SSN-OUT
               MOVE EMT-NAME-TBL    (EMP-IDX-WS) TO WL-NAME-OUT
               MOVE EMT-COMPANY-TBL (EMP-IDX-WS) TO WL-COMPANY-OUT
               MOVE EMT-CURRENT-MONTHS-TBL (EMP-IDX-WS) TO
                    WL-MONTHS-OUT
               MOVE EMT-CURRENT-AVG-TBL (EMP-IDX-WS) TO WL-AVERAGE-OUT
               IF EMT-CURRENT-AVG-TBL (EMP-IDX-WS) >=
                  FULL-TIME-HOURS-WS
                   MOVE 'AVERAGING FULL-TIME - FULL-TIME NEXT YEAR'
                        TO WL-NOTE-OUT
               ELSE
                   MOVE 'APPROACHING FULL-TIME' TO WL-NOTE-OUT
               END-IF
               WRITE PRINT-ACA-LINE FROM WATCH-DETAIL-LINE
                   AFTER 1 LINE
           END-IF.

      *    THE YEAR-END FORMS. EVERY EMPLOYEE MEASURED IS COUNTED
      *    IN ITS EMPLOYER'S 1094-C MONTHS; ONLY ONE FULL-TIME IN AT
      *    LEAST ONE MONTH GETS A 1095-C.
       500-WRITE-FORMS.
           OPEN OUTPUT ACA-FORM-FILE
           MOVE 'EMPLOYER FORMS - 1094-C MONTHLY TOTALS' TO
                ST-TITLE-OUT
           WRITE PRINT-ACA-LINE FROM SECTION-TITLE-LINE
               AFTER 3 LINES
           PERFORM 510-FORM-ONE-EMPLOYEE
               VARYING EMP-IDX-WS FROM 1 BY 1
               UNTIL EMP-IDX-WS > EMPLOYEE-COUNT-WS
           PERFORM 540-WRITE-ONE-EMPLOYER
               VARYING EMPLOYER-SLOT-WS FROM 1 BY 1
               UNTIL EMPLOYER-SLOT-WS > EMPLOYER-COUNT-WS
           IF EMPLOYER-COUNT-WS = ZERO
               MOVE 'NO EMPLOYER CARDS ON COMPANY.PRM - NO FORMS'
                    TO VERDICT-OUT
               WRITE PRINT-ACA-LINE FROM VERDICT-LINE
                   AFTER 2 LINES
           END-IF
           CLOSE ACA-FORM-FILE.

       510-FORM-ONE-EMPLOYEE.
           MOVE EMP-IDX-WS TO EMP-SLOT-WS
           IF EMT-CLASS-TBL (EMP-SLOT-WS) NOT = SPACE
               PERFORM 560-FIND-EMPLOYER
               MOVE 'NO' TO FULL-TIME-YEAR-SW
               PERFORM 520-CODE-ONE-MONTH
                   VARYING MONTH-IDX-WS FROM 1 BY 1
                   UNTIL MONTH-IDX-WS > 12
               IF EMPLOYER-FOUND-SW = 'YES'
                   ADD 1 TO EMP-EMPLOYEES-TBL (EMPLOYER-SLOT-WS)
                   IF FULL-TIME-YEAR-SW = 'YES'
                       PERFORM 530-WRITE-1095C
                   END-IF
               ELSE
                   IF FULL-TIME-YEAR-SW = 'YES'
                       ADD 1 TO EXCEPTIONS-WS
                       MOVE EMT-SSN-TBL     (EMP-SLOT-WS) TO EX-SSN-OUT
                       MOVE EMT-NAME-TBL    (EMP-SLOT-WS) TO EX-NAME-OUT
                       MOVE EMT-COMPANY-TBL (EMP-SLOT-WS) TO
                            EX-COMPANY-OUT
                       MOVE 'NO EMPLOYER CARD ON COMPANY.PRM - NO FORM'
                            TO EX-REASON-OUT
                       WRITE PRINT-ACA-LINE FROM EXCEPTION-DETAIL-LINE
                           AFTER 1 LINE
                   END-IF
               END-IF
           END-IF.

      *    LINE 14, 15, AND 16 FOR ONE MONTH: NOT ON THE PAYROLL IS
      *    1H/2A; FULL-TIME IS OFFERED COVERAGE UNDER THE SAFE
      *    HARBOR; A NEW HIRE'S NON-ASSESSMENT MONTHS ARE 1H/2D; ANY
      *    OTHER MONTH IS NOT FULL-TIME, 1H/2B.
       520-CODE-ONE-MONTH.
           COMPUTE MONTH-KEY-WS = JANUARY-KEY-WS + MONTH-IDX-WS - 1
           MOVE ZERO TO C95-EMPLOYEE-SHARE (MONTH-IDX-WS)
           IF EMT-HIRE-KEY-TBL (EMP-SLOT-WS) <= MONTH-KEY-WS
              AND EMT-TERM-KEY-TBL (EMP-SLOT-WS) >= MONTH-KEY-WS
               MOVE 'YES' TO EMPLOYED-MONTH-SW
           ELSE
               MOVE 'NO'  TO EMPLOYED-MONTH-SW
           END-IF
           EVALUATE TRUE
               WHEN EMPLOYED-MONTH-SW NOT = 'YES'
                   MOVE '1H' TO C95-OFFER-CODE  (MONTH-IDX-WS)
                   MOVE '2A' TO C95-SAFE-HARBOR (MONTH-IDX-WS)
               WHEN EMT-FT-START-KEY-TBL (EMP-SLOT-WS) > ZERO
                AND EMT-FT-START-KEY-TBL (EMP-SLOT-WS) <= MONTH-KEY-WS
                   MOVE 'YES' TO FULL-TIME-YEAR-SW
                   MOVE OFFER-CODE-WS TO C95-OFFER-CODE (MONTH-IDX-WS)
                   MOVE EMPLOYEE-SHARE-WS TO
                        C95-EMPLOYEE-SHARE (MONTH-IDX-WS)
                   MOVE SAFE-HARBOR-CODE-WS TO
                        C95-SAFE-HARBOR (MONTH-IDX-WS)
               WHEN MONTH-KEY-WS <= EMT-LNAP-END-KEY-TBL (EMP-SLOT-WS)
                   MOVE '1H' TO C95-OFFER-CODE  (MONTH-IDX-WS)
                   MOVE '2D' TO C95-SAFE-HARBOR (MONTH-IDX-WS)
               WHEN OTHER
                   MOVE '1H' TO C95-OFFER-CODE  (MONTH-IDX-WS)
                   MOVE '2B' TO C95-SAFE-HARBOR (MONTH-IDX-WS)
           END-EVALUATE
           IF EMPLOYER-FOUND-SW = 'YES'
              AND EMPLOYED-MONTH-SW = 'YES'
               PERFORM 525-COUNT-ONE-MONTH
           END-IF.

       525-COUNT-ONE-MONTH.
           ADD 1 TO EMP-ALL-COUNT-TBL (EMPLOYER-SLOT-WS, MONTH-IDX-WS)
           IF EMT-FT-START-KEY-TBL (EMP-SLOT-WS) > ZERO
              AND EMT-FT-START-KEY-TBL (EMP-SLOT-WS) <= MONTH-KEY-WS
               ADD 1 TO EMP-FT-COUNT-TBL (EMPLOYER-SLOT-WS,
                                          MONTH-IDX-WS)
               IF OFFER-CODE-WS NOT = '1H'
                   ADD 1 TO EMP-OFFERED-TBL (EMPLOYER-SLOT-WS,
                                             MONTH-IDX-WS)
               END-IF
           END-IF.

      *    PART I COMES FROM THE MASTER, READ AGAIN FOR THE ADDRESS
      *    THE TABLE DOES NOT CARRY.
       530-WRITE-1095C.
           MOVE EMT-SSN-TBL (EMP-SLOT-WS) TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE TAX-YEAR-WS TO C95-TAX-YEAR
           MOVE EMP-EIN-TBL (EMPLOYER-SLOT-WS) TO C95-EMPLOYER-EIN
           MOVE EMT-COMPANY-TBL (EMP-SLOT-WS)  TO C95-COMPANY
           MOVE EMT-SSN-TBL (EMP-SLOT-WS)      TO C95-SSN
           PERFORM 860-SPLIT-EMPLOYEE-NAME
           MOVE ADDRESS-1-IN    TO C95-ADDRESS
           MOVE CITY-IN         TO C95-CITY
           MOVE ADDR-STATE-IN   TO C95-STATE
           MOVE ZIP-IN (1:5)    TO C95-ZIP
           MOVE ZIP-IN (6:4)    TO C95-ZIP-EXT
           WRITE ACA-FORM-LINE FROM ACA-1095C-RECORD
           ADD 1 TO EMP-FORMS-TBL (EMPLOYER-SLOT-WS)
           ADD 1 TO FORMS-WRITTEN-WS.

      *    AN EMPLOYER CARD NO MEASURED EMPLOYEE FILES UNDER - ONE
      *    THE COMPANY FILTER LEFT OUT - GETS NO 1094-C.
       540-WRITE-ONE-EMPLOYER.
           IF EMP-EMPLOYEES-TBL (EMPLOYER-SLOT-WS) > ZERO
               MOVE TAX-YEAR-WS TO C94-TAX-YEAR
               MOVE EMP-EIN-TBL     (EMPLOYER-SLOT-WS) TO
                    C94-EMPLOYER-EIN
               MOVE EMP-COMPANY-TBL (EMPLOYER-SLOT-WS) TO C94-COMPANY
               MOVE EMP-NAME-TBL    (EMPLOYER-SLOT-WS) TO
                    C94-EMPLOYER-NAME
               MOVE EMP-ADDRESS-TBL (EMPLOYER-SLOT-WS) TO C94-ADDRESS
               MOVE EMP-CITY-TBL    (EMPLOYER-SLOT-WS) TO C94-CITY
               MOVE EMP-STATE-TBL   (EMPLOYER-SLOT-WS) TO C94-STATE
               MOVE EMP-ZIP-TBL     (EMPLOYER-SLOT-WS) TO C94-ZIP
               MOVE EMP-FORMS-TBL   (EMPLOYER-SLOT-WS) TO
                    C94-FORM-COUNT
               MOVE EMP-COMPANY-TBL (EMPLOYER-SLOT-WS) TO
                    ET-COMPANY-OUT
               MOVE EMP-EIN-TBL     (EMPLOYER-SLOT-WS) TO ET-EIN-OUT
               MOVE EMP-NAME-TBL    (EMPLOYER-SLOT-WS) TO ET-NAME-OUT
               MOVE EMP-FORMS-TBL   (EMPLOYER-SLOT-WS) TO ET-FORMS-OUT
               WRITE PRINT-ACA-LINE FROM EMPLOYER-TOTAL-LINE
                   AFTER 2 LINES
               PERFORM 545-TOTAL-ONE-MONTH
                   VARYING MONTH-IDX-WS FROM 1 BY 1
                   UNTIL MONTH-IDX-WS > 12
               WRITE ACA-FORM-LINE FROM ACA-1094C-RECORD
           END-IF.

      *    THE MINIMUM ESSENTIAL COVERAGE OFFER INDICATOR IS 'Y'
      *    WHEN AT LEAST 95 PERCENT OF THE MONTH'S FULL-TIME
      *    EMPLOYEES WERE OFFERED COVERAGE.
       545-TOTAL-ONE-MONTH.
           MOVE EMP-FT-COUNT-TBL  (EMPLOYER-SLOT-WS, MONTH-IDX-WS) TO
                C94-FULL-TIME-COUNT (MONTH-IDX-WS)
           MOVE EMP-ALL-COUNT-TBL (EMPLOYER-SLOT-WS, MONTH-IDX-WS) TO
                C94-TOTAL-COUNT (MONTH-IDX-WS)
           IF EMP-OFFERED-TBL (EMPLOYER-SLOT-WS, MONTH-IDX-WS) * 100
              >= EMP-FT-COUNT-TBL (EMPLOYER-SLOT-WS, MONTH-IDX-WS) * 95
               MOVE 'Y' TO C94-MEC-OFFER (MONTH-IDX-WS)
           ELSE
               MOVE 'N' TO C94-MEC-OFFER (MONTH-IDX-WS)
           END-IF
           MOVE MONTH-IDX-WS TO EM-MONTH-OUT
           MOVE C94-FULL-TIME-COUNT (MONTH-IDX-WS) TO EM-FULL-TIME-OUT
           MOVE C94-TOTAL-COUNT     (MONTH-IDX-WS) TO EM-TOTAL-OUT
           MOVE C94-MEC-OFFER       (MONTH-IDX-WS) TO EM-MEC-OUT
           WRITE PRINT-ACA-LINE FROM EMPLOYER-MONTH-LINE
               AFTER 1 LINE.

       560-FIND-EMPLOYER.
           MOVE EMT-COMPANY-TBL (EMP-SLOT-WS) TO EMPLOYEE-COMPANY-WS
           MOVE ZERO TO EMPLOYER-SLOT-WS
           MOVE 'NO' TO EMPLOYER-FOUND-SW
           IF EMPLOYER-COUNT-WS > ZERO
               IF EMPLOYEE-COMPANY-WS = SPACES
                   MOVE 1 TO EMPLOYER-SLOT-WS
                   MOVE 'YES' TO EMPLOYER-FOUND-SW
               ELSE
                   PERFORM 565-MATCH-EMPLOYER-CARD
                       VARYING EMPLOYER-SEARCH-IDX-WS FROM 1 BY 1
                       UNTIL EMPLOYER-SEARCH-IDX-WS > EMPLOYER-COUNT-WS
                          OR EMPLOYER-FOUND-SW = 'YES'
               END-IF
           END-IF.

       565-MATCH-EMPLOYER-CARD.
           IF EMP-COMPANY-TBL (EMPLOYER-SEARCH-IDX-WS) =
              EMPLOYEE-COMPANY-WS
               MOVE EMPLOYER-SEARCH-IDX-WS TO EMPLOYER-SLOT-WS
               MOVE 'YES' TO EMPLOYER-FOUND-SW
           END-IF.

       810-DATE-TO-MONTH-KEY.
           COMPUTE MONTH-KEY-WS = CV-YEAR-WS * 12 + CV-MONTH-WS - 1.

      *    ZERO WHEN THE MONTH FALLS OUTSIDE THE HOURS TABLE.
       815-MONTH-KEY-TO-SLOT.
           COMPUTE MONTH-SLOT-WS = MONTH-KEY-WS - BASE-MONTH-KEY-WS + 1
           IF MONTH-SLOT-WS < 1
              OR MONTH-SLOT-WS > SLOT-COUNT-WS
               MOVE ZERO TO MONTH-SLOT-WS
           END-IF.

       820-MONTH-KEY-TO-TEXT.
           DIVIDE MONTH-KEY-WS BY 12 GIVING MS-YEAR-WS
               REMAINDER MS-MONTH-WS
           ADD 1 TO MS-MONTH-WS
           MOVE MS-YEAR-WS  TO MT-YEAR-OUT
           MOVE MS-MONTH-WS TO MT-MONTH-OUT.

      *    THE TABLE IS IN SSN ORDER, SO EACH PROBE HALVES WHAT IS
      *    LEFT. ZERO WHEN THE SSN IS NOT THERE.
       850-FIND-EMPLOYEE.
           MOVE ZERO TO EMP-SLOT-WS
           MOVE 1 TO SEARCH-LOW-WS
           MOVE EMPLOYEE-COUNT-WS TO SEARCH-HIGH-WS
           PERFORM 855-PROBE-EMPLOYEE-TABLE
               UNTIL SEARCH-LOW-WS > SEARCH-HIGH-WS
                  OR EMP-SLOT-WS > ZERO.

       855-PROBE-EMPLOYEE-TABLE.
           COMPUTE SEARCH-MID-WS = (SEARCH-LOW-WS + SEARCH-HIGH-WS) / 2
           IF EMT-SSN-TBL (SEARCH-MID-WS) = SEARCH-SSN-WS
               MOVE SEARCH-MID-WS TO EMP-SLOT-WS
           ELSE
               IF EMT-SSN-TBL (SEARCH-MID-WS) < SEARCH-SSN-WS
                   COMPUTE SEARCH-LOW-WS = SEARCH-MID-WS + 1
               ELSE
                   COMPUTE SEARCH-HIGH-WS = SEARCH-MID-WS - 1
               END-IF
           END-IF.

      *    SAME SPLIT W2EXTR MAKES FOR THE RW RECORD - 'LAST, FIRST
      *    MIDDLE' WHEN THE NAME CARRIES A COMMA, OTHERWISE 'FIRST
      *    MIDDLE LAST'.
       860-SPLIT-EMPLOYEE-NAME.
           MOVE SPACES TO NAME-PART-1-WS NAME-PART-2-WS
                          NAME-PART-3-WS NAME-REST-WS
           MOVE SPACES TO C95-FIRST-NAME C95-MIDDLE-NAME C95-LAST-NAME
           MOVE ZERO TO NAME-COMMA-COUNT-WS NAME-PART-COUNT-WS
                        NAME-LEAD-COUNT-WS
           INSPECT NAME-IN TALLYING NAME-COMMA-COUNT-WS FOR ALL ','
           IF NAME-COMMA-COUNT-WS > ZERO
               UNSTRING NAME-IN DELIMITED BY ','
                   INTO NAME-PART-3-WS NAME-REST-WS
               END-UNSTRING
               INSPECT NAME-REST-WS TALLYING NAME-LEAD-COUNT-WS
                   FOR LEADING SPACES
               IF NAME-LEAD-COUNT-WS < 20
                   UNSTRING NAME-REST-WS (NAME-LEAD-COUNT-WS + 1 :)
                       DELIMITED BY ALL SPACE
                       INTO NAME-PART-1-WS NAME-PART-2-WS
                   END-UNSTRING
               END-IF
               MOVE NAME-PART-1-WS TO C95-FIRST-NAME
               MOVE NAME-PART-2-WS TO C95-MIDDLE-NAME
               MOVE NAME-PART-3-WS TO C95-LAST-NAME
           ELSE
               UNSTRING NAME-IN DELIMITED BY ALL SPACE
                   INTO NAME-PART-1-WS NAME-PART-2-WS NAME-PART-3-WS
                   TALLYING IN NAME-PART-COUNT-WS
               END-UNSTRING
               EVALUATE TRUE
                   WHEN NAME-PART-3-WS NOT = SPACES
                       MOVE NAME-PART-1-WS TO C95-FIRST-NAME
                       MOVE NAME-PART-2-WS TO C95-MIDDLE-NAME
                       MOVE NAME-PART-3-WS TO C95-LAST-NAME
                   WHEN NAME-PART-2-WS NOT = SPACES
                       MOVE NAME-PART-1-WS TO C95-FIRST-NAME
                       MOVE NAME-PART-2-WS TO C95-LAST-NAME
                   WHEN OTHER
                       MOVE NAME-PART-1-WS TO C95-LAST-NAME
               END-EVALUATE
           END-IF.

       900-CLOSE.
           IF EMPLOYEE-OVERFLOW-SW = 'YES'
               MOVE 'PAYROLL MASTER TOO LARGE - NOTHING MEASURED'
                    TO VERDICT-OUT
               WRITE PRINT-ACA-LINE FROM VERDICT-LINE
                   AFTER 2 LINES
           END-IF
           MOVE EMPLOYEES-MEASURED-WS  TO RS-MEASURED-OUT
           MOVE EMPLOYEES-FULL-TIME-WS TO RS-FULL-TIME-OUT
           MOVE EMPLOYEES-WATCHED-WS   TO RS-WATCHED-OUT
           MOVE FORMS-WRITTEN-WS       TO RS-FORMS-OUT
           MOVE EXCEPTIONS-WS          TO RS-EXCEPTIONS-OUT
           WRITE PRINT-ACA-LINE FROM RUN-SUMMARY-LINE
               AFTER 3 LINES

           IF PAYROLL-FILE-STATUS-WS NOT = '35'
               CLOSE USER-INPUT-FILE
           END-IF
           CLOSE ACA-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
