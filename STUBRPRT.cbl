       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STUBRPRT.
       AUTHOR.    CHRISTOPHER HILL.

      *    ANSWERS THE TWO QUESTIONS PAYROLL IS ASKED MOST ABOUT
      *    PAST PAY - "CAN I HAVE A COPY OF THAT STUB" FROM THE
      *    EMPLOYEE, AND "DOES THIS PERSON WORK THERE AND WHAT DO
      *    THEY MAKE" FROM A LENDER OR LANDLORD. EACH CARD ON
      *    STUBREQ.DAT NAMES AN SSN AND WHAT IS WANTED:
      *        S - PAY ADVICES FOR PAY DATES IN THE CARD'S RANGE,
      *            REBUILT FROM PAYHIST.DAT AND, FOR DATES ALREADY
      *            PURGED, FROM ITS PAYHIST.AYY ARCHIVES, IN THE
      *            PAYROLL RUN'S ADVICE LAYOUT (SSN MASKED TO THE
      *            LAST FOUR) AND MARKED AS DUPLICATES
      *        V - AN EMPLOYMENT AND INCOME VERIFICATION LETTER:
      *            HIRE DATE, STATUS, PAY TYPE, CURRENT RATE OR
      *            SALARY, AND YEAR-TO-DATE AND PRIOR-YEAR GROSS
      *            FROM YTD.DAT AND YTDARCH.DAT
      *        B - BOTH
      *    EVERY CARD - ANSWERED OR REFUSED - GOES ON STUBRLOG.DAT
      *    WITH THE OPERATOR WHO KEYED IT AND THE PARTY WHO ASKED,
      *    SO WE CAN SHOW WHO ASKED FOR WHOSE PAY DATA. THE
      *    OPERATOR MUST HOLD PAYROLL RIGHTS ON OPERAUTH.DAT.
      *    NOTHING ON ANY MASTER OR HISTORY FILE IS CHANGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT STUB-REQUEST-FILE ASSIGN TO 'STUBREQ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STUBREQ-FILE-STATUS-WS.

            SELECT PAY-STUB-FILE ASSIGN TO 'STUBRPRT.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LETTER-FILE ASSIGN TO 'VERIFLTR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

      *    THE PERMANENT RECORD OF WHO ASKED FOR WHOSE PAY DATA -
      *    EXTENDED, NEVER REWRITTEN.
            SELECT REQUEST-LOG-FILE ASSIGN TO 'STUBRLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STUBRLOG-FILE-STATUS-WS.

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

      *    THE LIVE HISTORY AND EACH YEAR'S ARCHIVE OF IT ARE THE
      *    SAME RECORDS UNDER DIFFERENT NAMES, SO ONE SELECT SERVES
      *    THEM ALL, OPENED BY NAME AS RETNPURG WRITES THEM.
            SELECT PAY-HISTORY-FILE ASSIGN TO HIST-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHIST-FILE-STATUS-WS.

            SELECT YTD-ARCHIVE-FILE ASSIGN TO 'YTDARCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCH-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    THE DATE RANGE MATTERS ONLY FOR STUBS; A LETTER ALWAYS
      *    SPEAKS AS OF TODAY. REQUESTED-BY IS THE PARTY THE COPY
      *    OR LETTER GOES TO - 'EMPLOYEE' OR THE LENDER'S NAME.
       FD  STUB-REQUEST-FILE RECORDING MODE IS F.
       01  STUB-REQUEST-RECORD.
           05  SR-REQUEST-TYPE     PIC X.
               88  SR-WANTS-STUBS          VALUE 'S' 'B'.
               88  SR-WANTS-LETTER         VALUE 'V' 'B'.
           05  SR-SSN              PIC 9(9).
           05  SR-SSN-PARTS REDEFINES SR-SSN.
               10  SR-SSN-AREA     PIC 999.
               10  SR-SSN-GROUP    PIC 99.
               10  SR-SSN-SERIAL   PIC 9999.
           05  SR-FROM-DATE        PIC 9(8).
           05  SR-FROM-PARTS REDEFINES SR-FROM-DATE.
               10  SR-FROM-YEAR    PIC 9(4).
               10  FILLER          PIC 9(4).
           05  SR-TO-DATE          PIC 9(8).
           05  SR-OPERATOR         PIC X(8).
           05  SR-REQUESTED-BY     PIC X(30).

       FD  PAY-STUB-FILE RECORDING MODE IS F.
       01  PRINT-STUB-LINE             PIC X(80).

       FD  LETTER-FILE RECORDING MODE IS F.
       01  PRINT-LETTER-LINE           PIC X(80).

       FD  REQUEST-LOG-FILE RECORDING MODE IS F.
       01  REQUEST-LOG-LINE            PIC X(132).

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
               88  EMP-TERMINATED-IN        VALUE 'T'.
           05  HIRE-DATE-IN      PIC 9(8).
           05  TERM-DATE-IN      PIC 9(8).
           05  PAY-TYPE-IN       PIC X.
               88  PAY-TYPE-SALARIED-IN     VALUE 'S'.
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

      *    ONLY THE YEAR'S GROSS IS WANTED HERE; THE REST OF THE
      *    616-BYTE YTD RECORD RIDES IN THE FILLER.
       FD  YTD-FILE RECORDING MODE IS F.
       01  YTD-RECORD.
           05  YTD-SSN             PIC 9(9).
           05  YTD-GROSS           PIC 9(9)V99.
           05  FILLER              PIC X(596).

      *    SAME PAY-EVENT LINE PROB3 WRITES.
       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-RECORD.
           05  PH-SSN          PIC 9(9).
           05  FILLER          PIC X.
           05  PH-PAY-DATE     PIC 9(8).
           05  PH-DATE-PARTS REDEFINES PH-PAY-DATE.
               10  PH-YEAR        PIC 9(4).
               10  FILLER         PIC 9(4).
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
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X.
           05  PH-PREMIUM      PIC 9(5)V99.
           05  FILLER          PIC X(11).

      *    SAME ARCHIVE RECORD YTDCLOSE WRITES - THE YEAR, THEN THE
      *    CLOSED YEAR'S YTD IMAGE, OF WHICH ONLY THE SSN AND GROSS
      *    ARE WANTED HERE.
       FD  YTD-ARCHIVE-FILE RECORDING MODE IS F.
       01  YTD-ARCHIVE-RECORD.
           05  AR-YEAR             PIC 9(4).
           05  FILLER              PIC X.
           05  AR-SSN              PIC 9(9).
           05  AR-GROSS            PIC 9(9)V99.
           05  FILLER              PIC X(723).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-REQUEST-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-HIST-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-ARCH-WS             PICTURE X(3)  VALUE 'NO'.
           05  REQUESTS-READ-WS        PICTURE 9(6)  VALUE ZERO.
           05  REQUESTS-REFUSED-WS     PICTURE 9(6)  VALUE ZERO.
           05  REQUEST-VALID-SW        PICTURE X(3)  VALUE 'YES'.
           05  FILES-OPEN-SW           PICTURE X(3)  VALUE 'NO'.
           05  OUTCOME-WS              PICTURE X(30) VALUE SPACES.

       01  FILE-STATUS-FIELDS-WS.
           05  STUBREQ-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  STUBRLOG-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  YTD-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ARCH-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  HIST-FILE-NAME-WS           PICTURE X(12) VALUE SPACES.
       01  ARCHIVE-YEAR-WS             PICTURE 9(4)  VALUE ZERO.
       01  PRIOR-YEAR-WS               PICTURE 9(4)  VALUE ZERO.

      *    EVERY EVENT FOR THE EMPLOYEE FROM THE FIRST YEAR OF THE
      *    RANGE ON - THE EARLIER EVENTS OF EACH YEAR ARE NEEDED TO
      *    RESTATE THE YEAR-TO-DATE FIGURES AS THE ORIGINAL ADVICE
      *    SHOWED THEM. A TAKEN-BACK EVENT PRINTS NO ADVICE OF ITS
      *    OWN BUT COMES OFF THE YEAR-TO-DATE FIGURES.
       01  EVENT-TABLE-CONTROL-WS.
           05  EVENT-COUNT-WS          PIC 9(3)     VALUE ZERO.
           05  EVENT-IDX-WS            PIC 9(3)     VALUE ZERO.
           05  PRIOR-IDX-WS            PIC 9(3)     VALUE ZERO.
           05  EVENT-LIMIT-WS          PIC 9(3)     VALUE 400.
           05  EVENT-TABLE-FULL-SW     PIC X(3)     VALUE 'NO'.
           05  STUBS-PRINTED-WS        PIC 9(4)     VALUE ZERO.
           05  TOTAL-STUBS-WS          PIC 9(6)     VALUE ZERO.
           05  TOTAL-LETTERS-WS        PIC 9(6)     VALUE ZERO.
           05  EVENT-ENTRY-WS OCCURS 400 TIMES.
               10  EV-PAY-DATE-TBL     PIC 9(8).
               10  EV-YEAR-TBL         PIC 9(4).
               10  EV-GROSS-TBL        PIC 9(6)V99.
               10  EV-FEDERAL-TBL      PIC 9(6)V99.
               10  EV-FICA-TBL         PIC 9(6)V99.
               10  EV-MEDICARE-TBL     PIC 9(6)V99.
               10  EV-STATE-TBL        PIC 9(6)V99.
               10  EV-NET-TBL          PIC S9(6)V99.
               10  EV-REVERSED-TBL     PIC X.
               10  EV-PREMIUM-TBL      PIC 9(5)V99.

       01  STUB-FIGURES-WS.
           05  OTHER-DEDUCTIONS-WS     PIC S9(7)V99 VALUE ZERO.
           05  STUB-YTD-GROSS-WS       PIC S9(9)V99 VALUE ZERO.
           05  STUB-YTD-FICA-WS        PIC S9(9)V99 VALUE ZERO.

       01  LETTER-FIGURES-WS.
           05  CURRENT-YTD-GROSS-WS    PIC 9(9)V99  VALUE ZERO.
           05  PRIOR-YEAR-GROSS-WS     PIC 9(9)V99  VALUE ZERO.
           05  PRIOR-YEAR-FOUND-SW     PIC X(3)     VALUE 'NO'.
           05  PERIODS-PER-YEAR-WS     PIC 99       VALUE ZERO.
           05  ANNUAL-PAY-WS           PIC 9(7)V99  VALUE ZERO.
           05  PERIOD-NAME-WS          PIC X(12)    VALUE SPACES.

      *    YYYYMMDD IN, MM/DD/YYYY OUT.
       01  FORMAT-DATE-IN-WS           PIC 9(8).
       01  FORMAT-DATE-PARTS-WS REDEFINES FORMAT-DATE-IN-WS.
           05  FD-YEAR-WS              PIC 9(4).
           05  FD-MONTH-WS             PIC 99.
           05  FD-DAY-WS               PIC 99.
       01  FORMAT-DATE-OUT-WS.
           05  FO-MONTH-WS             PIC 99.
           05  FILLER                  PIC X     VALUE '/'.
           05  FO-DAY-WS               PIC 99.
           05  FILLER                  PIC X     VALUE '/'.
           05  FO-YEAR-WS              PIC 9999.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'STUBRPRT'.
           05  RUN-PHASE-OUT-WS         PICTURE X(5).
           05  RECORDS-PROCESSED-OUT-WS PICTURE 9(6).

       01  OPERAUTH-REQUEST-WS.
           05  AUTH-MASTER-ID-WS    PIC X(7)    VALUE 'PAYROLL'.
           05  AUTH-OPERATOR-WS     PIC X(8).
           05  AUTH-APPROVER-WS     PIC X(8)    VALUE SPACES.
           05  AUTH-AMOUNT-WS       PIC 9(7)V99 VALUE ZERO.
           05  AUTH-VERDICT-WS      PIC X.
               88  AUTH-DENIED-WS       VALUE 'D'.
           05  AUTH-REASON-WS       PIC X(30).

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

      *    ONE LINE PER REQUEST CARD, ANSWERED OR NOT.
       01  REQUEST-LOG-DETAIL.
           05  RL-LOGGED-AT-OUT        PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-OPERATOR-OUT         PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-REQUEST-TYPE-OUT     PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-SSN-OUT              PIC X(9).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-FROM-DATE-OUT        PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-TO-DATE-OUT          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-REQUESTED-BY-OUT     PIC X(30).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-STUBS-OUT            PIC 9(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RL-OUTCOME-OUT          PIC X(30).
           05  FILLER                  PIC X(14) VALUE SPACES.

      *    THE PAY ADVICE AS 335-WRITE-PAY-STUB IN PROB3 LAYS IT
      *    OUT, WITH A DUPLICATE BANNER UNDER THE HEADING. THE
      *    HISTORY CARRIES THE TAXES ONE BY ONE BUT NOT THE LOCAL
      *    TAX OR EACH VOLUNTARY DEDUCTION, SO THOSE REPRINT AS ONE
      *    LINE - WHATEVER ELSE CAME BETWEEN GROSS AND NET - AND
      *    THE LEAVE BALANCES, WHICH WERE NEVER KEPT BY PAY DATE,
      *    ARE LEFT OFF.
       01  STUB-HEADER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(45) VALUE
                 'IRS INTERNATIONAL, INC. - EMPLOYEE PAY ADVICE'.
           05  FILLER               PIC X(34) VALUE SPACES.

       01  STUB-DUPLICATE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(29) VALUE
                 '*** DUPLICATE - REPRINTED ON '.
           05  STUB-REPRINT-DATE-OUT PIC X(10).
           05                       PIC X(4)  VALUE ' ***'.
           05  FILLER               PIC X(36) VALUE SPACES.

       01  STUB-EMPLOYEE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(10) VALUE 'EMPLOYEE: '.
           05  STUB-NAME-OUT        PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05                       PIC X(5)  VALUE 'SSN: '.
           05                       PIC X(7)  VALUE '***-**-'.
           05  STUB-SSN-LAST4-OUT   PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05                       PIC X(10) VALUE 'PAY DATE: '.
           05  STUB-PAY-DATE-OUT    PIC X(10).
           05  FILLER               PIC X(8)  VALUE SPACES.

       01  STUB-GROSS-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(17) VALUE 'GROSS PAY'.
           05  STUB-GROSS-OUT       PIC $$$,$$9.99.
           05  FILLER               PIC X(52) VALUE SPACES.

       01  STUB-DEDUCTION-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  STUB-DED-DESC-OUT    PIC X(17).
           05  STUB-DED-AMT-OUT     PIC $$$,$$9.99.
           05  FILLER               PIC X(52) VALUE SPACES.

       01  STUB-NET-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(17) VALUE 'NET PAY'.
           05  STUB-NET-OUT         PIC $$$,$$9.99.
           05  FILLER               PIC X(52) VALUE SPACES.

       01  STUB-YTD-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(11) VALUE 'YTD GROSS: '.
           05  STUB-YTD-GROSS-OUT   PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(10) VALUE 'YTD FICA: '.
           05  STUB-YTD-FICA-OUT    PIC $$$,$$9.99.
           05  FILLER               PIC X(30) VALUE SPACES.

      *    THE VERIFICATION LETTER, ONE PAGE PER REQUEST.
       01  LETTER-HEADER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(60) VALUE
           'IRS INTERNATIONAL, INC. - VERIFICATION OF EMPLOYMENT'.
           05  FILLER               PIC X(19) VALUE SPACES.

       01  LETTER-DATE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(6)  VALUE 'DATE: '.
           05  LT-DATE-OUT          PIC X(10).
           05  FILLER               PIC X(63) VALUE SPACES.

       01  LETTER-TO-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(4)  VALUE 'TO: '.
           05  LT-TO-OUT            PIC X(30).
           05  FILLER               PIC X(45) VALUE SPACES.

       01  LETTER-RE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(4)  VALUE 'RE: '.
           05  LT-NAME-OUT          PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05                       PIC X(5)  VALUE 'SSN: '.
           05                       PIC X(7)  VALUE '***-**-'.
           05  LT-SSN-LAST4-OUT     PIC 9(4).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  LETTER-TEXT-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  LT-TEXT-OUT          PIC X(79).

       01  LETTER-ITEM-LINE.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  LT-ITEM-LABEL-OUT    PIC X(28).
           05  LT-ITEM-VALUE-OUT    PIC X(49).

       01  LETTER-AMOUNT-WS         PIC $$,$$$,$$9.99.
       01  LETTER-RATE-WS           PIC $$9.99.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-REQUEST-WS = 'YES'
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           COMPUTE PRIOR-YEAR-WS = YEAR-WS - 1
           MOVE RUN-DATE-OUT-WS TO STUB-REPRINT-DATE-OUT
                                   LT-DATE-OUT

           OPEN OUTPUT PAY-STUB-FILE
           OPEN OUTPUT LETTER-FILE
      *    NO REQUEST FILE MEANS NOTHING WAS ASKED FOR.
           OPEN INPUT STUB-REQUEST-FILE
           IF STUBREQ-FILE-STATUS-WS = '00'
               MOVE 'YES' TO FILES-OPEN-SW
               OPEN INPUT USER-INPUT-FILE
               OPEN INPUT YTD-FILE
               PERFORM 210-OPEN-REQUEST-LOG
               PERFORM 250-READ-ONE-REQUEST
           ELSE
               MOVE 'YES' TO EOF-REQUEST-WS
           END-IF.

       210-OPEN-REQUEST-LOG.
           OPEN EXTEND REQUEST-LOG-FILE
           IF STUBRLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT REQUEST-LOG-FILE
               CLOSE REQUEST-LOG-FILE
               OPEN EXTEND REQUEST-LOG-FILE
           END-IF.

       250-READ-ONE-REQUEST.
           READ STUB-REQUEST-FILE
               AT END MOVE 'YES' TO EOF-REQUEST-WS
               NOT AT END ADD 1 TO REQUESTS-READ-WS
           END-READ.

       300-PROCESS.
           MOVE 'YES'  TO REQUEST-VALID-SW
           MOVE SPACES TO OUTCOME-WS
           MOVE ZERO   TO STUBS-PRINTED-WS
           PERFORM 310-EDIT-REQUEST
           IF REQUEST-VALID-SW = 'YES'
               PERFORM 320-AUTHORIZE-REQUEST
           END-IF
           IF REQUEST-VALID-SW = 'YES'
               PERFORM 330-FIND-EMPLOYEE
           END-IF
           IF REQUEST-VALID-SW = 'YES'
               IF SR-WANTS-STUBS
                   PERFORM 400-REPRINT-STUBS
               END-IF
               IF SR-WANTS-LETTER
                   PERFORM 500-WRITE-LETTER
               END-IF
           ELSE
               ADD 1 TO REQUESTS-REFUSED-WS
           END-IF
           PERFORM 380-LOG-REQUEST
           PERFORM 250-READ-ONE-REQUEST.

       310-EDIT-REQUEST.
           EVALUATE TRUE
               WHEN NOT SR-WANTS-STUBS AND NOT SR-WANTS-LETTER
                   MOVE 'REFUSED - UNKNOWN REQUEST TYPE' TO OUTCOME-WS
               WHEN SR-SSN NOT NUMERIC
                   MOVE 'REFUSED - SSN NOT NUMERIC' TO OUTCOME-WS
               WHEN SR-REQUESTED-BY = SPACES
                   MOVE 'REFUSED - NO REQUESTING PARTY' TO OUTCOME-WS
               WHEN SR-WANTS-STUBS
                AND (SR-FROM-DATE NOT NUMERIC
                     OR SR-TO-DATE NOT NUMERIC)
                   MOVE 'REFUSED - DATE RANGE NOT NUMERIC'
                        TO OUTCOME-WS
               WHEN SR-WANTS-STUBS
                AND (SR-FROM-DATE = ZERO
                     OR SR-FROM-DATE > SR-TO-DATE)
                   MOVE 'REFUSED - DATE RANGE INVALID' TO OUTCOME-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF OUTCOME-WS NOT = SPACES
               MOVE 'NO' TO REQUEST-VALID-SW
           END-IF.

      *    READING PAY DATA IS PAYROLL WORK - THE OPERATOR NEEDS
      *    THE SAME PAYROLL RIGHT AS FOR MAINTENANCE. THERE IS NO
      *    DOLLAR SIZE, SO NO APPROVER IS EVER CALLED FOR.
       320-AUTHORIZE-REQUEST.
           MOVE SR-OPERATOR TO AUTH-OPERATOR-WS
           CALL "OPERAUTH" USING OPERAUTH-REQUEST-WS
           IF AUTH-DENIED-WS
               MOVE 'NO' TO REQUEST-VALID-SW
               MOVE AUTH-REASON-WS TO OUTCOME-WS
           END-IF.

      *    A TERMINATED EMPLOYEE STAYS ON THE MASTER AND CAN STILL
      *    BE VERIFIED - THE LETTER SAYS SO.
       330-FIND-EMPLOYEE.
           MOVE SR-SSN TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE 'NO' TO REQUEST-VALID-SW
                   MOVE 'REFUSED - NOT ON PAYROLL FILE'
                        TO OUTCOME-WS
           END-READ.

       380-LOG-REQUEST.
           IF REQUEST-VALID-SW = 'YES'
               IF EVENT-TABLE-FULL-SW = 'YES'
                  AND SR-WANTS-STUBS
                   MOVE 'ANSWERED - HISTORY TRUNCATED' TO OUTCOME-WS
               ELSE
                   MOVE 'ANSWERED' TO OUTCOME-WS
               END-IF
           END-IF
           MOVE RUN-DATE-OUT-WS     TO RL-LOGGED-AT-OUT
           MOVE SR-OPERATOR         TO RL-OPERATOR-OUT
           MOVE SR-REQUEST-TYPE     TO RL-REQUEST-TYPE-OUT
           MOVE SR-SSN              TO RL-SSN-OUT
           MOVE SR-FROM-DATE        TO RL-FROM-DATE-OUT
           MOVE SR-TO-DATE          TO RL-TO-DATE-OUT
           MOVE SR-REQUESTED-BY     TO RL-REQUESTED-BY-OUT
           MOVE STUBS-PRINTED-WS    TO RL-STUBS-OUT
           MOVE OUTCOME-WS          TO RL-OUTCOME-OUT
           WRITE REQUEST-LOG-LINE FROM REQUEST-LOG-DETAIL.

      *    EVERY ARCHIVE THAT CAN HOLD AN EVENT FROM THE FIRST YEAR
      *    OF THE RANGE ON - AN EVENT IS ARCHIVED IN ITS OWN YEAR OR
      *    A LATER ONE - THEN THE LIVE FILE. AN ARCHIVE YEAR THAT
      *    WAS NEVER SWEPT HAS NO FILE AND IS PASSED OVER.
       400-REPRINT-STUBS.
           MOVE ZERO TO EVENT-COUNT-WS
           MOVE 'NO' TO EVENT-TABLE-FULL-SW
           PERFORM 410-SCAN-ONE-ARCHIVE
               VARYING ARCHIVE-YEAR-WS FROM SR-FROM-YEAR BY 1
               UNTIL ARCHIVE-YEAR-WS > YEAR-WS
           MOVE 'PAYHIST.DAT' TO HIST-FILE-NAME-WS
           PERFORM 420-SCAN-HISTORY-FILE
           PERFORM 450-PRINT-ONE-STUB
               VARYING EVENT-IDX-WS FROM 1 BY 1
               UNTIL EVENT-IDX-WS > EVENT-COUNT-WS
           ADD STUBS-PRINTED-WS TO TOTAL-STUBS-WS.

       410-SCAN-ONE-ARCHIVE.
           MOVE SPACES TO HIST-FILE-NAME-WS
           STRING 'PAYHIST.A' DELIMITED BY SIZE
                  ARCHIVE-YEAR-WS (3:2) DELIMITED BY SIZE
               INTO HIST-FILE-NAME-WS
           END-STRING
           PERFORM 420-SCAN-HISTORY-FILE.

       420-SCAN-HISTORY-FILE.
           MOVE 'NO' TO EOF-HIST-WS
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '00'
               PERFORM 430-READ-ONE-EVENT
               PERFORM 440-KEEP-ONE-EVENT
                   UNTIL EOF-HIST-WS = 'YES'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       430-READ-ONE-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HIST-WS
           END-READ.

       440-KEEP-ONE-EVENT.
           IF PH-SSN = SR-SSN
              AND PH-PAY-DATE IS NUMERIC
              AND PH-YEAR NOT < SR-FROM-YEAR
              AND PH-PAY-DATE NOT > SR-TO-DATE
               IF EVENT-COUNT-WS < EVENT-LIMIT-WS
                   ADD 1 TO EVENT-COUNT-WS
                   MOVE PH-PAY-DATE TO EV-PAY-DATE-TBL (EVENT-COUNT-WS)
                   MOVE PH-YEAR     TO EV-YEAR-TBL     (EVENT-COUNT-WS)
                   MOVE PH-GROSS    TO EV-GROSS-TBL    (EVENT-COUNT-WS)
                   MOVE PH-FEDERAL  TO EV-FEDERAL-TBL  (EVENT-COUNT-WS)
                   MOVE PH-FICA     TO EV-FICA-TBL     (EVENT-COUNT-WS)
                   MOVE PH-MEDICARE TO EV-MEDICARE-TBL (EVENT-COUNT-WS)
                   MOVE PH-STATE    TO EV-STATE-TBL    (EVENT-COUNT-WS)
                   MOVE PH-NET      TO EV-NET-TBL      (EVENT-COUNT-WS)
                   MOVE PH-REVERSAL TO EV-REVERSED-TBL (EVENT-COUNT-WS)
      *            LINES WRITTEN BEFORE THE PREMIUM FIELD CARRY SPACES.
                   IF PH-PREMIUM IS NUMERIC
                       MOVE PH-PREMIUM TO
                            EV-PREMIUM-TBL (EVENT-COUNT-WS)
                   ELSE
                       MOVE ZERO       TO
                            EV-PREMIUM-TBL (EVENT-COUNT-WS)
                   END-IF
               ELSE
                   MOVE 'YES' TO EVENT-TABLE-FULL-SW
               END-IF
           END-IF
           PERFORM 430-READ-ONE-EVENT.

      *    ONLY EVENTS DATED INSIDE THE RANGE PRINT; THE ONES IN
      *    FRONT OF IT WERE KEPT FOR THE YEAR-TO-DATE FIGURES.
       450-PRINT-ONE-STUB.
           IF EV-PAY-DATE-TBL (EVENT-IDX-WS) NOT < SR-FROM-DATE
              AND EV-REVERSED-TBL (EVENT-IDX-WS) NOT = 'R'
               PERFORM 460-FIGURE-STUB-YTD
               PERFORM 470-WRITE-ONE-STUB
           END-IF.

      *    THE YEAR-TO-DATE AS OF THE ADVICE: EVERY EVENT OF THE
      *    SAME YEAR DATED BEFORE IT, OR ON THE SAME DAY AND NO
      *    LATER ON THE FILE, LESS WHATEVER OF THOSE WAS TAKEN BACK.
       460-FIGURE-STUB-YTD.
           MOVE ZERO TO STUB-YTD-GROSS-WS STUB-YTD-FICA-WS
           PERFORM 465-ADD-ONE-PRIOR-EVENT
               VARYING PRIOR-IDX-WS FROM 1 BY 1
               UNTIL PRIOR-IDX-WS > EVENT-COUNT-WS.

       465-ADD-ONE-PRIOR-EVENT.
           IF EV-YEAR-TBL (PRIOR-IDX-WS) = EV-YEAR-TBL (EVENT-IDX-WS)
              AND (EV-PAY-DATE-TBL (PRIOR-IDX-WS) <
                   EV-PAY-DATE-TBL (EVENT-IDX-WS)
                   OR (EV-PAY-DATE-TBL (PRIOR-IDX-WS) =
                       EV-PAY-DATE-TBL (EVENT-IDX-WS)
                       AND PRIOR-IDX-WS NOT > EVENT-IDX-WS))
               IF EV-REVERSED-TBL (PRIOR-IDX-WS) = 'R'
                   SUBTRACT EV-GROSS-TBL (PRIOR-IDX-WS)
                       FROM STUB-YTD-GROSS-WS
                   SUBTRACT EV-FICA-TBL (PRIOR-IDX-WS)
                       FROM STUB-YTD-FICA-WS
               ELSE
                   ADD EV-GROSS-TBL (PRIOR-IDX-WS)
                       TO STUB-YTD-GROSS-WS
                   ADD EV-FICA-TBL (PRIOR-IDX-WS)
                       TO STUB-YTD-FICA-WS
               END-IF
           END-IF.

       470-WRITE-ONE-STUB.
           ADD 1 TO STUBS-PRINTED-WS
           WRITE PRINT-STUB-LINE FROM STUB-HEADER-LINE
               AFTER PAGE
           WRITE PRINT-STUB-LINE FROM STUB-DUPLICATE-LINE
               AFTER 1 LINE

           MOVE NAME-IN       TO STUB-NAME-OUT
           MOVE SR-SSN-SERIAL TO STUB-SSN-LAST4-OUT
           MOVE EV-PAY-DATE-TBL (EVENT-IDX-WS) TO FORMAT-DATE-IN-WS
           PERFORM 800-FORMAT-DATE
           MOVE FORMAT-DATE-OUT-WS TO STUB-PAY-DATE-OUT
           WRITE PRINT-STUB-LINE FROM STUB-EMPLOYEE-LINE
               AFTER 2 LINES

           MOVE EV-GROSS-TBL (EVENT-IDX-WS) TO STUB-GROSS-OUT
           WRITE PRINT-STUB-LINE FROM STUB-GROSS-LINE
               AFTER 2 LINES

           IF EV-PREMIUM-TBL (EVENT-IDX-WS) > ZERO
               MOVE 'INCL PREMIUM PAY' TO STUB-DED-DESC-OUT
               MOVE EV-PREMIUM-TBL (EVENT-IDX-WS) TO STUB-DED-AMT-OUT
               WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
                   AFTER 1 LINE
           END-IF

           MOVE 'FEDERAL W/H'    TO STUB-DED-DESC-OUT
           MOVE EV-FEDERAL-TBL (EVENT-IDX-WS) TO STUB-DED-AMT-OUT
           WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
               AFTER 1 LINE

           MOVE 'FICA'           TO STUB-DED-DESC-OUT
           MOVE EV-FICA-TBL (EVENT-IDX-WS) TO STUB-DED-AMT-OUT
           WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
               AFTER 1 LINE

           MOVE 'MEDICARE'       TO STUB-DED-DESC-OUT
           MOVE EV-MEDICARE-TBL (EVENT-IDX-WS) TO STUB-DED-AMT-OUT
           WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
               AFTER 1 LINE

           MOVE 'STATE TAX'      TO STUB-DED-DESC-OUT
           MOVE EV-STATE-TBL (EVENT-IDX-WS) TO STUB-DED-AMT-OUT
           WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
               AFTER 1 LINE

           COMPUTE OTHER-DEDUCTIONS-WS =
                   EV-GROSS-TBL (EVENT-IDX-WS)
                   - EV-FEDERAL-TBL (EVENT-IDX-WS)
                   - EV-FICA-TBL (EVENT-IDX-WS)
                   - EV-MEDICARE-TBL (EVENT-IDX-WS)
                   - EV-STATE-TBL (EVENT-IDX-WS)
                   - EV-NET-TBL (EVENT-IDX-WS)
           IF OTHER-DEDUCTIONS-WS > ZERO
               MOVE 'LOCAL TAX/OTHER' TO STUB-DED-DESC-OUT
               MOVE OTHER-DEDUCTIONS-WS TO STUB-DED-AMT-OUT
               WRITE PRINT-STUB-LINE FROM STUB-DEDUCTION-LINE
                   AFTER 1 LINE
           END-IF

           MOVE EV-NET-TBL (EVENT-IDX-WS) TO STUB-NET-OUT
           WRITE PRINT-STUB-LINE FROM STUB-NET-LINE
               AFTER 2 LINES

           MOVE STUB-YTD-GROSS-WS TO STUB-YTD-GROSS-OUT
           MOVE STUB-YTD-FICA-WS  TO STUB-YTD-FICA-OUT
           WRITE PRINT-STUB-LINE FROM STUB-YTD-LINE
               AFTER 2 LINES.

      *    THE LETTER STATES ONLY WHAT THE FILES SHOW: THE MASTER
      *    FOR THE EMPLOYMENT FACTS AND CURRENT PAY, YTD.DAT FOR
      *    THIS YEAR, AND THE ARCHIVED YEAR-END RECORD FOR LAST.
       500-WRITE-LETTER.
           ADD 1 TO TOTAL-LETTERS-WS
           MOVE SR-SSN TO YTD-SSN
           READ YTD-FILE
               INVALID KEY
                   MOVE ZERO TO CURRENT-YTD-GROSS-WS
               NOT INVALID KEY
                   MOVE YTD-GROSS TO CURRENT-YTD-GROSS-WS
           END-READ
           PERFORM 510-FIND-PRIOR-YEAR

           WRITE PRINT-LETTER-LINE FROM LETTER-HEADER-LINE
               AFTER PAGE
           WRITE PRINT-LETTER-LINE FROM LETTER-DATE-LINE
               AFTER 2 LINES
           MOVE SR-REQUESTED-BY TO LT-TO-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TO-LINE
               AFTER 2 LINES
           MOVE NAME-IN       TO LT-NAME-OUT
           MOVE SR-SSN-SERIAL TO LT-SSN-LAST4-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-RE-LINE
               AFTER 1 LINE

           MOVE 'IN ANSWER TO YOUR REQUEST, OUR PAYROLL RECORDS SHOW'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 2 LINES
           MOVE 'THE FOLLOWING FOR THE EMPLOYEE NAMED ABOVE:'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE

           MOVE 'DATE OF HIRE:'  TO LT-ITEM-LABEL-OUT
           MOVE HIRE-DATE-IN     TO FORMAT-DATE-IN-WS
           PERFORM 800-FORMAT-DATE
           MOVE FORMAT-DATE-OUT-WS TO LT-ITEM-VALUE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 2 LINES

           MOVE 'EMPLOYMENT STATUS:' TO LT-ITEM-LABEL-OUT
           IF EMP-TERMINATED-IN
               MOVE TERM-DATE-IN TO FORMAT-DATE-IN-WS
               PERFORM 800-FORMAT-DATE
               MOVE SPACES TO LT-ITEM-VALUE-OUT
               STRING 'SEPARATED ' DELIMITED BY SIZE
                      FORMAT-DATE-OUT-WS DELIMITED BY SIZE
                   INTO LT-ITEM-VALUE-OUT
               END-STRING
           ELSE
               MOVE 'ACTIVE' TO LT-ITEM-VALUE-OUT
           END-IF
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE

           PERFORM 520-FIGURE-PAY-PERIOD
           MOVE 'PAY TYPE:'      TO LT-ITEM-LABEL-OUT
           MOVE SPACES           TO LT-ITEM-VALUE-OUT
           IF PAY-TYPE-SALARIED-IN
               STRING 'SALARIED, PAID ' DELIMITED BY SIZE
                      PERIOD-NAME-WS DELIMITED BY '  '
                   INTO LT-ITEM-VALUE-OUT
               END-STRING
           ELSE
               STRING 'HOURLY, PAID ' DELIMITED BY SIZE
                      PERIOD-NAME-WS DELIMITED BY '  '
                   INTO LT-ITEM-VALUE-OUT
               END-STRING
           END-IF
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE

           MOVE SPACES TO LT-ITEM-VALUE-OUT
           IF PAY-TYPE-SALARIED-IN
               MOVE 'CURRENT SALARY:' TO LT-ITEM-LABEL-OUT
               MOVE SALARY-IN TO LETTER-AMOUNT-WS
               COMPUTE ANNUAL-PAY-WS =
                       SALARY-IN * PERIODS-PER-YEAR-WS
               STRING LETTER-AMOUNT-WS DELIMITED BY SIZE
                      ' PER PAY PERIOD' DELIMITED BY SIZE
                   INTO LT-ITEM-VALUE-OUT
               END-STRING
           ELSE
               MOVE 'CURRENT RATE:' TO LT-ITEM-LABEL-OUT
               MOVE RATE-IN TO LETTER-RATE-WS
               COMPUTE ANNUAL-PAY-WS =
                       RATE-IN * HOURS-IN * PERIODS-PER-YEAR-WS
               STRING LETTER-RATE-WS DELIMITED BY SIZE
                      ' PER HOUR' DELIMITED BY SIZE
                   INTO LT-ITEM-VALUE-OUT
               END-STRING
           END-IF
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE

           MOVE 'ANNUALIZED AT CURRENT PAY:' TO LT-ITEM-LABEL-OUT
           MOVE ANNUAL-PAY-WS TO LETTER-AMOUNT-WS
           MOVE LETTER-AMOUNT-WS TO LT-ITEM-VALUE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE

           MOVE SPACES TO LT-ITEM-LABEL-OUT
           STRING 'GROSS PAY ' DELIMITED BY SIZE
                  YEAR-WS DELIMITED BY SIZE
                  ' TO DATE:' DELIMITED BY SIZE
               INTO LT-ITEM-LABEL-OUT
           END-STRING
           MOVE CURRENT-YTD-GROSS-WS TO LETTER-AMOUNT-WS
           MOVE LETTER-AMOUNT-WS TO LT-ITEM-VALUE-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 2 LINES

           MOVE SPACES TO LT-ITEM-LABEL-OUT
           STRING 'GROSS PAY ' DELIMITED BY SIZE
                  PRIOR-YEAR-WS DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
               INTO LT-ITEM-LABEL-OUT
           END-STRING
           IF PRIOR-YEAR-FOUND-SW = 'YES'
               MOVE PRIOR-YEAR-GROSS-WS TO LETTER-AMOUNT-WS
               MOVE LETTER-AMOUNT-WS TO LT-ITEM-VALUE-OUT
           ELSE
               MOVE 'NONE ON FILE' TO LT-ITEM-VALUE-OUT
           END-IF
           WRITE PRINT-LETTER-LINE FROM LETTER-ITEM-LINE
               AFTER 1 LINE

           MOVE 'THIS INFORMATION IS FURNISHED IN CONFIDENCE AT THE'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 2 LINES
           MOVE 'REQUEST OF THE PARTY NAMED ABOVE.'
                TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 1 LINE
           MOVE 'PAYROLL DEPARTMENT' TO LT-TEXT-OUT
           WRITE PRINT-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER 3 LINES.

      *    THE ARCHIVE IS READ FRONT TO BACK; THE LAST ROW FOR THE
      *    YEAR WINS, AS W2CORR LEAVES IT.
       510-FIND-PRIOR-YEAR.
           MOVE 'NO' TO PRIOR-YEAR-FOUND-SW
           MOVE ZERO TO PRIOR-YEAR-GROSS-WS
           MOVE 'NO' TO EOF-ARCH-WS
           OPEN INPUT YTD-ARCHIVE-FILE
           IF ARCH-FILE-STATUS-WS = '00'
               PERFORM 512-READ-ONE-ARCHIVE-ROW
               PERFORM 514-MATCH-ONE-ARCHIVE-ROW
                   UNTIL EOF-ARCH-WS = 'YES'
               CLOSE YTD-ARCHIVE-FILE
           END-IF.

       512-READ-ONE-ARCHIVE-ROW.
           READ YTD-ARCHIVE-FILE
               AT END MOVE 'YES' TO EOF-ARCH-WS
           END-READ.

       514-MATCH-ONE-ARCHIVE-ROW.
           IF AR-YEAR = PRIOR-YEAR-WS
              AND AR-SSN = SR-SSN
               MOVE 'YES'    TO PRIOR-YEAR-FOUND-SW
               MOVE AR-GROSS TO PRIOR-YEAR-GROSS-WS
           END-IF
           PERFORM 512-READ-ONE-ARCHIVE-ROW.

       520-FIGURE-PAY-PERIOD.
           EVALUATE PAY-FREQ-IN
               WHEN 'B'
                   MOVE 26            TO PERIODS-PER-YEAR-WS
                   MOVE 'BIWEEKLY'    TO PERIOD-NAME-WS
               WHEN 'S'
                   MOVE 24            TO PERIODS-PER-YEAR-WS
                   MOVE 'SEMIMONTHLY' TO PERIOD-NAME-WS
               WHEN 'M'
                   MOVE 12            TO PERIODS-PER-YEAR-WS
                   MOVE 'MONTHLY'     TO PERIOD-NAME-WS
               WHEN OTHER
                   MOVE 52            TO PERIODS-PER-YEAR-WS
                   MOVE 'WEEKLY'      TO PERIOD-NAME-WS
           END-EVALUATE.

       800-FORMAT-DATE.
           MOVE FD-MONTH-WS TO FO-MONTH-WS
           MOVE FD-DAY-WS   TO FO-DAY-WS
           MOVE FD-YEAR-WS  TO FO-YEAR-WS.

       900-CLOSE.
           IF FILES-OPEN-SW = 'YES'
               CLOSE STUB-REQUEST-FILE USER-INPUT-FILE
                     YTD-FILE REQUEST-LOG-FILE
           END-IF
           CLOSE PAY-STUB-FILE LETTER-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE REQUESTS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
