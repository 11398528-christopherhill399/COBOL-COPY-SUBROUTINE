       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PAYREVW.
       AUTHOR.    CHRISTOPHER HILL.

      *    PRE-RELEASE PAYROLL REVIEW. UNTIL NOW PAYROLL.ACH AND
      *    THE POSITIVE PAY FILE WENT TO THE BANK WITHOUT ANYONE
      *    HOLDING THE NIGHT'S PAY UP AGAINST WHAT EACH EMPLOYEE
      *    NORMALLY GETS. THIS STEP RUNS AFTER A LIVE PAYROLL AND
      *    LOOKS AT EVERY EMPLOYEE PAID ON THE CURRENT PAY DATE -
      *    THE PAYCAL.DAT DATE FOR THE PERIOD COVERING TODAY AT THE
      *    EMPLOYEE'S FREQUENCY, OR TODAY WITH NO CALENDAR, THE
      *    SAME DATE THE PAYROLL RUN STAMPS ON PAYHIST.DAT - AND
      *    FLAGS:
      *        - GROSS OR NET OFF THE AVERAGE OF THE EMPLOYEE'S
      *          LAST REGULAR PAY EVENTS BY MORE THAN THE SWING
      *          LIMIT
      *        - MORE THAN ONE REGULAR OR SUPPLEMENTAL PAY EVENT
      *          ON THE SAME PAY DATE
      *        - A DEPOSIT ACCOUNT SHARED WITH ANOTHER EMPLOYEE
      *        - BANK DETAILS CHANGED ON THE MASTER (MSTRJRNL.DAT,
      *          OR A PRENOTE STAMP) WITHIN THE LAST FEW DAYS
      *        - A ZERO OR NEGATIVE NET
      *    EVERY FLAG GOES ON PAYREVW.DOC AND THE OPRALERT.DAT
      *    OPERATOR ALERT FILE. ANY FLAG AT ALL HOLDS THE RELEASE
      *    THE WAY GLPOST HOLDS AN OUT-OF-BALANCE BATCH: PAYHOLD.DAT
      *    SAYS 'H' AND TRANSMIT WILL NOT MANIFEST OR PASS
      *    PAYROLL.ACH OR POSPAY.DAT UNTIL SOMEONE SIGNS OFF. THE
      *    SIGN-OFF IS A PAYSIGN.DAT CARD - OPERATOR AND THE DATE
      *    OF THE REVIEW BEING SIGNED - RUN THROUGH THIS PROGRAM
      *    STANDALONE; THE OPERATOR NEEDS PAYROLL RIGHTS ON
      *    OPERAUTH.DAT. EVERY REVIEW AND SIGN-OFF LEAVES A LINE ON
      *    THE PAYREVLG.DAT REVIEW LOG.
      *
      *    THE OPTIONAL PAYREVW.PRM CARD SETS THE SWING LIMIT IN
      *    PERCENT (DEFAULT 25), HOW MANY PAST REGULAR EVENTS MAKE
      *    THE AVERAGE (DEFAULT 6, AT MOST 12), AND HOW MANY DAYS
      *    BACK A BANK CHANGE COUNTS (DEFAULT 10). MANUAL CHECKS
      *    AND ADJUSTMENTS ARE NOT PAY RUNS AND ARE LEFT OUT OF
      *    BOTH SIDES OF THE COMPARISON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'PAYREVW.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT SIGNOFF-CARD-FILE ASSIGN TO 'PAYSIGN.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYSIGN-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHIST-FILE-STATUS-WS.

            SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYCAL-FILE-STATUS-WS.

            SELECT MASTER-JOURNAL-FILE ASSIGN TO 'MSTRJRNL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MSTRJRNL-FILE-STATUS-WS.

            SELECT REVIEW-REPORT-FILE ASSIGN TO 'PAYREVW.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPERATOR-ALERT-FILE ASSIGN TO 'OPRALERT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OPRALERT-FILE-STATUS-WS.

      *    ONE LINE: WHETHER TONIGHT'S RELEASE IS HELD. TRANSMIT
      *    READS IT BEFORE IT WILL LET THE ACH OR POSITIVE PAY
      *    FILE GO.
            SELECT PAYROLL-HOLD-FILE ASSIGN TO 'PAYHOLD.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYHOLD-FILE-STATUS-WS.

            SELECT REVIEW-LOG-FILE ASSIGN TO 'PAYREVLG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYREVLG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-SWING-PERCENT    PIC 99.
           05  PRM-HISTORY-EVENTS   PIC 99.
           05  PRM-BANK-DAYS        PIC 99.

       FD  SIGNOFF-CARD-FILE RECORDING MODE IS F.
       01  SIGNOFF-CARD-RECORD.
           05  SG-OPERATOR          PIC X(8).
           05  SG-REVIEW-DATE       PIC 9(8).
           05  SG-NOTE              PIC X(40).

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
           05  BANK-DETAILS-IN.
               10  BANK-ROUTING-IN   PIC 9(9).
               10  BANK-ACCOUNT-IN   PIC X(17).
           05  DEPOSIT-IND-IN    PIC X.
               88  DEPOSIT-TO-BANK-IN       VALUE 'D' 'P'.
           05  EMP-STATUS-IN     PIC X.
               88  EMP-TERMINATED-IN        VALUE 'T'.
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

      *    SAME PAY-EVENT LINE PROB3 WRITES.
       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-RECORD.
           05  PH-SSN          PIC 9(9).
           05  FILLER          PIC X.
           05  PH-PAY-DATE     PIC 9(8).
           05  FILLER          PIC X.
           05  PH-GROSS        PIC 9(6)V99.
           05  FILLER          PIC X(37).
           05  PH-NET          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(38).
           05  PH-RUN-TYPE     PIC X.
               88  PH-PAY-RUN-EVENT       VALUE ' ' 'S'.
               88  PH-REGULAR-EVENT       VALUE ' '.
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(19).

      *    SAME CALENDAR ROW THE PAYROLL RUN READS.
       FD  PAY-CALENDAR-FILE RECORDING MODE IS F.
       01  PAY-CALENDAR-RECORD.
           05  PC-PAY-FREQ     PIC X.
           05  PC-PERIOD-START PIC 9(8).
           05  PC-PERIOD-END   PIC 9(8).
           05  PC-PAY-DATE     PIC 9(8).

      *    SAME LINE MSTRJRNL WRITES - NOT A COPYBOOK THERE EITHER.
      *    THE PAYROLL IMAGES CARRY THE ROUTING AND ACCOUNT NUMBER
      *    IN COLUMNS 42 THROUGH 67.
       FD  MASTER-JOURNAL-FILE RECORDING MODE IS F.
       01  MASTER-JOURNAL-RECORD.
           05  MJ-TIMESTAMP.
               10  MJ-MONTH     PIC 99.
               10  FILLER       PIC X.
               10  MJ-DAY       PIC 99.
               10  FILLER       PIC X.
               10  MJ-YEAR      PIC 9(4).
               10  FILLER       PIC X(10).
           05  FILLER           PIC X.
           05  MJ-MASTER        PIC X(7).
           05  FILLER           PIC X.
           05  MJ-ACTION        PIC X.
           05  FILLER           PIC X.
           05  MJ-PROGRAM       PIC X(8).
           05  FILLER           PIC X.
           05  MJ-BEFORE        PIC X(280).
           05  FILLER           PIC X.
           05  MJ-AFTER         PIC X(280).
           05  FILLER           PIC X(8).

       FD  REVIEW-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-REVIEW-LINE            PICTURE X(132).

       FD  OPERATOR-ALERT-FILE RECORDING MODE IS F.
       01  OPERATOR-ALERT-LINE          PICTURE X(80).

       FD  PAYROLL-HOLD-FILE RECORDING MODE IS F.
       01  PAYROLL-HOLD-RECORD.
           05  PHD-STATUS           PIC X.
               88  PHD-HELD                 VALUE 'H'.
           05  FILLER               PIC X.
           05  PHD-REVIEW-DATE      PIC 9(8).
           05  FILLER               PIC X.
           05  PHD-REVIEWED-AT      PIC X(20).
           05  FILLER               PIC X.
           05  PHD-EXCEPTIONS       PIC 9(5).
           05  FILLER               PIC X.
           05  PHD-RELEASED-BY      PIC X(8).
           05  FILLER               PIC X.
           05  PHD-RELEASED-AT      PIC X(20).
           05  FILLER               PIC X(13).

       FD  REVIEW-LOG-FILE RECORDING MODE IS F.
       01  REVIEW-LOG-LINE              PICTURE X(100).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HIST-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-PAYROLL-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-PAYCAL-WS           PICTURE X(3)  VALUE 'NO'.
           05  EOF-JOURNAL-WS          PICTURE X(3)  VALUE 'NO'.
           05  SIGNOFF-MODE-SW         PICTURE X(3)  VALUE 'NO'.
           05  REVIEW-INCOMPLETE-SW    PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-PAID-WS       PICTURE 9(6)  VALUE ZERO.
           05  EXCEPTION-COUNT-WS      PICTURE 9(5)  VALUE ZERO.
           05  SIGNOFF-RESULT-WS       PICTURE X(30) VALUE SPACES.

       01  FILE-STATUS-FIELDS-WS.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PAYSIGN-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYCAL-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  MSTRJRNL-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  OPRALERT-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYHOLD-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYREVLG-FILE-STATUS-WS PICTURE XX    VALUE SPACES.

      *    THE REVIEW'S LIMITS, DEFAULTED AND THEN TAKEN FROM THE
      *    PAYREVW.PRM CARD WHERE IT SUPPLIES A SENSIBLE VALUE.
       01  REVIEW-LIMITS-WS.
           05  SWING-LIMIT-WS          PIC 99       VALUE 25.
           05  HISTORY-EVENTS-WS       PIC 99       VALUE 6.
           05  BANK-CHANGE-DAYS-WS     PIC 99       VALUE 10.

      *    THE CURRENT PAY DATE FOR EACH FREQUENCY - THE CALENDAR
      *    ROW COVERING TODAY, AS THE PAYROLL RUN PICKS IT.
       01  CURRENT-PAY-DATES-SETUP.
           05  FILLER              PIC X     VALUE 'W'.
           05  FILLER              PIC 9(8)  VALUE ZERO.
           05  FILLER              PIC X     VALUE 'B'.
           05  FILLER              PIC 9(8)  VALUE ZERO.
           05  FILLER              PIC X     VALUE 'S'.
           05  FILLER              PIC 9(8)  VALUE ZERO.
           05  FILLER              PIC X     VALUE 'M'.
           05  FILLER              PIC 9(8)  VALUE ZERO.
       01  CURRENT-PAY-DATES-WS REDEFINES CURRENT-PAY-DATES-SETUP.
           05  CURRENT-PAY-ENTRY-WS OCCURS 4 TIMES.
               10  CPE-FREQ-TBL        PIC X.
               10  CPE-PAY-DATE-TBL    PIC 9(8).

       01  CALENDAR-CONTROL-WS.
           05  FREQ-IDX-WS             PIC 9     VALUE ZERO.
           05  RUN-DATE-NUM-WS         PIC 9(8)  VALUE ZERO.

      *    EVERY EMPLOYEE ON THE MASTER, IN SSN ORDER AS THE MASTER
      *    READS SEQUENTIALLY, SO A PAY EVENT FINDS ITS EMPLOYEE BY
      *    HALVING. SIZED TO THE PAYROLL RUN'S ACH LIMIT. PAST
      *    REGULAR EVENTS ARE KEPT NEWEST-LAST, THE OLDEST DROPPING
      *    OFF THE FRONT ONCE THE WINDOW IS FULL.
       01  EMPLOYEE-TABLE-CONTROL-WS.
           05  EMPLOYEE-COUNT-WS       PIC 9(5)     VALUE ZERO.
           05  EMPLOYEE-LIMIT-WS       PIC 9(5)     VALUE 5000.
           05  EMP-IDX-WS              PIC 9(5)     VALUE ZERO.
           05  OTHER-IDX-WS            PIC 9(5)     VALUE ZERO.
           05  EMP-SLOT-WS             PIC 9(5)     VALUE ZERO.
           05  LOW-IDX-WS              PIC 9(5)     VALUE ZERO.
           05  HIGH-IDX-WS             PIC 9(5)     VALUE ZERO.
           05  MID-IDX-WS              PIC 9(5)     VALUE ZERO.
           05  HIST-IDX-WS             PIC 99       VALUE ZERO.
           05  SEARCH-SSN-WS           PIC 9(9)     VALUE ZERO.

       01  EMPLOYEE-TABLE-WS.
           05  EMPLOYEE-ENTRY-WS OCCURS 5000 TIMES.
               10  EMP-SSN-TBL         PIC 9(9).
               10  EMP-NAME-TBL        PIC X(20).
               10  EMP-BANK-TBL        PIC X(26).
               10  EMP-DEPOSITS-TBL    PIC X.
               10  EMP-PAY-DATE-TBL    PIC 9(8).
               10  EMP-PRENOTE-TBL     PIC 9(8).
               10  EMP-BANK-CHANGE-TBL PIC 9(8).
               10  EMP-HIST-COUNT-TBL  PIC 99.
               10  EMP-HIST-GROSS-TBL  PIC 9(6)V99  OCCURS 12 TIMES.
               10  EMP-HIST-NET-TBL    PIC S9(6)V99 OCCURS 12 TIMES.
               10  EMP-CUR-EVENTS-TBL  PIC 99.
               10  EMP-CUR-GROSS-TBL   PIC S9(7)V99.
               10  EMP-CUR-NET-TBL     PIC S9(7)V99.
               10  EMP-NON-POSITIVE-TBL PIC X.

      *    ONE EMPLOYEE'S COMPARISON FIGURES.
       01  VARIANCE-WORK-WS.
           05  USUAL-GROSS-WS          PIC S9(7)V99 VALUE ZERO.
           05  USUAL-NET-WS            PIC S9(7)V99 VALUE ZERO.
           05  SWING-PERCENT-WS        PIC S9(5)V9  VALUE ZERO.
           05  EXCEPTION-REASON-WS     PIC X(28)    VALUE SPACES.
           05  EXCEPTION-CURRENT-WS    PIC S9(7)V99 VALUE ZERO.
           05  EXCEPTION-USUAL-WS      PIC S9(7)V99 VALUE ZERO.
           05  EXCEPTION-DETAIL-WS     PIC X(24)    VALUE SPACES.

      *    DAY NUMBERS ON A 360-DAY YEAR, AS THE PRENOTE AGING IN
      *    THE PAYROLL RUN COUNTS THEM.
       01  CHANGE-AGE-WS.
           05  RUN-DAY-NUMBER-WS       PIC 9(7)     VALUE ZERO.
           05  CHANGE-DAY-NUMBER-WS    PIC 9(7)     VALUE ZERO.
           05  CHANGE-AGE-DAYS-WS      PIC S9(7)    VALUE ZERO.
           05  CHANGE-DATE-WS          PIC 9(8)     VALUE ZERO.
           05  CHANGE-DATE-PARTS-WS REDEFINES CHANGE-DATE-WS.
               10  CHANGE-YEAR-WS      PIC 9(4).
               10  CHANGE-MONTH-WS     PIC 99.
               10  CHANGE-DAY-WS       PIC 99.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'PAYREVW'.
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

       01  OPERATOR-ALERT-DETAIL.
           05  ALERT-TIMESTAMP-OUT  PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  ALERT-PROGRAM-OUT    PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(12) VALUE 'PAY REVIEW: '.
           05  ALERT-REASON-OUT     PIC X(28).
           05  FILLER               PIC X     VALUE SPACE.
           05  ALERT-SSN-OUT        PIC X(9).

       01  REVIEW-LOG-DETAIL.
           05  RL-TIMESTAMP-OUT     PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  RL-ACTION-OUT        PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  RL-OPERATOR-OUT      PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  RL-REVIEW-DATE-OUT   PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  RL-EXCEPTIONS-OUT    PIC 9(5).
           05  FILLER               PIC X     VALUE SPACE.
           05  RL-NOTE-OUT          PIC X(40).
           05  FILLER               PIC X(6)  VALUE SPACES.

       01  REPORT-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  HDR-DATE-OUT        PICTURE X(20).
           05                      PICTURE X(38)   VALUE
           'PRE-RELEASE PAYROLL REVIEW'.
           05  FILLER              PICTURE X(63)   VALUE SPACES.

       01  LIMITS-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(13)   VALUE
                 'SWING LIMIT: '.
           05  LM-SWING-OUT        PICTURE Z9.
           05                      PICTURE X(5)    VALUE ' PCT '.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(20)   VALUE
                 'AVERAGE OF LAST:    '.
           05  LM-HISTORY-OUT      PICTURE Z9.
           05                      PICTURE X(16)   VALUE
                 ' REGULAR EVENTS '.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(22)   VALUE
                 'BANK CHANGES WITHIN:  '.
           05  LM-BANK-DAYS-OUT    PICTURE Z9.
           05                      PICTURE X(5)    VALUE ' DAYS'.
           05  FILLER              PICTURE X(39)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(11)   VALUE 'SSN'.
           05                      PICTURE X(22)   VALUE 'NAME'.
           05                      PICTURE X(30)   VALUE 'EXCEPTION'.
           05                      PICTURE X(14)   VALUE
                 '     THIS PAY'.
           05                      PICTURE X(14)   VALUE
                 '        USUAL'.
           05                      PICTURE X(10)   VALUE '   SWING'.
           05                      PICTURE X(30)   VALUE 'DETAIL'.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ER-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ER-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ER-REASON-OUT       PICTURE X(28).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ER-CURRENT-OUT      PICTURE $$$$,$$9.99-.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ER-USUAL-OUT        PICTURE $$$$,$$9.99-
                                   BLANK WHEN ZERO.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ER-SWING-OUT        PICTURE ZZZZ9.9 BLANK WHEN ZERO.
           05  ER-PERCENT-OUT      PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ER-DETAIL-OUT       PICTURE X(24).
           05  FILLER              PICTURE X(6)    VALUE SPACES.

       01  REVIEW-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(18)   VALUE
                 'EMPLOYEES PAID:   '.
           05  RS-PAID-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'EXCEPTIONS: '.
           05  RS-EXCEPTIONS-OUT   PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(84)   VALUE SPACES.

       01  REVIEW-VERDICT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RV-TEXT-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    WINDOW STEP: 0 = NOTHING FLAGGED, 4 = THE RELEASE IS
      *    HELD FOR SIGN-OFF. A STANDALONE RUN PASSES NOTHING AND
      *    THE NULL TEST LEAVES IT ALONE.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF SIGNOFF-MODE-SW = 'YES'
               PERFORM 600-SIGN-OFF-HOLD
           ELSE
               PERFORM 300-REVIEW-PAY
           END-IF
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF EXCEPTION-COUNT-WS > ZERO
                   MOVE 4 TO STEP-CONDITION-CODE-LS
               ELSE
                   MOVE ZERO TO STEP-CONDITION-CODE-LS
               END-IF
           END-IF.

      *    A SIGN-OFF CARD IS ONLY EVER LOOKED FOR ON A STANDALONE
      *    RUN - THE WINDOW'S OWN REVIEW MUST NEVER BE SIGNED OFF
      *    BY A CARD LEFT LYING ON DISK.
       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           COMPUTE RUN-DATE-NUM-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           COMPUTE RUN-DAY-NUMBER-WS =
                   YEAR-WS * 360 + MONTH-WS * 30 + DAY-WS

           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               OPEN INPUT SIGNOFF-CARD-FILE
               IF PAYSIGN-FILE-STATUS-WS = '00'
                   READ SIGNOFF-CARD-FILE
                       AT END CONTINUE
                       NOT AT END MOVE 'YES' TO SIGNOFF-MODE-SW
                   END-READ
                   CLOSE SIGNOFF-CARD-FILE
               END-IF
           END-IF

           PERFORM 230-OPEN-REVIEW-LOG.

       230-OPEN-REVIEW-LOG.
           OPEN EXTEND REVIEW-LOG-FILE
           IF PAYREVLG-FILE-STATUS-WS = '35'
               OPEN OUTPUT REVIEW-LOG-FILE
               CLOSE REVIEW-LOG-FILE
               OPEN EXTEND REVIEW-LOG-FILE
           END-IF.

       300-REVIEW-PAY.
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-REVIEW-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           PERFORM 310-READ-PARAMETER-CARD
           MOVE SWING-LIMIT-WS      TO LM-SWING-OUT
           MOVE HISTORY-EVENTS-WS   TO LM-HISTORY-OUT
           MOVE BANK-CHANGE-DAYS-WS TO LM-BANK-DAYS-OUT
           WRITE PRINT-REVIEW-LINE FROM LIMITS-LINE
               AFTER 1 LINE
           WRITE PRINT-REVIEW-LINE FROM COLUMN-HEADING-LINE
               AFTER 2 LINES

           PERFORM 320-LOAD-PAY-CALENDAR
           PERFORM 330-LOAD-EMPLOYEES
           IF REVIEW-INCOMPLETE-SW = 'YES'
      *        AN EMPLOYEE PAST THE TABLE COULD NOT BE REVIEWED -
      *        THE RELEASE IS HELD RATHER THAN PASSED UNSEEN.
               MOVE ZERO TO EMP-SLOT-WS
               MOVE 'REVIEW INCOMPLETE - TABLE' TO EXCEPTION-REASON-WS
               MOVE ZERO   TO EXCEPTION-CURRENT-WS EXCEPTION-USUAL-WS
               MOVE SPACES TO EXCEPTION-DETAIL-WS
               PERFORM 500-WRITE-EXCEPTION
           ELSE
               PERFORM 340-SCAN-PAY-HISTORY
               PERFORM 360-SCAN-MASTER-JOURNAL
               PERFORM 400-JUDGE-ONE-EMPLOYEE
                   VARYING EMP-IDX-WS FROM 1 BY 1
                   UNTIL EMP-IDX-WS > EMPLOYEE-COUNT-WS
           END-IF

           MOVE EMPLOYEES-PAID-WS  TO RS-PAID-OUT
           MOVE EXCEPTION-COUNT-WS TO RS-EXCEPTIONS-OUT
           WRITE PRINT-REVIEW-LINE FROM REVIEW-SUMMARY-LINE
               AFTER 2 LINES
           IF EXCEPTION-COUNT-WS > ZERO
               MOVE 'ACH AND POSITIVE PAY HELD - SIGN-OFF REQUIRED'
                    TO RV-TEXT-OUT
           ELSE
               MOVE 'NOTHING FLAGGED - RELEASE NOT HELD'
                    TO RV-TEXT-OUT
           END-IF
           WRITE PRINT-REVIEW-LINE FROM REVIEW-VERDICT-LINE
               AFTER 1 LINE
           CLOSE REVIEW-REPORT-FILE

           PERFORM 380-WRITE-HOLD-STATUS.

       310-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-SWING-PERCENT IS NUMERIC
                          AND PRM-SWING-PERCENT > ZERO
                           MOVE PRM-SWING-PERCENT TO SWING-LIMIT-WS
                       END-IF
                       IF PRM-HISTORY-EVENTS IS NUMERIC
                          AND PRM-HISTORY-EVENTS > ZERO
                          AND PRM-HISTORY-EVENTS NOT > 12
                           MOVE PRM-HISTORY-EVENTS TO
                                HISTORY-EVENTS-WS
                       END-IF
                       IF PRM-BANK-DAYS IS NUMERIC
                           MOVE PRM-BANK-DAYS TO BANK-CHANGE-DAYS-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      *    EVERY FREQUENCY STARTS AT TODAY, WHICH IS WHAT THE
      *    PAYROLL RUN STAMPS WHEN NO CALENDAR ROW COVERS TODAY.
       320-LOAD-PAY-CALENDAR.
           PERFORM 321-DEFAULT-ONE-PAY-DATE
               VARYING FREQ-IDX-WS FROM 1 BY 1
               UNTIL FREQ-IDX-WS > 4
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAYCAL-FILE-STATUS-WS = '00'
               PERFORM 322-READ-ONE-CALENDAR-ROW
               PERFORM 324-TAKE-ONE-CALENDAR-ROW
                   UNTIL EOF-PAYCAL-WS = 'YES'
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       321-DEFAULT-ONE-PAY-DATE.
           MOVE RUN-DATE-NUM-WS TO CPE-PAY-DATE-TBL (FREQ-IDX-WS).

       322-READ-ONE-CALENDAR-ROW.
           READ PAY-CALENDAR-FILE
               AT END MOVE 'YES' TO EOF-PAYCAL-WS
           END-READ.

       324-TAKE-ONE-CALENDAR-ROW.
           IF PC-PERIOD-START <= RUN-DATE-NUM-WS
              AND PC-PERIOD-END >= RUN-DATE-NUM-WS
               PERFORM 326-SET-ONE-PAY-DATE
                   VARYING FREQ-IDX-WS FROM 1 BY 1
                   UNTIL FREQ-IDX-WS > 4
           END-IF
           PERFORM 322-READ-ONE-CALENDAR-ROW.

       326-SET-ONE-PAY-DATE.
           IF CPE-FREQ-TBL (FREQ-IDX-WS) = PC-PAY-FREQ
               MOVE PC-PAY-DATE TO CPE-PAY-DATE-TBL (FREQ-IDX-WS)
           END-IF.

      *    A BLANK OR UNKNOWN FREQUENCY IS PAID WEEKLY, AS THE
      *    PAYROLL RUN TREATS IT.
       330-LOAD-EMPLOYEES.
           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               PERFORM 332-READ-ONE-EMPLOYEE
               PERFORM 334-STORE-ONE-EMPLOYEE
                   UNTIL EOF-PAYROLL-WS = 'YES'
                      OR REVIEW-INCOMPLETE-SW = 'YES'
               CLOSE USER-INPUT-FILE
           END-IF.

       332-READ-ONE-EMPLOYEE.
           READ USER-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-PAYROLL-WS
           END-READ.

       334-STORE-ONE-EMPLOYEE.
           IF EMPLOYEE-COUNT-WS NOT < EMPLOYEE-LIMIT-WS
               MOVE 'YES' TO REVIEW-INCOMPLETE-SW
           ELSE
               ADD 1 TO EMPLOYEE-COUNT-WS
               MOVE EMPLOYEE-COUNT-WS TO EMP-SLOT-WS
               MOVE SSN-IN          TO EMP-SSN-TBL (EMP-SLOT-WS)
               MOVE NAME-IN         TO EMP-NAME-TBL (EMP-SLOT-WS)
               MOVE BANK-DETAILS-IN TO EMP-BANK-TBL (EMP-SLOT-WS)
               IF DEPOSIT-TO-BANK-IN AND NOT EMP-TERMINATED-IN
                   MOVE 'Y' TO EMP-DEPOSITS-TBL (EMP-SLOT-WS)
               ELSE
                   MOVE 'N' TO EMP-DEPOSITS-TBL (EMP-SLOT-WS)
               END-IF
               IF PRENOTE-DATE-IN IS NUMERIC
                   MOVE PRENOTE-DATE-IN TO EMP-PRENOTE-TBL (EMP-SLOT-WS)
               ELSE
                   MOVE ZERO TO EMP-PRENOTE-TBL (EMP-SLOT-WS)
               END-IF
               MOVE CPE-PAY-DATE-TBL (1) TO
                    EMP-PAY-DATE-TBL (EMP-SLOT-WS)
               PERFORM 336-MATCH-EMPLOYEE-FREQUENCY
                   VARYING FREQ-IDX-WS FROM 2 BY 1
                   UNTIL FREQ-IDX-WS > 4
               MOVE ZERO TO EMP-BANK-CHANGE-TBL (EMP-SLOT-WS)
                            EMP-HIST-COUNT-TBL (EMP-SLOT-WS)
                            EMP-CUR-EVENTS-TBL (EMP-SLOT-WS)
                            EMP-CUR-GROSS-TBL (EMP-SLOT-WS)
                            EMP-CUR-NET-TBL (EMP-SLOT-WS)
               MOVE 'N' TO EMP-NON-POSITIVE-TBL (EMP-SLOT-WS)
               PERFORM 332-READ-ONE-EMPLOYEE
           END-IF.

       336-MATCH-EMPLOYEE-FREQUENCY.
           IF CPE-FREQ-TBL (FREQ-IDX-WS) = PAY-FREQ-IN
               MOVE CPE-PAY-DATE-TBL (FREQ-IDX-WS) TO
                    EMP-PAY-DATE-TBL (EMP-SLOT-WS)
           END-IF.

      *    EACH PAY-RUN EVENT IS EITHER ON THE EMPLOYEE'S CURRENT
      *    PAY DATE - THIS RELEASE - OR BEFORE IT, WHERE A REGULAR
      *    ONE JOINS THE HISTORY THE AVERAGE IS TAKEN OVER. A
      *    TAKE-BACK LINE IS NOT A PAY RUN AND IS PASSED OVER.
       340-SCAN-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '00'
               PERFORM 342-READ-ONE-EVENT
               PERFORM 344-TAKE-ONE-EVENT
                   UNTIL EOF-HIST-WS = 'YES'
               CLOSE PAY-HISTORY-FILE
           END-IF.

       342-READ-ONE-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HIST-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

       344-TAKE-ONE-EVENT.
           IF PH-PAY-RUN-EVENT
              AND NOT PH-REVERSED-EVENT
              AND PH-SSN IS NUMERIC
              AND PH-PAY-DATE IS NUMERIC
               MOVE PH-SSN TO SEARCH-SSN-WS
               PERFORM 350-FIND-EMPLOYEE
               IF EMP-SLOT-WS > ZERO
                   EVALUATE TRUE
                       WHEN PH-PAY-DATE = EMP-PAY-DATE-TBL (EMP-SLOT-WS)
                           PERFORM 346-ADD-CURRENT-EVENT
                       WHEN PH-PAY-DATE < EMP-PAY-DATE-TBL (EMP-SLOT-WS)
                        AND PH-REGULAR-EVENT
                           PERFORM 348-ADD-PAST-EVENT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 342-READ-ONE-EVENT.

       346-ADD-CURRENT-EVENT.
           ADD 1        TO EMP-CUR-EVENTS-TBL (EMP-SLOT-WS)
           ADD PH-GROSS TO EMP-CUR-GROSS-TBL (EMP-SLOT-WS)
           ADD PH-NET   TO EMP-CUR-NET-TBL (EMP-SLOT-WS)
           IF PH-NET NOT > ZERO
               MOVE 'Y' TO EMP-NON-POSITIVE-TBL (EMP-SLOT-WS)
           END-IF.

       348-ADD-PAST-EVENT.
           IF EMP-HIST-COUNT-TBL (EMP-SLOT-WS) < HISTORY-EVENTS-WS
               ADD 1 TO EMP-HIST-COUNT-TBL (EMP-SLOT-WS)
           ELSE
               PERFORM 349-DROP-OLDEST-EVENT
                   VARYING HIST-IDX-WS FROM 1 BY 1
                   UNTIL HIST-IDX-WS NOT < HISTORY-EVENTS-WS
           END-IF
           MOVE EMP-HIST-COUNT-TBL (EMP-SLOT-WS) TO HIST-IDX-WS
           MOVE PH-GROSS TO EMP-HIST-GROSS-TBL (EMP-SLOT-WS HIST-IDX-WS)
           MOVE PH-NET   TO EMP-HIST-NET-TBL (EMP-SLOT-WS HIST-IDX-WS).

       349-DROP-OLDEST-EVENT.
           MOVE EMP-HIST-GROSS-TBL (EMP-SLOT-WS HIST-IDX-WS + 1) TO
                EMP-HIST-GROSS-TBL (EMP-SLOT-WS HIST-IDX-WS)
           MOVE EMP-HIST-NET-TBL (EMP-SLOT-WS HIST-IDX-WS + 1) TO
                EMP-HIST-NET-TBL (EMP-SLOT-WS HIST-IDX-WS).

      *    THE TABLE IS IN SSN ORDER, SO HALVE IT UNTIL THE SSN
      *    TURNS UP OR THERE IS NOTHING LEFT TO HALVE.
       350-FIND-EMPLOYEE.
           MOVE ZERO TO EMP-SLOT-WS
           MOVE 1 TO LOW-IDX-WS
           MOVE EMPLOYEE-COUNT-WS TO HIGH-IDX-WS
           PERFORM 352-HALVE-EMPLOYEE-TABLE
               UNTIL LOW-IDX-WS > HIGH-IDX-WS
                  OR EMP-SLOT-WS > ZERO.

       352-HALVE-EMPLOYEE-TABLE.
           COMPUTE MID-IDX-WS = (LOW-IDX-WS + HIGH-IDX-WS) / 2
           EVALUATE TRUE
               WHEN EMP-SSN-TBL (MID-IDX-WS) = SEARCH-SSN-WS
                   MOVE MID-IDX-WS TO EMP-SLOT-WS
               WHEN EMP-SSN-TBL (MID-IDX-WS) < SEARCH-SSN-WS
                   COMPUTE LOW-IDX-WS = MID-IDX-WS + 1
               WHEN OTHER
                   IF MID-IDX-WS = 1
                       MOVE ZERO TO HIGH-IDX-WS
                   ELSE
                       COMPUTE HIGH-IDX-WS = MID-IDX-WS - 1
                   END-IF
           END-EVALUATE.

      *    A PAYROLL REWRITE WHOSE ROUTING OR ACCOUNT NUMBER
      *    DIFFERS BEFORE AND AFTER IS A BANK CHANGE; THE LATEST
      *    ONE INSIDE THE WINDOW IS THE ONE REPORTED.
       360-SCAN-MASTER-JOURNAL.
           OPEN INPUT MASTER-JOURNAL-FILE
           IF MSTRJRNL-FILE-STATUS-WS = '00'
               PERFORM 362-READ-ONE-JOURNAL-LINE
               PERFORM 364-TAKE-ONE-JOURNAL-LINE
                   UNTIL EOF-JOURNAL-WS = 'YES'
               CLOSE MASTER-JOURNAL-FILE
           END-IF.

       362-READ-ONE-JOURNAL-LINE.
           READ MASTER-JOURNAL-FILE
               AT END MOVE 'YES' TO EOF-JOURNAL-WS
           END-READ.

       364-TAKE-ONE-JOURNAL-LINE.
           IF MJ-MASTER = 'PAYROLL'
              AND MJ-ACTION = 'R'
              AND MJ-BEFORE (42:26) NOT = MJ-AFTER (42:26)
              AND MJ-AFTER (1:9) IS NUMERIC
              AND MJ-YEAR IS NUMERIC
              AND MJ-MONTH IS NUMERIC
              AND MJ-DAY IS NUMERIC
               MOVE MJ-YEAR  TO CHANGE-YEAR-WS
               MOVE MJ-MONTH TO CHANGE-MONTH-WS
               MOVE MJ-DAY   TO CHANGE-DAY-WS
               PERFORM 370-AGE-BANK-CHANGE
               IF CHANGE-AGE-DAYS-WS NOT < ZERO
                  AND CHANGE-AGE-DAYS-WS NOT > BANK-CHANGE-DAYS-WS
                   MOVE MJ-AFTER (1:9) TO SEARCH-SSN-WS
                   PERFORM 350-FIND-EMPLOYEE
                   IF EMP-SLOT-WS > ZERO
                       MOVE CHANGE-DATE-WS TO
                            EMP-BANK-CHANGE-TBL (EMP-SLOT-WS)
                   END-IF
               END-IF
           END-IF
           PERFORM 362-READ-ONE-JOURNAL-LINE.

       370-AGE-BANK-CHANGE.
           COMPUTE CHANGE-DAY-NUMBER-WS =
                   CHANGE-YEAR-WS * 360 + CHANGE-MONTH-WS * 30
                   + CHANGE-DAY-WS
           COMPUTE CHANGE-AGE-DAYS-WS =
                   RUN-DAY-NUMBER-WS - CHANGE-DAY-NUMBER-WS.

      *    PAYHOLD.DAT IS REWRITTEN BY EVERY REVIEW - A CLEAN ONE
      *    LIFTS WHATEVER AN EARLIER REVIEW HELD, A DIRTY ONE HOLDS
      *    AFRESH EVEN IF AN EARLIER HOLD WAS SIGNED OFF.
       380-WRITE-HOLD-STATUS.
           MOVE SPACES TO PAYROLL-HOLD-RECORD
           IF EXCEPTION-COUNT-WS > ZERO
               MOVE 'H'    TO PHD-STATUS
               MOVE 'HELD    ' TO RL-ACTION-OUT
           ELSE
               MOVE 'C'    TO PHD-STATUS
               MOVE 'CLEAR   ' TO RL-ACTION-OUT
           END-IF
           MOVE RUN-DATE-NUM-WS    TO PHD-REVIEW-DATE
           MOVE RUN-DATE-OUT-WS    TO PHD-REVIEWED-AT
           MOVE EXCEPTION-COUNT-WS TO PHD-EXCEPTIONS
           OPEN OUTPUT PAYROLL-HOLD-FILE
           WRITE PAYROLL-HOLD-RECORD
           CLOSE PAYROLL-HOLD-FILE

           MOVE SPACES             TO RL-OPERATOR-OUT RL-NOTE-OUT
           MOVE RUN-DATE-NUM-WS    TO RL-REVIEW-DATE-OUT
           MOVE EXCEPTION-COUNT-WS TO RL-EXCEPTIONS-OUT
           PERFORM 700-WRITE-REVIEW-LOG.

      *    ONLY EMPLOYEES PAID ON THEIR CURRENT PAY DATE ARE PART
      *    OF THIS RELEASE; EACH OF THEM IS PUT THROUGH EVERY TEST.
       400-JUDGE-ONE-EMPLOYEE.
           MOVE EMP-IDX-WS TO EMP-SLOT-WS
           IF EMP-CUR-EVENTS-TBL (EMP-IDX-WS) > ZERO
               ADD 1 TO EMPLOYEES-PAID-WS
               PERFORM 410-CHECK-PAY-SWING
               PERFORM 420-CHECK-PAID-TWICE
               PERFORM 430-CHECK-NET-PAY
               PERFORM 440-CHECK-BANK-CHANGE
               PERFORM 450-CHECK-SHARED-ACCOUNT
           END-IF.

      *    NO PAST REGULAR EVENT - A NEW HIRE - MEANS NOTHING TO
      *    COMPARE AGAINST, AND NO SWING IS MEASURED.
       410-CHECK-PAY-SWING.
           IF EMP-HIST-COUNT-TBL (EMP-IDX-WS) > ZERO
               MOVE ZERO TO USUAL-GROSS-WS USUAL-NET-WS
               PERFORM 412-ADD-ONE-PAST-EVENT
                   VARYING HIST-IDX-WS FROM 1 BY 1
                   UNTIL HIST-IDX-WS > EMP-HIST-COUNT-TBL (EMP-IDX-WS)
               COMPUTE USUAL-GROSS-WS ROUNDED =
                       USUAL-GROSS-WS / EMP-HIST-COUNT-TBL (EMP-IDX-WS)
               COMPUTE USUAL-NET-WS ROUNDED =
                       USUAL-NET-WS / EMP-HIST-COUNT-TBL (EMP-IDX-WS)

               IF USUAL-GROSS-WS > ZERO
                   COMPUTE SWING-PERCENT-WS ROUNDED =
                       (EMP-CUR-GROSS-TBL (EMP-IDX-WS) - USUAL-GROSS-WS)
                       * 100 / USUAL-GROSS-WS
                   IF SWING-PERCENT-WS < ZERO
                       COMPUTE SWING-PERCENT-WS =
                               ZERO - SWING-PERCENT-WS
                   END-IF
                   IF SWING-PERCENT-WS > SWING-LIMIT-WS
                       MOVE 'GROSS SWING OVER LIMIT' TO
                            EXCEPTION-REASON-WS
                       MOVE EMP-CUR-GROSS-TBL (EMP-IDX-WS) TO
                            EXCEPTION-CURRENT-WS
                       MOVE USUAL-GROSS-WS TO EXCEPTION-USUAL-WS
                       MOVE SPACES TO EXCEPTION-DETAIL-WS
                       PERFORM 510-WRITE-SWING-EXCEPTION
                   END-IF
               END-IF

               IF USUAL-NET-WS > ZERO
                   COMPUTE SWING-PERCENT-WS ROUNDED =
                       (EMP-CUR-NET-TBL (EMP-IDX-WS) - USUAL-NET-WS)
                       * 100 / USUAL-NET-WS
                   IF SWING-PERCENT-WS < ZERO
                       COMPUTE SWING-PERCENT-WS =
                               ZERO - SWING-PERCENT-WS
                   END-IF
                   IF SWING-PERCENT-WS > SWING-LIMIT-WS
                       MOVE 'NET SWING OVER LIMIT' TO
                            EXCEPTION-REASON-WS
                       MOVE EMP-CUR-NET-TBL (EMP-IDX-WS) TO
                            EXCEPTION-CURRENT-WS
                       MOVE USUAL-NET-WS TO EXCEPTION-USUAL-WS
                       MOVE SPACES TO EXCEPTION-DETAIL-WS
                       PERFORM 510-WRITE-SWING-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       412-ADD-ONE-PAST-EVENT.
           ADD EMP-HIST-GROSS-TBL (EMP-IDX-WS HIST-IDX-WS) TO
               USUAL-GROSS-WS
           ADD EMP-HIST-NET-TBL (EMP-IDX-WS HIST-IDX-WS) TO
               USUAL-NET-WS.

      *    A REGULAR CHECK AND A SUPPLEMENTAL ONE - OR TWO OF
      *    EITHER - ON THE SAME PAY DATE.
       420-CHECK-PAID-TWICE.
           IF EMP-CUR-EVENTS-TBL (EMP-IDX-WS) > 1
               MOVE 'PAID TWICE IN PAY PERIOD' TO EXCEPTION-REASON-WS
               MOVE EMP-CUR-GROSS-TBL (EMP-IDX-WS) TO
                    EXCEPTION-CURRENT-WS
               MOVE ZERO TO EXCEPTION-USUAL-WS
               MOVE SPACES TO EXCEPTION-DETAIL-WS
               STRING 'PAY EVENTS: ' DELIMITED BY SIZE
                      EMP-CUR-EVENTS-TBL (EMP-IDX-WS)
                          DELIMITED BY SIZE
                   INTO EXCEPTION-DETAIL-WS
               END-STRING
               PERFORM 500-WRITE-EXCEPTION
           END-IF.

       430-CHECK-NET-PAY.
           IF EMP-NON-POSITIVE-TBL (EMP-IDX-WS) = 'Y'
               MOVE 'ZERO OR NEGATIVE NET' TO EXCEPTION-REASON-WS
               MOVE EMP-CUR-NET-TBL (EMP-IDX-WS) TO
                    EXCEPTION-CURRENT-WS
               MOVE ZERO TO EXCEPTION-USUAL-WS
               MOVE SPACES TO EXCEPTION-DETAIL-WS
               PERFORM 500-WRITE-EXCEPTION
           END-IF.

      *    THE JOURNAL CATCHES EVERY MAINTENANCE CHANGE; THE
      *    PRENOTE STAMP ON THE MASTER CATCHES A CHANGE WHOSE
      *    JOURNAL LINE IS NO LONGER ON DISK.
       440-CHECK-BANK-CHANGE.
           IF EMP-BANK-CHANGE-TBL (EMP-IDX-WS) = ZERO
              AND EMP-PRENOTE-TBL (EMP-IDX-WS) > ZERO
               MOVE EMP-PRENOTE-TBL (EMP-IDX-WS) TO CHANGE-DATE-WS
               PERFORM 370-AGE-BANK-CHANGE
               IF CHANGE-AGE-DAYS-WS NOT < ZERO
                  AND CHANGE-AGE-DAYS-WS NOT > BANK-CHANGE-DAYS-WS
                   MOVE CHANGE-DATE-WS TO
                        EMP-BANK-CHANGE-TBL (EMP-IDX-WS)
               END-IF
           END-IF
           IF EMP-BANK-CHANGE-TBL (EMP-IDX-WS) > ZERO
               MOVE 'BANK DETAILS CHANGED' TO EXCEPTION-REASON-WS
               MOVE EMP-CUR-NET-TBL (EMP-IDX-WS) TO
                    EXCEPTION-CURRENT-WS
               MOVE ZERO TO EXCEPTION-USUAL-WS
               MOVE SPACES TO EXCEPTION-DETAIL-WS
               STRING 'CHANGED ' DELIMITED BY SIZE
                      EMP-BANK-CHANGE-TBL (EMP-IDX-WS)
                          DELIMITED BY SIZE
                   INTO EXCEPTION-DETAIL-WS
               END-STRING
               PERFORM 500-WRITE-EXCEPTION
           END-IF.

      *    EVERY OTHER DEPOSITING EMPLOYEE WITH THE SAME ROUTING
      *    AND ACCOUNT IS NAMED. A PAIR WHERE BOTH ARE PAID NOW IS
      *    LISTED UNDER EACH OF THEM.
       450-CHECK-SHARED-ACCOUNT.
           IF EMP-DEPOSITS-TBL (EMP-IDX-WS) = 'Y'
               PERFORM 452-COMPARE-ONE-ACCOUNT
                   VARYING OTHER-IDX-WS FROM 1 BY 1
                   UNTIL OTHER-IDX-WS > EMPLOYEE-COUNT-WS
           END-IF.

       452-COMPARE-ONE-ACCOUNT.
           IF OTHER-IDX-WS NOT = EMP-IDX-WS
              AND EMP-DEPOSITS-TBL (OTHER-IDX-WS) = 'Y'
              AND EMP-BANK-TBL (OTHER-IDX-WS) =
                  EMP-BANK-TBL (EMP-IDX-WS)
               MOVE 'SHARED DEPOSIT ACCOUNT' TO EXCEPTION-REASON-WS
               MOVE EMP-CUR-NET-TBL (EMP-IDX-WS) TO
                    EXCEPTION-CURRENT-WS
               MOVE ZERO TO EXCEPTION-USUAL-WS
               MOVE SPACES TO EXCEPTION-DETAIL-WS
               STRING 'ALSO SSN ' DELIMITED BY SIZE
                      EMP-SSN-TBL (OTHER-IDX-WS) DELIMITED BY SIZE
                   INTO EXCEPTION-DETAIL-WS
               END-STRING
               PERFORM 500-WRITE-EXCEPTION
           END-IF.

      *    ONE FLAG: A LINE ON THE REPORT AND A LINE ON THE
      *    OPERATOR ALERT FILE.
       500-WRITE-EXCEPTION.
           MOVE ZERO   TO ER-SWING-OUT
           MOVE SPACE  TO ER-PERCENT-OUT
           PERFORM 520-PRINT-EXCEPTION.

       510-WRITE-SWING-EXCEPTION.
           MOVE SWING-PERCENT-WS TO ER-SWING-OUT
           MOVE '%' TO ER-PERCENT-OUT
           PERFORM 520-PRINT-EXCEPTION.

       520-PRINT-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT-WS
           IF EMP-SLOT-WS > ZERO
               MOVE EMP-SSN-TBL (EMP-SLOT-WS)  TO ER-SSN-OUT
               MOVE EMP-NAME-TBL (EMP-SLOT-WS) TO ER-NAME-OUT
               MOVE EMP-SSN-TBL (EMP-SLOT-WS)  TO ALERT-SSN-OUT
           ELSE
               MOVE ZERO   TO ER-SSN-OUT
               MOVE SPACES TO ER-NAME-OUT ALERT-SSN-OUT
           END-IF
           MOVE EXCEPTION-REASON-WS  TO ER-REASON-OUT
           MOVE EXCEPTION-CURRENT-WS TO ER-CURRENT-OUT
           MOVE EXCEPTION-USUAL-WS   TO ER-USUAL-OUT
           MOVE EXCEPTION-DETAIL-WS  TO ER-DETAIL-OUT
           WRITE PRINT-REVIEW-LINE FROM EXCEPTION-DETAIL-LINE
               AFTER 1 LINE
           PERFORM 530-WRITE-OPERATOR-ALERT.

      *    THE ALERT FILE ACCUMULATES ACROSS NIGHTS, AS THE BATCH
      *    RUNS KEEP IT.
       530-WRITE-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERT-FILE
           IF OPRALERT-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPERATOR-ALERT-FILE
               CLOSE OPERATOR-ALERT-FILE
               OPEN EXTEND OPERATOR-ALERT-FILE
           END-IF
           MOVE RUN-DATE-OUT-WS     TO ALERT-TIMESTAMP-OUT
           MOVE PROGRAM-NAME-OUT-WS TO ALERT-PROGRAM-OUT
           MOVE EXCEPTION-REASON-WS TO ALERT-REASON-OUT
           WRITE OPERATOR-ALERT-LINE FROM OPERATOR-ALERT-DETAIL
           CLOSE OPERATOR-ALERT-FILE.

      *    THE CARD MUST NAME THE DATE OF THE REVIEW IT SIGNS, SO
      *    AN OLD CARD CAN NEVER RELEASE A NEWER HOLD. THE CARD IS
      *    CONSUMED EITHER WAY - A REFUSED ONE IS RE-KEYED, NOT
      *    RETRIED.
       600-SIGN-OFF-HOLD.
           MOVE SPACES TO SIGNOFF-RESULT-WS
           OPEN INPUT PAYROLL-HOLD-FILE
           IF PAYHOLD-FILE-STATUS-WS = '00'
               READ PAYROLL-HOLD-FILE
                   AT END MOVE SPACES TO PAYROLL-HOLD-RECORD
               END-READ
               CLOSE PAYROLL-HOLD-FILE
           ELSE
               MOVE SPACES TO PAYROLL-HOLD-RECORD
           END-IF

           EVALUATE TRUE
               WHEN NOT PHD-HELD
                   MOVE 'REFUSED - NO HOLD OUTSTANDING' TO
                        SIGNOFF-RESULT-WS
               WHEN SG-REVIEW-DATE NOT = PHD-REVIEW-DATE
                   MOVE 'REFUSED - WRONG REVIEW DATE' TO
                        SIGNOFF-RESULT-WS
               WHEN OTHER
                   MOVE SG-OPERATOR TO AUTH-OPERATOR-WS
                   CALL "OPERAUTH" USING OPERAUTH-REQUEST-WS
                   IF AUTH-DENIED-WS
                       MOVE AUTH-REASON-WS TO SIGNOFF-RESULT-WS
                   END-IF
           END-EVALUATE

           IF SIGNOFF-RESULT-WS = SPACES
               MOVE 'R'             TO PHD-STATUS
               MOVE SG-OPERATOR     TO PHD-RELEASED-BY
               MOVE RUN-DATE-OUT-WS TO PHD-RELEASED-AT
               OPEN OUTPUT PAYROLL-HOLD-FILE
               WRITE PAYROLL-HOLD-RECORD
               CLOSE PAYROLL-HOLD-FILE
               MOVE 'RELEASE ' TO RL-ACTION-OUT
               MOVE SG-NOTE    TO RL-NOTE-OUT
           ELSE
               MOVE 'REFUSED ' TO RL-ACTION-OUT
               MOVE SIGNOFF-RESULT-WS TO RL-NOTE-OUT
           END-IF
           MOVE SG-OPERATOR    TO RL-OPERATOR-OUT
           MOVE SG-REVIEW-DATE TO RL-REVIEW-DATE-OUT
           MOVE PHD-EXCEPTIONS TO RL-EXCEPTIONS-OUT
           PERFORM 700-WRITE-REVIEW-LOG

           OPEN OUTPUT SIGNOFF-CARD-FILE
           CLOSE SIGNOFF-CARD-FILE.

       700-WRITE-REVIEW-LOG.
           MOVE RUN-DATE-OUT-WS TO RL-TIMESTAMP-OUT
           WRITE REVIEW-LOG-LINE FROM REVIEW-LOG-DETAIL.

       900-CLOSE.
           CLOSE REVIEW-LOG-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
