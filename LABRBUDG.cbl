       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LABRBUDG.
       AUTHOR.    CHRISTOPHER HILL.

      *    DEPARTMENT LABOR BUDGET VERSUS ACTUAL. DEPARTMENT MANAGERS
      *    HAVE HAD THE MONTH'S PAYRLGL.DAT TOTALS WITH NOTHING TO
      *    HOLD THEM AGAINST, AND FINANCE HAS BUILT THE COMPARISON BY
      *    HAND, USUALLY TWO WEEKS LATE. THIS RUN READS FINANCE'S
      *    LABRBUDG.DAT BUDGET - REGULAR DOLLARS, OVERTIME DOLLARS,
      *    AND HEADCOUNT BY COMPANY, DEPARTMENT, AND MONTH - AND
      *    THE PAY EVENTS ON PAYHIST.DAT, AND PRINTS ACTUAL AGAINST
      *    BUDGET FOR THE MONTH AND THE YEAR TO DATE WITH THE
      *    VARIANCE AND PERCENT, FLAGS EVERY DEPARTMENT OVER
      *    BUDGET, AND PROJECTS THE YEAR-END SPEND AT THE YEAR-TO-
      *    DATE RUN RATE AGAINST THE FULL YEAR'S BUDGET.
      *    OVERTIME DOLLARS ARE THE OVERTIME PREMIUM EACH PAY EVENT
      *    CARRIES (PH-OT-PREM); REGULAR DOLLARS ARE THE REST OF
      *    THE GROSS. PAYHIST.DAT CARRIES NO DEPARTMENT, SO EACH
      *    EVENT IS CHARGED TO THE COMPANY AND DEPARTMENT ON THE
      *    EMPLOYEE'S MASTER RECORD TODAY.
      *    THE LABRBUDG.PRM CARD NAMES THE REPORT MONTH (YYYYMM) IN
      *    COLUMNS 1-6; NO CARD REPORTS THE MONTH OF THE RUN DATE.

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

      *    FINANCE'S LABOR BUDGET - ONE ROW PER COMPANY, DEPARTMENT,
      *    AND MONTH.
            SELECT LABOR-BUDGET-FILE ASSIGN TO 'LABRBUDG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LABRBUDG-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'LABRBUDG.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT BUDGET-REPORT-FILE ASSIGN TO 'LABRBUDG.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONLY THE FIELDS THE REPORT NEEDS ARE NAMED - THE REST
      *    OF THE PAYROLL MASTER RECORD RIDES ALONG UNREFERENCED.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  FILLER          PIC X(84).
           05  DEPT-IN         PIC X(4).
           05  FILLER          PIC X(100).
           05  COMPANY-IN      PIC XX.
           05  FILLER          PIC X(33).

      *    SAME LINE THE PAYROLL RUN AND MANCHECK WRITE - NOT A
      *    COPYBOOK THERE EITHER.
       FD  PAY-HISTORY-FILE RECORDING MODE IS F.
       01  PAY-HISTORY-RECORD.
           05  PH-SSN          PIC 9(9).
           05  FILLER          PIC X.
           05  PH-PAY-DATE     PIC 9(8).
           05  PH-DATE-PARTS REDEFINES PH-PAY-DATE.
               10  PH-YEAR        PIC 9(4).
               10  PH-MONTH       PIC 99.
               10  FILLER         PIC 99.
           05  FILLER          PIC X.
           05  PH-GROSS        PIC 9(6)V99.
           05  FILLER          PIC X(47).
           05  PH-OT-PREM      PIC 9(5)V99.
           05  FILLER          PIC X(30).
           05  PH-RUN-TYPE     PIC X.
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(19).

       FD  LABOR-BUDGET-FILE RECORDING MODE IS F.
       01  LABOR-BUDGET-RECORD.
           05  LB-COMPANY      PIC XX.
           05  LB-DEPT         PIC X(4).
           05  LB-PERIOD       PIC 9(6).
           05  LB-PERIOD-PARTS REDEFINES LB-PERIOD.
               10  LB-YEAR        PIC 9(4).
               10  LB-MONTH       PIC 99.
           05  LB-REGULAR      PIC 9(7)V99.
           05  LB-OVERTIME     PIC 9(7)V99.
           05  LB-HEADCOUNT    PIC 9(4).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-LINE.
           05  PRM-PERIOD      PIC X(6).
           05  PRM-PERIOD-NUM REDEFINES PRM-PERIOD PIC 9(6).
           05  FILLER          PIC X(74).

       FD  BUDGET-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-BUDGET-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PAYHIST-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-BUDGET-WS           PICTURE X(3)  VALUE 'NO'.
           05  PAYROLL-OPEN-SW         PICTURE X(3)  VALUE 'NO'.
           05  MASTER-FOUND-SW         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  EVENTS-COUNTED-WS       PICTURE 9(6)  VALUE ZERO.
           05  BUDGET-ROWS-WS          PICTURE 9(6)  VALUE ZERO.
           05  DEPTS-OVER-WS           PICTURE 9(4)  VALUE ZERO.
           05  DEPTS-NO-BUDGET-WS      PICTURE 9(4)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYHIST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  LABRBUDG-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  REPORT-PERIOD-WS.
           05  REPORT-YEAR-WS          PICTURE 9(4)  VALUE ZERO.
           05  REPORT-MONTH-WS         PICTURE 99    VALUE ZERO.
       01  REPORT-PERIOD-NUM-WS REDEFINES REPORT-PERIOD-WS
                                       PICTURE 9(6).

      *    THE LAST MASTER READ, SO AN EMPLOYEE'S RUN OF EVENTS
      *    DOESN'T GO BACK TO THE FILE EVERY TIME.
       01  LAST-MASTER-SSN-WS          PICTURE 9(9)  VALUE ZERO.
       01  EVENT-COMPANY-WS            PICTURE XX    VALUE SPACES.
       01  EVENT-DEPT-WS               PICTURE X(4)  VALUE SPACES.

       01  EVENT-AMOUNTS-WS.
           05  EVENT-REGULAR-WS        PIC S9(7)V99  VALUE ZERO.
           05  EVENT-OVERTIME-WS       PIC S9(7)V99  VALUE ZERO.

      *    THE BUDGET AND THE ACTUALS BY COMPANY AND DEPARTMENT,
      *    KEPT IN KEY ORDER SO THE REPORT BREAKS BY COMPANY. A
      *    DEPARTMENT THE TABLE COULDN'T HOLD WOULD QUIETLY DROP
      *    OUT OF THE COMPARISON, SO AN OVERFLOW ABORTS THE REPORT
      *    INSTEAD.
       01  DEPT-TABLE-CONTROL-WS.
           05  DEPT-LIMIT-WS        PIC 9(3) VALUE 200.
           05  DEPT-COUNT-WS        PIC 9(3) VALUE ZERO.
           05  DEPT-IDX-WS          PIC 9(3) VALUE ZERO.
           05  DEPT-SLOT-WS         PIC 9(3) VALUE ZERO.
           05  DEPT-INSERT-WS       PIC 9(3) VALUE ZERO.
           05  DEPT-FOUND-SW        PIC X(3) VALUE 'NO'.
           05  TABLE-OVERFLOW-SW    PIC X(3) VALUE 'NO'.
           05  DEPT-KEY-WS.
               10  DEPT-KEY-COMPANY-WS  PIC XX.
               10  DEPT-KEY-DEPT-WS     PIC X(4).

       01  DEPT-TOTALS-TABLE-WS.
           05  DEPT-ENTRY-WS OCCURS 200 TIMES.
               10  DEPT-KEY-TBL.
                   15  DEPT-COMPANY-TBL PIC XX.
                   15  DEPT-CODE-TBL    PIC X(4).
               10  DEPT-BUDGETED-TBL    PIC X(3).
               10  BUD-MONTH-REG-TBL    PIC 9(8)V99.
               10  BUD-MONTH-OT-TBL     PIC 9(8)V99.
               10  BUD-MONTH-HC-TBL     PIC 9(5).
               10  BUD-YTD-REG-TBL      PIC 9(8)V99.
               10  BUD-YTD-OT-TBL       PIC 9(8)V99.
               10  BUD-ANNUAL-TBL       PIC 9(9)V99.
               10  ACT-MONTH-REG-TBL    PIC S9(8)V99.
               10  ACT-MONTH-OT-TBL     PIC S9(8)V99.
               10  ACT-MONTH-HC-TBL     PIC 9(5).
               10  ACT-YTD-REG-TBL      PIC S9(8)V99.
               10  ACT-YTD-OT-TBL       PIC S9(8)V99.

      *    EVERY EMPLOYEE PAID IN THE REPORT MONTH, WITH THE
      *    DEPARTMENT CHARGED, SO A SECOND CHECK IN THE SAME MONTH
      *    DOESN'T COUNT THE SAME HEAD TWICE. SIZED TO MATCH THE PAY
      *    RUN'S OWN CEILING; AN OVERFLOW ABORTS THE REPORT THE SAME
      *    WAY THE DEPARTMENT TABLE DOES.
       01  HEADCOUNT-CONTROL-WS.
           05  HEAD-LIMIT-WS        PIC 9(5) VALUE 5000.
           05  HEAD-COUNT-WS        PIC 9(5) VALUE ZERO.
           05  HEAD-IDX-WS          PIC 9(5) VALUE ZERO.
           05  HEAD-FOUND-SW        PIC X(3) VALUE 'NO'.

       01  HEADCOUNT-TABLE-WS.
           05  HEADCOUNT-ENTRY-WS OCCURS 5000 TIMES.
               10  HCT-SSN-TBL          PIC 9(9).
               10  HCT-KEY-TBL          PIC X(6).

      *    ONE BLOCK OF THE REPORT - A DEPARTMENT, A COMPANY
      *    SUBTOTAL, OR THE GRAND TOTAL - IS MOVED HERE TO PRINT.
       01  PRINT-BLOCK-WS.
           05  BLK-BUDGETED-SW         PIC X(3)     VALUE 'YES'.
           05  BLK-MONTH-REG-BUD-WS    PIC 9(9)V99  VALUE ZERO.
           05  BLK-MONTH-OT-BUD-WS     PIC 9(9)V99  VALUE ZERO.
           05  BLK-MONTH-HC-BUD-WS     PIC 9(5)     VALUE ZERO.
           05  BLK-YTD-REG-BUD-WS      PIC 9(9)V99  VALUE ZERO.
           05  BLK-YTD-OT-BUD-WS       PIC 9(9)V99  VALUE ZERO.
           05  BLK-ANNUAL-BUD-WS       PIC 9(9)V99  VALUE ZERO.
           05  BLK-MONTH-REG-ACT-WS    PIC S9(9)V99 VALUE ZERO.
           05  BLK-MONTH-OT-ACT-WS     PIC S9(9)V99 VALUE ZERO.
           05  BLK-MONTH-HC-ACT-WS     PIC 9(5)     VALUE ZERO.
           05  BLK-YTD-REG-ACT-WS      PIC S9(9)V99 VALUE ZERO.
           05  BLK-YTD-OT-ACT-WS       PIC S9(9)V99 VALUE ZERO.

       01  COMPANY-TOTALS-WS.
           05  BREAK-COMPANY-WS        PIC XX       VALUE SPACES.
           05  CO-MONTH-REG-BUD-WS     PIC 9(9)V99  VALUE ZERO.
           05  CO-MONTH-OT-BUD-WS      PIC 9(9)V99  VALUE ZERO.
           05  CO-MONTH-HC-BUD-WS      PIC 9(5)     VALUE ZERO.
           05  CO-YTD-REG-BUD-WS       PIC 9(9)V99  VALUE ZERO.
           05  CO-YTD-OT-BUD-WS        PIC 9(9)V99  VALUE ZERO.
           05  CO-ANNUAL-BUD-WS        PIC 9(9)V99  VALUE ZERO.
           05  CO-MONTH-REG-ACT-WS     PIC S9(9)V99 VALUE ZERO.
           05  CO-MONTH-OT-ACT-WS      PIC S9(9)V99 VALUE ZERO.
           05  CO-MONTH-HC-ACT-WS      PIC 9(5)     VALUE ZERO.
           05  CO-YTD-REG-ACT-WS       PIC S9(9)V99 VALUE ZERO.
           05  CO-YTD-OT-ACT-WS        PIC S9(9)V99 VALUE ZERO.

       01  GRAND-TOTALS-WS.
           05  GT-MONTH-REG-BUD-WS     PIC 9(9)V99  VALUE ZERO.
           05  GT-MONTH-OT-BUD-WS      PIC 9(9)V99  VALUE ZERO.
           05  GT-MONTH-HC-BUD-WS      PIC 9(5)     VALUE ZERO.
           05  GT-YTD-REG-BUD-WS       PIC 9(9)V99  VALUE ZERO.
           05  GT-YTD-OT-BUD-WS        PIC 9(9)V99  VALUE ZERO.
           05  GT-ANNUAL-BUD-WS        PIC 9(9)V99  VALUE ZERO.
           05  GT-MONTH-REG-ACT-WS     PIC S9(9)V99 VALUE ZERO.
           05  GT-MONTH-OT-ACT-WS      PIC S9(9)V99 VALUE ZERO.
           05  GT-MONTH-HC-ACT-WS      PIC 9(5)     VALUE ZERO.
           05  GT-YTD-REG-ACT-WS       PIC S9(9)V99 VALUE ZERO.
           05  GT-YTD-OT-ACT-WS        PIC S9(9)V99 VALUE ZERO.

      *    ONE ROW OF THE BLOCK IN HAND - BUDGET AND ACTUAL FOR THE
      *    MONTH AND THE YEAR, THE VARIANCES (ACTUAL LESS BUDGET, SO
      *    POSITIVE IS OVER), AND THE PERCENTS OF BUDGET.
       01  ROW-CALC-WS.
           05  ROW-MONTH-BUD-WS        PIC 9(9)V99  VALUE ZERO.
           05  ROW-MONTH-ACT-WS        PIC S9(9)V99 VALUE ZERO.
           05  ROW-YTD-BUD-WS          PIC 9(9)V99  VALUE ZERO.
           05  ROW-YTD-ACT-WS          PIC S9(9)V99 VALUE ZERO.
           05  ROW-VARIANCE-WS         PIC S9(9)V99 VALUE ZERO.
           05  ROW-PERCENT-WS          PIC S9(5)V9  VALUE ZERO.
           05  PROJECTED-SPEND-WS      PIC S9(9)V99 VALUE ZERO.
           05  OVER-BUDGET-SW          PIC X(3)     VALUE 'NO'.

       01  DEPT-OVERFLOW-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(56) VALUE
           'DEPARTMENT TABLE FULL - REPORT ABORTED, NOTHING PRINTED'.
           05  FILLER               PIC X(75) VALUE SPACES.

       01  HEAD-OVERFLOW-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(55) VALUE
           'HEADCOUNT TABLE FULL - REPORT ABORTED, NOTHING PRINTED'.
           05  FILLER               PIC X(76) VALUE SPACES.

       01  NO-PAYHIST-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(45) VALUE
           'NO PAYHIST.DAT - ACTUALS SHOWN AS ZERO'.
           05  FILLER               PIC X(86) VALUE SPACES.

       01  NO-BUDGET-FILE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(45) VALUE
           'NO LABRBUDG.DAT - BUDGETS SHOWN AS ZERO'.
           05  FILLER               PIC X(86) VALUE SPACES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'LABRBUDG'.
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
           'DEPARTMENT LABOR BUDGET VERSUS ACTUAL'.
           05                      PICTURE X(7)    VALUE 'MONTH: '.
           05  HDR-PERIOD-OUT      PICTURE 9(6).
           05  FILLER              PICTURE X(48)   VALUE SPACES.

       01  COLUMN-HEADER-LINE-1.
           05  FILLER               PIC X(19) VALUE SPACES.
           05                       PIC X(47) VALUE
           '-------------------- MONTH --------------------'.
           05  FILLER               PIC X(7)  VALUE SPACES.
           05                       PIC X(47) VALUE
           '---------------- YEAR TO DATE -----------------'.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  COLUMN-HEADER-LINE-2.
           05  FILLER               PIC X(18) VALUE SPACES.
           05                       PIC X(49) VALUE
           '      BUDGET        ACTUAL      VARIANCE      PCT'.
           05                       PIC X(54) VALUE
           '           BUDGET        ACTUAL      VARIANCE      PCT'.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  BLOCK-HEADER-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  BH-LABEL-OUT         PIC X(20).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  BH-FLAG-OUT          PIC X(30).
           05  FILLER               PIC X(78) VALUE SPACES.

       01  AMOUNT-ROW-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  AR-LABEL-OUT         PIC X(12).
           05  FILLER               PIC X     VALUE SPACE.
           05  AR-MONTH-BUD-OUT     PIC $$,$$$,$$9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  AR-MONTH-ACT-OUT     PIC $$,$$$,$$9.99-.
           05  AR-MONTH-VAR-OUT     PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  AR-MONTH-PCT-OUT     PIC ZZZZ9.9- BLANK WHEN ZERO.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  AR-YTD-BUD-OUT       PIC $$,$$$,$$9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  AR-YTD-ACT-OUT       PIC $$,$$$,$$9.99-.
           05  AR-YTD-VAR-OUT       PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X     VALUE SPACE.
           05  AR-YTD-PCT-OUT       PIC ZZZZ9.9- BLANK WHEN ZERO.
           05  FILLER               PIC X(10) VALUE SPACES.

       01  HEADCOUNT-ROW-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(12) VALUE 'HEADCOUNT'.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  HR-BUD-OUT           PIC ZZ,ZZ9.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  HR-ACT-OUT           PIC ZZ,ZZ9.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  HR-VAR-OUT           PIC ZZ,ZZ9-.
           05  FILLER               PIC X     VALUE SPACE.
           05  HR-PCT-OUT           PIC ZZZZ9.9- BLANK WHEN ZERO.
           05  FILLER               PIC X(64) VALUE SPACES.

       01  PROJECTION-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(20) VALUE
                 'PROJECTED YEAR-END: '.
           05  PL-PROJECTED-OUT     PIC $$$,$$$,$$9.99-.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(15) VALUE
                 'ANNUAL BUDGET: '.
           05  PL-ANNUAL-OUT        PIC $$$,$$$,$$9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(20) VALUE
                 'PROJECTED VARIANCE: '.
           05  PL-VARIANCE-OUT      PIC $$$,$$$,$$9.99-.
           05  FILLER               PIC X(21) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(17) VALUE
                 'PAY EVENTS USED: '.
           05  SL-EVENTS-OUT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(25) VALUE
                 'DEPARTMENTS OVER BUDGET: '.
           05  SL-OVER-OUT          PIC Z,ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(28) VALUE
                 'DEPARTMENTS WITH NO BUDGET: '.
           05  SL-NO-BUDGET-OUT     PIC Z,ZZ9.
           05  FILLER               PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF EOF-PAYHIST-WS NOT = 'YES'
               PERFORM 300-PROCESS-ONE-EVENT
                   UNTIL EOF-PAYHIST-WS = 'YES'
                      OR TABLE-OVERFLOW-SW = 'YES'
           END-IF
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE YEAR-WS  TO REPORT-YEAR-WS
           MOVE MONTH-WS TO REPORT-MONTH-WS
           PERFORM 210-READ-PARAMETER-CARD

           OPEN OUTPUT BUDGET-REPORT-FILE
           MOVE RUN-DATE-OUT-WS      TO HDR-DATE-OUT
           MOVE REPORT-PERIOD-NUM-WS TO HDR-PERIOD-OUT
           WRITE PRINT-BUDGET-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           PERFORM 220-LOAD-LABOR-BUDGET

           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO PAYROLL-OPEN-SW
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF PAYHIST-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-EVENT
           ELSE
               MOVE 'YES' TO EOF-PAYHIST-WS
               WRITE PRINT-BUDGET-LINE FROM NO-PAYHIST-LINE
                   AFTER 1 LINE
           END-IF.

      *    NO LABRBUDG.PRM (STATUS 35) REPORTS THE RUN DATE'S MONTH;
      *    A CARD WITH A NON-NUMERIC OR IMPOSSIBLE MONTH IS IGNORED
      *    THE SAME WAY.
       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-PERIOD IS NUMERIC
                           IF PRM-PERIOD (5:2) >= '01'
                              AND PRM-PERIOD (5:2) <= '12'
                               MOVE PRM-PERIOD-NUM TO
                                    REPORT-PERIOD-NUM-WS
                           END-IF
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      *    ONLY THE REPORT YEAR'S ROWS MATTER: THE REPORT MONTH'S
      *    FOR THE MONTH COLUMNS, THE MONTHS THROUGH IT FOR THE YEAR
      *    TO DATE, AND ALL TWELVE FOR THE FULL-YEAR BUDGET THE
      *    PROJECTION IS HELD AGAINST.
       220-LOAD-LABOR-BUDGET.
           OPEN INPUT LABOR-BUDGET-FILE
           IF LABRBUDG-FILE-STATUS-WS = '35'
               WRITE PRINT-BUDGET-LINE FROM NO-BUDGET-FILE-LINE
                   AFTER 1 LINE
           ELSE
               PERFORM 222-READ-ONE-BUDGET-ROW
               PERFORM 224-STORE-ONE-BUDGET-ROW
                   UNTIL EOF-BUDGET-WS = 'YES'
                      OR TABLE-OVERFLOW-SW = 'YES'
               CLOSE LABOR-BUDGET-FILE
           END-IF.

       222-READ-ONE-BUDGET-ROW.
           READ LABOR-BUDGET-FILE
               AT END MOVE 'YES' TO EOF-BUDGET-WS
           END-READ.

       224-STORE-ONE-BUDGET-ROW.
           IF LB-PERIOD IS NUMERIC
              AND LB-REGULAR IS NUMERIC
              AND LB-OVERTIME IS NUMERIC
              AND LB-HEADCOUNT IS NUMERIC
              AND LB-YEAR = REPORT-YEAR-WS
              AND LB-MONTH >= 1 AND LB-MONTH <= 12
               ADD 1 TO BUDGET-ROWS-WS
               MOVE LB-COMPANY TO DEPT-KEY-COMPANY-WS
               MOVE LB-DEPT    TO DEPT-KEY-DEPT-WS
               PERFORM 320-FIND-DEPT-ENTRY
               IF DEPT-SLOT-WS > ZERO
                   MOVE 'YES' TO DEPT-BUDGETED-TBL (DEPT-SLOT-WS)
                   ADD LB-REGULAR  TO BUD-ANNUAL-TBL (DEPT-SLOT-WS)
                   ADD LB-OVERTIME TO BUD-ANNUAL-TBL (DEPT-SLOT-WS)
                   IF LB-MONTH <= REPORT-MONTH-WS
                       ADD LB-REGULAR  TO
                           BUD-YTD-REG-TBL (DEPT-SLOT-WS)
                       ADD LB-OVERTIME TO
                           BUD-YTD-OT-TBL  (DEPT-SLOT-WS)
                   END-IF
                   IF LB-MONTH = REPORT-MONTH-WS
                       ADD LB-REGULAR   TO
                           BUD-MONTH-REG-TBL (DEPT-SLOT-WS)
                       ADD LB-OVERTIME  TO
                           BUD-MONTH-OT-TBL  (DEPT-SLOT-WS)
                       ADD LB-HEADCOUNT TO
                           BUD-MONTH-HC-TBL  (DEPT-SLOT-WS)
                   END-IF
               END-IF
           END-IF
           PERFORM 222-READ-ONE-BUDGET-ROW.

       250-READ-ONE-EVENT.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-PAYHIST-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    EVERY PAY EVENT OF THE REPORT YEAR THROUGH THE REPORT
      *    MONTH COUNTS - RUN, SUPPLEMENTAL, AND MANUAL ALIKE - AND
      *    A REVERSAL TAKES ITS DOLLARS BACK OFF.
       300-PROCESS-ONE-EVENT.
           IF PH-PAY-DATE IS NUMERIC
              AND PH-GROSS IS NUMERIC
              AND PH-YEAR = REPORT-YEAR-WS
              AND PH-MONTH <= REPORT-MONTH-WS
               MOVE PH-GROSS TO EVENT-REGULAR-WS
               MOVE ZERO     TO EVENT-OVERTIME-WS
               IF PH-OT-PREM IS NUMERIC
                   MOVE PH-OT-PREM TO EVENT-OVERTIME-WS
                   SUBTRACT PH-OT-PREM FROM EVENT-REGULAR-WS
               END-IF
               IF PH-REVERSED-EVENT
                   MULTIPLY -1 BY EVENT-REGULAR-WS
                   MULTIPLY -1 BY EVENT-OVERTIME-WS
               END-IF
               PERFORM 310-FIND-EVENT-DEPARTMENT
               MOVE EVENT-COMPANY-WS TO DEPT-KEY-COMPANY-WS
               MOVE EVENT-DEPT-WS    TO DEPT-KEY-DEPT-WS
               PERFORM 320-FIND-DEPT-ENTRY
               IF DEPT-SLOT-WS > ZERO
                   ADD 1 TO EVENTS-COUNTED-WS
                   ADD EVENT-REGULAR-WS  TO
                       ACT-YTD-REG-TBL (DEPT-SLOT-WS)
                   ADD EVENT-OVERTIME-WS TO
                       ACT-YTD-OT-TBL  (DEPT-SLOT-WS)
                   IF PH-MONTH = REPORT-MONTH-WS
                       ADD EVENT-REGULAR-WS  TO
                           ACT-MONTH-REG-TBL (DEPT-SLOT-WS)
                       ADD EVENT-OVERTIME-WS TO
                           ACT-MONTH-OT-TBL  (DEPT-SLOT-WS)
                       IF NOT PH-REVERSED-EVENT
                           PERFORM 330-COUNT-HEAD
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 250-READ-ONE-EVENT.

      *    AN SSN NO LONGER ON THE MASTER IS CHARGED TO DEPARTMENT
      *    '****' SO ITS DOLLARS STILL SHOW SOMEWHERE.
       310-FIND-EVENT-DEPARTMENT.
           IF PH-SSN NOT = LAST-MASTER-SSN-WS
               MOVE PH-SSN TO LAST-MASTER-SSN-WS
               MOVE 'NO' TO MASTER-FOUND-SW
               IF PAYROLL-OPEN-SW = 'YES'
                   MOVE PH-SSN TO SSN-IN
                   READ USER-INPUT-FILE
                       INVALID KEY     CONTINUE
                       NOT INVALID KEY MOVE 'YES' TO MASTER-FOUND-SW
                   END-READ
               END-IF
               IF MASTER-FOUND-SW = 'YES'
                   MOVE COMPANY-IN TO EVENT-COMPANY-WS
                   MOVE DEPT-IN    TO EVENT-DEPT-WS
               ELSE
                   MOVE SPACES     TO EVENT-COMPANY-WS
                   MOVE '****'     TO EVENT-DEPT-WS
               END-IF
           END-IF.

      *    FINDS THE COMPANY/DEPARTMENT IN DEPT-KEY-WS, OPENING A
      *    NEW ENTRY IN KEY ORDER WHEN IT ISN'T THERE YET. A FULL
      *    TABLE LEAVES DEPT-SLOT-WS ZERO AND RAISES THE OVERFLOW.
       320-FIND-DEPT-ENTRY.
           MOVE 'NO' TO DEPT-FOUND-SW
           MOVE ZERO TO DEPT-SLOT-WS
           COMPUTE DEPT-INSERT-WS = DEPT-COUNT-WS + 1
           PERFORM 325-SEARCH-DEPT-TABLE
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS
                  OR DEPT-FOUND-SW = 'YES'
           IF DEPT-FOUND-SW NOT = 'YES'
               IF DEPT-COUNT-WS < DEPT-LIMIT-WS
                   PERFORM 327-SHIFT-DEPT-ENTRY
                       VARYING DEPT-IDX-WS FROM DEPT-COUNT-WS BY -1
                       UNTIL DEPT-IDX-WS < DEPT-INSERT-WS
                   ADD 1 TO DEPT-COUNT-WS
                   MOVE DEPT-INSERT-WS TO DEPT-SLOT-WS
                   MOVE DEPT-KEY-WS TO DEPT-KEY-TBL (DEPT-SLOT-WS)
                   MOVE 'NO' TO DEPT-BUDGETED-TBL (DEPT-SLOT-WS)
                   MOVE ZERO TO BUD-MONTH-REG-TBL (DEPT-SLOT-WS)
                                BUD-MONTH-OT-TBL  (DEPT-SLOT-WS)
                                BUD-MONTH-HC-TBL  (DEPT-SLOT-WS)
                                BUD-YTD-REG-TBL   (DEPT-SLOT-WS)
                                BUD-YTD-OT-TBL    (DEPT-SLOT-WS)
                                BUD-ANNUAL-TBL    (DEPT-SLOT-WS)
                                ACT-MONTH-REG-TBL (DEPT-SLOT-WS)
                                ACT-MONTH-OT-TBL  (DEPT-SLOT-WS)
                                ACT-MONTH-HC-TBL  (DEPT-SLOT-WS)
                                ACT-YTD-REG-TBL   (DEPT-SLOT-WS)
                                ACT-YTD-OT-TBL    (DEPT-SLOT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-OVERFLOW-SW
                   WRITE PRINT-BUDGET-LINE FROM DEPT-OVERFLOW-LINE
                       AFTER 1 LINE
               END-IF
           END-IF.

       325-SEARCH-DEPT-TABLE.
           IF DEPT-KEY-TBL (DEPT-IDX-WS) = DEPT-KEY-WS
               MOVE DEPT-IDX-WS TO DEPT-SLOT-WS
               MOVE 'YES' TO DEPT-FOUND-SW
           ELSE
               IF DEPT-KEY-TBL (DEPT-IDX-WS) > DEPT-KEY-WS
                  AND DEPT-INSERT-WS > DEPT-COUNT-WS
                   MOVE DEPT-IDX-WS TO DEPT-INSERT-WS
               END-IF
           END-IF.

       327-SHIFT-DEPT-ENTRY.
           MOVE DEPT-ENTRY-WS (DEPT-IDX-WS) TO
                DEPT-ENTRY-WS (DEPT-IDX-WS + 1).

       330-COUNT-HEAD.
           MOVE 'NO' TO HEAD-FOUND-SW
           PERFORM 335-MATCH-HEAD
               VARYING HEAD-IDX-WS FROM 1 BY 1
               UNTIL HEAD-IDX-WS > HEAD-COUNT-WS
                  OR HEAD-FOUND-SW = 'YES'
           IF HEAD-FOUND-SW NOT = 'YES'
               IF HEAD-COUNT-WS < HEAD-LIMIT-WS
                   ADD 1 TO HEAD-COUNT-WS
                   MOVE PH-SSN      TO HCT-SSN-TBL (HEAD-COUNT-WS)
                   MOVE DEPT-KEY-WS TO HCT-KEY-TBL (HEAD-COUNT-WS)
                   ADD 1 TO ACT-MONTH-HC-TBL (DEPT-SLOT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-OVERFLOW-SW
                   WRITE PRINT-BUDGET-LINE FROM HEAD-OVERFLOW-LINE
                       AFTER 1 LINE
               END-IF
           END-IF.

       335-MATCH-HEAD.
           IF HCT-SSN-TBL (HEAD-IDX-WS) = PH-SSN
              AND HCT-KEY-TBL (HEAD-IDX-WS) = DEPT-KEY-WS
               MOVE 'YES' TO HEAD-FOUND-SW
           END-IF.

      *    ONE BLOCK PER COMPANY AND DEPARTMENT, A SUBTOTAL BLOCK
      *    WHEN THE COMPANY CHANGES, AND THE GRAND TOTAL.
       600-PRINT-ONE-DEPARTMENT.
           IF DEPT-COMPANY-TBL (DEPT-IDX-WS) NOT = BREAK-COMPANY-WS
              AND DEPT-IDX-WS > 1
               PERFORM 650-PRINT-COMPANY-TOTAL
           END-IF
           MOVE DEPT-COMPANY-TBL (DEPT-IDX-WS) TO BREAK-COMPANY-WS

           MOVE DEPT-BUDGETED-TBL (DEPT-IDX-WS) TO BLK-BUDGETED-SW
           MOVE BUD-MONTH-REG-TBL (DEPT-IDX-WS) TO BLK-MONTH-REG-BUD-WS
           MOVE BUD-MONTH-OT-TBL  (DEPT-IDX-WS) TO BLK-MONTH-OT-BUD-WS
           MOVE BUD-MONTH-HC-TBL  (DEPT-IDX-WS) TO BLK-MONTH-HC-BUD-WS
           MOVE BUD-YTD-REG-TBL   (DEPT-IDX-WS) TO BLK-YTD-REG-BUD-WS
           MOVE BUD-YTD-OT-TBL    (DEPT-IDX-WS) TO BLK-YTD-OT-BUD-WS
           MOVE BUD-ANNUAL-TBL    (DEPT-IDX-WS) TO BLK-ANNUAL-BUD-WS
           MOVE ACT-MONTH-REG-TBL (DEPT-IDX-WS) TO BLK-MONTH-REG-ACT-WS
           MOVE ACT-MONTH-OT-TBL  (DEPT-IDX-WS) TO BLK-MONTH-OT-ACT-WS
           MOVE ACT-MONTH-HC-TBL  (DEPT-IDX-WS) TO BLK-MONTH-HC-ACT-WS
           MOVE ACT-YTD-REG-TBL   (DEPT-IDX-WS) TO BLK-YTD-REG-ACT-WS
           MOVE ACT-YTD-OT-TBL    (DEPT-IDX-WS) TO BLK-YTD-OT-ACT-WS

           MOVE SPACES TO BH-LABEL-OUT
           STRING 'CO ' DELIMITED BY SIZE
                  DEPT-COMPANY-TBL (DEPT-IDX-WS) DELIMITED BY SIZE
                  '  DEPT ' DELIMITED BY SIZE
                  DEPT-CODE-TBL (DEPT-IDX-WS) DELIMITED BY SIZE
               INTO BH-LABEL-OUT
           END-STRING
           PERFORM 700-PRINT-BLOCK
           IF BLK-BUDGETED-SW NOT = 'YES'
               ADD 1 TO DEPTS-NO-BUDGET-WS
           ELSE
               IF OVER-BUDGET-SW = 'YES'
                   ADD 1 TO DEPTS-OVER-WS
               END-IF
           END-IF

           ADD BLK-MONTH-REG-BUD-WS TO CO-MONTH-REG-BUD-WS
           ADD BLK-MONTH-OT-BUD-WS  TO CO-MONTH-OT-BUD-WS
           ADD BLK-MONTH-HC-BUD-WS  TO CO-MONTH-HC-BUD-WS
           ADD BLK-YTD-REG-BUD-WS   TO CO-YTD-REG-BUD-WS
           ADD BLK-YTD-OT-BUD-WS    TO CO-YTD-OT-BUD-WS
           ADD BLK-ANNUAL-BUD-WS    TO CO-ANNUAL-BUD-WS
           ADD BLK-MONTH-REG-ACT-WS TO CO-MONTH-REG-ACT-WS
           ADD BLK-MONTH-OT-ACT-WS  TO CO-MONTH-OT-ACT-WS
           ADD BLK-MONTH-HC-ACT-WS  TO CO-MONTH-HC-ACT-WS
           ADD BLK-YTD-REG-ACT-WS   TO CO-YTD-REG-ACT-WS
           ADD BLK-YTD-OT-ACT-WS    TO CO-YTD-OT-ACT-WS.

       650-PRINT-COMPANY-TOTAL.
           MOVE 'YES'               TO BLK-BUDGETED-SW
           MOVE CO-MONTH-REG-BUD-WS TO BLK-MONTH-REG-BUD-WS
           MOVE CO-MONTH-OT-BUD-WS  TO BLK-MONTH-OT-BUD-WS
           MOVE CO-MONTH-HC-BUD-WS  TO BLK-MONTH-HC-BUD-WS
           MOVE CO-YTD-REG-BUD-WS   TO BLK-YTD-REG-BUD-WS
           MOVE CO-YTD-OT-BUD-WS    TO BLK-YTD-OT-BUD-WS
           MOVE CO-ANNUAL-BUD-WS    TO BLK-ANNUAL-BUD-WS
           MOVE CO-MONTH-REG-ACT-WS TO BLK-MONTH-REG-ACT-WS
           MOVE CO-MONTH-OT-ACT-WS  TO BLK-MONTH-OT-ACT-WS
           MOVE CO-MONTH-HC-ACT-WS  TO BLK-MONTH-HC-ACT-WS
           MOVE CO-YTD-REG-ACT-WS   TO BLK-YTD-REG-ACT-WS
           MOVE CO-YTD-OT-ACT-WS    TO BLK-YTD-OT-ACT-WS
           MOVE SPACES TO BH-LABEL-OUT
           STRING 'COMPANY ' DELIMITED BY SIZE
                  BREAK-COMPANY-WS DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO BH-LABEL-OUT
           END-STRING
           PERFORM 700-PRINT-BLOCK

           ADD CO-MONTH-REG-BUD-WS TO GT-MONTH-REG-BUD-WS
           ADD CO-MONTH-OT-BUD-WS  TO GT-MONTH-OT-BUD-WS
           ADD CO-MONTH-HC-BUD-WS  TO GT-MONTH-HC-BUD-WS
           ADD CO-YTD-REG-BUD-WS   TO GT-YTD-REG-BUD-WS
           ADD CO-YTD-OT-BUD-WS    TO GT-YTD-OT-BUD-WS
           ADD CO-ANNUAL-BUD-WS    TO GT-ANNUAL-BUD-WS
           ADD CO-MONTH-REG-ACT-WS TO GT-MONTH-REG-ACT-WS
           ADD CO-MONTH-OT-ACT-WS  TO GT-MONTH-OT-ACT-WS
           ADD CO-MONTH-HC-ACT-WS  TO GT-MONTH-HC-ACT-WS
           ADD CO-YTD-REG-ACT-WS   TO GT-YTD-REG-ACT-WS
           ADD CO-YTD-OT-ACT-WS    TO GT-YTD-OT-ACT-WS
           MOVE ZERO TO CO-MONTH-REG-BUD-WS CO-MONTH-OT-BUD-WS
                        CO-MONTH-HC-BUD-WS  CO-YTD-REG-BUD-WS
                        CO-YTD-OT-BUD-WS    CO-ANNUAL-BUD-WS
                        CO-MONTH-REG-ACT-WS CO-MONTH-OT-ACT-WS
                        CO-MONTH-HC-ACT-WS  CO-YTD-REG-ACT-WS
                        CO-YTD-OT-ACT-WS.

      *    A BLOCK IS OVER BUDGET WHEN TOTAL LABOR FOR THE MONTH OR
      *    THE YEAR TO DATE RUNS PAST ITS BUDGET. THE PROJECTION
      *    CARRIES THE YEAR-TO-DATE SPEND FORWARD AT THE SAME
      *    MONTHLY RATE TO TWELVE MONTHS.
       700-PRINT-BLOCK.
           MOVE 'NO' TO OVER-BUDGET-SW
           IF BLK-MONTH-REG-ACT-WS + BLK-MONTH-OT-ACT-WS >
              BLK-MONTH-REG-BUD-WS + BLK-MONTH-OT-BUD-WS
              OR BLK-YTD-REG-ACT-WS + BLK-YTD-OT-ACT-WS >
                 BLK-YTD-REG-BUD-WS + BLK-YTD-OT-BUD-WS
               MOVE 'YES' TO OVER-BUDGET-SW
           END-IF
           IF BLK-BUDGETED-SW NOT = 'YES'
               MOVE '*** NO BUDGET ON FILE ***' TO BH-FLAG-OUT
           ELSE
               IF OVER-BUDGET-SW = 'YES'
                   MOVE '*** OVER BUDGET ***' TO BH-FLAG-OUT
               ELSE
                   MOVE SPACES TO BH-FLAG-OUT
               END-IF
           END-IF
           WRITE PRINT-BUDGET-LINE FROM BLOCK-HEADER-LINE
               AFTER 2 LINES

           MOVE 'REGULAR'            TO AR-LABEL-OUT
           MOVE BLK-MONTH-REG-BUD-WS TO ROW-MONTH-BUD-WS
           MOVE BLK-MONTH-REG-ACT-WS TO ROW-MONTH-ACT-WS
           MOVE BLK-YTD-REG-BUD-WS   TO ROW-YTD-BUD-WS
           MOVE BLK-YTD-REG-ACT-WS   TO ROW-YTD-ACT-WS
           PERFORM 710-PRINT-AMOUNT-ROW

           MOVE 'OVERTIME'           TO AR-LABEL-OUT
           MOVE BLK-MONTH-OT-BUD-WS  TO ROW-MONTH-BUD-WS
           MOVE BLK-MONTH-OT-ACT-WS  TO ROW-MONTH-ACT-WS
           MOVE BLK-YTD-OT-BUD-WS    TO ROW-YTD-BUD-WS
           MOVE BLK-YTD-OT-ACT-WS    TO ROW-YTD-ACT-WS
           PERFORM 710-PRINT-AMOUNT-ROW

           MOVE 'TOTAL LABOR'        TO AR-LABEL-OUT
           COMPUTE ROW-MONTH-BUD-WS =
                   BLK-MONTH-REG-BUD-WS + BLK-MONTH-OT-BUD-WS
           COMPUTE ROW-MONTH-ACT-WS =
                   BLK-MONTH-REG-ACT-WS + BLK-MONTH-OT-ACT-WS
           COMPUTE ROW-YTD-BUD-WS =
                   BLK-YTD-REG-BUD-WS + BLK-YTD-OT-BUD-WS
           COMPUTE ROW-YTD-ACT-WS =
                   BLK-YTD-REG-ACT-WS + BLK-YTD-OT-ACT-WS
           PERFORM 710-PRINT-AMOUNT-ROW

           MOVE BLK-MONTH-HC-BUD-WS TO HR-BUD-OUT
           MOVE BLK-MONTH-HC-ACT-WS TO HR-ACT-OUT
           COMPUTE ROW-VARIANCE-WS =
                   BLK-MONTH-HC-ACT-WS - BLK-MONTH-HC-BUD-WS
           MOVE ROW-VARIANCE-WS TO HR-VAR-OUT
           MOVE ZERO TO ROW-PERCENT-WS
           IF BLK-MONTH-HC-BUD-WS > ZERO
               COMPUTE ROW-PERCENT-WS ROUNDED =
                       ROW-VARIANCE-WS * 100 / BLK-MONTH-HC-BUD-WS
                   ON SIZE ERROR MOVE ZERO TO ROW-PERCENT-WS
               END-COMPUTE
           END-IF
           MOVE ROW-PERCENT-WS TO HR-PCT-OUT
           WRITE PRINT-BUDGET-LINE FROM HEADCOUNT-ROW-LINE
               AFTER 1 LINE

           COMPUTE PROJECTED-SPEND-WS ROUNDED =
                   ROW-YTD-ACT-WS * 12 / REPORT-MONTH-WS
           MOVE PROJECTED-SPEND-WS TO PL-PROJECTED-OUT
           MOVE BLK-ANNUAL-BUD-WS  TO PL-ANNUAL-OUT
           COMPUTE ROW-VARIANCE-WS =
                   PROJECTED-SPEND-WS - BLK-ANNUAL-BUD-WS
           MOVE ROW-VARIANCE-WS    TO PL-VARIANCE-OUT
           WRITE PRINT-BUDGET-LINE FROM PROJECTION-LINE
               AFTER 1 LINE.

      *    A ZERO BUDGET HAS NO PERCENT - THE COLUMN IS LEFT BLANK.
       710-PRINT-AMOUNT-ROW.
           MOVE ROW-MONTH-BUD-WS TO AR-MONTH-BUD-OUT
           MOVE ROW-MONTH-ACT-WS TO AR-MONTH-ACT-OUT
           COMPUTE ROW-VARIANCE-WS = ROW-MONTH-ACT-WS - ROW-MONTH-BUD-WS
           MOVE ROW-VARIANCE-WS  TO AR-MONTH-VAR-OUT
           MOVE ZERO TO ROW-PERCENT-WS
           IF ROW-MONTH-BUD-WS > ZERO
               COMPUTE ROW-PERCENT-WS ROUNDED =
                       ROW-VARIANCE-WS * 100 / ROW-MONTH-BUD-WS
                   ON SIZE ERROR MOVE ZERO TO ROW-PERCENT-WS
               END-COMPUTE
           END-IF
           MOVE ROW-PERCENT-WS   TO AR-MONTH-PCT-OUT

           MOVE ROW-YTD-BUD-WS   TO AR-YTD-BUD-OUT
           MOVE ROW-YTD-ACT-WS   TO AR-YTD-ACT-OUT
           COMPUTE ROW-VARIANCE-WS = ROW-YTD-ACT-WS - ROW-YTD-BUD-WS
           MOVE ROW-VARIANCE-WS  TO AR-YTD-VAR-OUT
           MOVE ZERO TO ROW-PERCENT-WS
           IF ROW-YTD-BUD-WS > ZERO
               COMPUTE ROW-PERCENT-WS ROUNDED =
                       ROW-VARIANCE-WS * 100 / ROW-YTD-BUD-WS
                   ON SIZE ERROR MOVE ZERO TO ROW-PERCENT-WS
               END-COMPUTE
           END-IF
           MOVE ROW-PERCENT-WS   TO AR-YTD-PCT-OUT
           WRITE PRINT-BUDGET-LINE FROM AMOUNT-ROW-LINE
               AFTER 1 LINE.

       900-CLOSE.
      *    AN ABORTED RUN PRINTS ONLY THE NOTE SAYING WHY - A
      *    COMPARISON MISSING DEPARTMENTS OR HEADS WOULD MISLEAD.
           IF TABLE-OVERFLOW-SW = 'YES'
               CONTINUE
           ELSE
               WRITE PRINT-BUDGET-LINE FROM COLUMN-HEADER-LINE-1
                   AFTER 2 LINES
               WRITE PRINT-BUDGET-LINE FROM COLUMN-HEADER-LINE-2
                   AFTER 1 LINE
               PERFORM 600-PRINT-ONE-DEPARTMENT
                   VARYING DEPT-IDX-WS FROM 1 BY 1
                   UNTIL DEPT-IDX-WS > DEPT-COUNT-WS
               IF DEPT-COUNT-WS > ZERO
                   PERFORM 650-PRINT-COMPANY-TOTAL
               END-IF

               MOVE 'YES'               TO BLK-BUDGETED-SW
               MOVE GT-MONTH-REG-BUD-WS TO BLK-MONTH-REG-BUD-WS
               MOVE GT-MONTH-OT-BUD-WS  TO BLK-MONTH-OT-BUD-WS
               MOVE GT-MONTH-HC-BUD-WS  TO BLK-MONTH-HC-BUD-WS
               MOVE GT-YTD-REG-BUD-WS   TO BLK-YTD-REG-BUD-WS
               MOVE GT-YTD-OT-BUD-WS    TO BLK-YTD-OT-BUD-WS
               MOVE GT-ANNUAL-BUD-WS    TO BLK-ANNUAL-BUD-WS
               MOVE GT-MONTH-REG-ACT-WS TO BLK-MONTH-REG-ACT-WS
               MOVE GT-MONTH-OT-ACT-WS  TO BLK-MONTH-OT-ACT-WS
               MOVE GT-MONTH-HC-ACT-WS  TO BLK-MONTH-HC-ACT-WS
               MOVE GT-YTD-REG-ACT-WS   TO BLK-YTD-REG-ACT-WS
               MOVE GT-YTD-OT-ACT-WS    TO BLK-YTD-OT-ACT-WS
               MOVE 'GRAND TOTAL'       TO BH-LABEL-OUT
               PERFORM 700-PRINT-BLOCK

               MOVE EVENTS-COUNTED-WS  TO SL-EVENTS-OUT
               MOVE DEPTS-OVER-WS      TO SL-OVER-OUT
               MOVE DEPTS-NO-BUDGET-WS TO SL-NO-BUDGET-OUT
               WRITE PRINT-BUDGET-LINE FROM SUMMARY-LINE
                   AFTER 2 LINES
           END-IF

           IF PAYROLL-OPEN-SW = 'YES'
               CLOSE USER-INPUT-FILE
           END-IF
           IF PAYHIST-FILE-STATUS-WS NOT = '35'
               CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE BUDGET-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
