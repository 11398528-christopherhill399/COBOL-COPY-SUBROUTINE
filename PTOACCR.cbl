       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PTOACCR.
       AUTHOR.    CHRISTOPHER HILL.

      *    MONTH-END ACCRUED PTO LIABILITY. PTOBAL.DAT CARRIES
      *    EVERY EMPLOYEE'S VACATION AND SICK HOURS, BUT THE BALANCE
      *    SHEET HAS NEVER CARRIED AN ACCRUED-COMPENSATED-ABSENCES
      *    FIGURE AND THE AUDITORS HAVE BOOKED THE SAME ADJUSTMENT
      *    FOR IT EVERY YEAR. THIS RUN VALUES EACH BALANCE AT THE
      *    EMPLOYEE'S STANDING RATE - OR, FOR SALARIED STAFF, THE
      *    SALARY PUT ON AN HOURLY FOOTING - ADDS THE EMPLOYER TAX
      *    LOAD, PRINTS THE LIABILITY BY COMPANY AND DEPARTMENT
      *    AGAINST LAST MONTH'S, AND WRITES THE ACCRUAL AND ITS
      *    REVERSAL AS TWO BALANCED BATCHES IN THE SAME JV/BT
      *    LAYOUT WAGEACCR.DAT USES, FOR GLPOST TO PICK UP.
      *    THE PTOACCR.PRM CARD NAMES THE AS-OF DATE (YYYYMMDD) IN
      *    COLUMNS 1-8 - NO CARD VALUES AS OF THE RUN DATE - AND AN
      *    'N' IN COLUMN 9 LEAVES SICK HOURS OUT OF THE LIABILITY
      *    FOR A PLAN THAT NEVER PAYS UNUSED SICK TIME OUT.
      *    EACH MONTH'S LIABILITY BY COMPANY AND DEPARTMENT IS KEPT
      *    ON PTOLIAB.DAT SO THE NEXT MONTH CAN SHOW THE CHANGE; A
      *    RERUN OF THE SAME MONTH REPLACES THAT MONTH'S FIGURES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT PTO-BALANCE-FILE ASSIGN TO 'PTOBAL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PTO-SSN
            FILE STATUS IS PTOBAL-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'PTOACCR.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

      *    LAST MONTH'S LIABILITY BY COMPANY AND DEPARTMENT, AND
      *    THIS MONTH'S ONCE THE RUN FINISHES - REPLACED EVERY RUN.
            SELECT LIABILITY-HISTORY-FILE ASSIGN TO 'PTOLIAB.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PTOLIAB-FILE-STATUS-WS.

      *    THE ACCRUAL JOURNAL - SAME FIXED JV/BT LAYOUT AS
      *    WAGEACCR.DAT, TWO BATCHES: THE ACCRUAL AND ITS REVERSAL.
            SELECT ACCRUAL-JOURNAL-FILE ASSIGN TO 'PTOACCR.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACCRUAL-REPORT-FILE ASSIGN TO 'PTOACCR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONLY THE FIELDS THE VALUATION NEEDS ARE NAMED - THE REST
      *    OF THE PAYROLL MASTER RECORD RIDES ALONG UNREFERENCED.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  RATE-IN         PIC 99V99.
           05  HOURS-IN        PIC 99.
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(5).
           05  PAY-FREQ-IN       PIC X.
               88  PAY-FREQ-WEEKLY-IN       VALUE 'W'.
               88  PAY-FREQ-BIWEEKLY-IN     VALUE 'B'.
               88  PAY-FREQ-SEMIMONTHLY-IN  VALUE 'S'.
           05  FILLER            PIC X(27).
           05  EMP-STATUS-IN     PIC X.
               88  EMP-TERMINATED-IN        VALUE 'T'.
           05  FILLER            PIC X(16).
           05  PAY-TYPE-IN       PIC X.
               88  PAY-TYPE-SALARIED-IN     VALUE 'S'.
           05  SALARY-IN         PIC 9(5)V99.
           05  DEPT-IN           PIC X(4).
           05  FILLER            PIC X(100).
           05  COMPANY-IN        PIC XX.
           05  FILLER            PIC X(33).

      *    SAME RECORD LAYOUT THE PAYROLL RUN POSTS - HOURS, WITH A
      *    NEGATIVE BALANCE WHERE TIME WAS ADVANCED.
       FD  PTO-BALANCE-FILE RECORDING MODE IS F.
       01  PTO-BALANCE-RECORD.
           05  PTO-SSN         PIC 9(9).
           05  PTO-VAC-BAL     PIC S9(3)V99.
           05  PTO-SICK-BAL    PIC S9(3)V99.

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-LINE.
           05  PRM-AS-OF-DATE  PIC X(8).
           05  PRM-SICK-SW     PIC X.
               88  PRM-EXCLUDE-SICK         VALUE 'N'.
           05  FILLER          PIC X(71).

       FD  LIABILITY-HISTORY-FILE RECORDING MODE IS F.
       01  LIABILITY-HISTORY-RECORD.
           05  LH-PERIOD       PIC 9(6).
           05  LH-COMPANY      PIC XX.
           05  LH-DEPT         PIC X(4).
           05  LH-LIABILITY    PIC 9(8)V99.

       FD  ACCRUAL-JOURNAL-FILE RECORDING MODE IS F.
       01  PRINT-JOURNAL-LINE  PIC X(80).

       FD  ACCRUAL-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-ACCRUAL-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PAYROLL-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-HISTORY-WS          PICTURE X(3)  VALUE 'NO'.
           05  PTOBAL-PRESENT-SW       PICTURE X(3)  VALUE 'NO'.
           05  PTO-FOUND-SW            PICTURE X(3)  VALUE 'NO'.
           05  INCLUDE-SICK-SW         PICTURE X(3)  VALUE 'YES'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-VALUED-WS     PICTURE 9(6)  VALUE ZERO.
           05  NEGATIVE-BALANCES-WS    PICTURE 9(6)  VALUE ZERO.
           05  NO-RATE-COUNT-WS        PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PTOBAL-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PTOLIAB-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

       01  AS-OF-DATE-WS               PICTURE 9(8)  VALUE ZERO.
       01  AS-OF-PERIOD-WS             PICTURE 9(6)  VALUE ZERO.
       01  PRIOR-PERIOD-WS             PICTURE 9(6)  VALUE ZERO.

      *    THE EMPLOYER'S STATUTORY SHARE ON THE BALANCES WHEN THEY
      *    ARE TAKEN OR PAID OUT - SOCIAL SECURITY PLUS MEDICARE AT
      *    THE COMBINED RATE, THE SAME FLAT LOAD THE WAGE ACCRUAL
      *    USES FOR AN ESTIMATE THAT REVERSES NEXT MONTH.
       01  EMPLOYER-TAX-RATE-WS        PICTURE 9V9999 VALUE 0.0765.

      *    A SALARIED EMPLOYEE'S HOURLY EQUIVALENT IS THE ANNUAL
      *    SALARY OVER A STANDARD 2,080-HOUR YEAR.
       01  STANDARD-ANNUAL-HOURS-WS    PICTURE 9(4)   VALUE 2080.

       01  VALUATION-CALC-WS.
           05  ANNUALIZE-FACTOR-WS     PIC 99        VALUE ZERO.
           05  HOURLY-VALUE-RATE-WS    PIC 9(3)V9999 VALUE ZERO.
           05  VACATION-HOURS-WS       PIC 9(3)V99   VALUE ZERO.
           05  SICK-HOURS-WS           PIC 9(3)V99   VALUE ZERO.
           05  EMPLOYEE-VALUE-WS       PIC 9(6)V99   VALUE ZERO.
           05  TOTAL-VALUE-WS          PIC 9(8)V99   VALUE ZERO.
           05  TOTAL-EMPLOYER-TAX-WS   PIC 9(8)V99   VALUE ZERO.
           05  TOTAL-LIABILITY-WS      PIC 9(8)V99   VALUE ZERO.
           05  TOTAL-PRIOR-WS          PIC 9(8)V99   VALUE ZERO.
           05  TOTAL-CHANGE-WS         PIC S9(8)V99  VALUE ZERO.

      *    THE LIABILITY BY COMPANY AND DEPARTMENT, KEPT IN KEY
      *    ORDER SO THE SCHEDULE BREAKS BY COMPANY. THE REPORT, THE
      *    EXPENSE DEBITS, AND NEXT MONTH'S HISTORY ALL COME FROM
      *    THIS TABLE. A DEPARTMENT THE TABLE COULDN'T HOLD WOULD
      *    DROP OUT OF THE DEBITS WHILE ITS VALUE STAYED IN THE
      *    CREDIT, SO AN OVERFLOW ABORTS THE ACCRUAL INSTEAD, THE
      *    SAME WAY THE WAGE ACCRUAL DOES.
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
               10  DEPT-COUNT-TBL       PIC 9(5).
               10  DEPT-VAC-HOURS-TBL   PIC 9(6)V99.
               10  DEPT-SICK-HOURS-TBL  PIC 9(6)V99.
               10  DEPT-VALUE-TBL       PIC 9(8)V99.
               10  DEPT-TAX-TBL         PIC 9(8)V99.
               10  DEPT-LIABILITY-TBL   PIC 9(8)V99.
               10  DEPT-PRIOR-TBL       PIC 9(8)V99.

      *    LAST MONTH'S ROWS AS READ, HELD SO THEY CAN BE WRITTEN
      *    BACK BEHIND THIS MONTH'S - THE FILE ALWAYS CARRIES THE
      *    LATEST CLOSED MONTH BEFORE THE AS-OF MONTH.
       01  HISTORY-TABLE-CONTROL-WS.
           05  HISTORY-COUNT-WS     PIC 9(3) VALUE ZERO.
           05  HISTORY-IDX-WS       PIC 9(3) VALUE ZERO.

       01  HISTORY-TABLE-WS.
           05  HISTORY-ENTRY-WS OCCURS 200 TIMES.
               10  HST-COMPANY-TBL      PIC XX.
               10  HST-DEPT-TBL         PIC X(4).
               10  HST-LIABILITY-TBL    PIC 9(8)V99.

      *    COMPANY SUBTOTALS FOR THE SCHEDULE.
       01  COMPANY-BREAK-WS.
           05  BREAK-COMPANY-WS        PIC XX       VALUE SPACES.
           05  CO-COUNT-WS             PIC 9(5)     VALUE ZERO.
           05  CO-VAC-HOURS-WS         PIC 9(6)V99  VALUE ZERO.
           05  CO-SICK-HOURS-WS        PIC 9(6)V99  VALUE ZERO.
           05  CO-VALUE-WS             PIC 9(8)V99  VALUE ZERO.
           05  CO-TAX-WS               PIC 9(8)V99  VALUE ZERO.
           05  CO-LIABILITY-WS         PIC 9(8)V99  VALUE ZERO.
           05  CO-PRIOR-WS             PIC 9(8)V99  VALUE ZERO.
           05  TOTAL-COUNT-WS          PIC 9(5)     VALUE ZERO.
           05  TOTAL-VAC-HOURS-WS      PIC 9(6)V99  VALUE ZERO.
           05  TOTAL-SICK-HOURS-WS     PIC 9(6)V99  VALUE ZERO.

       01  DEPT-OVERFLOW-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(57) VALUE
           'DEPARTMENT TABLE FULL - ACCRUAL ABORTED, NOTHING POSTED'.
           05  FILLER               PIC X(74) VALUE SPACES.

       01  GL-ACCOUNT-NUMBERS-WS.
           05  PTO-EXPENSE-ACCT-WS     PIC X(8) VALUE '52200000'.
           05  EMPLR-TAX-EXP-ACCT-WS   PIC X(8) VALUE '52100000'.
           05  ACCRUED-PTO-ACCT-WS     PIC X(8) VALUE '21200000'.

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

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'PTOACCR'.
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
           05                      PICTURE X(36)   VALUE
           'ACCRUED PTO LIABILITY SCHEDULE'.
           05                      PICTURE X(7)    VALUE 'AS OF: '.
           05  HDR-AS-OF-OUT       PICTURE 9(8).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(13)   VALUE
           'PRIOR MONTH: '.
           05  HDR-PRIOR-OUT       PICTURE X(6).
           05  FILLER              PICTURE X(27)   VALUE SPACES.

       01  SICK-EXCLUDED-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(45) VALUE
           'SICK HOURS EXCLUDED FROM THE LIABILITY (PRM)'.
           05  FILLER               PIC X(86) VALUE SPACES.

       01  NO-RATE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(30) VALUE
           'NO RATE ON FILE - NOT VALUED  '.
           05  NR-SSN-OUT           PIC 9(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  NR-NAME-OUT          PIC X(20).
           05  FILLER               PIC X(70) VALUE SPACES.

       01  SCHEDULE-COLUMN-LINE.
           05                       PIC X(43) VALUE
           ' CO   DEPT     EMPL   VAC HOURS  SICK HOURS'.
           05                       PIC X(45) VALUE
           '      PTO VALUE   EMPLOYER TAX      LIABILITY'.
           05                       PIC X(31) VALUE
           '    PRIOR MONTH          CHANGE'.
           05  FILLER               PIC X(13) VALUE SPACES.

      *    ONE LAYOUT FOR THE DEPARTMENT LINES, THE COMPANY
      *    SUBTOTALS, AND THE GRAND TOTAL - ONLY THE LABEL DIFFERS.
       01  SCHEDULE-DETAIL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  SD-LABEL-OUT         PIC X(11).
           05  SD-KEY-VIEW-OUT REDEFINES SD-LABEL-OUT.
               10  SD-COMPANY-OUT   PIC XX.
               10  FILLER           PIC X(3).
               10  SD-DEPT-OUT      PIC X(4).
               10  FILLER           PIC XX.
           05  FILLER               PIC X     VALUE SPACE.
           05  SD-COUNT-OUT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SD-VAC-HOURS-OUT     PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SD-SICK-HOURS-OUT    PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SD-VALUE-OUT         PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SD-TAX-OUT           PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SD-LIABILITY-OUT     PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SD-PRIOR-OUT         PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SD-CHANGE-OUT        PIC $$$,$$$,$$9.99-.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  EXCEPTION-TOTAL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(19) VALUE
                 'EMPLOYEES VALUED:  '.
           05  ET-VALUED-OUT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(29) VALUE
                 'NEGATIVE BALANCES NOT BOOKED:'.
           05  ET-NEGATIVE-OUT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(17) VALUE
                 'NO RATE ON FILE: '.
           05  ET-NO-RATE-OUT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
      *    AN OVERFLOWED DEPARTMENT TABLE MEANS THE ACCRUAL CANNOT
      *    BE TRUSTED: NO JOURNAL, NO HISTORY, JUST THE REPORT
      *    SAYING WHY - THE SAME RULE THE WAGE ACCRUAL FOLLOWS.
           IF TABLE-OVERFLOW-SW = 'YES'
               MOVE 'YES' TO EOF-PAYROLL-WS
           ELSE
               PERFORM 300-VALUE-ONE-EMPLOYEE
                   UNTIL EOF-PAYROLL-WS = 'YES'
                      OR TABLE-OVERFLOW-SW = 'YES'
           END-IF
           IF TABLE-OVERFLOW-SW = 'YES'
               WRITE PRINT-ACCRUAL-LINE FROM DEPT-OVERFLOW-LINE
                   AFTER 1 LINE
           ELSE
               PERFORM 500-WRITE-ACCRUAL-JOURNAL
               PERFORM 600-WRITE-LIABILITY-HISTORY
           END-IF
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           COMPUTE AS-OF-DATE-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           PERFORM 210-READ-PARAMETER-CARD
           COMPUTE AS-OF-PERIOD-WS = AS-OF-DATE-WS / 100

           PERFORM 220-LOAD-LIABILITY-HISTORY

           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           MOVE AS-OF-DATE-WS   TO HDR-AS-OF-OUT
           IF PRIOR-PERIOD-WS > ZERO
               MOVE PRIOR-PERIOD-WS TO HDR-PRIOR-OUT
           ELSE
               MOVE 'NONE'          TO HDR-PRIOR-OUT
           END-IF
           WRITE PRINT-ACCRUAL-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           IF INCLUDE-SICK-SW = 'NO'
               WRITE PRINT-ACCRUAL-LINE FROM SICK-EXCLUDED-LINE
                   AFTER 1 LINE
           END-IF

      *    LAST MONTH'S DEPARTMENTS GO INTO THE TABLE FIRST, SO ONE
      *    WITH NOTHING THIS MONTH STILL SHOWS ITS LIABILITY GOING
      *    TO ZERO.
           PERFORM 230-POST-PRIOR-LIABILITY
               VARYING HISTORY-IDX-WS FROM 1 BY 1
               UNTIL HISTORY-IDX-WS > HISTORY-COUNT-WS
                  OR TABLE-OVERFLOW-SW = 'YES'

      *    NO PTOBAL.DAT MEANS NO BALANCES - THE SCHEDULE STILL
      *    PRINTS, SHOWING LAST MONTH'S LIABILITY GOING TO ZERO.
           OPEN INPUT PTO-BALANCE-FILE
           IF PTOBAL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO PTOBAL-PRESENT-SW
           END-IF
           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-EMPLOYEE
           ELSE
               MOVE 'YES' TO EOF-PAYROLL-WS
           END-IF.

      *    NO PTOACCR.PRM (STATUS 35) VALUES AS OF THE RUN DATE; A
      *    CARD WITH A NON-NUMERIC DATE KEEPS THE RUN DATE THE SAME
      *    WAY BUT STILL HONORS THE SICK-HOURS SWITCH.
       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-AS-OF-DATE IS NUMERIC
                           MOVE PRM-AS-OF-DATE TO AS-OF-DATE-WS
                       END-IF
                       IF PRM-EXCLUDE-SICK
                           MOVE 'NO' TO INCLUDE-SICK-SW
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      *    THE MONTH TO COMPARE AGAINST IS THE LATEST ONE ON FILE
      *    BEFORE THE AS-OF MONTH - ROWS FOR THE AS-OF MONTH ITSELF
      *    ARE A PRIOR RUN OF THIS MONTH AND ARE DROPPED.
       220-LOAD-LIABILITY-HISTORY.
           OPEN INPUT LIABILITY-HISTORY-FILE
           IF PTOLIAB-FILE-STATUS-WS NOT = '35'
               PERFORM 222-READ-ONE-HISTORY-ROW
               PERFORM 224-STORE-ONE-HISTORY-ROW
                   UNTIL EOF-HISTORY-WS = 'YES'
               CLOSE LIABILITY-HISTORY-FILE
           END-IF.

       222-READ-ONE-HISTORY-ROW.
           READ LIABILITY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

       224-STORE-ONE-HISTORY-ROW.
           IF LH-PERIOD IS NUMERIC
              AND LH-LIABILITY IS NUMERIC
              AND LH-PERIOD < AS-OF-PERIOD-WS
              AND LH-PERIOD NOT < PRIOR-PERIOD-WS
               IF LH-PERIOD > PRIOR-PERIOD-WS
                   MOVE LH-PERIOD TO PRIOR-PERIOD-WS
                   MOVE ZERO      TO HISTORY-COUNT-WS
               END-IF
               IF HISTORY-COUNT-WS < DEPT-LIMIT-WS
                   ADD 1 TO HISTORY-COUNT-WS
                   MOVE LH-COMPANY   TO
                        HST-COMPANY-TBL   (HISTORY-COUNT-WS)
                   MOVE LH-DEPT      TO
                        HST-DEPT-TBL      (HISTORY-COUNT-WS)
                   MOVE LH-LIABILITY TO
                        HST-LIABILITY-TBL (HISTORY-COUNT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-OVERFLOW-SW
               END-IF
           END-IF
           PERFORM 222-READ-ONE-HISTORY-ROW.

       230-POST-PRIOR-LIABILITY.
           MOVE HST-COMPANY-TBL (HISTORY-IDX-WS) TO
                DEPT-KEY-COMPANY-WS
           MOVE HST-DEPT-TBL    (HISTORY-IDX-WS) TO DEPT-KEY-DEPT-WS
           PERFORM 320-FIND-DEPT-ENTRY
           IF DEPT-SLOT-WS > ZERO
               ADD HST-LIABILITY-TBL (HISTORY-IDX-WS) TO
                   DEPT-PRIOR-TBL (DEPT-SLOT-WS)
               ADD HST-LIABILITY-TBL (HISTORY-IDX-WS) TO
                   TOTAL-PRIOR-WS
           END-IF.

       250-READ-ONE-EMPLOYEE.
           READ USER-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-PAYROLL-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    A TERMINATED EMPLOYEE'S BALANCE WAS SETTLED AT
      *    SEPARATION AND IS NOT A LIABILITY. A NEGATIVE BALANCE
      *    (TIME ADVANCED) IS COUNTED BUT NOT BOOKED - IT IS NOT A
      *    RECEIVABLE ANYONE WILL COLLECT - AND DOES NOT NET
      *    AGAINST THE EMPLOYEE'S OTHER BALANCE.
       300-VALUE-ONE-EMPLOYEE.
           IF EMP-TERMINATED-IN OR PTOBAL-PRESENT-SW = 'NO'
               CONTINUE
           ELSE
               MOVE SSN-IN TO PTO-SSN
               READ PTO-BALANCE-FILE
                   INVALID KEY     MOVE 'NO'  TO PTO-FOUND-SW
                   NOT INVALID KEY MOVE 'YES' TO PTO-FOUND-SW
               END-READ
               IF PTO-FOUND-SW = 'YES'
                   PERFORM 310-VALUE-BALANCES
               END-IF
           END-IF
           PERFORM 250-READ-ONE-EMPLOYEE.

       310-VALUE-BALANCES.
           MOVE ZERO TO VACATION-HOURS-WS SICK-HOURS-WS
           IF PTO-VAC-BAL < ZERO
               ADD 1 TO NEGATIVE-BALANCES-WS
           ELSE
               MOVE PTO-VAC-BAL TO VACATION-HOURS-WS
           END-IF
           IF INCLUDE-SICK-SW = 'YES'
               IF PTO-SICK-BAL < ZERO
                   ADD 1 TO NEGATIVE-BALANCES-WS
               ELSE
                   MOVE PTO-SICK-BAL TO SICK-HOURS-WS
               END-IF
           END-IF

           IF VACATION-HOURS-WS > ZERO OR SICK-HOURS-WS > ZERO
               PERFORM 315-SET-HOURLY-VALUE-RATE
               IF HOURLY-VALUE-RATE-WS = ZERO
                   ADD 1 TO NO-RATE-COUNT-WS
                   MOVE SSN-IN  TO NR-SSN-OUT
                   MOVE NAME-IN TO NR-NAME-OUT
                   WRITE PRINT-ACCRUAL-LINE FROM NO-RATE-LINE
                       AFTER 1 LINE
               ELSE
                   COMPUTE EMPLOYEE-VALUE-WS ROUNDED =
                           (VACATION-HOURS-WS + SICK-HOURS-WS)
                           * HOURLY-VALUE-RATE-WS
                   ADD 1 TO EMPLOYEES-VALUED-WS
                   MOVE COMPANY-IN TO DEPT-KEY-COMPANY-WS
                   MOVE DEPT-IN    TO DEPT-KEY-DEPT-WS
                   PERFORM 320-FIND-DEPT-ENTRY
                   IF DEPT-SLOT-WS > ZERO
                       ADD 1 TO DEPT-COUNT-TBL (DEPT-SLOT-WS)
                       ADD VACATION-HOURS-WS TO
                           DEPT-VAC-HOURS-TBL  (DEPT-SLOT-WS)
                       ADD SICK-HOURS-WS     TO
                           DEPT-SICK-HOURS-TBL (DEPT-SLOT-WS)
                       ADD EMPLOYEE-VALUE-WS TO
                           DEPT-VALUE-TBL      (DEPT-SLOT-WS)
                   END-IF
               END-IF
           END-IF.

       315-SET-HOURLY-VALUE-RATE.
           IF PAY-TYPE-SALARIED-IN
               EVALUATE TRUE
                   WHEN PAY-FREQ-WEEKLY-IN
                       MOVE 52 TO ANNUALIZE-FACTOR-WS
                   WHEN PAY-FREQ-BIWEEKLY-IN
                       MOVE 26 TO ANNUALIZE-FACTOR-WS
                   WHEN PAY-FREQ-SEMIMONTHLY-IN
                       MOVE 24 TO ANNUALIZE-FACTOR-WS
                   WHEN OTHER
                       MOVE 52 TO ANNUALIZE-FACTOR-WS
               END-EVALUATE
               COMPUTE HOURLY-VALUE-RATE-WS ROUNDED =
                       SALARY-IN * ANNUALIZE-FACTOR-WS
                       / STANDARD-ANNUAL-HOURS-WS
           ELSE
               MOVE RATE-IN TO HOURLY-VALUE-RATE-WS
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
                   MOVE ZERO TO DEPT-COUNT-TBL      (DEPT-SLOT-WS)
                                DEPT-VAC-HOURS-TBL  (DEPT-SLOT-WS)
                                DEPT-SICK-HOURS-TBL (DEPT-SLOT-WS)
                                DEPT-VALUE-TBL      (DEPT-SLOT-WS)
                                DEPT-TAX-TBL        (DEPT-SLOT-WS)
                                DEPT-LIABILITY-TBL  (DEPT-SLOT-WS)
                                DEPT-PRIOR-TBL      (DEPT-SLOT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-OVERFLOW-SW
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

      *    THE EMPLOYER TAX IS FIGURED PER DEPARTMENT SO EACH
      *    DEPARTMENT'S LIABILITY STANDS ON ITS OWN AGAINST NEXT
      *    MONTH; THE TOTALS ARE THE SUMS, SO THE BATCH BALANCES TO
      *    THE PENNY. TWO BALANCED BATCHES: THE ACCRUAL (EXPENSE
      *    DEBITS BY COMPANY AND DEPARTMENT PLUS THE EMPLOYER TAX,
      *    ONE CREDIT TO ACCRUED PTO) AND ITS MIRROR-IMAGE REVERSAL
      *    FOR THE FIRST OF NEXT MONTH, SO EACH MONTH BOOKS THE
      *    FULL BALANCE FRESH.
       500-WRITE-ACCRUAL-JOURNAL.
           PERFORM 505-PRICE-DEPT-TAX
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS
           COMPUTE TOTAL-LIABILITY-WS =
                   TOTAL-VALUE-WS + TOTAL-EMPLOYER-TAX-WS

           OPEN OUTPUT ACCRUAL-JOURNAL-FILE

           MOVE 'DR' TO LJ-DR-CR-OUT
           PERFORM 510-WRITE-DEPT-ENTRY
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS

           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE EMPLR-TAX-EXP-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE 'DR' TO LJ-DR-CR-OUT
           MOVE TOTAL-EMPLOYER-TAX-WS TO LJ-AMOUNT-OUT
           MOVE 'ACCRUED EMPLOYER TAX ON PTO' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE ACCRUED-PTO-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE 'CR' TO LJ-DR-CR-OUT
           MOVE TOTAL-LIABILITY-WS TO LJ-AMOUNT-OUT
           MOVE 'ACCRUED PTO PAYABLE' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           MOVE 'BT' TO LJ-RECORD-TYPE-OUT
           MOVE ACCRUED-PTO-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE 'CR' TO LJ-DR-CR-OUT
           MOVE TOTAL-LIABILITY-WS TO LJ-AMOUNT-OUT
           MOVE 'PTO ACCRUAL BATCH' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           MOVE 'CR' TO LJ-DR-CR-OUT
           PERFORM 520-WRITE-DEPT-REVERSAL
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS

           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE EMPLR-TAX-EXP-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE 'CR' TO LJ-DR-CR-OUT
           MOVE TOTAL-EMPLOYER-TAX-WS TO LJ-AMOUNT-OUT
           MOVE 'REVERSE EMPLR TAX ON PTO' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE ACCRUED-PTO-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE 'DR' TO LJ-DR-CR-OUT
           MOVE TOTAL-LIABILITY-WS TO LJ-AMOUNT-OUT
           MOVE 'REVERSE ACCRUED PTO' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           MOVE 'BT' TO LJ-RECORD-TYPE-OUT
           MOVE ACCRUED-PTO-ACCT-WS TO LJ-ACCOUNT-OUT
           MOVE 'DR' TO LJ-DR-CR-OUT
           MOVE TOTAL-LIABILITY-WS TO LJ-AMOUNT-OUT
           MOVE 'PTO ACCRUAL REVERSAL' TO LJ-DESCRIPTION-OUT
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL

           CLOSE ACCRUAL-JOURNAL-FILE.

       505-PRICE-DEPT-TAX.
           COMPUTE DEPT-TAX-TBL (DEPT-IDX-WS) ROUNDED =
                   DEPT-VALUE-TBL (DEPT-IDX-WS) * EMPLOYER-TAX-RATE-WS
           COMPUTE DEPT-LIABILITY-TBL (DEPT-IDX-WS) =
                   DEPT-VALUE-TBL (DEPT-IDX-WS)
                   + DEPT-TAX-TBL (DEPT-IDX-WS)
           ADD DEPT-VALUE-TBL (DEPT-IDX-WS) TO TOTAL-VALUE-WS
           ADD DEPT-TAX-TBL (DEPT-IDX-WS)   TO TOTAL-EMPLOYER-TAX-WS.

      *    A DEPARTMENT CARRIED ONLY FOR LAST MONTH'S COMPARISON
      *    HAS NOTHING TO BOOK AND WRITES NO LINE.
       510-WRITE-DEPT-ENTRY.
           IF DEPT-VALUE-TBL (DEPT-IDX-WS) > ZERO
               MOVE 'JV' TO LJ-RECORD-TYPE-OUT
               MOVE PTO-EXPENSE-ACCT-WS TO LJ-ACCOUNT-OUT
               MOVE DEPT-VALUE-TBL (DEPT-IDX-WS) TO LJ-AMOUNT-OUT
               MOVE SPACES TO LJ-DESCRIPTION-OUT
               STRING 'ACCRUED PTO - CO ' DELIMITED BY SIZE
                      DEPT-COMPANY-TBL (DEPT-IDX-WS) DELIMITED BY SIZE
                      ' DEPT '  DELIMITED BY SIZE
                      DEPT-CODE-TBL (DEPT-IDX-WS) DELIMITED BY SIZE
                   INTO LJ-DESCRIPTION-OUT
               END-STRING
               WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL
           END-IF.

       520-WRITE-DEPT-REVERSAL.
           IF DEPT-VALUE-TBL (DEPT-IDX-WS) > ZERO
               MOVE 'JV' TO LJ-RECORD-TYPE-OUT
               MOVE PTO-EXPENSE-ACCT-WS TO LJ-ACCOUNT-OUT
               MOVE DEPT-VALUE-TBL (DEPT-IDX-WS) TO LJ-AMOUNT-OUT
               MOVE SPACES TO LJ-DESCRIPTION-OUT
               STRING 'REVERSE PTO - CO ' DELIMITED BY SIZE
                      DEPT-COMPANY-TBL (DEPT-IDX-WS) DELIMITED BY SIZE
                      ' DEPT '  DELIMITED BY SIZE
                      DEPT-CODE-TBL (DEPT-IDX-WS) DELIMITED BY SIZE
                   INTO LJ-DESCRIPTION-OUT
               END-STRING
               WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL
           END-IF.

      *    LAST MONTH'S ROWS AS READ, THEN THIS MONTH'S - NEXT
      *    MONTH'S RUN TAKES THE LATEST MONTH BEFORE ITS OWN.
       600-WRITE-LIABILITY-HISTORY.
           OPEN OUTPUT LIABILITY-HISTORY-FILE
           MOVE PRIOR-PERIOD-WS TO LH-PERIOD
           PERFORM 610-WRITE-PRIOR-HISTORY-ROW
               VARYING HISTORY-IDX-WS FROM 1 BY 1
               UNTIL HISTORY-IDX-WS > HISTORY-COUNT-WS
           MOVE AS-OF-PERIOD-WS TO LH-PERIOD
           PERFORM 620-WRITE-CURRENT-HISTORY-ROW
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS
           CLOSE LIABILITY-HISTORY-FILE.

       610-WRITE-PRIOR-HISTORY-ROW.
           MOVE HST-COMPANY-TBL   (HISTORY-IDX-WS) TO LH-COMPANY
           MOVE HST-DEPT-TBL      (HISTORY-IDX-WS) TO LH-DEPT
           MOVE HST-LIABILITY-TBL (HISTORY-IDX-WS) TO LH-LIABILITY
           WRITE LIABILITY-HISTORY-RECORD.

       620-WRITE-CURRENT-HISTORY-ROW.
           IF DEPT-LIABILITY-TBL (DEPT-IDX-WS) > ZERO
               MOVE DEPT-COMPANY-TBL   (DEPT-IDX-WS) TO LH-COMPANY
               MOVE DEPT-CODE-TBL      (DEPT-IDX-WS) TO LH-DEPT
               MOVE DEPT-LIABILITY-TBL (DEPT-IDX-WS) TO LH-LIABILITY
               WRITE LIABILITY-HISTORY-RECORD
           END-IF.

      *    ONE LINE PER COMPANY AND DEPARTMENT, A SUBTOTAL WHEN THE
      *    COMPANY CHANGES, AND THE GRAND TOTAL THAT TIES TO THE
      *    JOURNAL'S CREDIT.
       910-PRINT-DEPT-SCHEDULE.
           IF DEPT-COMPANY-TBL (DEPT-IDX-WS) NOT = BREAK-COMPANY-WS
              AND DEPT-IDX-WS > 1
               PERFORM 920-PRINT-COMPANY-TOTAL
           END-IF
           MOVE DEPT-COMPANY-TBL (DEPT-IDX-WS) TO BREAK-COMPANY-WS

           MOVE SPACES TO SD-LABEL-OUT
           MOVE DEPT-COMPANY-TBL    (DEPT-IDX-WS) TO SD-COMPANY-OUT
           MOVE DEPT-CODE-TBL       (DEPT-IDX-WS) TO SD-DEPT-OUT
           MOVE DEPT-COUNT-TBL      (DEPT-IDX-WS) TO SD-COUNT-OUT
           MOVE DEPT-VAC-HOURS-TBL  (DEPT-IDX-WS) TO SD-VAC-HOURS-OUT
           MOVE DEPT-SICK-HOURS-TBL (DEPT-IDX-WS) TO
                SD-SICK-HOURS-OUT
           MOVE DEPT-VALUE-TBL      (DEPT-IDX-WS) TO SD-VALUE-OUT
           MOVE DEPT-TAX-TBL        (DEPT-IDX-WS) TO SD-TAX-OUT
           MOVE DEPT-LIABILITY-TBL  (DEPT-IDX-WS) TO SD-LIABILITY-OUT
           MOVE DEPT-PRIOR-TBL      (DEPT-IDX-WS) TO SD-PRIOR-OUT
           COMPUTE SD-CHANGE-OUT = DEPT-LIABILITY-TBL (DEPT-IDX-WS)
                                 - DEPT-PRIOR-TBL (DEPT-IDX-WS)
           WRITE PRINT-ACCRUAL-LINE FROM SCHEDULE-DETAIL-LINE
               AFTER 1 LINE

           ADD DEPT-COUNT-TBL      (DEPT-IDX-WS) TO CO-COUNT-WS
           ADD DEPT-VAC-HOURS-TBL  (DEPT-IDX-WS) TO CO-VAC-HOURS-WS
           ADD DEPT-SICK-HOURS-TBL (DEPT-IDX-WS) TO CO-SICK-HOURS-WS
           ADD DEPT-VALUE-TBL      (DEPT-IDX-WS) TO CO-VALUE-WS
           ADD DEPT-TAX-TBL        (DEPT-IDX-WS) TO CO-TAX-WS
           ADD DEPT-LIABILITY-TBL  (DEPT-IDX-WS) TO CO-LIABILITY-WS
           ADD DEPT-PRIOR-TBL      (DEPT-IDX-WS) TO CO-PRIOR-WS.

       920-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO SD-LABEL-OUT
           STRING 'CO ' DELIMITED BY SIZE
                  BREAK-COMPANY-WS DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO SD-LABEL-OUT
           END-STRING
           MOVE CO-COUNT-WS      TO SD-COUNT-OUT
           MOVE CO-VAC-HOURS-WS  TO SD-VAC-HOURS-OUT
           MOVE CO-SICK-HOURS-WS TO SD-SICK-HOURS-OUT
           MOVE CO-VALUE-WS      TO SD-VALUE-OUT
           MOVE CO-TAX-WS        TO SD-TAX-OUT
           MOVE CO-LIABILITY-WS  TO SD-LIABILITY-OUT
           MOVE CO-PRIOR-WS      TO SD-PRIOR-OUT
           COMPUTE SD-CHANGE-OUT = CO-LIABILITY-WS - CO-PRIOR-WS
           WRITE PRINT-ACCRUAL-LINE FROM SCHEDULE-DETAIL-LINE
               AFTER 1 LINE
           MOVE SPACES TO PRINT-ACCRUAL-LINE
           WRITE PRINT-ACCRUAL-LINE AFTER 1 LINE

           ADD CO-COUNT-WS      TO TOTAL-COUNT-WS
           ADD CO-VAC-HOURS-WS  TO TOTAL-VAC-HOURS-WS
           ADD CO-SICK-HOURS-WS TO TOTAL-SICK-HOURS-WS
           MOVE ZERO TO CO-COUNT-WS CO-VAC-HOURS-WS CO-SICK-HOURS-WS
                        CO-VALUE-WS CO-TAX-WS CO-LIABILITY-WS
                        CO-PRIOR-WS.

       900-CLOSE.
      *    AN ABORTED RUN POSTED NOTHING, SO A PARTIAL SCHEDULE
      *    WOULD ONLY INVITE SOMEONE TO BOOK FROM IT - THE ABORT
      *    NOTE IS THE WHOLE REPORT.
           IF TABLE-OVERFLOW-SW = 'YES'
               CONTINUE
           ELSE
               WRITE PRINT-ACCRUAL-LINE FROM SCHEDULE-COLUMN-LINE
                   AFTER 2 LINES
               MOVE SPACES TO PRINT-ACCRUAL-LINE
               WRITE PRINT-ACCRUAL-LINE AFTER 1 LINE
               PERFORM 910-PRINT-DEPT-SCHEDULE
                   VARYING DEPT-IDX-WS FROM 1 BY 1
                   UNTIL DEPT-IDX-WS > DEPT-COUNT-WS
               IF DEPT-COUNT-WS > ZERO
                   PERFORM 920-PRINT-COMPANY-TOTAL
               END-IF

               MOVE 'GRAND TOTAL'         TO SD-LABEL-OUT
               MOVE TOTAL-COUNT-WS        TO SD-COUNT-OUT
               MOVE TOTAL-VAC-HOURS-WS    TO SD-VAC-HOURS-OUT
               MOVE TOTAL-SICK-HOURS-WS   TO SD-SICK-HOURS-OUT
               MOVE TOTAL-VALUE-WS        TO SD-VALUE-OUT
               MOVE TOTAL-EMPLOYER-TAX-WS TO SD-TAX-OUT
               MOVE TOTAL-LIABILITY-WS    TO SD-LIABILITY-OUT
               MOVE TOTAL-PRIOR-WS        TO SD-PRIOR-OUT
               COMPUTE TOTAL-CHANGE-WS =
                       TOTAL-LIABILITY-WS - TOTAL-PRIOR-WS
               MOVE TOTAL-CHANGE-WS       TO SD-CHANGE-OUT
               WRITE PRINT-ACCRUAL-LINE FROM SCHEDULE-DETAIL-LINE
                   AFTER 1 LINE

               MOVE EMPLOYEES-VALUED-WS  TO ET-VALUED-OUT
               MOVE NEGATIVE-BALANCES-WS TO ET-NEGATIVE-OUT
               MOVE NO-RATE-COUNT-WS     TO ET-NO-RATE-OUT
               WRITE PRINT-ACCRUAL-LINE FROM EXCEPTION-TOTAL-LINE
                   AFTER 2 LINES
           END-IF

           IF PAYROLL-FILE-STATUS-WS NOT = '35'
               CLOSE USER-INPUT-FILE
           END-IF
           IF PTOBAL-PRESENT-SW = 'YES'
               CLOSE PTO-BALANCE-FILE
           END-IF
           CLOSE ACCRUAL-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
