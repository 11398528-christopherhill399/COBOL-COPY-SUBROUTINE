      *    EMPLOYER TAX SHARE, WRITES THE ACCRUAL AND ITS REVERSAL
      *    AS TWO BALANCED BATCHES IN THE SAME JV/BT LAYOUT THE GL
      *    IMPORT TAKES FROM PAYRLGL.DAT, AND PRINTS A SUPPORTING
      *    SCHEDULE BY DEPARTMENT. EACH COMPANY AND DEPARTMENT'S
      *    WAGES ACCRUE TO THE SALARY EXPENSE ACCOUNT GLACCTS.DAT
      *    DETERMINES FOR IT - THE ONE THE PAYROLL RUN WILL POST
      *    THE REAL WAGES TO - SO THE REVERSAL OFFSETS THEM THERE.
      *    THE WAGEACCR.PRM CARD NAMES THE CUTOFF DATE (YYYYMMDD);
      *    NO CARD CUTS OFF AT THE RUN DATE.

               88  PAY-TYPE-SALARIED-IN     VALUE 'S'.
           05  SALARY-IN         PIC 9(5)V99.
           05  DEPT-IN           PIC X(4).
           05  FILLER            PIC X(100).
           05  COMPANY-IN        PIC XX.
           05  FILLER            PIC X(33).

      *    SAME RECORD LAYOUT THE PAYROLL RUN READS - NOT A
      *    COPYBOOK THERE EITHER.
           05  TC-HOURS-TYPE   PIC X.
               88  TC-TYPE-VACATION VALUE 'V'.
               88  TC-TYPE-SICK     VALUE 'S'.
               88  TC-TYPE-HOLIDAY-OFF    VALUE 'N'.
               88  TC-TYPE-ON-CALL        VALUE 'C'.
           05  TC-JOB-NO       PIC X(6).
           05  TC-WORK-DATE    PIC 9(8).
           05  TC-WORK-CLASS   PIC X(4).
           05  TC-SHIFT-CODE   PIC X.

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-LINE PIC X(80).
           05  TOTAL-EMPLOYER-TAX-WS   PIC 9(8)V99 VALUE ZERO.
           05  TOTAL-LIABILITY-WS      PIC 9(8)V99 VALUE ZERO.

      *    ACCRUED WAGES BY COMPANY AND DEPARTMENT - THE SCHEDULE
      *    AND THE EXPENSE DEBITS BOTH COME FROM THIS TABLE, AND
      *    EACH ROW CARRIES THE EXPENSE ACCOUNT IT POSTS TO.
      *    SIZED TO MATCH THE PAY RUN'S OWN DEPARTMENT CEILING. A
      *    DEPARTMENT THE TABLE COULDN'T HOLD WOULD DROP OUT OF
      *    THE EXPENSE DEBITS WHILE ITS GROSS STAYED IN THE

       01  DEPT-TOTALS-TABLE-WS.
           05  DEPT-ENTRY-WS OCCURS 200 TIMES.
               10  DEPT-COMPANY-TBL PIC XX.
               10  DEPT-CODE-TBL    PIC X(4).
               10  DEPT-GROSS-TBL   PIC 9(8)V99.
               10  DEPT-COUNT-TBL   PIC 9(5).
               10  DEPT-ACCOUNT-TBL PIC X(8).

       01  DEPT-OVERFLOW-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05  SALARY-EXPENSE-ACCT-WS  PIC X(8) VALUE '52000000'.
           05  EMPLR-TAX-EXP-ACCT-WS   PIC X(8) VALUE '52100000'.
           05  ACCRUED-WAGES-ACCT-WS   PIC X(8) VALUE '21100000'.
           05  PAYROLL-CASH-ACCT-WS    PIC X(8) VALUE '10200000'.

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

       01  ACCOUNT-REFUSED-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(44) VALUE
           'GL ACCOUNT NOT ON CHART - STANDARD USED - CO'.
           05  AR-COMPANY-OUT       PIC XX.
           05                       PIC X(6)  VALUE ' DEPT '.
           05  AR-DEPT-OUT          PIC X(4).
           05  FILLER               PIC X(75) VALUE SPACES.

       01  LABOR-JOURNAL-DETAIL.
           05  LJ-RECORD-TYPE-OUT      PIC X(2)  VALUE 'JV'.

       01  DEPT-SCHEDULE-LINE.
           05  FILLER               PIC X     VALUE SPACE.
           05                       PIC X(10) VALUE 'COMPANY - '.
           05  DS-COMPANY-OUT       PIC XX.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(13) VALUE 'DEPARTMENT - '.
           05  DS-DEPT-OUT          PIC X(4).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05                       PIC X(11) VALUE 'EMPLOYEES: '.
           05  DS-COUNT-OUT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  SCHEDULE-TOTAL-LINE.
           05  FILLER               PIC X     VALUE SPACE.
      *    ONLY WORKED-HOURS CARDS PAYING AFTER THE CUTOFF ARE
      *    EARNED-BUT-UNPAID AS OF THE CUTOFF; CARDS PAYING ON OR
      *    BEFORE IT SETTLE INSIDE THE MONTH AND VACATION/SICK
      *    CARDS DRAW BALANCES ALREADY CARRIED ELSEWHERE. HOLIDAY-
      *    NOT-WORKED AND ON-CALL CARDS ARE NOT HOURS WORKED AND ARE
      *    LEFT OUT THE SAME WAY; HOLIDAY HOURS WORKED ACCRUE AT THE
      *    STRAIGHT RATE LIKE ANY OTHER WORKED HOURS.
       220-LOAD-TIMECARD-TABLE.
           OPEN INPUT TIMECARD-FILE
           IF TIMECARD-FILE-STATUS-WS = '35'

       224-STORE-ONE-TIMECARD.
           IF TC-TYPE-VACATION OR TC-TYPE-SICK
              OR TC-TYPE-HOLIDAY-OFF OR TC-TYPE-ON-CALL
              OR TC-PAY-DATE <= CUTOFF-DATE-WS
               ADD 1 TO CARDS-SKIPPED-WS
           ELSE
               IF DEPT-COUNT-WS < DEPT-LIMIT-WS
                   ADD 1 TO DEPT-COUNT-WS
                   MOVE DEPT-COUNT-WS TO DEPT-SLOT-WS
                   MOVE COMPANY-IN TO DEPT-COMPANY-TBL (DEPT-SLOT-WS)
                   MOVE DEPT-IN TO DEPT-CODE-TBL (DEPT-SLOT-WS)
                   MOVE ZERO    TO DEPT-GROSS-TBL (DEPT-SLOT-WS)
                   MOVE ZERO    TO DEPT-COUNT-TBL (DEPT-SLOT-WS)
           END-IF.

       325-SEARCH-DEPT-TABLE.
           IF DEPT-COMPANY-TBL (DEPT-IDX-WS) = COMPANY-IN
              AND DEPT-CODE-TBL (DEPT-IDX-WS) = DEPT-IN
               MOVE DEPT-IDX-WS TO DEPT-SLOT-WS
               MOVE 'YES' TO DEPT-FOUND-SW
           END-IF.
           COMPUTE TOTAL-LIABILITY-WS =
                   TOTAL-ACCRUED-WS + TOTAL-EMPLOYER-TAX-WS

           PERFORM 505-DETERMINE-DEPT-ACCOUNT
               VARYING DEPT-IDX-WS FROM 1 BY 1
               UNTIL DEPT-IDX-WS > DEPT-COUNT-WS

           OPEN OUTPUT ACCRUAL-JOURNAL-FILE

           MOVE 'DR' TO LJ-DR-CR-OUT

           CLOSE ACCRUAL-JOURNAL-FILE.

      *    THE STANDARD ACCOUNTS GO IN AND COME BACK AS GLACCTS.DAT
      *    DETERMINES THEM FOR THE ROW'S COMPANY AND DEPARTMENT,
      *    EXACTLY AS THE PAYROLL RUN DETERMINES THEM. AN ACCOUNT
      *    THE CHART DOESN'T CARRY IS REFUSED IN FAVOR OF THE
      *    STANDARD ONE, AND THE REPORT SAYS SO.
       505-DETERMINE-DEPT-ACCOUNT.
           MOVE 'FIND '                TO GA-FUNCTION-WS
           MOVE 'P'                    TO GA-TYPE-WS
           MOVE DEPT-COMPANY-TBL (DEPT-IDX-WS) TO GA-COMPANY-WS
           MOVE DEPT-CODE-TBL    (DEPT-IDX-WS) TO GA-KEY-WS
           MOVE SALARY-EXPENSE-ACCT-WS TO GA-EXPENSE-ACCT-WS
           MOVE SPACES                 TO GA-ACCUM-ACCT-WS
           MOVE SPACES                 TO GA-COST-ACCT-WS
           MOVE PAYROLL-CASH-ACCT-WS   TO GA-PAYABLE-ACCT-WS
           CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS
           MOVE GA-EXPENSE-ACCT-WS TO DEPT-ACCOUNT-TBL (DEPT-IDX-WS)
           IF GA-REFUSED-COUNT-WS > ZERO
               MOVE DEPT-COMPANY-TBL (DEPT-IDX-WS) TO AR-COMPANY-OUT
               MOVE DEPT-CODE-TBL    (DEPT-IDX-WS) TO AR-DEPT-OUT
               WRITE PRINT-ACCRUAL-LINE FROM ACCOUNT-REFUSED-LINE
                   AFTER 1 LINE
           END-IF.

       510-WRITE-DEPT-ENTRY.
           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE DEPT-ACCOUNT-TBL (DEPT-IDX-WS) TO LJ-ACCOUNT-OUT
           MOVE DEPT-GROSS-TBL (DEPT-IDX-WS) TO LJ-AMOUNT-OUT
           MOVE SPACES TO LJ-DESCRIPTION-OUT
           STRING 'ACCRUED WAGES - DEPT ' DELIMITED BY SIZE

       520-WRITE-DEPT-REVERSAL.
           MOVE 'JV' TO LJ-RECORD-TYPE-OUT
           MOVE DEPT-ACCOUNT-TBL (DEPT-IDX-WS) TO LJ-ACCOUNT-OUT
           MOVE DEPT-GROSS-TBL (DEPT-IDX-WS) TO LJ-AMOUNT-OUT
           MOVE SPACES TO LJ-DESCRIPTION-OUT
           STRING 'REVERSE ACCRUAL - DEPT ' DELIMITED BY SIZE
           WRITE PRINT-JOURNAL-LINE FROM LABOR-JOURNAL-DETAIL.

       910-PRINT-DEPT-SCHEDULE.
           MOVE DEPT-COMPANY-TBL (DEPT-IDX-WS) TO DS-COMPANY-OUT
           MOVE DEPT-CODE-TBL  (DEPT-IDX-WS) TO DS-DEPT-OUT
           MOVE DEPT-GROSS-TBL (DEPT-IDX-WS) TO DS-GROSS-OUT
           MOVE DEPT-COUNT-TBL (DEPT-IDX-WS) TO DS-COUNT-OUT
