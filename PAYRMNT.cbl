            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RATECHG-FILE-STATUS-WS.

      *    EVERY HIRE AND REHIRE POSTED HERE WAITS IN THIS FILE FOR
      *    NEWHIRE TO SEND IT TO THE STATE NEW-HIRE DIRECTORY. IT
      *    IS EXTENDED, NOT REWRITTEN, LIKE THE RATE CHANGES.
            SELECT NEW-HIRE-FILE ASSIGN TO 'NEWHIRE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEWHIRE-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    THE LEADING TRANSACTION CODE SAYS WHAT TO DO WITH THE
               88  CORR-TRANS-WC-CLASS VALUE 'W'.
               88  CORR-TRANS-RATE-EFF VALUE 'E'.
               88  CORR-TRANS-ADDRESS  VALUE 'A'.
               88  CORR-TRANS-W4       VALUE 'F'.
               88  CORR-TRANS-TAX-STATE VALUE 'S'.
           05  CORR-SSN            PIC 9(9).
      *    WIDENED FROM 60 WHEN THE ADDRESS TRANSACTION ARRIVED -
      *    THE OLDER, SHORTER TRANSACTION TYPES READ BACK WITH THE
               10  CORR-CHECK-AMOUNT   PIC 9(6)V99.
               10  FILLER              PIC X(44).
      *    A HIRE CARRIES THE COMPLETE STANDING RECORD FOR THE NEW
      *    EMPLOYEE, INCLUDING THE W-4 HANDED IN AT HIRE; A TERMINATE
      *    CARRIES ONLY THE LAST DAY WORKED.
           05  CORR-HIRE-DETAIL REDEFINES CORR-DETAIL.
               10  CORR-HIRE-RATE       PIC 99V99.
               10  CORR-HIRE-HOURS      PIC 99.
               10  CORR-HIRE-PAY-TYPE   PIC X.
               10  CORR-HIRE-SALARY     PIC 9(5)V99.
               10  CORR-HIRE-DEPT       PIC X(4).
               10  CORR-HIRE-W4-FORM    PIC X.
               10  CORR-HIRE-MULTI-JOBS PIC X.
               10  CORR-HIRE-DEPENDENT  PIC 9(5)V99.
               10  CORR-HIRE-OTHER-INC  PIC 9(6)V99.
               10  CORR-HIRE-DEDUCTIONS PIC 9(6)V99.
               10  CORR-HIRE-EXTRA-WH   PIC 9(4)V99.
               10  CORR-HIRE-WORK-STATE PIC XX.
               10  FILLER               PIC X(5).
           05  CORR-TERM-DETAIL REDEFINES CORR-DETAIL.
               10  CORR-TERM-DATE       PIC 9(8).
               10  FILLER               PIC X(52).
               10  CORR-ZIP             PIC X(9).
               10  CORR-BIRTH-DATE      PIC 9(8).
               10  FILLER               PIC X(6).
      *    A W-4 CHANGE REPLACES THE WHOLE FEDERAL WITHHOLDING BLOCK.
      *    FORM 'N' IS THE 2020-AND-LATER W-4 - THE STEP 2 BOX, THE
      *    STEP 3 DEPENDENT DOLLARS, AND THE STEP 4 OTHER INCOME,
      *    DEDUCTIONS, AND EXTRA WITHHOLDING, WITH NO ALLOWANCES.
      *    FORM BLANK IS AN OLDER W-4 STILL ON ALLOWANCES, WHICH
      *    ONLY AN EMPLOYEE HIRED BEFORE 2020 MAY HAVE.
           05  CORR-W4-DETAIL REDEFINES CORR-DETAIL.
               10  CORR-W4-FORM         PIC X.
               10  CORR-W4-MARITAL      PIC X.
               10  CORR-W4-EXEMPTIONS   PIC 99.
               10  CORR-W4-MULTI-JOBS   PIC X.
               10  CORR-W4-DEPENDENT    PIC 9(5)V99.
               10  CORR-W4-OTHER-INC    PIC 9(6)V99.
               10  CORR-W4-DEDUCTIONS   PIC 9(6)V99.
               10  CORR-W4-EXTRA-WH     PIC 9(4)V99.
               10  FILLER               PIC X(56).
      *    A TAX STATE CHANGE SETS THE STATE OF RESIDENCE AND THE
      *    STATE WORKED IN FOR WITHHOLDING. A BLANK RESIDENT STATE
      *    LEAVES THE ONE ON FILE; A BLANK WORK STATE MEANS THE
      *    EMPLOYEE WORKS IN THE STATE THEY LIVE IN.
           05  CORR-TAX-STATE-DETAIL REDEFINES CORR-DETAIL.
               10  CORR-NEW-STATE       PIC XX.
               10  CORR-NEW-WORK-STATE  PIC XX.
               10  FILLER               PIC X(86).
      *    WHO SUBMITTED THE TRANSACTION AND, FOR WORK ABOVE THE
      *    OPERATOR'S DOLLAR LIMIT, WHO APPROVED IT - JUDGED BY
      *    OPERAUTH AGAINST THE PERMISSIONS FILE AND STAMPED ON
           05  RC-NEW-RATE     PIC 99V99.
           05  RC-EFF-DATE     PIC 9(8).

      *    SAME RECORD LAYOUT NEWHIRE READS THE PENDING HIRES BACK
      *    WITH. THE REPORTED DATE STAYS ZERO UNTIL NEWHIRE HAS SENT
      *    THE HIRE TO ITS STATE.
       FD  NEW-HIRE-FILE RECORDING MODE IS F.
       01  NEW-HIRE-RECORD.
           05  NH-SSN          PIC 9(9).
           05  NH-HIRE-DATE    PIC 9(8).
           05  NH-HIRE-TYPE    PIC X.
           05  NH-COMPANY      PIC XX.
           05  NH-POSTED-DATE  PIC 9(8).
           05  NH-REPORTED-DATE PIC 9(8).

      *    SAME RECORD LAYOUT AS USER-INPUT-RECORD IN PROB3 - NOT A
      *    COPYBOOK THERE EITHER, SO THIS PROGRAM DECLARES ITS OWN
      *    VIEW OF THE SAME FILE.
           05  ZIP-IN            PIC X(9).
           05  BIRTH-DATE-IN     PIC 9(8).
           05  COMPANY-IN        PIC XX.
      *    THE REDESIGNED (2020 AND LATER) FORM W-4, MAINTAINED
      *    THROUGH PAYRMNT. 'N' IN W4-FORM-IN MEANS THE EMPLOYEE IS
      *    ON THE NEW FORM AND EXMPAMT WITHHOLDS BY THE PERCENTAGE
      *    METHOD FROM THE STEP 2-4 FIELDS BELOW; BLANK IS THE OLD
      *    ALLOWANCE FORM AND EXEMPTIONS-IN STILL DRIVES IT. THE
      *    STEP 3 AND STEP 4A/4B FIGURES ARE ANNUAL, AS THE EMPLOYEE
      *    WROTE THEM; THE STEP 4C EXTRA IS PER PAY PERIOD.
           05  W4-FORM-IN        PIC X.
               88  W4-FORM-2020-IN          VALUE 'N'.
           05  W4-MULTI-JOBS-IN  PIC X.
               88  W4-MULTI-JOBS-CHECKED-IN VALUE 'Y'.
           05  W4-DEPENDENT-AMT-IN PIC 9(5)V99.
           05  W4-OTHER-INCOME-IN  PIC 9(6)V99.
           05  W4-DEDUCTIONS-IN    PIC 9(6)V99.
           05  W4-EXTRA-WH-IN      PIC 9(4)V99.
           05  WORK-STATE-IN       PIC XX.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  RATECHG-OPEN-SW         PICTURE X(3)  VALUE 'NO'.
           05  RATES-SCHEDULED-WS      PICTURE 9(6)  VALUE ZERO.

       01  NEW-HIRE-CONTROL-WS.
           05  NEWHIRE-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  NEWHIRE-OPEN-SW         PICTURE X(3)  VALUE 'NO'.
           05  NEW-HIRE-TYPE-WS        PICTURE X     VALUE SPACE.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'PAYRMNT'.
           05  RUN-PHASE-OUT-WS         PICTURE X(5).
           05  HL-NAME-OUT          PICTURE X(20).
           05  FILLER               PICTURE X(30)   VALUE SPACES.

       01  REHIRED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
                                       'REHIRED EMPLOYEE - '.
           05  RH-SSN-OUT           PICTURE 9(9).
           05  FILLER               PICTURE X(3)    VALUE SPACES.
           05  RH-NAME-OUT          PICTURE X(20).
           05  FILLER               PICTURE X(28)   VALUE SPACES.

       01  TERMINATED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(22)   VALUE
           05  JRNL-MASTER-ID-WS    PIC X(7)   VALUE 'PAYROLL'.
           05  JRNL-ACTION-WS       PIC X.
           05  JRNL-PROGRAM-WS      PIC X(8)   VALUE 'PAYRMNT'.
           05  JRNL-BEFORE-WS       PIC X(280).
           05  JRNL-AFTER-WS        PIC X(280).

       01  DENIED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
                 'NIGHTLY BATCH WINDOW RUNNING - MAINTENANCE REFUSED'.
           05  FILLER               PICTURE X(24)   VALUE SPACES.

       01  W4-REJECTED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(14)   VALUE
                                       'W-4 REJECTED -'.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  WR-SSN-OUT           PICTURE 9(9).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  WR-REASON-OUT        PICTURE X(30).
           05  FILLER               PICTURE X(23)   VALUE SPACES.

       01  W4-VALID-SW              PIC X(3)  VALUE 'YES'.

       01  APPLIED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(21)   VALUE
                               PERFORM 390-SCHEDULE-RATE-CHANGE
                           WHEN CORR-TRANS-ADDRESS
                               PERFORM 389-CHANGE-ADDRESS
                           WHEN CORR-TRANS-W4
                               PERFORM 392-CHANGE-W4
                           WHEN CORR-TRANS-TAX-STATE
                               PERFORM 394-CHANGE-TAX-STATE
                           WHEN OTHER
                               PERFORM 320-APPLY-CORRECTION
                       END-EVALUATE

      *    A HIRE INSERTS A COMPLETE NEW EMPLOYEE. AN SSN ALREADY ON
      *    FILE IS A DUPLICATE, NOT AN UPDATE - THE EXISTING RECORD
      *    IS LEFT ALONE AND THE TRANSACTION REJECTED - UNLESS THAT
      *    EMPLOYEE WAS TERMINATED, WHEN THE HIRE IS A REHIRE AND
      *    PUTS THE SAME RECORD BACK TO WORK. THE NEW RECORD STARTS
      *    ACTIVE, PAID BY CHECK UNTIL A 'B' TRANSACTION SETS UP
      *    DIRECT DEPOSIT. EITHER WAY THE HIRE IS QUEUED FOR THE
      *    STATE NEW-HIRE REPORT.
       360-HIRE-EMPLOYEE.
           MOVE CORR-SSN TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   PERFORM 361-ADD-NEW-EMPLOYEE
               NOT INVALID KEY
                   IF EMP-STATUS-IN = 'T'
                       MOVE USER-INPUT-RECORD TO JRNL-BEFORE-WS
                       PERFORM 363-REHIRE-EMPLOYEE
                   ELSE
                       PERFORM 362-LOG-DUPLICATE-HIRE
                   END-IF
           END-READ.

       361-ADD-NEW-EMPLOYEE.
           MOVE CORR-SSN             TO SSN-IN
           MOVE ZERO                 TO BANK-ROUTING-IN
           MOVE SPACES               TO BANK-ACCOUNT-IN
           MOVE SPACE                TO DEPOSIT-IND-IN
           MOVE ZERO                 TO PRENOTE-DATE-IN
           MOVE SPACES               TO ADDRESS-1-IN
           MOVE SPACES               TO ADDRESS-2-IN
           MOVE SPACES               TO ADDR-STATE-IN
           MOVE SPACES               TO ZIP-IN
           MOVE ZERO                 TO BIRTH-DATE-IN
           PERFORM 365-MOVE-HIRE-FIELDS
           WRITE USER-INPUT-RECORD
               INVALID KEY
                   PERFORM 362-LOG-DUPLICATE-HIRE
               NOT INVALID KEY
                   PERFORM 294-JOURNAL-WRITE
                   PERFORM 364-LOG-HIRED
                   MOVE 'H' TO NEW-HIRE-TYPE-WS
                   PERFORM 368-QUEUE-NEW-HIRE-REPORT
           END-WRITE.

       362-LOG-DUPLICATE-HIRE.
           WRITE PRINT-LOG-LINE FROM DUPLICATE-LOG-LINE
               AFTER 1 LINE.

      *    A REHIRE KEEPS WHAT BELONGS TO THE PERSON - BANK
      *    DETAILS, MAILING ADDRESS, BIRTH DATE - AND TAKES THE JOB
      *    AND W-4 FROM THE HIRE, WITH THE OLD TERMINATION CLEARED.
       363-REHIRE-EMPLOYEE.
           PERFORM 365-MOVE-HIRE-FIELDS
           REWRITE USER-INPUT-RECORD
           PERFORM 293-JOURNAL-REWRITE
           ADD 1 TO RECORDS-HIRED-WS
           MOVE SSN-IN  TO RH-SSN-OUT
           MOVE NAME-IN TO RH-NAME-OUT
           WRITE PRINT-LOG-LINE FROM REHIRED-LOG-LINE
               AFTER 1 LINE
           MOVE 'R' TO NEW-HIRE-TYPE-WS
           PERFORM 368-QUEUE-NEW-HIRE-REPORT.

       364-LOG-HIRED.
           ADD 1 TO RECORDS-HIRED-WS
           MOVE SSN-IN  TO HL-SSN-OUT
           WRITE PRINT-LOG-LINE FROM HIRED-LOG-LINE
               AFTER 1 LINE.

       365-MOVE-HIRE-FIELDS.
           MOVE CORR-HIRE-RATE       TO RATE-IN
           MOVE CORR-HIRE-HOURS      TO HOURS-IN
           MOVE CORR-HIRE-NAME       TO NAME-IN
           MOVE CORR-HIRE-MARITAL    TO MARITAL-STATUS-IN
           MOVE CORR-HIRE-EXEMPTIONS TO EXEMPTIONS-IN
           MOVE CORR-HIRE-STATE      TO STATE-IN
           MOVE CORR-HIRE-PAY-FREQ   TO PAY-FREQ-IN
           MOVE 'A'                  TO EMP-STATUS-IN
           MOVE CORR-HIRE-DATE       TO HIRE-DATE-IN
           MOVE ZERO                 TO TERM-DATE-IN
           MOVE CORR-HIRE-PAY-TYPE   TO PAY-TYPE-IN
           MOVE CORR-HIRE-SALARY     TO SALARY-IN
           MOVE CORR-HIRE-DEPT       TO DEPT-IN
           MOVE SPACES               TO LOCALITY-IN
           MOVE SPACES               TO WC-CLASS-IN
           MOVE CORR-COMPANY         TO COMPANY-IN
           MOVE CORR-HIRE-W4-FORM    TO W4-FORM-IN
           MOVE CORR-HIRE-MULTI-JOBS TO W4-MULTI-JOBS-IN
           MOVE CORR-HIRE-DEPENDENT  TO W4-DEPENDENT-AMT-IN
           MOVE CORR-HIRE-OTHER-INC  TO W4-OTHER-INCOME-IN
           MOVE CORR-HIRE-DEDUCTIONS TO W4-DEDUCTIONS-IN
           MOVE CORR-HIRE-EXTRA-WH   TO W4-EXTRA-WH-IN
           MOVE CORR-HIRE-WORK-STATE TO WORK-STATE-IN
           IF WORK-STATE-IN = STATE-IN
               MOVE SPACES TO WORK-STATE-IN
           END-IF
           PERFORM 366-CLEAR-UNUSED-W4-FIELDS.

      *    THE QUEUE ACCUMULATES ACROSS BATCHES UNTIL NEWHIRE SENDS
      *    IT, SO IT IS EXTENDED WITH THE USUAL FIRST-RUN CREATE.
       368-QUEUE-NEW-HIRE-REPORT.
           IF NEWHIRE-OPEN-SW NOT = 'YES'
               OPEN EXTEND NEW-HIRE-FILE
               IF NEWHIRE-FILE-STATUS-WS = '35'
                   OPEN OUTPUT NEW-HIRE-FILE
                   CLOSE NEW-HIRE-FILE
                   OPEN EXTEND NEW-HIRE-FILE
               END-IF
               MOVE 'YES' TO NEWHIRE-OPEN-SW
           END-IF
           MOVE SSN-IN              TO NH-SSN
           MOVE HIRE-DATE-IN        TO NH-HIRE-DATE
           MOVE NEW-HIRE-TYPE-WS    TO NH-HIRE-TYPE
           MOVE COMPANY-IN          TO NH-COMPANY
           MOVE HOLD-DATE-WS (1:8)  TO NH-POSTED-DATE
           MOVE ZERO                TO NH-REPORTED-DATE
           WRITE NEW-HIRE-RECORD.

      *    A HIRE KEYED WITHOUT THE W-4 COLUMNS READS BACK BLANK -
      *    THE AMOUNTS ARE ZEROED SO THE MASTER NEVER CARRIES SPACES
      *    IN A NUMERIC FIELD. A NEW-FORM EMPLOYEE HAS NO
      *    ALLOWANCES; AN OLD-FORM ONE HAS NO STEP FIGURES.
       366-CLEAR-UNUSED-W4-FIELDS.
           IF W4-DEPENDENT-AMT-IN IS NOT NUMERIC
               MOVE ZERO TO W4-DEPENDENT-AMT-IN
           END-IF
           IF W4-OTHER-INCOME-IN IS NOT NUMERIC
               MOVE ZERO TO W4-OTHER-INCOME-IN
           END-IF
           IF W4-DEDUCTIONS-IN IS NOT NUMERIC
               MOVE ZERO TO W4-DEDUCTIONS-IN
           END-IF
           IF W4-EXTRA-WH-IN IS NOT NUMERIC
               MOVE ZERO TO W4-EXTRA-WH-IN
           END-IF
           IF W4-FORM-2020-IN
               MOVE ZERO TO EXEMPTIONS-IN
           ELSE
               MOVE SPACE TO W4-FORM-IN
               MOVE SPACE TO W4-MULTI-JOBS-IN
               MOVE ZERO  TO W4-DEPENDENT-AMT-IN
               MOVE ZERO  TO W4-OTHER-INCOME-IN
               MOVE ZERO  TO W4-DEDUCTIONS-IN
               MOVE ZERO  TO W4-EXTRA-WH-IN
           END-IF.

       380-CHANGE-DEPARTMENT.
           MOVE CORR-NEW-DEPT TO DEPT-IN
           REWRITE USER-INPUT-RECORD
           WRITE PRINT-LOG-LINE FROM APPLIED-LOG-LINE
               AFTER 1 LINE.

      *    A W-4 CHANGE IS CHECKED WHOLE BEFORE ANY OF IT LANDS: THE
      *    FORM MUST BE 'N' OR BLANK, THE FILING STATUS ONE EXMPAMT
      *    KNOWS, EVERY AMOUNT NUMERIC, AND AN ALLOWANCE-BASED FORM
      *    IS ONLY ACCEPTED FOR AN EMPLOYEE HIRED BEFORE 2020 - ANYONE
      *    HIRED SINCE FILED THE REDESIGNED FORM, AND FUDGING THEM
      *    INTO AN EXEMPTION COUNT IS WHAT THIS FIELD BLOCK REPLACED.
       392-CHANGE-W4.
           MOVE 'YES' TO W4-VALID-SW
           IF CORR-W4-FORM NOT = 'N' AND CORR-W4-FORM NOT = SPACE
               MOVE 'W-4 FORM NOT N OR BLANK' TO WR-REASON-OUT
               MOVE 'NO' TO W4-VALID-SW
           END-IF
           IF W4-VALID-SW = 'YES'
              AND CORR-W4-MARITAL NOT = 'S'
              AND CORR-W4-MARITAL NOT = 'M'
              AND CORR-W4-MARITAL NOT = 'H'
              AND CORR-W4-MARITAL NOT = 'F'
               MOVE 'FILING STATUS NOT S/M/H/F' TO WR-REASON-OUT
               MOVE 'NO' TO W4-VALID-SW
           END-IF
           IF W4-VALID-SW = 'YES'
              AND CORR-W4-FORM = 'N'
              AND (CORR-W4-DEPENDENT IS NOT NUMERIC
                   OR CORR-W4-OTHER-INC IS NOT NUMERIC
                   OR CORR-W4-DEDUCTIONS IS NOT NUMERIC
                   OR CORR-W4-EXTRA-WH IS NOT NUMERIC
                   OR (CORR-W4-MULTI-JOBS NOT = 'Y'
                       AND CORR-W4-MULTI-JOBS NOT = 'N'
                       AND CORR-W4-MULTI-JOBS NOT = SPACE))
               MOVE 'STEP 2-4 FIELDS NOT VALID' TO WR-REASON-OUT
               MOVE 'NO' TO W4-VALID-SW
           END-IF
           IF W4-VALID-SW = 'YES'
              AND CORR-W4-FORM = SPACE
              AND (CORR-W4-EXEMPTIONS IS NOT NUMERIC
                   OR HIRE-DATE-IN >= 20200101)
               MOVE 'ALLOWANCES ONLY ON PRE-2020 W-4' TO WR-REASON-OUT
               MOVE 'NO' TO W4-VALID-SW
           END-IF

           IF W4-VALID-SW = 'YES'
               MOVE CORR-W4-FORM       TO W4-FORM-IN
               MOVE CORR-W4-MARITAL    TO MARITAL-STATUS-IN
               MOVE CORR-W4-MULTI-JOBS TO W4-MULTI-JOBS-IN
               MOVE CORR-W4-DEPENDENT  TO W4-DEPENDENT-AMT-IN
               MOVE CORR-W4-OTHER-INC  TO W4-OTHER-INCOME-IN
               MOVE CORR-W4-DEDUCTIONS TO W4-DEDUCTIONS-IN
               MOVE CORR-W4-EXTRA-WH   TO W4-EXTRA-WH-IN
               IF CORR-W4-FORM = SPACE
                   MOVE CORR-W4-EXEMPTIONS TO EXEMPTIONS-IN
               END-IF
               PERFORM 366-CLEAR-UNUSED-W4-FIELDS
               REWRITE USER-INPUT-RECORD
               PERFORM 293-JOURNAL-REWRITE
               ADD 1 TO RECORDS-APPLIED-WS
               MOVE SSN-IN  TO LOG-SSN-OUT
               MOVE NAME-IN TO LOG-NAME-OUT
               WRITE PRINT-LOG-LINE FROM APPLIED-LOG-LINE
                   AFTER 1 LINE
           ELSE
               ADD 1 TO RECORDS-REJECTED-WS
               MOVE SSN-IN TO WR-SSN-OUT
               WRITE PRINT-LOG-LINE FROM W4-REJECTED-LOG-LINE
                   AFTER 1 LINE
           END-IF.

      *    A WORK STATE THE SAME AS THE RESIDENT STATE IS STORED
      *    BLANK, SO THE MASTER ONLY NAMES A WORK STATE FOR THE
      *    EMPLOYEES WHO ACTUALLY CROSS A STATE LINE.
       394-CHANGE-TAX-STATE.
           IF CORR-NEW-STATE NOT = SPACES
               MOVE CORR-NEW-STATE TO STATE-IN
           END-IF
           MOVE CORR-NEW-WORK-STATE TO WORK-STATE-IN
           IF WORK-STATE-IN = STATE-IN
               MOVE SPACES TO WORK-STATE-IN
           END-IF
           REWRITE USER-INPUT-RECORD
           PERFORM 293-JOURNAL-REWRITE
           ADD 1 TO RECORDS-APPLIED-WS
           MOVE SSN-IN  TO LOG-SSN-OUT
           MOVE NAME-IN TO LOG-NAME-OUT
           WRITE PRINT-LOG-LINE FROM APPLIED-LOG-LINE
               AFTER 1 LINE.

      *    A RATE CHANGE WITH AN EFFECTIVE DATE GOES TO THE PENDING
      *    FILE, NOT THE MASTER - THE KEYED READ ABOVE HAS ALREADY
      *    PROVED THE EMPLOYEE EXISTS. THE FILE ACCUMULATES ACROSS
                   CLOSE RATE-CHANGE-FILE
               END-IF

               IF NEWHIRE-OPEN-SW = 'YES'
                   CLOSE NEW-HIRE-FILE
               END-IF

               CLOSE PAYROLL-CORRECTION-FILE
                     PAYROLL-CORRECTION-LOG-FILE
                     USER-INPUT-FILE
