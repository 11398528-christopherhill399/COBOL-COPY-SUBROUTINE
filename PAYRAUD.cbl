       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PAYRAUD.
       AUTHOR.    CHRISTOPHER HILL.

      *    INTEGRITY AUDIT FOR THE PAYROLL MASTER AND THE FILES THAT
      *    HANG OFF IT - THE PAYROLL SIDE'S ASSETAUD. SWEEPS
      *    PAYROLL.DAT AND APPLIES THE RULES THE PAYROLL RUN ASSUMES
      *    BUT NEVER CROSS-CHECKS AS A WHOLE: AN ACTIVE EMPLOYEE
      *    WITH NO YTD.DAT ROW, A DEPARTMENT WITH NO SALARY-EXPENSE
      *    ACCOUNT ON GLCHART.DAT, A LOCALITY MISSING FROM
      *    LOCALRT.DAT, A WORKERS' COMP CLASS MISSING FROM
      *    WCRATE.DAT, A ROUTING NUMBER THAT FAILS THE ABA CHECK
      *    DIGIT, A TERMINATION DATED BEFORE THE HIRE, AN IMPOSSIBLE
      *    BIRTH DATE. IT THEN SWEEPS YTD.DAT, DEDMAST.DAT,
      *    PTOBAL.DAT, AND RATECHG.DAT FOR ROWS WHOSE SSN IS NOT ON
      *    THE MASTER AT ALL. EVERYTHING FOUND PRINTS ON PAYRAUD.DOC
      *    AND NIGHTRUN RUNS IT AHEAD OF THE PAYROLL STEP, SO BAD
      *    DATA IS FOUND HERE, NOT HALFWAY THROUGH THE PAY RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

            SELECT DEDUCTION-MASTER-FILE ASSIGN TO 'DEDMAST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEDMAST-FILE-STATUS-WS.

            SELECT PTO-BALANCE-FILE ASSIGN TO 'PTOBAL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PTO-SSN
            FILE STATUS IS PTOBAL-FILE-STATUS-WS.

            SELECT RATE-CHANGE-FILE ASSIGN TO 'RATECHG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RATECHG-FILE-STATUS-WS.

            SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'GLCHART.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLCHART-FILE-STATUS-WS.

            SELECT LOCAL-RATE-FILE ASSIGN TO 'LOCALRT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCALRT-FILE-STATUS-WS.

            SELECT WC-RATE-FILE ASSIGN TO 'WCRATE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WCRATE-FILE-STATUS-WS.

            SELECT AUDIT-OUTPUT-FILE ASSIGN TO 'PAYRAUD.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONLY THE FIELDS THE AUDIT CHECKS ARE NAMED - THE REST OF
      *    THE PAYROLL MASTER RECORD RIDES ALONG UNREFERENCED.
       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  FILLER          PIC X(6).
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(6).
           05  BANK-ROUTING-IN   PIC 9(9).
      *    THE SAME NINE DIGITS ONE BY ONE FOR THE ABA CHECK DIGIT.
           05  ROUTING-DIGITS-IN REDEFINES BANK-ROUTING-IN.
               10  ROUTING-DIGIT-IN    PIC 9  OCCURS 9 TIMES.
           05  BANK-ACCOUNT-IN   PIC X(17).
           05  DEPOSIT-IND-IN    PIC X.
               88  DEPOSIT-DIRECT-IN        VALUE 'D'.
               88  DEPOSIT-PRENOTE-IN       VALUE 'P'.
           05  EMP-STATUS-IN     PIC X.
               88  EMP-ACTIVE-IN            VALUE 'A' SPACE.
               88  EMP-TERMINATED-IN        VALUE 'T'.
           05  HIRE-DATE-IN      PIC 9(8).
           05  TERM-DATE-IN      PIC 9(8).
           05  FILLER            PIC X(8).
           05  DEPT-IN           PIC X(4).
           05  LOCALITY-IN       PIC X(4).
           05  WC-CLASS-IN       PIC X(4).
           05  FILLER            PIC X(84).
           05  BIRTH-DATE-IN     PIC 9(8).
           05  FILLER            PIC X(35).

      *    ONLY THE KEY IS NEEDED - THE TOTALS RIDE ALONG.
       FD  YTD-FILE RECORDING MODE IS F.
       01  YTD-RECORD.
           05  YTD-SSN             PIC 9(9).
           05  FILLER              PIC X(607).

       FD  DEDUCTION-MASTER-FILE RECORDING MODE IS F.
       01  DEDUCTION-MASTER-RECORD.
           05  DM-SSN          PIC 9(9).
           05  DM-CODE         PIC X(3).
           05  FILLER          PIC X(31).

       FD  PTO-BALANCE-FILE RECORDING MODE IS F.
       01  PTO-BALANCE-RECORD.
           05  PTO-SSN         PIC 9(9).
           05  PTO-VAC-BAL     PIC S9(3)V99.
           05  PTO-SICK-BAL    PIC S9(3)V99.

       FD  RATE-CHANGE-FILE RECORDING MODE IS F.
       01  RATE-CHANGE-RECORD.
           05  RC-SSN          PIC 9(9).
           05  RC-NEW-RATE     PIC 99V99.
           05  RC-EFF-DATE     PIC 9(8).

       FD  CHART-OF-ACCOUNTS-FILE RECORDING MODE IS F.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT       PIC X(8).
           05  CA-NAME          PIC X(30).

       FD  LOCAL-RATE-FILE RECORDING MODE IS F.
       01  LOCAL-RATE-RECORD.
           05  LR-YEAR-IN           PIC 9(4).
           05  LR-LOCALITY-IN       PIC X(4).
           05  LR-RATE-IN           PIC 9V9999.

       FD  WC-RATE-FILE RECORDING MODE IS F.
       01  WC-RATE-RECORD.
           05  WR-CLASS-IN         PIC X(4).
           05  WR-RATE-IN          PIC 9(3)V99.

       FD  AUDIT-OUTPUT-FILE RECORDING MODE IS F.
       01  PRINT-AUDIT-LINE            PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PAYROLL-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-SIDE-FILE-WS        PICTURE X(3)  VALUE 'NO'.
           05  EOF-TABLE-FILE-WS       PICTURE X(3)  VALUE 'NO'.
           05  MASTER-PRESENT-SW       PICTURE X(3)  VALUE 'NO'.
           05  YTD-PRESENT-SW          PICTURE X(3)  VALUE 'NO'.
           05  CHART-PRESENT-SW        PICTURE X(3)  VALUE 'NO'.
           05  LOCALRT-PRESENT-SW      PICTURE X(3)  VALUE 'NO'.
           05  WCRATE-PRESENT-SW       PICTURE X(3)  VALUE 'NO'.
           05  EMPLOYEE-CLEAN-SW       PICTURE X(3)  VALUE 'YES'.
           05  ENTRY-FOUND-SW          PICTURE X(3)  VALUE 'NO'.
           05  DATE-VALID-SW           PICTURE X(3)  VALUE 'YES'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  EMPLOYEES-IN-ERROR-WS   PICTURE 9(6)  VALUE ZERO.
           05  EXCEPTIONS-FOUND-WS     PICTURE 9(6)  VALUE ZERO.
           05  SIDE-ROWS-READ-WS       PICTURE 9(6)  VALUE ZERO.
           05  ORPHAN-ROWS-WS          PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  YTD-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  DEDMAST-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PTOBAL-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  RATECHG-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  GLCHART-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  LOCALRT-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  WCRATE-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.

      *    THE CODE TABLES THE MASTER'S CODES ARE CHECKED AGAINST,
      *    SIZED AS GLPOST, LOCALTAX, AND WCPREM SIZE THEIR OWN.
      *    LOCALRT.DAT CARRIES A ROW PER LOCALITY PER YEAR - ONLY
      *    THE DISTINCT LOCALITY CODES ARE KEPT.
       01  TABLE-CONTROL-WS.
           05  CHART-COUNT-WS          PICTURE 9(3)  VALUE ZERO.
           05  LOCALITY-COUNT-WS       PICTURE 9(3)  VALUE ZERO.
           05  WC-CLASS-COUNT-WS       PICTURE 9(3)  VALUE ZERO.
           05  TBL-IDX-WS              PICTURE 9(3)  VALUE ZERO.

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS OCCURS 500 TIMES.
               10  CHT-ACCOUNT-TBL     PIC X(8).

       01  LOCALITY-TABLE-WS.
           05  LOCALITY-ENTRY-WS OCCURS 60 TIMES.
               10  LOC-CODE-TBL        PIC X(4).

       01  WC-CLASS-TABLE-WS.
           05  WC-CLASS-ENTRY-WS OCCURS 50 TIMES.
               10  WC-CLASS-TBL        PIC X(4).

      *    A DEPARTMENT'S WAGES BELONG UNDER ITS OWN SUB-ACCOUNT OF
      *    SALARY EXPENSE - THE 5200 SERIES FOLLOWED BY THE FOUR
      *    CHARACTER DEPARTMENT CODE. A DEPARTMENT WHOSE ACCOUNT THE
      *    CHART DOESN'T CARRY HAS NOWHERE TO POST.
       01  DEPT-ACCOUNT-WS.
           05  DA-PREFIX-WS            PICTURE X(4)  VALUE '5200'.
           05  DA-DEPT-WS              PICTURE X(4).

      *    ABA ROUTING CHECK: THREE TIMES DIGITS 1/4/7, SEVEN TIMES
      *    DIGITS 2/5/8, ONCE DIGITS 3/6/9 - THE SUM OF A GOOD
      *    ROUTING NUMBER IS AN EVEN MULTIPLE OF TEN.
       01  ROUTING-CHECK-WS.
           05  ROUTING-SUM-WS          PICTURE 9(4)  VALUE ZERO.
           05  ROUTING-QUOTIENT-WS     PICTURE 9(4)  VALUE ZERO.
           05  ROUTING-REMAINDER-WS    PICTURE 9     VALUE ZERO.

       01  DATE-CHECK-WS.
           05  CHECK-DATE-WS           PICTURE 9(8)  VALUE ZERO.
           05  CHECK-DATE-PARTS-WS REDEFINES CHECK-DATE-WS.
               10  CK-YEAR-WS          PICTURE 9(4).
               10  CK-MONTH-WS         PICTURE 99.
               10  CK-DAY-WS           PICTURE 99.
           05  DAYS-IN-MONTH-WS        PICTURE 99    VALUE ZERO.
           05  LEAP-QUOTIENT-WS        PICTURE 9(4)  VALUE ZERO.
           05  LEAP-REMAINDER-WS       PICTURE 9     VALUE ZERO.
           05  RUN-DATE-NUMBER-WS      PICTURE 9(8)  VALUE ZERO.

       01  MONTH-DAYS-VALUES-WS        PICTURE X(24) VALUE
           '312831303130313130313031'.
       01  MONTH-DAYS-TABLE-WS REDEFINES MONTH-DAYS-VALUES-WS.
           05  MONTH-DAYS-TBL          PICTURE 99 OCCURS 12 TIMES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'PAYRAUD '.
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
           'PAYROLL MASTER INTEGRITY AUDIT'.
           05  FILLER              PICTURE X(66)   VALUE SPACES.

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE 'SSN'.
           05                      PICTURE X(23)   VALUE 'NAME'.
           05                      PICTURE X(14)   VALUE 'FILE'.
           05                      PICTURE X(43)   VALUE 'EXCEPTION'.
           05                      PICTURE X(17)   VALUE 'VALUE'.
           05  FILLER              PICTURE X(21)   VALUE SPACES.

       01  AUDIT-EXCEPTION-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AX-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  AX-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  AX-FILE-OUT         PICTURE X(11).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  AX-REASON-OUT       PICTURE X(40).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  AX-VALUE-OUT        PICTURE X(17).
           05  FILLER              PICTURE X(21)   VALUE SPACES.

       01  AUDIT-NOTE-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AN-NOTE-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(70)   VALUE SPACES.

       01  AUDIT-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'RECORDS READ: '.
           05  AS-READ-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(22)   VALUE
                 'EMPLOYEES IN ERROR: '.
           05  AS-ERROR-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(18)   VALUE
                 'TOTAL EXCEPTIONS: '.
           05  AS-EXCEPTIONS-OUT   PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(47)   VALUE SPACES.

       01  AUDIT-SIDE-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE
                 'SIDE-FILE ROWS READ: '.
           05  AS-SIDE-READ-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(24)   VALUE
                 'ROWS WITH NO MASTER: '.
           05  AS-ORPHAN-OUT       PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(67)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AHEAD
      *    OF THE PAYROLL STEP: 0 = CLEAN, 4 = EXCEPTIONS PRINTED,
      *    8 = NO PAYROLL MASTER TO AUDIT (NOR TO PAY FROM).
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-PAYROLL-WS = 'YES'
           IF MASTER-PRESENT-SW = 'YES'
               PERFORM 400-SWEEP-SIDE-FILES
           END-IF
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           OPEN OUTPUT AUDIT-OUTPUT-FILE

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           COMPUTE RUN-DATE-NUMBER-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS

           WRITE PRINT-AUDIT-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           WRITE PRINT-AUDIT-LINE FROM COLUMN-HEADER-LINE-SETUP
               AFTER 2 LINES
           MOVE SPACES TO PRINT-AUDIT-LINE
           WRITE PRINT-AUDIT-LINE AFTER 1 LINE

           PERFORM 210-LOAD-CHART
           PERFORM 220-LOAD-LOCALITIES
           PERFORM 230-LOAD-WC-CLASSES

      *    NO YTD.DAT AT ALL IS ITSELF AN EXCEPTION - EVERY ACTIVE
      *    EMPLOYEE WOULD LACK A ROW - SO IT PRINTS ONCE HERE
      *    RATHER THAN ONCE PER EMPLOYEE.
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS-WS = '00'
               MOVE 'YES' TO YTD-PRESENT-SW
           ELSE
               MOVE 'NO YTD.DAT ON FILE - YTD ROWS NOT CHECKED' TO
                    AN-NOTE-OUT
               PERFORM 295-WRITE-NOTE
               ADD 1 TO EXCEPTIONS-FOUND-WS
           END-IF

           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO MASTER-PRESENT-SW
               PERFORM 250-READ-ONE-RECORD
           ELSE
               MOVE 'NO PAYROLL.DAT ON FILE - NOTHING AUDITED' TO
                    AN-NOTE-OUT
               PERFORM 295-WRITE-NOTE
               MOVE 'YES' TO EOF-PAYROLL-WS
           END-IF.

      *    A CODE TABLE THAT ISN'T ON FILE SKIPS ITS CHECK AND SAYS
      *    SO, THE WAY GLPOST DOES WITHOUT A CHART.
       210-LOAD-CHART.
           MOVE 'NO' TO EOF-TABLE-FILE-WS
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF GLCHART-FILE-STATUS-WS = '35'
               MOVE 'NO GLCHART.DAT ON FILE - DEPARTMENTS NOT CHECKED'
                    TO AN-NOTE-OUT
               PERFORM 295-WRITE-NOTE
           ELSE
               MOVE 'YES' TO CHART-PRESENT-SW
               PERFORM 290-READ-ONE-CHART-ROW
               PERFORM 215-STORE-ONE-CHART-ROW
                   UNTIL EOF-TABLE-FILE-WS = 'YES'
                      OR CHART-COUNT-WS = 500
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.

       215-STORE-ONE-CHART-ROW.
           ADD 1 TO CHART-COUNT-WS
           MOVE CA-ACCOUNT TO CHT-ACCOUNT-TBL (CHART-COUNT-WS)
           PERFORM 290-READ-ONE-CHART-ROW.

       220-LOAD-LOCALITIES.
           MOVE 'NO' TO EOF-TABLE-FILE-WS
           OPEN INPUT LOCAL-RATE-FILE
           IF LOCALRT-FILE-STATUS-WS = '35'
               MOVE 'NO LOCALRT.DAT ON FILE - LOCALITIES NOT CHECKED'
                    TO AN-NOTE-OUT
               PERFORM 295-WRITE-NOTE
           ELSE
               MOVE 'YES' TO LOCALRT-PRESENT-SW
               PERFORM 291-READ-ONE-LOCAL-ROW
               PERFORM 225-STORE-ONE-LOCALITY
                   UNTIL EOF-TABLE-FILE-WS = 'YES'
                      OR LOCALITY-COUNT-WS = 60
               CLOSE LOCAL-RATE-FILE
           END-IF.

       225-STORE-ONE-LOCALITY.
           MOVE 'NO' TO ENTRY-FOUND-SW
           PERFORM 227-MATCH-LOCALITY-ROW
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > LOCALITY-COUNT-WS
                  OR ENTRY-FOUND-SW = 'YES'
           IF ENTRY-FOUND-SW NOT = 'YES'
               ADD 1 TO LOCALITY-COUNT-WS
               MOVE LR-LOCALITY-IN TO LOC-CODE-TBL (LOCALITY-COUNT-WS)
           END-IF
           PERFORM 291-READ-ONE-LOCAL-ROW.

       227-MATCH-LOCALITY-ROW.
           IF LOC-CODE-TBL (TBL-IDX-WS) = LR-LOCALITY-IN
               MOVE 'YES' TO ENTRY-FOUND-SW
           END-IF.

       230-LOAD-WC-CLASSES.
           MOVE 'NO' TO EOF-TABLE-FILE-WS
           OPEN INPUT WC-RATE-FILE
           IF WCRATE-FILE-STATUS-WS = '35'
               MOVE 'NO WCRATE.DAT ON FILE - WC CLASSES NOT CHECKED'
                    TO AN-NOTE-OUT
               PERFORM 295-WRITE-NOTE
           ELSE
               MOVE 'YES' TO WCRATE-PRESENT-SW
               PERFORM 292-READ-ONE-WC-ROW
               PERFORM 235-STORE-ONE-WC-CLASS
                   UNTIL EOF-TABLE-FILE-WS = 'YES'
                      OR WC-CLASS-COUNT-WS = 50
               CLOSE WC-RATE-FILE
           END-IF.

       235-STORE-ONE-WC-CLASS.
           ADD 1 TO WC-CLASS-COUNT-WS
           MOVE WR-CLASS-IN TO WC-CLASS-TBL (WC-CLASS-COUNT-WS)
           PERFORM 292-READ-ONE-WC-ROW.

       250-READ-ONE-RECORD.
           READ USER-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-PAYROLL-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

       290-READ-ONE-CHART-ROW.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'YES' TO EOF-TABLE-FILE-WS
           END-READ.

       291-READ-ONE-LOCAL-ROW.
           READ LOCAL-RATE-FILE
               AT END MOVE 'YES' TO EOF-TABLE-FILE-WS
           END-READ.

       292-READ-ONE-WC-ROW.
           READ WC-RATE-FILE
               AT END MOVE 'YES' TO EOF-TABLE-FILE-WS
           END-READ.

       295-WRITE-NOTE.
           WRITE PRINT-AUDIT-LINE FROM AUDIT-NOTE-LINE
               AFTER 1 LINE.

      *    EVERY MASTER RECORD GETS THE FULL RULE SET - A TERMINATED
      *    EMPLOYEE STAYS ON FILE FOR W-2 SEASON AND THEIR CODES AND
      *    DATES STILL HAVE TO BE RIGHT. ONE EMPLOYEE CAN PRINT
      *    SEVERAL EXCEPTION LINES - EACH BROKEN RULE IS ITS OWN.
       300-PROCESS.
           MOVE 'YES' TO EMPLOYEE-CLEAN-SW
           PERFORM 310-CHECK-YTD-ROW
           PERFORM 320-CHECK-DEPARTMENT
           PERFORM 330-CHECK-LOCALITY
           PERFORM 335-CHECK-WC-CLASS
           PERFORM 340-CHECK-ROUTING
           PERFORM 350-CHECK-TERM-DATE
           PERFORM 360-CHECK-BIRTH-DATE
           IF EMPLOYEE-CLEAN-SW NOT = 'YES'
               ADD 1 TO EMPLOYEES-IN-ERROR-WS
           END-IF
           PERFORM 250-READ-ONE-RECORD.

      *    THE PAYROLL RUN WRITES THE YTD ROW THE FIRST TIME IT PAYS
      *    SOMEONE, SO AN ACTIVE EMPLOYEE WITHOUT ONE HAS NEVER BEEN
      *    PAID - A HIRE NOBODY SET UP TIME FOR, OR A ROW LOST.
       310-CHECK-YTD-ROW.
           IF YTD-PRESENT-SW = 'YES'
              AND EMP-ACTIVE-IN
               MOVE SSN-IN TO YTD-SSN
               READ YTD-FILE
                   INVALID KEY
                       MOVE 'PAYROLL.DAT' TO AX-FILE-OUT
                       MOVE 'ACTIVE EMPLOYEE WITH NO YTD.DAT ROW' TO
                            AX-REASON-OUT
                       MOVE SPACES TO AX-VALUE-OUT
                       PERFORM 390-WRITE-EXCEPTION
               END-READ
           END-IF.

       320-CHECK-DEPARTMENT.
           IF CHART-PRESENT-SW = 'YES'
               MOVE DEPT-IN TO DA-DEPT-WS
               MOVE 'NO' TO ENTRY-FOUND-SW
               PERFORM 325-MATCH-CHART-ENTRY
                   VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > CHART-COUNT-WS
                      OR ENTRY-FOUND-SW = 'YES'
               IF ENTRY-FOUND-SW NOT = 'YES'
                   MOVE 'PAYROLL.DAT' TO AX-FILE-OUT
                   IF DEPT-IN = SPACES
                       MOVE 'DEPARTMENT CODE IS BLANK' TO
                            AX-REASON-OUT
                   ELSE
                       MOVE 'DEPARTMENT HAS NO ACCOUNT IN GLCHART.DAT'
                            TO AX-REASON-OUT
                   END-IF
                   MOVE DEPT-ACCOUNT-WS TO AX-VALUE-OUT
                   PERFORM 390-WRITE-EXCEPTION
               END-IF
           END-IF.

       325-MATCH-CHART-ENTRY.
           IF CHT-ACCOUNT-TBL (TBL-IDX-WS) = DEPT-ACCOUNT-WS
               MOVE 'YES' TO ENTRY-FOUND-SW
           END-IF.

      *    A BLANK LOCALITY OR CLASS IS LEGITIMATE - NO LOCAL TAX,
      *    NO WORKERS' COMP CLASS ASSIGNED - AND IS NOT CHECKED.
       330-CHECK-LOCALITY.
           IF LOCALRT-PRESENT-SW = 'YES'
              AND LOCALITY-IN NOT = SPACES
               MOVE 'NO' TO ENTRY-FOUND-SW
               PERFORM 332-MATCH-LOCALITY
                   VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > LOCALITY-COUNT-WS
                      OR ENTRY-FOUND-SW = 'YES'
               IF ENTRY-FOUND-SW NOT = 'YES'
                   MOVE 'PAYROLL.DAT' TO AX-FILE-OUT
                   MOVE 'LOCALITY NOT ON LOCALRT.DAT' TO AX-REASON-OUT
                   MOVE LOCALITY-IN TO AX-VALUE-OUT
                   PERFORM 390-WRITE-EXCEPTION
               END-IF
           END-IF.

       332-MATCH-LOCALITY.
           IF LOC-CODE-TBL (TBL-IDX-WS) = LOCALITY-IN
               MOVE 'YES' TO ENTRY-FOUND-SW
           END-IF.

       335-CHECK-WC-CLASS.
           IF WCRATE-PRESENT-SW = 'YES'
              AND WC-CLASS-IN NOT = SPACES
               MOVE 'NO' TO ENTRY-FOUND-SW
               PERFORM 337-MATCH-WC-CLASS
                   VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > WC-CLASS-COUNT-WS
                      OR ENTRY-FOUND-SW = 'YES'
               IF ENTRY-FOUND-SW NOT = 'YES'
                   MOVE 'PAYROLL.DAT' TO AX-FILE-OUT
                   MOVE 'WC CLASS NOT ON WCRATE.DAT' TO AX-REASON-OUT
                   MOVE WC-CLASS-IN TO AX-VALUE-OUT
                   PERFORM 390-WRITE-EXCEPTION
               END-IF
           END-IF.

       337-MATCH-WC-CLASS.
           IF WC-CLASS-TBL (TBL-IDX-WS) = WC-CLASS-IN
               MOVE 'YES' TO ENTRY-FOUND-SW
           END-IF.

      *    A ZERO ROUTING NUMBER IS A CHECK-PAID EMPLOYEE WITH NO
      *    BANK ON FILE - FINE UNLESS THE DEPOSIT INDICATOR SAYS THE
      *    MONEY IS MEANT TO GO TO A BANK. ANYTHING ELSE ON FILE HAS
      *    TO PASS THE CHECK DIGIT OR THE ACH ENTRY WILL BOUNCE.
       340-CHECK-ROUTING.
           MOVE 'PAYROLL.DAT' TO AX-FILE-OUT
           MOVE BANK-ROUTING-IN TO AX-VALUE-OUT
           IF BANK-ROUTING-IN IS NOT NUMERIC
               MOVE 'ROUTING NUMBER NOT NUMERIC' TO AX-REASON-OUT
               PERFORM 390-WRITE-EXCEPTION
           ELSE
               IF BANK-ROUTING-IN = ZERO
                   IF DEPOSIT-DIRECT-IN OR DEPOSIT-PRENOTE-IN
                       MOVE 'DIRECT DEPOSIT WITH NO ROUTING NUMBER' TO
                            AX-REASON-OUT
                       PERFORM 390-WRITE-EXCEPTION
                   END-IF
               ELSE
                   COMPUTE ROUTING-SUM-WS =
                           3 * (ROUTING-DIGIT-IN (1)
                              + ROUTING-DIGIT-IN (4)
                              + ROUTING-DIGIT-IN (7))
                         + 7 * (ROUTING-DIGIT-IN (2)
                              + ROUTING-DIGIT-IN (5)
                              + ROUTING-DIGIT-IN (8))
                         +      ROUTING-DIGIT-IN (3)
                              + ROUTING-DIGIT-IN (6)
                              + ROUTING-DIGIT-IN (9)
                   DIVIDE ROUTING-SUM-WS BY 10
                       GIVING ROUTING-QUOTIENT-WS
                       REMAINDER ROUTING-REMAINDER-WS
                   IF ROUTING-REMAINDER-WS NOT = ZERO
                       MOVE 'ROUTING NUMBER FAILS ABA CHECK DIGIT' TO
                            AX-REASON-OUT
                       PERFORM 390-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       350-CHECK-TERM-DATE.
           IF EMP-TERMINATED-IN
              AND TERM-DATE-IN IS NUMERIC
              AND HIRE-DATE-IN IS NUMERIC
               IF TERM-DATE-IN > ZERO
                  AND TERM-DATE-IN < HIRE-DATE-IN
                   MOVE 'PAYROLL.DAT' TO AX-FILE-OUT
                   MOVE 'TERMINATION DATED BEFORE HIRE DATE' TO
                        AX-REASON-OUT
                   MOVE TERM-DATE-IN TO AX-VALUE-OUT
                   PERFORM 390-WRITE-EXCEPTION
               END-IF
           END-IF.

      *    ZERO IS A RECORD FROM BEFORE THE FIELD WAS CAPTURED AND IS
      *    LEFT ALONE. A SET BIRTH DATE HAS TO BE A REAL CALENDAR
      *    DATE NO EARLIER THAN 1900, NOT IN THE FUTURE, AND BEFORE
      *    THE DAY THE EMPLOYEE WAS HIRED.
       360-CHECK-BIRTH-DATE.
           MOVE 'PAYROLL.DAT' TO AX-FILE-OUT
           MOVE BIRTH-DATE-IN TO AX-VALUE-OUT
           IF BIRTH-DATE-IN IS NOT NUMERIC
               MOVE 'BIRTH DATE NOT NUMERIC' TO AX-REASON-OUT
               PERFORM 390-WRITE-EXCEPTION
           ELSE
               IF BIRTH-DATE-IN > ZERO
                   MOVE BIRTH-DATE-IN TO CHECK-DATE-WS
                   PERFORM 380-VALIDATE-CHECK-DATE
                   EVALUATE TRUE
                       WHEN DATE-VALID-SW NOT = 'YES'
                           MOVE 'BIRTH DATE NOT A PLAUSIBLE DATE' TO
                                AX-REASON-OUT
                           PERFORM 390-WRITE-EXCEPTION
                       WHEN BIRTH-DATE-IN > RUN-DATE-NUMBER-WS
                           MOVE 'BIRTH DATE IS IN THE FUTURE' TO
                                AX-REASON-OUT
                           PERFORM 390-WRITE-EXCEPTION
                       WHEN HIRE-DATE-IN IS NUMERIC
                            AND HIRE-DATE-IN > ZERO
                            AND BIRTH-DATE-IN NOT < HIRE-DATE-IN
                           MOVE 'BIRTH DATE NOT BEFORE HIRE DATE' TO
                                AX-REASON-OUT
                           PERFORM 390-WRITE-EXCEPTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    FEBRUARY GETS ITS 29TH IN ANY YEAR DIVISIBLE BY FOUR -
      *    CLOSE ENOUGH FOR EVERY YEAR A LIVING EMPLOYEE WAS BORN.
       380-VALIDATE-CHECK-DATE.
           MOVE 'YES' TO DATE-VALID-SW
           IF CK-YEAR-WS < 1900
              OR CK-MONTH-WS < 1 OR CK-MONTH-WS > 12
              OR CK-DAY-WS < 1
               MOVE 'NO' TO DATE-VALID-SW
           ELSE
               MOVE MONTH-DAYS-TBL (CK-MONTH-WS) TO DAYS-IN-MONTH-WS
               IF CK-MONTH-WS = 2
                   DIVIDE CK-YEAR-WS BY 4
                       GIVING LEAP-QUOTIENT-WS
                       REMAINDER LEAP-REMAINDER-WS
                   IF LEAP-REMAINDER-WS = ZERO
                       MOVE 29 TO DAYS-IN-MONTH-WS
                   END-IF
               END-IF
               IF CK-DAY-WS > DAYS-IN-MONTH-WS
                   MOVE 'NO' TO DATE-VALID-SW
               END-IF
           END-IF.

       390-WRITE-EXCEPTION.
           ADD 1 TO EXCEPTIONS-FOUND-WS
           MOVE 'NO' TO EMPLOYEE-CLEAN-SW
           MOVE SSN-IN  TO AX-SSN-OUT
           MOVE NAME-IN TO AX-NAME-OUT
           WRITE PRINT-AUDIT-LINE FROM AUDIT-EXCEPTION-LINE
               AFTER 1 LINE.

      *    THE FILES KEYED BY SSN THAT THE PAYROLL RUN MATCHES TO
      *    THE MASTER. A ROW WHOSE SSN ISN'T ON THE MASTER IS NEVER
      *    PICKED UP - A MISKEYED SSN, OR AN EMPLOYEE PURGED WITHOUT
      *    THEIR DEDUCTIONS, BALANCES, OR PENDING RAISE. A FILE NOT
      *    ON DISK HAS NOTHING TO ORPHAN AND IS PASSED OVER.
       400-SWEEP-SIDE-FILES.
           IF YTD-PRESENT-SW = 'YES'
               PERFORM 410-SWEEP-YTD
           END-IF
           PERFORM 420-SWEEP-DEDMAST
           PERFORM 430-SWEEP-PTOBAL
           PERFORM 440-SWEEP-RATECHG.

      *    THE RANDOM READS ABOVE LEFT THE FILE POSITIONED WHO
      *    KNOWS WHERE - REOPENING IT STARTS THE SWEEP AT THE TOP.
       410-SWEEP-YTD.
           MOVE 'NO' TO EOF-SIDE-FILE-WS
           CLOSE YTD-FILE
           OPEN INPUT YTD-FILE
           MOVE 'YTD.DAT' TO AX-FILE-OUT
           PERFORM 412-READ-ONE-YTD
           PERFORM 415-CHECK-ONE-YTD
               UNTIL EOF-SIDE-FILE-WS = 'YES'.

       412-READ-ONE-YTD.
           READ YTD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-SIDE-FILE-WS
               NOT AT END ADD 1 TO SIDE-ROWS-READ-WS
           END-READ.

       415-CHECK-ONE-YTD.
           MOVE YTD-SSN TO SSN-IN
           PERFORM 490-CHECK-ONE-ORPHAN
           PERFORM 412-READ-ONE-YTD.

       420-SWEEP-DEDMAST.
           MOVE 'NO' TO EOF-SIDE-FILE-WS
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF DEDMAST-FILE-STATUS-WS = '00'
               MOVE 'DEDMAST.DAT' TO AX-FILE-OUT
               PERFORM 422-READ-ONE-DEDMAST
               PERFORM 425-CHECK-ONE-DEDMAST
                   UNTIL EOF-SIDE-FILE-WS = 'YES'
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.

       422-READ-ONE-DEDMAST.
           READ DEDUCTION-MASTER-FILE
               AT END MOVE 'YES' TO EOF-SIDE-FILE-WS
               NOT AT END ADD 1 TO SIDE-ROWS-READ-WS
           END-READ.

       425-CHECK-ONE-DEDMAST.
           MOVE DM-SSN TO SSN-IN
           PERFORM 490-CHECK-ONE-ORPHAN
           PERFORM 422-READ-ONE-DEDMAST.

       430-SWEEP-PTOBAL.
           MOVE 'NO' TO EOF-SIDE-FILE-WS
           OPEN INPUT PTO-BALANCE-FILE
           IF PTOBAL-FILE-STATUS-WS = '00'
               MOVE 'PTOBAL.DAT' TO AX-FILE-OUT
               PERFORM 432-READ-ONE-PTOBAL
               PERFORM 435-CHECK-ONE-PTOBAL
                   UNTIL EOF-SIDE-FILE-WS = 'YES'
               CLOSE PTO-BALANCE-FILE
           END-IF.

       432-READ-ONE-PTOBAL.
           READ PTO-BALANCE-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-SIDE-FILE-WS
               NOT AT END ADD 1 TO SIDE-ROWS-READ-WS
           END-READ.

       435-CHECK-ONE-PTOBAL.
           MOVE PTO-SSN TO SSN-IN
           PERFORM 490-CHECK-ONE-ORPHAN
           PERFORM 432-READ-ONE-PTOBAL.

       440-SWEEP-RATECHG.
           MOVE 'NO' TO EOF-SIDE-FILE-WS
           OPEN INPUT RATE-CHANGE-FILE
           IF RATECHG-FILE-STATUS-WS = '00'
               MOVE 'RATECHG.DAT' TO AX-FILE-OUT
               PERFORM 442-READ-ONE-RATECHG
               PERFORM 445-CHECK-ONE-RATECHG
                   UNTIL EOF-SIDE-FILE-WS = 'YES'
               CLOSE RATE-CHANGE-FILE
           END-IF.

       442-READ-ONE-RATECHG.
           READ RATE-CHANGE-FILE
               AT END MOVE 'YES' TO EOF-SIDE-FILE-WS
               NOT AT END ADD 1 TO SIDE-ROWS-READ-WS
           END-READ.

       445-CHECK-ONE-RATECHG.
           MOVE RC-SSN TO SSN-IN
           PERFORM 490-CHECK-ONE-ORPHAN
           PERFORM 442-READ-ONE-RATECHG.

      *    THE SIDE ROW'S SSN IS ALREADY IN THE MASTER KEY - A
      *    RANDOM READ SAYS WHETHER ANYONE IS THERE.
       490-CHECK-ONE-ORPHAN.
           MOVE SSN-IN TO AX-SSN-OUT
           READ USER-INPUT-FILE
               INVALID KEY
                   ADD 1 TO EXCEPTIONS-FOUND-WS
                   ADD 1 TO ORPHAN-ROWS-WS
                   MOVE SPACES TO AX-NAME-OUT
                   MOVE 'SSN NOT ON PAYROLL MASTER' TO AX-REASON-OUT
                   MOVE SPACES TO AX-VALUE-OUT
                   WRITE PRINT-AUDIT-LINE FROM AUDIT-EXCEPTION-LINE
                       AFTER 1 LINE
           END-READ.

       900-CLOSE.
           MOVE RECORDS-READ-WS       TO AS-READ-OUT
           MOVE EMPLOYEES-IN-ERROR-WS TO AS-ERROR-OUT
           MOVE EXCEPTIONS-FOUND-WS   TO AS-EXCEPTIONS-OUT
           WRITE PRINT-AUDIT-LINE FROM AUDIT-SUMMARY-LINE
               AFTER 2 LINES
           MOVE SIDE-ROWS-READ-WS     TO AS-SIDE-READ-OUT
           MOVE ORPHAN-ROWS-WS        TO AS-ORPHAN-OUT
           WRITE PRINT-AUDIT-LINE FROM AUDIT-SIDE-SUMMARY-LINE
               AFTER 1 LINE

           IF MASTER-PRESENT-SW = 'YES'
               CLOSE USER-INPUT-FILE
           END-IF
           IF YTD-PRESENT-SW = 'YES'
               CLOSE YTD-FILE
           END-IF
           CLOSE AUDIT-OUTPUT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN MASTER-PRESENT-SW NOT = 'YES'
                       MOVE 8 TO STEP-CONDITION-CODE-LS
                   WHEN EXCEPTIONS-FOUND-WS > ZERO
                       MOVE 4 TO STEP-CONDITION-CODE-LS
                   WHEN OTHER
                       MOVE ZERO TO STEP-CONDITION-CODE-LS
               END-EVALUATE
           END-IF.
