       IDENTIFICATION DIVISION.

       PROGRAM-ID. GLACCTS.

      *    GL ACCOUNT DETERMINATION FOR THE JOURNAL WRITERS. THE
      *    DEPRECIATION RUN AND THE PAYROLL RUN USED TO POST EVERY
      *    ASSET AND EVERY DEPARTMENT TO ONE HARDCODED SET OF
      *    ACCOUNTS, AND ACCOUNTING RECLASSED BY HAND EVERY MONTH.
      *    GLACCTS.DAT NOW SAYS WHERE EACH ONE GOES - ONE ROW PER
      *    COMPANY AND ASSET CATEGORY ('A' ROWS) OR COMPANY AND
      *    DEPARTMENT ('P' ROWS):
      *      COL  1     ROW TYPE - 'A' ASSET, 'P' PAYROLL
      *      COL  2- 3  COMPANY CODE, '**' FOR EVERY COMPANY
      *      COL  4-18  ASSET CATEGORY OR DEPARTMENT, LEFT JUSTIFIED;
      *                 BLANK FOR THE COMPANY'S CATCH-ALL ROW
      *      COL 19-26  EXPENSE ACCOUNT - DEPRECIATION EXPENSE ON AN
      *                 'A' ROW, SALARY EXPENSE ON A 'P' ROW
      *      COL 27-34  ACCUMULATED DEPRECIATION ('A' ROWS)
      *      COL 35-42  ASSET COST ('A' ROWS)
      *      COL 43-50  PAYABLE - NET PAY CLEARING ('P' ROWS)
      *    THE MOST SPECIFIC ROW WINS: COMPANY AND KEY, THEN THE
      *    COMPANY'S CATCH-ALL, THEN '**' AND KEY, THEN THE '**'
      *    CATCH-ALL. THE CALLER HANDS IN ITS OWN STANDARD ACCOUNTS
      *    AND GETS BACK ONLY WHAT THE ROW OVERRIDES - A BLANK
      *    COLUMN, NO ROW AT ALL, OR NO GLACCTS.DAT KEEPS THE
      *    STANDARD ACCOUNT. EVERY ACCOUNT A ROW SUPPLIES IS CHECKED
      *    AGAINST GLCHART.DAT THE WAY GLPOST CHECKS THE POSTED
      *    BATCHES; ONE THE CHART DOESN'T CARRY IS REFUSED, THE
      *    STANDARD ACCOUNT STANDS, AND THE REFUSAL IS COUNTED BACK
      *    SO THE CALLER CAN SAY SO. NO GLCHART.DAT MEANS NOTHING
      *    CAN BE CHECKED AND EVERY ROW IS TAKEN AS KEYED.
      *    A 'CHECK' CALL JUST TESTS ONE ACCOUNT AGAINST THE CHART -
      *    THE DEPRECIATION RUN'S COST-CENTER ALLOCATIONS USE IT.
      *    BOTH FILES ARE LOADED ON THE FIRST CALL AND KEPT FOR THE
      *    REST OF THE RUN UNIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ACCOUNT-DETERMINATION-FILE ASSIGN TO 'GLACCTS.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLACCTS-FILE-STATUS-WS.

            SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'GLCHART.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLCHART-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-DETERMINATION-FILE RECORDING MODE IS F.
       01  ACCOUNT-DETERMINATION-RECORD.
           05  GD-TYPE-IN              PIC X.
           05  GD-COMPANY-IN           PIC XX.
           05  GD-KEY-IN               PIC X(15).
           05  GD-EXPENSE-ACCT-IN      PIC X(8).
           05  GD-ACCUM-ACCT-IN        PIC X(8).
           05  GD-COST-ACCT-IN         PIC X(8).
           05  GD-PAYABLE-ACCT-IN      PIC X(8).

      *    SAME LAYOUT GLPOST READS.
       FD  CHART-OF-ACCOUNTS-FILE RECORDING MODE IS F.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT              PIC X(8).
           05  CA-NAME                 PIC X(30).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  TABLES-LOADED-SW        PIC X(3)  VALUE 'NO'.
           05  EOF-GLACCTS-WS          PIC X(3)  VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)  VALUE 'NO'.
           05  GLACCTS-FILE-STATUS-WS  PIC XX    VALUE SPACES.
           05  GLCHART-FILE-STATUS-WS  PIC XX    VALUE SPACES.

       01  CHART-TABLE-CONTROL-WS.
           05  CHART-PRESENT-SW        PIC X(3)  VALUE 'NO'.
           05  CHART-COUNT-WS          PIC 9(4)  VALUE ZERO.
           05  CHART-IDX-WS            PIC 9(4)  VALUE ZERO.
           05  ACCOUNT-VALID-SW        PIC X(3)  VALUE 'YES'.
           05  ACCOUNT-TO-CHECK-WS     PIC X(8)  VALUE SPACES.

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS OCCURS 500 TIMES.
               10  CHT-ACCOUNT-TBL     PIC X(8).

       01  DETERMINATION-CONTROL-WS.
           05  DET-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  DET-IDX-WS              PIC 9(3)  VALUE ZERO.
           05  DET-SLOT-WS             PIC 9(3)  VALUE ZERO.
           05  SEARCH-COMPANY-WS       PIC XX    VALUE SPACES.
           05  SEARCH-KEY-WS           PIC X(15) VALUE SPACES.

       01  DETERMINATION-TABLE-WS.
           05  DETERMINATION-ENTRY-WS OCCURS 300 TIMES.
               10  DET-TYPE-TBL        PIC X.
               10  DET-COMPANY-TBL     PIC XX.
               10  DET-KEY-TBL         PIC X(15).
               10  DET-EXPENSE-TBL     PIC X(8).
               10  DET-ACCUM-TBL       PIC X(8).
               10  DET-COST-TBL        PIC X(8).
               10  DET-PAYABLE-TBL     PIC X(8).

       LINKAGE SECTION.
       01  GLACCT-REQUEST-LS.
           05  GA-FUNCTION-LS          PIC X(5).
               88  GA-FUNC-CHECK-LS        VALUE 'CHECK'.
           05  GA-TYPE-LS              PIC X.
           05  GA-COMPANY-LS           PIC XX.
           05  GA-KEY-LS               PIC X(15).

      *    IN: THE CALLER'S STANDARD ACCOUNTS. OUT: THE DETERMINED
      *    ONES. A 'CHECK' CALL TESTS GA-EXPENSE-ACCT-LS ALONE.
       01  GLACCT-RESULT-LS.
           05  GA-EXPENSE-ACCT-LS      PIC X(8).
           05  GA-ACCUM-ACCT-LS        PIC X(8).
           05  GA-COST-ACCT-LS         PIC X(8).
           05  GA-PAYABLE-ACCT-LS      PIC X(8).
           05  GA-ROW-FOUND-LS         PIC X.
               88  GA-ROW-FOUND            VALUE 'Y'.
           05  GA-REFUSED-COUNT-LS     PIC 9.
           05  GA-ACCOUNT-VALID-LS     PIC X.
               88  GA-ACCOUNT-VALID        VALUE 'Y'.

       PROCEDURE DIVISION USING GLACCT-REQUEST-LS, GLACCT-RESULT-LS.
       100-DETERMINE-ACCOUNTS.
           IF TABLES-LOADED-SW NOT = 'YES'
               PERFORM 200-LOAD-CHART
               PERFORM 220-LOAD-DETERMINATION-TABLE
               MOVE 'YES' TO TABLES-LOADED-SW
           END-IF

           MOVE 'N'  TO GA-ROW-FOUND-LS
           MOVE ZERO TO GA-REFUSED-COUNT-LS
           IF GA-FUNC-CHECK-LS
               MOVE GA-EXPENSE-ACCT-LS TO ACCOUNT-TO-CHECK-WS
               PERFORM 400-CHECK-ACCOUNT
               IF ACCOUNT-VALID-SW = 'YES'
                   MOVE 'Y' TO GA-ACCOUNT-VALID-LS
               ELSE
                   MOVE 'N' TO GA-ACCOUNT-VALID-LS
               END-IF
           ELSE
               PERFORM 300-FIND-DETERMINATION-ROW
               IF DET-SLOT-WS > ZERO
                   MOVE 'Y' TO GA-ROW-FOUND-LS
                   PERFORM 320-APPLY-DETERMINATION-ROW
               END-IF
           END-IF

           EXIT PROGRAM.

      *    NO CHART ON FILE MEANS ACCOUNTS GO UNCHECKED, AS IN GLPOST.
       200-LOAD-CHART.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF GLCHART-FILE-STATUS-WS = '00'
               MOVE 'YES' TO CHART-PRESENT-SW
               PERFORM 205-READ-ONE-CHART-ROW
               PERFORM 210-STORE-ONE-CHART-ROW
                   UNTIL EOF-CHART-WS = 'YES'
                      OR CHART-COUNT-WS = 500
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.

       205-READ-ONE-CHART-ROW.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'YES' TO EOF-CHART-WS
           END-READ.

       210-STORE-ONE-CHART-ROW.
           ADD 1 TO CHART-COUNT-WS
           MOVE CA-ACCOUNT TO CHT-ACCOUNT-TBL (CHART-COUNT-WS)
           PERFORM 205-READ-ONE-CHART-ROW.

      *    NO GLACCTS.DAT LEAVES THE TABLE EMPTY - EVERY CALLER
      *    POSTS TO ITS STANDARD ACCOUNTS AS IT ALWAYS HAS.
       220-LOAD-DETERMINATION-TABLE.
           OPEN INPUT ACCOUNT-DETERMINATION-FILE
           IF GLACCTS-FILE-STATUS-WS = '00'
               PERFORM 225-READ-ONE-DETERMINATION-ROW
               PERFORM 230-STORE-ONE-DETERMINATION-ROW
                   UNTIL EOF-GLACCTS-WS = 'YES'
                      OR DET-COUNT-WS = 300
               CLOSE ACCOUNT-DETERMINATION-FILE
           END-IF.

       225-READ-ONE-DETERMINATION-ROW.
           READ ACCOUNT-DETERMINATION-FILE
               AT END MOVE 'YES' TO EOF-GLACCTS-WS
           END-READ.

       230-STORE-ONE-DETERMINATION-ROW.
           IF GD-TYPE-IN = 'A' OR GD-TYPE-IN = 'P'
               ADD 1 TO DET-COUNT-WS
               MOVE GD-TYPE-IN         TO DET-TYPE-TBL    (DET-COUNT-WS)
               MOVE GD-COMPANY-IN      TO DET-COMPANY-TBL (DET-COUNT-WS)
               MOVE GD-KEY-IN          TO DET-KEY-TBL     (DET-COUNT-WS)
               MOVE GD-EXPENSE-ACCT-IN TO DET-EXPENSE-TBL (DET-COUNT-WS)
               MOVE GD-ACCUM-ACCT-IN   TO DET-ACCUM-TBL   (DET-COUNT-WS)
               MOVE GD-COST-ACCT-IN    TO DET-COST-TBL    (DET-COUNT-WS)
               MOVE GD-PAYABLE-ACCT-IN TO DET-PAYABLE-TBL (DET-COUNT-WS)
           END-IF
           PERFORM 225-READ-ONE-DETERMINATION-ROW.

      *    FOUR PASSES, MOST SPECIFIC FIRST; THE FIRST HIT STOPS
      *    THE SEARCH.
       300-FIND-DETERMINATION-ROW.
           MOVE ZERO TO DET-SLOT-WS

           MOVE GA-COMPANY-LS TO SEARCH-COMPANY-WS
           MOVE GA-KEY-LS     TO SEARCH-KEY-WS
           PERFORM 305-SEARCH-ONE-PASS

           IF DET-SLOT-WS = ZERO
               MOVE SPACES TO SEARCH-KEY-WS
               PERFORM 305-SEARCH-ONE-PASS
           END-IF

           IF DET-SLOT-WS = ZERO
               MOVE '**'      TO SEARCH-COMPANY-WS
               MOVE GA-KEY-LS TO SEARCH-KEY-WS
               PERFORM 305-SEARCH-ONE-PASS
           END-IF

           IF DET-SLOT-WS = ZERO
               MOVE SPACES TO SEARCH-KEY-WS
               PERFORM 305-SEARCH-ONE-PASS
           END-IF.

       305-SEARCH-ONE-PASS.
           PERFORM 310-MATCH-ONE-ROW
               VARYING DET-IDX-WS FROM 1 BY 1
               UNTIL DET-IDX-WS > DET-COUNT-WS
                  OR DET-SLOT-WS > ZERO.

       310-MATCH-ONE-ROW.
           IF DET-TYPE-TBL    (DET-IDX-WS) = GA-TYPE-LS
              AND DET-COMPANY-TBL (DET-IDX-WS) = SEARCH-COMPANY-WS
              AND DET-KEY-TBL     (DET-IDX-WS) = SEARCH-KEY-WS
               MOVE DET-IDX-WS TO DET-SLOT-WS
           END-IF.

      *    EACH COLUMN THE ROW FILLS IN REPLACES THE CALLER'S
      *    STANDARD ACCOUNT ONLY IF THE CHART CARRIES IT.
       320-APPLY-DETERMINATION-ROW.
           IF DET-EXPENSE-TBL (DET-SLOT-WS) NOT = SPACES
               MOVE DET-EXPENSE-TBL (DET-SLOT-WS) TO ACCOUNT-TO-CHECK-WS
               PERFORM 400-CHECK-ACCOUNT
               IF ACCOUNT-VALID-SW = 'YES'
                   MOVE ACCOUNT-TO-CHECK-WS TO GA-EXPENSE-ACCT-LS
               ELSE
                   ADD 1 TO GA-REFUSED-COUNT-LS
               END-IF
           END-IF

           IF DET-ACCUM-TBL (DET-SLOT-WS) NOT = SPACES
               MOVE DET-ACCUM-TBL (DET-SLOT-WS) TO ACCOUNT-TO-CHECK-WS
               PERFORM 400-CHECK-ACCOUNT
               IF ACCOUNT-VALID-SW = 'YES'
                   MOVE ACCOUNT-TO-CHECK-WS TO GA-ACCUM-ACCT-LS
               ELSE
                   ADD 1 TO GA-REFUSED-COUNT-LS
               END-IF
           END-IF

           IF DET-COST-TBL (DET-SLOT-WS) NOT = SPACES
               MOVE DET-COST-TBL (DET-SLOT-WS) TO ACCOUNT-TO-CHECK-WS
               PERFORM 400-CHECK-ACCOUNT
               IF ACCOUNT-VALID-SW = 'YES'
                   MOVE ACCOUNT-TO-CHECK-WS TO GA-COST-ACCT-LS
               ELSE
                   ADD 1 TO GA-REFUSED-COUNT-LS
               END-IF
           END-IF

           IF DET-PAYABLE-TBL (DET-SLOT-WS) NOT = SPACES
               MOVE DET-PAYABLE-TBL (DET-SLOT-WS) TO ACCOUNT-TO-CHECK-WS
               PERFORM 400-CHECK-ACCOUNT
               IF ACCOUNT-VALID-SW = 'YES'
                   MOVE ACCOUNT-TO-CHECK-WS TO GA-PAYABLE-ACCT-LS
               ELSE
                   ADD 1 TO GA-REFUSED-COUNT-LS
               END-IF
           END-IF.

       400-CHECK-ACCOUNT.
           IF CHART-PRESENT-SW NOT = 'YES'
               MOVE 'YES' TO ACCOUNT-VALID-SW
           ELSE
               MOVE 'NO' TO ACCOUNT-VALID-SW
               PERFORM 410-MATCH-ONE-CHART-ROW
                   VARYING CHART-IDX-WS FROM 1 BY 1
                   UNTIL CHART-IDX-WS > CHART-COUNT-WS
                      OR ACCOUNT-VALID-SW = 'YES'
           END-IF.

       410-MATCH-ONE-CHART-ROW.
           IF CHT-ACCOUNT-TBL (CHART-IDX-WS) = ACCOUNT-TO-CHECK-WS
               MOVE 'YES' TO ACCOUNT-VALID-SW
           END-IF.
