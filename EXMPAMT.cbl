            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXEMPT-FILE-STATUS-WS.

      *    THE PERCENTAGE-METHOD BRACKETS FOR THE 2020-AND-LATER
      *    FORM W-4, ONE ROW PER TAX YEAR, FILING STATUS, SCHEDULE
      *    (STANDARD OR STEP 2 CHECKBOX), AND BRACKET FLOOR.
            SELECT W4-RATE-FILE ASSIGN TO 'W4RATE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS W4-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPT-RATE-FILE RECORDING MODE IS F.
           05  EX-HIGH-IN           PIC 99.
           05  EX-RATE-IN           PIC 9(4)V99.

      *    STATUS IS M (MARRIED FILING JOINTLY), S (SINGLE OR
      *    MARRIED FILING SEPARATELY), OR H (HEAD OF HOUSEHOLD);
      *    SCHEDULE IS S (STANDARD) OR C (STEP 2 BOX CHECKED). THE
      *    TAX ON AN ADJUSTED ANNUAL WAGE IS THE ROW'S BASE PLUS ITS
      *    PERCENT OF THE WAGE OVER THE ROW'S FLOOR.
       FD  W4-RATE-FILE RECORDING MODE IS F.
       01  W4-RATE-RECORD.
           05  WR-YEAR-IN           PIC 9(4).
           05  WR-STATUS-IN         PIC X.
           05  WR-TABLE-IN          PIC X.
           05  WR-OVER-IN           PIC 9(7).
           05  WR-BASE-IN           PIC 9(6)V99.
           05  WR-PCT-IN            PIC 99.

       WORKING-STORAGE SECTION.

       01  MARITAL-IN           PIC X.

       01  EXEMPT-FILE-STATUS-WS      PIC XX      VALUE SPACES.

       01  W4-RATE-TABLE-WS.
           05  W4-RATE-ENTRY-WS OCCURS 150 TIMES.
               10  WR-YEAR-TBL       PIC 9(4).
               10  WR-STATUS-TBL     PIC X.
               10  WR-TABLE-TBL      PIC X.
               10  WR-OVER-TBL       PIC 9(7).
               10  WR-BASE-TBL       PIC 9(6)V99.
               10  WR-PCT-TBL        PIC 99.

       01  W4-TABLE-CONTROL-WS.
           05  W4-TABLE-COUNT-WS      PIC 9(4)  VALUE ZERO.
           05  W4-TABLE-LOADED-SW     PIC X(3)  VALUE 'NO'.
           05  EOF-W4-RATE-WS         PIC X(3)  VALUE 'NO'.
           05  W4-BRACKET-FOUND-SW    PIC X(3)  VALUE 'NO'.

       01  W4-FILE-STATUS-WS          PIC XX      VALUE SPACES.

      *    THE LAST-KNOWN-GOOD (2024) PERCENTAGE-METHOD SCHEDULES,
      *    USED ONLY WHEN W4RATE.DAT IS MISSING OR HAS NO ROWS FOR
      *    THE REQUESTED YEAR, STATUS, AND SCHEDULE. EACH ROW IS
      *    STATUS, SCHEDULE, FLOOR, BASE TAX, PERCENT.
       01  W4-DEFAULT-RATES-WS.
           05  FILLER PIC X(19) VALUE 'MS00000000000000000'.
           05  FILLER PIC X(19) VALUE 'MS00163000000000010'.
           05  FILLER PIC X(19) VALUE 'MS00395000023200012'.
           05  FILLER PIC X(19) VALUE 'MS01106000108520022'.
           05  FILLER PIC X(19) VALUE 'MS02173500343370024'.
           05  FILLER PIC X(19) VALUE 'MS04002000782210032'.
           05  FILLER PIC X(19) VALUE 'MS05037501113570035'.
           05  FILLER PIC X(19) VALUE 'MS07475001966695037'.
           05  FILLER PIC X(19) VALUE 'SS00000000000000000'.
           05  FILLER PIC X(19) VALUE 'SS00060000000000010'.
           05  FILLER PIC X(19) VALUE 'SS00176000011600012'.
           05  FILLER PIC X(19) VALUE 'SS00531500054260022'.
           05  FILLER PIC X(19) VALUE 'SS01065250171685024'.
           05  FILLER PIC X(19) VALUE 'SS01979500391105032'.
           05  FILLER PIC X(19) VALUE 'SS02497250556785035'.
           05  FILLER PIC X(19) VALUE 'SS06153501836472537'.
           05  FILLER PIC X(19) VALUE 'HS00000000000000000'.
           05  FILLER PIC X(19) VALUE 'HS00133000000000010'.
           05  FILLER PIC X(19) VALUE 'HS00298500016550012'.
           05  FILLER PIC X(19) VALUE 'HS00764000072410022'.
           05  FILLER PIC X(19) VALUE 'HS01138000154690024'.
           05  FILLER PIC X(19) VALUE 'HS02052500374170032'.
           05  FILLER PIC X(19) VALUE 'HS02570000539770035'.
           05  FILLER PIC X(19) VALUE 'HS06226501819545037'.
           05  FILLER PIC X(19) VALUE 'MC00000000000000000'.
           05  FILLER PIC X(19) VALUE 'MC00146000000000010'.
           05  FILLER PIC X(19) VALUE 'MC00262000011600012'.
           05  FILLER PIC X(19) VALUE 'MC00617500054260022'.
           05  FILLER PIC X(19) VALUE 'MC01151250171685024'.
           05  FILLER PIC X(19) VALUE 'MC02065500391105032'.
           05  FILLER PIC X(19) VALUE 'MC02583250556785035'.
           05  FILLER PIC X(19) VALUE 'MC03802000983347537'.
           05  FILLER PIC X(19) VALUE 'SC00000000000000000'.
           05  FILLER PIC X(19) VALUE 'SC00073000000000010'.
           05  FILLER PIC X(19) VALUE 'SC00131000005800012'.
           05  FILLER PIC X(19) VALUE 'SC00308750027130022'.
           05  FILLER PIC X(19) VALUE 'SC00575630085842524'.
           05  FILLER PIC X(19) VALUE 'SC01032750195552532'.
           05  FILLER PIC X(19) VALUE 'SC01291630278392535'.
           05  FILLER PIC X(19) VALUE 'SC03119750918236337'.
           05  FILLER PIC X(19) VALUE 'HC00000000000000000'.
           05  FILLER PIC X(19) VALUE 'HC00109500000000010'.
           05  FILLER PIC X(19) VALUE 'HC00192250008275012'.
           05  FILLER PIC X(19) VALUE 'HC00425000036205022'.
           05  FILLER PIC X(19) VALUE 'HC00612000077345024'.
           05  FILLER PIC X(19) VALUE 'HC01069250187085032'.
           05  FILLER PIC X(19) VALUE 'HC01328000269885035'.
           05  FILLER PIC X(19) VALUE 'HC03156250909772537'.
       01  W4-DEFAULT-TABLE-WS REDEFINES W4-DEFAULT-RATES-WS.
           05  W4-DEFAULT-ENTRY-WS OCCURS 48 TIMES.
               10  WD-STATUS-TBL     PIC X.
               10  WD-TABLE-TBL      PIC X.
               10  WD-OVER-TBL       PIC 9(7).
               10  WD-BASE-TBL       PIC 9(6)V99.
               10  WD-PCT-TBL        PIC 99.

      *    WORKSHEET 1A LINE 1G - THE ALLOWANCE TAKEN OFF ANNUAL
      *    WAGES WHEN THE STEP 2 BOX IS NOT CHECKED (THE CHECKBOX
      *    SCHEDULES ALREADY HAVE IT BUILT IN).
       01  W4-STEP2-ADJUST-MFJ-WS     PIC 9(5)V99 VALUE 12900.00.
       01  W4-STEP2-ADJUST-OTHER-WS   PIC 9(5)V99 VALUE 8600.00.

       01  W4-WORK-WS.
           05  W4-STATUS-WS           PIC X.
           05  W4-TABLE-WS            PIC X.
           05  W4-ADJUSTED-WAGES-WS   PIC S9(9)V99.
           05  W4-ANNUAL-TAX-WS       PIC 9(9)V99.
           05  W4-PERIOD-TAX-WS       PIC S9(7)V99.
           05  W4-BEST-OVER-WS        PIC 9(7).
           05  W4-BEST-BASE-WS        PIC 9(6)V99.
           05  W4-BEST-PCT-WS         PIC 99.

       LINKAGE SECTION.

       01  MARITAL-IN-LS        PIC X.
       01  EXEMPT-NUM-IN-LS     PIC 99.
       01  EXEMPT-AMT-LS        PIC 9(7)V99.
       01  TAX-YEAR-IN-LS       PIC 9(4).
      *    THE NEW-FORM W-4 FIGURES AND THE ANNUALIZED WAGES THEY
      *    APPLY TO. FOR AN OLD-FORM EMPLOYEE ONLY THE FORM
      *    INDICATOR IS LOOKED AT, AND W4-PERIOD-WH-LS COMES BACK
      *    ZERO FOR THE CALLER TO WITHHOLD THE OLD WAY.
       01  W4-REQUEST-LS.
           05  W4-FORM-IND-LS        PIC X.
               88  W4-FORM-2020-LS          VALUE 'N'.
           05  W4-MULTI-JOBS-LS      PIC X.
               88  W4-MULTI-JOBS-CHECKED-LS VALUE 'Y'.
           05  W4-DEPENDENT-AMT-LS   PIC 9(5)V99.
           05  W4-OTHER-INCOME-LS    PIC 9(6)V99.
           05  W4-DEDUCTIONS-LS      PIC 9(6)V99.
           05  W4-EXTRA-WH-LS        PIC 9(4)V99.
           05  W4-ANNUAL-WAGES-LS    PIC 9(9)V99.
           05  W4-PAY-PERIODS-LS     PIC 99.
           05  W4-PERIOD-WH-LS       PIC 9(5)V99.

       PROCEDURE DIVISION USING MARITAL-IN-LS, EXEMPT-NUM-IN-LS,
           EXEMPT-AMT-LS, TAX-YEAR-IN-LS, W4-REQUEST-LS.

      *    AN EMPLOYEE ON THE 2020-AND-LATER W-4 HAS NO ALLOWANCES
      *    TO PRICE - THE WHOLE PERIOD WITHHOLDING IS WORKED OUT
      *    HERE BY THE PERCENTAGE METHOD AND THE ALLOWANCE COMES
      *    BACK ZERO. EVERYONE ELSE KEEPS THE ALLOWANCE COMPUTATION.
       405-EXEMPTION-AMOUNT.
           MOVE ZERO TO W4-PERIOD-WH-LS
           IF W4-FORM-2020-LS
               MOVE 0 TO EXEMPT-AMT-LS
               PERFORM 500-W4-PERCENTAGE-METHOD
           ELSE
               IF EXEMPT-TABLE-LOADED-SW NOT = 'YES'
                   PERFORM 100-LOAD-EXEMPT-RATE-TABLE
               END-IF

               PERFORM 200-LOOKUP-EXEMPTION-RATE

               IF RATE-FOUND-SW = 'YES'
                   COMPUTE EXEMPT-AMT-LS =
                           EXEMPT-NUM-IN-LS * EXEMPT-RATE-WS
               ELSE
                   EVALUATE TRUE
                       WHEN MARITAL-SINGLE-LS
                           PERFORM 410-EXEMPTION-SINGLE
                       WHEN MARITAL-MARRIED-JOINT-LS
                           PERFORM 420-EXEMPTION-MARRIED-JOINT
                       WHEN MARITAL-HEAD-OF-HOUSEHOLD-LS
                           PERFORM 430-EXEMPTION-HEAD-OF-HOUSEHOLD
                       WHEN MARITAL-MARRIED-SEPARATE-LS
                           PERFORM 440-EXEMPTION-MARRIED-SEPARATE
                       WHEN OTHER
                           MOVE 0 TO EXEMPT-AMT-LS
                   END-EVALUATE
               END-IF
           END-IF.

           EXIT PROGRAM.
               MOVE EX-RATE-TBL (TBL-IDX-WS) TO EXEMPT-RATE-WS
               MOVE 'YES' TO RATE-FOUND-SW
           END-IF.

      *    IRS PUBLICATION 15-T WORKSHEET 1A. THE ANNUAL WAGE PLUS
      *    STEP 4A OTHER INCOME, LESS STEP 4B DEDUCTIONS AND (STEP 2
      *    BOX NOT CHECKED) THE LINE 1G ALLOWANCE, IS RUN THROUGH THE
      *    ANNUAL SCHEDULE; THE TAX IS CUT TO THE PAY PERIOD, THE
      *    STEP 3 DEPENDENT CREDIT COMES OFF A PERIOD'S SHARE AT A
      *    TIME (NEVER BELOW ZERO), AND THE STEP 4C EXTRA GOES ON
      *    TOP. MARRIED FILING SEPARATELY USES THE SINGLE SCHEDULE.
       500-W4-PERCENTAGE-METHOD.
           IF W4-TABLE-LOADED-SW NOT = 'YES'
               PERFORM 150-LOAD-W4-RATE-TABLE
           END-IF

           EVALUATE TRUE
               WHEN MARITAL-MARRIED-JOINT-LS
                   MOVE 'M' TO W4-STATUS-WS
               WHEN MARITAL-HEAD-OF-HOUSEHOLD-LS
                   MOVE 'H' TO W4-STATUS-WS
               WHEN OTHER
                   MOVE 'S' TO W4-STATUS-WS
           END-EVALUATE

           COMPUTE W4-ADJUSTED-WAGES-WS = W4-ANNUAL-WAGES-LS
                   + W4-OTHER-INCOME-LS - W4-DEDUCTIONS-LS
           IF W4-MULTI-JOBS-CHECKED-LS
               MOVE 'C' TO W4-TABLE-WS
           ELSE
               MOVE 'S' TO W4-TABLE-WS
               IF W4-STATUS-WS = 'M'
                   SUBTRACT W4-STEP2-ADJUST-MFJ-WS
                       FROM W4-ADJUSTED-WAGES-WS
               ELSE
                   SUBTRACT W4-STEP2-ADJUST-OTHER-WS
                       FROM W4-ADJUSTED-WAGES-WS
               END-IF
           END-IF
           IF W4-ADJUSTED-WAGES-WS < ZERO
               MOVE ZERO TO W4-ADJUSTED-WAGES-WS
           END-IF

           PERFORM 520-LOOKUP-W4-BRACKET

           COMPUTE W4-ANNUAL-TAX-WS ROUNDED = W4-BEST-BASE-WS
                   + (W4-ADJUSTED-WAGES-WS - W4-BEST-OVER-WS)
                   * W4-BEST-PCT-WS / 100

           IF W4-PAY-PERIODS-LS = ZERO
               MOVE 1 TO W4-PAY-PERIODS-LS
           END-IF
           COMPUTE W4-PERIOD-TAX-WS ROUNDED =
                   (W4-ANNUAL-TAX-WS - W4-DEPENDENT-AMT-LS)
                   / W4-PAY-PERIODS-LS
           IF W4-PERIOD-TAX-WS < ZERO
               MOVE ZERO TO W4-PERIOD-TAX-WS
           END-IF
           COMPUTE W4-PERIOD-WH-LS = W4-PERIOD-TAX-WS + W4-EXTRA-WH-LS.

      *    THE HIGHEST BRACKET FLOOR AT OR BELOW THE ADJUSTED WAGE
      *    WINS. EVERY SCHEDULE STARTS AT A ZERO FLOOR, SO A YEAR
      *    ON FILE ALWAYS YIELDS A ROW; A YEAR NOT ON FILE FALLS
      *    BACK TO THE BUILT-IN SCHEDULES.
       520-LOOKUP-W4-BRACKET.
           MOVE 'NO' TO W4-BRACKET-FOUND-SW
           MOVE ZERO TO W4-BEST-OVER-WS
           MOVE ZERO TO W4-BEST-BASE-WS
           MOVE ZERO TO W4-BEST-PCT-WS
           PERFORM 525-SEARCH-W4-RATE-TABLE
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > W4-TABLE-COUNT-WS
           IF W4-BRACKET-FOUND-SW NOT = 'YES'
               PERFORM 530-SEARCH-W4-DEFAULT-TABLE
                   VARYING TBL-IDX-WS FROM 1 BY 1
                   UNTIL TBL-IDX-WS > 48
           END-IF.

       525-SEARCH-W4-RATE-TABLE.
           IF WR-YEAR-TBL (TBL-IDX-WS) = TAX-YEAR-IN-LS
              AND WR-STATUS-TBL (TBL-IDX-WS) = W4-STATUS-WS
              AND WR-TABLE-TBL (TBL-IDX-WS) = W4-TABLE-WS
              AND WR-OVER-TBL (TBL-IDX-WS) <= W4-ADJUSTED-WAGES-WS
              AND (W4-BRACKET-FOUND-SW NOT = 'YES'
                   OR WR-OVER-TBL (TBL-IDX-WS) > W4-BEST-OVER-WS)
               MOVE WR-OVER-TBL (TBL-IDX-WS) TO W4-BEST-OVER-WS
               MOVE WR-BASE-TBL (TBL-IDX-WS) TO W4-BEST-BASE-WS
               MOVE WR-PCT-TBL  (TBL-IDX-WS) TO W4-BEST-PCT-WS
               MOVE 'YES' TO W4-BRACKET-FOUND-SW
           END-IF.

       530-SEARCH-W4-DEFAULT-TABLE.
           IF WD-STATUS-TBL (TBL-IDX-WS) = W4-STATUS-WS
              AND WD-TABLE-TBL (TBL-IDX-WS) = W4-TABLE-WS
              AND WD-OVER-TBL (TBL-IDX-WS) <= W4-ADJUSTED-WAGES-WS
              AND (W4-BRACKET-FOUND-SW NOT = 'YES'
                   OR WD-OVER-TBL (TBL-IDX-WS) > W4-BEST-OVER-WS)
               MOVE WD-OVER-TBL (TBL-IDX-WS) TO W4-BEST-OVER-WS
               MOVE WD-BASE-TBL (TBL-IDX-WS) TO W4-BEST-BASE-WS
               MOVE WD-PCT-TBL  (TBL-IDX-WS) TO W4-BEST-PCT-WS
               MOVE 'YES' TO W4-BRACKET-FOUND-SW
           END-IF.

      *    LOADED ONCE PER RUN LIKE THE EXEMPTION TABLE; A MISSING
      *    W4RATE.DAT (STATUS 35) LEAVES THE TABLE EMPTY AND EVERY
      *    LOOKUP FALLS BACK TO THE BUILT-IN SCHEDULES.
       150-LOAD-W4-RATE-TABLE.
           MOVE ZERO TO W4-TABLE-COUNT-WS
           MOVE 'NO' TO EOF-W4-RATE-WS
           OPEN INPUT W4-RATE-FILE
           IF W4-FILE-STATUS-WS = '35'
               MOVE 'YES' TO W4-TABLE-LOADED-SW
           ELSE
               PERFORM 160-READ-W4-RATE-RECORD
               PERFORM 170-STORE-W4-RATE-RECORD
                   UNTIL EOF-W4-RATE-WS = 'YES'
                      OR W4-TABLE-COUNT-WS = 150
               CLOSE W4-RATE-FILE
               MOVE 'YES' TO W4-TABLE-LOADED-SW
           END-IF.

       160-READ-W4-RATE-RECORD.
           READ W4-RATE-FILE
               AT END MOVE 'YES' TO EOF-W4-RATE-WS
           END-READ.

       170-STORE-W4-RATE-RECORD.
           ADD 1 TO W4-TABLE-COUNT-WS
           MOVE WR-YEAR-IN   TO WR-YEAR-TBL   (W4-TABLE-COUNT-WS)
           MOVE WR-STATUS-IN TO WR-STATUS-TBL (W4-TABLE-COUNT-WS)
           MOVE WR-TABLE-IN  TO WR-TABLE-TBL  (W4-TABLE-COUNT-WS)
           MOVE WR-OVER-IN   TO WR-OVER-TBL   (W4-TABLE-COUNT-WS)
           MOVE WR-BASE-IN   TO WR-BASE-TBL   (W4-TABLE-COUNT-WS)
           MOVE WR-PCT-IN    TO WR-PCT-TBL    (W4-TABLE-COUNT-WS)
           PERFORM 160-READ-W4-RATE-RECORD.
