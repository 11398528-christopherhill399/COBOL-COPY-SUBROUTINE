      *    ASSET'S COST, ITS RECOVERY CLASS (3/5/7/10 YEARS), AND THE
      *    RECOVERY YEAR INDEX (1 = FIRST YEAR IN SERVICE), RETURNS
      *    THE YEAR'S TAX DEPRECIATION FROM THE IRS HALF-YEAR
      *    CONVENTION PERCENTAGE TABLES - OR THE MID-QUARTER TABLES
      *    FOR THE QUARTER PLACED IN SERVICE WHEN THE ASSET CARRIES
      *    THE MID-QUARTER CONVENTION. SALVAGE VALUE PLAYS NO PART
      *    UNDER MACRS - THE TABLES RECOVER THE FULL COST. A YEAR
      *    INDEX PAST THE END OF THE CLASS TABLE, OR AN UNKNOWN
      *    CLASS, RETURNS ZERO.
      *
      *    REAL PROPERTY (CLASS 27 = 27.5-YEAR RESIDENTIAL RENTAL,
      *    CLASS 39 = 39-YEAR NONRESIDENTIAL) IS STRAIGHT LINE ON THE
      *    MID-MONTH CONVENTION: YEAR 1 TAKES THE MONTHS FROM THE
      *    MIDDLE OF THE MONTH PLACED IN SERVICE, EVERY LATER YEAR A
      *    FULL TWELVE MONTHS, AND THE LAST YEAR WHATEVER IS LEFT.
      *    THE AMOUNTS ARE FIGURED FROM THE LIFE IN MONTHS RATHER
      *    THAN FROM A TABLE. REAL PROPERTY TAKES NO FIRST-YEAR
      *    ELECTIONS.
      *
      *    THE TAX DEPARTMENT'S FIRST-YEAR ELECTIONS RIDE ON THE
      *    REQUEST. IN RECOVERY YEAR 1 THE SECTION 179 AMOUNT IS
      *    EXPENSED FIRST, THEN THE BONUS PERCENTAGE FOR THE
      *    PLACED-IN-SERVICE YEAR (FROM BONUSRT.DAT) COMES OFF WHAT
      *    IS LEFT, AND THE MACRS TABLE RUNS ON THE REMAINING BASIS
      *    IN EVERY YEAR. THE YEAR-1 FIGURE RETURNED INCLUDES BOTH
      *    WRITE-OFFS, AND EACH IS ALSO HANDED BACK ON ITS OWN. A
      *    BLANK ELECTION IS PLAIN MACRS ON THE FULL COST, AS BEFORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BONUS-RATE-FILE ASSIGN TO 'BONUSRT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BONUS-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER PLACED-IN-SERVICE YEAR, KEPT BY THE TAX
      *    DEPARTMENT - THE BONUS PERCENTAGE (1.0000 = 100%) AND THE
      *    YEAR'S SECTION 179 DOLLAR LIMIT AND INVESTMENT PHASE-OUT
      *    THRESHOLD. ONLY THE PERCENTAGE IS USED HERE; SEC179 READS
      *    THE LIMIT COLUMNS FOR THE YEAR-END LIMIT TEST.
       FD  BONUS-RATE-FILE RECORDING MODE IS F.
       01  BONUS-RATE-RECORD.
           05  BR-YEAR-IN           PIC 9(4).
           05  BR-BONUS-PCT-IN      PIC 9V9999.
           05  BR-SEC179-LIMIT-IN   PIC 9(7).
           05  BR-PHASEOUT-START-IN PIC 9(8).

       WORKING-STORAGE SECTION.

      *    IRS PUB 946 TABLE A-1 PERCENTAGES, HALF-YEAR CONVENTION,
       01  MACRS-10YR-PCTS-WS REDEFINES MACRS-10YR-TABLE-WS.
           05  MACRS-10YR-PCT-WS PIC 99V99 OCCURS 11 TIMES.

      *    IRS PUB 946 TABLES A-2 THROUGH A-5, MID-QUARTER
      *    CONVENTION - ONE ROW PER QUARTER PLACED IN SERVICE,
      *    FIRST QUARTER FIRST. USED FOR A YEAR'S ADDITIONS WHEN
      *    MIDQTR FINDS MORE THAN 40% OF THE YEAR'S BASIS WAS PLACED
      *    IN THE LAST QUARTER.
       01  MACRS-3YR-MQ-TABLE-WS.
           05  FILLER  PIC 99V99 VALUE 58.33.
           05  FILLER  PIC 99V99 VALUE 27.78.
           05  FILLER  PIC 99V99 VALUE 12.35.
           05  FILLER  PIC 99V99 VALUE 01.54.
           05  FILLER  PIC 99V99 VALUE 41.67.
           05  FILLER  PIC 99V99 VALUE 38.89.
           05  FILLER  PIC 99V99 VALUE 14.14.
           05  FILLER  PIC 99V99 VALUE 05.30.
           05  FILLER  PIC 99V99 VALUE 25.00.
           05  FILLER  PIC 99V99 VALUE 50.00.
           05  FILLER  PIC 99V99 VALUE 16.67.
           05  FILLER  PIC 99V99 VALUE 08.33.
           05  FILLER  PIC 99V99 VALUE 08.33.
           05  FILLER  PIC 99V99 VALUE 61.11.
           05  FILLER  PIC 99V99 VALUE 20.37.
           05  FILLER  PIC 99V99 VALUE 10.19.
       01  MACRS-3YR-MQ-PCTS-WS REDEFINES MACRS-3YR-MQ-TABLE-WS.
           05  MACRS-3YR-MQ-QTR-WS OCCURS 4 TIMES.
               10  MACRS-3YR-MQ-PCT-WS PIC 99V99 OCCURS 4 TIMES.

       01  MACRS-5YR-MQ-TABLE-WS.
           05  FILLER  PIC 99V99 VALUE 35.00.
           05  FILLER  PIC 99V99 VALUE 26.00.
           05  FILLER  PIC 99V99 VALUE 15.60.
           05  FILLER  PIC 99V99 VALUE 11.01.
           05  FILLER  PIC 99V99 VALUE 11.01.
           05  FILLER  PIC 99V99 VALUE 01.38.
           05  FILLER  PIC 99V99 VALUE 25.00.
           05  FILLER  PIC 99V99 VALUE 30.00.
           05  FILLER  PIC 99V99 VALUE 18.00.
           05  FILLER  PIC 99V99 VALUE 11.37.
           05  FILLER  PIC 99V99 VALUE 11.37.
           05  FILLER  PIC 99V99 VALUE 04.26.
           05  FILLER  PIC 99V99 VALUE 15.00.
           05  FILLER  PIC 99V99 VALUE 34.00.
           05  FILLER  PIC 99V99 VALUE 20.40.
           05  FILLER  PIC 99V99 VALUE 12.24.
           05  FILLER  PIC 99V99 VALUE 11.30.
           05  FILLER  PIC 99V99 VALUE 07.06.
           05  FILLER  PIC 99V99 VALUE 05.00.
           05  FILLER  PIC 99V99 VALUE 38.00.
           05  FILLER  PIC 99V99 VALUE 22.80.
           05  FILLER  PIC 99V99 VALUE 13.68.
           05  FILLER  PIC 99V99 VALUE 10.94.
           05  FILLER  PIC 99V99 VALUE 09.58.
       01  MACRS-5YR-MQ-PCTS-WS REDEFINES MACRS-5YR-MQ-TABLE-WS.
           05  MACRS-5YR-MQ-QTR-WS OCCURS 4 TIMES.
               10  MACRS-5YR-MQ-PCT-WS PIC 99V99 OCCURS 6 TIMES.

       01  MACRS-7YR-MQ-TABLE-WS.
           05  FILLER  PIC 99V99 VALUE 25.00.
           05  FILLER  PIC 99V99 VALUE 21.43.
           05  FILLER  PIC 99V99 VALUE 15.31.
           05  FILLER  PIC 99V99 VALUE 10.93.
           05  FILLER  PIC 99V99 VALUE 08.75.
           05  FILLER  PIC 99V99 VALUE 08.74.
           05  FILLER  PIC 99V99 VALUE 08.75.
           05  FILLER  PIC 99V99 VALUE 01.09.
           05  FILLER  PIC 99V99 VALUE 17.85.
           05  FILLER  PIC 99V99 VALUE 23.47.
           05  FILLER  PIC 99V99 VALUE 16.76.
           05  FILLER  PIC 99V99 VALUE 11.97.
           05  FILLER  PIC 99V99 VALUE 08.87.
           05  FILLER  PIC 99V99 VALUE 08.87.
           05  FILLER  PIC 99V99 VALUE 08.87.
           05  FILLER  PIC 99V99 VALUE 03.34.
           05  FILLER  PIC 99V99 VALUE 10.71.
           05  FILLER  PIC 99V99 VALUE 25.51.
           05  FILLER  PIC 99V99 VALUE 18.22.
           05  FILLER  PIC 99V99 VALUE 13.02.
           05  FILLER  PIC 99V99 VALUE 09.30.
           05  FILLER  PIC 99V99 VALUE 08.85.
           05  FILLER  PIC 99V99 VALUE 08.86.
           05  FILLER  PIC 99V99 VALUE 05.53.
           05  FILLER  PIC 99V99 VALUE 03.57.
           05  FILLER  PIC 99V99 VALUE 27.55.
           05  FILLER  PIC 99V99 VALUE 19.68.
           05  FILLER  PIC 99V99 VALUE 14.06.
           05  FILLER  PIC 99V99 VALUE 10.04.
           05  FILLER  PIC 99V99 VALUE 08.73.
           05  FILLER  PIC 99V99 VALUE 08.73.
           05  FILLER  PIC 99V99 VALUE 07.64.
       01  MACRS-7YR-MQ-PCTS-WS REDEFINES MACRS-7YR-MQ-TABLE-WS.
           05  MACRS-7YR-MQ-QTR-WS OCCURS 4 TIMES.
               10  MACRS-7YR-MQ-PCT-WS PIC 99V99 OCCURS 8 TIMES.

       01  MACRS-10YR-MQ-TABLE-WS.
           05  FILLER  PIC 99V99 VALUE 17.50.
           05  FILLER  PIC 99V99 VALUE 16.50.
           05  FILLER  PIC 99V99 VALUE 13.20.
           05  FILLER  PIC 99V99 VALUE 10.56.
           05  FILLER  PIC 99V99 VALUE 08.45.
           05  FILLER  PIC 99V99 VALUE 06.76.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.56.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 00.82.
           05  FILLER  PIC 99V99 VALUE 12.50.
           05  FILLER  PIC 99V99 VALUE 17.50.
           05  FILLER  PIC 99V99 VALUE 14.00.
           05  FILLER  PIC 99V99 VALUE 11.20.
           05  FILLER  PIC 99V99 VALUE 08.96.
           05  FILLER  PIC 99V99 VALUE 07.17.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.56.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 02.46.
           05  FILLER  PIC 99V99 VALUE 07.50.
           05  FILLER  PIC 99V99 VALUE 18.50.
           05  FILLER  PIC 99V99 VALUE 14.80.
           05  FILLER  PIC 99V99 VALUE 11.84.
           05  FILLER  PIC 99V99 VALUE 09.47.
           05  FILLER  PIC 99V99 VALUE 07.58.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.56.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 04.10.
           05  FILLER  PIC 99V99 VALUE 02.50.
           05  FILLER  PIC 99V99 VALUE 19.50.
           05  FILLER  PIC 99V99 VALUE 15.60.
           05  FILLER  PIC 99V99 VALUE 12.48.
           05  FILLER  PIC 99V99 VALUE 09.98.
           05  FILLER  PIC 99V99 VALUE 07.99.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 06.56.
           05  FILLER  PIC 99V99 VALUE 06.55.
           05  FILLER  PIC 99V99 VALUE 05.74.
       01  MACRS-10YR-MQ-PCTS-WS REDEFINES MACRS-10YR-MQ-TABLE-WS.
           05  MACRS-10YR-MQ-QTR-WS OCCURS 4 TIMES.
               10  MACRS-10YR-MQ-PCT-WS PIC 99V99 OCCURS 11 TIMES.

       01  MACRS-PCT-WS             PIC 99V99 VALUE ZERO.

       01  BONUS-RATE-TABLE-WS.
           05  BONUS-RATE-ENTRY-WS OCCURS 40 TIMES.
               10  BR-YEAR-TBL       PIC 9(4).
               10  BR-BONUS-PCT-TBL  PIC 9V9999.

       01  BONUS-TABLE-CONTROL-WS.
           05  BONUS-TABLE-COUNT-WS   PIC 9(4)  VALUE ZERO.
           05  BONUS-TABLE-LOADED-SW  PIC X(3)  VALUE 'NO'.
           05  EOF-BONUS-RATE-WS      PIC X(3)  VALUE 'NO'.
           05  RATE-FOUND-SW          PIC X(3)  VALUE 'NO'.
           05  TBL-IDX-WS             PIC 9(4)  VALUE ZERO.

       01  ELECTION-CALC-WS.
           05  BONUS-PCT-WS           PIC 9V9999   VALUE ZERO.
           05  SEC179-TAKEN-WS        PIC S9(5)V99 VALUE ZERO.
           05  BONUS-TAKEN-WS         PIC S9(5)V99 VALUE ZERO.
           05  MACRS-BASIS-WS         PIC S9(5)V99 VALUE ZERO.

       01  BONUS-FILE-STATUS-WS       PIC XX     VALUE SPACES.

       01  CONVENTION-CALC-WS.
           05  PLACED-MONTH-WS        PIC 99       VALUE ZERO.
           05  PLACED-QUARTER-WS      PIC 9        VALUE ZERO.
           05  REAL-LIFE-MONTHS-WS    PIC 9(3)     VALUE ZERO.
           05  REAL-FIRST-YEAR-WS     PIC S9(5)V99 VALUE ZERO.
           05  REAL-STANDARD-YEAR-WS  PIC S9(5)V99 VALUE ZERO.
           05  REAL-TAKEN-BEFORE-WS   PIC S9(7)V99 VALUE ZERO.
           05  REAL-REMAINING-WS      PIC S9(7)V99 VALUE ZERO.

       LINKAGE SECTION.
       01  MACRS-REQUEST-LS.
           05  PRICE-IN-LS          PIC S9(5)V99.
           05  TAX-CLASS-IN-LS      PIC 99.
           05  TAX-YEAR-INDEX-IN-LS PIC 99.
      *    'S' SECTION 179 ONLY, 'B' BONUS ONLY, 'C' SECTION 179
      *    THEN BONUS ON THE REST, BLANK NO ELECTION.
           05  TAX-ELECTION-IN-LS   PIC X.
               88  ELECT-SEC179-LS      VALUE 'S' 'C'.
               88  ELECT-BONUS-LS       VALUE 'B' 'C'.
           05  SEC179-AMOUNT-IN-LS  PIC S9(5)V99.
           05  PLACED-YEAR-IN-LS    PIC 9(4).
           05  PLACED-MONTH-IN-LS   PIC 99.
      *    'Q' MID-QUARTER (SET BY MIDQTR FOR THE WHOLE YEAR'S
      *    ADDITIONS), BLANK HALF-YEAR. IGNORED FOR REAL PROPERTY.
           05  TAX-CONVENTION-IN-LS PIC X.
               88  CONVENTION-MID-QUARTER-LS VALUE 'Q'.

       01  MACRS-RESULT-LS.
           05  TAX-YEARLY-DEPR-OUT-LS PIC S9(5)V99.
           05  SEC179-TAKEN-OUT-LS    PIC S9(5)V99.
           05  BONUS-TAKEN-OUT-LS     PIC S9(5)V99.

       PROCEDURE DIVISION USING MACRS-REQUEST-LS, MACRS-RESULT-LS.
       410-MACRS-DEPRECIATION.
           MOVE ZERO TO MACRS-PCT-WS
           MOVE ZERO TO TAX-YEARLY-DEPR-OUT-LS
           MOVE ZERO TO SEC179-TAKEN-OUT-LS
           MOVE ZERO TO BONUS-TAKEN-OUT-LS
           PERFORM 415-SET-PLACED-QUARTER

           EVALUATE TAX-CLASS-IN-LS
               WHEN 27
                   MOVE 330 TO REAL-LIFE-MONTHS-WS
                   PERFORM 480-REAL-PROPERTY-DEPR
               WHEN 39
                   MOVE 468 TO REAL-LIFE-MONTHS-WS
                   PERFORM 480-REAL-PROPERTY-DEPR
               WHEN OTHER
                   PERFORM 412-PERSONAL-PROPERTY-DEPR
           END-EVALUATE.

           EXIT PROGRAM.

       412-PERSONAL-PROPERTY-DEPR.
           EVALUATE TAX-CLASS-IN-LS
               WHEN 3
                   IF TAX-YEAR-INDEX-IN-LS >= 1
                      AND TAX-YEAR-INDEX-IN-LS <= 4
                       IF CONVENTION-MID-QUARTER-LS
                           MOVE MACRS-3YR-MQ-PCT-WS (PLACED-QUARTER-WS,
                                TAX-YEAR-INDEX-IN-LS) TO MACRS-PCT-WS
                       ELSE
                           MOVE MACRS-3YR-PCT-WS (TAX-YEAR-INDEX-IN-LS)
                                TO MACRS-PCT-WS
                       END-IF
                   END-IF
               WHEN 5
                   IF TAX-YEAR-INDEX-IN-LS >= 1
                      AND TAX-YEAR-INDEX-IN-LS <= 6
                       IF CONVENTION-MID-QUARTER-LS
                           MOVE MACRS-5YR-MQ-PCT-WS (PLACED-QUARTER-WS,
                                TAX-YEAR-INDEX-IN-LS) TO MACRS-PCT-WS
                       ELSE
                           MOVE MACRS-5YR-PCT-WS (TAX-YEAR-INDEX-IN-LS)
                                TO MACRS-PCT-WS
                       END-IF
                   END-IF
               WHEN 7
                   IF TAX-YEAR-INDEX-IN-LS >= 1
                      AND TAX-YEAR-INDEX-IN-LS <= 8
                       IF CONVENTION-MID-QUARTER-LS
                           MOVE MACRS-7YR-MQ-PCT-WS (PLACED-QUARTER-WS,
                                TAX-YEAR-INDEX-IN-LS) TO MACRS-PCT-WS
                       ELSE
                           MOVE MACRS-7YR-PCT-WS (TAX-YEAR-INDEX-IN-LS)
                                TO MACRS-PCT-WS
                       END-IF
                   END-IF
               WHEN 10
                   IF TAX-YEAR-INDEX-IN-LS >= 1
                      AND TAX-YEAR-INDEX-IN-LS <= 11
                       IF CONVENTION-MID-QUARTER-LS
                           MOVE MACRS-10YR-MQ-PCT-WS (PLACED-QUARTER-WS,
                                TAX-YEAR-INDEX-IN-LS) TO MACRS-PCT-WS
                       ELSE
                           MOVE MACRS-10YR-PCT-WS (TAX-YEAR-INDEX-IN-LS)
                                TO MACRS-PCT-WS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO MACRS-PCT-WS
           END-EVALUATE

           PERFORM 420-FIGURE-ELECTIONS

           COMPUTE TAX-YEARLY-DEPR-OUT-LS ROUNDED =
                   MACRS-BASIS-WS * MACRS-PCT-WS / 100

           IF TAX-YEAR-INDEX-IN-LS = 1
              AND MACRS-PCT-WS > ZERO
               ADD SEC179-TAKEN-WS TO TAX-YEARLY-DEPR-OUT-LS
               ADD BONUS-TAKEN-WS  TO TAX-YEARLY-DEPR-OUT-LS
               MOVE SEC179-TAKEN-WS TO SEC179-TAKEN-OUT-LS
               MOVE BONUS-TAKEN-WS  TO BONUS-TAKEN-OUT-LS
           END-IF.

      *    A MONTH OUTSIDE 1-12 ON AN OLD RECORD IS TREATED AS THE
      *    NEAREST END OF THE YEAR RATHER THAN FAILING THE ASSET.
       415-SET-PLACED-QUARTER.
           EVALUATE TRUE
               WHEN PLACED-MONTH-IN-LS < 1
                   MOVE 1 TO PLACED-MONTH-WS
               WHEN PLACED-MONTH-IN-LS > 12
                   MOVE 12 TO PLACED-MONTH-WS
               WHEN OTHER
                   MOVE PLACED-MONTH-IN-LS TO PLACED-MONTH-WS
           END-EVALUATE
           COMPUTE PLACED-QUARTER-WS = (PLACED-MONTH-WS + 2) / 3.

      *    THE ELECTIONS ARE FIGURED THE SAME WAY FOR EVERY RECOVERY
      *    YEAR, SO THE LATER YEARS' MACRS BASIS IS THE SAME REDUCED
      *    BASIS YEAR 1 USED. SECTION 179 NEVER EXCEEDS THE COST.
       420-FIGURE-ELECTIONS.
           MOVE ZERO TO SEC179-TAKEN-WS
           MOVE ZERO TO BONUS-TAKEN-WS
           IF ELECT-SEC179-LS
              AND SEC179-AMOUNT-IN-LS > ZERO
               IF SEC179-AMOUNT-IN-LS > PRICE-IN-LS
                   MOVE PRICE-IN-LS TO SEC179-TAKEN-WS
               ELSE
                   MOVE SEC179-AMOUNT-IN-LS TO SEC179-TAKEN-WS
               END-IF
           END-IF
           IF ELECT-BONUS-LS
               IF BONUS-TABLE-LOADED-SW NOT = 'YES'
                   PERFORM 430-LOAD-BONUS-RATE-TABLE
               END-IF
               PERFORM 460-LOOKUP-BONUS-RATE
               COMPUTE BONUS-TAKEN-WS ROUNDED =
                       (PRICE-IN-LS - SEC179-TAKEN-WS) * BONUS-PCT-WS
           END-IF
           COMPUTE MACRS-BASIS-WS =
                   PRICE-IN-LS - SEC179-TAKEN-WS - BONUS-TAKEN-WS.

      *    LOADED ONCE PER RUN LIKE THE PAYROLL RATE TABLES. NO
      *    BONUSRT.DAT (STATUS 35), OR NO ROW FOR THE YEAR, TAKES NO
      *    BONUS - THE ELECTION CANNOT BE HONORED WITHOUT A RATE.
       430-LOAD-BONUS-RATE-TABLE.
           MOVE ZERO TO BONUS-TABLE-COUNT-WS
           MOVE 'NO' TO EOF-BONUS-RATE-WS
           OPEN INPUT BONUS-RATE-FILE
           IF BONUS-FILE-STATUS-WS = '35'
               MOVE 'YES' TO BONUS-TABLE-LOADED-SW
           ELSE
               PERFORM 440-READ-BONUS-RATE-RECORD
               PERFORM 450-STORE-BONUS-RATE-RECORD
                   UNTIL EOF-BONUS-RATE-WS = 'YES'
                      OR BONUS-TABLE-COUNT-WS = 40
               CLOSE BONUS-RATE-FILE
               MOVE 'YES' TO BONUS-TABLE-LOADED-SW
           END-IF.

       440-READ-BONUS-RATE-RECORD.
           READ BONUS-RATE-FILE
               AT END MOVE 'YES' TO EOF-BONUS-RATE-WS
           END-READ.

       450-STORE-BONUS-RATE-RECORD.
           ADD 1 TO BONUS-TABLE-COUNT-WS
           MOVE BR-YEAR-IN      TO BR-YEAR-TBL (BONUS-TABLE-COUNT-WS)
           MOVE BR-BONUS-PCT-IN TO
                BR-BONUS-PCT-TBL (BONUS-TABLE-COUNT-WS)
           PERFORM 440-READ-BONUS-RATE-RECORD.

       460-LOOKUP-BONUS-RATE.
           MOVE 'NO' TO RATE-FOUND-SW
           MOVE ZERO TO BONUS-PCT-WS
           PERFORM 470-SEARCH-BONUS-RATE-TABLE
               VARYING TBL-IDX-WS FROM 1 BY 1
               UNTIL TBL-IDX-WS > BONUS-TABLE-COUNT-WS
                  OR RATE-FOUND-SW = 'YES'.

       470-SEARCH-BONUS-RATE-TABLE.
           IF BR-YEAR-TBL (TBL-IDX-WS) = PLACED-YEAR-IN-LS
               MOVE BR-BONUS-PCT-TBL (TBL-IDX-WS) TO BONUS-PCT-WS
               MOVE 'YES' TO RATE-FOUND-SW
           END-IF.

      *    YEAR 1 RUNS FROM THE MIDDLE OF THE MONTH PLACED IN SERVICE
      *    (12.5 LESS THE MONTH, IN MONTHS); EACH LATER YEAR IS TWELVE
      *    MONTHS OF THE LIFE UNTIL THE COST IS RECOVERED.
       480-REAL-PROPERTY-DEPR.
           COMPUTE REAL-FIRST-YEAR-WS ROUNDED =
                   PRICE-IN-LS * (25 - 2 * PLACED-MONTH-WS)
                   / (2 * REAL-LIFE-MONTHS-WS)
           COMPUTE REAL-STANDARD-YEAR-WS ROUNDED =
                   PRICE-IN-LS * 12 / REAL-LIFE-MONTHS-WS
           EVALUATE TRUE
               WHEN TAX-YEAR-INDEX-IN-LS < 1
                   MOVE ZERO TO TAX-YEARLY-DEPR-OUT-LS
               WHEN TAX-YEAR-INDEX-IN-LS = 1
                   MOVE REAL-FIRST-YEAR-WS TO TAX-YEARLY-DEPR-OUT-LS
               WHEN OTHER
                   COMPUTE REAL-TAKEN-BEFORE-WS = REAL-FIRST-YEAR-WS
                       + (TAX-YEAR-INDEX-IN-LS - 2)
                       * REAL-STANDARD-YEAR-WS
                   COMPUTE REAL-REMAINING-WS =
                           PRICE-IN-LS - REAL-TAKEN-BEFORE-WS
                   EVALUATE TRUE
                       WHEN REAL-REMAINING-WS <= ZERO
                           MOVE ZERO TO TAX-YEARLY-DEPR-OUT-LS
                       WHEN REAL-REMAINING-WS < REAL-STANDARD-YEAR-WS
                           MOVE REAL-REMAINING-WS
                                TO TAX-YEARLY-DEPR-OUT-LS
                       WHEN OTHER
                           MOVE REAL-STANDARD-YEAR-WS
                                TO TAX-YEARLY-DEPR-OUT-LS
                   END-EVALUATE
           END-EVALUATE.
