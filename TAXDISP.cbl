       IDENTIFICATION DIVISION.

       PROGRAM-ID. TAXDISP.

      *    TAX-BOOK GAIN OR LOSS FOR ONE DISPOSAL. THE GAAP GAIN THE
      *    NIGHTLY RUN AND ASSETEXC POST COMES FROM ACCUM-DEPR-IN;
      *    THE TAX RETURN NEEDS THE SAME SALE FIGURED AGAINST THE
      *    TAX BASIS - COST LESS TAX-ACCUM-DEPR-IN, WHICH ALREADY
      *    CARRIES ANY SECTION 179 AND BONUS TAKEN. GIVEN THE COST,
      *    TAX DEPRECIATION, RECOVERY CLASS, PROCEEDS AND THE TWO
      *    DATES, RETURNS THE ADJUSTED BASIS, THE GAIN OR LOSS, AND
      *    HOW FORM 4797 SPLITS IT:
      *      HELD MORE THAN ONE YEAR - A GAIN ON PERSONAL PROPERTY IS
      *        SECTION 1245 ORDINARY INCOME UP TO THE TAX
      *        DEPRECIATION TAKEN, THE REST SECTION 1231. REAL
      *        PROPERTY (CLASS 27/39) IS STRAIGHT LINE, SO ITS WHOLE
      *        GAIN IS 1231. A LOSS IS A 1231 LOSS.
      *      HELD ONE YEAR OR LESS - THE WHOLE GAIN OR LOSS IS
      *        ORDINARY AND NEITHER SPLIT APPLIES.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ANNIVERSARY-DATE-WS      PIC 9(9) VALUE ZERO.

       LINKAGE SECTION.
       01  TAXDISP-REQUEST-LS.
           05  PRICE-IN-LS          PIC S9(5)V99.
           05  TAX-ACCUM-IN-LS      PIC S9(6)V99.
           05  TAX-CLASS-IN-LS      PIC 99.
               88  TAX-CLASS-REAL-LS    VALUE 27 39.
           05  PROCEEDS-IN-LS       PIC S9(6)V99.
           05  ACQ-DATE-IN-LS       PIC 9(8).
           05  SALE-DATE-IN-LS      PIC 9(8).

       01  TAXDISP-RESULT-LS.
           05  TAX-ADJ-BASIS-OUT-LS PIC S9(6)V99.
           05  TAX-GAIN-LOSS-OUT-LS PIC S9(6)V99.
           05  SEC1245-OUT-LS       PIC S9(6)V99.
           05  SEC1231-OUT-LS       PIC S9(6)V99.
      *    'L' HELD MORE THAN ONE YEAR, 'S' ONE YEAR OR LESS.
           05  HOLDING-PERIOD-OUT-LS PIC X.
               88  HELD-LONG-TERM-LS    VALUE 'L'.

       PROCEDURE DIVISION USING TAXDISP-REQUEST-LS, TAXDISP-RESULT-LS.
       100-FIGURE-TAX-DISPOSAL.
           COMPUTE TAX-ADJ-BASIS-OUT-LS = PRICE-IN-LS - TAX-ACCUM-IN-LS
           COMPUTE TAX-GAIN-LOSS-OUT-LS =
                   PROCEEDS-IN-LS - TAX-ADJ-BASIS-OUT-LS
           MOVE ZERO TO SEC1245-OUT-LS
           MOVE ZERO TO SEC1231-OUT-LS
           PERFORM 200-SET-HOLDING-PERIOD

           IF HELD-LONG-TERM-LS
               EVALUATE TRUE
                   WHEN TAX-GAIN-LOSS-OUT-LS NOT > ZERO
                       MOVE TAX-GAIN-LOSS-OUT-LS TO SEC1231-OUT-LS
                   WHEN TAX-CLASS-REAL-LS
                       MOVE TAX-GAIN-LOSS-OUT-LS TO SEC1231-OUT-LS
                   WHEN TAX-GAIN-LOSS-OUT-LS > TAX-ACCUM-IN-LS
                       MOVE TAX-ACCUM-IN-LS TO SEC1245-OUT-LS
                       COMPUTE SEC1231-OUT-LS =
                               TAX-GAIN-LOSS-OUT-LS - TAX-ACCUM-IN-LS
                   WHEN OTHER
                       MOVE TAX-GAIN-LOSS-OUT-LS TO SEC1245-OUT-LS
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      *    MORE THAN ONE YEAR MEANS A SALE AFTER THE FIRST
      *    ANNIVERSARY OF THE ACQUISITION DATE - ADDING 10000 TO THE
      *    CCYYMMDD DATE GIVES THE ANNIVERSARY.
       200-SET-HOLDING-PERIOD.
           COMPUTE ANNIVERSARY-DATE-WS = ACQ-DATE-IN-LS + 10000
           IF SALE-DATE-IN-LS > ANNIVERSARY-DATE-WS
               MOVE 'L' TO HOLDING-PERIOD-OUT-LS
           ELSE
               MOVE 'S' TO HOLDING-PERIOD-OUT-LS
           END-IF.
