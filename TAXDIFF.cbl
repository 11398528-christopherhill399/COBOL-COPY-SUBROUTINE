      *    THE MACRS TAX-BOOK FIGURE AND THE DIFFERENCE BETWEEN THEM,
      *    WITH COMPANY TOTALS - THE SUPPORT FOR THE DEFERRED TAX
      *    ENTRY. ASSETS WITH NO TAX CLASS ARE LISTED IN A COUNT SO
      *    THE UNCLASSIFIED POPULATION IS VISIBLE. THE TAX COLUMN
      *    CARRIES ANY SECTION 179 / BONUS ELECTION THE NIGHTLY RUN
      *    HAS POSTED; EACH ASSET SHOWS ITS ELECTION CODE AND THE
      *    FIRST-YEAR WRITE-OFFS INSIDE THE TAX TOTAL ARE BROKEN OUT
      *    AT THE FOOT, SINCE THEY DRIVE MOST OF THE DIFFERENCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TOTAL-BOOK-DEPR-WS      PICTURE S9(8)V99 VALUE ZERO.
           05  TOTAL-TAX-DEPR-WS       PICTURE S9(8)V99 VALUE ZERO.
           05  TOTAL-DIFF-WS           PICTURE S9(8)V99 VALUE ZERO.
           05  TOTAL-SEC179-WS         PICTURE S9(8)V99 VALUE ZERO.
           05  TOTAL-BONUS-WS          PICTURE S9(8)V99 VALUE ZERO.

      *    WORKING-STORAGE MIRRORS OF MACRSSUB'S TWO LINKAGE GROUPS.
       01  MACRS-REQUEST-WS.
           05  MACRS-PRICE-IN-WS       PICTURE S9(5)V99.
           05  MACRS-TAX-CLASS-IN-WS   PICTURE 99.
           05  MACRS-YEAR-INDEX-IN-WS  PICTURE 99.
           05  MACRS-ELECTION-IN-WS    PICTURE X.
           05  MACRS-SEC179-IN-WS      PICTURE S9(5)V99.
           05  MACRS-PLACED-YEAR-IN-WS PICTURE 9(4).
           05  MACRS-PLACED-MONTH-IN-WS PICTURE 99.
           05  MACRS-CONVENTION-IN-WS  PICTURE X.

       01  MACRS-RESULT-WS.
           05  TAX-YEARLY-DEPR-WS      PICTURE S9(5)V99.
           05  TAX-SEC179-TAKEN-WS     PICTURE S9(5)V99.
           05  TAX-BONUS-TAKEN-WS      PICTURE S9(5)V99.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'TAXDIFF'.
           05                      PICTURE X(10)   VALUE 'NAME'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'CLASS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'ELECT'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'BOOK DEPR'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'TAX DEPR'.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'DIFFERENCE'.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       01  TAXDIFF-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  TD-CLASS-OUT        PICTURE Z9.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  TD-ELECT-OUT        PICTURE X.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  TD-BOOK-OUT         PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  TD-TAX-OUT          PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  TD-DIFF-OUT         PICTURE -(6)9.99.
           05  FILLER              PICTURE X(55)   VALUE SPACES.

       01  TAXDIFF-TOTAL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(32)   VALUE
                 'COMPANY TOTALS'.
           05  TT-BOOK-OUT         PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TT-TAX-OUT          PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TT-DIFF-OUT         PICTURE -(8)9.99.
           05  FILLER              PICTURE X(56)   VALUE SPACES.

       01  TAXDIFF-ELECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(32)   VALUE
                 'TAX DEPR INCLUDES SECTION 179: '.
           05  TE-SEC179-OUT       PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'BONUS: '.
           05  TE-BONUS-OUT        PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(62)   VALUE SPACES.

       01  TAXDIFF-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           ADD TAX-ACCUM-DEPR-IN TO TOTAL-TAX-DEPR-WS
           ADD BOOK-TAX-DIFF-WS  TO TOTAL-DIFF-WS
           ADD 1 TO RECORDS-REPORTED-WS
           IF TAX-ELECTION-IN NOT = SPACE
              AND YEARS-IN-SERVICE-IN > ZERO
               PERFORM 330-ADD-ELECTION-AMOUNTS
           END-IF

           MOVE ASSET-ID-IN       TO TD-ASSET-ID-OUT
           MOVE NAME-IN           TO TD-NAME-OUT
           MOVE TAX-CLASS-IN      TO TD-CLASS-OUT
           MOVE TAX-ELECTION-IN   TO TD-ELECT-OUT
           MOVE ACCUM-DEPR-IN     TO TD-BOOK-OUT
           MOVE TAX-ACCUM-DEPR-IN TO TD-TAX-OUT
           MOVE BOOK-TAX-DIFF-WS  TO TD-DIFF-OUT
           WRITE PRINT-TAXDIFF-LINE FROM TAXDIFF-DETAIL-LINE
               AFTER 1 LINE.

      *    THE FIRST-YEAR WRITE-OFFS ARE NOT STORED ON THE MASTER -
      *    THEY ARE REFIGURED HERE BY THE SAME RECOVERY-YEAR-1 CALL
      *    THE NIGHTLY RUN POSTED THEM FROM.
       330-ADD-ELECTION-AMOUNTS.
           MOVE PRICE-IN         TO MACRS-PRICE-IN-WS
           MOVE TAX-CLASS-IN     TO MACRS-TAX-CLASS-IN-WS
           MOVE 1                TO MACRS-YEAR-INDEX-IN-WS
           MOVE TAX-ELECTION-IN  TO MACRS-ELECTION-IN-WS
           MOVE SEC179-AMOUNT-IN TO MACRS-SEC179-IN-WS
           MOVE ACQ-YEAR-IN      TO MACRS-PLACED-YEAR-IN-WS
           MOVE ACQ-MONTH-IN     TO MACRS-PLACED-MONTH-IN-WS
           MOVE TAX-CONVENTION-IN TO MACRS-CONVENTION-IN-WS
           CALL "MACRSSUB" USING MACRS-REQUEST-WS, MACRS-RESULT-WS
           ADD TAX-SEC179-TAKEN-WS TO TOTAL-SEC179-WS
           ADD TAX-BONUS-TAKEN-WS  TO TOTAL-BONUS-WS.

       500-HEADER.
           WRITE PRINT-TAXDIFF-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           WRITE PRINT-TAXDIFF-LINE FROM TAXDIFF-TOTAL-LINE
               AFTER 2 LINES

           MOVE TOTAL-SEC179-WS    TO TE-SEC179-OUT
           MOVE TOTAL-BONUS-WS     TO TE-BONUS-OUT
           WRITE PRINT-TAXDIFF-LINE FROM TAXDIFF-ELECTION-LINE
               AFTER 1 LINE

           MOVE RECORDS-REPORTED-WS   TO TS-REPORTED-OUT
           MOVE UNCLASSIFIED-COUNT-WS TO TS-UNCLASS-OUT
           WRITE PRINT-TAXDIFF-LINE FROM TAXDIFF-SUMMARY-LINE
