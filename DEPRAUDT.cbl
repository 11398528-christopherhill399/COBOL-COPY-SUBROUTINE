      *    ASSETS CANNOT BE REPLAYED (THE YEARLY UNITS ARE NOT KEPT)
      *    AND ASSETS WITH A FISCAL YEAR OF MONTHLY POSTINGS IN
      *    PROGRESS ARE FLAGGED FOR MANUAL REVIEW RATHER THAN
      *    COMPARED AGAINST A FULL-YEAR REPLAY. AN ASSET WHOSE
      *    USEFUL LIFE HAS BEEN RE-ESTIMATED HAS NO SINGLE LIFE TO
      *    REPLAY ITS GAAP BOOK UNDER, SO ONLY ITS TAX BOOK IS
      *    AUDITED AND A LINE SAYS SO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  AUD-TAX-ACCUM        PIC S9(6)V99.
           05  AUD-LIFETIME-UNITS   PIC 9(7).
           05  AUD-FY-ANNUAL        PIC S9(5)V99.
           05  FILLER               PIC X(142).
           05  AUD-EST-CHANGE-IND   PIC X.
           05  AUD-EST-LIFE-LEFT    PIC 99.

       01  AUDIT-DEPR-VARS-WS.
           05  AUD-EOF-FILLER       PIC X(3).
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
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'DEPRAUDT'.
                   MOVE 'MID-YEAR POSTINGS - REVIEW MANUALLY' TO
                        SK-REASON-OUT
                   PERFORM 380-WRITE-SKIPPED
               WHEN ESTIMATE-CHANGED-IN
                   ADD 1 TO ASSETS-AUDITED-WS
                   MOVE 'NO' TO ASSET-FLAGGED-SW
                   MOVE 'LIFE RE-ESTIMATED - TAX BOOK ONLY' TO
                        SK-REASON-OUT
                   PERFORM 380-WRITE-SKIPPED
                   PERFORM 350-REPLAY-TAX-BOOK
                   IF ASSET-FLAGGED-SW = 'YES'
                       ADD 1 TO ASSETS-OUT-WS
                   END-IF
               WHEN OTHER
                   ADD 1 TO ASSETS-AUDITED-WS
                   MOVE 'NO' TO ASSET-FLAGGED-SW

      *    THE TAX BOOK IS THE SUM OF THE MACRS TABLE PERCENTAGES
      *    FOR RECOVERY YEARS 1 THROUGH THE YEARS ALREADY IN
      *    SERVICE - THE SAME CALLS DEPRBATCH MAKES, ONE PER YEAR,
      *    CARRYING THE ASSET'S SECTION 179 / BONUS ELECTION.
      *    AN ASSET WITH NO TAX CLASS HAS NO TAX BOOK TO AUDIT.
       350-REPLAY-TAX-BOOK.
           IF TAX-CLASS-IN = ZERO
           MOVE PRICE-IN       TO MACRS-PRICE-IN-WS
           MOVE TAX-CLASS-IN   TO MACRS-TAX-CLASS-IN-WS
           MOVE REPLAY-YEAR-WS TO MACRS-YEAR-INDEX-IN-WS
           MOVE TAX-ELECTION-IN  TO MACRS-ELECTION-IN-WS
           MOVE SEC179-AMOUNT-IN TO MACRS-SEC179-IN-WS
           MOVE ACQ-YEAR-IN      TO MACRS-PLACED-YEAR-IN-WS
           MOVE ACQ-MONTH-IN     TO MACRS-PLACED-MONTH-IN-WS
           MOVE TAX-CONVENTION-IN TO MACRS-CONVENTION-IN-WS
           CALL "MACRSSUB" USING MACRS-REQUEST-WS, MACRS-RESULT-WS
           ADD TAX-YEARLY-DEPR-WS TO EXPECTED-TAX-WS.

