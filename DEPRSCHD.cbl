      *    CALL PER YEAR ON A SCRATCH IMAGE, SO WHAT PRINTS HERE IS
      *    EXACTLY WHAT THE LIVE RUNS WILL POST. UNITS-OF-PRODUCTION
      *    ASSETS HAVE NO CALENDAR SCHEDULE TO PROJECT AND ARE NOTED
      *    INSTEAD. AN ASSET WHOSE USEFUL LIFE HAS BEEN RE-ESTIMATED
      *    CANNOT BE REPLAYED FROM YEAR ONE UNDER ITS NEW LIFE - THE
      *    YEARS ALREADY TAKEN STAND AS POSTED - SO ITS SCHEDULE
      *    RUNS FORWARD FROM WHERE THE ASSET STANDS NOW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SCH-TAX-ACCUM        PIC S9(6)V99.
           05  SCH-LIFETIME-UNITS   PIC 9(7).
           05  SCH-FY-ANNUAL        PIC S9(5)V99.
           05  FILLER               PIC X(142).
           05  SCH-EST-CHANGE-IND   PIC X.
           05  SCH-EST-LIFE-LEFT    PIC 99.

       01  SCHED-DEPR-VARS-WS.
           05  SCH-EOF-FILLER       PIC X(3).
       01  SCHEDULE-CALC-WS.
           05  SCHED-YEAR-WS        PICTURE 99       VALUE ZERO.
           05  SCHED-LAST-YEAR-WS   PICTURE 99       VALUE ZERO.
           05  SCHED-FIRST-YEAR-WS  PICTURE 99       VALUE ZERO.
           05  TAX-ACCUM-RUN-WS     PICTURE S9(7)V99 VALUE ZERO.
           05  TAX-LAST-YEAR-WS     PICTURE 99       VALUE ZERO.

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
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'DEPRSCHD'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'TAX CLASS '.
           05  AF-TAX-CLASS-OUT    PICTURE Z9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'CONVENTION: '.
           05  AF-CONVENTION-OUT   PICTURE X(11).
           05  FILLER              PICTURE X(14)   VALUE SPACES.

      *    PRINTED UNDER THE FACTS ONLY WHEN THE TAX DEPARTMENT HAS
      *    MADE A FIRST-YEAR ELECTION - THE AMOUNTS ARE WHAT YEAR 1
      *    OF THE TAX COLUMN EXPENSES AHEAD OF THE MACRS TABLE.
       01  ELECTION-FACTS-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                 'TAX ELECTION: '.
           05  EF-ELECTION-OUT     PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(13)   VALUE
                 'SECTION 179: '.
           05  EF-SEC179-OUT       PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'BONUS: '.
           05  EF-BONUS-OUT        PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(72)   VALUE SPACES.

       01  SCHEDULE-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
            'UNITS-OF-PRODUCTION ASSET - NO CALENDAR SCHEDULE EXISTS'.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  ESTIMATE-NOTE-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(46)   VALUE
            'USEFUL LIFE RE-ESTIMATED - SCHEDULE FROM YEAR '.
           05  EN-FIRST-YEAR-OUT   PICTURE Z9.
           05                      PICTURE X(25)   VALUE
            ', PRIOR YEARS AS POSTED'.
           05  FILLER              PICTURE X(57)   VALUE SPACES.

       01  NOT-FOUND-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(26)   VALUE
           MOVE DEPR-METHOD-IN      TO AF-METHOD-OUT
           MOVE ACQUISITION-DATE-IN TO AF-ACQ-DATE-OUT
           MOVE TAX-CLASS-IN        TO AF-TAX-CLASS-OUT
           EVALUATE TRUE
               WHEN TAX-CLASS-IN = ZERO
                   MOVE SPACES        TO AF-CONVENTION-OUT
               WHEN TAX-CLASS-REAL-IN
                   MOVE 'MID-MONTH'   TO AF-CONVENTION-OUT
               WHEN TAX-CONV-MID-QUARTER-IN
                   MOVE 'MID-QUARTER' TO AF-CONVENTION-OUT
               WHEN OTHER
                   MOVE 'HALF-YEAR'   TO AF-CONVENTION-OUT
           END-EVALUATE
           WRITE PRINT-SCHEDULE-LINE FROM ASSET-FACTS-LINE
               AFTER 1 LINE
           IF TAX-CLASS-IN > ZERO
              AND TAX-ELECTION-IN NOT = SPACE
               PERFORM 410-PRINT-ELECTION-FACTS
           END-IF

           IF DEPR-METHOD-UNITS-OF-PROD
               WRITE PRINT-SCHEDULE-LINE FROM UNITS-NOTE-LINE
               PERFORM 420-REPLAY-WHOLE-LIFE
           END-IF.

       410-PRINT-ELECTION-FACTS.
           MOVE 1 TO SCHED-YEAR-WS
           PERFORM 450-CALL-MACRSSUB
           MOVE TAX-ELECTION-IN     TO EF-ELECTION-OUT
           MOVE TAX-SEC179-TAKEN-WS TO EF-SEC179-OUT
           MOVE TAX-BONUS-TAKEN-WS  TO EF-BONUS-OUT
           WRITE PRINT-SCHEDULE-LINE FROM ELECTION-FACTS-LINE
               AFTER 1 LINE.

      *    A RE-ESTIMATED ASSET KEEPS ITS POSTED ACCUMULATION AND
      *    YEARS IN SERVICE AND PICKS UP AT THE NEXT YEAR; THE TAX
      *    BOOK, WHICH THE CHANGE NEVER TOUCHES, IS RUN SILENTLY
      *    THROUGH THE YEARS ALREADY TAKEN SO ITS BALANCE CARRIES.
       420-REPLAY-WHOLE-LIFE.
           MOVE CPYIN TO SCHED-ASSET-WS
           MOVE ZERO  TO SCH-FY-ANNUAL
           MOVE 'A'   TO SCH-RUN-MODE
           MOVE ZERO  TO SCH-RUN-PERIOD
           MOVE ZERO  TO SCH-TOTAL-DEPR
           MOVE ZERO  TO TAX-ACCUM-RUN-WS
           IF ESTIMATE-CHANGED-IN
               COMPUTE SCHED-FIRST-YEAR-WS = YEARS-IN-SERVICE-IN + 1
               MOVE SCHED-FIRST-YEAR-WS TO EN-FIRST-YEAR-OUT
               WRITE PRINT-SCHEDULE-LINE FROM ESTIMATE-NOTE-LINE
                   AFTER 1 LINE
               IF TAX-CLASS-IN > ZERO
                   PERFORM 430-TAKE-PRIOR-TAX-YEAR
                       VARYING SCHED-YEAR-WS FROM 1 BY 1
                       UNTIL SCHED-YEAR-WS > YEARS-IN-SERVICE-IN
               END-IF
           ELSE
               MOVE 1     TO SCHED-FIRST-YEAR-WS
               MOVE ZERO  TO SCH-ACCUM-DEPR
               MOVE ZERO  TO SCH-YEARS-IN-SERVICE
           END-IF

           COMPUTE SCHED-LAST-YEAR-WS = USEFUL-LIFE-IN + 1
      *    MID-MONTH REAL PROPERTY RUNS INTO A 29TH (27.5-YEAR) OR
      *    40TH (39-YEAR) YEAR; PERSONAL PROPERTY ONE PAST ITS CLASS.
           EVALUATE TAX-CLASS-IN
               WHEN 27
                   MOVE 29 TO TAX-LAST-YEAR-WS
               WHEN 39
                   MOVE 40 TO TAX-LAST-YEAR-WS
               WHEN OTHER
                   COMPUTE TAX-LAST-YEAR-WS = TAX-CLASS-IN + 1
           END-EVALUATE
           IF TAX-LAST-YEAR-WS > SCHED-LAST-YEAR-WS
               MOVE TAX-LAST-YEAR-WS TO SCHED-LAST-YEAR-WS
           END-IF

           PERFORM 440-PRINT-ONE-SCHEDULE-YEAR
               VARYING SCHED-YEAR-WS FROM SCHED-FIRST-YEAR-WS BY 1
               UNTIL SCHED-YEAR-WS > SCHED-LAST-YEAR-WS.

       430-TAKE-PRIOR-TAX-YEAR.
           PERFORM 450-CALL-MACRSSUB
           ADD TAX-YEARLY-DEPR-WS TO TAX-ACCUM-RUN-WS.

       440-PRINT-ONE-SCHEDULE-YEAR.
           CALL "DEPRESUB" USING SCHED-ASSET-WS, SCHED-DEPR-VARS-WS

           IF TAX-CLASS-IN > ZERO
               PERFORM 450-CALL-MACRSSUB
               ADD TAX-YEARLY-DEPR-WS TO TAX-ACCUM-RUN-WS
           ELSE
               MOVE ZERO TO TAX-YEARLY-DEPR-WS
           WRITE PRINT-SCHEDULE-LINE FROM SCHEDULE-DETAIL-LINE
               AFTER 1 LINE.

       450-CALL-MACRSSUB.
           MOVE PRICE-IN         TO MACRS-PRICE-IN-WS
           MOVE TAX-CLASS-IN     TO MACRS-TAX-CLASS-IN-WS
           MOVE SCHED-YEAR-WS    TO MACRS-YEAR-INDEX-IN-WS
           MOVE TAX-ELECTION-IN  TO MACRS-ELECTION-IN-WS
           MOVE SEC179-AMOUNT-IN TO MACRS-SEC179-IN-WS
           MOVE ACQ-YEAR-IN      TO MACRS-PLACED-YEAR-IN-WS
           MOVE ACQ-MONTH-IN     TO MACRS-PLACED-MONTH-IN-WS
           MOVE TAX-CONVENTION-IN TO MACRS-CONVENTION-IN-WS
           CALL "MACRSSUB" USING MACRS-REQUEST-WS, MACRS-RESULT-WS.

       900-CLOSE.
           MOVE REQUESTS-READ-WS      TO SS-REQUESTS-OUT
           MOVE SCHEDULES-PRINTED-WS  TO SS-SCHEDULES-OUT
