       01  SYD-SUM-WS           PIC S9(4)    VALUE ZERO.
       01  SYD-DIGIT-WS         PIC S9(4)    VALUE ZERO.
       01  PRORATE-MONTHS-WS    PIC S9(4)    VALUE ZERO.
       01  YEARS-LEFT-WS        PIC S9(4)    VALUE ZERO.
       01  UNITS-LEFT-WS        PIC S9(8)    VALUE ZERO.



               10  ACQ-DAY-LS       PIC 99.
      *    FILLERS BELOW ALIGN THIS LINKAGE VIEW WITH THE FIELDS OF
      *    CPYIN.CPY THAT DEPRESUB HAS NO NEED TO SEE (CATEGORY, THE
      *    DISPOSAL TRANSACTION FIELDS, THE LOCATION/TAX-BOOK FIELDS
      *    ADDED SINCE, AND EVERYTHING FROM THE PARENT ASSET THROUGH
      *    THE WARRANTY) SO THE UNITS FIELDS, THE FISCAL-YEAR ANNUAL
      *    CHARGE AND THE CHANGE-IN-ESTIMATE FIELDS LINE UP WITH THE
      *    REAL FIELDS.
           05  FILLER                 PIC X(15).
           05  FILLER                 PIC X.
           05  FILLER                 PIC X(8).
           05  FILLER                 PIC X(6).
           05  FILLER                 PIC X(2).
           05  FILLER                 PIC X(8).
           05  LIFETIME-UNITS-IN-LS   PIC 9(7).
           05  FY-ANNUAL-DEPR-IN-LS   PIC S9(5)V99.
           05  FILLER                 PIC X(142).
           05  EST-CHANGE-IND-IN-LS   PIC X.
               88  ESTIMATE-CHANGED-LS       VALUE 'E'.
           05  EST-LIFE-LEFT-IN-LS    PIC 99.

       01  WORKING-VARIABLES-LS.
           05  EOF-ASSET-WS-LS     PIC X(3).
               MOVE ZERO TO YEARLY-DEPR-LS
           ELSE
               EVALUATE TRUE
                   WHEN ESTIMATE-CHANGED-LS
                       PERFORM 410-FIGURE-REVISED-ESTIMATE
                   WHEN METHOD-DOUBLE-DECLINE-LS
                       COMPUTE DDB-RATE-WS = 2 / USEFUL-LIFE-IN-LS
                       COMPUTE BOOK-VALUE-WS =
      *        FROM THE ASSET'S ACQUISITION MONTH THROUGH DECEMBER.
      *        UNITS-OF-PRODUCTION IS ALREADY KEYED TO ACTUAL UNITS
      *        MADE THIS PERIOD, SO IT'S NOT PRORATED BY CALENDAR TIME.
      *        A RE-ESTIMATED ASSET IS ALREADY PAST ITS FIRST YEAR'S
      *        CHARGE AND IS NEVER PRORATED AGAIN.
               IF YEARS-IN-SERVICE-IN-LS = 0
                   AND ACQUISITION-DATE-IN-LS NOT = ZERO
                   AND NOT METHOD-UNITS-OF-PROD-LS
                   AND NOT ESTIMATE-CHANGED-LS
                   COMPUTE PRORATE-MONTHS-WS = 13 - ACQ-MONTH-LS
                   COMPUTE YEARLY-DEPR-LS ROUNDED =
                           YEARLY-DEPR-LS * PRORATE-MONTHS-WS / 12
           ADD   YEARLY-DEPR-LS  TO  TOTAL-DEPR-LS.

           EXIT PROGRAM.

      *    A CHANGE IN ESTIMATE IS PROSPECTIVE - THE BOOK VALUE AT
      *    THE CHANGE STANDS, AND WHAT IS LEFT OF THE DEPRECIABLE
      *    AMOUNT IS SPREAD OVER WHAT IS LEFT OF THE LIFE, SO NO
      *    YEAR ABSORBS A CATCH-UP. EVERY FIGURE IS TAKEN FROM WHERE
      *    THE ASSET STANDS NOW, WHICH FOR EACH METHOD COMES TO THE
      *    SAME CHARGE A FRESH SCHEDULE STARTED AT THE CHANGE WOULD
      *    GIVE: STRAIGHT LINE AN EVEN SHARE OF EACH YEAR LEFT;
      *    SUM-OF-YEARS THE YEARS LEFT OVER THEIR SUM-OF-DIGITS;
      *    DOUBLE DECLINING TWICE THE RATE OF THE LIFE THAT WAS LEFT
      *    AT THE CHANGE, ON BOOK VALUE; UNITS-OF-PRODUCTION THIS
      *    PERIOD'S SHARE OF THE UNITS STILL TO BE MADE BEFORE IT.
       410-FIGURE-REVISED-ESTIMATE.
           COMPUTE YEARS-LEFT-WS = USEFUL-LIFE-IN-LS
                   - YEARS-IN-SERVICE-IN-LS
           IF YEARS-LEFT-WS < 1
               MOVE 1 TO YEARS-LEFT-WS
           END-IF
           EVALUATE TRUE
               WHEN METHOD-DOUBLE-DECLINE-LS
                   IF EST-LIFE-LEFT-IN-LS = ZERO
                       COMPUTE DDB-RATE-WS = 2 / YEARS-LEFT-WS
                   ELSE
                       COMPUTE DDB-RATE-WS = 2 / EST-LIFE-LEFT-IN-LS
                   END-IF
                   COMPUTE BOOK-VALUE-WS =
                           PRICE-IN-LS - ACCUM-DEPR-IN-LS
                   COMPUTE YEARLY-DEPR-LS ROUNDED =
                           BOOK-VALUE-WS * DDB-RATE-WS
               WHEN METHOD-SUM-OF-YEARS-LS
                   COMPUTE SYD-SUM-WS =
                           YEARS-LEFT-WS * (YEARS-LEFT-WS + 1) / 2
                   COMPUTE YEARLY-DEPR-LS ROUNDED =
                           REMAINING-DEPR-WS * YEARS-LEFT-WS
                           / SYD-SUM-WS
               WHEN METHOD-UNITS-OF-PROD-LS
                   COMPUTE UNITS-LEFT-WS = EST-TOTAL-UNITS-IN-LS
                           - LIFETIME-UNITS-IN-LS
                           + UNITS-THIS-PERIOD-IN-LS
                   IF UNITS-LEFT-WS > ZERO
                       COMPUTE YEARLY-DEPR-LS ROUNDED =
                               REMAINING-DEPR-WS *
                               UNITS-THIS-PERIOD-IN-LS
                               / UNITS-LEFT-WS
                   ELSE
                       MOVE REMAINING-DEPR-WS TO YEARLY-DEPR-LS
                   END-IF
               WHEN OTHER
                   COMPUTE YEARLY-DEPR-LS ROUNDED =
                           REMAINING-DEPR-WS / YEARS-LEFT-WS
           END-EVALUATE.
