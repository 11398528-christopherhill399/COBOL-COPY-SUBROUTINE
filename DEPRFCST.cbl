      *    TAIL FIELDS DEPRESUB'S LINKAGE VIEW NOW SPANS - THE
      *    FORECAST RUNS ANNUAL MODE, WHICH NEVER TOUCHES THE
      *    FISCAL-YEAR CHARGE, BUT THE SCRATCH RECORD COVERS THE
      *    WHOLE MAPPED AREA ALL THE SAME. LIFETIME UNITS ARE ROLLED
      *    FORWARD HERE SINCE A RE-ESTIMATED UNITS ASSET IS CHARGED
      *    AGAINST THE UNITS STILL TO BE MADE.
           05  FILLER              PIC X(30).
           05  FC-LIFETIME-UNITS-WS PIC 9(7).
           05  FC-FY-ANNUAL-WS     PIC S9(5)V99.
           05  FILLER              PIC X(142).
           05  FC-EST-CHANGE-IND-WS PIC X.
           05  FC-EST-LIFE-LEFT-WS PIC 99.

      *    MIRROR OF DEPRBATCH'S WORKING-VARIABLES GROUP - DEPRESUB
      *    RETURNS THE YEAR'S CHARGE IN THE THIRD FIELD.
      *    EACH PASS THROUGH DEPRESUB ROLLS THE SCRATCH RECORD'S
      *    ACCUM-DEPR AND YEARS-IN-SERVICE FORWARD, SO THE NEXT PASS
      *    COMPUTES THE FOLLOWING YEAR'S CHARGE - EXACTLY AS FIVE
      *    SUCCESSIVE NIGHTLY RUNS WOULD. EACH LATER YEAR ASSUMES
      *    THE CURRENT PERIOD'S UNITS ARE MADE AGAIN.
       330-PROJECT-ONE-YEAR.
           MOVE ZERO TO FC-YEARLY-DEPR-WS
           IF FC-YEAR-IDX-WS > 1
               ADD FC-PERIOD-UNITS-WS TO FC-LIFETIME-UNITS-WS
           END-IF
           CALL "DEPRESUB" USING FORECAST-ASSET-WS, FORECAST-CALC-WS
           MOVE FC-YEARLY-DEPR-WS TO FC-YEAR-AMT-WS (FC-YEAR-IDX-WS)
           ADD  FC-YEARLY-DEPR-WS TO
