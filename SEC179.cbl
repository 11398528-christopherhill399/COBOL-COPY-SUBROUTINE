       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SEC179.
       AUTHOR.    CHRISTOPHER HILL.

      *    YEAR-END SECTION 179 LIMIT AND INVESTMENT PHASE-OUT TEST.
      *    ASSETMNT TAKES EACH SECTION 179 ELECTION ONE ASSET AT A
      *    TIME, BUT THE DOLLAR LIMIT IS ANNUAL AND SHARED BY EVERY
      *    COMPANY ON THE MASTER - SO THIS RUN WALKS THE ASSET
      *    MASTER FOR ONE PLACED-IN-SERVICE YEAR, LISTS EVERY ASSET
      *    CARRYING AN ELECTION, TOTALS THE TAX-CLASSIFIED PROPERTY
      *    PLACED IN SERVICE AND THE SECTION 179 ELECTED BY COMPANY,
      *    AND TESTS THE COMBINED ELECTIONS AGAINST THE YEAR'S LIMIT
      *    FROM BONUSRT.DAT - REDUCED DOLLAR FOR DOLLAR BY THE
      *    PROPERTY PLACED IN SERVICE OVER THE PHASE-OUT THRESHOLD.
      *    AN OVERAGE IS PRINTED FOR THE TAX DEPARTMENT TO TRIM
      *    THROUGH ASSETMNT; NOTHING ON THE MASTER IS CHANGED HERE.
      *    LEASED RIGHT-OF-USE ASSETS ARE NOT OWNED PROPERTY AND ARE
      *    LEFT OUT. THE SEC179.PRM CARD IS OPTIONAL:
      *        COLUMNS  1-4   TAX YEAR (DEFAULT THIS YEAR)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT BONUS-RATE-FILE ASSIGN TO 'BONUSRT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BONUS-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'SEC179.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT SEC179-REPORT-FILE ASSIGN TO 'SEC179.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

      *    THE SAME ROWS MACRSSUB TAKES ITS BONUS PERCENTAGE FROM.
       FD  BONUS-RATE-FILE RECORDING MODE IS F.
       01  BONUS-RATE-RECORD.
           05  BR-YEAR-IN           PIC 9(4).
           05  BR-BONUS-PCT-IN      PIC 9V9999.
           05  BR-SEC179-LIMIT-IN   PIC 9(7).
           05  BR-PHASEOUT-START-IN PIC 9(8).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-TAX-YEAR    PIC X(4).
           05  PRM-TAX-YEAR-NUM REDEFINES PRM-TAX-YEAR PIC 9(4).
           05  FILLER          PIC X(76).

       FD  SEC179-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-SEC179-LINE           PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-BONUS-RATE-WS       PICTURE X(3)  VALUE 'NO'.
           05  LIMIT-ROW-FOUND-SW      PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  ASSETS-PLACED-WS        PICTURE 9(6)  VALUE ZERO.
           05  ASSETS-ELECTING-WS      PICTURE 9(6)  VALUE ZERO.
           05  BONUS-ELECTIONS-WS      PICTURE 9(6)  VALUE ZERO.

       01  ASSET-FILE-STATUS-WS        PICTURE XX    VALUE SPACES.
       01  BONUS-FILE-STATUS-WS        PICTURE XX    VALUE SPACES.
       01  PARM-FILE-STATUS-WS         PICTURE XX    VALUE SPACES.

       01  TAX-YEAR-WS                 PICTURE 9(4)  VALUE ZERO.

      *    THE YEAR'S BONUSRT.DAT ROW AND THE LIMIT TEST BUILT ON IT.
       01  LIMIT-TEST-WS.
           05  YEAR-BONUS-PCT-WS       PICTURE 9V9999   VALUE ZERO.
           05  YEAR-LIMIT-WS           PICTURE 9(7)     VALUE ZERO.
           05  YEAR-PHASEOUT-WS        PICTURE 9(8)     VALUE ZERO.
           05  TOTAL-PLACED-COST-WS    PICTURE S9(9)V99 VALUE ZERO.
           05  TOTAL-ELECTED-WS        PICTURE S9(9)V99 VALUE ZERO.
           05  PHASEOUT-REDUCTION-WS   PICTURE S9(9)V99 VALUE ZERO.
           05  ALLOWED-LIMIT-WS        PICTURE S9(9)V99 VALUE ZERO.
           05  LIMIT-EXCESS-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  BONUS-PCT-DISPLAY-WS    PICTURE 999V99   VALUE ZERO.

      *    ONE ENTRY PER COMPANY, KEPT IN CODE ORDER AS THE MASTER IS
      *    READ. PAST THE FIFTIETH COMPANY EVERYTHING LANDS IN THE
      *    LAST ENTRY, PRINTED AS '**'.
       01  COMPANY-CONTROL-WS.
           05  CO-LIMIT-WS          PIC 99   VALUE 50.
           05  CO-COUNT-WS          PIC 99   VALUE ZERO.
           05  CO-IDX-WS            PIC 99   VALUE ZERO.
           05  CO-SLOT-WS           PIC 99   VALUE ZERO.
           05  CO-INSERT-WS         PIC 99   VALUE ZERO.
           05  CO-FOUND-SW          PIC X(3) VALUE 'NO'.
           05  CO-KEY-WS            PIC XX   VALUE SPACES.

       01  COMPANY-TABLE-WS.
           05  COMPANY-ENTRY-WS OCCURS 50 TIMES.
               10  COT-CODE-TBL         PIC XX.
               10  COT-PLACED-TBL       PIC 9(5).
               10  COT-COST-TBL         PIC S9(9)V99.
               10  COT-ELECTED-TBL      PIC S9(9)V99.
               10  COT-BONUS-TBL        PIC 9(5).

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'SEC179'.
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
           05                      PICTURE X(48)   VALUE
           'SECTION 179 LIMIT AND PHASE-OUT TEST - TAX YEAR '.
           05  HDR-YEAR-OUT        PICTURE 9(4).
           05  FILLER              PICTURE X(49)   VALUE SPACES.

       01  SECTION-TITLE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ST-TITLE-OUT        PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  ELECTION-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET ID'.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'NAME'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(2)    VALUE 'CO'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'CLASS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ACQUIRED'.
           05  FILLER              PICTURE X(9)    VALUE SPACES.
           05                      PICTURE X(4)    VALUE 'COST'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'ELECT'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'SEC 179'.
           05  FILLER              PICTURE X(54)   VALUE SPACES.

       01  ELECTION-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  ED-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  ED-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  ED-CLASS-OUT        PICTURE Z9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  ED-ACQ-DATE-OUT     PICTURE 9(8).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  ED-COST-OUT         PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  ED-ELECT-OUT        PICTURE X.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  ED-SEC179-OUT       PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(54)   VALUE SPACES.

       01  COMPANY-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'CO'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'PLACED'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE 'COST PLACED'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(13)   VALUE
                 'SEC 179 ELECT'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'BONUS'.
           05  FILLER              PICTURE X(70)   VALUE SPACES.

       01  COMPANY-TOTAL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CT-CODE-OUT         PICTURE X(5).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CT-PLACED-OUT       PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  CT-COST-OUT         PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  CT-ELECTED-OUT      PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  CT-BONUS-OUT        PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(70)   VALUE SPACES.

       01  LIMIT-TEST-LINE.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  LT-LABEL-OUT        PICTURE X(40).
           05  LT-AMOUNT-OUT       PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  BONUS-RATE-LINE.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
                 'BONUS PERCENTAGE FOR THE YEAR'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05  BL-PCT-OUT          PICTURE ZZ9.99.
           05                      PICTURE X       VALUE '%'.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  SEC179-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                 'ASSETS READ:  '.
           05  SS-READ-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(19)   VALUE
                 'PLACED IN SERVICE: '.
           05  SS-PLACED-OUT       PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(18)   VALUE
                 'WITH AN ELECTION: '.
           05  SS-ELECTING-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(51)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-ASSET-WS = 'YES'
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           MOVE YEAR-WS         TO TAX-YEAR-WS
           PERFORM 210-READ-PARAMETER-CARD
           PERFORM 220-LOAD-YEAR-LIMITS

           OPEN INPUT  ASSET-INPUT-FILE
           OPEN OUTPUT SEC179-REPORT-FILE

           PERFORM 500-HEADER
           PERFORM 250-READ-ONE-RECORD.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-TAX-YEAR IS NUMERIC
                          AND PRM-TAX-YEAR-NUM > 1900
                           MOVE PRM-TAX-YEAR-NUM TO TAX-YEAR-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      *    ONLY THE TAX YEAR'S ROW MATTERS. NO FILE, OR NO ROW FOR
      *    THE YEAR, LEAVES THE LIMIT UNKNOWN AND THE TEST IS
      *    REPORTED AS NOT RUN RATHER THAN PASSED.
       220-LOAD-YEAR-LIMITS.
           OPEN INPUT BONUS-RATE-FILE
           IF BONUS-FILE-STATUS-WS NOT = '35'
               PERFORM 230-READ-ONE-BONUS-ROW
                   UNTIL EOF-BONUS-RATE-WS = 'YES'
                      OR LIMIT-ROW-FOUND-SW = 'YES'
               CLOSE BONUS-RATE-FILE
           END-IF.

       230-READ-ONE-BONUS-ROW.
           READ BONUS-RATE-FILE
               AT END MOVE 'YES' TO EOF-BONUS-RATE-WS
               NOT AT END
                   IF BR-YEAR-IN = TAX-YEAR-WS
                       MOVE BR-BONUS-PCT-IN      TO YEAR-BONUS-PCT-WS
                       MOVE BR-SEC179-LIMIT-IN   TO YEAR-LIMIT-WS
                       MOVE BR-PHASEOUT-START-IN TO YEAR-PHASEOUT-WS
                       MOVE 'YES' TO LIMIT-ROW-FOUND-SW
                   END-IF
           END-READ.

       250-READ-ONE-RECORD.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    EVERY OWNED PERSONAL-PROPERTY ASSET PLACED IN SERVICE IN
      *    THE YEAR COUNTS TOWARD THE PHASE-OUT, WHETHER OR NOT IT HAS
      *    SINCE BEEN DISPOSED OF. REAL PROPERTY (CLASS 27/39) IS NOT
      *    SECTION 179 PROPERTY AND STAYS OUT OF THE TEST.
       300-PROCESS.
           IF TAX-CLASS-PERSONAL-IN
              AND NOT ASSET-LEASED-IN
              AND ACQ-YEAR-IN = TAX-YEAR-WS
               PERFORM 320-COUNT-ONE-ASSET
           END-IF
           PERFORM 250-READ-ONE-RECORD.

       320-COUNT-ONE-ASSET.
           ADD 1        TO ASSETS-PLACED-WS
           ADD PRICE-IN TO TOTAL-PLACED-COST-WS
           MOVE COMPANY-IN TO CO-KEY-WS
           PERFORM 460-FIND-COMPANY-ENTRY
           ADD 1        TO COT-PLACED-TBL (CO-SLOT-WS)
           ADD PRICE-IN TO COT-COST-TBL (CO-SLOT-WS)
           IF TAX-ELECT-SEC179-IN
               ADD SEC179-AMOUNT-IN TO TOTAL-ELECTED-WS
               ADD SEC179-AMOUNT-IN TO COT-ELECTED-TBL (CO-SLOT-WS)
           END-IF
           IF TAX-ELECT-BONUS-IN
               ADD 1 TO BONUS-ELECTIONS-WS
               ADD 1 TO COT-BONUS-TBL (CO-SLOT-WS)
           END-IF
           IF TAX-ELECTION-IN NOT = SPACE
               PERFORM 330-PRINT-ELECTING-ASSET
           END-IF.

       330-PRINT-ELECTING-ASSET.
           ADD 1 TO ASSETS-ELECTING-WS
           MOVE ASSET-ID-IN         TO ED-ASSET-ID-OUT
           MOVE NAME-IN             TO ED-NAME-OUT
           MOVE COMPANY-IN          TO ED-COMPANY-OUT
           MOVE TAX-CLASS-IN        TO ED-CLASS-OUT
           MOVE ACQUISITION-DATE-IN TO ED-ACQ-DATE-OUT
           MOVE PRICE-IN            TO ED-COST-OUT
           MOVE TAX-ELECTION-IN     TO ED-ELECT-OUT
           IF TAX-ELECT-SEC179-IN
               MOVE SEC179-AMOUNT-IN TO ED-SEC179-OUT
           ELSE
               MOVE ZERO TO ED-SEC179-OUT
           END-IF
           WRITE PRINT-SEC179-LINE FROM ELECTION-DETAIL-LINE
               AFTER 1 LINE.

      *    FINDS THE COMPANY IN CO-KEY-WS, OPENING A NEW ENTRY IN
      *    CODE ORDER WHEN IT ISN'T THERE YET.
       460-FIND-COMPANY-ENTRY.
           MOVE 'NO' TO CO-FOUND-SW
           MOVE ZERO TO CO-SLOT-WS
           COMPUTE CO-INSERT-WS = CO-COUNT-WS + 1
           PERFORM 465-SEARCH-COMPANY-TABLE
               VARYING CO-IDX-WS FROM 1 BY 1
               UNTIL CO-IDX-WS > CO-COUNT-WS
                  OR CO-FOUND-SW = 'YES'
           IF CO-FOUND-SW NOT = 'YES'
               IF CO-COUNT-WS < CO-LIMIT-WS
                   PERFORM 467-SHIFT-COMPANY-ENTRY
                       VARYING CO-IDX-WS FROM CO-COUNT-WS BY -1
                       UNTIL CO-IDX-WS < CO-INSERT-WS
                   ADD 1 TO CO-COUNT-WS
                   MOVE CO-INSERT-WS TO CO-SLOT-WS
                   INITIALIZE COMPANY-ENTRY-WS (CO-SLOT-WS)
                   MOVE CO-KEY-WS TO COT-CODE-TBL (CO-SLOT-WS)
               ELSE
                   MOVE CO-LIMIT-WS TO CO-SLOT-WS
                   MOVE '**' TO COT-CODE-TBL (CO-SLOT-WS)
               END-IF
           END-IF.

       465-SEARCH-COMPANY-TABLE.
           IF COT-CODE-TBL (CO-IDX-WS) = CO-KEY-WS
               MOVE CO-IDX-WS TO CO-SLOT-WS
               MOVE 'YES' TO CO-FOUND-SW
           ELSE
               IF COT-CODE-TBL (CO-IDX-WS) > CO-KEY-WS
                  AND CO-INSERT-WS > CO-COUNT-WS
                   MOVE CO-IDX-WS TO CO-INSERT-WS
               END-IF
           END-IF.

       467-SHIFT-COMPANY-ENTRY.
           MOVE COMPANY-ENTRY-WS (CO-IDX-WS) TO
                COMPANY-ENTRY-WS (CO-IDX-WS + 1).

       500-HEADER.
           MOVE TAX-YEAR-WS TO HDR-YEAR-OUT
           WRITE PRINT-SEC179-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE 'ASSETS PLACED IN SERVICE WITH A TAX ELECTION' TO
                ST-TITLE-OUT
           WRITE PRINT-SEC179-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           WRITE PRINT-SEC179-LINE FROM ELECTION-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-SEC179-LINE
           WRITE PRINT-SEC179-LINE AFTER 1 LINE.

       600-PRINT-COMPANY-TOTALS.
           MOVE 'PROPERTY PLACED IN SERVICE BY COMPANY' TO
                ST-TITLE-OUT
           WRITE PRINT-SEC179-LINE FROM SECTION-TITLE-LINE
               AFTER 3 LINES
           WRITE PRINT-SEC179-LINE FROM COMPANY-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-SEC179-LINE
           WRITE PRINT-SEC179-LINE AFTER 1 LINE
           PERFORM 610-PRINT-ONE-COMPANY
               VARYING CO-IDX-WS FROM 1 BY 1
               UNTIL CO-IDX-WS > CO-COUNT-WS
           MOVE 'ALL'                TO CT-CODE-OUT
           MOVE ASSETS-PLACED-WS     TO CT-PLACED-OUT
           MOVE TOTAL-PLACED-COST-WS TO CT-COST-OUT
           MOVE TOTAL-ELECTED-WS     TO CT-ELECTED-OUT
           MOVE BONUS-ELECTIONS-WS   TO CT-BONUS-OUT
           WRITE PRINT-SEC179-LINE FROM COMPANY-TOTAL-LINE
               AFTER 2 LINES.

       610-PRINT-ONE-COMPANY.
           MOVE COT-CODE-TBL (CO-IDX-WS)    TO CT-CODE-OUT
           MOVE COT-PLACED-TBL (CO-IDX-WS)  TO CT-PLACED-OUT
           MOVE COT-COST-TBL (CO-IDX-WS)    TO CT-COST-OUT
           MOVE COT-ELECTED-TBL (CO-IDX-WS) TO CT-ELECTED-OUT
           MOVE COT-BONUS-TBL (CO-IDX-WS)   TO CT-BONUS-OUT
           WRITE PRINT-SEC179-LINE FROM COMPANY-TOTAL-LINE
               AFTER 1 LINE.

      *    THE LIMIT IS REDUCED BY EVERY DOLLAR OF PROPERTY PLACED IN
      *    SERVICE OVER THE THRESHOLD, DOWN TO ZERO. ELECTIONS OVER
      *    WHAT IS LEFT ARE DISALLOWED ON THE RETURN, SO THE EXCESS
      *    IS CALLED OUT FOR THE TAX DEPARTMENT TO TRIM.
       700-TEST-SECTION-179-LIMIT.
           MOVE 'SECTION 179 LIMIT TEST - ALL COMPANIES COMBINED' TO
                ST-TITLE-OUT
           WRITE PRINT-SEC179-LINE FROM SECTION-TITLE-LINE
               AFTER 3 LINES
           IF LIMIT-ROW-FOUND-SW NOT = 'YES'
               MOVE
                 '*** NO BONUSRT.DAT ROW FOR THE YEAR - TEST NOT RUN'
                    TO ST-TITLE-OUT
               WRITE PRINT-SEC179-LINE FROM SECTION-TITLE-LINE
                   AFTER 2 LINES
           ELSE
               PERFORM 710-FIGURE-ALLOWED-LIMIT
               PERFORM 720-PRINT-LIMIT-TEST
           END-IF.

       710-FIGURE-ALLOWED-LIMIT.
           IF TOTAL-PLACED-COST-WS > YEAR-PHASEOUT-WS
               COMPUTE PHASEOUT-REDUCTION-WS =
                       TOTAL-PLACED-COST-WS - YEAR-PHASEOUT-WS
           ELSE
               MOVE ZERO TO PHASEOUT-REDUCTION-WS
           END-IF
           IF PHASEOUT-REDUCTION-WS > YEAR-LIMIT-WS
               MOVE ZERO TO ALLOWED-LIMIT-WS
           ELSE
               COMPUTE ALLOWED-LIMIT-WS =
                       YEAR-LIMIT-WS - PHASEOUT-REDUCTION-WS
           END-IF
           COMPUTE LIMIT-EXCESS-WS =
                   TOTAL-ELECTED-WS - ALLOWED-LIMIT-WS.

       720-PRINT-LIMIT-TEST.
           MOVE 'SECTION 179 DOLLAR LIMIT' TO LT-LABEL-OUT
           MOVE YEAR-LIMIT-WS TO LT-AMOUNT-OUT
           WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
               AFTER 2 LINES
           MOVE 'PROPERTY PLACED IN SERVICE' TO LT-LABEL-OUT
           MOVE TOTAL-PLACED-COST-WS TO LT-AMOUNT-OUT
           WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
               AFTER 1 LINE
           MOVE 'PHASE-OUT THRESHOLD' TO LT-LABEL-OUT
           MOVE YEAR-PHASEOUT-WS TO LT-AMOUNT-OUT
           WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
               AFTER 1 LINE
           MOVE 'LESS PHASE-OUT REDUCTION' TO LT-LABEL-OUT
           MOVE PHASEOUT-REDUCTION-WS TO LT-AMOUNT-OUT
           WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
               AFTER 1 LINE
           MOVE 'LIMIT AFTER PHASE-OUT' TO LT-LABEL-OUT
           MOVE ALLOWED-LIMIT-WS TO LT-AMOUNT-OUT
           WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
               AFTER 1 LINE
           MOVE 'SECTION 179 ELECTED' TO LT-LABEL-OUT
           MOVE TOTAL-ELECTED-WS TO LT-AMOUNT-OUT
           WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
               AFTER 1 LINE

           IF LIMIT-EXCESS-WS > ZERO
               MOVE '*** ELECTED OVER THE LIMIT BY' TO LT-LABEL-OUT
               MOVE LIMIT-EXCESS-WS TO LT-AMOUNT-OUT
               WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
                   AFTER 2 LINES
               MOVE
                 '*** REDUCE THE SECTION 179 ELECTIONS THROUGH ASSETMNT'
                    TO ST-TITLE-OUT
               WRITE PRINT-SEC179-LINE FROM SECTION-TITLE-LINE
                   AFTER 1 LINE
           ELSE
               MOVE 'WITHIN THE LIMIT - ROOM REMAINING' TO
                    LT-LABEL-OUT
               COMPUTE LT-AMOUNT-OUT = ZERO - LIMIT-EXCESS-WS
               WRITE PRINT-SEC179-LINE FROM LIMIT-TEST-LINE
                   AFTER 2 LINES
           END-IF

           COMPUTE BONUS-PCT-DISPLAY-WS = YEAR-BONUS-PCT-WS * 100
           MOVE BONUS-PCT-DISPLAY-WS TO BL-PCT-OUT
           WRITE PRINT-SEC179-LINE FROM BONUS-RATE-LINE
               AFTER 2 LINES
           IF BONUS-ELECTIONS-WS > ZERO
              AND YEAR-BONUS-PCT-WS = ZERO
               MOVE
                 '*** BONUS ELECTED BUT THE YEAR CARRIES NO BONUS RATE'
                    TO ST-TITLE-OUT
               WRITE PRINT-SEC179-LINE FROM SECTION-TITLE-LINE
                   AFTER 1 LINE
           END-IF.

       900-CLOSE.
           PERFORM 600-PRINT-COMPANY-TOTALS
           PERFORM 700-TEST-SECTION-179-LIMIT

           MOVE RECORDS-READ-WS    TO SS-READ-OUT
           MOVE ASSETS-PLACED-WS   TO SS-PLACED-OUT
           MOVE ASSETS-ELECTING-WS TO SS-ELECTING-OUT
           WRITE PRINT-SEC179-LINE FROM SEC179-SUMMARY-LINE
               AFTER 3 LINES

           CLOSE ASSET-INPUT-FILE SEC179-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
