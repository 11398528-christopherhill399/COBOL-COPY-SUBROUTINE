       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MIDQTR.
       AUTHOR.    CHRISTOPHER HILL.

      *    YEAR-END MID-QUARTER CONVENTION TEST FOR THE MACRS TAX
      *    BOOK. THE HALF-YEAR CONVENTION ONLY HOLDS FOR A YEAR WHEN
      *    NO MORE THAN 40% OF THE DEPRECIABLE BASIS OF THE PERSONAL
      *    PROPERTY PLACED IN SERVICE THAT YEAR WENT IN DURING THE
      *    LAST THREE MONTHS. THIS RUN WALKS THE ASSET MASTER FOR ONE
      *    PLACED-IN-SERVICE YEAR, TOTALS THE BASIS BY QUARTER OF
      *    ACQUISITION-DATE-IN, AND TESTS THE FOURTH QUARTER'S SHARE.
      *    THE ANSWER IS SET ON EVERY ONE OF THAT YEAR'S ASSETS -
      *    TAX-CONVENTION-IN 'Q' WHEN THE TEST TRIPS, BLANK WHEN IT
      *    DOES NOT - AND EACH ASSET WHOSE CONVENTION CHANGES HAS ITS
      *    TAX-BOOK ACCUMULATED DEPRECIATION REPLAYED THROUGH
      *    MACRSSUB UNDER THE NEW TABLES, THE SAME WAY ASSETMNT
      *    RESTATES A FIRST-YEAR ELECTION. THE TEST IS ONE FIGURE FOR
      *    THE CONSOLIDATED GROUP, SO ALL COMPANIES ARE COMBINED.
      *
      *    ONLY LIVE, OWNED, PERSONAL-PROPERTY ASSETS TAKE PART -
      *    REAL PROPERTY IS ALWAYS MID-MONTH, LEASED RIGHT-OF-USE
      *    ASSETS ARE NOT OWNED, AND AN ASSET ALREADY DISPOSED OF IS
      *    LEFT OUT AS THE RULE REQUIRES. THE BASIS TESTED IS THE
      *    COST LESS ANY SECTION 179 AMOUNT ELECTED. AN ASSET WITH
      *    MONTHLY POSTINGS ALREADY IN THE CURRENT FISCAL YEAR CANNOT
      *    BE REPLAYED CLEANLY AND IS HELD AND LISTED, TO BE PICKED
      *    UP BY A RERUN AFTER THE YEAR-END CLOSE. THE MIDQTR.PRM
      *    CARD IS OPTIONAL:
      *        COLUMNS  1-4   TAX YEAR (DEFAULT THIS YEAR)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'MIDQTR.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT MIDQTR-REPORT-FILE ASSIGN TO 'MIDQTR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-TAX-YEAR    PIC X(4).
           05  PRM-TAX-YEAR-NUM REDEFINES PRM-TAX-YEAR PIC 9(4).
           05  FILLER          PIC X(76).

       FD  MIDQTR-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-MIDQTR-LINE           PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-RESTATE-WS          PICTURE X(3)  VALUE 'NO'.
           05  ASSET-QUALIFIES-SW      PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  ASSETS-PLACED-WS        PICTURE 9(6)  VALUE ZERO.
           05  ASSETS-RESTATED-WS      PICTURE 9(6)  VALUE ZERO.
           05  ASSETS-UNCHANGED-WS     PICTURE 9(6)  VALUE ZERO.
           05  ASSETS-HELD-WS          PICTURE 9(6)  VALUE ZERO.

       01  ASSET-FILE-STATUS-WS        PICTURE XX    VALUE SPACES.
       01  PARM-FILE-STATUS-WS         PICTURE XX    VALUE SPACES.

       01  TAX-YEAR-WS                 PICTURE 9(4)  VALUE ZERO.

      *    THE YEAR'S ANSWER - 'Q' MID-QUARTER, BLANK HALF-YEAR -
      *    AND THE FIGURES IT WAS REACHED FROM.
       01  CONVENTION-TEST-WS.
           05  YEAR-CONVENTION-WS      PICTURE X        VALUE SPACE.
               88  YEAR-MID-QUARTER-WS     VALUE 'Q'.
           05  ASSET-QUARTER-WS        PICTURE 9        VALUE ZERO.
           05  QTR-IDX-WS              PICTURE 9        VALUE ZERO.
           05  TEST-BASIS-WS           PICTURE S9(5)V99 VALUE ZERO.
           05  TOTAL-TEST-BASIS-WS     PICTURE S9(9)V99 VALUE ZERO.
           05  QUARTER-SHARE-WS        PICTURE 999V99   VALUE ZERO.

       01  QUARTER-TOTALS-WS.
           05  QUARTER-ENTRY-WS OCCURS 4 TIMES.
               10  QT-ASSETS-TBL       PIC 9(5).
               10  QT-BASIS-TBL        PIC S9(9)V99.

       01  RESTATE-CALC-WS.
           05  REPLAY-YEAR-WS          PICTURE 99       VALUE ZERO.
           05  OLD-TAX-ACCUM-WS        PICTURE S9(6)V99 VALUE ZERO.
           05  NEW-TAX-ACCUM-WS        PICTURE S9(7)V99 VALUE ZERO.

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

      *    THE NIGHTLY WINDOW'S RUN LOCK - WHILE IT IS HELD THIS
      *    PROGRAM MUST NOT OPEN THE MASTER THE WINDOW IS REWRITING.
       01  LOCK-REQUEST-WS.
           05  LOCK-FUNCTION-WS        PIC X(5)  VALUE 'TEST '.
           05  LOCK-HELD-IND-WS        PIC X     VALUE 'N'.
               88  LOCK-HELD-WS            VALUE 'Y'.

       01  LOCK-BLOCKED-SW             PIC X(3)  VALUE 'NO'.

       01  LOCK-BLOCKED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(55)   VALUE
                 'NIGHTLY BATCH WINDOW RUNNING - MAINTENANCE REFUSED'.
           05  FILLER               PICTURE X(76)   VALUE SPACES.

      *    EVERY REWRITE TO THE MASTER LEAVES A BEFORE/AFTER IMAGE ON
      *    MSTRJRNL.DAT, SO A RESTORED BACKUP GENERATION CAN ROLL
      *    FORWARD THROUGH MSTRRCVR.
       01  MSTRJRNL-REQUEST-WS.
           05  JRNL-MASTER-ID-WS    PIC X(7)   VALUE 'ASSET  '.
           05  JRNL-ACTION-WS       PIC X.
           05  JRNL-PROGRAM-WS      PIC X(8)   VALUE 'MIDQTR'.
           05  JRNL-BEFORE-WS       PIC X(280).
           05  JRNL-AFTER-WS        PIC X(280).

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'MIDQTR'.
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
           05                      PICTURE X(39)   VALUE
           'MID-QUARTER CONVENTION TEST - TAX YEAR '.
           05  HDR-YEAR-OUT        PICTURE 9(4).
           05  FILLER              PICTURE X(58)   VALUE SPACES.

       01  SECTION-TITLE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ST-TITLE-OUT        PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  QUARTER-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'QUARTER'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'ASSETS'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'BASIS PLACED'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'SHARE'.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

       01  QUARTER-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  QD-LABEL-OUT        PICTURE X(7).
           05  QD-QUARTER-VIEW REDEFINES QD-LABEL-OUT.
               10  FILLER          PICTURE X(3).
               10  QD-QUARTER-OUT  PICTURE 9.
               10  FILLER          PICTURE X(3).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  QD-ASSETS-OUT       PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  QD-BASIS-OUT        PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  QD-SHARE-OUT        PICTURE ZZ9.99.
           05                      PICTURE X       VALUE '%'.
           05  FILLER              PICTURE X(85)   VALUE SPACES.

       01  CONCLUSION-LINE.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CL-TEXT-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(69)   VALUE SPACES.

       01  RESTATE-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET ID'.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'NAME'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(2)    VALUE 'CO'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'CLASS'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ACQUIRED'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'TEST BASIS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(3)    VALUE 'QTR'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'CONVENTION'.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(13)   VALUE
                 'OLD TAX ACCUM'.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(13)   VALUE
                 'NEW TAX ACCUM'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(4)    VALUE 'NOTE'.
           05  FILLER              PICTURE X(23)   VALUE SPACES.

       01  RESTATE-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RS-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  RS-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  RS-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  RS-CLASS-OUT        PICTURE Z9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  RS-ACQ-DATE-OUT     PICTURE 9(8).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  RS-BASIS-OUT        PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  RS-QUARTER-OUT      PICTURE 9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  RS-CONVENTION-OUT   PICTURE X(11).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RS-OLD-ACCUM-OUT    PICTURE $$$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  RS-NEW-ACCUM-OUT    PICTURE $$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RS-NOTE-OUT         PICTURE X(24).
           05  FILLER              PICTURE X(3)    VALUE SPACES.

       01  MIDQTR-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                 'ASSETS READ:  '.
           05  MS-READ-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(16)   VALUE
                 'PLACED IN YEAR: '.
           05  MS-PLACED-OUT       PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RESTATED: '.
           05  MS-RESTATED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 'UNCHANGED: '.
           05  MS-UNCHANGED-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'HELD: '.
           05  MS-HELD-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(23)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-ASSET-WS = 'YES'
           IF LOCK-BLOCKED-SW NOT = 'YES'
               PERFORM 400-TEST-LAST-QUARTER
               IF TOTAL-TEST-BASIS-WS > ZERO
                   PERFORM 600-RESTATE-YEAR
               END-IF
           END-IF
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
           INITIALIZE QUARTER-TOTALS-WS

           CALL "BATCHLCK" USING LOCK-REQUEST-WS
           IF LOCK-HELD-WS
               MOVE 'YES' TO LOCK-BLOCKED-SW
               MOVE 'YES' TO EOF-ASSET-WS
               OPEN OUTPUT MIDQTR-REPORT-FILE
               WRITE PRINT-MIDQTR-LINE FROM LOCK-BLOCKED-LOG-LINE
                   AFTER 1 LINE
           ELSE
               OPEN I-O    ASSET-INPUT-FILE
               OPEN OUTPUT MIDQTR-REPORT-FILE
               PERFORM     500-HEADER
               PERFORM     250-READ-ONE-RECORD
           END-IF.

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

       250-READ-ONE-RECORD.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    FIRST PASS - TOTAL THE YEAR'S TEST BASIS BY QUARTER.
       300-PROCESS.
           PERFORM 310-CHECK-QUALIFYING
           IF ASSET-QUALIFIES-SW = 'YES'
               PERFORM 320-TALLY-ONE-ASSET
           END-IF
           PERFORM 250-READ-ONE-RECORD.

       310-CHECK-QUALIFYING.
           IF TRANS-TYPE-ASSET
              AND TAX-CLASS-PERSONAL-IN
              AND NOT ASSET-LEASED-IN
              AND ACQ-YEAR-IN = TAX-YEAR-WS
               MOVE 'YES' TO ASSET-QUALIFIES-SW
           ELSE
               MOVE 'NO'  TO ASSET-QUALIFIES-SW
           END-IF.

       320-TALLY-ONE-ASSET.
           PERFORM 330-FIGURE-TEST-BASIS
           ADD 1             TO ASSETS-PLACED-WS
           ADD 1             TO QT-ASSETS-TBL (ASSET-QUARTER-WS)
           ADD TEST-BASIS-WS TO QT-BASIS-TBL (ASSET-QUARTER-WS)
           ADD TEST-BASIS-WS TO TOTAL-TEST-BASIS-WS.

      *    COST LESS THE SECTION 179 AMOUNT, WHICH NEVER EXCEEDS THE
      *    COST - THE SAME CAP MACRSSUB APPLIES. A MONTH OUTSIDE 1-12
      *    ON AN OLD RECORD FALLS IN THE NEAREST QUARTER.
       330-FIGURE-TEST-BASIS.
           MOVE PRICE-IN TO TEST-BASIS-WS
           IF TAX-ELECT-SEC179-IN
              AND SEC179-AMOUNT-IN > ZERO
               IF SEC179-AMOUNT-IN > PRICE-IN
                   MOVE ZERO TO TEST-BASIS-WS
               ELSE
                   SUBTRACT SEC179-AMOUNT-IN FROM TEST-BASIS-WS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ACQ-MONTH-IN < 1
                   MOVE 1 TO ASSET-QUARTER-WS
               WHEN ACQ-MONTH-IN > 12
                   MOVE 4 TO ASSET-QUARTER-WS
               WHEN OTHER
                   COMPUTE ASSET-QUARTER-WS = (ACQ-MONTH-IN + 2) / 3
           END-EVALUATE.

      *    MORE THAN 40% IN THE LAST QUARTER TRIPS THE TEST. THE
      *    COMPARISON IS MADE ON THE UNROUNDED FIGURES; THE SHARES
      *    PRINTED ARE ROUNDED FOR READING ONLY.
       400-TEST-LAST-QUARTER.
           MOVE 'BASIS PLACED IN SERVICE BY QUARTER' TO ST-TITLE-OUT
           WRITE PRINT-MIDQTR-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           WRITE PRINT-MIDQTR-LINE FROM QUARTER-COLUMN-LINE
               AFTER 2 LINES
           PERFORM 410-PRINT-ONE-QUARTER
               VARYING QTR-IDX-WS FROM 1 BY 1
               UNTIL QTR-IDX-WS > 4

           MOVE 'TOTAL'             TO QD-LABEL-OUT
           MOVE ASSETS-PLACED-WS    TO QD-ASSETS-OUT
           MOVE TOTAL-TEST-BASIS-WS TO QD-BASIS-OUT
           IF TOTAL-TEST-BASIS-WS > ZERO
               MOVE 100 TO QD-SHARE-OUT
           ELSE
               MOVE ZERO TO QD-SHARE-OUT
           END-IF
           WRITE PRINT-MIDQTR-LINE FROM QUARTER-DETAIL-LINE
               AFTER 2 LINES

           EVALUATE TRUE
               WHEN TOTAL-TEST-BASIS-WS NOT > ZERO
                   MOVE SPACE TO YEAR-CONVENTION-WS
                   MOVE
           'NO PERSONAL PROPERTY PLACED IN SERVICE - NOTHING TO TEST'
                       TO CL-TEXT-OUT
               WHEN QT-BASIS-TBL (4) * 100 > TOTAL-TEST-BASIS-WS * 40
                   MOVE 'Q' TO YEAR-CONVENTION-WS
                   MOVE
           'LAST QUARTER OVER 40% - MID-QUARTER CONVENTION APPLIES'
                       TO CL-TEXT-OUT
               WHEN OTHER
                   MOVE SPACE TO YEAR-CONVENTION-WS
                   MOVE
           'LAST QUARTER 40% OR LESS - HALF-YEAR CONVENTION APPLIES'
                       TO CL-TEXT-OUT
           END-EVALUATE
           WRITE PRINT-MIDQTR-LINE FROM CONCLUSION-LINE
               AFTER 2 LINES.

       410-PRINT-ONE-QUARTER.
           MOVE SPACES                      TO QD-LABEL-OUT
           MOVE QTR-IDX-WS                  TO QD-QUARTER-OUT
           MOVE QT-ASSETS-TBL (QTR-IDX-WS)  TO QD-ASSETS-OUT
           MOVE QT-BASIS-TBL (QTR-IDX-WS)   TO QD-BASIS-OUT
           MOVE ZERO                        TO QUARTER-SHARE-WS
           IF TOTAL-TEST-BASIS-WS > ZERO
               COMPUTE QUARTER-SHARE-WS ROUNDED =
                       QT-BASIS-TBL (QTR-IDX-WS) * 100
                       / TOTAL-TEST-BASIS-WS
           END-IF
           MOVE QUARTER-SHARE-WS            TO QD-SHARE-OUT
           WRITE PRINT-MIDQTR-LINE FROM QUARTER-DETAIL-LINE
               AFTER 1 LINE.

       500-HEADER.
           MOVE TAX-YEAR-WS TO HDR-YEAR-OUT
           WRITE PRINT-MIDQTR-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE.

      *    SECOND PASS - SET THE YEAR'S CONVENTION ON EACH OF ITS
      *    ASSETS AND RESTATE THE ONES IT CHANGES.
       600-RESTATE-YEAR.
           MOVE 'ASSETS PLACED IN SERVICE IN THE YEAR' TO ST-TITLE-OUT
           WRITE PRINT-MIDQTR-LINE FROM SECTION-TITLE-LINE
               AFTER 3 LINES
           WRITE PRINT-MIDQTR-LINE FROM RESTATE-COLUMN-LINE
               AFTER 2 LINES

           MOVE 'NO' TO EOF-RESTATE-WS
           MOVE ZERO TO ASSET-ID-IN
           START ASSET-INPUT-FILE KEY NOT < ASSET-ID-IN
               INVALID KEY MOVE 'YES' TO EOF-RESTATE-WS
           END-START
           PERFORM 610-READ-NEXT-TO-RESTATE
           PERFORM 620-RESTATE-ONE-ASSET
               UNTIL EOF-RESTATE-WS = 'YES'.

       610-READ-NEXT-TO-RESTATE.
           IF EOF-RESTATE-WS NOT = 'YES'
               READ ASSET-INPUT-FILE NEXT RECORD
                   AT END MOVE 'YES' TO EOF-RESTATE-WS
               END-READ
           END-IF.

       620-RESTATE-ONE-ASSET.
           PERFORM 310-CHECK-QUALIFYING
           IF ASSET-QUALIFIES-SW = 'YES'
               EVALUATE TRUE
                   WHEN TAX-CONVENTION-IN = YEAR-CONVENTION-WS
                       ADD 1 TO ASSETS-UNCHANGED-WS
                   WHEN FY-ANNUAL-DEPR-IN NOT = ZERO
                       PERFORM 640-HOLD-ONE-ASSET
                   WHEN OTHER
                       PERFORM 625-CHANGE-CONVENTION
               END-EVALUATE
           END-IF
           PERFORM 610-READ-NEXT-TO-RESTATE.

       625-CHANGE-CONVENTION.
           MOVE CPYIN             TO JRNL-BEFORE-WS
           MOVE TAX-ACCUM-DEPR-IN TO OLD-TAX-ACCUM-WS
           MOVE YEAR-CONVENTION-WS TO TAX-CONVENTION-IN
           MOVE ZERO TO NEW-TAX-ACCUM-WS
           PERFORM 630-REPLAY-ONE-TAX-YEAR
               VARYING REPLAY-YEAR-WS FROM 1 BY 1
               UNTIL REPLAY-YEAR-WS > YEARS-IN-SERVICE-IN
           MOVE NEW-TAX-ACCUM-WS TO TAX-ACCUM-DEPR-IN
           REWRITE CPYIN
           PERFORM 696-JOURNAL-REWRITE
           ADD 1 TO ASSETS-RESTATED-WS
           MOVE SPACES TO RS-NOTE-OUT
           PERFORM 650-PRINT-ONE-ASSET.

       630-REPLAY-ONE-TAX-YEAR.
           MOVE PRICE-IN          TO MACRS-PRICE-IN-WS
           MOVE TAX-CLASS-IN      TO MACRS-TAX-CLASS-IN-WS
           MOVE REPLAY-YEAR-WS    TO MACRS-YEAR-INDEX-IN-WS
           MOVE TAX-ELECTION-IN   TO MACRS-ELECTION-IN-WS
           MOVE SEC179-AMOUNT-IN  TO MACRS-SEC179-IN-WS
           MOVE ACQ-YEAR-IN       TO MACRS-PLACED-YEAR-IN-WS
           MOVE ACQ-MONTH-IN      TO MACRS-PLACED-MONTH-IN-WS
           MOVE TAX-CONVENTION-IN TO MACRS-CONVENTION-IN-WS
           CALL "MACRSSUB" USING MACRS-REQUEST-WS, MACRS-RESULT-WS
           ADD TAX-YEARLY-DEPR-WS TO NEW-TAX-ACCUM-WS.

      *    THE RECORD IS LEFT EXACTLY AS IT WAS - A RERUN AFTER THE
      *    YEAR-END CLOSE FINDS IT STILL ON THE OLD CONVENTION AND
      *    RESTATES IT THEN.
       640-HOLD-ONE-ASSET.
           ADD 1 TO ASSETS-HELD-WS
           MOVE TAX-ACCUM-DEPR-IN TO OLD-TAX-ACCUM-WS
           MOVE TAX-ACCUM-DEPR-IN TO NEW-TAX-ACCUM-WS
           MOVE 'HELD - MID-YEAR POSTINGS' TO RS-NOTE-OUT
           PERFORM 650-PRINT-ONE-ASSET.

       650-PRINT-ONE-ASSET.
           PERFORM 330-FIGURE-TEST-BASIS
           MOVE ASSET-ID-IN         TO RS-ASSET-ID-OUT
           MOVE NAME-IN             TO RS-NAME-OUT
           MOVE COMPANY-IN          TO RS-COMPANY-OUT
           MOVE TAX-CLASS-IN        TO RS-CLASS-OUT
           MOVE ACQUISITION-DATE-IN TO RS-ACQ-DATE-OUT
           MOVE TEST-BASIS-WS       TO RS-BASIS-OUT
           MOVE ASSET-QUARTER-WS    TO RS-QUARTER-OUT
           IF YEAR-MID-QUARTER-WS
               MOVE 'MID-QUARTER' TO RS-CONVENTION-OUT
           ELSE
               MOVE 'HALF-YEAR'   TO RS-CONVENTION-OUT
           END-IF
           MOVE OLD-TAX-ACCUM-WS    TO RS-OLD-ACCUM-OUT
           MOVE NEW-TAX-ACCUM-WS    TO RS-NEW-ACCUM-OUT
           WRITE PRINT-MIDQTR-LINE FROM RESTATE-DETAIL-LINE
               AFTER 1 LINE.

       696-JOURNAL-REWRITE.
           MOVE 'R'   TO JRNL-ACTION-WS
           MOVE CPYIN TO JRNL-AFTER-WS
           CALL "MSTRJRNL" USING MSTRJRNL-REQUEST-WS.

       900-CLOSE.
           IF LOCK-BLOCKED-SW = 'YES'
               CLOSE MIDQTR-REPORT-FILE
           ELSE
               MOVE RECORDS-READ-WS     TO MS-READ-OUT
               MOVE ASSETS-PLACED-WS    TO MS-PLACED-OUT
               MOVE ASSETS-RESTATED-WS  TO MS-RESTATED-OUT
               MOVE ASSETS-UNCHANGED-WS TO MS-UNCHANGED-OUT
               MOVE ASSETS-HELD-WS      TO MS-HELD-OUT
               WRITE PRINT-MIDQTR-LINE FROM MIDQTR-SUMMARY-LINE
                   AFTER 3 LINES

               CLOSE ASSET-INPUT-FILE MIDQTR-REPORT-FILE
           END-IF

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
