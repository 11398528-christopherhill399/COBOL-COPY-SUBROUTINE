       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIFECHG.
       AUTHOR.    CHRISTOPHER HILL.

      *    USEFUL-LIFE CHANGES FOR THE FINANCIAL STATEMENT NOTE ON
      *    CHANGES IN ACCOUNTING ESTIMATE. EVERY LIFE CHANGE
      *    ASSETMNT POSTS LEAVES TWO IMAGES ON ASSHIST.DAT, ONE
      *    BEHIND THE OTHER - 'O' AS THE ASSET STOOD UNDER THE OLD
      *    ESTIMATE, 'N' AS IT STANDS UNDER THE NEW ONE, BOTH DATED
      *    IN DISPOSAL-DATE-IN AND EACH CARRYING THE ANNUAL CHARGE
      *    UNDER ITS ESTIMATE IN FY-ANNUAL-DEPR-IN. THE 'N' ALSO
      *    CARRIES, IN DISPOSAL-PROCEEDS-IN, WHAT THE CHANGE DOES TO
      *    THE CURRENT FISCAL YEAR'S EXPENSE. THIS REPORT PAIRS THEM
      *    AND PRINTS EACH CHANGE IN THE PERIOD WITH THE OLD AND NEW
      *    LIFE (UNITS, ON A UNITS-OF-PRODUCTION ASSET), THE OLD AND
      *    NEW ANNUAL CHARGE AND THE CURRENT-YEAR EFFECT, THEN
      *    TOTALS BY COMPANY. A HALF WITH NO PARTNER PRINTS FLAGGED
      *    AND STAYS OUT OF THE TOTALS.
      *    THE LIFECHG.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-8   PERIOD START CCYYMMDD (DEFAULT JANUARY 1
      *                      OF THIS YEAR)
      *        COLUMNS 9-16  PERIOD END CCYYMMDD (DEFAULT TODAY)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-HISTORY-FILE ASSIGN TO 'ASSHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'LIFECHG.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT LIFECHG-REPORT-FILE ASSIGN TO 'LIFECHG.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ARCHIVE YEAR, ONE SEPARATOR BYTE, THEN THE MASTER RECORD
      *    IMAGE AS ASSETARC OR ASSETMNT WROTE IT.
       FD  ASSET-HISTORY-FILE RECORDING MODE IS F.
       01  ASSET-HISTORY-RECORD.
           05  ARCH-YEAR-IN         PICTURE 9(4).
           05  FILLER               PICTURE X.
           05  ARCH-ASSET-IMAGE-IN  PICTURE X(280).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-START-DATE     PIC X(8).
           05  PRM-START-DATE-NUM REDEFINES PRM-START-DATE PIC 9(8).
           05  PRM-END-DATE       PIC X(8).
           05  PRM-END-DATE-NUM   REDEFINES PRM-END-DATE   PIC 9(8).
           05  FILLER             PIC X(64).

       FD  LIFECHG-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-LIFECHG-LINE          PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HISTORY-WS          PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  OLD-ROWS-WS             PICTURE 9(6)  VALUE ZERO.
           05  NEW-ROWS-WS             PICTURE 9(6)  VALUE ZERO.
           05  PAIRS-PRINTED-WS        PICTURE 9(6)  VALUE ZERO.
           05  UNMATCHED-ROWS-WS       PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  HIST-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  PERIOD-CONTROL-WS.
           05  PERIOD-START-WS         PICTURE 9(8)  VALUE ZERO.
           05  PERIOD-END-WS           PICTURE 9(8)  VALUE ZERO.

      *    WORKING-STORAGE VIEW OF THE HISTORY IMAGE - THE FIELDS OF
      *    CPYIN A LIFE CHANGE CARRIES, THROUGH THE COMPANY AND THE
      *    CHANGE DATE.
       01  ARCH-ASSET-WS.
           05  AR-ASSET-ID-WS      PIC 9(6).
           05  AR-NAME-WS          PIC X(10).
           05  AR-PRICE-WS         PIC S9(5)V99.
           05  AR-SALVAGE-WS       PIC S9(5)V99.
           05  AR-USEFUL-LIFE-WS   PIC 99.
           05  AR-ACCUM-DEPR-WS    PIC S9(6)V99.
           05  AR-DEPR-METHOD-WS   PIC X.
               88  AR-METHOD-UNITS     VALUE 'U'.
           05  AR-YEARS-IN-SVC-WS  PIC 99.
           05  AR-ACQ-DATE-WS      PIC 9(8).
           05  AR-CATEGORY-WS      PIC X(15).
           05  AR-TRANS-TYPE-WS    PIC X.
               88  AR-TRANS-EST-OLD    VALUE 'O'.
               88  AR-TRANS-EST-NEW    VALUE 'N'.
           05  AR-YEAR-EFFECT-WS   PIC S9(6)V99.
           05  AR-EST-UNITS-WS     PIC 9(7).
           05  FILLER              PIC X(44).
           05  AR-FY-ANNUAL-WS     PIC S9(5)V99.
           05  FILLER              PIC X(55).
           05  AR-COMPANY-WS       PIC XX.
           05  FILLER              PIC X(9).
           05  AR-EVENT-DATE-WS    PIC 9(8).

      *    THE 'O' HALF OF A CHANGE, HELD UNTIL ITS 'N' ARRIVES.
       01  HELD-EST-OLD-WS.
           05  HELD-OLD-SW             PIC X(3)     VALUE 'NO'.
           05  HELD-ASSET-ID-WS        PIC 9(6)     VALUE ZERO.
           05  HELD-NAME-WS            PIC X(10)    VALUE SPACES.
           05  HELD-COMPANY-WS         PIC XX       VALUE SPACES.
           05  HELD-CATEGORY-WS        PIC X(15)    VALUE SPACES.
           05  HELD-METHOD-WS          PIC X        VALUE SPACE.
           05  HELD-DATE-WS            PIC 9(8)     VALUE ZERO.
           05  HELD-ESTIMATE-WS        PIC 9(7)     VALUE ZERO.
           05  HELD-ANNUAL-WS          PIC S9(5)V99 VALUE ZERO.

       01  ESTIMATE-CALC-WS.
           05  IMAGE-ESTIMATE-WS       PIC 9(7)     VALUE ZERO.

      *    ONE ROW PER COMPANY, KEPT IN KEY ORDER AS ROWS ARE OPENED.
       01  COMPANY-CONTROL-WS.
           05  COMPANY-COUNT-WS        PIC 9(4)  VALUE ZERO.
           05  CO-POS-WS               PIC 9(4)  VALUE ZERO.
           05  CO-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  COMPANY-OVERFLOW-SW     PIC X(3)  VALUE 'NO'.
           05  SEARCH-KEY-WS           PIC XX    VALUE SPACES.

       01  COMPANY-TABLE-WS.
           05  COMPANY-ENTRY-WS OCCURS 100 TIMES.
               10  CO-KEY-TBL          PIC XX.
               10  CO-COUNT-TBL        PIC 9(5).
               10  CO-OLD-ANNUAL-TBL   PIC S9(9)V99.
               10  CO-NEW-ANNUAL-TBL   PIC S9(9)V99.
               10  CO-EFFECT-TBL       PIC S9(9)V99.

       01  COMPANY-GRAND-TOTAL-WS.
           05  GR-COUNT-WS             PIC 9(5)     VALUE ZERO.
           05  GR-OLD-ANNUAL-WS        PIC S9(9)V99 VALUE ZERO.
           05  GR-NEW-ANNUAL-WS        PIC S9(9)V99 VALUE ZERO.
           05  GR-EFFECT-WS            PIC S9(9)V99 VALUE ZERO.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'LIFECHG'.
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
           05                      PICTURE X(40)   VALUE
           'CHANGES IN ESTIMATED USEFUL LIFE'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  PERIOD-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(12)   VALUE
                 'PERIOD FROM '.
           05  PL-START-OUT        PICTURE 9(8).
           05                      PICTURE X(9)    VALUE ' THROUGH '.
           05  PL-END-OUT          PICTURE 9(8).
           05  FILLER              PICTURE X(94)   VALUE SPACES.

       01  NO-HISTORY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(48)   VALUE
           'ASSHIST.DAT NOT FOUND - NO LIFE CHANGES ON FILE'.
           05  FILLER              PICTURE X(83)   VALUE SPACES.

       01  COLUMN-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'DATE'.
           05                      PICTURE X(8)    VALUE ' ASSET'.
           05                      PICTURE X(12)   VALUE 'NAME'.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(17)   VALUE 'CATEGORY'.
           05                      PICTURE X(3)    VALUE 'M'.
           05                      PICTURE X(8)    VALUE 'OLD LIFE'.
           05                      PICTURE X(8)    VALUE 'NEW LIFE'.
           05                      PICTURE X(14)   VALUE
                 '   OLD ANNUAL'.
           05                      PICTURE X(14)   VALUE
                 '   NEW ANNUAL'.
           05                      PICTURE X(15)   VALUE
                 '  YEAR EFFECT'.
           05  FILLER              PICTURE X(18)   VALUE SPACES.

       01  CHANGE-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CD-DATE-OUT         PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-CATEGORY-OUT     PICTURE X(15).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-METHOD-OUT       PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-OLD-LIFE-OUT     PICTURE Z(6)9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CD-NEW-LIFE-OUT     PICTURE Z(6)9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CD-OLD-ANNUAL-OUT   PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CD-NEW-ANNUAL-OUT   PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CD-EFFECT-OUT       PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-NOTE-OUT         PICTURE X(16).
           05  FILLER              PICTURE X(2)    VALUE SPACES.

       01  COMPANY-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'BY COMPANY - EFFECT ON CURRENT-YEAR DEPRECIATION'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  COMPANY-TOTAL-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'COMPANY '.
           05  CT-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CT-COUNT-OUT        PICTURE ZZZZ9.
           05                      PICTURE X(8)    VALUE ' CHANGES'.
           05  FILLER              PICTURE X(40)   VALUE SPACES.
           05  CT-OLD-ANNUAL-OUT   PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CT-NEW-ANNUAL-OUT   PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CT-EFFECT-OUT       PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(20)   VALUE SPACES.

       01  COMPANY-GRAND-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE
                 'ALL COMPANIES'.
           05  CG-COUNT-OUT        PICTURE ZZZZ9.
           05                      PICTURE X(8)    VALUE ' CHANGES'.
           05  FILLER              PICTURE X(38)   VALUE SPACES.
           05  CG-OLD-ANNUAL-OUT   PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CG-NEW-ANNUAL-OUT   PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CG-EFFECT-OUT       PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(20)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(56)   VALUE
           'COMPANY TABLE FULL - SOME COMPANIES MISSING FROM TOTALS'.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  LIFECHG-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'RECORDS READ: '.
           05  LS-READ-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  OLD IMAGES: '.
           05  LS-OLD-OUT          PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  NEW IMAGES: '.
           05  LS-NEW-OUT          PICTURE ZZZ,ZZ9.
           05                      PICTURE X(12)   VALUE
                 '  CHANGES: '.
           05  LS-PAIRS-OUT        PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  UNMATCHED: '.
           05  LS-UNMATCHED-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(27)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-HISTORY-WS = 'YES'
           IF HELD-OLD-SW = 'YES'
               PERFORM 340-PRINT-UNMATCHED-OLD
           END-IF
           PERFORM    600-PRINT-COMPANY-TOTALS
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           COMPUTE PERIOD-START-WS = YEAR-WS * 10000 + 0101
           COMPUTE PERIOD-END-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           PERFORM 210-READ-PARAMETER-CARD

           OPEN INPUT  ASSET-HISTORY-FILE
           OPEN OUTPUT LIFECHG-REPORT-FILE
           PERFORM     500-HEADER

           IF HIST-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-RECORD
           ELSE
               MOVE 'YES' TO EOF-HISTORY-WS
               WRITE PRINT-LIFECHG-LINE FROM NO-HISTORY-LINE
                   AFTER 1 LINE
           END-IF.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-START-DATE IS NUMERIC
                          AND PRM-START-DATE-NUM > 19000000
                           MOVE PRM-START-DATE-NUM TO PERIOD-START-WS
                       END-IF
                       IF PRM-END-DATE IS NUMERIC
                          AND PRM-END-DATE-NUM > 19000000
                           MOVE PRM-END-DATE-NUM TO PERIOD-END-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       250-READ-ONE-RECORD.
           READ ASSET-HISTORY-FILE
              AT END MOVE 'YES' TO EOF-HISTORY-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    ASSETMNT WRITES THE 'O' AND ITS 'N' AROUND THE REWRITE OF
      *    THE MASTER, SO AN 'N' PAIRS WITH THE 'O' JUST HELD WHEN
      *    THE ASSET MATCHES. AN 'O' ARRIVING WHILE ANOTHER IS STILL
      *    HELD, OR AN 'N' WITH NOTHING TO PAIR WITH, IS PRINTED
      *    ALONE AND FLAGGED. THE ESTIMATE SHOWN IS THE LIFE IN
      *    YEARS, OR THE TOTAL UNITS ON A UNITS-OF-PRODUCTION ASSET.
       300-PROCESS.
           MOVE ARCH-ASSET-IMAGE-IN TO ARCH-ASSET-WS
           IF (AR-TRANS-EST-OLD OR AR-TRANS-EST-NEW)
              AND AR-EVENT-DATE-WS IS NUMERIC
              AND AR-EVENT-DATE-WS NOT < PERIOD-START-WS
              AND AR-EVENT-DATE-WS NOT > PERIOD-END-WS
               IF AR-METHOD-UNITS
                   MOVE AR-EST-UNITS-WS   TO IMAGE-ESTIMATE-WS
               ELSE
                   MOVE AR-USEFUL-LIFE-WS TO IMAGE-ESTIMATE-WS
               END-IF
               IF AR-TRANS-EST-OLD
                   PERFORM 310-TAKE-EST-OLD
               ELSE
                   PERFORM 320-TAKE-EST-NEW
               END-IF
           END-IF
           PERFORM 250-READ-ONE-RECORD.

       310-TAKE-EST-OLD.
           ADD 1 TO OLD-ROWS-WS
           IF HELD-OLD-SW = 'YES'
               PERFORM 340-PRINT-UNMATCHED-OLD
           END-IF
           MOVE 'YES'             TO HELD-OLD-SW
           MOVE AR-ASSET-ID-WS    TO HELD-ASSET-ID-WS
           MOVE AR-NAME-WS        TO HELD-NAME-WS
           MOVE AR-COMPANY-WS     TO HELD-COMPANY-WS
           MOVE AR-CATEGORY-WS    TO HELD-CATEGORY-WS
           MOVE AR-DEPR-METHOD-WS TO HELD-METHOD-WS
           MOVE AR-EVENT-DATE-WS  TO HELD-DATE-WS
           MOVE IMAGE-ESTIMATE-WS TO HELD-ESTIMATE-WS
           MOVE AR-FY-ANNUAL-WS   TO HELD-ANNUAL-WS.

       320-TAKE-EST-NEW.
           ADD 1 TO NEW-ROWS-WS
           IF HELD-OLD-SW = 'YES'
              AND HELD-ASSET-ID-WS = AR-ASSET-ID-WS
               PERFORM 330-PRINT-PAIR
           ELSE
               IF HELD-OLD-SW = 'YES'
                   PERFORM 340-PRINT-UNMATCHED-OLD
               END-IF
               PERFORM 345-PRINT-UNMATCHED-NEW
           END-IF.

       330-PRINT-PAIR.
           ADD 1 TO PAIRS-PRINTED-WS
           MOVE 'NO'              TO HELD-OLD-SW
           MOVE AR-EVENT-DATE-WS  TO CD-DATE-OUT
           MOVE AR-ASSET-ID-WS    TO CD-ASSET-ID-OUT
           MOVE AR-NAME-WS        TO CD-NAME-OUT
           MOVE AR-COMPANY-WS     TO CD-COMPANY-OUT
           MOVE AR-CATEGORY-WS    TO CD-CATEGORY-OUT
           MOVE AR-DEPR-METHOD-WS TO CD-METHOD-OUT
           MOVE HELD-ESTIMATE-WS  TO CD-OLD-LIFE-OUT
           MOVE IMAGE-ESTIMATE-WS TO CD-NEW-LIFE-OUT
           MOVE HELD-ANNUAL-WS    TO CD-OLD-ANNUAL-OUT
           MOVE AR-FY-ANNUAL-WS   TO CD-NEW-ANNUAL-OUT
           MOVE AR-YEAR-EFFECT-WS TO CD-EFFECT-OUT
           MOVE SPACES            TO CD-NOTE-OUT
           WRITE PRINT-LIFECHG-LINE FROM CHANGE-DETAIL-LINE
               AFTER 1 LINE

           MOVE AR-COMPANY-WS TO SEARCH-KEY-WS
           PERFORM 810-LOCATE-COMPANY
           IF CO-POS-WS > ZERO
               ADD 1                 TO CO-COUNT-TBL      (CO-POS-WS)
               ADD HELD-ANNUAL-WS    TO CO-OLD-ANNUAL-TBL (CO-POS-WS)
               ADD AR-FY-ANNUAL-WS   TO CO-NEW-ANNUAL-TBL (CO-POS-WS)
               ADD AR-YEAR-EFFECT-WS TO CO-EFFECT-TBL     (CO-POS-WS)
           END-IF.

       340-PRINT-UNMATCHED-OLD.
           ADD 1 TO UNMATCHED-ROWS-WS
           MOVE 'NO'              TO HELD-OLD-SW
           MOVE HELD-DATE-WS      TO CD-DATE-OUT
           MOVE HELD-ASSET-ID-WS  TO CD-ASSET-ID-OUT
           MOVE HELD-NAME-WS      TO CD-NAME-OUT
           MOVE HELD-COMPANY-WS   TO CD-COMPANY-OUT
           MOVE HELD-CATEGORY-WS  TO CD-CATEGORY-OUT
           MOVE HELD-METHOD-WS    TO CD-METHOD-OUT
           MOVE HELD-ESTIMATE-WS  TO CD-OLD-LIFE-OUT
           MOVE ZERO              TO CD-NEW-LIFE-OUT
           MOVE HELD-ANNUAL-WS    TO CD-OLD-ANNUAL-OUT
           MOVE ZERO              TO CD-NEW-ANNUAL-OUT
           MOVE ZERO              TO CD-EFFECT-OUT
           MOVE '*** NO NEW IMAGE' TO CD-NOTE-OUT
           WRITE PRINT-LIFECHG-LINE FROM CHANGE-DETAIL-LINE
               AFTER 1 LINE.

       345-PRINT-UNMATCHED-NEW.
           ADD 1 TO UNMATCHED-ROWS-WS
           MOVE AR-EVENT-DATE-WS  TO CD-DATE-OUT
           MOVE AR-ASSET-ID-WS    TO CD-ASSET-ID-OUT
           MOVE AR-NAME-WS        TO CD-NAME-OUT
           MOVE AR-COMPANY-WS     TO CD-COMPANY-OUT
           MOVE AR-CATEGORY-WS    TO CD-CATEGORY-OUT
           MOVE AR-DEPR-METHOD-WS TO CD-METHOD-OUT
           MOVE ZERO              TO CD-OLD-LIFE-OUT
           MOVE IMAGE-ESTIMATE-WS TO CD-NEW-LIFE-OUT
           MOVE ZERO              TO CD-OLD-ANNUAL-OUT
           MOVE AR-FY-ANNUAL-WS   TO CD-NEW-ANNUAL-OUT
           MOVE AR-YEAR-EFFECT-WS TO CD-EFFECT-OUT
           MOVE '*** NO OLD IMAGE' TO CD-NOTE-OUT
           WRITE PRINT-LIFECHG-LINE FROM CHANGE-DETAIL-LINE
               AFTER 1 LINE.

       500-HEADER.
           WRITE PRINT-LIFECHG-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE PERIOD-START-WS TO PL-START-OUT
           MOVE PERIOD-END-WS   TO PL-END-OUT
           WRITE PRINT-LIFECHG-LINE FROM PERIOD-LINE
               AFTER 1 LINE
           WRITE PRINT-LIFECHG-LINE FROM COLUMN-HEADER-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-LIFECHG-LINE
           WRITE PRINT-LIFECHG-LINE AFTER 1 LINE.

       600-PRINT-COMPANY-TOTALS.
           WRITE PRINT-LIFECHG-LINE FROM COMPANY-HEADER-LINE
               AFTER 3 LINES
           MOVE SPACES TO PRINT-LIFECHG-LINE
           WRITE PRINT-LIFECHG-LINE AFTER 1 LINE
           PERFORM 610-PRINT-ONE-COMPANY
               VARYING CO-POS-WS FROM 1 BY 1
               UNTIL CO-POS-WS > COMPANY-COUNT-WS
           MOVE GR-COUNT-WS      TO CG-COUNT-OUT
           MOVE GR-OLD-ANNUAL-WS TO CG-OLD-ANNUAL-OUT
           MOVE GR-NEW-ANNUAL-WS TO CG-NEW-ANNUAL-OUT
           MOVE GR-EFFECT-WS     TO CG-EFFECT-OUT
           WRITE PRINT-LIFECHG-LINE FROM COMPANY-GRAND-LINE
               AFTER 2 LINES
           IF COMPANY-OVERFLOW-SW = 'YES'
               WRITE PRINT-LIFECHG-LINE FROM TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       610-PRINT-ONE-COMPANY.
           MOVE CO-KEY-TBL        (CO-POS-WS) TO CT-COMPANY-OUT
           MOVE CO-COUNT-TBL      (CO-POS-WS) TO CT-COUNT-OUT
           MOVE CO-OLD-ANNUAL-TBL (CO-POS-WS) TO CT-OLD-ANNUAL-OUT
           MOVE CO-NEW-ANNUAL-TBL (CO-POS-WS) TO CT-NEW-ANNUAL-OUT
           MOVE CO-EFFECT-TBL     (CO-POS-WS) TO CT-EFFECT-OUT
           WRITE PRINT-LIFECHG-LINE FROM COMPANY-TOTAL-LINE
               AFTER 1 LINE
           ADD CO-COUNT-TBL      (CO-POS-WS) TO GR-COUNT-WS
           ADD CO-OLD-ANNUAL-TBL (CO-POS-WS) TO GR-OLD-ANNUAL-WS
           ADD CO-NEW-ANNUAL-TBL (CO-POS-WS) TO GR-NEW-ANNUAL-WS
           ADD CO-EFFECT-TBL     (CO-POS-WS) TO GR-EFFECT-WS.

      *    CO-POS-WS ENDS ON THE ROW FOR SEARCH-KEY-WS, OR ZERO IF
      *    THE TABLE HAS NO ROOM LEFT FOR A NEW ONE.
       810-LOCATE-COMPANY.
           MOVE ZERO TO CO-POS-WS
           PERFORM 815-CHECK-ONE-COMPANY
               VARYING CO-SCAN-WS FROM 1 BY 1
               UNTIL CO-SCAN-WS > COMPANY-COUNT-WS
                  OR CO-POS-WS > ZERO
           EVALUATE TRUE
               WHEN CO-POS-WS > ZERO
                AND CO-KEY-TBL (CO-POS-WS) = SEARCH-KEY-WS
                   CONTINUE
               WHEN COMPANY-COUNT-WS NOT < 100
                   MOVE 'YES' TO COMPANY-OVERFLOW-SW
                   MOVE ZERO  TO CO-POS-WS
               WHEN OTHER
                   IF CO-POS-WS = ZERO
                       COMPUTE CO-POS-WS = COMPANY-COUNT-WS + 1
                   END-IF
                   PERFORM 820-SHIFT-ONE-COMPANY
                       VARYING CO-SCAN-WS FROM COMPANY-COUNT-WS BY -1
                       UNTIL CO-SCAN-WS < CO-POS-WS
                   ADD 1 TO COMPANY-COUNT-WS
                   INITIALIZE COMPANY-ENTRY-WS (CO-POS-WS)
                   MOVE SEARCH-KEY-WS TO CO-KEY-TBL (CO-POS-WS)
           END-EVALUATE.

       815-CHECK-ONE-COMPANY.
           IF CO-KEY-TBL (CO-SCAN-WS) NOT < SEARCH-KEY-WS
               MOVE CO-SCAN-WS TO CO-POS-WS
           END-IF.

       820-SHIFT-ONE-COMPANY.
           MOVE COMPANY-ENTRY-WS (CO-SCAN-WS) TO
                COMPANY-ENTRY-WS (CO-SCAN-WS + 1).

       900-CLOSE.
           MOVE RECORDS-READ-WS   TO LS-READ-OUT
           MOVE OLD-ROWS-WS       TO LS-OLD-OUT
           MOVE NEW-ROWS-WS       TO LS-NEW-OUT
           MOVE PAIRS-PRINTED-WS  TO LS-PAIRS-OUT
           MOVE UNMATCHED-ROWS-WS TO LS-UNMATCHED-OUT
           WRITE PRINT-LIFECHG-LINE FROM LIFECHG-SUMMARY-LINE
               AFTER 2 LINES

           CLOSE ASSET-HISTORY-FILE LIFECHG-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
