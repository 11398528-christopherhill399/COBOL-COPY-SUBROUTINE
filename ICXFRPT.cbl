       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ICXFRPT.
       AUTHOR.    CHRISTOPHER HILL.

      *    INTERCOMPANY ASSET TRANSFER REPORT FOR THE CONSOLIDATION.
      *    EVERY TRANSFER ASSETMNT POSTS LEAVES TWO IMAGES ON
      *    ASSHIST.DAT, ONE BEHIND THE OTHER - 'T' AS THE ASSET LEFT
      *    THE SENDING COMPANY, 'I' AS IT ARRIVED IN THE RECEIVING
      *    ONE, BOTH DATED IN DISPOSAL-DATE-IN. THIS REPORT PAIRS
      *    THEM AND PRINTS EACH TRANSFER IN THE PERIOD WITH THE COST,
      *    ACCUMULATED DEPRECIATION, NET BOOK VALUE AND TAX-BOOK
      *    ACCUMULATED DEPRECIATION THAT MOVED, THEN TOTALS BY
      *    SENDING AND RECEIVING COMPANY - THE DUE-FROM ONE BOOKED
      *    AND THE DUE-TO THE OTHER OWES, WHICH THE CONSOLIDATION
      *    ELIMINATES AGAINST EACH OTHER. THE LAST LINES PROVE THE
      *    TOTAL DUE-FROM AGAINST THE TOTAL DUE-TO; A HALF WITH NO
      *    PARTNER PRINTS FLAGGED AND SHOWS UP AS A DIFFERENCE.
      *    THE ICXFRPT.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-8   PERIOD START CCYYMMDD (DEFAULT JANUARY 1
      *                      OF THIS YEAR)
      *        COLUMNS 9-16  PERIOD END CCYYMMDD (DEFAULT TODAY)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-HISTORY-FILE ASSIGN TO 'ASSHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'ICXFRPT.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT ICXFER-REPORT-FILE ASSIGN TO 'ICXFRPT.DOC'
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

       FD  ICXFER-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-ICXFER-LINE           PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HISTORY-WS          PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  XFER-OUT-ROWS-WS        PICTURE 9(6)  VALUE ZERO.
           05  XFER-IN-ROWS-WS         PICTURE 9(6)  VALUE ZERO.
           05  PAIRS-PRINTED-WS        PICTURE 9(6)  VALUE ZERO.
           05  UNMATCHED-ROWS-WS       PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  HIST-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  PERIOD-CONTROL-WS.
           05  PERIOD-START-WS         PICTURE 9(8)  VALUE ZERO.
           05  PERIOD-END-WS           PICTURE 9(8)  VALUE ZERO.

      *    WORKING-STORAGE VIEW OF THE HISTORY IMAGE - THE FIELDS OF
      *    CPYIN A TRANSFER CARRIES, THROUGH THE COMPANY AND THE
      *    TRANSFER DATE.
       01  ARCH-ASSET-WS.
           05  AR-ASSET-ID-WS      PIC 9(6).
           05  AR-NAME-WS          PIC X(10).
           05  AR-PRICE-WS         PIC S9(5)V99.
           05  AR-SALVAGE-WS       PIC S9(5)V99.
           05  AR-USEFUL-LIFE-WS   PIC 99.
           05  AR-ACCUM-DEPR-WS    PIC S9(6)V99.
           05  AR-DEPR-METHOD-WS   PIC X.
           05  AR-YEARS-IN-SVC-WS  PIC 99.
           05  AR-ACQ-DATE-WS      PIC 9(8).
           05  AR-CATEGORY-WS      PIC X(15).
           05  AR-TRANS-TYPE-WS    PIC X.
               88  AR-TRANS-XFER-OUT   VALUE 'T'.
               88  AR-TRANS-XFER-IN    VALUE 'I'.
           05  FILLER              PIC X(36).
           05  AR-LOCATION-WS      PIC X(6).
           05  AR-TAX-CLASS-WS     PIC 99.
           05  AR-TAX-ACCUM-WS     PIC S9(6)V99.
           05  FILLER              PIC X(69).
           05  AR-COMPANY-WS       PIC XX.
           05  FILLER              PIC X(9).
           05  AR-EVENT-DATE-WS    PIC 9(8).

      *    THE 'T' HALF OF A TRANSFER, HELD UNTIL ITS 'I' ARRIVES.
       01  HELD-XFER-OUT-WS.
           05  HELD-OUT-SW             PIC X(3)     VALUE 'NO'.
           05  HELD-ASSET-ID-WS        PIC 9(6)     VALUE ZERO.
           05  HELD-NAME-WS            PIC X(10)    VALUE SPACES.
           05  HELD-COMPANY-WS         PIC XX       VALUE SPACES.
           05  HELD-DATE-WS            PIC 9(8)     VALUE ZERO.
           05  HELD-PRICE-WS           PIC S9(5)V99 VALUE ZERO.
           05  HELD-ACCUM-WS           PIC S9(6)V99 VALUE ZERO.
           05  HELD-TAX-ACCUM-WS       PIC S9(6)V99 VALUE ZERO.

       01  XFER-CALC-WS.
           05  NET-BOOK-VALUE-WS       PIC S9(7)V99 VALUE ZERO.
           05  DUE-FROM-TOTAL-WS       PIC S9(9)V99 VALUE ZERO.
           05  DUE-TO-TOTAL-WS         PIC S9(9)V99 VALUE ZERO.
           05  TIE-DIFFERENCE-WS       PIC S9(9)V99 VALUE ZERO.

      *    ONE ROW PER SENDING/RECEIVING COMPANY PAIR, KEPT IN KEY
      *    ORDER AS ROWS ARE OPENED.
       01  PAIR-CONTROL-WS.
           05  PAIR-COUNT-WS           PIC 9(4)  VALUE ZERO.
           05  PR-POS-WS               PIC 9(4)  VALUE ZERO.
           05  PR-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  PAIR-OVERFLOW-SW        PIC X(3)  VALUE 'NO'.
           05  SEARCH-KEY-WS.
               10  SK-FROM-COMPANY-WS  PIC XX.
               10  SK-TO-COMPANY-WS    PIC XX.

       01  PAIR-TABLE-WS.
           05  PAIR-ENTRY-WS OCCURS 200 TIMES.
               10  PR-KEY-TBL.
                   15  PR-FROM-COMPANY-TBL PIC XX.
                   15  PR-TO-COMPANY-TBL   PIC XX.
               10  PR-COUNT-TBL        PIC 9(5).
               10  PR-COST-TBL         PIC S9(9)V99.
               10  PR-ACCUM-TBL        PIC S9(9)V99.
               10  PR-NBV-TBL          PIC S9(9)V99.
               10  PR-TAX-ACCUM-TBL    PIC S9(9)V99.

       01  PAIR-GRAND-TOTAL-WS.
           05  GR-COUNT-WS             PIC 9(5)     VALUE ZERO.
           05  GR-COST-WS              PIC S9(9)V99 VALUE ZERO.
           05  GR-ACCUM-WS             PIC S9(9)V99 VALUE ZERO.
           05  GR-NBV-WS               PIC S9(9)V99 VALUE ZERO.
           05  GR-TAX-ACCUM-WS         PIC S9(9)V99 VALUE ZERO.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'ICXFRPT'.
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
           'INTERCOMPANY ASSET TRANSFERS'.
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
           05                      PICTURE X(45)   VALUE
           'ASSHIST.DAT NOT FOUND - NO TRANSFERS ON FILE'.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

       01  COLUMN-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'DATE'.
           05                      PICTURE X(8)    VALUE ' ASSET'.
           05                      PICTURE X(13)   VALUE 'NAME'.
           05                      PICTURE X(6)    VALUE 'FROM'.
           05                      PICTURE X(4)    VALUE 'TO'.
           05                      PICTURE X(14)   VALUE
                 '         COST'.
           05                      PICTURE X(14)   VALUE
                 '   ACCUM DEPR'.
           05                      PICTURE X(14)   VALUE
                 ' NET BOOK VAL'.
           05                      PICTURE X(15)   VALUE
                 '    TAX ACCUM'.
           05  FILLER              PICTURE X(33)   VALUE SPACES.

       01  TRANSFER-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  TD-DATE-OUT         PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  TD-FROM-COMPANY-OUT PICTURE XX.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  TD-TO-COMPANY-OUT   PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-COST-OUT         PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  TD-ACCUM-OUT        PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  TD-NBV-OUT          PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  TD-TAX-ACCUM-OUT    PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-NOTE-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(13)   VALUE SPACES.

       01  PAIR-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(53)   VALUE
           'BY COMPANY PAIR - SENDER DUE-FROM ELIMINATES AGAINST'.
           05                      PICTURE X(15)   VALUE
           'RECEIVER DUE-TO'.
           05  FILLER              PICTURE X(63)   VALUE SPACES.

       01  PAIR-TOTAL-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  PT-FROM-COMPANY-OUT PICTURE XX.
           05                      PICTURE X(4)    VALUE ' TO '.
           05  PT-TO-COMPANY-OUT   PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PT-COUNT-OUT        PICTURE ZZZZ9.
           05                      PICTURE X(10)   VALUE ' TRANSFERS'.
           05  FILLER              PICTURE X(11)   VALUE SPACES.
           05  PT-COST-OUT         PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PT-ACCUM-OUT        PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PT-NBV-OUT          PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PT-TAX-ACCUM-OUT    PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(35)   VALUE SPACES.

       01  PAIR-GRAND-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'ALL PAIRS'.
           05  PG-COUNT-OUT        PICTURE ZZZZ9.
           05                      PICTURE X(10)   VALUE ' TRANSFERS'.
           05  FILLER              PICTURE X(11)   VALUE SPACES.
           05  PG-COST-OUT         PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PG-ACCUM-OUT        PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PG-NBV-OUT          PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PG-TAX-ACCUM-OUT    PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(35)   VALUE SPACES.

      *    THE PROOF LINES PRINT THEIR AMOUNT UNDER NET BOOK VALUE.
       01  TIE-OUT-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  TO-LABEL-OUT        PICTURE X(50).
           05  FILLER              PICTURE X(14)   VALUE SPACES.
           05  TO-AMOUNT-OUT       PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TO-FLAG-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(27)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'PAIR TABLE FULL - SOME PAIRS MISSING FROM TOTALS'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  ICXFER-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'RECORDS READ: '.
           05  IS-READ-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  XFER OUTS: '.
           05  IS-OUT-OUT          PICTURE ZZZ,ZZ9.
           05                      PICTURE X(13)   VALUE
                 '  XFER INS: '.
           05  IS-IN-OUT           PICTURE ZZZ,ZZ9.
           05                      PICTURE X(10)   VALUE
                 '  PAIRS: '.
           05  IS-PAIRS-OUT        PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  UNMATCHED: '.
           05  IS-UNMATCHED-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-HISTORY-WS = 'YES'
           IF HELD-OUT-SW = 'YES'
               PERFORM 340-PRINT-UNMATCHED-OUT
           END-IF
           PERFORM    600-PRINT-PAIR-TOTALS
           PERFORM    650-PRINT-TIE-OUT
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
           OPEN OUTPUT ICXFER-REPORT-FILE
           PERFORM     500-HEADER

           IF HIST-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-RECORD
           ELSE
               MOVE 'YES' TO EOF-HISTORY-WS
               WRITE PRINT-ICXFER-LINE FROM NO-HISTORY-LINE
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

      *    ASSETMNT WRITES THE 'T' AND ITS 'I' BACK TO BACK, SO AN
      *    'I' PAIRS WITH THE 'T' JUST HELD WHEN THE ASSET MATCHES.
      *    A 'T' ARRIVING WHILE ANOTHER IS STILL HELD, OR AN 'I'
      *    WITH NOTHING TO PAIR WITH, IS PRINTED ALONE AND FLAGGED.
       300-PROCESS.
           MOVE ARCH-ASSET-IMAGE-IN TO ARCH-ASSET-WS
           IF (AR-TRANS-XFER-OUT OR AR-TRANS-XFER-IN)
              AND AR-EVENT-DATE-WS IS NUMERIC
              AND AR-EVENT-DATE-WS NOT < PERIOD-START-WS
              AND AR-EVENT-DATE-WS NOT > PERIOD-END-WS
               COMPUTE NET-BOOK-VALUE-WS =
                       AR-PRICE-WS - AR-ACCUM-DEPR-WS
               IF AR-TRANS-XFER-OUT
                   PERFORM 310-TAKE-XFER-OUT
               ELSE
                   PERFORM 320-TAKE-XFER-IN
               END-IF
           END-IF
           PERFORM 250-READ-ONE-RECORD.

       310-TAKE-XFER-OUT.
           ADD 1 TO XFER-OUT-ROWS-WS
           ADD NET-BOOK-VALUE-WS TO DUE-FROM-TOTAL-WS
           IF HELD-OUT-SW = 'YES'
               PERFORM 340-PRINT-UNMATCHED-OUT
           END-IF
           MOVE 'YES'            TO HELD-OUT-SW
           MOVE AR-ASSET-ID-WS   TO HELD-ASSET-ID-WS
           MOVE AR-NAME-WS       TO HELD-NAME-WS
           MOVE AR-COMPANY-WS    TO HELD-COMPANY-WS
           MOVE AR-EVENT-DATE-WS TO HELD-DATE-WS
           MOVE AR-PRICE-WS      TO HELD-PRICE-WS
           MOVE AR-ACCUM-DEPR-WS TO HELD-ACCUM-WS
           MOVE AR-TAX-ACCUM-WS  TO HELD-TAX-ACCUM-WS.

       320-TAKE-XFER-IN.
           ADD 1 TO XFER-IN-ROWS-WS
           ADD NET-BOOK-VALUE-WS TO DUE-TO-TOTAL-WS
           IF HELD-OUT-SW = 'YES'
              AND HELD-ASSET-ID-WS = AR-ASSET-ID-WS
               PERFORM 330-PRINT-PAIR
           ELSE
               IF HELD-OUT-SW = 'YES'
                   PERFORM 340-PRINT-UNMATCHED-OUT
               END-IF
               PERFORM 345-PRINT-UNMATCHED-IN
           END-IF.

      *    THE AMOUNTS PRINTED ARE THE RECEIVING SIDE'S - WHAT THE
      *    NEW COMPANY CARRIES - AND ARE WHAT THE PAIR ROW TOTALS.
       330-PRINT-PAIR.
           ADD 1 TO PAIRS-PRINTED-WS
           MOVE 'NO'              TO HELD-OUT-SW
           MOVE AR-EVENT-DATE-WS  TO TD-DATE-OUT
           MOVE AR-ASSET-ID-WS    TO TD-ASSET-ID-OUT
           MOVE AR-NAME-WS        TO TD-NAME-OUT
           MOVE HELD-COMPANY-WS   TO TD-FROM-COMPANY-OUT
           MOVE AR-COMPANY-WS     TO TD-TO-COMPANY-OUT
           MOVE AR-PRICE-WS       TO TD-COST-OUT
           MOVE AR-ACCUM-DEPR-WS  TO TD-ACCUM-OUT
           MOVE NET-BOOK-VALUE-WS TO TD-NBV-OUT
           MOVE AR-TAX-ACCUM-WS   TO TD-TAX-ACCUM-OUT
           MOVE SPACES            TO TD-NOTE-OUT
           WRITE PRINT-ICXFER-LINE FROM TRANSFER-DETAIL-LINE
               AFTER 1 LINE

           MOVE HELD-COMPANY-WS TO SK-FROM-COMPANY-WS
           MOVE AR-COMPANY-WS   TO SK-TO-COMPANY-WS
           PERFORM 810-LOCATE-PAIR
           IF PR-POS-WS > ZERO
               ADD 1                 TO PR-COUNT-TBL     (PR-POS-WS)
               ADD AR-PRICE-WS       TO PR-COST-TBL      (PR-POS-WS)
               ADD AR-ACCUM-DEPR-WS  TO PR-ACCUM-TBL     (PR-POS-WS)
               ADD NET-BOOK-VALUE-WS TO PR-NBV-TBL       (PR-POS-WS)
               ADD AR-TAX-ACCUM-WS   TO PR-TAX-ACCUM-TBL (PR-POS-WS)
           END-IF.

       340-PRINT-UNMATCHED-OUT.
           ADD 1 TO UNMATCHED-ROWS-WS
           MOVE 'NO'              TO HELD-OUT-SW
           MOVE HELD-DATE-WS      TO TD-DATE-OUT
           MOVE HELD-ASSET-ID-WS  TO TD-ASSET-ID-OUT
           MOVE HELD-NAME-WS      TO TD-NAME-OUT
           MOVE HELD-COMPANY-WS   TO TD-FROM-COMPANY-OUT
           MOVE '??'              TO TD-TO-COMPANY-OUT
           MOVE HELD-PRICE-WS     TO TD-COST-OUT
           MOVE HELD-ACCUM-WS     TO TD-ACCUM-OUT
           COMPUTE NET-BOOK-VALUE-WS = HELD-PRICE-WS - HELD-ACCUM-WS
           MOVE NET-BOOK-VALUE-WS TO TD-NBV-OUT
           MOVE HELD-TAX-ACCUM-WS TO TD-TAX-ACCUM-OUT
           MOVE '*** NO XFER IN'  TO TD-NOTE-OUT
           WRITE PRINT-ICXFER-LINE FROM TRANSFER-DETAIL-LINE
               AFTER 1 LINE.

       345-PRINT-UNMATCHED-IN.
           ADD 1 TO UNMATCHED-ROWS-WS
           MOVE AR-EVENT-DATE-WS  TO TD-DATE-OUT
           MOVE AR-ASSET-ID-WS    TO TD-ASSET-ID-OUT
           MOVE AR-NAME-WS        TO TD-NAME-OUT
           MOVE '??'              TO TD-FROM-COMPANY-OUT
           MOVE AR-COMPANY-WS     TO TD-TO-COMPANY-OUT
           MOVE AR-PRICE-WS       TO TD-COST-OUT
           MOVE AR-ACCUM-DEPR-WS  TO TD-ACCUM-OUT
           COMPUTE NET-BOOK-VALUE-WS = AR-PRICE-WS - AR-ACCUM-DEPR-WS
           MOVE NET-BOOK-VALUE-WS TO TD-NBV-OUT
           MOVE AR-TAX-ACCUM-WS   TO TD-TAX-ACCUM-OUT
           MOVE '*** NO XFER OUT' TO TD-NOTE-OUT
           WRITE PRINT-ICXFER-LINE FROM TRANSFER-DETAIL-LINE
               AFTER 1 LINE.

       500-HEADER.
           WRITE PRINT-ICXFER-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE PERIOD-START-WS TO PL-START-OUT
           MOVE PERIOD-END-WS   TO PL-END-OUT
           WRITE PRINT-ICXFER-LINE FROM PERIOD-LINE
               AFTER 1 LINE
           WRITE PRINT-ICXFER-LINE FROM COLUMN-HEADER-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-ICXFER-LINE
           WRITE PRINT-ICXFER-LINE AFTER 1 LINE.

       600-PRINT-PAIR-TOTALS.
           WRITE PRINT-ICXFER-LINE FROM PAIR-HEADER-LINE
               AFTER 3 LINES
           MOVE SPACES TO PRINT-ICXFER-LINE
           WRITE PRINT-ICXFER-LINE AFTER 1 LINE
           PERFORM 610-PRINT-ONE-PAIR
               VARYING PR-POS-WS FROM 1 BY 1
               UNTIL PR-POS-WS > PAIR-COUNT-WS
           MOVE GR-COUNT-WS     TO PG-COUNT-OUT
           MOVE GR-COST-WS      TO PG-COST-OUT
           MOVE GR-ACCUM-WS     TO PG-ACCUM-OUT
           MOVE GR-NBV-WS       TO PG-NBV-OUT
           MOVE GR-TAX-ACCUM-WS TO PG-TAX-ACCUM-OUT
           WRITE PRINT-ICXFER-LINE FROM PAIR-GRAND-LINE
               AFTER 2 LINES
           IF PAIR-OVERFLOW-SW = 'YES'
               WRITE PRINT-ICXFER-LINE FROM TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       610-PRINT-ONE-PAIR.
           MOVE PR-FROM-COMPANY-TBL (PR-POS-WS) TO PT-FROM-COMPANY-OUT
           MOVE PR-TO-COMPANY-TBL   (PR-POS-WS) TO PT-TO-COMPANY-OUT
           MOVE PR-COUNT-TBL        (PR-POS-WS) TO PT-COUNT-OUT
           MOVE PR-COST-TBL         (PR-POS-WS) TO PT-COST-OUT
           MOVE PR-ACCUM-TBL        (PR-POS-WS) TO PT-ACCUM-OUT
           MOVE PR-NBV-TBL          (PR-POS-WS) TO PT-NBV-OUT
           MOVE PR-TAX-ACCUM-TBL    (PR-POS-WS) TO PT-TAX-ACCUM-OUT
           WRITE PRINT-ICXFER-LINE FROM PAIR-TOTAL-LINE
               AFTER 1 LINE
           ADD PR-COUNT-TBL     (PR-POS-WS) TO GR-COUNT-WS
           ADD PR-COST-TBL      (PR-POS-WS) TO GR-COST-WS
           ADD PR-ACCUM-TBL     (PR-POS-WS) TO GR-ACCUM-WS
           ADD PR-NBV-TBL       (PR-POS-WS) TO GR-NBV-WS
           ADD PR-TAX-ACCUM-TBL (PR-POS-WS) TO GR-TAX-ACCUM-WS.

      *    EVERY 'T' IN THE PERIOD BOOKED A DUE-FROM IN ITS SENDER
      *    AND EVERY 'I' A DUE-TO IN ITS RECEIVER, AT NET BOOK
      *    VALUE - THE TWO MUST BE EQUAL FOR THE ELIMINATION TO TIE.
       650-PRINT-TIE-OUT.
           MOVE SPACES TO TO-FLAG-OUT
           MOVE 'TOTAL DUE FROM INTERCOMPANY - TRANSFERS OUT'
                TO TO-LABEL-OUT
           MOVE DUE-FROM-TOTAL-WS TO TO-AMOUNT-OUT
           WRITE PRINT-ICXFER-LINE FROM TIE-OUT-LINE
               AFTER 2 LINES
           MOVE 'TOTAL DUE TO INTERCOMPANY - TRANSFERS IN'
                TO TO-LABEL-OUT
           MOVE DUE-TO-TOTAL-WS TO TO-AMOUNT-OUT
           WRITE PRINT-ICXFER-LINE FROM TIE-OUT-LINE
               AFTER 1 LINE
           COMPUTE TIE-DIFFERENCE-WS =
                   DUE-FROM-TOTAL-WS - DUE-TO-TOTAL-WS
           MOVE 'DIFFERENCE' TO TO-LABEL-OUT
           MOVE TIE-DIFFERENCE-WS TO TO-AMOUNT-OUT
           IF TIE-DIFFERENCE-WS NOT = ZERO
               MOVE '*** DOES NOT TIE' TO TO-FLAG-OUT
           END-IF
           WRITE PRINT-ICXFER-LINE FROM TIE-OUT-LINE
               AFTER 1 LINE.

      *    PR-POS-WS ENDS ON THE ROW FOR SEARCH-KEY-WS, OR ZERO IF
      *    THE TABLE HAS NO ROOM LEFT FOR A NEW ONE.
       810-LOCATE-PAIR.
           MOVE ZERO TO PR-POS-WS
           PERFORM 815-CHECK-ONE-PAIR
               VARYING PR-SCAN-WS FROM 1 BY 1
               UNTIL PR-SCAN-WS > PAIR-COUNT-WS
                  OR PR-POS-WS > ZERO
           EVALUATE TRUE
               WHEN PR-POS-WS > ZERO
                AND PR-KEY-TBL (PR-POS-WS) = SEARCH-KEY-WS
                   CONTINUE
               WHEN PAIR-COUNT-WS NOT < 200
                   MOVE 'YES' TO PAIR-OVERFLOW-SW
                   MOVE ZERO  TO PR-POS-WS
               WHEN OTHER
                   IF PR-POS-WS = ZERO
                       COMPUTE PR-POS-WS = PAIR-COUNT-WS + 1
                   END-IF
                   PERFORM 820-SHIFT-ONE-PAIR
                       VARYING PR-SCAN-WS FROM PAIR-COUNT-WS BY -1
                       UNTIL PR-SCAN-WS < PR-POS-WS
                   ADD 1 TO PAIR-COUNT-WS
                   INITIALIZE PAIR-ENTRY-WS (PR-POS-WS)
                   MOVE SEARCH-KEY-WS TO PR-KEY-TBL (PR-POS-WS)
           END-EVALUATE.

       815-CHECK-ONE-PAIR.
           IF PR-KEY-TBL (PR-SCAN-WS) NOT < SEARCH-KEY-WS
               MOVE PR-SCAN-WS TO PR-POS-WS
           END-IF.

       820-SHIFT-ONE-PAIR.
           MOVE PAIR-ENTRY-WS (PR-SCAN-WS) TO
                PAIR-ENTRY-WS (PR-SCAN-WS + 1).

       900-CLOSE.
           MOVE RECORDS-READ-WS   TO IS-READ-OUT
           MOVE XFER-OUT-ROWS-WS  TO IS-OUT-OUT
           MOVE XFER-IN-ROWS-WS   TO IS-IN-OUT
           MOVE PAIRS-PRINTED-WS  TO IS-PAIRS-OUT
           MOVE UNMATCHED-ROWS-WS TO IS-UNMATCHED-OUT
           WRITE PRINT-ICXFER-LINE FROM ICXFER-SUMMARY-LINE
               AFTER 2 LINES

           CLOSE ASSET-HISTORY-FILE ICXFER-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
