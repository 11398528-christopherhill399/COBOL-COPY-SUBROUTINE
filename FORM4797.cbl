       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FORM4797.
       AUTHOR.    CHRISTOPHER HILL.

      *    YEAR-END FORM 4797 SUPPORT. LISTS EVERY ASSET DISPOSED OF
      *    IN ONE TAX YEAR WITH THE TAX-BOOK FIGURES TAXDISP LEFT ON
      *    ITS DISPOSED ('X') RECORD - ACQUISITION DATE, DATE OF
      *    SALE, PROCEEDS, ADJUSTED TAX BASIS, THE TAX GAIN OR LOSS,
      *    AND ITS SPLIT BETWEEN SECTION 1245 RECAPTURE AND SECTION
      *    1231 - IN TWO PARTS, EACH TOTALED: PROPERTY HELD MORE THAN
      *    ONE YEAR, THEN PROPERTY HELD ONE YEAR OR LESS, WHOSE GAIN
      *    OR LOSS IS ALL ORDINARY. A DISPOSAL IS PICKED UP WHEREVER
      *    IT SITS - STILL ON THE LIVE MASTER, OR ALREADY MOVED TO
      *    ASSHIST.DAT BY ASSETARC. A RECORD WITH NO DATE OF SALE
      *    WAS DISPOSED OF BEFORE THE TAX SIDE WAS KEPT AND IS LEFT
      *    OFF. THE FORM4797.PRM CARD IS OPTIONAL:
      *        COLUMNS  1-4   TAX YEAR (DEFAULT THIS YEAR)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT ASSET-HISTORY-FILE ASSIGN TO 'ASSHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'FORM4797.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT F4797-REPORT-FILE ASSIGN TO 'FORM4797.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

      *    ARCHIVE YEAR, ONE SEPARATOR BYTE, THEN THE MASTER RECORD
      *    IMAGE AS ASSETARC WROTE IT.
       FD  ASSET-HISTORY-FILE RECORDING MODE IS F.
       01  ASSET-HISTORY-RECORD.
           05  ARCH-YEAR-IN         PICTURE 9(4).
           05  FILLER               PICTURE X.
           05  ARCH-ASSET-IMAGE-IN  PICTURE X(280).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-TAX-YEAR    PIC X(4).
           05  PRM-TAX-YEAR-NUM REDEFINES PRM-TAX-YEAR PIC 9(4).
           05  FILLER          PIC X(76).

       FD  F4797-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-F4797-LINE            PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-HISTORY-WS          PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  DISPOSALS-LISTED-WS     PICTURE 9(6)  VALUE ZERO.

       01  ASSET-FILE-STATUS-WS        PICTURE XX    VALUE SPACES.
       01  HIST-FILE-STATUS-WS         PICTURE XX    VALUE SPACES.
       01  PARM-FILE-STATUS-WS         PICTURE XX    VALUE SPACES.

       01  TAX-YEAR-WS                 PICTURE 9(4)  VALUE ZERO.

      *    THE PART BEING PRINTED - EACH SOURCE IS READ ONCE FOR THE
      *    LONG-TERM PART AND AGAIN FOR THE SHORT-TERM PART, SO THE
      *    RECORDS-READ COUNT IS TAKEN ON THE FIRST PASS ONLY.
       01  PART-CONTROL-WS.
           05  REPORT-PERIOD-WS        PICTURE X     VALUE SPACE.
               88  REPORTING-LONG-TERM-WS    VALUE 'L'.
           05  ASSET-PERIOD-WS         PICTURE X     VALUE SPACE.
           05  RECORD-SOURCE-WS        PICTURE X(7)  VALUE SPACES.

      *    MORE THAN ONE YEAR MEANS A SALE AFTER THE FIRST
      *    ANNIVERSARY OF THE ACQUISITION DATE - THE SAME TEST
      *    TAXDISP APPLIED WHEN IT SPLIT THE GAIN.
       01  HOLDING-CALC-WS.
           05  DISPOSAL-YEAR-WS        PICTURE 9(4)  VALUE ZERO.
           05  ANNIVERSARY-DATE-WS     PICTURE 9(9)  VALUE ZERO.

       01  PART-TOTALS-WS.
           05  PT-COUNT-WS             PICTURE 9(5)     VALUE ZERO.
           05  PT-PROCEEDS-WS          PICTURE S9(8)V99 VALUE ZERO.
           05  PT-BASIS-WS             PICTURE S9(8)V99 VALUE ZERO.
           05  PT-GAIN-LOSS-WS         PICTURE S9(8)V99 VALUE ZERO.
           05  PT-SEC1245-WS           PICTURE S9(8)V99 VALUE ZERO.
           05  PT-SEC1231-WS           PICTURE S9(8)V99 VALUE ZERO.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'FORM4797'.
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
           05                      PICTURE X(44)   VALUE
           'FORM 4797 SUPPORT - DISPOSITIONS IN TAX YEAR'.
           05                      PICTURE X       VALUE SPACE.
           05  HDR-YEAR-OUT        PICTURE 9(4).
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       01  SECTION-TITLE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ST-TITLE-OUT        PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  DISPOSAL-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET ID'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'NAME'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(2)    VALUE 'CO'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ACQUIRED'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'SOLD'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'PROCEEDS'.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'TAX BASIS'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(11)   VALUE
                 'GAIN/(LOSS)'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'SEC 1245'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'SEC 1231'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'SOURCE'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.

       01  DISPOSAL-DETAIL-LINE.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DD-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-ACQ-DATE-OUT     PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-SALE-DATE-OUT    PICTURE 9(8).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DD-PROCEEDS-OUT     PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DD-BASIS-OUT        PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DD-GAIN-LOSS-OUT    PICTURE -(6)9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DD-SEC1245-OUT      PICTURE -(6)9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DD-SEC1231-OUT      PICTURE -(6)9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DD-SOURCE-OUT       PICTURE X(7).
           05  FILLER              PICTURE X(7)    VALUE SPACES.

       01  PART-TOTAL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PTL-LABEL-OUT       PICTURE X(28).
           05  PTL-COUNT-OUT       PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(11)   VALUE SPACES.
           05  PTL-PROCEEDS-OUT    PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  PTL-BASIS-OUT       PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PTL-GAIN-LOSS-OUT   PICTURE -(8)9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PTL-SEC1245-OUT     PICTURE -(8)9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PTL-SEC1231-OUT     PICTURE -(8)9.99.
           05  FILLER              PICTURE X(16)   VALUE SPACES.

       01  NO-DISPOSALS-LINE.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(30)   VALUE
                 'NO DISPOSALS IN THIS PART'.
           05  FILLER              PICTURE X(98)   VALUE SPACES.

       01  F4797-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'RECORDS READ: '.
           05  FS-READ-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(19)   VALUE
                 'DISPOSALS LISTED: '.
           05  FS-LISTED-OUT       PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(79)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           MOVE 'L' TO REPORT-PERIOD-WS
           PERFORM    300-PRINT-PART
           MOVE 'S' TO REPORT-PERIOD-WS
           PERFORM    300-PRINT-PART
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

           OPEN OUTPUT F4797-REPORT-FILE
           PERFORM     500-HEADER.

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

      *    ONE PART OF THE REPORT - THE LIVE MASTER FIRST, THEN THE
      *    ARCHIVED HISTORY, THEN THE PART'S TOTALS.
       300-PRINT-PART.
           IF REPORTING-LONG-TERM-WS
               MOVE 'PROPERTY HELD MORE THAN ONE YEAR' TO ST-TITLE-OUT
           ELSE
               MOVE 'PROPERTY HELD ONE YEAR OR LESS - ALL ORDINARY'
                   TO ST-TITLE-OUT
           END-IF
           WRITE PRINT-F4797-LINE FROM SECTION-TITLE-LINE
               AFTER 3 LINES
           WRITE PRINT-F4797-LINE FROM DISPOSAL-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-F4797-LINE
           WRITE PRINT-F4797-LINE AFTER 1 LINE
           INITIALIZE PART-TOTALS-WS

           PERFORM 310-SCAN-MASTER
           PERFORM 320-SCAN-HISTORY
           PERFORM 380-PRINT-PART-TOTAL.

       310-SCAN-MASTER.
           MOVE 'MASTER ' TO RECORD-SOURCE-WS
           MOVE 'NO'      TO EOF-ASSET-WS
           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-ASSET
               PERFORM 315-CHECK-ONE-ASSET UNTIL EOF-ASSET-WS = 'YES'
               CLOSE ASSET-INPUT-FILE
           END-IF.

       250-READ-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
              NOT AT END
                  IF REPORTING-LONG-TERM-WS
                      ADD 1 TO RECORDS-READ-WS
                  END-IF
           END-READ.

       315-CHECK-ONE-ASSET.
           PERFORM 330-CHECK-DISPOSAL
           PERFORM 250-READ-ONE-ASSET.

      *    A HISTORY ROW IS LAID BACK OVER THE MASTER RECORD AREA SO
      *    THE SAME CHECKS AND PRINT SERVE BOTH SOURCES. THE MASTER
      *    IS CLOSED BY NOW, SO NOTHING OF ITS OWN IS OVERLAID.
       320-SCAN-HISTORY.
           MOVE 'HISTORY' TO RECORD-SOURCE-WS
           MOVE 'NO'      TO EOF-HISTORY-WS
           OPEN INPUT ASSET-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '00'
               PERFORM 260-READ-ONE-HISTORY
               PERFORM 325-CHECK-ONE-HISTORY
                   UNTIL EOF-HISTORY-WS = 'YES'
               CLOSE ASSET-HISTORY-FILE
           END-IF.

       260-READ-ONE-HISTORY.
           READ ASSET-HISTORY-FILE
              AT END MOVE 'YES' TO EOF-HISTORY-WS
              NOT AT END
                  IF REPORTING-LONG-TERM-WS
                      ADD 1 TO RECORDS-READ-WS
                  END-IF
           END-READ.

       325-CHECK-ONE-HISTORY.
           MOVE ARCH-ASSET-IMAGE-IN TO CPYIN
           PERFORM 330-CHECK-DISPOSAL
           PERFORM 260-READ-ONE-HISTORY.

      *    ONLY A DISPOSAL SOLD IN THE TAX YEAR, AND ONLY IN THE
      *    PART ITS HOLDING PERIOD BELONGS TO.
       330-CHECK-DISPOSAL.
           IF TRANS-TYPE-IN = 'X'
              AND DISPOSAL-DATE-IN IS NUMERIC
              AND DISPOSAL-DATE-IN NOT = ZERO
               COMPUTE DISPOSAL-YEAR-WS = DISPOSAL-DATE-IN / 10000
               IF DISPOSAL-YEAR-WS = TAX-YEAR-WS
                   COMPUTE ANNIVERSARY-DATE-WS =
                           ACQUISITION-DATE-IN + 10000
                   IF DISPOSAL-DATE-IN > ANNIVERSARY-DATE-WS
                       MOVE 'L' TO ASSET-PERIOD-WS
                   ELSE
                       MOVE 'S' TO ASSET-PERIOD-WS
                   END-IF
                   IF ASSET-PERIOD-WS = REPORT-PERIOD-WS
                       PERFORM 350-PRINT-DISPOSAL
                   END-IF
               END-IF
           END-IF.

       350-PRINT-DISPOSAL.
           ADD 1 TO DISPOSALS-LISTED-WS
           ADD 1 TO PT-COUNT-WS
           ADD DISPOSAL-PROCEEDS-IN TO PT-PROCEEDS-WS
           ADD TAX-ADJ-BASIS-IN     TO PT-BASIS-WS
           ADD TAX-GAIN-LOSS-IN     TO PT-GAIN-LOSS-WS
           ADD SEC1245-RECAPTURE-IN TO PT-SEC1245-WS
           ADD SEC1231-GAIN-IN      TO PT-SEC1231-WS

           MOVE ASSET-ID-IN          TO DD-ASSET-ID-OUT
           MOVE NAME-IN              TO DD-NAME-OUT
           MOVE COMPANY-IN           TO DD-COMPANY-OUT
           MOVE ACQUISITION-DATE-IN  TO DD-ACQ-DATE-OUT
           MOVE DISPOSAL-DATE-IN     TO DD-SALE-DATE-OUT
           MOVE DISPOSAL-PROCEEDS-IN TO DD-PROCEEDS-OUT
           MOVE TAX-ADJ-BASIS-IN     TO DD-BASIS-OUT
           MOVE TAX-GAIN-LOSS-IN     TO DD-GAIN-LOSS-OUT
           MOVE SEC1245-RECAPTURE-IN TO DD-SEC1245-OUT
           MOVE SEC1231-GAIN-IN      TO DD-SEC1231-OUT
           MOVE RECORD-SOURCE-WS     TO DD-SOURCE-OUT
           WRITE PRINT-F4797-LINE FROM DISPOSAL-DETAIL-LINE
               AFTER 1 LINE.

       380-PRINT-PART-TOTAL.
           IF PT-COUNT-WS = ZERO
               WRITE PRINT-F4797-LINE FROM NO-DISPOSALS-LINE
                   AFTER 1 LINE
           ELSE
               IF REPORTING-LONG-TERM-WS
                   MOVE 'TOTAL HELD OVER ONE YEAR' TO PTL-LABEL-OUT
               ELSE
                   MOVE 'TOTAL HELD ONE YEAR OR LESS' TO PTL-LABEL-OUT
               END-IF
               MOVE PT-COUNT-WS     TO PTL-COUNT-OUT
               MOVE PT-PROCEEDS-WS  TO PTL-PROCEEDS-OUT
               MOVE PT-BASIS-WS     TO PTL-BASIS-OUT
               MOVE PT-GAIN-LOSS-WS TO PTL-GAIN-LOSS-OUT
               MOVE PT-SEC1245-WS   TO PTL-SEC1245-OUT
               MOVE PT-SEC1231-WS   TO PTL-SEC1231-OUT
               WRITE PRINT-F4797-LINE FROM PART-TOTAL-LINE
                   AFTER 2 LINES
           END-IF.

       500-HEADER.
           MOVE TAX-YEAR-WS TO HDR-YEAR-OUT
           WRITE PRINT-F4797-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE.

       900-CLOSE.
           MOVE RECORDS-READ-WS     TO FS-READ-OUT
           MOVE DISPOSALS-LISTED-WS TO FS-LISTED-OUT
           WRITE PRINT-F4797-LINE FROM F4797-SUMMARY-LINE
               AFTER 3 LINES

           CLOSE F4797-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
