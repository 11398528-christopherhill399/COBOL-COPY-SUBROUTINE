       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ROLLFWD.
       AUTHOR.    CHRISTOPHER HILL.

      *    FIXED ASSET ROLL-FORWARD FOR THE AUDITORS, BY COMPANY AND
      *    CATEGORY - BEGINNING, ADDITIONS, DISPOSALS, TRANSFERS,
      *    REVALUATIONS AND ENDING, ONCE FOR COST AND ONCE FOR
      *    ACCUMULATED DEPRECIATION, WHICH ALSO CARRIES THE PERIOD'S
      *    DEPRECIATION. THE BOOK IS THE OWNED ASSETS STILL ON IT -
      *    DISPOSED ('X') AND APPLIED-ADJUSTMENT ('Z') RECORDS ARE
      *    HISTORY, AND LEASED RIGHT-OF-USE ASSETS ARE ROLLED ON THE
      *    LEASE SCHEDULE, NOT HERE.
      *        BEGINNING     THE ROLLSNAP.DAT SNAPSHOT THE LAST RUN
      *                      BEFORE THE PERIOD START LEFT BEHIND.
      *                      EVERY RUN APPENDS ONE, SO RUN THIS AT
      *                      EACH CLOSE AND THE NEXT PERIOD OPENS ON
      *                      IT. NO SNAPSHOT MEANS A ZERO BEGINNING
      *                      AND THE REPORT SAYS SO.
      *        ADDITIONS     MSTRJRNL.DAT WRITES SINCE THE SNAPSHOT -
      *                      ASSETMNT ADDS, CIPMNT CAPITALIZATIONS,
      *                      ASSETEXC REPLACEMENT UNITS.
      *        TRANSFERS     JOURNALED REWRITES THAT MOVED AN ASSET
      *                      TO ANOTHER COMPANY OR CATEGORY - OUT OF
      *                      THE OLD ROW, INTO THE NEW.
      *        REVALUATIONS  JOURNALED REWRITES THAT CHANGED COST OR
      *                      ACCUMULATED DEPRECIATION IN PLACE, AND
      *                      ASSETS WHOSE ADJUSTMENT THE NIGHTLY RUN
      *                      APPLIED - THE OLD CARRYING AMOUNT COMES
      *                      OFF WITH THE 'Z' RECORD.
      *        DISPOSALS     ASSETS ON THE BOOK AT THE SNAPSHOT OR
      *                      ADDED SINCE THAT NOW SIT DISPOSED ON THE
      *                      MASTER OR IN ASSHIST.DAT - THE LAST COST
      *                      SEEN AND THE DEPRECIATION ON THE 'X'.
      *        DEPRECIATION  THE DEPRBATCH EXPENSE DEBITS IN THE JV
      *                      FILES THE CARD NAMES.
      *        ENDING        THE LIVE ASSDATA.DAT TOTALS.
      *    ENDING IS NEVER DERIVED - WHERE BEGINNING PLUS MOVEMENTS
      *    MISS IT, A RECONCILING LINE PRINTS THE DIFFERENCE. THE
      *    ROLLFWD.PRM CARD IS OPTIONAL:
      *        LINE 1   COLUMNS 1-8  PERIOD START CCYYMMDD (DEFAULT
      *                              JANUARY 1 OF THIS YEAR)
      *        LINE 2+  COLUMNS 1-12 A JV FILE TO TAKE DEPRECIATION
      *                              FROM - ASSETJV.DAT IF NONE. A
      *                              SAVED GLPOST.DAT READS AS WELL,
      *                              BATCH NUMBER AND ALL, SINCE
      *                              GLPOST CONSUMES ASSETJV.DAT.

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

            SELECT MASTER-JOURNAL-FILE ASSIGN TO 'MSTRJRNL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MSTRJRNL-FILE-STATUS-WS.

            SELECT VOUCHER-INPUT-FILE ASSIGN TO VOUCHER-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOUCHER-FILE-STATUS-WS.

            SELECT SNAPSHOT-FILE ASSIGN TO 'ROLLSNAP.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SNAP-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'ROLLFWD.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT ROLLFWD-REPORT-FILE ASSIGN TO 'ROLLFWD.DOC'
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

      *    SAME LINE MSTRJRNL WRITES - NOT A COPYBOOK THERE EITHER.
       FD  MASTER-JOURNAL-FILE RECORDING MODE IS F.
       01  MASTER-JOURNAL-RECORD.
           05  MJ-TIMESTAMP     PIC X(20).
           05  FILLER           PIC X.
           05  MJ-MASTER        PIC X(7).
           05  FILLER           PIC X.
           05  MJ-ACTION        PIC X.
           05  FILLER           PIC X.
           05  MJ-PROGRAM       PIC X(8).
           05  FILLER           PIC X.
           05  MJ-BEFORE        PIC X(280).
           05  FILLER           PIC X.
           05  MJ-AFTER         PIC X(280).
           05  FILLER           PIC X(8).

      *    EITHER A WRITER'S 80-COLUMN JV LINE OR THE SAME LINE AS
      *    GLPOST TRANSMITTED IT, BEHIND ITS BATCH NUMBER.
       FD  VOUCHER-INPUT-FILE RECORDING MODE IS F.
       01  VOUCHER-INPUT-RECORD PIC X(90).

      *    ONE ROW PER ASSET ON THE BOOK AT THE MOMENT OF A RUN,
      *    ALL ROWS OF ONE RUN SHARING THAT RUN'S CCYYMMDDHHMMSS KEY.
       FD  SNAPSHOT-FILE RECORDING MODE IS F.
       01  SNAPSHOT-RECORD.
           05  SN-SNAP-KEY          PIC 9(14).
           05  SN-SNAP-KEY-PARTS REDEFINES SN-SNAP-KEY.
               10  SN-SNAP-DATE     PIC 9(8).
               10  SN-SNAP-TIME     PIC 9(6).
           05  FILLER               PIC X.
           05  SN-ASSET-ID          PIC 9(6).
           05  FILLER               PIC X.
           05  SN-COMPANY           PIC XX.
           05  FILLER               PIC X.
           05  SN-CATEGORY          PIC X(15).
           05  FILLER               PIC X.
           05  SN-COST              PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X.
           05  SN-ACCUM             PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
           05  FILLER               PIC X(18).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-START-DATE     PIC X(8).
           05  PRM-START-DATE-NUM REDEFINES PRM-START-DATE PIC 9(8).
           05  FILLER             PIC X(72).
       01  PARAMETER-VOUCHER-RECORD.
           05  PRM-VOUCHER-FILE   PIC X(12).
           05  FILLER             PIC X(68).

       FD  ROLLFWD-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-ROLLFWD-LINE          PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-HISTORY-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-JOURNAL-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-VOUCHER-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-SNAPSHOT-WS         PICTURE X(3)  VALUE 'NO'.
           05  EOF-PARM-WS             PICTURE X(3)  VALUE 'NO'.
           05  ASSETS-ON-BOOK-WS       PICTURE 9(6)  VALUE ZERO.
           05  SNAPSHOT-ROWS-WS        PICTURE 9(6)  VALUE ZERO.
           05  JOURNAL-LINES-USED-WS   PICTURE 9(6)  VALUE ZERO.
           05  VOUCHER-LINES-USED-WS   PICTURE 9(6)  VALUE ZERO.
           05  RETIREMENTS-BOOKED-WS   PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  HIST-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  MSTRJRNL-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  VOUCHER-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  SNAP-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

      *    THE PERIOD - WHERE IT STARTS, THE SNAPSHOT IT OPENS ON,
      *    AND THIS RUN'S OWN KEY FOR THE SNAPSHOT IT LEAVES. WITH
      *    NO SNAPSHOT THE OPENING KEY SITS JUST BELOW MIDNIGHT OF
      *    THE START DATE, SO THE PERIOD'S FIRST JOURNAL LINE COUNTS.
       01  PERIOD-CONTROL-WS.
           05  PERIOD-START-WS         PICTURE 9(8)  VALUE ZERO.
           05  RUN-DATE-NUM-WS         PICTURE 9(8)  VALUE ZERO.
           05  RUN-KEY-WS              PICTURE 9(14) VALUE ZERO.
           05  OPENING-KEY-WS          PICTURE 9(14) VALUE ZERO.
           05  OPENING-KEY-PARTS-WS REDEFINES OPENING-KEY-WS.
               10  OK-DATE-WS          PICTURE 9(8).
               10  OK-HOURS-WS         PICTURE 99.
               10  OK-MINUTES-WS       PICTURE 99.
               10  OK-SECONDS-WS       PICTURE 99.
           05  OPENING-YEAR-WS         PICTURE 9(4)  VALUE ZERO.
           05  OPENING-FOUND-SW        PICTURE X(3)  VALUE 'NO'.

      *    THE JV FILES TO TAKE DEPRECIATION FROM.
       01  VOUCHER-FILE-NAME-WS        PICTURE X(12) VALUE SPACES.
       01  VOUCHER-FILE-CONTROL-WS.
           05  VOUCHER-FILE-COUNT-WS   PICTURE 99    VALUE ZERO.
           05  VOUCHER-FILE-IDX-WS     PICTURE 99    VALUE ZERO.
       01  VOUCHER-FILE-TABLE-WS.
           05  VOUCHER-FILE-TBL        PICTURE X(12) OCCURS 12 TIMES.

      *    ONE JV LINE, LAID OUT AS THE WRITERS PRINT IT. THE
      *    WRITERS PRINT THE AMOUNT WITH A LITERAL DECIMAL POINT, SO
      *    IT READS BACK IN PIECES. DEPRBATCH'S EXPENSE DEBIT NAMES
      *    THE COMPANY AND CATEGORY; A VOUCHER FROM BEFORE IT BROKE
      *    ON COMPANY NAMES ONLY THE CATEGORY, AND IS TAKEN AS THE
      *    ORIGINAL COMPANY'S.
       01  VOUCHER-LINE-WS.
           05  VL-RECORD-TYPE          PIC X(2).
           05  FILLER                  PIC X.
           05  VL-ACCOUNT              PIC X(8).
           05  FILLER                  PIC X.
           05  VL-DR-CR                PIC X(2).
           05  FILLER                  PIC X.
           05  VL-AMOUNT.
               10  VL-AMT-DOLLARS      PIC 9(8).
               10  FILLER              PIC X.
               10  VL-AMT-CENTS        PIC 99.
           05  FILLER                  PIC X.
           05  VL-DESCRIPTION          PIC X(30).
           05  VL-COMPANY-DESC REDEFINES VL-DESCRIPTION.
               10  VL-DESC-TAG         PIC X(9).
                   88  VL-DEPR-BY-COMPANY  VALUE 'DEPR EXP '.
               10  VL-DESC-COMPANY     PIC XX.
               10  FILLER              PIC X(3).
               10  VL-DESC-CATEGORY    PIC X(15).
               10  FILLER              PIC X.
           05  VL-CATEGORY-DESC REDEFINES VL-DESCRIPTION.
               10  VL-OLD-DESC-TAG     PIC X(15).
                   88  VL-DEPR-BY-CATEGORY VALUE 'DEPR EXPENSE - '.
               10  VL-OLD-DESC-CATEGORY PIC X(15).
           05  FILLER                  PIC X(23).

       01  VOUCHER-AMOUNT-WS           PICTURE S9(8)V99 VALUE ZERO.

      *    THE JOURNAL TIMESTAMP, TURNED INTO A SORTABLE
      *    CCYYMMDDHHMMSS KEY - THE PRINTED MM/DD/YYYY FORM DOESN'T
      *    COMPARE IN DATE ORDER.
       01  TIMESTAMP-PARSE-WS.
           05  TP-MONTH-WS     PIC 99.
           05  FILLER          PIC X.
           05  TP-DAY-WS       PIC 99.
           05  FILLER          PIC X.
           05  TP-YEAR-WS      PIC 9(4).
           05  FILLER          PIC X.
           05  TP-HOURS-WS     PIC 99.
           05  FILLER          PIC X.
           05  TP-MINUTES-WS   PIC 99.
           05  FILLER          PIC X.
           05  TP-SECONDS-WS   PIC 99.

       01  TIMESTAMP-KEY-CONTROL-WS.
           05  PARSED-KEY-WS           PIC 9(14) VALUE ZERO.
           05  TIMESTAMP-VALID-SW      PIC X(3)  VALUE 'NO'.

      *    THE BEFORE IMAGE OF A JOURNALED REWRITE, HELD WHILE THE
      *    AFTER IMAGE IS LAID OVER THE RECORD AREA. AN IMAGE
      *    'COUNTS' WHEN IT IS AN OWNED ASSET STILL ON THE BOOK.
       01  JOURNAL-IMAGE-WS.
           05  BEFORE-COUNTS-SW        PIC X(3)  VALUE 'NO'.
           05  BEFORE-LEASED-SW        PIC X(3)  VALUE 'NO'.
           05  AFTER-COUNTS-SW         PIC X(3)  VALUE 'NO'.
           05  AFTER-LEASED-SW         PIC X(3)  VALUE 'NO'.
           05  BF-COMPANY-WS           PIC XX    VALUE SPACES.
           05  BF-CATEGORY-WS          PIC X(15) VALUE SPACES.
           05  BF-PRICE-WS             PIC S9(7)V99 VALUE ZERO.
           05  BF-ACCUM-WS             PIC S9(7)V99 VALUE ZERO.
           05  IMAGE-COUNTS-SW         PIC X(3)  VALUE 'NO'.
           05  IMAGE-LEASED-SW         PIC X(3)  VALUE 'NO'.

      *    ONE ROW OF THE REPORT PER COMPANY AND CATEGORY, KEPT IN
      *    KEY ORDER AS ROWS ARE OPENED. COLUMN 1 BEGINNING, 2
      *    ADDITIONS, 3 DISPOSALS, 4 TRANSFERS, 5 REVALUATIONS, 6
      *    DEPRECIATION (ACCUMULATED ONLY), 7 ENDING.
       01  BUCKET-CONTROL-WS.
           05  BUCKET-COUNT-WS         PIC 9(4)  VALUE ZERO.
           05  BKT-POS-WS              PIC 9(4)  VALUE ZERO.
           05  BKT-SCAN-WS             PIC 9(4)  VALUE ZERO.
           05  BUCKET-OVERFLOW-SW      PIC X(3)  VALUE 'NO'.
           05  SEARCH-KEY-WS.
               10  SK-COMPANY-WS       PIC XX.
               10  SK-CATEGORY-WS      PIC X(15).
           05  COLUMN-IDX-WS           PIC 9     VALUE ZERO.
           05  COL-BEGINNING-WS        PIC 9     VALUE 1.
           05  COL-ADDITIONS-WS        PIC 9     VALUE 2.
           05  COL-DISPOSALS-WS        PIC 9     VALUE 3.
           05  COL-TRANSFERS-WS        PIC 9     VALUE 4.
           05  COL-REVALUATIONS-WS     PIC 9     VALUE 5.
           05  COL-DEPRECIATION-WS     PIC 9     VALUE 6.
           05  COL-ENDING-WS           PIC 9     VALUE 7.

       01  BUCKET-TABLE-WS.
           05  BUCKET-ENTRY-WS OCCURS 500 TIMES.
               10  BKT-KEY-TBL.
                   15  BKT-COMPANY-TBL  PIC XX.
                   15  BKT-CATEGORY-TBL PIC X(15).
               10  BKT-COST-TBL    PIC S9(9)V99 OCCURS 7 TIMES.
               10  BKT-ACCUM-TBL   PIC S9(9)V99 OCCURS 7 TIMES.

      *    WHAT A MOVEMENT POSTS TO ITS ROW.
       01  POSTING-WS.
           05  POST-COLUMN-WS          PIC 9     VALUE ZERO.
           05  POST-COST-WS            PIC S9(9)V99 VALUE ZERO.
           05  POST-ACCUM-WS           PIC S9(9)V99 VALUE ZERO.

      *    EVERY DISPOSED AND APPLIED-ADJUSTMENT RECORD THAT COULD
      *    HAVE LEFT THE BOOK THIS PERIOD - THE MASTER'S, AND THE
      *    HISTORY ARCHIVED SINCE THE OPENING YEAR. ONE IS BOOKED
      *    OUT ONLY IF IT WAS SEEN ON THE BOOK - IN THE OPENING
      *    SNAPSHOT OR A JOURNAL IMAGE SINCE - AT THE LAST COST
      *    SEEN THERE.
       01  RETIRED-CONTROL-WS.
           05  RETIRED-COUNT-WS        PIC 9(4)  VALUE ZERO.
           05  RT-IDX-WS               PIC 9(4)  VALUE ZERO.
           05  RT-POS-WS               PIC 9(4)  VALUE ZERO.
           05  RETIRED-OVERFLOW-SW     PIC X(3)  VALUE 'NO'.
           05  SEARCH-ASSET-ID-WS      PIC 9(6)  VALUE ZERO.

       01  RETIRED-TABLE-WS.
           05  RETIRED-ENTRY-WS OCCURS 3000 TIMES.
               10  RT-ASSET-ID-TBL     PIC 9(6).
               10  RT-TYPE-TBL         PIC X.
               10  RT-COMPANY-TBL      PIC XX.
               10  RT-CATEGORY-TBL     PIC X(15).
               10  RT-ACCUM-TBL        PIC S9(7)V99.
               10  RT-LAST-PRICE-TBL   PIC S9(7)V99.
               10  RT-SEEN-TBL         PIC X(3).

      *    ONE PRINTED ROW AND ITS COMPANY AND GRAND TOTALS. THE
      *    DIFFERENCE IS ENDING LESS BEGINNING AND THE MOVEMENTS.
       01  ROW-WORK-WS.
           05  ROW-AMOUNT-WS           PIC S9(9)V99 OCCURS 7 TIMES.
           05  ROW-DIFFERENCE-WS       PIC S9(9)V99 VALUE ZERO.
           05  ROW-IS-COST-SW          PIC X(3)  VALUE 'NO'.
           05  ROW-LABEL-WS            PIC X(5)  VALUE SPACES.

       01  TOTAL-CONTROL-WS.
           05  PREV-COMPANY-WS         PIC XX    VALUE SPACES.
           05  FIRST-BUCKET-SW         PIC X(3)  VALUE 'YES'.
           05  CO-COST-TOTAL-WS        PIC S9(9)V99 OCCURS 7 TIMES.
           05  CO-ACCUM-TOTAL-WS       PIC S9(9)V99 OCCURS 7 TIMES.
           05  GR-COST-TOTAL-WS        PIC S9(9)V99 OCCURS 7 TIMES.
           05  GR-ACCUM-TOTAL-WS       PIC S9(9)V99 OCCURS 7 TIMES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'ROLLFWD'.
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
           05                      PICTURE X(49)   VALUE
           'FIXED ASSET ROLL-FORWARD BY COMPANY AND CATEGORY'.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       01  PERIOD-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(12)   VALUE
                 'PERIOD FROM '.
           05  PL-START-OUT        PICTURE 9(8).
           05                      PICTURE X(9)    VALUE ' THROUGH '.
           05  PL-END-OUT          PICTURE 9(8).
           05  FILLER              PICTURE X(94)   VALUE SPACES.

       01  OPENING-SNAPSHOT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(35)   VALUE
                 'BEGINNING BALANCES FROM SNAPSHOT OF'.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  OS-DATE-OUT         PICTURE 9(8).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  OS-HOURS-OUT        PICTURE 99.
           05                      PICTURE X       VALUE ':'.
           05  OS-MINUTES-OUT      PICTURE 99.
           05                      PICTURE X       VALUE ':'.
           05  OS-SECONDS-OUT      PICTURE 99.
           05  FILLER              PICTURE X(78)   VALUE SPACES.

       01  NO-SNAPSHOT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'NO ROLLSNAP.DAT SNAPSHOT BEFORE THE PERIOD START -'.
           05                      PICTURE X(37)   VALUE
           ' BEGINNING BALANCES ARE SHOWN AS ZERO'.
           05  FILLER              PICTURE X(44)   VALUE SPACES.

       01  COLUMN-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(21)   VALUE 'CATEGORY'.
           05                      PICTURE X(14)   VALUE
                 '     BEGINNING'.
           05                      PICTURE X(14)   VALUE
                 '     ADDITIONS'.
           05                      PICTURE X(14)   VALUE
                 '     DISPOSALS'.
           05                      PICTURE X(14)   VALUE
                 '     TRANSFERS'.
           05                      PICTURE X(14)   VALUE
                 '  REVALUATIONS'.
           05                      PICTURE X(14)   VALUE
                 '  DEPRECIATION'.
           05                      PICTURE X(14)   VALUE
                 '        ENDING'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.

       01  ROLL-DETAIL-LINE.
           05  FILLER              PICTURE X.
           05  RL-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2).
           05  RL-CATEGORY-OUT     PICTURE X(15).
           05  FILLER              PICTURE X.
           05  RL-ROW-LABEL-OUT    PICTURE X(5).
           05  RL-COLUMN-OUT OCCURS 7 TIMES.
               10  FILLER          PICTURE X.
               10  RL-AMOUNT-OUT   PICTURE --,---,--9.99.
               10  RL-AMOUNT-BLANK-OUT REDEFINES RL-AMOUNT-OUT
                                   PICTURE X(13).
           05  FILLER              PICTURE X(8).

       01  RECONCILING-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  RC-LABEL-OUT        PICTURE X(50).
           05  FILLER              PICTURE X(55)   VALUE SPACES.
           05  RC-AMOUNT-OUT       PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(8)    VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  TF-MESSAGE-OUT      PICTURE X(70).
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  ROLLFWD-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'ASSETS ON BOOK '.
           05  RS-BOOK-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(17)   VALUE
                 '  SNAPSHOT ROWS '.
           05  RS-SNAPSHOT-OUT     PICTURE ZZZ,ZZ9.
           05                      PICTURE X(17)   VALUE
                 '  JOURNAL LINES '.
           05  RS-JOURNAL-OUT      PICTURE ZZZ,ZZ9.
           05                      PICTURE X(12)   VALUE
                 '  JV LINES '.
           05  RS-VOUCHER-OUT      PICTURE ZZZ,ZZ9.
           05                      PICTURE X(15)   VALUE
                 '  RETIREMENTS '.
           05  RS-RETIRED-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(20)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-SCAN-MASTER
           PERFORM    350-SCAN-HISTORY
           PERFORM    400-LOAD-OPENING-BALANCES
           PERFORM    450-SCAN-JOURNAL
           PERFORM    480-TAKE-VOUCHER-FILE
               VARYING VOUCHER-FILE-IDX-WS FROM 1 BY 1
               UNTIL VOUCHER-FILE-IDX-WS > VOUCHER-FILE-COUNT-WS
           PERFORM    490-BOOK-ONE-RETIREMENT
               VARYING RT-IDX-WS FROM 1 BY 1
               UNTIL RT-IDX-WS > RETIRED-COUNT-WS
           PERFORM    600-PRINT-ROLL-FORWARD
           PERFORM    700-TAKE-SNAPSHOT
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           COMPUTE RUN-DATE-NUM-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           COMPUTE RUN-KEY-WS =
                   RUN-DATE-NUM-WS * 1000000
                   + HOURS-WS * 10000 + MINUTES-WS * 100 + SECONDS-WS
           COMPUTE PERIOD-START-WS = YEAR-WS * 10000 + 0101
           PERFORM 210-READ-PARAMETER-CARD
           IF VOUCHER-FILE-COUNT-WS = ZERO
               MOVE 1 TO VOUCHER-FILE-COUNT-WS
               MOVE 'ASSETJV.DAT' TO VOUCHER-FILE-TBL (1)
           END-IF
           PERFORM 220-FIND-OPENING-SNAPSHOT

           OPEN OUTPUT ROLLFWD-REPORT-FILE
           PERFORM     500-HEADER.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END MOVE 'YES' TO EOF-PARM-WS
                   NOT AT END
                       IF PRM-START-DATE IS NUMERIC
                          AND PRM-START-DATE-NUM > 19000000
                           MOVE PRM-START-DATE-NUM TO PERIOD-START-WS
                       END-IF
               END-READ
               PERFORM 215-READ-ONE-VOUCHER-NAME
                   UNTIL EOF-PARM-WS = 'YES'
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       215-READ-ONE-VOUCHER-NAME.
           READ PARAMETER-CARD-FILE
               AT END MOVE 'YES' TO EOF-PARM-WS
               NOT AT END
                   IF PRM-VOUCHER-FILE NOT = SPACES
                      AND VOUCHER-FILE-COUNT-WS < 12
                       ADD 1 TO VOUCHER-FILE-COUNT-WS
                       MOVE PRM-VOUCHER-FILE TO
                            VOUCHER-FILE-TBL (VOUCHER-FILE-COUNT-WS)
                   END-IF
           END-READ.

      *    THE LATEST SNAPSHOT TAKEN BEFORE THE PERIOD'S FIRST DAY -
      *    THE CLOSE OF THE PERIOD BEFORE.
       220-FIND-OPENING-SNAPSHOT.
           COMPUTE OPENING-KEY-WS = PERIOD-START-WS * 1000000 - 1
           MOVE 'NO' TO EOF-SNAPSHOT-WS
           OPEN INPUT SNAPSHOT-FILE
           IF SNAP-FILE-STATUS-WS = '00'
               PERFORM 225-READ-ONE-SNAPSHOT-ROW
               PERFORM 230-CHECK-SNAPSHOT-KEY
                   UNTIL EOF-SNAPSHOT-WS = 'YES'
               CLOSE SNAPSHOT-FILE
           END-IF
           COMPUTE OPENING-YEAR-WS = OPENING-KEY-WS / 10000000000.

       225-READ-ONE-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END MOVE 'YES' TO EOF-SNAPSHOT-WS
           END-READ.

       230-CHECK-SNAPSHOT-KEY.
           IF SN-SNAP-KEY IS NUMERIC
              AND SN-SNAP-DATE < PERIOD-START-WS
              AND (OPENING-FOUND-SW NOT = 'YES'
                   OR SN-SNAP-KEY > OPENING-KEY-WS)
               MOVE SN-SNAP-KEY TO OPENING-KEY-WS
               MOVE 'YES'       TO OPENING-FOUND-SW
           END-IF
           PERFORM 225-READ-ONE-SNAPSHOT-ROW.

      *    TURNS THE MM/DD/YYYY HH:MM:SS FORM THE JOURNAL LINES
      *    CARRY INTO A KEY THAT COMPARES IN DATE ORDER.
       240-PARSE-ONE-TIMESTAMP.
           MOVE 'NO' TO TIMESTAMP-VALID-SW
           MOVE ZERO TO PARSED-KEY-WS
           IF TP-YEAR-WS IS NUMERIC
              AND TP-MONTH-WS IS NUMERIC
              AND TP-DAY-WS IS NUMERIC
              AND TP-HOURS-WS IS NUMERIC
              AND TP-MINUTES-WS IS NUMERIC
              AND TP-SECONDS-WS IS NUMERIC
               COMPUTE PARSED-KEY-WS =
                       TP-YEAR-WS    * 10000000000
                       + TP-MONTH-WS * 100000000
                       + TP-DAY-WS   * 1000000
                       + TP-HOURS-WS * 10000
                       + TP-MINUTES-WS * 100
                       + TP-SECONDS-WS
               MOVE 'YES' TO TIMESTAMP-VALID-SW
           END-IF.

       250-READ-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
           END-READ.

       260-READ-ONE-HISTORY.
           READ ASSET-HISTORY-FILE
              AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

      *    SETS IMAGE-COUNTS-SW FOR WHATEVER RECORD IS IN THE RECORD
      *    AREA - AN OWNED ASSET STILL ON THE BOOK - AND
      *    IMAGE-LEASED-SW FOR A LEASED ONE STILL ON ITS SCHEDULE.
       270-CLASSIFY-IMAGE.
           MOVE 'NO' TO IMAGE-COUNTS-SW
           MOVE 'NO' TO IMAGE-LEASED-SW
           IF NOT TRANS-TYPE-DISPOSED
              AND NOT TRANS-TYPE-ADJUSTED
               IF ASSET-LEASED-IN
                   MOVE 'YES' TO IMAGE-LEASED-SW
               ELSE
                   MOVE 'YES' TO IMAGE-COUNTS-SW
               END-IF
           END-IF.

      *    THE LIVE MASTER GIVES THE ENDING COLUMN AND THE RETIRED
      *    RECORDS STILL WAITING FOR ASSETARC.
       300-SCAN-MASTER.
           MOVE 'NO' TO EOF-ASSET-WS
           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-ASSET
               PERFORM 310-TAKE-ONE-ASSET UNTIL EOF-ASSET-WS = 'YES'
               CLOSE ASSET-INPUT-FILE
           END-IF.

       310-TAKE-ONE-ASSET.
           PERFORM 270-CLASSIFY-IMAGE
           IF IMAGE-COUNTS-SW = 'YES'
               ADD 1 TO ASSETS-ON-BOOK-WS
               MOVE COMPANY-IN        TO SK-COMPANY-WS
               MOVE ASSET-CATEGORY-IN TO SK-CATEGORY-WS
               MOVE COL-ENDING-WS     TO POST-COLUMN-WS
               MOVE PRICE-IN          TO POST-COST-WS
               MOVE ACCUM-DEPR-IN     TO POST-ACCUM-WS
               PERFORM 800-POST-TO-BUCKET
           ELSE
               PERFORM 320-NOTE-RETIRED-RECORD
           END-IF
           PERFORM 250-READ-ONE-ASSET.

       320-NOTE-RETIRED-RECORD.
           IF (TRANS-TYPE-DISPOSED OR TRANS-TYPE-ADJUSTED)
              AND NOT ASSET-LEASED-IN
               IF RETIRED-COUNT-WS < 3000
                   ADD 1 TO RETIRED-COUNT-WS
                   MOVE ASSET-ID-IN   TO
                        RT-ASSET-ID-TBL (RETIRED-COUNT-WS)
                   MOVE TRANS-TYPE-IN TO
                        RT-TYPE-TBL (RETIRED-COUNT-WS)
                   MOVE COMPANY-IN    TO
                        RT-COMPANY-TBL (RETIRED-COUNT-WS)
                   MOVE ASSET-CATEGORY-IN TO
                        RT-CATEGORY-TBL (RETIRED-COUNT-WS)
                   MOVE ACCUM-DEPR-IN TO
                        RT-ACCUM-TBL (RETIRED-COUNT-WS)
                   MOVE ZERO          TO
                        RT-LAST-PRICE-TBL (RETIRED-COUNT-WS)
                   MOVE 'NO'          TO
                        RT-SEEN-TBL (RETIRED-COUNT-WS)
               ELSE
                   MOVE 'YES' TO RETIRED-OVERFLOW-SW
               END-IF
           END-IF.

      *    A HISTORY ROW IS LAID BACK OVER THE MASTER RECORD AREA SO
      *    THE SAME CHECKS SERVE BOTH SOURCES. ROWS ARCHIVED BEFORE
      *    THE OPENING YEAR LEFT THE BOOK BEFORE THE PERIOD BEGAN.
       350-SCAN-HISTORY.
           MOVE 'NO' TO EOF-HISTORY-WS
           OPEN INPUT ASSET-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '00'
               PERFORM 260-READ-ONE-HISTORY
               PERFORM 355-TAKE-ONE-HISTORY
                   UNTIL EOF-HISTORY-WS = 'YES'
               CLOSE ASSET-HISTORY-FILE
           END-IF.

       355-TAKE-ONE-HISTORY.
           IF ARCH-YEAR-IN IS NUMERIC
              AND ARCH-YEAR-IN NOT < OPENING-YEAR-WS
               MOVE ARCH-ASSET-IMAGE-IN TO CPYIN
               PERFORM 320-NOTE-RETIRED-RECORD
           END-IF
           PERFORM 260-READ-ONE-HISTORY.

       400-LOAD-OPENING-BALANCES.
           IF OPENING-FOUND-SW = 'YES'
               MOVE 'NO' TO EOF-SNAPSHOT-WS
               OPEN INPUT SNAPSHOT-FILE
               PERFORM 225-READ-ONE-SNAPSHOT-ROW
               PERFORM 410-TAKE-ONE-SNAPSHOT-ROW
                   UNTIL EOF-SNAPSHOT-WS = 'YES'
               CLOSE SNAPSHOT-FILE
           END-IF.

       410-TAKE-ONE-SNAPSHOT-ROW.
           IF SN-SNAP-KEY = OPENING-KEY-WS
               ADD 1 TO SNAPSHOT-ROWS-WS
               MOVE SN-COMPANY       TO SK-COMPANY-WS
               MOVE SN-CATEGORY      TO SK-CATEGORY-WS
               MOVE COL-BEGINNING-WS TO POST-COLUMN-WS
               MOVE SN-COST          TO POST-COST-WS
               MOVE SN-ACCUM         TO POST-ACCUM-WS
               PERFORM 800-POST-TO-BUCKET
               MOVE SN-ASSET-ID      TO SEARCH-ASSET-ID-WS
               PERFORM 850-FIND-RETIRED-ENTRY
               IF RT-POS-WS > ZERO
                   MOVE 'YES'   TO RT-SEEN-TBL (RT-POS-WS)
                   MOVE SN-COST TO RT-LAST-PRICE-TBL (RT-POS-WS)
               END-IF
           END-IF
           PERFORM 225-READ-ONE-SNAPSHOT-ROW.

      *    EVERY ASSET-MASTER LINE JOURNALED SINCE THE OPENING
      *    SNAPSHOT WAS TAKEN.
       450-SCAN-JOURNAL.
           MOVE 'NO' TO EOF-JOURNAL-WS
           OPEN INPUT MASTER-JOURNAL-FILE
           IF MSTRJRNL-FILE-STATUS-WS = '00'
               PERFORM 455-READ-ONE-JOURNAL-LINE
               PERFORM 460-TAKE-ONE-JOURNAL-LINE
                   UNTIL EOF-JOURNAL-WS = 'YES'
               CLOSE MASTER-JOURNAL-FILE
           END-IF.

       455-READ-ONE-JOURNAL-LINE.
           READ MASTER-JOURNAL-FILE
               AT END MOVE 'YES' TO EOF-JOURNAL-WS
           END-READ.

       460-TAKE-ONE-JOURNAL-LINE.
           IF MJ-MASTER = 'ASSET  '
               MOVE MJ-TIMESTAMP TO TIMESTAMP-PARSE-WS
               PERFORM 240-PARSE-ONE-TIMESTAMP
               IF TIMESTAMP-VALID-SW = 'YES'
                  AND PARSED-KEY-WS > OPENING-KEY-WS
                   PERFORM 465-APPLY-JOURNAL-LINE
               END-IF
           END-IF
           PERFORM 455-READ-ONE-JOURNAL-LINE.

      *    THE MASTER IS CLOSED BY NOW, SO BOTH IMAGES ARE LAID OVER
      *    ITS RECORD AREA IN TURN - THE BEFORE IMAGE'S FIGURES ARE
      *    SAVED OFF FIRST. A NEW ASSET ON THE BOOK IS AN ADDITION;
      *    A LEASED ONE BOUGHT OUT ONTO THE OWNED BOOK IS TOO, AND
      *    ONE GOING THE OTHER WAY TRANSFERS OFF IT. A REWRITE FROM
      *    OR TO A RETIRED IMAGE MOVES NOTHING HERE - THE RETIRED
      *    RECORD ITSELF IS BOOKED OUT IN 490.
       465-APPLY-JOURNAL-LINE.
           MOVE 'NO' TO BEFORE-COUNTS-SW
           MOVE 'NO' TO BEFORE-LEASED-SW
           IF MJ-ACTION = 'R'
               MOVE MJ-BEFORE TO CPYIN
               PERFORM 270-CLASSIFY-IMAGE
               MOVE IMAGE-COUNTS-SW   TO BEFORE-COUNTS-SW
               MOVE IMAGE-LEASED-SW   TO BEFORE-LEASED-SW
               MOVE COMPANY-IN        TO BF-COMPANY-WS
               MOVE ASSET-CATEGORY-IN TO BF-CATEGORY-WS
               MOVE PRICE-IN          TO BF-PRICE-WS
               MOVE ACCUM-DEPR-IN     TO BF-ACCUM-WS
               IF BEFORE-COUNTS-SW = 'YES'
                   PERFORM 470-NOTE-LAST-BOOK-IMAGE
               END-IF
           END-IF

           MOVE MJ-AFTER TO CPYIN
           PERFORM 270-CLASSIFY-IMAGE
           MOVE IMAGE-COUNTS-SW TO AFTER-COUNTS-SW
           MOVE IMAGE-LEASED-SW TO AFTER-LEASED-SW
           IF AFTER-COUNTS-SW = 'YES'
               PERFORM 470-NOTE-LAST-BOOK-IMAGE
           END-IF

           EVALUATE TRUE
               WHEN MJ-ACTION = 'W' AND AFTER-COUNTS-SW = 'YES'
                   PERFORM 472-POST-ADDITION
               WHEN MJ-ACTION = 'R' AND BEFORE-LEASED-SW = 'YES'
                    AND AFTER-COUNTS-SW = 'YES'
                   PERFORM 472-POST-ADDITION
               WHEN MJ-ACTION = 'R' AND BEFORE-COUNTS-SW = 'YES'
                    AND AFTER-COUNTS-SW = 'YES'
                   PERFORM 474-POST-REWRITE
               WHEN MJ-ACTION = 'R' AND BEFORE-COUNTS-SW = 'YES'
                    AND AFTER-LEASED-SW = 'YES'
                   PERFORM 476-POST-TRANSFER-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE COST AN ASSET LAST CARRIED ON THE BOOK IS WHAT COMES
      *    OFF IF IT IS FOUND RETIRED AT THE END.
       470-NOTE-LAST-BOOK-IMAGE.
           MOVE ASSET-ID-IN TO SEARCH-ASSET-ID-WS
           PERFORM 850-FIND-RETIRED-ENTRY
           IF RT-POS-WS > ZERO
               MOVE 'YES'    TO RT-SEEN-TBL (RT-POS-WS)
               MOVE PRICE-IN TO RT-LAST-PRICE-TBL (RT-POS-WS)
           END-IF.

       472-POST-ADDITION.
           ADD 1 TO JOURNAL-LINES-USED-WS
           MOVE COMPANY-IN        TO SK-COMPANY-WS
           MOVE ASSET-CATEGORY-IN TO SK-CATEGORY-WS
           MOVE COL-ADDITIONS-WS  TO POST-COLUMN-WS
           MOVE PRICE-IN          TO POST-COST-WS
           MOVE ACCUM-DEPR-IN     TO POST-ACCUM-WS
           PERFORM 800-POST-TO-BUCKET.

      *    A CHANGE OF COMPANY OR CATEGORY TRANSFERS THE OLD
      *    CARRYING AMOUNT FROM THE OLD ROW TO THE NEW; ANY CHANGE
      *    IN THE AMOUNTS THEMSELVES IS A REVALUATION ON THE NEW
      *    ROW. A REWRITE THAT CHANGES NEITHER MOVES NOTHING.
       474-POST-REWRITE.
           IF COMPANY-IN NOT = BF-COMPANY-WS
              OR ASSET-CATEGORY-IN NOT = BF-CATEGORY-WS
               PERFORM 476-POST-TRANSFER-OUT
               MOVE COMPANY-IN        TO SK-COMPANY-WS
               MOVE ASSET-CATEGORY-IN TO SK-CATEGORY-WS
               MOVE COL-TRANSFERS-WS  TO POST-COLUMN-WS
               MOVE BF-PRICE-WS       TO POST-COST-WS
               MOVE BF-ACCUM-WS       TO POST-ACCUM-WS
               PERFORM 800-POST-TO-BUCKET
           END-IF
           IF PRICE-IN NOT = BF-PRICE-WS
              OR ACCUM-DEPR-IN NOT = BF-ACCUM-WS
               ADD 1 TO JOURNAL-LINES-USED-WS
               MOVE COMPANY-IN          TO SK-COMPANY-WS
               MOVE ASSET-CATEGORY-IN   TO SK-CATEGORY-WS
               MOVE COL-REVALUATIONS-WS TO POST-COLUMN-WS
               COMPUTE POST-COST-WS  = PRICE-IN - BF-PRICE-WS
               COMPUTE POST-ACCUM-WS = ACCUM-DEPR-IN - BF-ACCUM-WS
               PERFORM 800-POST-TO-BUCKET
           END-IF.

       476-POST-TRANSFER-OUT.
           ADD 1 TO JOURNAL-LINES-USED-WS
           MOVE BF-COMPANY-WS    TO SK-COMPANY-WS
           MOVE BF-CATEGORY-WS   TO SK-CATEGORY-WS
           MOVE COL-TRANSFERS-WS TO POST-COLUMN-WS
           COMPUTE POST-COST-WS  = ZERO - BF-PRICE-WS
           COMPUTE POST-ACCUM-WS = ZERO - BF-ACCUM-WS
           PERFORM 800-POST-TO-BUCKET.

      *    ONE JV FILE NAMED ON THE CARD. A FILE NOT ON DISK IS
      *    SIMPLY NOT PART OF THE PERIOD.
       480-TAKE-VOUCHER-FILE.
           MOVE VOUCHER-FILE-TBL (VOUCHER-FILE-IDX-WS) TO
                VOUCHER-FILE-NAME-WS
           MOVE 'NO' TO EOF-VOUCHER-WS
           OPEN INPUT VOUCHER-INPUT-FILE
           IF VOUCHER-FILE-STATUS-WS = '00'
               PERFORM 482-READ-ONE-VOUCHER-LINE
               PERFORM 484-TAKE-ONE-VOUCHER-LINE
                   UNTIL EOF-VOUCHER-WS = 'YES'
               CLOSE VOUCHER-INPUT-FILE
           END-IF.

       482-READ-ONE-VOUCHER-LINE.
           READ VOUCHER-INPUT-FILE
               AT END MOVE 'YES' TO EOF-VOUCHER-WS
           END-READ.

      *    ONLY THE DEPRECIATION EXPENSE DEBITS DEPRBATCH WRITES -
      *    THE CREDIT SIDE IS THE SAME AMOUNT, AND THE LEASE AND
      *    DISPOSAL LINES ARE NOT DEPRECIATION ON THE OWNED BOOK.
      *    THEY ARE KNOWN BY THEIR DESCRIPTION, NOT THEIR ACCOUNT:
      *    GLACCTS.DAT AND THE COST-CENTER ALLOCATIONS SEND THE
      *    DEBITS TO WHATEVER EXPENSE ACCOUNT THE CATEGORY USES.
       484-TAKE-ONE-VOUCHER-LINE.
           MOVE SPACES TO VOUCHER-LINE-WS
           EVALUATE TRUE
               WHEN VOUCHER-INPUT-RECORD (1:2) = 'JV'
                   MOVE VOUCHER-INPUT-RECORD (1:80) TO VOUCHER-LINE-WS
               WHEN VOUCHER-INPUT-RECORD (8:2) = 'JV'
                   MOVE VOUCHER-INPUT-RECORD (8:80) TO VOUCHER-LINE-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF VL-RECORD-TYPE = 'JV'
              AND VL-DR-CR = 'DR'
              AND VL-AMT-DOLLARS IS NUMERIC
              AND VL-AMT-CENTS IS NUMERIC
              AND (VL-DEPR-BY-COMPANY OR VL-DEPR-BY-CATEGORY)
               ADD 1 TO VOUCHER-LINES-USED-WS
               COMPUTE VOUCHER-AMOUNT-WS =
                       VL-AMT-DOLLARS + VL-AMT-CENTS / 100
               IF VL-DEPR-BY-COMPANY
                   MOVE VL-DESC-COMPANY      TO SK-COMPANY-WS
                   MOVE VL-DESC-CATEGORY     TO SK-CATEGORY-WS
               ELSE
                   MOVE SPACES               TO SK-COMPANY-WS
                   MOVE VL-OLD-DESC-CATEGORY TO SK-CATEGORY-WS
               END-IF
               MOVE COL-DEPRECIATION-WS TO POST-COLUMN-WS
               MOVE ZERO                TO POST-COST-WS
               MOVE VOUCHER-AMOUNT-WS   TO POST-ACCUM-WS
               PERFORM 800-POST-TO-BUCKET
           END-IF
           PERFORM 482-READ-ONE-VOUCHER-LINE.

      *    A RETIRED RECORD SEEN ON THE BOOK THIS PERIOD COMES OFF
      *    AT THE LAST COST IT CARRIED THERE AND THE DEPRECIATION ON
      *    THE RETIRED RECORD - A DISPOSAL FOR AN 'X', A
      *    REVALUATION FOR A 'Z', WHOSE ADJUSTED FIGURES NEVER
      *    RETURN TO THE BOOK.
       490-BOOK-ONE-RETIREMENT.
           IF RT-SEEN-TBL (RT-IDX-WS) = 'YES'
               ADD 1 TO RETIREMENTS-BOOKED-WS
               MOVE RT-COMPANY-TBL (RT-IDX-WS)  TO SK-COMPANY-WS
               MOVE RT-CATEGORY-TBL (RT-IDX-WS) TO SK-CATEGORY-WS
               IF RT-TYPE-TBL (RT-IDX-WS) = 'X'
                   MOVE COL-DISPOSALS-WS    TO POST-COLUMN-WS
               ELSE
                   MOVE COL-REVALUATIONS-WS TO POST-COLUMN-WS
               END-IF
               COMPUTE POST-COST-WS  =
                       ZERO - RT-LAST-PRICE-TBL (RT-IDX-WS)
               COMPUTE POST-ACCUM-WS =
                       ZERO - RT-ACCUM-TBL (RT-IDX-WS)
               PERFORM 800-POST-TO-BUCKET
           END-IF.

       500-HEADER.
           WRITE PRINT-ROLLFWD-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE PERIOD-START-WS TO PL-START-OUT
           MOVE RUN-DATE-NUM-WS TO PL-END-OUT
           WRITE PRINT-ROLLFWD-LINE FROM PERIOD-LINE
               AFTER 1 LINE
           IF OPENING-FOUND-SW = 'YES'
               MOVE OK-DATE-WS    TO OS-DATE-OUT
               MOVE OK-HOURS-WS   TO OS-HOURS-OUT
               MOVE OK-MINUTES-WS TO OS-MINUTES-OUT
               MOVE OK-SECONDS-WS TO OS-SECONDS-OUT
               WRITE PRINT-ROLLFWD-LINE FROM OPENING-SNAPSHOT-LINE
                   AFTER 1 LINE
           ELSE
               WRITE PRINT-ROLLFWD-LINE FROM NO-SNAPSHOT-LINE
                   AFTER 1 LINE
           END-IF
           WRITE PRINT-ROLLFWD-LINE FROM COLUMN-HEADER-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-ROLLFWD-LINE
           WRITE PRINT-ROLLFWD-LINE AFTER 1 LINE.

      *    THE ROWS IN COMPANY AND CATEGORY ORDER, A TOTAL AT EACH
      *    CHANGE OF COMPANY AND ONE FOR ALL COMPANIES AT THE END.
       600-PRINT-ROLL-FORWARD.
           INITIALIZE TOTAL-CONTROL-WS
           MOVE 'YES' TO FIRST-BUCKET-SW
           PERFORM 610-PRINT-ONE-BUCKET
               VARYING BKT-POS-WS FROM 1 BY 1
               UNTIL BKT-POS-WS > BUCKET-COUNT-WS
           IF FIRST-BUCKET-SW NOT = 'YES'
               PERFORM 640-PRINT-COMPANY-TOTAL
           END-IF
           PERFORM 650-PRINT-GRAND-TOTAL.

       610-PRINT-ONE-BUCKET.
           IF FIRST-BUCKET-SW NOT = 'YES'
              AND BKT-COMPANY-TBL (BKT-POS-WS) NOT = PREV-COMPANY-WS
               PERFORM 640-PRINT-COMPANY-TOTAL
           END-IF
           MOVE 'NO' TO FIRST-BUCKET-SW
           MOVE BKT-COMPANY-TBL (BKT-POS-WS) TO PREV-COMPANY-WS

           MOVE SPACES TO ROLL-DETAIL-LINE
           MOVE BKT-COMPANY-TBL (BKT-POS-WS)  TO RL-COMPANY-OUT
           MOVE BKT-CATEGORY-TBL (BKT-POS-WS) TO RL-CATEGORY-OUT
           PERFORM 615-LOAD-BUCKET-COST
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7
           MOVE 'YES'   TO ROW-IS-COST-SW
           MOVE 'COST ' TO ROW-LABEL-WS
           PERFORM 620-PRINT-ROW

           MOVE SPACES TO ROLL-DETAIL-LINE
           PERFORM 616-LOAD-BUCKET-ACCUM
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7
           MOVE 'NO'    TO ROW-IS-COST-SW
           MOVE 'ACCUM' TO ROW-LABEL-WS
           PERFORM 620-PRINT-ROW
           MOVE SPACES TO PRINT-ROLLFWD-LINE
           WRITE PRINT-ROLLFWD-LINE AFTER 1 LINE.

       615-LOAD-BUCKET-COST.
           MOVE BKT-COST-TBL (BKT-POS-WS, COLUMN-IDX-WS) TO
                ROW-AMOUNT-WS (COLUMN-IDX-WS)
           ADD BKT-COST-TBL (BKT-POS-WS, COLUMN-IDX-WS) TO
               CO-COST-TOTAL-WS (COLUMN-IDX-WS)
               GR-COST-TOTAL-WS (COLUMN-IDX-WS).

       616-LOAD-BUCKET-ACCUM.
           MOVE BKT-ACCUM-TBL (BKT-POS-WS, COLUMN-IDX-WS) TO
                ROW-AMOUNT-WS (COLUMN-IDX-WS)
           ADD BKT-ACCUM-TBL (BKT-POS-WS, COLUMN-IDX-WS) TO
               CO-ACCUM-TOTAL-WS (COLUMN-IDX-WS)
               GR-ACCUM-TOTAL-WS (COLUMN-IDX-WS).

      *    PRINTS ROW-AMOUNT-WS ON THE LINE ALREADY LABELED, THEN
      *    ANY DIFFERENCE BETWEEN THE ENDING AND WHAT THE BEGINNING
      *    AND THE MOVEMENTS EXPLAIN - PRINTED, NEVER FORCED.
       620-PRINT-ROW.
           MOVE ROW-LABEL-WS TO RL-ROW-LABEL-OUT
           MOVE ROW-AMOUNT-WS (COL-ENDING-WS) TO ROW-DIFFERENCE-WS
           PERFORM 625-MOVE-ONE-COLUMN
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7
           IF ROW-IS-COST-SW = 'YES'
               MOVE SPACES TO RL-AMOUNT-BLANK-OUT (COL-DEPRECIATION-WS)
           END-IF
           WRITE PRINT-ROLLFWD-LINE FROM ROLL-DETAIL-LINE
               AFTER 1 LINE
           IF ROW-DIFFERENCE-WS NOT = ZERO
               IF ROW-IS-COST-SW = 'YES'
                   MOVE
                 'RECONCILING ITEM - COST NOT EXPLAINED'
                       TO RC-LABEL-OUT
               ELSE
                   MOVE
                 'RECONCILING ITEM - ACCUM DEPR NOT EXPLAINED'
                       TO RC-LABEL-OUT
               END-IF
               MOVE ROW-DIFFERENCE-WS TO RC-AMOUNT-OUT
               WRITE PRINT-ROLLFWD-LINE FROM RECONCILING-LINE
                   AFTER 1 LINE
           END-IF.

       625-MOVE-ONE-COLUMN.
           MOVE ROW-AMOUNT-WS (COLUMN-IDX-WS) TO
                RL-AMOUNT-OUT (COLUMN-IDX-WS)
           IF COLUMN-IDX-WS < COL-ENDING-WS
               SUBTRACT ROW-AMOUNT-WS (COLUMN-IDX-WS)
                   FROM ROW-DIFFERENCE-WS
           END-IF.

       640-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO ROLL-DETAIL-LINE
           MOVE PREV-COMPANY-WS TO RL-COMPANY-OUT
           MOVE 'COMPANY TOTAL' TO RL-CATEGORY-OUT
           PERFORM 645-LOAD-COMPANY-COST
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7
           MOVE 'YES'   TO ROW-IS-COST-SW
           MOVE 'COST ' TO ROW-LABEL-WS
           PERFORM 620-PRINT-ROW

           MOVE SPACES TO ROLL-DETAIL-LINE
           PERFORM 646-LOAD-COMPANY-ACCUM
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7
           MOVE 'NO'    TO ROW-IS-COST-SW
           MOVE 'ACCUM' TO ROW-LABEL-WS
           PERFORM 620-PRINT-ROW
           MOVE SPACES TO PRINT-ROLLFWD-LINE
           WRITE PRINT-ROLLFWD-LINE AFTER 1 LINE
           PERFORM 647-CLEAR-COMPANY-TOTAL
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7.

       645-LOAD-COMPANY-COST.
           MOVE CO-COST-TOTAL-WS (COLUMN-IDX-WS) TO
                ROW-AMOUNT-WS (COLUMN-IDX-WS).

       646-LOAD-COMPANY-ACCUM.
           MOVE CO-ACCUM-TOTAL-WS (COLUMN-IDX-WS) TO
                ROW-AMOUNT-WS (COLUMN-IDX-WS).

       647-CLEAR-COMPANY-TOTAL.
           MOVE ZERO TO CO-COST-TOTAL-WS (COLUMN-IDX-WS)
           MOVE ZERO TO CO-ACCUM-TOTAL-WS (COLUMN-IDX-WS).

       650-PRINT-GRAND-TOTAL.
           MOVE SPACES TO ROLL-DETAIL-LINE
           MOVE 'ALL COMPANIES' TO RL-CATEGORY-OUT
           PERFORM 655-LOAD-GRAND-COST
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7
           MOVE 'YES'   TO ROW-IS-COST-SW
           MOVE 'COST ' TO ROW-LABEL-WS
           PERFORM 620-PRINT-ROW

           MOVE SPACES TO ROLL-DETAIL-LINE
           PERFORM 656-LOAD-GRAND-ACCUM
               VARYING COLUMN-IDX-WS FROM 1 BY 1
               UNTIL COLUMN-IDX-WS > 7
           MOVE 'NO'    TO ROW-IS-COST-SW
           MOVE 'ACCUM' TO ROW-LABEL-WS
           PERFORM 620-PRINT-ROW

           IF BUCKET-OVERFLOW-SW = 'YES'
               MOVE
                 'COMPANY/CATEGORY TABLE FULL - SOME ROWS NOT PRINTED'
                   TO TF-MESSAGE-OUT
               WRITE PRINT-ROLLFWD-LINE FROM TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF
           IF RETIRED-OVERFLOW-SW = 'YES'
               MOVE
                 'RETIRED-RECORD TABLE FULL - SOME RETIREMENTS MISSED'
                   TO TF-MESSAGE-OUT
               WRITE PRINT-ROLLFWD-LINE FROM TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF

           MOVE ASSETS-ON-BOOK-WS     TO RS-BOOK-OUT
           MOVE SNAPSHOT-ROWS-WS      TO RS-SNAPSHOT-OUT
           MOVE JOURNAL-LINES-USED-WS TO RS-JOURNAL-OUT
           MOVE VOUCHER-LINES-USED-WS TO RS-VOUCHER-OUT
           MOVE RETIREMENTS-BOOKED-WS TO RS-RETIRED-OUT
           WRITE PRINT-ROLLFWD-LINE FROM ROLLFWD-SUMMARY-LINE
               AFTER 2 LINES.

       655-LOAD-GRAND-COST.
           MOVE GR-COST-TOTAL-WS (COLUMN-IDX-WS) TO
                ROW-AMOUNT-WS (COLUMN-IDX-WS).

       656-LOAD-GRAND-ACCUM.
           MOVE GR-ACCUM-TOTAL-WS (COLUMN-IDX-WS) TO
                ROW-AMOUNT-WS (COLUMN-IDX-WS).

      *    TODAY'S BOOK, ASSET BY ASSET, FOR THE NEXT PERIOD TO OPEN
      *    ON. THE FILE ACCUMULATES - EVERY RUN ADDS ITS OWN ROWS.
       700-TAKE-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE
           IF SNAP-FILE-STATUS-WS = '35'
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN EXTEND SNAPSHOT-FILE
           END-IF
           MOVE 'NO' TO EOF-ASSET-WS
           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-ASSET
               PERFORM 710-SNAPSHOT-ONE-ASSET
                   UNTIL EOF-ASSET-WS = 'YES'
               CLOSE ASSET-INPUT-FILE
           END-IF
           CLOSE SNAPSHOT-FILE.

       710-SNAPSHOT-ONE-ASSET.
           PERFORM 270-CLASSIFY-IMAGE
           IF IMAGE-COUNTS-SW = 'YES'
               MOVE SPACES            TO SNAPSHOT-RECORD
               MOVE RUN-KEY-WS        TO SN-SNAP-KEY
               MOVE ASSET-ID-IN       TO SN-ASSET-ID
               MOVE COMPANY-IN        TO SN-COMPANY
               MOVE ASSET-CATEGORY-IN TO SN-CATEGORY
               MOVE PRICE-IN          TO SN-COST
               MOVE ACCUM-DEPR-IN     TO SN-ACCUM
               WRITE SNAPSHOT-RECORD
           END-IF
           PERFORM 250-READ-ONE-ASSET.

      *    ADDS POST-COST-WS AND POST-ACCUM-WS TO COLUMN
      *    POST-COLUMN-WS OF THE ROW FOR SEARCH-KEY-WS, OPENING THE
      *    ROW IN KEY ORDER IF IT IS NEW.
       800-POST-TO-BUCKET.
           PERFORM 810-LOCATE-BUCKET
           IF BKT-POS-WS > ZERO
               ADD POST-COST-WS  TO
                   BKT-COST-TBL (BKT-POS-WS, POST-COLUMN-WS)
               ADD POST-ACCUM-WS TO
                   BKT-ACCUM-TBL (BKT-POS-WS, POST-COLUMN-WS)
           END-IF.

      *    BKT-POS-WS ENDS ON THE ROW FOR SEARCH-KEY-WS, OR ZERO IF
      *    THE TABLE HAS NO ROOM LEFT FOR A NEW ONE.
       810-LOCATE-BUCKET.
           MOVE ZERO TO BKT-POS-WS
           PERFORM 815-CHECK-ONE-BUCKET
               VARYING BKT-SCAN-WS FROM 1 BY 1
               UNTIL BKT-SCAN-WS > BUCKET-COUNT-WS
                  OR BKT-POS-WS > ZERO
           EVALUATE TRUE
               WHEN BKT-POS-WS > ZERO
                AND BKT-KEY-TBL (BKT-POS-WS) = SEARCH-KEY-WS
                   CONTINUE
               WHEN BUCKET-COUNT-WS NOT < 500
                   MOVE 'YES' TO BUCKET-OVERFLOW-SW
                   MOVE ZERO  TO BKT-POS-WS
               WHEN OTHER
                   IF BKT-POS-WS = ZERO
                       COMPUTE BKT-POS-WS = BUCKET-COUNT-WS + 1
                   END-IF
                   PERFORM 820-SHIFT-ONE-BUCKET
                       VARYING BKT-SCAN-WS FROM BUCKET-COUNT-WS BY -1
                       UNTIL BKT-SCAN-WS < BKT-POS-WS
                   ADD 1 TO BUCKET-COUNT-WS
                   INITIALIZE BUCKET-ENTRY-WS (BKT-POS-WS)
                   MOVE SEARCH-KEY-WS TO BKT-KEY-TBL (BKT-POS-WS)
           END-EVALUATE.

       815-CHECK-ONE-BUCKET.
           IF BKT-KEY-TBL (BKT-SCAN-WS) NOT < SEARCH-KEY-WS
               MOVE BKT-SCAN-WS TO BKT-POS-WS
           END-IF.

       820-SHIFT-ONE-BUCKET.
           MOVE BUCKET-ENTRY-WS (BKT-SCAN-WS) TO
                BUCKET-ENTRY-WS (BKT-SCAN-WS + 1).

      *    RT-POS-WS ENDS ON THE RETIRED ENTRY FOR
      *    SEARCH-ASSET-ID-WS, OR ZERO IF THERE IS NONE.
       850-FIND-RETIRED-ENTRY.
           MOVE ZERO TO RT-POS-WS
           PERFORM 855-CHECK-ONE-RETIRED
               VARYING RT-IDX-WS FROM 1 BY 1
               UNTIL RT-IDX-WS > RETIRED-COUNT-WS
                  OR RT-POS-WS > ZERO.

       855-CHECK-ONE-RETIRED.
           IF RT-ASSET-ID-TBL (RT-IDX-WS) = SEARCH-ASSET-ID-WS
               MOVE RT-IDX-WS TO RT-POS-WS
           END-IF.

       900-CLOSE.
           CLOSE ROLLFWD-REPORT-FILE
           MOVE 'CLOSE'           TO RUN-PHASE-OUT-WS
           MOVE ASSETS-ON-BOOK-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
