      *    SUPPORTING SCHEDULE (JOINED TO THE PAYROLL MASTER BY SSN
      *    FOR THE NAME), AND TOTALS THE DEPOSIT LIABILITY: FEDERAL
      *    WITHHELD PLUS BOTH HALVES OF SOCIAL SECURITY AND
      *    MEDICARE, WITH STATE TAX SHOWN ALONGSIDE. BESIDE GROSS
      *    WAGES IT CARRIES THE WAGES SUBJECT TO INCOME TAX AND THE
      *    SOCIAL SECURITY/MEDICARE TAXABLE WAGES - GROSS LESS THE
      *    PRE-TAX DEDUCTIONS EACH SHELTERS - SO THE 941 WAGE LINES
      *    READ STRAIGHT OFF THE REPORT AND TIE TO THE W-2 BOXES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  YTD-OTHER-DED       PIC 9(7)V99.
           05  YTD-LOCAL           PIC 9(7)V99.
           05  YTD-QTR-LOCAL       PIC 9(7)V99 OCCURS 4 TIMES.
           05  YTD-INCOME-WAGES    PIC 9(9)V99.
           05  YTD-FICA-WAGES      PIC 9(9)V99.
           05  YTD-QTR-TAXABLE OCCURS 4 TIMES.
               10  YTD-QTR-INCOME-WAGES PIC 9(7)V99.
               10  YTD-QTR-FICA-WAGES   PIC 9(7)V99.
           05  YTD-BOX12-ENTRY OCCURS 4 TIMES.
               10  YTD-BOX12-CODE       PIC XX.
               10  YTD-BOX12-AMOUNT     PIC 9(7)V99.
           05  YTD-STATE-ENTRY OCCURS 2 TIMES.
               10  YTD-ST-CODE          PIC XX.
               10  YTD-ST-WAGES         PIC 9(9)V99.
               10  YTD-ST-TAX           PIC 9(7)V99.

      *    ONLY THE KEY AND NAME MATTER HERE - THE REST OF THE
      *    PAYROLL MASTER RECORD RIDES ALONG UNREFERENCED.
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(162).
           05  COMPANY-IN      PIC XX.
           05  FILLER          PIC X(33).

       FD  QTRTAX-OUTPUT-FILE RECORDING MODE IS F.
       01  PRINT-QTRTAX-LINE           PICTURE X(132).

       01  QUARTER-TOTALS-WS.
           05  QT-WAGES-WS             PICTURE 9(9)V99 VALUE ZERO.
           05  QT-INCOME-WAGES-WS      PICTURE 9(9)V99 VALUE ZERO.
           05  QT-FICA-WAGES-WS        PICTURE 9(9)V99 VALUE ZERO.
           05  QT-FEDERAL-WS           PICTURE 9(9)V99 VALUE ZERO.
           05  QT-FICA-EE-WS           PICTURE 9(9)V99 VALUE ZERO.
           05  QT-FICA-ER-WS           PICTURE 9(9)V99 VALUE ZERO.
           05                      PICTURE X(20)   VALUE 'NAME'.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'WAGES'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'INC WAGES'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'FICA WAGES'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'FEDERAL'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'MEDICARE'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'STATE'.
           05  FILLER              PICTURE X(10)   VALUE SPACES.

       01  SCHEDULE-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  SD-WAGES-OUT        PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  SD-INCOME-WAGES-OUT PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  SD-FICA-WAGES-OUT   PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  SD-FEDERAL-OUT      PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  SD-FICA-OUT         PICTURE $$$,$$9.99.
           05  SD-MEDICARE-OUT     PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  SD-STATE-OUT        PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(16)   VALUE SPACES.

       01  LIABILITY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
      *    THE YTD MASTER IS RE-WALKED TOP TO BOTTOM ONCE PER
      *    QUARTER, SO EACH QUARTER'S SCHEDULE COMES OUT TOGETHER.
       300-REPORT-ONE-QUARTER.
           MOVE ZERO TO QT-WAGES-WS QT-INCOME-WAGES-WS
                        QT-FICA-WAGES-WS QT-FEDERAL-WS QT-FICA-EE-WS
                        QT-FICA-ER-WS QT-MEDI-EE-WS QT-MEDI-ER-WS
                        QT-STATE-WS QT-LOCAL-WS QT-FUTA-WS
                        QT-SUTA-WS

       325-SCHEDULE-AND-ACCUMULATE.
               MOVE YTD-QTR-WAGES    (QUARTER-WS) TO SD-WAGES-OUT
               MOVE YTD-QTR-INCOME-WAGES (QUARTER-WS) TO
                    SD-INCOME-WAGES-OUT
               MOVE YTD-QTR-FICA-WAGES   (QUARTER-WS) TO
                    SD-FICA-WAGES-OUT
               MOVE YTD-QTR-FEDERAL  (QUARTER-WS) TO SD-FEDERAL-OUT
               MOVE YTD-QTR-FICA     (QUARTER-WS) TO SD-FICA-OUT
               MOVE YTD-QTR-MEDICARE (QUARTER-WS) TO SD-MEDICARE-OUT
                   AFTER 1 LINE

               ADD YTD-QTR-WAGES     (QUARTER-WS) TO QT-WAGES-WS
               ADD YTD-QTR-INCOME-WAGES (QUARTER-WS) TO
                   QT-INCOME-WAGES-WS
               ADD YTD-QTR-FICA-WAGES   (QUARTER-WS) TO
                   QT-FICA-WAGES-WS
               ADD YTD-QTR-FEDERAL   (QUARTER-WS) TO QT-FEDERAL-WS
               ADD YTD-QTR-FICA      (QUARTER-WS) TO QT-FICA-EE-WS
               ADD YTD-QTR-EMPL-FICA (QUARTER-WS) TO QT-FICA-ER-WS
           WRITE PRINT-QTRTAX-LINE FROM LIABILITY-LINE
               AFTER 2 LINES

      *    THE 941'S OWN WAGE LINES: LINE 2 IS THE INCOME-TAXABLE
      *    FIGURE; LINES 5A AND 5C START FROM THE FICA-TAXABLE ONE.
           MOVE 'WAGES SUBJECT TO INCOME TAX' TO LL-DESC-OUT
           MOVE QT-INCOME-WAGES-WS TO LL-AMOUNT-OUT
           WRITE PRINT-QTRTAX-LINE FROM LIABILITY-LINE
               AFTER 1 LINE

           MOVE 'SS/MEDICARE TAXABLE WAGES' TO LL-DESC-OUT
           MOVE QT-FICA-WAGES-WS TO LL-AMOUNT-OUT
           WRITE PRINT-QTRTAX-LINE FROM LIABILITY-LINE
               AFTER 1 LINE

           MOVE 'FEDERAL INCOME TAX WITHHELD' TO LL-DESC-OUT
           MOVE QT-FEDERAL-WS TO LL-AMOUNT-OUT
           WRITE PRINT-QTRTAX-LINE FROM LIABILITY-LINE
