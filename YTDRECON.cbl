           05  PH-MEDICARE     PIC 9(6)V99.
           05  FILLER          PIC X.
           05  PH-STATE        PIC 9(6)V99.
           05  FILLER          PIC X(49).
           05  PH-REVERSAL     PIC X.
               88  PH-REVERSED-EVENT      VALUE 'R'.
           05  FILLER          PIC X(19).

      *    SAME RECORD LAYOUT AS YTD-RECORD IN PROB3 - NOT A
      *    COPYBOOK THERE EITHER.
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

       FD  RECON-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-RECON-LINE     PIC X(132).
               10  EMP-SSN-TBL         PIC 9(9).
               10  EMP-CHECKED-TBL     PIC X.
               10  EMP-QTR-TBL OCCURS 4 TIMES.
                   15  EMP-WAGES-TBL      PIC S9(8)V99.
                   15  EMP-FEDERAL-TBL    PIC S9(8)V99.
                   15  EMP-FICA-TBL       PIC S9(8)V99.
                   15  EMP-MEDICARE-TBL   PIC S9(8)V99.
                   15  EMP-STATE-TBL      PIC S9(8)V99.

       01  DIFFERENCE-WS               PIC S9(8)V99 VALUE ZERO.

               COMPUTE QUARTER-WS = (PH-MONTH + 2) / 3
               PERFORM 310-FIND-EMP-SLOT
               IF EMP-SLOT-WS > ZERO
                  AND PH-REVERSED-EVENT
                   PERFORM 305-TAKE-BACK-ONE-EVENT
               END-IF
               IF EMP-SLOT-WS > ZERO
                  AND NOT PH-REVERSED-EVENT
                   ADD PH-GROSS    TO
                       EMP-WAGES-TBL    (EMP-SLOT-WS, QUARTER-WS)
                   ADD PH-FEDERAL  TO
           END-IF
           PERFORM 250-READ-ONE-EVENT.

      *    A MANUAL CHECK VOIDED OR AN ADJUSTMENT TAKEN BACK COMES
      *    OFF THE QUARTER IT WAS POSTED TO, AS MANCHECK TOOK IT OFF
      *    YTD.DAT.
       305-TAKE-BACK-ONE-EVENT.
           SUBTRACT PH-GROSS    FROM
               EMP-WAGES-TBL    (EMP-SLOT-WS, QUARTER-WS)
           SUBTRACT PH-FEDERAL  FROM
               EMP-FEDERAL-TBL  (EMP-SLOT-WS, QUARTER-WS)
           SUBTRACT PH-FICA     FROM
               EMP-FICA-TBL     (EMP-SLOT-WS, QUARTER-WS)
           SUBTRACT PH-MEDICARE FROM
               EMP-MEDICARE-TBL (EMP-SLOT-WS, QUARTER-WS)
           SUBTRACT PH-STATE    FROM
               EMP-STATE-TBL    (EMP-SLOT-WS, QUARTER-WS).

       310-FIND-EMP-SLOT.
           MOVE ZERO TO EMP-SLOT-WS
           MOVE 'NO' TO EMP-FOUND-SW
