           05  ZIP-IN            PIC X(9).
           05  BIRTH-DATE-IN     PIC 9(8).
           05  COMPANY-IN        PIC XX.
           05  W4-FORM-IN        PIC X.
           05  W4-MULTI-JOBS-IN  PIC X.
           05  W4-DEPENDENT-AMT-IN PIC 9(5)V99.
           05  W4-OTHER-INCOME-IN  PIC 9(6)V99.
           05  W4-DEDUCTIONS-IN    PIC 9(6)V99.
           05  W4-EXTRA-WH-IN      PIC 9(4)V99.
           05  WORK-STATE-IN       PIC XX.

      *    THE YTD RECORD BEFORE THE ANNUAL TAX FIELDS AND THE
      *    QUARTERLY BUCKETS WERE ADDED.
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

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           MOVE SPACES TO SERIAL-NO-IN
           MOVE SPACES TO PO-NUMBER-IN
           MOVE SPACES TO INVOICE-NO-IN
           MOVE SPACES TO COMPANY-IN OF CPYIN
           MOVE SPACE  TO TAX-ELECTION-IN
           MOVE ZERO   TO SEC179-AMOUNT-IN
           MOVE SPACE  TO TAX-CONVENTION-IN
           MOVE ZERO   TO DISPOSAL-DATE-IN
           MOVE ZERO   TO TAX-ADJ-BASIS-IN
           MOVE ZERO   TO TAX-GAIN-LOSS-IN
           MOVE ZERO   TO SEC1245-RECAPTURE-IN
           MOVE ZERO   TO SEC1231-GAIN-IN
           MOVE ZERO   TO WARRANTY-START-IN
           MOVE ZERO   TO WARRANTY-EXPIRE-IN
           MOVE SPACES TO WARRANTY-TERMS-IN
           MOVE SPACE  TO EST-CHANGE-IND-IN
           MOVE ZERO   TO EST-LIFE-LEFT-IN.

       400-CONVERT-PAYROLL-MASTER.
           MOVE 'NO' TO EOF-OLD-FILE-WS
           MOVE SPACES TO ADDR-STATE-IN
           MOVE SPACES TO ZIP-IN
           MOVE ZERO   TO BIRTH-DATE-IN
           MOVE SPACES TO COMPANY-IN OF NEW-PAYROLL-RECORD
           MOVE SPACE  TO W4-FORM-IN
           MOVE SPACE  TO W4-MULTI-JOBS-IN
           MOVE ZERO   TO W4-DEPENDENT-AMT-IN
           MOVE ZERO   TO W4-OTHER-INCOME-IN
           MOVE ZERO   TO W4-DEDUCTIONS-IN
           MOVE ZERO   TO W4-EXTRA-WH-IN
           MOVE SPACES TO WORK-STATE-IN.

       500-CONVERT-YTD-MASTER.
           MOVE 'NO' TO EOF-OLD-FILE-WS
           MOVE OLD-YTD-FICA  TO YTD-FICA
           MOVE ZERO TO YTD-FEDERAL YTD-MEDICARE YTD-STATE
                        YTD-OTHER-DED YTD-LOCAL
      *    THE OLD LAYOUT NEVER SHELTERED ANYTHING, SO EVERY DOLLAR
      *    OF GROSS WAS BOTH INCOME AND FICA WAGES.
           MOVE OLD-YTD-GROSS TO YTD-INCOME-WAGES YTD-FICA-WAGES
           PERFORM 540-ZERO-ONE-QUARTER
               VARYING QTR-IDX-WS FROM 1 BY 1
               UNTIL QTR-IDX-WS > 4
           PERFORM 545-CLEAR-ONE-BOX12
               VARYING QTR-IDX-WS FROM 1 BY 1
               UNTIL QTR-IDX-WS > 4
           PERFORM 548-CLEAR-ONE-STATE
               VARYING QTR-IDX-WS FROM 1 BY 1
               UNTIL QTR-IDX-WS > 2.

       540-ZERO-ONE-QUARTER.
           MOVE ZERO TO YTD-QTR-WAGES     (QTR-IDX-WS)
                        YTD-QTR-STATE     (QTR-IDX-WS)
                        YTD-QTR-FUTA      (QTR-IDX-WS)
                        YTD-QTR-SUTA      (QTR-IDX-WS)
                        YTD-QTR-LOCAL     (QTR-IDX-WS)
                        YTD-QTR-INCOME-WAGES (QTR-IDX-WS)
                        YTD-QTR-FICA-WAGES   (QTR-IDX-WS).

       545-CLEAR-ONE-BOX12.
           MOVE SPACES TO YTD-BOX12-CODE   (QTR-IDX-WS)
           MOVE ZERO   TO YTD-BOX12-AMOUNT (QTR-IDX-WS).

       548-CLEAR-ONE-STATE.
           MOVE SPACES TO YTD-ST-CODE  (QTR-IDX-WS)
           MOVE ZERO   TO YTD-ST-WAGES (QTR-IDX-WS)
                          YTD-ST-TAX   (QTR-IDX-WS).
