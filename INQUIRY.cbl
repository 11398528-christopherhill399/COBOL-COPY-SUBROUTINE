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

       FD  YTD-FILE RECORDING MODE IS F.
       01  YTD-RECORD.
           05  FILLER              PIC X(333).
           05  YTD-LOCAL           PIC 9(7)V99.
           05  FILLER              PIC X(36).
           05  YTD-INCOME-WAGES    PIC 9(9)V99.
           05  YTD-FICA-WAGES      PIC 9(9)V99.
           05  FILLER              PIC X(116).
           05  YTD-STATE-ENTRY OCCURS 2 TIMES.
               10  YTD-ST-CODE          PIC XX.
               10  YTD-ST-WAGES         PIC 9(9)V99.
               10  YTD-ST-TAX           PIC 9(7)V99.

       FD  MAINT-HISTORY-FILE RECORDING MODE IS F.
       01  MAINT-HISTORY-RECORD.
           05  MAINT-LINES-WS      PIC 9(4)  VALUE ZERO.
           05  MAINT-TOTAL-WS      PIC 9(7)V99 VALUE ZERO.
           05  MAINT-ASSET-WS      PIC 9(6)  VALUE ZERO.
           05  YTD-ST-IDX-WS       PIC 9     VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  ASSET-FILE-STATUS-WS    PIC XX  VALUE SPACES.
           DISPLAY 'SERIAL NO:      ' SERIAL-NO-IN
           DISPLAY 'PO NUMBER:      ' PO-NUMBER-IN
           DISPLAY 'INVOICE NO:     ' INVOICE-NO-IN
           IF WARRANTY-EXPIRE-IN > ZERO
               DISPLAY 'WARRANTY:       ' WARRANTY-START-IN ' TO '
                       WARRANTY-EXPIRE-IN ' ' WARRANTY-TERMS-IN
           END-IF
           IF PARENT-ASSET-IN > ZERO
               DISPLAY 'COMPONENT OF:   ' PARENT-ASSET-IN
           END-IF
           MOVE SALARY-IN TO DISPLAY-AMOUNT-WS
           DISPLAY 'SALARY:         ' DISPLAY-AMOUNT-WS
           DISPLAY 'STATE:          ' STATE-IN
           IF WORK-STATE-IN NOT = SPACES
               DISPLAY 'WORK STATE:     ' WORK-STATE-IN
           END-IF
           DISPLAY 'LOCALITY:       ' LOCALITY-IN
           DISPLAY 'WC CLASS:       ' WC-CLASS-IN
           DISPLAY 'COMPANY:        '
           MOVE YTD-STATE TO DISPLAY-BIG-AMOUNT-WS
           DISPLAY 'YTD STATE:      ' DISPLAY-BIG-AMOUNT-WS
           MOVE YTD-LOCAL TO DISPLAY-BIG-AMOUNT-WS
           DISPLAY 'YTD LOCAL:      ' DISPLAY-BIG-AMOUNT-WS
           MOVE YTD-INCOME-WAGES TO DISPLAY-BIG-AMOUNT-WS
           DISPLAY 'YTD INCOME WGS: ' DISPLAY-BIG-AMOUNT-WS
           MOVE YTD-FICA-WAGES TO DISPLAY-BIG-AMOUNT-WS
           DISPLAY 'YTD FICA WAGES: ' DISPLAY-BIG-AMOUNT-WS
           PERFORM 328-DISPLAY-ONE-STATE
               VARYING YTD-ST-IDX-WS FROM 1 BY 1
               UNTIL YTD-ST-IDX-WS > 2.

       328-DISPLAY-ONE-STATE.
           IF YTD-ST-CODE (YTD-ST-IDX-WS) NOT = SPACES
               MOVE YTD-ST-WAGES (YTD-ST-IDX-WS) TO
                    DISPLAY-BIG-AMOUNT-WS
               DISPLAY 'YTD ' YTD-ST-CODE (YTD-ST-IDX-WS)
                       ' WAGES:   ' DISPLAY-BIG-AMOUNT-WS
               MOVE YTD-ST-TAX (YTD-ST-IDX-WS) TO
                    DISPLAY-BIG-AMOUNT-WS
               DISPLAY 'YTD ' YTD-ST-CODE (YTD-ST-IDX-WS)
                       ' TAX:     ' DISPLAY-BIG-AMOUNT-WS
           END-IF.
