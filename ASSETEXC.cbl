           05  GAIN-LOSS-WS            PICTURE S9(6)V99 VALUE ZERO.
           05  CASH-PAID-WS            PICTURE S9(6)V99 VALUE ZERO.
           05  JV-WORK-AMOUNT-WS       PICTURE S9(8)V99 VALUE ZERO.
           05  OLD-COST-ACCT-WS        PICTURE X(8)     VALUE SPACES.
           05  OLD-ACCUM-ACCT-WS       PICTURE X(8)     VALUE SPACES.

      *    WORKING-STORAGE MIRRORS OF TAXDISP'S TWO LINKAGE GROUPS -
      *    THE TAX-BOOK SIDE OF THE TRADE-IN.
       01  TAXDISP-REQUEST-WS.
           05  TD-PRICE-IN-WS          PICTURE S9(5)V99.
           05  TD-TAX-ACCUM-IN-WS      PICTURE S9(6)V99.
           05  TD-TAX-CLASS-IN-WS      PICTURE 99.
           05  TD-PROCEEDS-IN-WS       PICTURE S9(6)V99.
           05  TD-ACQ-DATE-IN-WS       PICTURE 9(8).
           05  TD-SALE-DATE-IN-WS      PICTURE 9(8).

       01  TAXDISP-RESULT-WS.
           05  TD-ADJ-BASIS-WS         PICTURE S9(6)V99.
           05  TD-GAIN-LOSS-WS         PICTURE S9(6)V99.
           05  TD-SEC1245-WS           PICTURE S9(6)V99.
           05  TD-SEC1231-WS           PICTURE S9(6)V99.
           05  TD-HOLDING-PERIOD-WS    PICTURE X.

       01  ASSET-VALIDATION-CONTROL-WS.
           05  ASSET-BASIS-VALID-SW    PIC X(3)  VALUE 'YES'.
      *    THE OLD RECORD EXACTLY AS READ, SO A REJECT DISCOVERED
      *    AFTER THE RETIREMENT CAN PUT IT BACK INSTEAD OF LEAVING
      *    A RETIRED ASSET WITH NO REPLACEMENT ON FILE.
       01  OLD-RECORD-IMAGE-WS         PIC X(280) VALUE SPACES.
       01  RETIRED-IMAGE-WS            PIC X(280) VALUE SPACES.

      *    RUNNING TOTAL OF THE DETAIL DEBITS WRITTEN THIS RUN -
      *    THE EXCHANGE ENTRIES GO OUT AS THEIR OWN TRAILERED
           05  JRNL-MASTER-ID-WS    PIC X(7)   VALUE 'ASSET  '.
           05  JRNL-ACTION-WS       PIC X.
           05  JRNL-PROGRAM-WS      PIC X(8)   VALUE 'ASSETEXC'.
           05  JRNL-BEFORE-WS       PIC X(280).
           05  JRNL-AFTER-WS        PIC X(280).

       01  LOCK-REQUEST-WS.
           05  LOCK-FUNCTION-WS        PIC X(5)  VALUE 'TEST '.
           05  DISPOSAL-CASH-ACCT-WS   PICTURE X(8) VALUE '10100000'.
           05  GAIN-LOSS-ACCT-WS       PICTURE X(8) VALUE '71000000'.

      *    WORKING-STORAGE MIRRORS OF GLACCTS'S TWO LINKAGE GROUPS -
      *    THE COST AND ACCUMULATED DEPRECIATION ACCOUNTS OF ONE
      *    COMPANY AND CATEGORY, FROM GLACCTS.DAT, DEFAULTING TO
      *    THE STANDARD ACCOUNTS ABOVE.
       01  GLACCT-REQUEST-WS.
           05  GA-FUNCTION-WS          PICTURE X(5).
           05  GA-TYPE-WS              PICTURE X.
           05  GA-COMPANY-WS           PICTURE XX.
           05  GA-KEY-WS               PICTURE X(15).

       01  GLACCT-RESULT-WS.
           05  GA-EXPENSE-ACCT-WS      PICTURE X(8).
           05  GA-ACCUM-ACCT-WS        PICTURE X(8).
           05  GA-COST-ACCT-WS         PICTURE X(8).
           05  GA-PAYABLE-ACCT-WS      PICTURE X(8).
           05  GA-ROW-FOUND-WS         PICTURE X.
           05  GA-REFUSED-COUNT-WS     PICTURE 9.
           05  GA-ACCOUNT-VALID-WS     PICTURE X.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'ASSETEXC'.
           05  RUN-PHASE-OUT-WS         PICTURE X(5).
           05                       PICTURE X(13)   VALUE
                                       'GAIN/(LOSS): '.
           05  EA-GAIN-LOSS-OUT     PICTURE -(5)9.99.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05                       PICTURE X(5)    VALUE 'TAX: '.
           05  EA-TAX-GAIN-LOSS-OUT PICTURE -(5)9.99.
           05  FILLER               PICTURE X(3)    VALUE SPACES.

       01  REJECTED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           COMPUTE OLD-NBV-WS = PRICE-IN - ACCUM-DEPR-IN
           COMPUTE GAIN-LOSS-WS = EX-ALLOWANCE - OLD-NBV-WS
           COMPUTE CASH-PAID-WS = EX-NEW-PRICE - EX-ALLOWANCE
           PERFORM 345-DETERMINE-ASSET-ACCOUNTS
           MOVE GA-COST-ACCT-WS  TO OLD-COST-ACCT-WS
           MOVE GA-ACCUM-ACCT-WS TO OLD-ACCUM-ACCT-WS

           MOVE EX-ALLOWANCE TO DISPOSAL-PROCEEDS-IN
           PERFORM 322-FIGURE-TAX-DISPOSAL
           MOVE 'X'          TO TRANS-TYPE-IN
           REWRITE CPYIN
           MOVE OLD-RECORD-IMAGE-WS TO JRNL-BEFORE-WS
                   PERFORM 360-WRITE-AUDIT-LINE
           END-WRITE.

      *    THE TRADE-IN IS A SALE FOR TAX AS WELL, DATED THE DAY THE
      *    NEW UNIT WAS TAKEN IN - THE TAX GAIN AND ITS 1245/1231
      *    SPLIT RIDE ON THE RETIRED RECORD FOR THE FORM 4797
      *    SUPPORT REPORT.
       322-FIGURE-TAX-DISPOSAL.
           MOVE EX-NEW-ACQ-DATE      TO DISPOSAL-DATE-IN
           MOVE PRICE-IN             TO TD-PRICE-IN-WS
           MOVE TAX-ACCUM-DEPR-IN    TO TD-TAX-ACCUM-IN-WS
           MOVE TAX-CLASS-IN         TO TD-TAX-CLASS-IN-WS
           MOVE DISPOSAL-PROCEEDS-IN TO TD-PROCEEDS-IN-WS
           MOVE ACQUISITION-DATE-IN  TO TD-ACQ-DATE-IN-WS
           MOVE DISPOSAL-DATE-IN     TO TD-SALE-DATE-IN-WS
           CALL "TAXDISP" USING TAXDISP-REQUEST-WS, TAXDISP-RESULT-WS
           MOVE TD-ADJ-BASIS-WS      TO TAX-ADJ-BASIS-IN
           MOVE TD-GAIN-LOSS-WS      TO TAX-GAIN-LOSS-IN
           MOVE TD-SEC1245-WS        TO SEC1245-RECAPTURE-IN
           MOVE TD-SEC1231-WS        TO SEC1231-GAIN-IN.

       325-RESTORE-OLD-ASSET.
           MOVE OLD-RECORD-IMAGE-WS TO CPYIN
           REWRITE CPYIN
           MOVE SPACES TO SERIAL-NO-IN
           MOVE SPACES TO PO-NUMBER-IN
           MOVE SPACES TO INVOICE-NO-IN
           MOVE SPACE TO TAX-ELECTION-IN
           MOVE ZERO  TO SEC179-AMOUNT-IN
           MOVE SPACE TO TAX-CONVENTION-IN
           MOVE ZERO  TO DISPOSAL-DATE-IN
           MOVE ZERO  TO TAX-ADJ-BASIS-IN
           MOVE ZERO  TO TAX-GAIN-LOSS-IN
           MOVE ZERO  TO SEC1245-RECAPTURE-IN
           MOVE ZERO  TO SEC1231-GAIN-IN
           MOVE ZERO  TO WARRANTY-START-IN
           MOVE ZERO  TO WARRANTY-EXPIRE-IN
           MOVE SPACES TO WARRANTY-TERMS-IN
           MOVE SPACE TO EST-CHANGE-IND-IN
           MOVE ZERO  TO EST-LIFE-LEFT-IN
      *    COMPANY-IN IS DELIBERATELY NOT TOUCHED - THE NEW UNIT
      *    BELONGS TO THE SAME ENTITY AS THE ASSET IT REPLACES,
      *    AND THE RETIRED RECORD IS STILL IN THE BUFFER.
      *    BOTH SIDES OF THE EXCHANGE IN ONE BALANCED ENTRY: THE NEW
      *    COST ON, THE OLD COST AND ITS ACCUMULATED DEPRECIATION
      *    OFF, THE CASH ACTUALLY PAID, AND THE GAIN OR LOSS PLUG -
      *    A GAIN IS A CREDIT, A LOSS A DEBIT. THE OLD UNIT COMES
      *    OFF THE ACCOUNTS OF ITS OWN CATEGORY, FOUND BEFORE THE
      *    RECORD WAS REBUILT; THE NEW ONE GOES ON THE ACCOUNTS OF
      *    THE CATEGORY NOW IN THE BUFFER.
       340-WRITE-EXCHANGE-VOUCHER.
           PERFORM 345-DETERMINE-ASSET-ACCOUNTS
           MOVE GA-COST-ACCT-WS        TO JV-ACCOUNT-OUT
           MOVE 'DR'                   TO JV-DR-CR-OUT
           MOVE EX-NEW-PRICE           TO JV-AMOUNT-OUT
           MOVE 'EXCHANGE - NEW ASSET COST' TO JV-DESCRIPTION-OUT
           PERFORM 350-WRITE-VOUCHER-LINE

           MOVE OLD-ACCUM-ACCT-WS      TO JV-ACCOUNT-OUT
           MOVE 'DR'                   TO JV-DR-CR-OUT
           MOVE OLD-ACCUM-WS           TO JV-AMOUNT-OUT
           MOVE 'EXCHANGE - ACCUM RELIEVED' TO JV-DESCRIPTION-OUT
           PERFORM 350-WRITE-VOUCHER-LINE

           MOVE OLD-COST-ACCT-WS       TO JV-ACCOUNT-OUT
           MOVE 'CR'                   TO JV-DR-CR-OUT
           MOVE OLD-PRICE-WS           TO JV-AMOUNT-OUT
           MOVE 'EXCHANGE - OLD COST RELIEVED' TO JV-DESCRIPTION-OUT
           MOVE JV-WORK-AMOUNT-WS      TO JV-AMOUNT-OUT
           PERFORM 350-WRITE-VOUCHER-LINE.

      *    COST AND ACCUMULATED DEPRECIATION ACCOUNTS FOR THE
      *    COMPANY AND CATEGORY IN THE BUFFER. AN ACCOUNT GLACCTS
      *    REFUSES AGAINST THE CHART IS LEFT AT THE STANDARD ONE.
       345-DETERMINE-ASSET-ACCOUNTS.
           MOVE 'FIND '              TO GA-FUNCTION-WS
           MOVE 'A'                  TO GA-TYPE-WS
           MOVE COMPANY-IN           TO GA-COMPANY-WS
           MOVE ASSET-CATEGORY-IN    TO GA-KEY-WS
           MOVE SPACES               TO GA-EXPENSE-ACCT-WS
           MOVE ACCUM-DEPR-ACCT-WS   TO GA-ACCUM-ACCT-WS
           MOVE ASSET-COST-ACCT-WS   TO GA-COST-ACCT-WS
           MOVE SPACES               TO GA-PAYABLE-ACCT-WS
           CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS.

       350-WRITE-VOUCHER-LINE.
           MOVE 'JV' TO JV-RECORD-TYPE-OUT
           IF JV-DR-CR-OUT = 'DR'
           MOVE EX-NEW-ASSET-ID TO EA-NEW-ID-OUT
           MOVE EX-ALLOWANCE    TO EA-ALLOWANCE-OUT
           MOVE GAIN-LOSS-WS    TO EA-GAIN-LOSS-OUT
           MOVE TD-GAIN-LOSS-WS TO EA-TAX-GAIN-LOSS-OUT
           WRITE PRINT-LOG-LINE FROM EXCHANGE-AUDIT-LINE
               AFTER 1 LINE.

