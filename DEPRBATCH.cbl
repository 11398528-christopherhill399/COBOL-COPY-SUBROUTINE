      *    ONE DEBIT/CREDIT PAIR PER CATEGORY SUBTOTAL, THE DISPOSAL
      *    ENTRIES, AND A BATCH TOTAL LINE THAT TIES TO TOTAL-DEPR-WS.
            SELECT JOURNAL-VOUCHER-FILE ASSIGN TO 'ASSETJV.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JV-FILE-STATUS-WS.

            SELECT CHECKPOINT-FILE ASSIGN TO 'ASSETCKP.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEASE-FILE-STATUS-WS.

      *    SHARED ASSETS - THE FORKLIFT FLEET, THE OFFICE BUILDING -
      *    WHOSE DEPRECIATION IS CHARGED OUT TO SEVERAL COST CENTERS.
      *    ONE ROW PER ASSET PER COST CENTER: ASSET ID, THE COST
      *    CENTER'S EXPENSE ACCOUNT, AND ITS PERCENT SHARE. NO FILE
      *    MEANS EVERY ASSET POSTS WHOLE TO ITS CATEGORY'S EXPENSE.
            SELECT GL-ALLOCATION-FILE ASSIGN TO 'GLALLOC.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ALLOC-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE.
           05  LS-RATE-IN           PICTURE 9V9999.
           05  LS-START-DATE-IN     PICTURE 9(8).

       FD  GL-ALLOCATION-FILE RECORDING MODE IS F.
       01  GL-ALLOCATION-RECORD.
           05  AL-ASSET-ID-IN       PICTURE 9(6).
           05  AL-EXPENSE-ACCT-IN   PICTURE X(8).
           05  AL-PERCENT-IN        PICTURE 9(3)V99.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)     VALUE 'NO'.
               10  LSE-RATE-TBL        PIC 9V9999.
               10  LSE-START-TBL       PIC 9(8).

      *    GLALLOC.DAT LOADED ONCE AT OPEN. AN ASSET'S SHARES MUST
      *    COME TO EXACTLY 100 PERCENT AND EVERY ACCOUNT MUST BE ON
      *    THE CHART, OR THE ASSET POSTS WHOLE TO ITS CATEGORY AND
      *    LEAVES AN EXCEPTION LINE INSTEAD.
       01  ALLOCATION-CONTROL-WS.
           05  ALLOC-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  EOF-ALLOC-WS            PICTURE X(3)  VALUE 'NO'.
           05  ALLOC-COUNT-WS          PICTURE 9(3)  VALUE ZERO.
           05  ALLOC-IDX-WS            PICTURE 9(3)  VALUE ZERO.
           05  ALLOC-LAST-WS           PICTURE 9(3)  VALUE ZERO.
           05  ALLOC-ACCOUNTS-OK-SW    PICTURE X(3)  VALUE 'YES'.
           05  ALLOC-PCT-TOTAL-WS      PICTURE 9(5)V99 VALUE ZERO.
           05  ALLOC-SHARE-WS          PICTURE S9(5)V99 VALUE ZERO.
           05  ALLOC-REMAINING-WS      PICTURE S9(5)V99 VALUE ZERO.

       01  ALLOCATION-TABLE-WS.
           05  ALLOCATION-ENTRY-WS OCCURS 200 TIMES.
               10  ALC-ASSET-ID-TBL    PIC 9(6).
               10  ALC-ACCOUNT-TBL     PIC X(8).
               10  ALC-PERCENT-TBL     PIC 9(3)V99.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'DEPRBTCH'.
           05  RUN-PHASE-OUT-WS         PICTURE X(5).
       01  CHECKPOINT-CONTROL-WS.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  CKPT-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  JV-FILE-STATUS-WS       PICTURE XX    VALUE SPACES.
           05  RESTART-COUNT-WS        PICTURE 9(6)  VALUE ZERO.
           05  SKIP-COUNTER-WS         PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  CKPT-NAME-OUT              PICTURE X(10).
           05  FILLER                     PICTURE X    VALUE SPACE.
           05  CKPT-JV-DEBITS-OUT         PICTURE S9(9)V99.
           05  FILLER                     PICTURE X    VALUE SPACE.
           05  CKPT-PREV-COMPANY-OUT      PICTURE XX.
           05  FILLER                     PICTURE X    VALUE SPACE.
           05  CKPT-CATEGORY-ALLOC-OUT    PICTURE S9(6)V99.

      *    HOLDS THE LAST CHECKPOINT LINE READ BACK ON A RESTART, SO
      *    210-DETERMINE-RESTART-POINT CAN RESTORE THE ABOVE STATE.
           05  CKPT-NAME-IN               PICTURE X(10).
           05  FILLER                     PICTURE X.
           05  CKPT-JV-DEBITS-IN          PICTURE S9(9)V99.
           05  FILLER                     PICTURE X.
           05  CKPT-PREV-COMPANY-IN       PICTURE XX.
           05  FILLER                     PICTURE X.
           05  CKPT-CATEGORY-ALLOC-IN     PICTURE S9(6)V99.

       01  REJECT-RECORD-LINE.
           05  REJECT-NAME-OUT         PICTURE X(10).
           05  FILLER                  PICTURE X(23) VALUE SPACES.

      *    CHART-OF-ACCOUNTS NUMBERS THE GL IMPORT EXPECTS ON THE
      *    DEPRECIATION AND DISPOSAL ENTRIES. THE EXPENSE, ACCUMULATED
      *    DEPRECIATION AND COST ACCOUNTS ARE THE STANDARD ONES -
      *    GLACCTS.DAT CAN SEND A COMPANY AND CATEGORY ELSEWHERE.
       01  GL-ACCOUNT-NUMBERS-WS.
           05  DEPR-EXPENSE-ACCT-WS    PICTURE X(8) VALUE '61000000'.
           05  ACCUM-DEPR-ACCT-WS      PICTURE X(8) VALUE '15900000'.

       01  JV-WORK-AMOUNT-WS           PICTURE S9(8)V99 VALUE ZERO.

      *    WORKING-STORAGE MIRRORS OF GLACCTS'S TWO LINKAGE GROUPS -
      *    THE ACCOUNTS ONE COMPANY AND CATEGORY POST TO.
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

      *    RUNNING TOTAL OF EVERY DETAIL DEBIT WRITTEN TO THE
      *    VOUCHER - DEPRECIATION, DISPOSALS, ADJUSTMENTS, AND THE
      *    LEASE SPLIT ALIKE - SO THE BT TRAILER TIES TO THE WHOLE
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

      *    WORKING-STORAGE MIRRORS OF TAXDISP'S TWO LINKAGE GROUPS -
      *    THE TAX-BOOK SIDE OF EACH DISPOSAL.
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

       01  CSV-LINE-WS                 PICTURE X(80).
       01  CSV-ASSET-ID-WS             PICTURE Z(5)9.

       01  CATEGORY-CONTROL-WS.
           05  PREV-CATEGORY-WS       PIC X(15) VALUE SPACES.
           05  PREV-COMPANY-WS        PIC XX    VALUE SPACES.
           05  CATEGORY-SUBTOTAL-WS   PIC S9(6)V99 VALUE ZERO.
      *    THE PART OF THE SUBTOTAL ALREADY CHARGED OUT TO COST
      *    CENTERS BY SHARED-ASSET ALLOCATION LINES.
           05  CATEGORY-ALLOCATED-WS  PIC S9(6)V99 VALUE ZERO.
           05  FIRST-RECORD-SW        PIC X(3)  VALUE 'YES'.

      *    SHARED BY THE NORMAL-ASSET PATH AND THE ADJUSTMENT PATH SO
           05                      PICTURE X(15)   VALUE
                                      'GAIN/(LOSS) OF '.
           05  GAIN-LOSS-OUT       PICTURE -(6)9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(16)   VALUE
                                      'TAX GAIN/(LOSS) '.
           05  TAX-GAIN-LOSS-OUT   PICTURE -(6)9.99.
           05  FILLER              PICTURE X(31)   VALUE SPACES.

      *    RECORDS THE ORIGINAL AND ADJUSTED COST/SALVAGE FOR AN ASSET
      *    REVALUATION OR IMPAIRMENT TRANSACTION, FOR AUDIT PURPOSES.
           05  FILLER                PICTURE X     VALUE SPACE.
           05                        PICTURE X(12) VALUE 'SUBTOTAL - '.
           05  CATEGORY-NAME-OUT     PICTURE X(15).
           05  FILLER                PICTURE X     VALUE SPACE.
           05  CATEGORY-COMPANY-OUT  PICTURE XX.
           05  FILLER                PICTURE XX    VALUE SPACES.
           05  CATEGORY-SUBTOTAL-OUT PICTURE $$,$$$,$$9.99.
           05  FILLER                PICTURE X(70) VALUE SPACES.

           PERFORM     203-READ-COMPANY-FILTER
           PERFORM     205-READ-PERIOD-CONTROL
           PERFORM     206-LOAD-LEASE-SCHEDULE
           PERFORM     212-LOAD-ALLOCATION-TABLE

           OPEN I-O ASSET-INPUT-FILE
           PERFORM     210-DETERMINE-RESTART-POINT
      *    COME.
           IF RESTART-COUNT-WS > ZERO
               OPEN EXTEND ASSET-OUTPUT-FILE ASSET-CSV-OUTPUT-FILE
                           ASSET-REJECTS-FILE
           ELSE
               OPEN OUTPUT ASSET-OUTPUT-FILE ASSET-CSV-OUTPUT-FILE
                           ASSET-REJECTS-FILE
           END-IF
           PERFORM     215-OPEN-VOUCHER-FILE

           IF PERIOD-REFUSED-SW NOT = 'YES'
               PERFORM 250-READ-ONE-RECORD
           MOVE LS-START-DATE-IN  TO LSE-START-TBL    (LEASE-COUNT-WS)
           PERFORM 207-READ-ONE-LEASE-ROW.

      *    NO GLALLOC.DAT (STATUS 35) LEAVES THE TABLE EMPTY - NO
      *    ASSET IS SHARED AND EVERY ONE POSTS WHOLE TO ITS CATEGORY.
       212-LOAD-ALLOCATION-TABLE.
           OPEN INPUT GL-ALLOCATION-FILE
           IF ALLOC-FILE-STATUS-WS = '00'
               PERFORM 213-READ-ONE-ALLOCATION-ROW
               PERFORM 214-STORE-ONE-ALLOCATION-ROW
                   UNTIL EOF-ALLOC-WS = 'YES'
                      OR ALLOC-COUNT-WS = 200
               CLOSE GL-ALLOCATION-FILE
           END-IF.

       213-READ-ONE-ALLOCATION-ROW.
           READ GL-ALLOCATION-FILE
               AT END MOVE 'YES' TO EOF-ALLOC-WS
           END-READ.

       214-STORE-ONE-ALLOCATION-ROW.
           IF AL-ASSET-ID-IN IS NUMERIC
              AND AL-PERCENT-IN IS NUMERIC
               ADD 1 TO ALLOC-COUNT-WS
               MOVE AL-ASSET-ID-IN     TO
                    ALC-ASSET-ID-TBL (ALLOC-COUNT-WS)
               MOVE AL-EXPENSE-ACCT-IN TO
                    ALC-ACCOUNT-TBL  (ALLOC-COUNT-WS)
               MOVE AL-PERCENT-IN      TO
                    ALC-PERCENT-TBL  (ALLOC-COUNT-WS)
           END-IF
           PERFORM 213-READ-ONE-ALLOCATION-ROW.

      *    A CHECKPOINT LINE IS WRITTEN FOR EVERY INPUT RECORD READ
      *    TO DATE, CARRYING THAT POINT'S CONTROL TOTALS AND CATEGORY-
      *    BREAK STATE ALONG WITH IT. ON THE NEXT RUN THE NUMBER OF
               OPEN EXTEND CHECKPOINT-FILE
           END-IF.

      *    THE JV EXTRACT IS NEVER TRUNCATED, RESTART OR NOT: AN
      *    INTERCOMPANY TRANSFER OR TRADE-IN KEYED SINCE THE LAST GL
      *    IMPORT LEAVES ITS OWN BATCH ON ASSETJV.DAT, AND IT MUST
      *    STILL BE THERE WHEN GLPOST RUNS. GLPOST TAKES EACH BATCH
      *    OFF THE FILE ONCE IT POSTS, SO NOTHING POSTS TWICE. A
      *    FAILED EXTEND (STATUS 35) MEANS CREATE THE FILE EMPTY AND
      *    EXTEND AGAIN.
       215-OPEN-VOUCHER-FILE.
           OPEN EXTEND JOURNAL-VOUCHER-FILE
           IF JV-FILE-STATUS-WS = '35'
               OPEN OUTPUT JOURNAL-VOUCHER-FILE
               CLOSE JOURNAL-VOUCHER-FILE
               OPEN EXTEND JOURNAL-VOUCHER-FILE
           END-IF.

       220-COUNT-CHECKPOINT-LINES.
           PERFORM 225-READ-CHECKPOINT-LINE
           PERFORM 227-TALLY-CHECKPOINT-LINE
           MOVE CKPT-CATEGORY-SUBTOTAL-IN TO CATEGORY-SUBTOTAL-WS
           MOVE CKPT-FIRST-RECORD-IN      TO FIRST-RECORD-SW
           MOVE CKPT-PREV-CATEGORY-IN     TO PREV-CATEGORY-WS
           MOVE CKPT-PREV-COMPANY-IN      TO PREV-COMPANY-WS
           MOVE CKPT-JV-DEBITS-IN         TO JV-DEBIT-TOTAL-WS
      *    A CHECKPOINT LINE WRITTEN BEFORE ALLOCATIONS EXISTED READS
      *    BACK BLANK HERE - NOTHING WAS CHARGED OUT YET.
           IF CKPT-CATEGORY-ALLOC-IN IS NUMERIC
               MOVE CKPT-CATEGORY-ALLOC-IN TO CATEGORY-ALLOCATED-WS
           ELSE
               MOVE ZERO TO CATEGORY-ALLOCATED-WS
           END-IF.

       225-READ-CHECKPOINT-LINE.
           READ CHECKPOINT-FILE
           COMPUTE NET-BOOK-VALUE-WS = PRICE-IN - ACCUM-DEPR-IN
           COMPUTE GAIN-LOSS-WS =
                   DISPOSAL-PROCEEDS-IN - NET-BOOK-VALUE-WS
           PERFORM 341-FIGURE-TAX-DISPOSAL
           MOVE NAME-IN      TO GL-NAME-OUT
           MOVE GAIN-LOSS-WS TO GAIN-LOSS-OUT
           MOVE TAX-GAIN-LOSS-IN TO TAX-GAIN-LOSS-OUT
           WRITE PRINT-A-SINGLE-LINE FROM DISPOSAL-GAIN-LOSS-LINE
               AFTER 1 LINE

           MOVE 'X' TO TRANS-TYPE-IN
           REWRITE CPYIN.

      *    THE TAX-BOOK SIDE OF THE SAME SALE, KEPT ON THE RECORD FOR
      *    THE FORM 4797 SUPPORT REPORT. A DISPOSAL KEYED WITHOUT A
      *    DATE OF SALE TAKES THE DATE OF THE RUN THAT POSTS IT.
       341-FIGURE-TAX-DISPOSAL.
           IF DISPOSAL-DATE-IN NOT NUMERIC
              OR DISPOSAL-DATE-IN = ZERO
               COMPUTE DISPOSAL-DATE-IN =
                       YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           END-IF
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

      *    THE FULL DISPOSAL ENTRY FOR THE GL IMPORT: DEBIT CASH FOR
      *    THE PROCEEDS, DEBIT ACCUMULATED DEPRECIATION TO RELIEVE IT,
      *    CREDIT THE ASSET'S COST OFF THE BOOKS, AND PLUG THE
      *    DIFFERENCE TO THE GAIN/LOSS ACCOUNT - A GAIN IS A CREDIT,
      *    A LOSS A DEBIT.
       342-WRITE-DISPOSAL-VOUCHER.
           MOVE COMPANY-IN             TO GA-COMPANY-WS
           MOVE ASSET-CATEGORY-IN      TO GA-KEY-WS
           PERFORM 370-DETERMINE-ASSET-ACCOUNTS

           MOVE DISPOSAL-CASH-ACCT-WS  TO JV-ACCOUNT-OUT
           MOVE 'DR'                   TO JV-DR-CR-OUT
           MOVE DISPOSAL-PROCEEDS-IN   TO JV-AMOUNT-OUT
           MOVE 'DISPOSAL PROCEEDS'    TO JV-DESCRIPTION-OUT
           PERFORM 344-WRITE-VOUCHER-LINE

           MOVE GA-ACCUM-ACCT-WS       TO JV-ACCOUNT-OUT
           MOVE 'DR'                   TO JV-DR-CR-OUT
           MOVE ACCUM-DEPR-IN          TO JV-AMOUNT-OUT
           MOVE 'ACCUM DEPR RELIEVED'  TO JV-DESCRIPTION-OUT
           PERFORM 344-WRITE-VOUCHER-LINE

           MOVE GA-COST-ACCT-WS        TO JV-ACCOUNT-OUT
           MOVE 'CR'                   TO JV-DR-CR-OUT
           MOVE PRICE-IN               TO JV-AMOUNT-OUT
           MOVE 'ASSET COST RELIEVED'  TO JV-DESCRIPTION-OUT
           MOVE CATEGORY-SUBTOTAL-WS TO CKPT-CATEGORY-SUBTOTAL-OUT
           MOVE FIRST-RECORD-SW      TO CKPT-FIRST-RECORD-OUT
           MOVE PREV-CATEGORY-WS     TO CKPT-PREV-CATEGORY-OUT
           MOVE PREV-COMPANY-WS      TO CKPT-PREV-COMPANY-OUT
           MOVE NAME-IN              TO CKPT-NAME-OUT
           MOVE JV-DEBIT-TOTAL-WS    TO CKPT-JV-DEBITS-OUT
           MOVE CATEGORY-ALLOCATED-WS TO CKPT-CATEGORY-ALLOC-OUT
           WRITE CHECKPOINT-RECORD-LINE FROM CHECKPOINT-OUT-WS
               AFTER 1 LINE.

               PERFORM 322-DEPRECIATE-OWNED-ASSET
           END-IF.

      *    THE EXPENSE VOUCHER BREAKS ON COMPANY AS WELL AS CATEGORY
      *    SO THE JV CARRIES EACH COMPANY'S DEPRECIATION SEPARATELY.
       322-DEPRECIATE-OWNED-ASSET.
           IF FIRST-RECORD-SW NOT = 'YES'
               AND (ASSET-CATEGORY-IN NOT = PREV-CATEGORY-WS
                    OR COMPANY-IN NOT = PREV-COMPANY-WS)
               PERFORM 350-CATEGORY-SUBTOTAL
           END-IF
           MOVE 'NO'             TO FIRST-RECORD-SW
           MOVE ASSET-CATEGORY-IN TO PREV-CATEGORY-WS
           MOVE COMPANY-IN        TO PREV-COMPANY-WS

      *    THE TAX BOOK RUNS OFF THE SAME YEAR COUNTER AS THE GAAP
      *    BOOK, SO IT IS COMPUTED BEFORE DEPRESUB BUMPS
      *    YEARS-IN-SERVICE-IN - THE CURRENT RECOVERY YEAR IS ONE
      *    PAST THE YEARS ALREADY TAKEN. AN ASSET WITH NO TAX CLASS
      *    SIMPLY HAS NO TAX BOOK. THE ASSET'S SECTION 179 / BONUS
      *    ELECTION GOES ALONG SO RECOVERY YEAR 1 EXPENSES IT.
           IF TAX-CLASS-IN > ZERO
               MOVE PRICE-IN     TO MACRS-PRICE-IN-WS
               MOVE TAX-CLASS-IN TO MACRS-TAX-CLASS-IN-WS
               COMPUTE MACRS-YEAR-INDEX-IN-WS =
                       YEARS-IN-SERVICE-IN + 1
               MOVE TAX-ELECTION-IN  TO MACRS-ELECTION-IN-WS
               MOVE SEC179-AMOUNT-IN TO MACRS-SEC179-IN-WS
               MOVE ACQ-YEAR-IN      TO MACRS-PLACED-YEAR-IN-WS
               MOVE ACQ-MONTH-IN     TO MACRS-PLACED-MONTH-IN-WS
               MOVE TAX-CONVENTION-IN TO MACRS-CONVENTION-IN-WS
               CALL "MACRSSUB" USING MACRS-REQUEST-WS, MACRS-RESULT-WS
      *        A MONTHLY RUN TAKES ONE TWELFTH OF THE TAX BOOK TOO,
      *        SO BOTH BOOKS POST ON THE SAME PERIOD FOOTING.
           ADD  YEARLY-DEPR-WS  TO CATEGORY-SUBTOTAL-WS
           ADD  PRICE-IN        TO TOTAL-COST-WS

           PERFORM 324-ALLOCATE-SHARED-ASSET
           PERFORM 335-PRINT-ASSET-DETAIL.

      *    A SHARED ASSET'S CHARGE GOES STRAIGHT TO ITS COST CENTERS,
      *    ONE DEBIT PER GLALLOC.DAT ROW, AND IS KEPT OUT OF THE
      *    CATEGORY'S OWN EXPENSE DEBIT AT THE BREAK; THE CATEGORY'S
      *    ACCUMULATED DEPRECIATION CREDIT STILL CARRIES THE WHOLE
      *    SUBTOTAL. THE LAST SHARE TAKES THE ROUNDING SO THE SHARES
      *    ADD BACK TO THE CHARGE TO THE PENNY.
       324-ALLOCATE-SHARED-ASSET.
           MOVE ZERO  TO ALLOC-PCT-TOTAL-WS
           MOVE ZERO  TO ALLOC-LAST-WS
           MOVE 'YES' TO ALLOC-ACCOUNTS-OK-SW
           PERFORM 325-CHECK-ONE-ALLOCATION-ROW
               VARYING ALLOC-IDX-WS FROM 1 BY 1
               UNTIL ALLOC-IDX-WS > ALLOC-COUNT-WS

           EVALUATE TRUE
               WHEN ALLOC-LAST-WS = ZERO
                   CONTINUE
               WHEN ALLOC-PCT-TOTAL-WS NOT = 100
                   MOVE 'ALLOCATION NOT 100 PERCENT' TO
                        REJECT-REASON-OUT
                   PERFORM 329-WRITE-ALLOCATION-EXCEPTION
               WHEN ALLOC-ACCOUNTS-OK-SW NOT = 'YES'
                   MOVE 'ALLOC ACCT NOT ON CHART' TO
                        REJECT-REASON-OUT
                   PERFORM 329-WRITE-ALLOCATION-EXCEPTION
               WHEN YEARLY-DEPR-WS NOT > ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE YEARLY-DEPR-WS TO ALLOC-REMAINING-WS
                   PERFORM 327-WRITE-ALLOCATION-DEBIT
                       VARYING ALLOC-IDX-WS FROM 1 BY 1
                       UNTIL ALLOC-IDX-WS > ALLOC-LAST-WS
                   ADD YEARLY-DEPR-WS TO CATEGORY-ALLOCATED-WS
           END-EVALUATE.

       325-CHECK-ONE-ALLOCATION-ROW.
           IF ALC-ASSET-ID-TBL (ALLOC-IDX-WS) = ASSET-ID-IN
               ADD ALC-PERCENT-TBL (ALLOC-IDX-WS) TO ALLOC-PCT-TOTAL-WS
               MOVE ALLOC-IDX-WS TO ALLOC-LAST-WS
               MOVE 'CHECK' TO GA-FUNCTION-WS
               MOVE ALC-ACCOUNT-TBL (ALLOC-IDX-WS) TO GA-EXPENSE-ACCT-WS
               CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS
               IF GA-ACCOUNT-VALID-WS NOT = 'Y'
                   MOVE 'NO' TO ALLOC-ACCOUNTS-OK-SW
               END-IF
           END-IF.

      *    SAME DESCRIPTION AS THE CATEGORY'S OWN EXPENSE DEBIT, SO
      *    THE ROLL-FORWARD STILL FILES THE SHARE UNDER ITS COMPANY
      *    AND CATEGORY - THE ACCOUNT SAYS WHICH COST CENTER.
       327-WRITE-ALLOCATION-DEBIT.
           IF ALC-ASSET-ID-TBL (ALLOC-IDX-WS) = ASSET-ID-IN
               IF ALLOC-IDX-WS = ALLOC-LAST-WS
                   MOVE ALLOC-REMAINING-WS TO ALLOC-SHARE-WS
               ELSE
                   COMPUTE ALLOC-SHARE-WS ROUNDED = YEARLY-DEPR-WS
                           * ALC-PERCENT-TBL (ALLOC-IDX-WS) / 100
                   SUBTRACT ALLOC-SHARE-WS FROM ALLOC-REMAINING-WS
               END-IF
               MOVE ALC-ACCOUNT-TBL (ALLOC-IDX-WS) TO JV-ACCOUNT-OUT
               MOVE 'DR'                 TO JV-DR-CR-OUT
               MOVE ALLOC-SHARE-WS       TO JV-AMOUNT-OUT
               MOVE SPACES               TO JV-DESCRIPTION-OUT
               STRING 'DEPR EXP '        DELIMITED BY SIZE
                      COMPANY-IN         DELIMITED BY SIZE
                      ' - '              DELIMITED BY SIZE
                      ASSET-CATEGORY-IN  DELIMITED BY SIZE
                   INTO JV-DESCRIPTION-OUT
               END-STRING
               PERFORM 344-WRITE-VOUCHER-LINE
           END-IF.

      *    NOT A REJECT - THE ASSET STILL DEPRECIATES AND POSTS, JUST
      *    WHOLE TO ITS CATEGORY UNTIL GLALLOC.DAT IS PUT RIGHT.
       329-WRITE-ALLOCATION-EXCEPTION.
           MOVE NAME-IN TO REJECT-NAME-OUT
           WRITE PRINT-REJECT-LINE FROM REJECT-RECORD-LINE
               AFTER 1 LINE.

       335-PRINT-ASSET-DETAIL.
           PERFORM 336-ACCUMULATE-COMPANY
           MOVE YEARLY-DEPR-WS TO YEARLY-DEPR-OUT

       350-CATEGORY-SUBTOTAL.
           MOVE PREV-CATEGORY-WS     TO CATEGORY-NAME-OUT
           MOVE PREV-COMPANY-WS      TO CATEGORY-COMPANY-OUT
           MOVE CATEGORY-SUBTOTAL-WS TO CATEGORY-SUBTOTAL-OUT
           WRITE PRINT-A-SINGLE-LINE FROM CATEGORY-SUBTOTAL-LINE
               AFTER 2 LINES
           PERFORM 355-WRITE-CATEGORY-VOUCHER
           MOVE ZERO TO CATEGORY-SUBTOTAL-WS
           MOVE ZERO TO CATEGORY-ALLOCATED-WS.

      *    THE MONTHLY GL ENTRY FOR THIS CATEGORY'S DEPRECIATION -
      *    DEBIT DEPRECIATION EXPENSE, CREDIT ACCUMULATED DEPRECIATION,
      *    EACH FOR THE CATEGORY SUBTOTAL JUST PRINTED. THE DEBIT
      *    DESCRIPTION IS 'DEPR EXP CC - CATEGORY' - THE ROLL-FORWARD
      *    READS THE COMPANY AND CATEGORY BACK OUT OF IT. WHAT THE
      *    CATEGORY'S SHARED ASSETS ALREADY CHARGED OUT TO COST
      *    CENTERS COMES OFF THE DEBIT; A CATEGORY WHOLLY CHARGED
      *    OUT HAS NO DEBIT LINE OF ITS OWN.
       355-WRITE-CATEGORY-VOUCHER.
           MOVE PREV-COMPANY-WS      TO GA-COMPANY-WS
           MOVE PREV-CATEGORY-WS     TO GA-KEY-WS
           PERFORM 370-DETERMINE-ASSET-ACCOUNTS

           COMPUTE JV-WORK-AMOUNT-WS =
                   CATEGORY-SUBTOTAL-WS - CATEGORY-ALLOCATED-WS
           IF CATEGORY-ALLOCATED-WS = ZERO
              OR JV-WORK-AMOUNT-WS NOT = ZERO
               MOVE GA-EXPENSE-ACCT-WS   TO JV-ACCOUNT-OUT
               MOVE 'DR'                 TO JV-DR-CR-OUT
               MOVE JV-WORK-AMOUNT-WS    TO JV-AMOUNT-OUT
               MOVE SPACES               TO JV-DESCRIPTION-OUT
               STRING 'DEPR EXP '        DELIMITED BY SIZE
                      PREV-COMPANY-WS    DELIMITED BY SIZE
                      ' - '              DELIMITED BY SIZE
                      PREV-CATEGORY-WS   DELIMITED BY SIZE
                   INTO JV-DESCRIPTION-OUT
               END-STRING
               PERFORM 344-WRITE-VOUCHER-LINE
           END-IF

           MOVE GA-ACCUM-ACCT-WS     TO JV-ACCOUNT-OUT
           MOVE 'CR'                 TO JV-DR-CR-OUT
           MOVE CATEGORY-SUBTOTAL-WS TO JV-AMOUNT-OUT
           MOVE 'ACCUM DEPRECIATION' TO JV-DESCRIPTION-OUT
           PERFORM 344-WRITE-VOUCHER-LINE.

      *    THE STANDARD ACCOUNTS GO IN AND COME BACK AS GLACCTS.DAT
      *    DETERMINES THEM FOR GA-COMPANY-WS AND GA-KEY-WS. AN
      *    ACCOUNT THE CHART DOESN'T CARRY IS REFUSED IN FAVOR OF
      *    THE STANDARD ONE, AND THE EXCEPTION LINE SAYS SO.
       370-DETERMINE-ASSET-ACCOUNTS.
           MOVE 'FIND '              TO GA-FUNCTION-WS
           MOVE 'A'                  TO GA-TYPE-WS
           MOVE DEPR-EXPENSE-ACCT-WS TO GA-EXPENSE-ACCT-WS
           MOVE ACCUM-DEPR-ACCT-WS   TO GA-ACCUM-ACCT-WS
           MOVE ASSET-COST-ACCT-WS   TO GA-COST-ACCT-WS
           MOVE SPACES               TO GA-PAYABLE-ACCT-WS
           CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS
           IF GA-REFUSED-COUNT-WS > ZERO
               MOVE SPACES TO REJECT-NAME-OUT
               STRING GA-COMPANY-WS  DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      GA-KEY-WS      DELIMITED BY SIZE
                   INTO REJECT-NAME-OUT
               END-STRING
               MOVE 'GL ACCT NOT ON CHART - DEFAULT' TO
                    REJECT-REASON-OUT
               WRITE PRINT-REJECT-LINE FROM REJECT-RECORD-LINE
                   AFTER 1 LINE
           END-IF.



       500-HEADER.
