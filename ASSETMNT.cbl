            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

      *    AN INTERCOMPANY TRANSFER LEAVES ITS TWO RECORD IMAGES ON
      *    THE HISTORY FILE ASSETARC ARCHIVES TO, AND ITS ENTRIES ON
      *    THE JOURNAL VOUCHER FILE THE DEPRECIATION RUN WRITES -
      *    BOTH APPEND SO NOTHING ALREADY THERE IS DISTURBED.
            SELECT ASSET-HISTORY-FILE ASSIGN TO 'ASSHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT JOURNAL-VOUCHER-FILE ASSIGN TO 'ASSETJV.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JV-FILE-STATUS-WS.

      *    READ ONLY, FOR HOW MUCH OF THE FISCAL YEAR THE MONTHLY RUN
      *    HAS ALREADY POSTED WHEN A USEFUL LIFE IS RE-ESTIMATED.
            SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODCT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PCTL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    THE LEADING TRANSACTION CODE SAYS WHAT TO DO WITH THE
      *    INSERTS A COMPLETE NEW ASSET INTO THE MASTER. AN ADD
      *    CARRIES THE ACQUISITION DATE AND ESTIMATED TOTAL UNITS A
      *    BRAND-NEW ASSET NEEDS; A CORRECTION LEAVES THOSE COLUMNS
      *    BLANK. AN 'E' SETS THE TAX DEPARTMENT'S SECTION 179 /
      *    BONUS ELECTION ON AN ASSET ALREADY ON FILE AND RESTATES
      *    ITS TAX-BOOK ACCUMULATED DEPRECIATION TO MATCH. AN 'I'
      *    MOVES AN ASSET TO THE OPERATING COMPANY IN CORR-COMPANY
      *    (AND TO CORR-LOCATION, WHEN ONE IS GIVEN) AT NET BOOK
      *    VALUE. AN 'L' RE-ESTIMATES THE USEFUL LIFE OF AN ASSET
      *    ALREADY DEPRECIATING - CORR-USEFUL-LIFE IS THE NEW TOTAL
      *    LIFE, OR CORR-EST-TOTAL-UNITS THE NEW TOTAL UNITS FOR A
      *    UNITS-OF-PRODUCTION ASSET.
       FD  ASSET-CORRECTION-FILE.
       01  ASSET-CORRECTION-RECORD.
           05  CORR-TRANS-CODE     PIC X.
               88  CORR-TRANS-ADD      VALUE 'A'.
               88  CORR-TRANS-CORRECT  VALUE 'C' SPACE.
               88  CORR-TRANS-TRANSFER VALUE 'T'.
               88  CORR-TRANS-ELECTION VALUE 'E'.
               88  CORR-TRANS-INTERCO  VALUE 'I'.
               88  CORR-TRANS-LIFE-CHANGE VALUE 'L'.
           05  CORR-ASSET-ID       PIC 9(6).
           05  CORR-NAME           PIC X(10).
           05  CORR-PRICE          PIC S9(5)V99.
           05  CORR-EST-TOTAL-UNITS PIC 9(7).
           05  CORR-LOCATION       PIC X(6).
           05  CORR-TAX-CLASS      PIC 99.
               88  CORR-TAX-CLASS-VALID  VALUE 0 3 5 7 10 27 39.
      *    NONZERO ON AN ADD MAKES THE NEW ASSET A COMPONENT OF THE
      *    NAMED PARENT - THE PARENT MUST ALREADY BE ON THE MASTER.
           05  CORR-PARENT-ASSET   PIC 9(6).
      *    THE AUDIT LOG.
           05  CORR-OPERATOR       PIC X(8).
           05  CORR-APPROVER       PIC X(8).
      *    WHICH OPERATING COMPANY AN ADD BELONGS TO, OR THE
      *    RECEIVING COMPANY ON AN 'I' - BLANK IS THE ORIGINAL
      *    COMPANY.
           05  CORR-COMPANY        PIC XX.
      *    FIRST-YEAR TAX ELECTION, ON AN ADD OR AN 'E' - 'S'
      *    SECTION 179, 'B' BONUS, 'C' BOTH, BLANK NONE - AND THE
      *    SECTION 179 DOLLARS ELECTED ('S' OR 'C' ONLY).
           05  CORR-TAX-ELECTION   PIC X.
               88  CORR-ELECTION-VALID VALUE SPACE 'S' 'B' 'C'.
               88  CORR-ELECT-SEC179   VALUE 'S' 'C'.
           05  CORR-SEC179-AMOUNT  PIC S9(5)V99.
      *    MANUFACTURER'S WARRANTY ON AN ADD - COVERAGE START (BLANK
      *    STARTS IT ON THE ACQUISITION DATE), EXPIRATION, AND THE
      *    TERMS. ALL THREE BLANK IS AN ASSET WITH NO WARRANTY.
           05  CORR-WARRANTY-START PIC X(8).
           05  CORR-WARRANTY-START-NUM REDEFINES CORR-WARRANTY-START
                                   PIC 9(8).
           05  CORR-WARRANTY-EXPIRE PIC X(8).
           05  CORR-WARRANTY-EXPIRE-NUM REDEFINES CORR-WARRANTY-EXPIRE
                                   PIC 9(8).
           05  CORR-WARRANTY-TERMS PIC X(20).

       FD  ASSET-CORRECTION-LOG-FILE RECORDING MODE IS F.
       01  PRINT-LOG-LINE                PICTURE X(80).
       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  ASSET-HISTORY-FILE RECORDING MODE IS F.
       01  ASSET-HISTORY-RECORD.
           05  ARCH-YEAR-OUT        PICTURE 9(4).
           05  FILLER               PICTURE X      VALUE SPACE.
           05  ARCH-ASSET-IMAGE-OUT PICTURE X(280).

       FD  JOURNAL-VOUCHER-FILE RECORDING MODE IS F.
       01  PRINT-VOUCHER-LINE           PICTURE X(80).

       FD  PERIOD-CONTROL-FILE RECORDING MODE IS F.
       01  PERIOD-CONTROL-LINE          PICTURE X(80).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-CORRECTION-WS       PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-REJECTED-WS     PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-TRANSFERRED-WS  PICTURE 9(6)  VALUE ZERO.
           05  DUPLICATES-WARNED-WS    PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-ELECTED-WS      PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-INTERCO-WS      PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-LIFE-CHANGED-WS PICTURE 9(6)  VALUE ZERO.

      *    STATE OF THE DUPLICATE-ACQUISITION SCAN OVER THE MASTER.
       01  DUP-CHECK-CONTROL-WS.
       01  ASSET-VALIDATION-CONTROL-WS.
           05  ASSET-BASIS-VALID-SW    PIC X(3)  VALUE 'YES'.

      *    THE ELECTION RULES ARE CHECKED AGAINST THE TRANSACTION'S
      *    FIGURES ON AN ADD AND THE MASTER'S ON AN 'E', SO THE
      *    CALLER LOADS THESE BEFORE 348-VALIDATE-ELECTION.
       01  ELECTION-CHECK-WS.
           05  ELECT-PRICE-WS          PIC S9(5)V99 VALUE ZERO.
           05  ELECT-TAX-CLASS-WS      PIC 99       VALUE ZERO.
           05  ELECT-LEASE-IND-WS      PIC X        VALUE SPACE.
           05  ELECT-REPLAY-YEAR-WS    PIC 99       VALUE ZERO.
           05  ELECT-OLD-ACCUM-WS      PIC S9(6)V99 VALUE ZERO.
           05  ELECT-NEW-ACCUM-WS      PIC S9(7)V99 VALUE ZERO.

      *    THE COVERAGE START AN ADD'S WARRANTY ACTUALLY RUNS FROM.
       01  WARRANTY-CHECK-WS.
           05  WARRANTY-START-WS       PIC 9(8)     VALUE ZERO.

      *    WORKING-STORAGE MIRRORS OF MACRSSUB'S TWO LINKAGE GROUPS.
       01  MACRS-REQUEST-WS.
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

      *    THE NIGHTLY WINDOW'S RUN LOCK - WHILE IT IS HELD THIS
      *    PROGRAM MUST NOT OPEN THE MASTER THE WINDOW IS REWRITING.
       01  LOCK-REQUEST-WS.
           05  FILLER               PICTURE X(24)   VALUE SPACES.

       01  ASSET-FILE-STATUS-WS        PICTURE XX    VALUE SPACES.
       01  HIST-FILE-STATUS-WS         PICTURE XX    VALUE SPACES.
       01  JV-FILE-STATUS-WS           PICTURE XX    VALUE SPACES.
       01  PCTL-FILE-STATUS-WS         PICTURE XX    VALUE SPACES.

      *    THE SINGLE PERIODCT.DAT RECORD, LAID OUT AS DEPRBATCH
      *    KEEPS IT. NO FILE, OR AN ANNUAL ONE, MEANS THE NEXT RUN
      *    TAKES THE WHOLE YEAR'S CHARGE AT ONCE.
       01  PERIOD-CONTROL-REC-WS.
           05  PC-FISCAL-YEAR-WS       PICTURE 9(4)  VALUE ZERO.
           05  PC-FISCAL-PERIOD-WS     PICTURE 99    VALUE ZERO.
           05  PC-STATUS-WS            PICTURE X     VALUE SPACE.
           05  PC-LAST-YEAR-WS         PICTURE 9(4)  VALUE ZERO.
           05  PC-LAST-PERIOD-WS       PICTURE 99    VALUE ZERO.
           05  PC-MODE-WS              PICTURE X     VALUE SPACE.
               88  PC-MODE-MONTHLY         VALUE 'M'.

      *    A USEFUL-LIFE CHANGE IS A CHANGE IN ESTIMATE - IT RUNS
      *    FORWARD FROM THE BOOK VALUE AT THE CHANGE AND NOTHING
      *    ALREADY POSTED IS RESTATED. THE ANNUAL CHARGE UNDER THE
      *    OLD AND NEW ESTIMATE ARE BOTH PRICED THROUGH DEPRESUB ON
      *    A SCRATCH IMAGE, AND THE DIFFERENCE OVER THE MONTHS OF
      *    THE FISCAL YEAR STILL TO POST IS THE EFFECT ON THIS
      *    YEAR'S EXPENSE.
       01  ESTIMATE-CHANGE-WS.
           05  EC-CHANGE-DATE-WS       PIC 9(8)     VALUE ZERO.
           05  EC-OLD-ESTIMATE-WS      PIC 9(7)     VALUE ZERO.
           05  EC-NEW-ESTIMATE-WS      PIC 9(7)     VALUE ZERO.
           05  EC-OLD-CHARGE-WS        PIC S9(5)V99 VALUE ZERO.
           05  EC-NEW-CHARGE-WS        PIC S9(5)V99 VALUE ZERO.
           05  EC-YEAR-EFFECT-WS       PIC S9(6)V99 VALUE ZERO.
           05  EC-MONTHS-LEFT-WS       PIC 99       VALUE 12.
           05  EC-HISTORY-TYPE-WS      PIC X        VALUE SPACE.
           05  EC-HISTORY-CHARGE-WS    PIC S9(5)V99 VALUE ZERO.
           05  EC-SAVE-TRANS-TYPE-WS   PIC X        VALUE SPACE.
           05  EC-SAVE-FY-ANNUAL-WS    PIC S9(5)V99 VALUE ZERO.
           05  EC-SAVE-PROCEEDS-WS     PIC S9(6)V99 VALUE ZERO.

      *    SCRATCH COPY OF THE MASTER RECORD AND A MIRROR OF
      *    DEPRBATCH'S WORKING-VARIABLES GROUP FOR THE PRICING CALLS
      *    - ALWAYS ANNUAL MODE, SO DEPRESUB RETURNS A WHOLE YEAR.
       01  ESTIMATE-ASSET-WS           PIC X(278).

       01  ESTIMATE-CALC-WS.
           05  EC-EOF-WS               PIC X(3)     VALUE 'NO'.
           05  EC-TOTAL-DEPR-WS        PIC S9(6)V99 VALUE ZERO.
           05  EC-YEARLY-DEPR-WS       PIC S9(5)V99 VALUE ZERO.
           05  EC-PERIOD-MODE-WS       PIC X        VALUE 'A'.
           05  EC-PERIOD-WS            PIC 99       VALUE ZERO.

      *    AN INTERCOMPANY TRANSFER GOES THROUGH AT NET BOOK VALUE -
      *    COST AND ACCUMULATED DEPRECIATION LEAVE THE SENDING
      *    COMPANY'S BOOKS GROSS AND ARRIVE ON THE RECEIVING
      *    COMPANY'S GROSS, SO DEPRECIATION CARRIES ON UNBROKEN, AND
      *    THE NET SETTLES THROUGH DUE-TO/DUE-FROM INTERCOMPANY.
       01  INTERCO-TRANSFER-WS.
           05  IC-FROM-COMPANY-WS      PIC XX       VALUE SPACES.
           05  IC-TO-COMPANY-WS        PIC XX       VALUE SPACES.
           05  IC-NET-BOOK-VALUE-WS    PIC S9(6)V99 VALUE ZERO.
           05  IC-TRANSFER-DATE-WS     PIC 9(8)     VALUE ZERO.
           05  IC-HISTORY-TYPE-WS      PIC X        VALUE SPACE.
           05  IC-SAVE-TRANS-TYPE-WS   PIC X        VALUE SPACE.

      *    EVERY LINE OF THE ENTRY NAMES THE COMPANY WHOSE BOOKS IT
      *    POSTS TO, THE OTHER SIDE OF THE TRANSFER, AND THE ASSET.
       01  IC-DESCRIPTION-WS.
           05                          PIC X(8)  VALUE 'IC XFER '.
           05  ICD-BOOK-COMPANY-WS     PIC XX.
           05  ICD-DIRECTION-WS        PIC X(11).
           05  ICD-OTHER-COMPANY-WS    PIC XX.
           05                          PIC X     VALUE SPACE.
           05  ICD-ASSET-ID-WS         PIC 9(6).

       01  JOURNAL-VOUCHER-DETAIL.
           05  JV-RECORD-TYPE-OUT      PICTURE X(2)  VALUE 'JV'.
           05  FILLER                  PICTURE X     VALUE SPACE.
           05  JV-ACCOUNT-OUT          PICTURE X(8).
           05  FILLER                  PICTURE X     VALUE SPACE.
           05  JV-DR-CR-OUT            PICTURE X(2).
           05  FILLER                  PICTURE X     VALUE SPACE.
           05  JV-AMOUNT-OUT           PICTURE 9(8).99.
           05  FILLER                  PICTURE X     VALUE SPACE.
           05  JV-DESCRIPTION-OUT      PICTURE X(30).
           05  FILLER                  PICTURE X(23) VALUE SPACES.

      *    SAME CHART-OF-ACCOUNTS NUMBERS THE DEPRECIATION RUN USES,
      *    PLUS THE INTERCOMPANY RECEIVABLE AND PAYABLE EVERY
      *    OPERATING COMPANY CARRIES FOR ITS SISTER COMPANIES.
       01  GL-ACCOUNT-NUMBERS-WS.
           05  ACCUM-DEPR-ACCT-WS      PICTURE X(8) VALUE '15900000'.
           05  ASSET-COST-ACCT-WS      PICTURE X(8) VALUE '15000000'.
           05  DUE-FROM-IC-ACCT-WS     PICTURE X(8) VALUE '13900000'.
           05  DUE-TO-IC-ACCT-WS       PICTURE X(8) VALUE '23900000'.

      *    WORKING-STORAGE MIRRORS OF GLACCTS'S TWO LINKAGE GROUPS -
      *    EACH SIDE OF A TRANSFER BOOKS THE COST AND ACCUMULATED
      *    DEPRECIATION ACCOUNTS ITS OWN COMPANY CARRIES FOR THE
      *    CATEGORY, DEFAULTING TO THE STANDARD ACCOUNTS ABOVE.
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

      *    RUNNING TOTAL OF THE DETAIL DEBITS WRITTEN THIS RUN -
      *    THE TRANSFER ENTRIES GO OUT AS THEIR OWN TRAILERED
      *    BATCH SO THE GL POSTING CONTROL CAN PROVE THEM.
       01  JV-DEBIT-TOTAL-WS           PIC S9(8)V99 VALUE ZERO.
       01  JV-DEBIT-WORK-WS            PIC 9(8)V99  VALUE ZERO.

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

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'ASSETMNT'.
           05  JRNL-MASTER-ID-WS    PIC X(7)   VALUE 'ASSET  '.
           05  JRNL-ACTION-WS       PIC X.
           05  JRNL-PROGRAM-WS      PIC X(8)   VALUE 'ASSETMNT'.
           05  JRNL-BEFORE-WS       PIC X(280).
           05  JRNL-AFTER-WS        PIC X(280).

       01  DENIED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  TRF-TO-LOC-OUT       PICTURE X(6).
           05  FILLER               PICTURE X(17)   VALUE SPACES.

      *    AN ELECTION RESTATES THE TAX BOOK, SO THE LINE SHOWS THE
      *    TAX ACCUMULATED DEPRECIATION BEFORE AND AFTER.
       01  ELECTION-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(15)   VALUE
                                       'TAX ELECTION - '.
           05  EL-ASSET-ID-OUT      PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  EL-NAME-OUT          PICTURE X(10).
           05                       PICTURE X(6)    VALUE ' CODE '.
           05  EL-CODE-OUT          PICTURE X.
           05                       PICTURE X(11)   VALUE
                                       ' TAX ACCUM '.
           05  EL-OLD-ACCUM-OUT     PICTURE ZZZ,ZZ9.99.
           05                       PICTURE X(4)    VALUE ' TO '.
           05  EL-NEW-ACCUM-OUT     PICTURE ZZZ,ZZ9.99.
           05  FILLER               PICTURE X(4)    VALUE SPACES.

      *    AN INTERCOMPANY TRANSFER SHOWS BOTH COMPANIES AND THE
      *    NET BOOK VALUE THAT WENT THROUGH DUE-TO/DUE-FROM.
       01  INTERCO-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(14)   VALUE
                                       'IC TRANSFER - '.
           05  ICL-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  ICL-NAME-OUT         PICTURE X(10).
           05                       PICTURE X(6)    VALUE ' FROM '.
           05  ICL-FROM-COMPANY-OUT PICTURE XX.
           05                       PICTURE X(4)    VALUE ' TO '.
           05  ICL-TO-COMPANY-OUT   PICTURE XX.
           05                       PICTURE X(6)    VALUE ' NBV  '.
           05  ICL-NBV-OUT          PICTURE ZZZ,ZZ9.99.
           05  FILLER               PICTURE X(17)   VALUE SPACES.

      *    A LIFE CHANGE SHOWS THE OLD AND NEW ESTIMATE (YEARS, OR
      *    UNITS ON A UNITS-OF-PRODUCTION ASSET) AND WHAT IT DOES TO
      *    THIS FISCAL YEAR'S EXPENSE.
       01  LIFE-CHANGE-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(14)   VALUE
                                       'LIFE CHANGE - '.
           05  LC-ASSET-ID-OUT      PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  LC-NAME-OUT          PICTURE X(10).
           05                       PICTURE X(6)    VALUE ' LIFE '.
           05  LC-OLD-ESTIMATE-OUT  PICTURE Z(6)9.
           05                       PICTURE X(4)    VALUE ' TO '.
           05  LC-NEW-ESTIMATE-OUT  PICTURE Z(6)9.
           05                       PICTURE X(8)    VALUE ' EFFECT '.
           05  LC-YEAR-EFFECT-OUT   PICTURE -(5)9.99.
           05  FILLER               PICTURE X(6)    VALUE SPACES.

       01  REJECTED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(17)   VALUE
           05  SUM-TRANSFERRED-OUT  PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(12)   VALUE SPACES.

       01  SUMMARY-LOG-LINE-3.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
                                       'TAX ELECTIONS SET: '.
           05  SUM-ELECTED-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(14)   VALUE
                                       'IC TRANSFERS: '.
           05  SUM-INTERCO-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(14)   VALUE
                                       'LIFE CHANGES: '.
           05  SUM-LIFE-CHANGED-OUT PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(3)    VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
               OPEN INPUT  ASSET-CORRECTION-FILE
               OPEN OUTPUT ASSET-CORRECTION-LOG-FILE
               OPEN I-O    ASSET-INPUT-FILE
               PERFORM     210-OPEN-HISTORY-FILE
               PERFORM     215-OPEN-VOUCHER-FILE
               CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
               COMPUTE IC-TRANSFER-DATE-WS =
                       YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
               MOVE IC-TRANSFER-DATE-WS TO EC-CHANGE-DATE-WS
               PERFORM     220-READ-PERIOD-CONTROL
               PERFORM     250-READ-ONE-CORRECTION
           END-IF.

      *    ASSHIST.DAT MAY NOT EXIST YET IF THE YEAR-END ARCHIVE HAS
      *    NEVER RUN, AND ASSETJV.DAT MAY NOT EXIST YET IN A FRESH
      *    ENVIRONMENT, SO A FAILED EXTEND (STATUS 35) MEANS CREATE
      *    THE FILE EMPTY AND EXTEND AGAIN. THE TRANSFER BATCH GOES
      *    ON THE END OF ASSETJV.DAT; THE DEPRECIATION AND TRADE-IN
      *    RUNS ADD THEIR OWN BATCHES BEHIND IT RATHER THAN REWRITE
      *    THE FILE, AND ONLY GLPOST TAKES A BATCH OFF, ONCE IT HAS
      *    POSTED.
       210-OPEN-HISTORY-FILE.
           OPEN EXTEND ASSET-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '35'
               OPEN OUTPUT ASSET-HISTORY-FILE
               CLOSE ASSET-HISTORY-FILE
               OPEN EXTEND ASSET-HISTORY-FILE
           END-IF.

       215-OPEN-VOUCHER-FILE.
           OPEN EXTEND JOURNAL-VOUCHER-FILE
           IF JV-FILE-STATUS-WS = '35'
               OPEN OUTPUT JOURNAL-VOUCHER-FILE
               CLOSE JOURNAL-VOUCHER-FILE
               OPEN EXTEND JOURNAL-VOUCHER-FILE
           END-IF.

      *    IN MONTHLY MODE THE MONTHS ALREADY POSTED THIS FISCAL
      *    YEAR HAVE TAKEN THE OLD CHARGE; ONLY THE REST WILL TAKE
      *    THE NEW ONE.
       220-READ-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PCTL-FILE-STATUS-WS = '00'
               READ PERIOD-CONTROL-FILE INTO PERIOD-CONTROL-REC-WS
                   AT END MOVE SPACE TO PC-MODE-WS
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF PC-MODE-MONTHLY
              AND PC-LAST-YEAR-WS = PC-FISCAL-YEAR-WS
              AND PC-LAST-PERIOD-WS < 12
               COMPUTE EC-MONTHS-LEFT-WS = 12 - PC-LAST-PERIOD-WS
           END-IF.

       250-READ-ONE-CORRECTION.
           READ ASSET-CORRECTION-FILE
               AT END MOVE 'YES' TO EOF-CORRECTION-WS
                           PERFORM 280-WRITE-NOT-FOUND
                       NOT INVALID KEY
                           MOVE CPYIN TO JRNL-BEFORE-WS
                           EVALUATE TRUE
                               WHEN CORR-TRANS-TRANSFER
                                   PERFORM 360-PROCESS-TRANSFER
                               WHEN CORR-TRANS-ELECTION
                                   PERFORM 370-PROCESS-ELECTION
                               WHEN CORR-TRANS-INTERCO
                                   PERFORM 380-PROCESS-INTERCO
                               WHEN CORR-TRANS-LIFE-CHANGE
                                   PERFORM 400-PROCESS-LIFE-CHANGE
                               WHEN OTHER
                                   PERFORM 320-APPLY-CORRECTION
                           END-EVALUATE
                   END-READ
               END-IF
               PERFORM 307-STAMP-OPERATOR
       305-AUTHORIZE-TRANSACTION.
           MOVE CORR-OPERATOR TO AUTH-OPERATOR-WS
           MOVE CORR-APPROVER TO AUTH-APPROVER-WS
      *    A TRANSFER - TO ANOTHER LOCATION OR ANOTHER COMPANY IN
      *    THE GROUP - MOVES NO MONEY OUT OF THE GROUP AND CARRIES
      *    NO DOLLAR AMOUNT TO APPROVE.
           EVALUATE TRUE
               WHEN CORR-TRANS-TRANSFER
               WHEN CORR-TRANS-INTERCO
                   MOVE ZERO TO AUTH-AMOUNT-WS
      *        A CHANGE IN ESTIMATE CARRIES NO DOLLAR FIGURE EITHER -
      *        ONLY THE OPERATOR'S RIGHT TO TOUCH THE MASTER IS JUDGED.
               WHEN CORR-TRANS-LIFE-CHANGE
                   MOVE ZERO TO AUTH-AMOUNT-WS
               WHEN CORR-TRANS-ELECTION
                   IF CORR-SEC179-AMOUNT < ZERO
                       COMPUTE AUTH-AMOUNT-WS =
                               ZERO - CORR-SEC179-AMOUNT
                   ELSE
                       MOVE CORR-SEC179-AMOUNT TO AUTH-AMOUNT-WS
                   END-IF
               WHEN OTHER
                   IF CORR-PRICE < ZERO
                       COMPUTE AUTH-AMOUNT-WS = ZERO - CORR-PRICE
                   ELSE
                       MOVE CORR-PRICE TO AUTH-AMOUNT-WS
                   END-IF
           END-EVALUATE
           CALL "OPERAUTH" USING OPERAUTH-REQUEST-WS.

       307-STAMP-OPERATOR.
           WRITE PRINT-LOG-LINE FROM TRANSFER-LOG-LINE
               AFTER 1 LINE.

      *    AN ELECTION IS USUALLY MADE WHEN THE RETURN IS PREPARED,
      *    AFTER THE PLACED-IN-SERVICE YEAR HAS ALREADY POSTED ON
      *    PLAIN MACRS - SO THE TAX BOOK IS REPLAYED THROUGH MACRSSUB
      *    FOR EVERY YEAR ALREADY IN SERVICE WITH THE NEW ELECTION
      *    AND THE RESULT REPLACES TAX-ACCUM-DEPR-IN, THE SAME
      *    REPLAY DEPRAUDT AUDITS AGAINST. A FISCAL YEAR OF MONTHLY
      *    POSTINGS STILL IN PROGRESS CANNOT BE REPLAYED AS WHOLE
      *    YEARS AND IS REFUSED UNTIL THE YEAR CLOSES.
       370-PROCESS-ELECTION.
           MOVE PRICE-IN     TO ELECT-PRICE-WS
           MOVE TAX-CLASS-IN TO ELECT-TAX-CLASS-WS
           MOVE LEASE-IND-IN TO ELECT-LEASE-IND-WS
           PERFORM 348-VALIDATE-ELECTION
           IF ASSET-BASIS-VALID-SW = 'YES'
              AND NOT TRANS-TYPE-ASSET
               MOVE 'ASSET IS NOT ACTIVE' TO REJ-REASON-OUT
               MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-IF
           IF ASSET-BASIS-VALID-SW = 'YES'
              AND FY-ANNUAL-DEPR-IN NOT = ZERO
               MOVE 'MID-YEAR POSTINGS IN PROGRESS' TO REJ-REASON-OUT
               MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-IF
           IF ASSET-BASIS-VALID-SW NOT = 'YES'
               PERFORM 290-WRITE-REJECTED
           ELSE
               MOVE TAX-ACCUM-DEPR-IN  TO ELECT-OLD-ACCUM-WS
               MOVE CORR-TAX-ELECTION  TO TAX-ELECTION-IN
               MOVE CORR-SEC179-AMOUNT TO SEC179-AMOUNT-IN
               MOVE ZERO TO ELECT-NEW-ACCUM-WS
               PERFORM 375-REPLAY-ONE-TAX-YEAR
                   VARYING ELECT-REPLAY-YEAR-WS FROM 1 BY 1
                   UNTIL ELECT-REPLAY-YEAR-WS > YEARS-IN-SERVICE-IN
               MOVE ELECT-NEW-ACCUM-WS TO TAX-ACCUM-DEPR-IN
               REWRITE CPYIN
               PERFORM 396-JOURNAL-REWRITE
               ADD 1 TO RECORDS-ELECTED-WS
               MOVE ASSET-ID-IN        TO EL-ASSET-ID-OUT
               MOVE NAME-IN            TO EL-NAME-OUT
               MOVE TAX-ELECTION-IN    TO EL-CODE-OUT
               MOVE ELECT-OLD-ACCUM-WS TO EL-OLD-ACCUM-OUT
               MOVE TAX-ACCUM-DEPR-IN  TO EL-NEW-ACCUM-OUT
               WRITE PRINT-LOG-LINE FROM ELECTION-LOG-LINE
                   AFTER 1 LINE
           END-IF.

      *    AN INTERCOMPANY TRANSFER CHANGES ONLY THE COMPANY (AND
      *    THE LOCATION, WHEN ONE IS GIVEN) - COST, ACQUISITION DATE,
      *    BOTH BOOKS' ACCUMULATED DEPRECIATION AND YEARS IN SERVICE
      *    ALL CARRY OVER, SO THE RECEIVING COMPANY PICKS UP THE
      *    DEPRECIATION EXACTLY WHERE THE SENDER LEFT OFF. A LEASED
      *    ASSET IS REFUSED: ITS LEASE LIABILITY IS THE SENDING
      *    COMPANY'S CONTRACT AND HAS TO BE ASSIGNED FIRST.
       380-PROCESS-INTERCO.
           MOVE 'YES' TO ASSET-BASIS-VALID-SW
           EVALUATE TRUE
               WHEN NOT TRANS-TYPE-ASSET
                   MOVE 'ASSET IS NOT ACTIVE' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN CORR-COMPANY = COMPANY-IN
                   MOVE 'ALREADY IN THAT COMPANY' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN ASSET-LEASED-IN
                   MOVE 'LEASED ASSET - ASSIGN LEASE' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN ACCUM-DEPR-IN > PRICE-IN
                   MOVE 'ACCUM DEPR EXCEEDS COST' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-EVALUATE
           IF ASSET-BASIS-VALID-SW NOT = 'YES'
               PERFORM 290-WRITE-REJECTED
           ELSE
               MOVE COMPANY-IN   TO IC-FROM-COMPANY-WS
               MOVE CORR-COMPANY TO IC-TO-COMPANY-WS
               COMPUTE IC-NET-BOOK-VALUE-WS = PRICE-IN - ACCUM-DEPR-IN
               MOVE 'T' TO IC-HISTORY-TYPE-WS
               PERFORM 385-WRITE-TRANSFER-IMAGE

               MOVE IC-TO-COMPANY-WS TO COMPANY-IN
               IF CORR-LOCATION NOT = SPACES
                   MOVE CORR-LOCATION TO ASSET-LOCATION-IN
               END-IF
               REWRITE CPYIN
               PERFORM 396-JOURNAL-REWRITE
               MOVE 'I' TO IC-HISTORY-TYPE-WS
               PERFORM 385-WRITE-TRANSFER-IMAGE

               PERFORM 390-WRITE-INTERCO-VOUCHER
               ADD 1 TO RECORDS-INTERCO-WS
               MOVE ASSET-ID-IN          TO ICL-ASSET-ID-OUT
               MOVE NAME-IN              TO ICL-NAME-OUT
               MOVE IC-FROM-COMPANY-WS   TO ICL-FROM-COMPANY-OUT
               MOVE IC-TO-COMPANY-WS     TO ICL-TO-COMPANY-OUT
               MOVE IC-NET-BOOK-VALUE-WS TO ICL-NBV-OUT
               WRITE PRINT-LOG-LINE FROM INTERCO-LOG-LINE
                   AFTER 1 LINE
           END-IF.

      *    THE HISTORY IMAGE IS THE MASTER RECORD AS IT STANDS,
      *    MARKED 'T' (LEFT THE SENDING COMPANY) OR 'I' (ARRIVED IN
      *    THE RECEIVING ONE) AND DATED IN DISPOSAL-DATE-IN. THE
      *    LIVE RECORD GETS ITS OWN TRANSACTION TYPE AND ZERO DATE
      *    BACK AFTERWARD.
       385-WRITE-TRANSFER-IMAGE.
           MOVE TRANS-TYPE-IN       TO IC-SAVE-TRANS-TYPE-WS
           MOVE IC-HISTORY-TYPE-WS  TO TRANS-TYPE-IN
           MOVE IC-TRANSFER-DATE-WS TO DISPOSAL-DATE-IN
           MOVE SPACES              TO ASSET-HISTORY-RECORD
           MOVE YEAR-WS             TO ARCH-YEAR-OUT
           MOVE CPYIN               TO ARCH-ASSET-IMAGE-OUT
           WRITE ASSET-HISTORY-RECORD
           MOVE IC-SAVE-TRANS-TYPE-WS TO TRANS-TYPE-IN
           MOVE ZERO                TO DISPOSAL-DATE-IN.

      *    THE SENDING COMPANY RELIEVES COST AND ACCUMULATED
      *    DEPRECIATION AND TAKES A RECEIVABLE FROM ITS SISTER FOR
      *    THE NET; THE RECEIVING COMPANY BOOKS THE SAME COST AND
      *    ACCUMULATED DEPRECIATION AND OWES THE NET. THE TWO
      *    INTERCOMPANY BALANCES ARE EQUAL, SO THEY ELIMINATE ON
      *    CONSOLIDATION.
       390-WRITE-INTERCO-VOUCHER.
           MOVE ASSET-ID-IN           TO ICD-ASSET-ID-WS
           MOVE IC-FROM-COMPANY-WS    TO ICD-BOOK-COMPANY-WS
           MOVE ' - OUT TO  '         TO ICD-DIRECTION-WS
           MOVE IC-TO-COMPANY-WS      TO ICD-OTHER-COMPANY-WS
           MOVE IC-DESCRIPTION-WS     TO JV-DESCRIPTION-OUT
           MOVE IC-FROM-COMPANY-WS    TO GA-COMPANY-WS
           PERFORM 392-DETERMINE-ASSET-ACCOUNTS

           MOVE GA-ACCUM-ACCT-WS      TO JV-ACCOUNT-OUT
           MOVE 'DR'                  TO JV-DR-CR-OUT
           MOVE ACCUM-DEPR-IN         TO JV-AMOUNT-OUT
           PERFORM 395-WRITE-VOUCHER-LINE

           MOVE DUE-FROM-IC-ACCT-WS   TO JV-ACCOUNT-OUT
           MOVE 'DR'                  TO JV-DR-CR-OUT
           MOVE IC-NET-BOOK-VALUE-WS  TO JV-AMOUNT-OUT
           PERFORM 395-WRITE-VOUCHER-LINE

           MOVE GA-COST-ACCT-WS       TO JV-ACCOUNT-OUT
           MOVE 'CR'                  TO JV-DR-CR-OUT
           MOVE PRICE-IN              TO JV-AMOUNT-OUT
           PERFORM 395-WRITE-VOUCHER-LINE

           MOVE IC-TO-COMPANY-WS      TO ICD-BOOK-COMPANY-WS
           MOVE ' - IN FROM '         TO ICD-DIRECTION-WS
           MOVE IC-FROM-COMPANY-WS    TO ICD-OTHER-COMPANY-WS
           MOVE IC-DESCRIPTION-WS     TO JV-DESCRIPTION-OUT
           MOVE IC-TO-COMPANY-WS      TO GA-COMPANY-WS
           PERFORM 392-DETERMINE-ASSET-ACCOUNTS

           MOVE GA-COST-ACCT-WS       TO JV-ACCOUNT-OUT
           MOVE 'DR'                  TO JV-DR-CR-OUT
           MOVE PRICE-IN              TO JV-AMOUNT-OUT
           PERFORM 395-WRITE-VOUCHER-LINE

           MOVE GA-ACCUM-ACCT-WS      TO JV-ACCOUNT-OUT
           MOVE 'CR'                  TO JV-DR-CR-OUT
           MOVE ACCUM-DEPR-IN         TO JV-AMOUNT-OUT
           PERFORM 395-WRITE-VOUCHER-LINE

           MOVE DUE-TO-IC-ACCT-WS     TO JV-ACCOUNT-OUT
           MOVE 'CR'                  TO JV-DR-CR-OUT
           MOVE IC-NET-BOOK-VALUE-WS  TO JV-AMOUNT-OUT
           PERFORM 395-WRITE-VOUCHER-LINE.

      *    COST AND ACCUMULATED DEPRECIATION ACCOUNTS FOR THE
      *    COMPANY IN GA-COMPANY-WS AND THE ASSET'S CATEGORY. AN
      *    ACCOUNT GLACCTS REFUSES AGAINST THE CHART IS LEFT AT THE
      *    STANDARD ONE.
       392-DETERMINE-ASSET-ACCOUNTS.
           MOVE 'FIND '              TO GA-FUNCTION-WS
           MOVE 'A'                  TO GA-TYPE-WS
           MOVE ASSET-CATEGORY-IN    TO GA-KEY-WS
           MOVE SPACES               TO GA-EXPENSE-ACCT-WS
           MOVE ACCUM-DEPR-ACCT-WS   TO GA-ACCUM-ACCT-WS
           MOVE ASSET-COST-ACCT-WS   TO GA-COST-ACCT-WS
           MOVE SPACES               TO GA-PAYABLE-ACCT-WS
           CALL "GLACCTS" USING GLACCT-REQUEST-WS, GLACCT-RESULT-WS.

       395-WRITE-VOUCHER-LINE.
           MOVE 'JV' TO JV-RECORD-TYPE-OUT
           IF JV-DR-CR-OUT = 'DR'
               MOVE JV-AMOUNT-OUT TO JV-DEBIT-WORK-WS
               ADD JV-DEBIT-WORK-WS TO JV-DEBIT-TOTAL-WS
           END-IF
           WRITE PRINT-VOUCHER-LINE FROM JOURNAL-VOUCHER-DETAIL.

       375-REPLAY-ONE-TAX-YEAR.
           MOVE PRICE-IN             TO MACRS-PRICE-IN-WS
           MOVE TAX-CLASS-IN         TO MACRS-TAX-CLASS-IN-WS
           MOVE ELECT-REPLAY-YEAR-WS TO MACRS-YEAR-INDEX-IN-WS
           MOVE TAX-ELECTION-IN      TO MACRS-ELECTION-IN-WS
           MOVE SEC179-AMOUNT-IN     TO MACRS-SEC179-IN-WS
           MOVE ACQ-YEAR-IN          TO MACRS-PLACED-YEAR-IN-WS
           MOVE ACQ-MONTH-IN         TO MACRS-PLACED-MONTH-IN-WS
           MOVE TAX-CONVENTION-IN    TO MACRS-CONVENTION-IN-WS
           CALL "MACRSSUB" USING MACRS-REQUEST-WS, MACRS-RESULT-WS
           ADD TAX-YEARLY-DEPR-WS TO ELECT-NEW-ACCUM-WS.

      *    AN ADD TRANSACTION INSERTS A COMPLETE NEW ASSET INTO THE
      *    MASTER. IT MUST PASS THE SAME BASIS VALIDATION DEPRBATCH
      *    APPLIES, AND A KEY ALREADY ON FILE IS A DUPLICATE, NOT AN
              AND CORR-PARENT-ASSET > ZERO
               PERFORM 342-VALIDATE-PARENT-ASSET
           END-IF
           IF ASSET-BASIS-VALID-SW = 'YES'
               MOVE CORR-PRICE     TO ELECT-PRICE-WS
               MOVE CORR-TAX-CLASS TO ELECT-TAX-CLASS-WS
               MOVE CORR-LEASE-IND TO ELECT-LEASE-IND-WS
               PERFORM 348-VALIDATE-ELECTION
           END-IF
           IF ASSET-BASIS-VALID-SW = 'YES'
               PERFORM 349-VALIDATE-WARRANTY
           END-IF
           IF ASSET-BASIS-VALID-SW NOT = 'YES'
               PERFORM 290-WRITE-REJECTED
           ELSE
               AND CORR-SALVAGE > CORR-PRICE
               MOVE 'SALVAGE EXCEEDS PRICE' TO REJ-REASON-OUT
               MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-IF
           IF ASSET-BASIS-VALID-SW = 'YES'
               AND NOT CORR-TAX-CLASS-VALID
               MOVE 'INVALID TAX CLASS' TO REJ-REASON-OUT
               MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-IF.

      *    A COMPONENT MUST HANG OFF A PARENT THAT IS REALLY THERE,
                   END-IF
           END-READ.

      *    AN ELECTION NEEDS A TAX BOOK TO LAND IN - A TAX CLASS ON
      *    AN OWNED ASSET - AND SECTION 179 DOLLARS GO WITH AN 'S'
      *    OR 'C' ELECTION ONLY, NEVER MORE THAN THE ASSET'S COST. A
      *    BLANK ELECTION WITH NO DOLLARS IS ALWAYS GOOD; IT IS HOW
      *    AN ELECTION IS WITHDRAWN.
       348-VALIDATE-ELECTION.
           MOVE 'YES' TO ASSET-BASIS-VALID-SW
           EVALUATE TRUE
               WHEN NOT CORR-ELECTION-VALID
                   MOVE 'INVALID TAX ELECTION CODE' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN CORR-TAX-ELECTION = SPACE
                   IF CORR-SEC179-AMOUNT NOT = ZERO
                       MOVE 'SECTION 179 WITH NO ELECTION' TO
                            REJ-REASON-OUT
                       MOVE 'NO' TO ASSET-BASIS-VALID-SW
                   END-IF
               WHEN ELECT-TAX-CLASS-WS = ZERO
                   MOVE 'ASSET HAS NO TAX CLASS' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN ELECT-LEASE-IND-WS = 'L'
                   MOVE 'LEASED ASSET - NO TAX ELECTION' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN ELECT-TAX-CLASS-WS = 27 OR 39
                   MOVE 'REAL PROPERTY - NO ELECTION' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN CORR-ELECT-SEC179
                   IF CORR-SEC179-AMOUNT NOT > ZERO
                       MOVE 'SECTION 179 AMOUNT MISSING' TO
                            REJ-REASON-OUT
                       MOVE 'NO' TO ASSET-BASIS-VALID-SW
                   END-IF
                   IF CORR-SEC179-AMOUNT > ELECT-PRICE-WS
                       MOVE 'SECTION 179 EXCEEDS COST' TO
                            REJ-REASON-OUT
                       MOVE 'NO' TO ASSET-BASIS-VALID-SW
                   END-IF
               WHEN CORR-SEC179-AMOUNT NOT = ZERO
                   MOVE 'SECTION 179 NOT ELECTED' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-EVALUATE.

      *    A WARRANTY NEEDS A REAL EXPIRATION DATE THAT DOESN'T FALL
      *    BEFORE COVERAGE STARTS; TERMS WITH NO DATES ARE A HALF-KEYED
      *    CERTIFICATE. NO WARRANTY AT ALL IS ALWAYS GOOD.
       349-VALIDATE-WARRANTY.
           MOVE CORR-ACQ-DATE TO WARRANTY-START-WS
           IF CORR-WARRANTY-START IS NUMERIC
               MOVE CORR-WARRANTY-START-NUM TO WARRANTY-START-WS
           END-IF
           EVALUATE TRUE
               WHEN CORR-WARRANTY-START = SPACES
                AND CORR-WARRANTY-EXPIRE = SPACES
                   IF CORR-WARRANTY-TERMS NOT = SPACES
                       MOVE 'WARRANTY TERMS WITH NO DATES' TO
                            REJ-REASON-OUT
                       MOVE 'NO' TO ASSET-BASIS-VALID-SW
                   END-IF
               WHEN CORR-WARRANTY-START NOT = SPACES
                AND (CORR-WARRANTY-START IS NOT NUMERIC
                  OR CORR-WARRANTY-START-NUM < 19000101)
                   MOVE 'WARRANTY START DATE INVALID' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN CORR-WARRANTY-EXPIRE IS NOT NUMERIC
                 OR CORR-WARRANTY-EXPIRE-NUM < 19000101
                   MOVE 'WARRANTY EXPIRATION INVALID' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN CORR-WARRANTY-EXPIRE-NUM < WARRANTY-START-WS
                   MOVE 'WARRANTY EXPIRES BEFORE START' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-EVALUATE.

      *    A BRAND-NEW ASSET STARTS WITH NO DEPRECIATION TAKEN AND NO
      *    YEARS IN SERVICE - DEPRESUB MAINTAINS THOSE FROM THE FIRST
      *    NIGHTLY RUN ONWARD.
           MOVE CORR-PO-NUMBER    TO PO-NUMBER-IN
           MOVE CORR-INVOICE-NO   TO INVOICE-NO-IN
           MOVE CORR-COMPANY      TO COMPANY-IN
           MOVE CORR-TAX-ELECTION  TO TAX-ELECTION-IN
           MOVE CORR-SEC179-AMOUNT TO SEC179-AMOUNT-IN
           MOVE SPACE TO TAX-CONVENTION-IN
           MOVE ZERO  TO DISPOSAL-DATE-IN
           MOVE ZERO  TO TAX-ADJ-BASIS-IN
           MOVE ZERO  TO TAX-GAIN-LOSS-IN
           MOVE ZERO  TO SEC1245-RECAPTURE-IN
           MOVE ZERO  TO SEC1231-GAIN-IN
           IF CORR-WARRANTY-EXPIRE = SPACES
               MOVE ZERO   TO WARRANTY-START-IN
               MOVE ZERO   TO WARRANTY-EXPIRE-IN
               MOVE SPACES TO WARRANTY-TERMS-IN
           ELSE
               MOVE WARRANTY-START-WS        TO WARRANTY-START-IN
               MOVE CORR-WARRANTY-EXPIRE-NUM TO WARRANTY-EXPIRE-IN
               MOVE CORR-WARRANTY-TERMS      TO WARRANTY-TERMS-IN
           END-IF
           MOVE SPACE TO EST-CHANGE-IND-IN
           MOVE ZERO  TO EST-LIFE-LEFT-IN
           MOVE SPACE TO TRANS-TYPE-IN.

       290-WRITE-REJECTED.
           MOVE CPYIN  TO JRNL-AFTER-WS
           CALL "MSTRJRNL" USING MSTRJRNL-REQUEST-WS.

      *    A LIFE CHANGE IS REFUSED ON AN ASSET THAT HAS TAKEN NO
      *    DEPRECIATION YET (A PLAIN CORRECTION FIXES THAT) OR IS
      *    ALREADY FULLY DEPRECIATED, ON A LEASED ASSET (ITS LIFE IS
      *    THE LEASE TERM), AND WHEN THE NEW LIFE DOES NOT REACH PAST
      *    THE YEARS ALREADY IN SERVICE - OR, FOR UNITS, THE UNITS
      *    ALREADY MADE. THE RECORD AS IT STOOD GOES TO HISTORY
      *    MARKED 'O' AND THE RECORD AS CHANGED MARKED 'N'. THE
      *    ESTIMATE-CHANGE FLAG SENDS DEPRESUB TO THE PROSPECTIVE
      *    CALCULATION FROM HERE ON, AND THE FISCAL-YEAR CHARGE IS
      *    CLEARED SO THE NEXT MONTHLY POSTING PRICES THE NEW ONE.
       400-PROCESS-LIFE-CHANGE.
           MOVE 'YES' TO ASSET-BASIS-VALID-SW
           EVALUATE TRUE
               WHEN NOT TRANS-TYPE-ASSET
                   MOVE 'ASSET IS NOT ACTIVE' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN ASSET-LEASED-IN
                   MOVE 'LEASED ASSET - TERM FROM LEASE' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN ACCUM-DEPR-IN NOT > ZERO
                   MOVE 'NO DEPRECIATION YET - CORRECT' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN ACCUM-DEPR-IN NOT < PRICE-IN - SALVAGE-IN
                   MOVE 'ASSET FULLY DEPRECIATED' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN DEPR-METHOD-UNITS-OF-PROD
                AND CORR-EST-TOTAL-UNITS = EST-TOTAL-UNITS-IN
               WHEN NOT DEPR-METHOD-UNITS-OF-PROD
                AND CORR-USEFUL-LIFE = USEFUL-LIFE-IN
                   MOVE 'ESTIMATE UNCHANGED' TO REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN DEPR-METHOD-UNITS-OF-PROD
                AND CORR-EST-TOTAL-UNITS NOT > LIFETIME-UNITS-IN
                   MOVE 'UNITS NOT ABOVE UNITS TO DATE' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
               WHEN NOT DEPR-METHOD-UNITS-OF-PROD
                AND CORR-USEFUL-LIFE NOT > YEARS-IN-SERVICE-IN
                   MOVE 'LIFE NOT BEYOND YEARS IN SVC' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO ASSET-BASIS-VALID-SW
           END-EVALUATE
           IF ASSET-BASIS-VALID-SW NOT = 'YES'
               PERFORM 290-WRITE-REJECTED
           ELSE
               IF FY-ANNUAL-DEPR-IN NOT = ZERO
                   MOVE FY-ANNUAL-DEPR-IN TO EC-OLD-CHARGE-WS
               ELSE
                   PERFORM 405-PRICE-ESTIMATE
                   MOVE EC-YEARLY-DEPR-WS TO EC-OLD-CHARGE-WS
               END-IF
               MOVE 'O'              TO EC-HISTORY-TYPE-WS
               MOVE EC-OLD-CHARGE-WS TO EC-HISTORY-CHARGE-WS
               MOVE ZERO             TO EC-YEAR-EFFECT-WS
               PERFORM 410-WRITE-ESTIMATE-IMAGE

               IF DEPR-METHOD-UNITS-OF-PROD
                   MOVE EST-TOTAL-UNITS-IN   TO EC-OLD-ESTIMATE-WS
                   MOVE CORR-EST-TOTAL-UNITS TO EC-NEW-ESTIMATE-WS
                   MOVE CORR-EST-TOTAL-UNITS TO EST-TOTAL-UNITS-IN
               ELSE
                   MOVE USEFUL-LIFE-IN       TO EC-OLD-ESTIMATE-WS
                   MOVE CORR-USEFUL-LIFE     TO EC-NEW-ESTIMATE-WS
                   MOVE CORR-USEFUL-LIFE     TO USEFUL-LIFE-IN
               END-IF
               MOVE 'E' TO EST-CHANGE-IND-IN
               IF USEFUL-LIFE-IN > YEARS-IN-SERVICE-IN
                   COMPUTE EST-LIFE-LEFT-IN =
                           USEFUL-LIFE-IN - YEARS-IN-SERVICE-IN
               ELSE
                   MOVE 1 TO EST-LIFE-LEFT-IN
               END-IF
               MOVE ZERO TO FY-ANNUAL-DEPR-IN
               PERFORM 405-PRICE-ESTIMATE
               MOVE EC-YEARLY-DEPR-WS TO EC-NEW-CHARGE-WS

      *        UNITS-OF-PRODUCTION IS CHARGED BY THE UNITS OF EACH
      *        RUN, NOT SLICED BY MONTH, SO ITS EFFECT IS THE CHANGE
      *        IN THE CURRENT PERIOD'S CHARGE.
               IF DEPR-METHOD-UNITS-OF-PROD
                   COMPUTE EC-YEAR-EFFECT-WS =
                           EC-NEW-CHARGE-WS - EC-OLD-CHARGE-WS
               ELSE
                   COMPUTE EC-YEAR-EFFECT-WS ROUNDED =
                           (EC-NEW-CHARGE-WS - EC-OLD-CHARGE-WS)
                           * EC-MONTHS-LEFT-WS / 12
               END-IF

               REWRITE CPYIN
               PERFORM 396-JOURNAL-REWRITE
               MOVE 'N'              TO EC-HISTORY-TYPE-WS
               MOVE EC-NEW-CHARGE-WS TO EC-HISTORY-CHARGE-WS
               PERFORM 410-WRITE-ESTIMATE-IMAGE

               ADD 1 TO RECORDS-LIFE-CHANGED-WS
               MOVE ASSET-ID-IN        TO LC-ASSET-ID-OUT
               MOVE NAME-IN            TO LC-NAME-OUT
               MOVE EC-OLD-ESTIMATE-WS TO LC-OLD-ESTIMATE-OUT
               MOVE EC-NEW-ESTIMATE-WS TO LC-NEW-ESTIMATE-OUT
               MOVE EC-YEAR-EFFECT-WS  TO LC-YEAR-EFFECT-OUT
               WRITE PRINT-LOG-LINE FROM LIFE-CHANGE-LOG-LINE
                   AFTER 1 LINE
           END-IF.

      *    ONE ANNUAL-MODE DEPRESUB CALL ON A COPY OF THE RECORD AS
      *    IT NOW STANDS - THE CHARGE A FULL YEAR WOULD TAKE.
       405-PRICE-ESTIMATE.
           MOVE CPYIN TO ESTIMATE-ASSET-WS
           MOVE ZERO  TO EC-YEARLY-DEPR-WS
           CALL "DEPRESUB" USING ESTIMATE-ASSET-WS, ESTIMATE-CALC-WS.

      *    THE HISTORY IMAGE IS THE MASTER RECORD AS IT STANDS,
      *    MARKED 'O' OR 'N' AND DATED IN DISPOSAL-DATE-IN, WITH THE
      *    ANNUAL CHARGE UNDER THAT ESTIMATE IN FY-ANNUAL-DEPR-IN
      *    AND, ON THE 'N', THIS YEAR'S EFFECT IN
      *    DISPOSAL-PROCEEDS-IN. THE LIVE RECORD GETS ITS OWN
      *    FIELDS BACK AFTERWARD.
       410-WRITE-ESTIMATE-IMAGE.
           MOVE TRANS-TYPE-IN        TO EC-SAVE-TRANS-TYPE-WS
           MOVE FY-ANNUAL-DEPR-IN    TO EC-SAVE-FY-ANNUAL-WS
           MOVE DISPOSAL-PROCEEDS-IN TO EC-SAVE-PROCEEDS-WS
           MOVE EC-HISTORY-TYPE-WS   TO TRANS-TYPE-IN
           MOVE EC-CHANGE-DATE-WS    TO DISPOSAL-DATE-IN
           MOVE EC-HISTORY-CHARGE-WS TO FY-ANNUAL-DEPR-IN
           MOVE EC-YEAR-EFFECT-WS    TO DISPOSAL-PROCEEDS-IN
           MOVE SPACES               TO ASSET-HISTORY-RECORD
           MOVE YEAR-WS              TO ARCH-YEAR-OUT
           MOVE CPYIN                TO ARCH-ASSET-IMAGE-OUT
           WRITE ASSET-HISTORY-RECORD
           MOVE EC-SAVE-TRANS-TYPE-WS TO TRANS-TYPE-IN
           MOVE EC-SAVE-FY-ANNUAL-WS TO FY-ANNUAL-DEPR-IN
           MOVE EC-SAVE-PROCEEDS-WS  TO DISPOSAL-PROCEEDS-IN
           MOVE ZERO                 TO DISPOSAL-DATE-IN.

       900-CLOSE.
           IF LOCK-BLOCKED-SW = 'YES'
               CLOSE ASSET-CORRECTION-LOG-FILE
               WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-2
                   AFTER 1 LINE

               MOVE RECORDS-ELECTED-WS     TO SUM-ELECTED-OUT
               MOVE RECORDS-INTERCO-WS     TO SUM-INTERCO-OUT
               MOVE RECORDS-LIFE-CHANGED-WS TO SUM-LIFE-CHANGED-OUT
               WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-3
                   AFTER 1 LINE

      *        THE TRANSFER ENTRIES GO OUT AS THEIR OWN TRAILERED
      *        BATCH - THE BT CARRIES THE DETAIL DEBITS SO THE GL
      *        POSTING CONTROL CAN PROVE THE BATCH.
               IF RECORDS-INTERCO-WS > ZERO
                   MOVE 'BT'               TO JV-RECORD-TYPE-OUT
                   MOVE ASSET-COST-ACCT-WS TO JV-ACCOUNT-OUT
                   MOVE 'DR'               TO JV-DR-CR-OUT
                   MOVE JV-DEBIT-TOTAL-WS  TO JV-AMOUNT-OUT
                   MOVE 'IC TRANSFER BATCH TOTAL' TO
                        JV-DESCRIPTION-OUT
                   WRITE PRINT-VOUCHER-LINE
                       FROM JOURNAL-VOUCHER-DETAIL
               END-IF

               CLOSE ASSET-CORRECTION-FILE ASSET-CORRECTION-LOG-FILE
                     ASSET-INPUT-FILE ASSET-HISTORY-FILE
                     JOURNAL-VOUCHER-FILE
           END-IF

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
