       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LEASDISC.
       AUTHOR.    CHRISTOPHER HILL.

      *    LEASE DISCLOSURE FOR THE YEAR-END FOOTNOTE. EVERY
      *    LEASESCH.DAT SCHEDULE IS MATCHED TO ITS LEASED RIGHT-OF-USE
      *    ASSET ON ASSDATA.DAT (LEASE-IND-IN 'L', NOT DISPOSED) AND
      *    THE REPORT PRINTS:
      *        THE LEASE REGISTER - ONE LINE PER LEASE WITH ITS
      *            PAYMENTS LEFT, UNDISCOUNTED AND DISCOUNTED.
      *        MATURITY ANALYSIS - THE UNDISCOUNTED PAYMENTS LEFT IN
      *            EACH OF THE NEXT FIVE 12-MONTH PERIODS AND
      *            THEREAFTER, LESS IMPUTED INTEREST, DOWN TO THEIR
      *            PRESENT VALUE - PROVED AGAINST THE LEASE LIABILITY
      *            AS GLRECON VALUES ACCOUNT 25000000.
      *        THE WEIGHTED-AVERAGE REMAINING LEASE TERM AND
      *            DISCOUNT RATE, WEIGHTED BY EACH LEASE'S LIABILITY.
      *        LEASE COST FOR THE LAST FISCAL YEAR POSTED, SPLIT INTO
      *            AMORTIZATION AND INTEREST THE WAY DEPRBATCH POSTS
      *            THEM - DEPRESUB'S STRAIGHT-LINE CHARGE, AND THE
      *            SCHEDULE RATE ON THE UNAMORTIZED BALANCE THE YEAR
      *            OPENED WITH.
      *        LEASES ENDING IN THE NEXT TWELVE MONTHS, SO OPERATIONS
      *            CAN DECIDE TO RENEW OR RETURN IN TIME.
      *    PAYMENTS FALL DUE MONTHLY FROM THE SCHEDULE'S START DATE,
      *    ONE EACH TIME THE START DAY COMES ROUND, AS GLRECON COUNTS
      *    THEM. A SCHEDULE WITH NO LEASED ASSET, OR A LEASED ASSET
      *    WITH NO SCHEDULE, PRINTS FLAGGED AND STAYS OUT OF THE
      *    FIGURES.
      *    THE LEASDISC.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-8   AS-OF DATE CCYYMMDD (DEFAULT TODAY)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT LEASE-SCHEDULE-FILE ASSIGN TO 'LEASESCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEASE-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'LEASDISC.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT LEASDISC-REPORT-FILE ASSIGN TO 'LEASDISC.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  LEASE-SCHEDULE-FILE RECORDING MODE IS F.
       01  LEASE-SCHEDULE-RECORD.
           05  LS-ASSET-ID-IN       PICTURE 9(6).
           05  LS-PAYMENT-IN        PICTURE 9(5)V99.
           05  LS-TERM-MONTHS-IN    PICTURE 9(3).
           05  LS-RATE-IN           PICTURE 9V9999.
           05  LS-START-DATE-IN     PICTURE 9(8).

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-AS-OF-DATE     PIC X(8).
           05  PRM-AS-OF-DATE-NUM REDEFINES PRM-AS-OF-DATE PIC 9(8).
           05  FILLER             PIC X(72).

       FD  LEASDISC-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-LEASDISC-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  EOF-LEASE-WS            PICTURE X(3)  VALUE 'NO'.
           05  ASSETS-READ-WS          PICTURE 9(6)  VALUE ZERO.
           05  LEASED-ASSETS-WS        PICTURE 9(6)  VALUE ZERO.
           05  LEASES-VALUED-WS        PICTURE 9(6)  VALUE ZERO.
           05  LEASES-EXPIRING-WS      PICTURE 9(6)  VALUE ZERO.
           05  EXCEPTIONS-WS           PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  LEASE-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  AS-OF-DATE-WS               PICTURE 9(8)  VALUE ZERO.
       01  AS-OF-PARTS-WS REDEFINES AS-OF-DATE-WS.
           05  AS-OF-YEAR-WS           PICTURE 9(4).
           05  AS-OF-MONTH-WS          PICTURE 99.
           05  AS-OF-DAY-WS            PICTURE 99.

      *    LEASESCH.DAT LOADED ONCE AT OPEN - THE SAME 100 ROWS
      *    DEPRBATCH HOLDS - AND, AS EACH SCHEDULE'S ASSET TURNS UP ON
      *    THE MASTER, WHAT IT HAS LEFT TO PAY.
       01  LEASE-TABLE-CONTROL-WS.
           05  LEASE-COUNT-WS          PIC 9(3)  VALUE ZERO.
           05  LEASE-IDX-WS            PIC 9(3)  VALUE ZERO.
           05  LEASE-POS-WS            PIC 9(3)  VALUE ZERO.
           05  LEASE-OVERFLOW-SW       PIC X(3)  VALUE 'NO'.

       01  LEASE-SCHEDULE-TABLE-WS.
           05  LEASE-ENTRY-WS OCCURS 100 TIMES.
               10  LSE-ASSET-ID-TBL    PIC 9(6).
               10  LSE-PAYMENT-TBL     PIC 9(5)V99.
               10  LSE-TERM-TBL        PIC 9(3).
               10  LSE-RATE-TBL        PIC 9V9999.
               10  LSE-START-TBL       PIC 9(8).
               10  LSE-START-PARTS-TBL REDEFINES LSE-START-TBL.
                   15  LSE-START-YEAR-TBL  PIC 9(4).
                   15  LSE-START-MONTH-TBL PIC 99.
                   15  LSE-START-DAY-TBL   PIC 99.
               10  LSE-MATCHED-TBL     PIC X(3).
               10  LSE-NAME-TBL        PIC X(10).
               10  LSE-COMPANY-TBL     PIC XX.
               10  LSE-LOCATION-TBL    PIC X(6).
               10  LSE-REMAINING-TBL   PIC 9(3).
               10  LSE-END-DATE-TBL    PIC 9(8).

      *    THE PAYMENTS LEFT ON ONE SCHEDULE. EACH IS DISCOUNTED ONE
      *    MONTH FURTHER THAN THE ONE BEFORE, AND FALLS IN THE
      *    12-MONTH PERIOD ITS PLACE IN LINE PUTS IT IN.
       01  LEASE-WORK-WS.
           05  ELAPSED-MONTHS-WS       PIC S9(5)  VALUE ZERO.
           05  REMAINING-PAYMENTS-WS   PIC S9(5)  VALUE ZERO.
           05  PAYMENT-IDX-WS          PIC S9(5)  VALUE ZERO.
           05  BUCKET-IDX-WS           PIC 9      VALUE ZERO.
           05  MONTHLY-RATE-WS         PIC 9V9(8) VALUE ZERO.
           05  ONE-PLUS-RATE-WS        PIC 9V9(8) VALUE ZERO.
           05  MONTHLY-FACTOR-WS       PIC 9V9(12) VALUE ZERO.
           05  RUNNING-FACTOR-WS       PIC 9V9(12) VALUE ZERO.
           05  DISCOUNT-FACTOR-WS      PIC 9V9(12) VALUE ZERO.
           05  LEASE-UNDISCOUNTED-WS   PIC S9(9)V99 VALUE ZERO.
           05  LEASE-DISCOUNTED-WS     PIC S9(9)V99 VALUE ZERO.
           05  PAYMENT-PV-WS           PIC S9(7)V9(4) VALUE ZERO.
           05  LEASE-PV-WS             PIC S9(9)V99 VALUE ZERO.
           05  END-MONTHS-WS           PIC 9(6)   VALUE ZERO.
           05  END-YEAR-WS             PIC 9(4)   VALUE ZERO.
           05  END-MONTH-WS            PIC 99     VALUE ZERO.

      *    UNDISCOUNTED PAYMENTS BY PERIOD - FIVE YEARS, THEN
      *    EVERYTHING AFTER IN THE SIXTH.
       01  MATURITY-TABLE-WS.
           05  MATURITY-AMT-TBL        PIC S9(11)V99 OCCURS 6 TIMES.

       01  DISCLOSURE-TOTALS-WS.
           05  TOTAL-UNDISCOUNTED-WS   PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-DISCOUNTED-WS     PIC S9(11)V99 VALUE ZERO.
           05  IMPUTED-INTEREST-WS     PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-LIABILITY-WS      PIC S9(11)V99 VALUE ZERO.
           05  TIE-DIFFERENCE-WS       PIC S9(11)V99 VALUE ZERO.
           05  WEIGHTED-MONTHS-WS      PIC S9(15)V99 VALUE ZERO.
           05  WEIGHTED-RATE-WS        PIC S9(11)V9(6) VALUE ZERO.
           05  AVERAGE-TERM-WS         PIC S9(3)V99  VALUE ZERO.
           05  AVERAGE-RATE-WS         PIC S9(3)V99  VALUE ZERO.
           05  COST-AMORT-WS           PIC S9(11)V99 VALUE ZERO.
           05  COST-INTEREST-WS        PIC S9(11)V99 VALUE ZERO.
           05  COST-TOTAL-WS           PIC S9(11)V99 VALUE ZERO.

      *    SCRATCH COPY OF ONE LEASED ASSET, LAID OUT LIKE THE CPYIN
      *    PREFIX DEPRESUB'S LINKAGE DESCRIBES, REPLAYED FROM ZERO
      *    THROUGH ITS YEARS IN SERVICE SO THE LAST YEAR'S CHARGE AND
      *    THE BALANCE IT OPENED WITH COME OUT AS DEPRBATCH TOOK THEM.
       01  LEASE-ASSET-WS.
           05  LSA-ASSET-ID         PIC 9(6).
           05  LSA-NAME             PIC X(10).
           05  LSA-PRICE            PIC S9(5)V99.
           05  LSA-SALVAGE          PIC S9(5)V99.
           05  LSA-USEFUL-LIFE      PIC 99.
           05  LSA-ACCUM-DEPR       PIC S9(6)V99.
           05  LSA-DEPR-METHOD      PIC X.
           05  LSA-YEARS-IN-SERVICE PIC 99.
           05  LSA-ACQ-DATE         PIC 9(8).
           05  LSA-CATEGORY         PIC X(15).
           05  LSA-TRANS-TYPE       PIC X.
           05  LSA-PROCEEDS         PIC S9(6)V99.
           05  LSA-EST-UNITS        PIC 9(7).
           05  LSA-PERIOD-UNITS     PIC 9(7).
           05  LSA-ADJ-PRICE        PIC S9(5)V99.
           05  LSA-ADJ-SALVAGE      PIC S9(5)V99.
           05  LSA-LOCATION         PIC X(6).
           05  LSA-TAX-CLASS        PIC 99.
           05  LSA-TAX-ACCUM        PIC S9(6)V99.
           05  LSA-LIFETIME-UNITS   PIC 9(7).
           05  LSA-FY-ANNUAL        PIC S9(5)V99.
           05  FILLER               PIC X(142).
           05  LSA-EST-CHANGE-IND   PIC X.
           05  LSA-EST-LIFE-LEFT    PIC 99.

       01  LEASE-DEPR-VARS-WS.
           05  LSA-EOF-FILLER       PIC X(3).
           05  LSA-TOTAL-DEPR       PIC S9(6)V99.
           05  LSA-YEARLY-DEPR      PIC S9(5)V99.
           05  LSA-RUN-MODE         PIC X.
           05  LSA-RUN-PERIOD       PIC 99.

       01  LEASE-COST-WS.
           05  REPLAY-YEAR-WS          PIC 99        VALUE ZERO.
           05  OPENING-BALANCE-WS      PIC S9(7)V99  VALUE ZERO.
           05  YEAR-AMORT-WS           PIC S9(7)V99  VALUE ZERO.
           05  YEAR-INTEREST-WS        PIC S9(7)V99  VALUE ZERO.

      *    LEASED ASSETS WITH NO SCHEDULE, HELD FOR THE EXCEPTIONS.
       01  NO-SCHEDULE-CONTROL-WS.
           05  NO-SCHEDULE-COUNT-WS    PIC 9(3)  VALUE ZERO.
           05  NS-IDX-WS               PIC 9(3)  VALUE ZERO.

       01  NO-SCHEDULE-TABLE-WS.
           05  NO-SCHEDULE-ENTRY-WS OCCURS 100 TIMES.
               10  NS-ASSET-ID-TBL     PIC 9(6).
               10  NS-NAME-TBL         PIC X(10).
               10  NS-COMPANY-TBL      PIC XX.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'LEASDISC'.
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
           'LEASE DISCLOSURE'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  AS-OF-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(7)    VALUE 'AS OF '.
           05  AO-DATE-OUT         PICTURE 9(8).
           05  FILLER              PICTURE X(116)  VALUE SPACES.

       01  SECTION-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  SH-TITLE-OUT        PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  REGISTER-COLUMN-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(8)    VALUE ' ASSET'.
           05                      PICTURE X(12)   VALUE 'NAME'.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(10)   VALUE 'START'.
           05                      PICTURE X(10)   VALUE 'ENDS'.
           05                      PICTURE X(11)   VALUE
                 '   PAYMENT'.
           05                      PICTURE X(8)    VALUE '   RATE'.
           05                      PICTURE X(6)    VALUE ' LEFT'.
           05                      PICTURE X(14)   VALUE
                 ' UNDISCOUNTED'.
           05                      PICTURE X(14)   VALUE
                 '    LIABILITY'.
           05  FILLER              PICTURE X(34)   VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RG-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-START-OUT        PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-END-OUT          PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-PAYMENT-OUT      PICTURE ZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-RATE-OUT         PICTURE Z9.99.
           05                      PICTURE X       VALUE '%'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-LEFT-OUT         PICTURE ZZ9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RG-UNDISCOUNTED-OUT PICTURE --,---,--9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RG-LIABILITY-OUT    PICTURE --,---,--9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RG-NOTE-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(12)   VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  EX-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  EX-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  EX-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  EX-NOTE-OUT         PICTURE X(40).
           05  FILLER              PICTURE X(67)   VALUE SPACES.

      *    ONE LINE OF THE MATURITY ANALYSIS, THE PROOF AND THE LEASE
      *    COST - A LABEL AND AN AMOUNT, FLAGGED WHEN IT DOESN'T TIE.
       01  AMOUNT-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  AM-LABEL-OUT        PICTURE X(50).
           05  AM-AMOUNT-OUT       PICTURE ---,---,---,--9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AM-FLAG-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       01  MATURITY-LABEL-WS.
           05                      PICTURE X(21)   VALUE
                 'PAYMENTS DUE IN YEAR '.
           05  ML-YEAR-OUT         PICTURE 9.
           05                      PICTURE X(28)   VALUE SPACES.

       01  AVERAGE-TERM-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(50)   VALUE
                 'WEIGHTED-AVERAGE REMAINING LEASE TERM (YEARS)'.
           05  FILLER              PICTURE X(12)   VALUE SPACES.
           05  AT-TERM-OUT         PICTURE ZZ9.99.
           05  FILLER              PICTURE X(58)   VALUE SPACES.

       01  AVERAGE-RATE-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(50)   VALUE
                 'WEIGHTED-AVERAGE DISCOUNT RATE'.
           05  FILLER              PICTURE X(12)   VALUE SPACES.
           05  AR-RATE-OUT         PICTURE ZZ9.99.
           05                      PICTURE X       VALUE '%'.
           05  FILLER              PICTURE X(57)   VALUE SPACES.

       01  EXPIRING-COLUMN-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(8)    VALUE ' ASSET'.
           05                      PICTURE X(12)   VALUE 'NAME'.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(8)    VALUE 'LOCN'.
           05                      PICTURE X(10)   VALUE 'ENDS'.
           05                      PICTURE X(11)   VALUE
                 '   PAYMENT'.
           05                      PICTURE X(14)   VALUE
                 'PAYMENTS LEFT'.
           05  FILLER              PICTURE X(65)   VALUE SPACES.

       01  EXPIRING-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  XP-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  XP-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  XP-COMPANY-OUT      PICTURE XX.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  XP-LOCATION-OUT     PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  XP-END-OUT          PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  XP-PAYMENT-OUT      PICTURE ZZ,ZZ9.99.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  XP-LEFT-OUT         PICTURE ZZ9.
           05  FILLER              PICTURE X(71)   VALUE SPACES.

       01  NONE-EXPIRING-LINE.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
                 'NO LEASES END IN THE NEXT TWELVE MONTHS'.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

       01  NO-SCHEDULE-FILE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(52)   VALUE
           'LEASESCH.DAT NOT FOUND - NO LEASE SCHEDULES ON FILE'.
           05  FILLER              PICTURE X(79)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(56)   VALUE
           'LEASE TABLE FULL - SCHEDULES PAST 100 NOT REPORTED'.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  LEASDISC-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                 'ASSETS READ: '.
           05  LD-READ-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(10)   VALUE
                 '  LEASED: '.
           05  LD-LEASED-OUT       PICTURE ZZZ,ZZ9.
           05                      PICTURE X(10)   VALUE
                 '  VALUED: '.
           05  LD-VALUED-OUT       PICTURE ZZZ,ZZ9.
           05                      PICTURE X(12)   VALUE
                 '  EXPIRING: '.
           05  LD-EXPIRING-OUT     PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  EXCEPTIONS: '.
           05  LD-EXCEPTIONS-OUT   PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-ASSET-WS = 'YES'
           PERFORM    600-PRINT-EXCEPTIONS
           PERFORM    650-PRINT-MATURITY
           PERFORM    700-PRINT-AVERAGES
           PERFORM    750-PRINT-LEASE-COST
           PERFORM    800-PRINT-EXPIRING
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           COMPUTE AS-OF-DATE-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           PERFORM 210-READ-PARAMETER-CARD
           MOVE ZERO TO MATURITY-AMT-TBL (1) MATURITY-AMT-TBL (2)
                        MATURITY-AMT-TBL (3) MATURITY-AMT-TBL (4)
                        MATURITY-AMT-TBL (5) MATURITY-AMT-TBL (6)

           OPEN INPUT  ASSET-INPUT-FILE
           OPEN OUTPUT LEASDISC-REPORT-FILE
           PERFORM     500-HEADER
           PERFORM     220-LOAD-LEASE-SCHEDULE
           PERFORM     250-READ-ONE-ASSET.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-AS-OF-DATE IS NUMERIC
                          AND PRM-AS-OF-DATE-NUM > 19000000
                           MOVE PRM-AS-OF-DATE-NUM TO AS-OF-DATE-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      *    NO LEASESCH.DAT LEAVES THE TABLE EMPTY - EVERY LEASED
      *    ASSET THEN PRINTS AS AN EXCEPTION. A ROW THAT ISN'T ALL
      *    NUMERIC IS NOT LOADED.
       220-LOAD-LEASE-SCHEDULE.
           OPEN INPUT LEASE-SCHEDULE-FILE
           IF LEASE-FILE-STATUS-WS = '00'
               PERFORM 225-READ-ONE-LEASE-ROW
               PERFORM 228-STORE-ONE-LEASE-ROW
                   UNTIL EOF-LEASE-WS = 'YES'
               CLOSE LEASE-SCHEDULE-FILE
           ELSE
               WRITE PRINT-LEASDISC-LINE FROM NO-SCHEDULE-FILE-LINE
                   AFTER 1 LINE
           END-IF.

       225-READ-ONE-LEASE-ROW.
           READ LEASE-SCHEDULE-FILE
               AT END MOVE 'YES' TO EOF-LEASE-WS
           END-READ.

       228-STORE-ONE-LEASE-ROW.
           EVALUATE TRUE
               WHEN LS-ASSET-ID-IN NOT NUMERIC
                 OR LS-PAYMENT-IN NOT NUMERIC
                 OR LS-TERM-MONTHS-IN NOT NUMERIC
                 OR LS-RATE-IN NOT NUMERIC
                 OR LS-START-DATE-IN NOT NUMERIC
                   ADD 1 TO EXCEPTIONS-WS
               WHEN LEASE-COUNT-WS NOT < 100
                   MOVE 'YES' TO LEASE-OVERFLOW-SW
               WHEN OTHER
                   ADD 1 TO LEASE-COUNT-WS
                   INITIALIZE LEASE-ENTRY-WS (LEASE-COUNT-WS)
                   MOVE LS-ASSET-ID-IN    TO
                        LSE-ASSET-ID-TBL (LEASE-COUNT-WS)
                   MOVE LS-PAYMENT-IN     TO
                        LSE-PAYMENT-TBL  (LEASE-COUNT-WS)
                   MOVE LS-TERM-MONTHS-IN TO
                        LSE-TERM-TBL     (LEASE-COUNT-WS)
                   MOVE LS-RATE-IN        TO
                        LSE-RATE-TBL     (LEASE-COUNT-WS)
                   MOVE LS-START-DATE-IN  TO
                        LSE-START-TBL    (LEASE-COUNT-WS)
                   MOVE 'NO'              TO
                        LSE-MATCHED-TBL  (LEASE-COUNT-WS)
           END-EVALUATE
           PERFORM 225-READ-ONE-LEASE-ROW.

       250-READ-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
              NOT AT END ADD 1 TO ASSETS-READ-WS
           END-READ.

       300-PROCESS.
           IF ASSET-LEASED-IN
              AND TRANS-TYPE-ASSET
               PERFORM 320-TAKE-LEASED-ASSET
           END-IF
           PERFORM 250-READ-ONE-ASSET.

       320-TAKE-LEASED-ASSET.
           ADD 1 TO LEASED-ASSETS-WS
           MOVE ZERO TO LEASE-POS-WS
           PERFORM 325-SEARCH-LEASE-TABLE
               VARYING LEASE-IDX-WS FROM 1 BY 1
               UNTIL LEASE-IDX-WS > LEASE-COUNT-WS
                  OR LEASE-POS-WS > ZERO
           IF LEASE-POS-WS > ZERO
               ADD 1 TO LEASES-VALUED-WS
               MOVE 'YES'             TO LSE-MATCHED-TBL  (LEASE-POS-WS)
               MOVE NAME-IN           TO LSE-NAME-TBL     (LEASE-POS-WS)
               MOVE COMPANY-IN        TO LSE-COMPANY-TBL  (LEASE-POS-WS)
               MOVE ASSET-LOCATION-IN TO LSE-LOCATION-TBL (LEASE-POS-WS)
               PERFORM 330-VALUE-REMAINING-PAYMENTS
               PERFORM 340-FIGURE-YEAR-COST
               PERFORM 345-PRINT-REGISTER-LINE
           ELSE
               ADD 1 TO EXCEPTIONS-WS
               IF NO-SCHEDULE-COUNT-WS < 100
                   ADD 1 TO NO-SCHEDULE-COUNT-WS
                   MOVE ASSET-ID-IN TO
                        NS-ASSET-ID-TBL (NO-SCHEDULE-COUNT-WS)
                   MOVE NAME-IN     TO
                        NS-NAME-TBL     (NO-SCHEDULE-COUNT-WS)
                   MOVE COMPANY-IN  TO
                        NS-COMPANY-TBL  (NO-SCHEDULE-COUNT-WS)
               END-IF
           END-IF.

       325-SEARCH-LEASE-TABLE.
           IF LSE-ASSET-ID-TBL (LEASE-IDX-WS) = ASSET-ID-IN
               MOVE LEASE-IDX-WS TO LEASE-POS-WS
           END-IF.

      *    A PAYMENT IS MADE EACH TIME THE START DAY COMES ROUND, SO
      *    A MONTH NOT YET REACHED ITS DAY ISN'T PAID. A LEASE THAT
      *    HASN'T STARTED OWES EVERY PAYMENT; ONE PAST ITS TERM OWES
      *    NONE. EACH PAYMENT LEFT IS DISCOUNTED ONE MONTH FURTHER
      *    THAN THE ONE BEFORE; THE LIABILITY IS THE ANNUITY VALUE OF
      *    WHAT IS LEFT, FIGURED AS GLRECON FIGURES IT, WITH THE
      *    DISCOUNT FACTOR THE LAST PAYMENT REACHED. THE MATURITY
      *    TABLE PROVES ONE AGAINST THE OTHER.
       330-VALUE-REMAINING-PAYMENTS.
           COMPUTE ELAPSED-MONTHS-WS =
                   (AS-OF-YEAR-WS - LSE-START-YEAR-TBL (LEASE-POS-WS))
                   * 12 + AS-OF-MONTH-WS
                   - LSE-START-MONTH-TBL (LEASE-POS-WS)
           IF AS-OF-DAY-WS < LSE-START-DAY-TBL (LEASE-POS-WS)
               SUBTRACT 1 FROM ELAPSED-MONTHS-WS
           END-IF
           IF ELAPSED-MONTHS-WS < ZERO
               MOVE ZERO TO ELAPSED-MONTHS-WS
           END-IF
           COMPUTE REMAINING-PAYMENTS-WS =
                   LSE-TERM-TBL (LEASE-POS-WS) - ELAPSED-MONTHS-WS
           IF REMAINING-PAYMENTS-WS < ZERO
               MOVE ZERO TO REMAINING-PAYMENTS-WS
           END-IF
           MOVE REMAINING-PAYMENTS-WS TO
                LSE-REMAINING-TBL (LEASE-POS-WS)

           COMPUTE END-MONTHS-WS =
                   LSE-START-YEAR-TBL (LEASE-POS-WS) * 12
                   + LSE-START-MONTH-TBL (LEASE-POS-WS) - 1
                   + LSE-TERM-TBL (LEASE-POS-WS)
           DIVIDE END-MONTHS-WS BY 12 GIVING END-YEAR-WS
               REMAINDER END-MONTH-WS
           ADD 1 TO END-MONTH-WS
           COMPUTE LSE-END-DATE-TBL (LEASE-POS-WS) =
                   END-YEAR-WS * 10000 + END-MONTH-WS * 100
                   + LSE-START-DAY-TBL (LEASE-POS-WS)

           MOVE ZERO TO LEASE-UNDISCOUNTED-WS
           MOVE ZERO TO PAYMENT-PV-WS
           COMPUTE MONTHLY-RATE-WS ROUNDED =
                   LSE-RATE-TBL (LEASE-POS-WS) / 12
           COMPUTE ONE-PLUS-RATE-WS = 1 + MONTHLY-RATE-WS
           COMPUTE MONTHLY-FACTOR-WS ROUNDED =
                   1 / ONE-PLUS-RATE-WS
           MOVE 1 TO RUNNING-FACTOR-WS
           PERFORM 335-TAKE-ONE-PAYMENT
               VARYING PAYMENT-IDX-WS FROM 1 BY 1
               UNTIL PAYMENT-IDX-WS > REMAINING-PAYMENTS-WS
           COMPUTE LEASE-DISCOUNTED-WS ROUNDED = PAYMENT-PV-WS
           MOVE RUNNING-FACTOR-WS TO DISCOUNT-FACTOR-WS

           EVALUATE TRUE
               WHEN REMAINING-PAYMENTS-WS = ZERO
                   MOVE ZERO TO LEASE-PV-WS
               WHEN LSE-RATE-TBL (LEASE-POS-WS) = ZERO
                   COMPUTE LEASE-PV-WS =
                           LSE-PAYMENT-TBL (LEASE-POS-WS)
                           * REMAINING-PAYMENTS-WS
               WHEN OTHER
                   COMPUTE LEASE-PV-WS ROUNDED =
                           LSE-PAYMENT-TBL (LEASE-POS-WS)
                           * (1 - DISCOUNT-FACTOR-WS)
                           / MONTHLY-RATE-WS
           END-EVALUATE

           ADD LEASE-UNDISCOUNTED-WS TO TOTAL-UNDISCOUNTED-WS
           ADD LEASE-DISCOUNTED-WS   TO TOTAL-DISCOUNTED-WS
           ADD LEASE-PV-WS           TO TOTAL-LIABILITY-WS
           COMPUTE WEIGHTED-MONTHS-WS = WEIGHTED-MONTHS-WS
                   + LEASE-PV-WS * REMAINING-PAYMENTS-WS
           COMPUTE WEIGHTED-RATE-WS = WEIGHTED-RATE-WS
                   + LEASE-PV-WS * LSE-RATE-TBL (LEASE-POS-WS).

      *    PAYMENTS 1-12 FROM NOW FALL IN YEAR 1, 13-24 IN YEAR 2,
      *    AND SO ON; EVERYTHING PAST THE 60TH IS "THEREAFTER".
       335-TAKE-ONE-PAYMENT.
           COMPUTE BUCKET-IDX-WS = (PAYMENT-IDX-WS - 1) / 12 + 1
           IF PAYMENT-IDX-WS > 60
               MOVE 6 TO BUCKET-IDX-WS
           END-IF
           ADD LSE-PAYMENT-TBL (LEASE-POS-WS) TO
               MATURITY-AMT-TBL (BUCKET-IDX-WS)
           ADD LSE-PAYMENT-TBL (LEASE-POS-WS) TO LEASE-UNDISCOUNTED-WS
           COMPUTE RUNNING-FACTOR-WS ROUNDED =
                   RUNNING-FACTOR-WS * MONTHLY-FACTOR-WS
           COMPUTE PAYMENT-PV-WS = PAYMENT-PV-WS
                   + LSE-PAYMENT-TBL (LEASE-POS-WS) * RUNNING-FACTOR-WS.

      *    DEPRBATCH TAKES A LEASED ASSET'S AMORTIZATION THROUGH
      *    DEPRESUB AND ITS INTEREST AT THE SCHEDULE RATE ON THE
      *    UNAMORTIZED BALANCE THE YEAR OPENED WITH. REPLAYING THE
      *    YEARS IN SERVICE FROM ZERO LEAVES THE LAST ONE'S CHARGE
      *    AND OPENING BALANCE - THE LAST FISCAL YEAR POSTED. AN
      *    ASSET WITH NO YEAR POSTED YET HAS NO COST TO SHOW.
       340-FIGURE-YEAR-COST.
           MOVE ZERO TO YEAR-AMORT-WS
           MOVE ZERO TO YEAR-INTEREST-WS
           IF YEARS-IN-SERVICE-IN > ZERO
               MOVE CPYIN TO LEASE-ASSET-WS
               MOVE ZERO  TO LSA-ACCUM-DEPR
               MOVE ZERO  TO LSA-YEARS-IN-SERVICE
               MOVE ZERO  TO LSA-FY-ANNUAL
               MOVE 'A'   TO LSA-RUN-MODE
               MOVE ZERO  TO LSA-RUN-PERIOD
               MOVE ZERO  TO LSA-TOTAL-DEPR
               PERFORM 342-REPLAY-ONE-YEAR
                   VARYING REPLAY-YEAR-WS FROM 1 BY 1
                   UNTIL REPLAY-YEAR-WS > YEARS-IN-SERVICE-IN
               IF OPENING-BALANCE-WS < ZERO
                   MOVE ZERO TO OPENING-BALANCE-WS
               END-IF
               MOVE LSA-YEARLY-DEPR TO YEAR-AMORT-WS
               COMPUTE YEAR-INTEREST-WS ROUNDED =
                       OPENING-BALANCE-WS * LSE-RATE-TBL (LEASE-POS-WS)
           END-IF
           ADD YEAR-AMORT-WS    TO COST-AMORT-WS
           ADD YEAR-INTEREST-WS TO COST-INTEREST-WS.

       342-REPLAY-ONE-YEAR.
           COMPUTE OPENING-BALANCE-WS = LSA-PRICE - LSA-ACCUM-DEPR
           MOVE ZERO TO LSA-YEARLY-DEPR
           CALL "DEPRESUB" USING LEASE-ASSET-WS, LEASE-DEPR-VARS-WS.

       345-PRINT-REGISTER-LINE.
           MOVE ASSET-ID-IN       TO RG-ASSET-ID-OUT
           MOVE NAME-IN           TO RG-NAME-OUT
           MOVE COMPANY-IN        TO RG-COMPANY-OUT
           MOVE LSE-START-TBL    (LEASE-POS-WS) TO RG-START-OUT
           MOVE LSE-END-DATE-TBL (LEASE-POS-WS) TO RG-END-OUT
           MOVE LSE-PAYMENT-TBL  (LEASE-POS-WS) TO RG-PAYMENT-OUT
           COMPUTE RG-RATE-OUT = LSE-RATE-TBL (LEASE-POS-WS) * 100
           MOVE REMAINING-PAYMENTS-WS TO RG-LEFT-OUT
           MOVE LEASE-UNDISCOUNTED-WS TO RG-UNDISCOUNTED-OUT
           MOVE LEASE-PV-WS           TO RG-LIABILITY-OUT
           IF REMAINING-PAYMENTS-WS = ZERO
               MOVE 'TERM ENDED'  TO RG-NOTE-OUT
           ELSE
               MOVE SPACES        TO RG-NOTE-OUT
           END-IF
           WRITE PRINT-LEASDISC-LINE FROM REGISTER-DETAIL-LINE
               AFTER 1 LINE.

       500-HEADER.
           WRITE PRINT-LEASDISC-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE AS-OF-DATE-WS TO AO-DATE-OUT
           WRITE PRINT-LEASDISC-LINE FROM AS-OF-LINE
               AFTER 1 LINE
           MOVE 'LEASE REGISTER' TO SH-TITLE-OUT
           WRITE PRINT-LEASDISC-LINE FROM SECTION-HEADER-LINE
               AFTER 2 LINES
           WRITE PRINT-LEASDISC-LINE FROM REGISTER-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-LEASDISC-LINE
           WRITE PRINT-LEASDISC-LINE AFTER 1 LINE.

      *    A SCHEDULE NO LEASED ASSET CLAIMED, OR A LEASED ASSET
      *    WITH NO SCHEDULE, IS LEFT OUT OF EVERY FIGURE BELOW.
       600-PRINT-EXCEPTIONS.
           PERFORM 610-CHECK-ONE-SCHEDULE
               VARYING LEASE-IDX-WS FROM 1 BY 1
               UNTIL LEASE-IDX-WS > LEASE-COUNT-WS
           PERFORM 620-PRINT-ONE-NO-SCHEDULE
               VARYING NS-IDX-WS FROM 1 BY 1
               UNTIL NS-IDX-WS > NO-SCHEDULE-COUNT-WS
           IF LEASE-OVERFLOW-SW = 'YES'
               WRITE PRINT-LEASDISC-LINE FROM TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       610-CHECK-ONE-SCHEDULE.
           IF LSE-MATCHED-TBL (LEASE-IDX-WS) = 'NO'
               ADD 1 TO EXCEPTIONS-WS
               MOVE LSE-ASSET-ID-TBL (LEASE-IDX-WS) TO EX-ASSET-ID-OUT
               MOVE SPACES TO EX-NAME-OUT
               MOVE SPACES TO EX-COMPANY-OUT
               MOVE '*** SCHEDULE WITH NO LEASED ASSET' TO EX-NOTE-OUT
               WRITE PRINT-LEASDISC-LINE FROM EXCEPTION-DETAIL-LINE
                   AFTER 1 LINE
           END-IF.

       620-PRINT-ONE-NO-SCHEDULE.
           MOVE NS-ASSET-ID-TBL (NS-IDX-WS) TO EX-ASSET-ID-OUT
           MOVE NS-NAME-TBL     (NS-IDX-WS) TO EX-NAME-OUT
           MOVE NS-COMPANY-TBL  (NS-IDX-WS) TO EX-COMPANY-OUT
           MOVE '*** LEASED ASSET WITH NO SCHEDULE' TO EX-NOTE-OUT
           WRITE PRINT-LEASDISC-LINE FROM EXCEPTION-DETAIL-LINE
               AFTER 1 LINE.

      *    THE UNDISCOUNTED PAYMENTS LESS THE INTEREST IMPUTED IN
      *    THEM COME DOWN TO THEIR PRESENT VALUE, WHICH MUST AGREE
      *    WITH THE LIABILITY TO THE PENNY OR SO OF ROUNDING.
       650-PRINT-MATURITY.
           MOVE 'MATURITY OF LEASE LIABILITY' TO SH-TITLE-OUT
           WRITE PRINT-LEASDISC-LINE FROM SECTION-HEADER-LINE
               AFTER 3 LINES
           MOVE SPACES TO AM-FLAG-OUT
           PERFORM 655-PRINT-ONE-YEAR
               VARYING BUCKET-IDX-WS FROM 1 BY 1
               UNTIL BUCKET-IDX-WS > 5
           MOVE 'PAYMENTS DUE THEREAFTER' TO AM-LABEL-OUT
           MOVE MATURITY-AMT-TBL (6) TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE
           MOVE 'TOTAL UNDISCOUNTED LEASE PAYMENTS' TO AM-LABEL-OUT
           MOVE TOTAL-UNDISCOUNTED-WS TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 2 LINES
           COMPUTE IMPUTED-INTEREST-WS =
                   TOTAL-UNDISCOUNTED-WS - TOTAL-DISCOUNTED-WS
           MOVE 'LESS IMPUTED INTEREST' TO AM-LABEL-OUT
           MOVE IMPUTED-INTEREST-WS TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE
           MOVE 'PRESENT VALUE OF LEASE PAYMENTS' TO AM-LABEL-OUT
           MOVE TOTAL-DISCOUNTED-WS TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE
           MOVE 'LEASE LIABILITY (ACCOUNT 25000000 BASIS)'
                TO AM-LABEL-OUT
           MOVE TOTAL-LIABILITY-WS TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE
           COMPUTE TIE-DIFFERENCE-WS =
                   TOTAL-DISCOUNTED-WS - TOTAL-LIABILITY-WS
           MOVE 'DIFFERENCE' TO AM-LABEL-OUT
           MOVE TIE-DIFFERENCE-WS TO AM-AMOUNT-OUT
           IF TIE-DIFFERENCE-WS > LEASES-VALUED-WS * 0.01
              OR TIE-DIFFERENCE-WS < LEASES-VALUED-WS * -0.01
               MOVE '*** DOES NOT TIE' TO AM-FLAG-OUT
           END-IF
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE.

       655-PRINT-ONE-YEAR.
           MOVE BUCKET-IDX-WS     TO ML-YEAR-OUT
           MOVE MATURITY-LABEL-WS TO AM-LABEL-OUT
           MOVE MATURITY-AMT-TBL (BUCKET-IDX-WS) TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE.

      *    BOTH AVERAGES ARE WEIGHTED BY EACH LEASE'S LIABILITY.
       700-PRINT-AVERAGES.
           MOVE 'WEIGHTED AVERAGES' TO SH-TITLE-OUT
           WRITE PRINT-LEASDISC-LINE FROM SECTION-HEADER-LINE
               AFTER 3 LINES
           IF TOTAL-LIABILITY-WS > ZERO
               COMPUTE AVERAGE-TERM-WS ROUNDED =
                       WEIGHTED-MONTHS-WS / TOTAL-LIABILITY-WS / 12
               COMPUTE AVERAGE-RATE-WS ROUNDED =
                       WEIGHTED-RATE-WS * 100 / TOTAL-LIABILITY-WS
           ELSE
               MOVE ZERO TO AVERAGE-TERM-WS
               MOVE ZERO TO AVERAGE-RATE-WS
           END-IF
           MOVE AVERAGE-TERM-WS TO AT-TERM-OUT
           WRITE PRINT-LEASDISC-LINE FROM AVERAGE-TERM-LINE
               AFTER 1 LINE
           MOVE AVERAGE-RATE-WS TO AR-RATE-OUT
           WRITE PRINT-LEASDISC-LINE FROM AVERAGE-RATE-LINE
               AFTER 1 LINE.

       750-PRINT-LEASE-COST.
           MOVE 'LEASE COST - LAST FISCAL YEAR POSTED' TO SH-TITLE-OUT
           WRITE PRINT-LEASDISC-LINE FROM SECTION-HEADER-LINE
               AFTER 3 LINES
           MOVE SPACES TO AM-FLAG-OUT
           MOVE 'AMORTIZATION OF RIGHT-OF-USE ASSETS' TO AM-LABEL-OUT
           MOVE COST-AMORT-WS TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE
           MOVE 'INTEREST ON LEASE LIABILITIES' TO AM-LABEL-OUT
           MOVE COST-INTEREST-WS TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE
           COMPUTE COST-TOTAL-WS = COST-AMORT-WS + COST-INTEREST-WS
           MOVE 'TOTAL LEASE COST' TO AM-LABEL-OUT
           MOVE COST-TOTAL-WS TO AM-AMOUNT-OUT
           WRITE PRINT-LEASDISC-LINE FROM AMOUNT-LINE
               AFTER 1 LINE.

      *    A LEASE WITH ONE TO TWELVE PAYMENTS LEFT ENDS WITHIN THE
      *    YEAR.
       800-PRINT-EXPIRING.
           MOVE 'LEASES ENDING IN THE NEXT TWELVE MONTHS'
                TO SH-TITLE-OUT
           WRITE PRINT-LEASDISC-LINE FROM SECTION-HEADER-LINE
               AFTER 3 LINES
           WRITE PRINT-LEASDISC-LINE FROM EXPIRING-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-LEASDISC-LINE
           WRITE PRINT-LEASDISC-LINE AFTER 1 LINE
           PERFORM 810-CHECK-ONE-EXPIRING
               VARYING LEASE-IDX-WS FROM 1 BY 1
               UNTIL LEASE-IDX-WS > LEASE-COUNT-WS
           IF LEASES-EXPIRING-WS = ZERO
               WRITE PRINT-LEASDISC-LINE FROM NONE-EXPIRING-LINE
                   AFTER 1 LINE
           END-IF.

       810-CHECK-ONE-EXPIRING.
           IF LSE-MATCHED-TBL (LEASE-IDX-WS) = 'YES'
              AND LSE-REMAINING-TBL (LEASE-IDX-WS) > ZERO
              AND LSE-REMAINING-TBL (LEASE-IDX-WS) NOT > 12
               ADD 1 TO LEASES-EXPIRING-WS
               MOVE LSE-ASSET-ID-TBL  (LEASE-IDX-WS) TO XP-ASSET-ID-OUT
               MOVE LSE-NAME-TBL      (LEASE-IDX-WS) TO XP-NAME-OUT
               MOVE LSE-COMPANY-TBL   (LEASE-IDX-WS) TO XP-COMPANY-OUT
               MOVE LSE-LOCATION-TBL  (LEASE-IDX-WS) TO XP-LOCATION-OUT
               MOVE LSE-END-DATE-TBL  (LEASE-IDX-WS) TO XP-END-OUT
               MOVE LSE-PAYMENT-TBL   (LEASE-IDX-WS) TO XP-PAYMENT-OUT
               MOVE LSE-REMAINING-TBL (LEASE-IDX-WS) TO XP-LEFT-OUT
               WRITE PRINT-LEASDISC-LINE FROM EXPIRING-DETAIL-LINE
                   AFTER 1 LINE
           END-IF.

       900-CLOSE.
           MOVE ASSETS-READ-WS     TO LD-READ-OUT
           MOVE LEASED-ASSETS-WS   TO LD-LEASED-OUT
           MOVE LEASES-VALUED-WS   TO LD-VALUED-OUT
           MOVE LEASES-EXPIRING-WS TO LD-EXPIRING-OUT
           MOVE EXCEPTIONS-WS      TO LD-EXCEPTIONS-OUT
           WRITE PRINT-LEASDISC-LINE FROM LEASDISC-SUMMARY-LINE
               AFTER 2 LINES

           CLOSE ASSET-INPUT-FILE LEASDISC-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE ASSETS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
