       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MATCHTRU.
       AUTHOR.    CHRISTOPHER HILL.

      *    YEAR-END 401K MATCH TRUE-UP. THE PAYROLL RUN MATCHES
      *    EACH CHECK ON ITS OWN, SO AN EMPLOYEE WHO FRONT-LOADED
      *    DEFERRALS, STOPPED AT THE IRS CEILING, OR SKIPPED A FEW
      *    CHECKS GETS LESS MATCH FOR THE YEAR THAN THE PLAN'S
      *    FORMULA APPLIED TO THE WHOLE YEAR WOULD GIVE. THIS RUN
      *    TAKES THE YEAR'S ELIGIBLE PAY, DEFERRALS, AND MATCH FROM
      *    THE RESERVED ROWS PROB3BATCH KEEPS ON DEDYTD.DAT,
      *    APPLIES THE SAME MATCHRUL.DAT TIERS AND ANNUAL CAP TO
      *    THE ANNUAL FIGURES, AND LISTS EVERYONE WHOSE PER-PERIOD
      *    MATCH CAME UP SHORT, WITH THE TRUE-UP OWED. IT RUNS ON
      *    THE YEAR-END NIGHT AHEAD OF YTDCLOSE, WHICH ARCHIVES
      *    AND EMPTIES DEDYTD.DAT, AND CAN BE RUN ON DEMAND ANY
      *    TIME BEFORE THAT. NOTHING IS POSTED - THE TRUE-UP IS
      *    DEPOSITED BY THE PLAN ADMINISTRATOR FROM THIS LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DEDYTD-FILE ASSIGN TO 'DEDYTD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DY-KEY
            FILE STATUS IS DEDYTD-FILE-STATUS-WS.

            SELECT MATCH-RULES-FILE ASSIGN TO 'MATCHRUL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MATCHRUL-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT TRUE-UP-REPORT-FILE ASSIGN TO 'MATCHTRU.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDYTD-FILE RECORDING MODE IS F.
       01  DEDYTD-RECORD.
           05  DY-KEY.
               10  DY-SSN          PIC 9(9).
               10  DY-CODE         PIC X(3).
           05  DY-TAKEN            PIC 9(7)V99.

      *    SAME CARDS THE PAYROLL RUN MATCHES FROM - NOT A COPYBOOK
      *    THERE EITHER.
       FD  MATCH-RULES-FILE RECORDING MODE IS F.
       01  MATCH-RULE-RECORD.
           05  MR-CARD-TYPE        PIC X.
               88  MR-TIER-CARD             VALUE 'T'.
               88  MR-LIMIT-CARD            VALUE 'L'.
           05  FILLER              PIC X.
           05  MR-CARD-BODY        PIC X(28).
           05  MR-TIER-BODY REDEFINES MR-CARD-BODY.
               10  MR-TIER-LOW-PCT     PIC 99V99.
               10  FILLER              PIC X.
               10  MR-TIER-HIGH-PCT    PIC 99V99.
               10  FILLER              PIC X.
               10  MR-TIER-RATE        PIC 999V99.
               10  FILLER              PIC X(13).
           05  MR-LIMIT-BODY REDEFINES MR-CARD-BODY.
               10  MR-ANNUAL-MATCH-CAP PIC 9(6)V99.
               10  FILLER              PIC X.
               10  MR-ANNUAL-COMP-CAP  PIC 9(7)V99.
               10  FILLER              PIC X(10).

       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  FILLER          PIC X(6).
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(197).

       FD  TRUE-UP-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-TRUE-UP-LINE          PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-DEDYTD-WS           PICTURE X(3)  VALUE 'NO'.
           05  EOF-MATCHRUL-WS         PICTURE X(3)  VALUE 'NO'.
           05  MATCH-PLAN-SW           PICTURE X(3)  VALUE 'NO'.
           05  DEDYTD-OPEN-SW          PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  PARTICIPANTS-WS         PICTURE 9(6)  VALUE ZERO.
           05  SHORTFALLS-WS           PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  DEDYTD-FILE-STATUS-WS   PICTURE XX    VALUE SPACES.
           05  MATCHRUL-FILE-STATUS-WS PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

      *    THE RESERVED DEDYTD CODES THE PAYROLL RUN POSTS UNDER -
      *    THE YEAR'S MATCH, ELIGIBLE PAY, AND DEFERRALS.
       01  MATCH-ROW-CODES-WS.
           05  MATCH-AMOUNT-CODE-WS    PICTURE X(3)  VALUE '*MA'.
           05  MATCH-COMP-CODE-WS      PICTURE X(3)  VALUE '*EC'.
           05  MATCH-DEFERRAL-CODE-WS  PICTURE X(3)  VALUE '*DF'.

      *    PENNIES OF PER-CHECK ROUNDING ARE NOT A TRUE-UP - A
      *    SHORTFALL MUST REACH THIS MUCH TO BE LISTED.
       01  TRUE-UP-TOLERANCE-WS        PICTURE 9V99  VALUE 1.00.

       01  MATCH-RULES-WS.
           05  MATCH-TIER-COUNT-WS     PICTURE 9     VALUE ZERO.
           05  MT-IDX-WS               PICTURE 9     VALUE ZERO.
           05  MATCH-ANNUAL-CAP-WS     PICTURE 9(6)V99 VALUE ZERO.
           05  MATCH-TIER-ENTRY-WS OCCURS 5 TIMES.
               10  MTT-LOW-PCT-TBL     PICTURE 99V99.
               10  MTT-HIGH-PCT-TBL    PICTURE 99V99.
               10  MTT-RATE-TBL        PICTURE 999V99.

      *    ONE EMPLOYEE'S YEAR, GATHERED ACROSS THE ADJACENT DEDYTD
      *    ROWS THAT SHARE THE SSN.
       01  EMPLOYEE-YEAR-WS.
           05  CURRENT-SSN-WS          PICTURE 9(9)  VALUE ZERO.
           05  ANNUAL-ELIGIBLE-WS      PICTURE 9(7)V99 VALUE ZERO.
           05  ANNUAL-DEFERRAL-WS      PICTURE 9(7)V99 VALUE ZERO.
           05  ANNUAL-MATCH-PAID-WS    PICTURE 9(7)V99 VALUE ZERO.
           05  ANNUAL-FORMULA-WS       PICTURE 9(7)V99 VALUE ZERO.
           05  TIER-LOW-WS             PICTURE 9(7)V99 VALUE ZERO.
           05  TIER-HIGH-WS            PICTURE 9(7)V99 VALUE ZERO.
           05  SHORTFALL-WS            PICTURE S9(7)V99 VALUE ZERO.
           05  PARTICIPANT-SW          PICTURE X(3)  VALUE 'NO'.

       01  TRUE-UP-TOTALS-WS.
           05  TOTAL-SHORTFALL-WS      PICTURE 9(9)V99 VALUE ZERO.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'MATCHTRU'.
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
           05                      PICTURE X(45)   VALUE
           '401K EMPLOYER MATCH - YEAR-END TRUE-UP'.
           05  FILLER              PICTURE X(56)   VALUE SPACES.

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'SSN'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(20)   VALUE 'NAME'.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'ELIGIBLE PAY'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'DEFERRED'.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'MATCH PAID'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'ANNUAL MATCH'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'TRUE-UP'.
           05  FILLER              PICTURE X(28)   VALUE SPACES.

       01  TRUE-UP-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-NAME-OUT         PICTURE X(21).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-ELIGIBLE-OUT     PICTURE $,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  TD-DEFERRAL-OUT     PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  TD-MATCH-PAID-OUT   PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  TD-FORMULA-OUT      PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  TD-SHORTFALL-OUT    PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(31)   VALUE SPACES.

       01  NO-PLAN-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(40)   VALUE
                 'NO MATCHRUL.DAT - NO MATCHING PLAN RUNS'.
           05  FILLER              PICTURE X(91)   VALUE SPACES.

       01  TRUE-UP-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                 'PARTICIPANTS: '.
           05  TS-PARTICIPANTS-OUT PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                 'SHORTFALLS: '.
           05  TS-SHORTFALLS-OUT   PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                 'TRUE-UP OWED: '.
           05  TS-TOTAL-OUT        PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(54)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    CALENDAR STEP: 0 = NOBODY SHORT, 4 = TRUE-UPS ARE OWED.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           IF MATCH-PLAN-SW = 'YES'
               PERFORM    300-PROCESS UNTIL EOF-DEDYTD-WS = 'YES'
               PERFORM    350-CLOSE-OUT-EMPLOYEE
           ELSE
               WRITE PRINT-TRUE-UP-LINE FROM NO-PLAN-LINE
                   AFTER 1 LINE
           END-IF
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF SHORTFALLS-WS > ZERO
                   MOVE 4 TO STEP-CONDITION-CODE-LS
               ELSE
                   MOVE ZERO TO STEP-CONDITION-CODE-LS
               END-IF
           END-IF.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           OPEN OUTPUT TRUE-UP-REPORT-FILE
           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-TRUE-UP-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           WRITE PRINT-TRUE-UP-LINE FROM COLUMN-HEADER-LINE-SETUP
               AFTER 2 LINES
           MOVE SPACES TO PRINT-TRUE-UP-LINE
           WRITE PRINT-TRUE-UP-LINE AFTER 1 LINE

           PERFORM 210-LOAD-MATCH-RULES

      *    NO DEDYTD.DAT YET MEANS NOTHING WAS EVER MATCHED.
           OPEN INPUT DEDYTD-FILE
           IF DEDYTD-FILE-STATUS-WS = '00'
               MOVE 'YES' TO DEDYTD-OPEN-SW
               OPEN INPUT USER-INPUT-FILE
               PERFORM 250-READ-ONE-DEDYTD
           ELSE
               MOVE 'YES' TO EOF-DEDYTD-WS
           END-IF.

      *    NO MATCHRUL.DAT (STATUS 35) MEANS NO PLAN TO TRUE UP.
       210-LOAD-MATCH-RULES.
           OPEN INPUT MATCH-RULES-FILE
           IF MATCHRUL-FILE-STATUS-WS NOT = '35'
               MOVE 'YES' TO MATCH-PLAN-SW
               PERFORM 215-READ-ONE-MATCH-RULE
               PERFORM 220-STORE-ONE-MATCH-RULE
                   UNTIL EOF-MATCHRUL-WS = 'YES'
               CLOSE MATCH-RULES-FILE
           END-IF.

       215-READ-ONE-MATCH-RULE.
           READ MATCH-RULES-FILE
               AT END MOVE 'YES' TO EOF-MATCHRUL-WS
           END-READ.

       220-STORE-ONE-MATCH-RULE.
           EVALUATE TRUE
               WHEN MR-TIER-CARD
                AND MATCH-TIER-COUNT-WS < 5
                   ADD 1 TO MATCH-TIER-COUNT-WS
                   MOVE MR-TIER-LOW-PCT  TO
                        MTT-LOW-PCT-TBL  (MATCH-TIER-COUNT-WS)
                   MOVE MR-TIER-HIGH-PCT TO
                        MTT-HIGH-PCT-TBL (MATCH-TIER-COUNT-WS)
                   MOVE MR-TIER-RATE     TO
                        MTT-RATE-TBL     (MATCH-TIER-COUNT-WS)
               WHEN MR-LIMIT-CARD
                   IF MR-ANNUAL-MATCH-CAP NUMERIC
                       MOVE MR-ANNUAL-MATCH-CAP TO MATCH-ANNUAL-CAP-WS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 215-READ-ONE-MATCH-RULE.

       250-READ-ONE-DEDYTD.
           READ DEDYTD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-DEDYTD-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    THE FILE IS IN SSN-PLUS-CODE ORDER, SO AN EMPLOYEE'S
      *    THREE RESERVED ROWS ARRIVE TOGETHER. A NEW SSN CLOSES
      *    OUT THE ONE BEFORE IT; ORDINARY DEDUCTION ROWS ARE
      *    WALKED PAST.
       300-PROCESS.
           IF DY-SSN NOT = CURRENT-SSN-WS
               PERFORM 350-CLOSE-OUT-EMPLOYEE
               MOVE DY-SSN TO CURRENT-SSN-WS
               MOVE ZERO   TO ANNUAL-ELIGIBLE-WS
               MOVE ZERO   TO ANNUAL-DEFERRAL-WS
               MOVE ZERO   TO ANNUAL-MATCH-PAID-WS
               MOVE 'NO'   TO PARTICIPANT-SW
           END-IF
           EVALUATE DY-CODE
               WHEN MATCH-COMP-CODE-WS
                   MOVE DY-TAKEN TO ANNUAL-ELIGIBLE-WS
                   MOVE 'YES'    TO PARTICIPANT-SW
               WHEN MATCH-DEFERRAL-CODE-WS
                   MOVE DY-TAKEN TO ANNUAL-DEFERRAL-WS
                   MOVE 'YES'    TO PARTICIPANT-SW
               WHEN MATCH-AMOUNT-CODE-WS
                   MOVE DY-TAKEN TO ANNUAL-MATCH-PAID-WS
                   MOVE 'YES'    TO PARTICIPANT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 250-READ-ONE-DEDYTD.

      *    THE PLAN'S FORMULA ON THE YEAR AS A WHOLE - EACH TIER
      *    MATCHES THE DEFERRALS BETWEEN ITS LOW AND HIGH PERCENT
      *    OF THE YEAR'S ELIGIBLE PAY, AND THE TOTAL IS HELD TO
      *    THE ANNUAL CAP - AGAINST WHAT THE CHECKS ACTUALLY PAID.
       350-CLOSE-OUT-EMPLOYEE.
           IF PARTICIPANT-SW = 'YES'
               ADD 1 TO PARTICIPANTS-WS
               MOVE ZERO TO ANNUAL-FORMULA-WS
               PERFORM 360-APPLY-ONE-TIER
                   VARYING MT-IDX-WS FROM 1 BY 1
                   UNTIL MT-IDX-WS > MATCH-TIER-COUNT-WS
               IF MATCH-ANNUAL-CAP-WS > ZERO
                  AND ANNUAL-FORMULA-WS > MATCH-ANNUAL-CAP-WS
                   MOVE MATCH-ANNUAL-CAP-WS TO ANNUAL-FORMULA-WS
               END-IF
               COMPUTE SHORTFALL-WS =
                       ANNUAL-FORMULA-WS - ANNUAL-MATCH-PAID-WS
               IF SHORTFALL-WS >= TRUE-UP-TOLERANCE-WS
                   ADD 1 TO SHORTFALLS-WS
                   ADD SHORTFALL-WS TO TOTAL-SHORTFALL-WS
                   PERFORM 370-PRINT-ONE-SHORTFALL
               END-IF
           END-IF
           MOVE 'NO' TO PARTICIPANT-SW.

       360-APPLY-ONE-TIER.
           COMPUTE TIER-LOW-WS ROUNDED = ANNUAL-ELIGIBLE-WS
                   * MTT-LOW-PCT-TBL (MT-IDX-WS) / 100
           COMPUTE TIER-HIGH-WS ROUNDED = ANNUAL-ELIGIBLE-WS
                   * MTT-HIGH-PCT-TBL (MT-IDX-WS) / 100
           IF ANNUAL-DEFERRAL-WS < TIER-HIGH-WS
               MOVE ANNUAL-DEFERRAL-WS TO TIER-HIGH-WS
           END-IF
           IF TIER-HIGH-WS > TIER-LOW-WS
               COMPUTE ANNUAL-FORMULA-WS ROUNDED = ANNUAL-FORMULA-WS
                       + (TIER-HIGH-WS - TIER-LOW-WS)
                       * MTT-RATE-TBL (MT-IDX-WS) / 100
           END-IF.

       370-PRINT-ONE-SHORTFALL.
           MOVE CURRENT-SSN-WS TO TD-SSN-OUT
           MOVE CURRENT-SSN-WS TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE 'NOT ON PAYROLL MASTER' TO TD-NAME-OUT
               NOT INVALID KEY
                   MOVE NAME-IN TO TD-NAME-OUT
           END-READ
           MOVE ANNUAL-ELIGIBLE-WS   TO TD-ELIGIBLE-OUT
           MOVE ANNUAL-DEFERRAL-WS   TO TD-DEFERRAL-OUT
           MOVE ANNUAL-MATCH-PAID-WS TO TD-MATCH-PAID-OUT
           MOVE ANNUAL-FORMULA-WS    TO TD-FORMULA-OUT
           MOVE SHORTFALL-WS         TO TD-SHORTFALL-OUT
           WRITE PRINT-TRUE-UP-LINE FROM TRUE-UP-DETAIL-LINE
               AFTER 1 LINE.

       900-CLOSE.
           MOVE PARTICIPANTS-WS    TO TS-PARTICIPANTS-OUT
           MOVE SHORTFALLS-WS      TO TS-SHORTFALLS-OUT
           MOVE TOTAL-SHORTFALL-WS TO TS-TOTAL-OUT
           WRITE PRINT-TRUE-UP-LINE FROM TRUE-UP-SUMMARY-LINE
               AFTER 2 LINES

           IF DEDYTD-OPEN-SW = 'YES'
               CLOSE DEDYTD-FILE USER-INPUT-FILE
           END-IF
           CLOSE TRUE-UP-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
