            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOBCAL-FILE-STATUS-WS.

      *    THE WINDOW CONTROL RECORD - A ROW WHEN EACH STEP STARTS
      *    AND ANOTHER WHEN IT HANDS BACK ITS CONDITION CODE, BY
      *    PROCESSING DATE. IT IS HOW A RESTART KNOWS HOW FAR THE
      *    FAILED WINDOW GOT. EACH ROW IS APPENDED AND THE FILE
      *    CLOSED AGAIN BEFORE THE STEP IS CALLED, SO A STEP THAT
      *    ABENDS STILL LEAVES ITS STARTED ROW BEHIND.
            SELECT WINDOW-CONTROL-FILE ASSIGN TO 'NIGHTCTL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NIGHTCTL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-OUTPUT-FILE RECORDING MODE IS F.
           05  JC-QTR-END       PIC X.
           05  JC-YEAR-END      PIC X.

       FD  WINDOW-CONTROL-FILE RECORDING MODE IS F.
       01  WINDOW-CONTROL-RECORD.
           05  WC-DATE          PIC 9(8).
           05  WC-STEP-NAME     PIC X(8).
      *    'S' STARTED, 'E' ENDED WITH WC-COND-CODE.
           05  WC-EVENT         PIC X.
           05  WC-COND-CODE     PIC 99.
      *    'O' THE DATE'S FIRST WINDOW, 'R' A RESTART OR RERUN.
           05  WC-RUN-TYPE      PIC X.
           05  WC-TIME          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  HOLD-DATE-WS.
           05 YEAR-WS      PIC 9999.
       01  STEP-CONTROL-WS.
           05  ABORT-CONDITION-CODE-WS   PICTURE 99   VALUE 8.
           05  WORST-CONDITION-CODE-WS   PICTURE 99   VALUE ZERO.
           05  AUDIT-CONDITION-CODE-WS   PICTURE 99   VALUE ZERO.
      *    THE CODE PROB3BATCH ENDS WITH WHEN A TABLE OVERFLOW
      *    STOPPED IT BEFORE ANYONE WAS PAID - THE ONE WAY A LIVE
      *    PAYROLL CAN END WITHOUT HAVING POSTED. CODE 8 (TOO MANY
      *    REJECTS) IS SET AFTER THE PAYROLL HAS POSTED.
           05  PAYROLL-UNPOSTED-CODE-WS  PICTURE 99   VALUE 12.
           05  PAYROLL-SKIPPED-SW        PICTURE X(3) VALUE 'NO'.

       01  STEP-SKIPPED-LINE.
       01  WINDOW-BLOCKED-SW             PICTURE X(3) VALUE 'NO'.

      *    IMAGE OF THE SINGLE NIGHTRUN.PRM CARD - AUDIT YEAR (0000
      *    MEANS TODAY'S), Y/N PER STEP, AND L/T PAYROLL MODE. THE
      *    PAYROLL MASTER AUDIT'S Y/N CAME LATER, IN COLUMN 9 - A
      *    CARD CUT BEFORE THEN LEAVES IT BLANK, WHICH RUNS IT.
      *    COLUMN 10 'R' RESTARTS A FAILED WINDOW, AND COLUMNS
      *    11-18 CAN NAME THE PROCESSING DATE (CCYYMMDD) BEING
      *    RESTARTED - BLANK MEANS THE LATEST ONE ON NIGHTCTL.DAT,
      *    SO A RESTART AFTER MIDNIGHT STILL PICKS UP LAST NIGHT.
       01  PARAMETER-CARD-WS.
           05  PRM-AUDIT-YEAR-WS       PICTURE 9(4).
           05  PRM-RUN-BACKUP-WS       PICTURE X.
           05  PRM-RUN-DEPR-WS         PICTURE X.
           05  PRM-RUN-PAYROLL-WS      PICTURE X.
           05  PRM-PAYROLL-MODE-WS     PICTURE X.
           05  PRM-RUN-AUDIT-WS        PICTURE X.
           05  PRM-RESTART-WS          PICTURE X.
           05  PRM-RESTART-DATE-WS     PICTURE X(8).
           05  PRM-RESTART-CCYYMMDD-WS REDEFINES PRM-RESTART-DATE-WS
                                       PICTURE 9(8).

      *    WHAT THE CALENDAR SAID ABOUT TONIGHT. NO CALENDAR AND
      *    THE WINDOW BEHAVES EXACTLY AS IT ALWAYS HAS; A DATE THE
      *    STEP CAN NEVER HIDE BEHIND A CLEAN VERDICT.
       01  STEP-CC-WS               PICTURE 99    VALUE ZERO.

      *    WHAT THE CONTROL RECORD SAYS ABOUT THE PROCESSING DATE,
      *    ONE ENTRY PER STEP: HOW IT ENDED ON THE DATE'S FIRST
      *    WINDOW AND ON THE LATEST RESTART. 'D' (DONE, NOT RERUN)
      *    AND 'X' (REFUSED) ARE THIS RUN'S OWN AND NEVER FILED.
       01  WINDOW-CONTROL-WS.
           05  NIGHTCTL-FILE-STATUS-WS PICTURE XX   VALUE SPACES.
           05  EOF-NIGHTCTL-WS         PICTURE X(3) VALUE 'NO'.
           05  RESTART-RUN-SW          PICTURE X(3) VALUE 'NO'.
           05  RESTART-DATE-WS         PICTURE 9(8) VALUE ZERO.
           05  LATEST-WINDOW-DATE-WS   PICTURE 9(8) VALUE ZERO.
           05  RUN-TYPE-WS             PICTURE X    VALUE 'O'.
           05  STEP-NAME-WS            PICTURE X(8) VALUE SPACES.
           05  STEP-ACTION-WS          PICTURE X(6) VALUE SPACES.
           05  STEP-REFUSED-SW         PICTURE X(3) VALUE 'NO'.
           05  ONCE-ONLY-SW            PICTURE X(3) VALUE 'NO'.
           05  SELF-RESTARTING-SW      PICTURE X(3) VALUE 'NO'.
           05  PRIOR-STATE-WS          PICTURE X    VALUE SPACE.
           05  PRIOR-CC-WS             PICTURE 99   VALUE ZERO.
           05  STEP-COUNT-WS           PICTURE 99   VALUE ZERO.
           05  STEP-LIMIT-WS           PICTURE 99   VALUE 24.
           05  STEP-IDX-WS             PICTURE 99   VALUE ZERO.
           05  STEP-SLOT-WS            PICTURE 99   VALUE ZERO.
           05  DESCRIBE-STATE-WS       PICTURE X    VALUE SPACE.
           05  DESCRIBE-CC-WS          PICTURE 99   VALUE ZERO.
           05  STATE-TEXT-WS           PICTURE X(20) VALUE SPACES.

       01  WINDOW-STEP-TABLE-WS.
           05  WINDOW-STEP-ENTRY-WS OCCURS 24 TIMES.
               10  STP-NAME-TBL        PICTURE X(8).
               10  STP-ORIG-STATE-TBL  PICTURE X.
               10  STP-ORIG-CC-TBL     PICTURE 99.
               10  STP-RST-STATE-TBL   PICTURE X.
               10  STP-RST-CC-TBL      PICTURE 99.

       01  STEP-RAN-TEXT-WS.
           05                       PICTURE X(9)  VALUE 'RAN - CC '.
           05  RT-CC-WS             PICTURE 99.
           05  FILLER               PICTURE X(9)  VALUE SPACES.

       01  RESTART-HEADER-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(32) VALUE
                 'RESTART OF THE WINDOW FOR DATE: '.
           05  RH-DATE-OUT          PICTURE 9(8).
           05  FILLER               PICTURE X(91) VALUE SPACES.

       01  RESTART-NOTHING-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(53) VALUE
           'NO WINDOW ON FILE FOR THAT DATE - RUNS AS A FRESH ONE'.
           05  FILLER               PICTURE X(78) VALUE SPACES.

       01  ALREADY-RAN-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(54) VALUE
           'WINDOW ALREADY RAN TODAY - POSTED STEPS WILL NOT RERUN'.
           05  FILLER               PICTURE X(77) VALUE SPACES.

       01  STEP-DONE-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(20) VALUE
                 'STEP ALREADY DONE - '.
           05  SD-STEP-NAME-OUT     PICTURE X(8).
           05  FILLER               PICTURE X(2)  VALUE SPACES.
           05                       PICTURE X(16) VALUE
                 'CONDITION CODE: '.
           05  SD-STEP-CC-OUT       PICTURE 99.
           05  FILLER               PICTURE X(83) VALUE SPACES.

       01  STEP-REFUSED-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(15) VALUE
                 'STEP REFUSED - '.
           05  SF-STEP-NAME-OUT     PICTURE X(8).
           05                       PICTURE X(50) VALUE
                 ' ALREADY POSTED FOR THIS DATE - SETTLE IT BY HAND'.
           05  FILLER               PICTURE X(58) VALUE SPACES.

       01  WINDOW-STEPS-HEADER-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(26) VALUE
                 'WINDOW STEPS FOR DATE: '.
           05  WH-DATE-OUT          PICTURE 9(8).
           05  FILLER               PICTURE X(97) VALUE SPACES.

       01  WINDOW-STEPS-COLUMN-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05                       PICTURE X(10) VALUE 'STEP'.
           05                       PICTURE X(22) VALUE 'ORIGINAL RUN'.
           05                       PICTURE X(20) VALUE 'RESTART'.
           05  FILLER               PICTURE X(79) VALUE SPACES.

       01  WINDOW-STEP-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05  WL-STEP-NAME-OUT     PICTURE X(8).
           05  FILLER               PICTURE X(2)  VALUE SPACES.
           05  WL-ORIGINAL-OUT      PICTURE X(20).
           05  FILLER               PICTURE X(2)  VALUE SPACES.
           05  WL-RESTART-OUT       PICTURE X(20).
           05  FILLER               PICTURE X(79) VALUE SPACES.

       01  PARAMETER-CONTROL-WS.
           05  PARM-FILE-STATUS-WS     PICTURE XX   VALUE SPACES.
           05  PARM-CARD-FOUND-SW      PICTURE X(3) VALUE 'NO'.
           05  RUN-BACKUP-SW           PICTURE X    VALUE 'Y'.
           05  RUN-DEPR-SW             PICTURE X    VALUE 'Y'.
           05  RUN-PAYROLL-SW          PICTURE X    VALUE 'Y'.
           05  RUN-AUDIT-SW            PICTURE X    VALUE 'Y'.

       01  PARAMETER-ECHO-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
           05  FILLER               PICTURE X(3)  VALUE SPACES.
           05                       PICTURE X(6)  VALUE 'MODE: '.
           05  PE-MODE-OUT          PICTURE X.
           05  FILLER               PICTURE X(3)  VALUE SPACES.
           05                       PICTURE X(7)  VALUE 'AUDIT: '.
           05  PE-AUDIT-OUT         PICTURE X.
           05  FILLER               PICTURE X(3)  VALUE SPACES.
           05                       PICTURE X(9)  VALUE 'RESTART: '.
           05  PE-RESTART-OUT       PICTURE X.
           05  FILLER               PICTURE X(28) VALUE SPACES.

       01  PARAMETER-ERROR-LINE.
           05  FILLER               PICTURE X     VALUE SPACE.
               MOVE 'SET  ' TO LOCK-FUNCTION-WS
               CALL "BATCHLCK" USING LOCK-REQUEST-WS
               PERFORM 250-READ-PARAMETER-CARD
               PERFORM 290-LOAD-WINDOW-CONTROL
               PERFORM 280-READ-JOB-CALENDAR
           END-IF.

      *    FIND TONIGHT ON THE CALENDAR AND ECHO WHAT IT SAYS TO
      *    NIGHTRUN.DOC, SO THE MORNING REVIEW CAN SEE WHAT THE
      *    CALENDAR TOLD THE WINDOW TO DO. ON A RESTART TONIGHT IS
      *    THE PROCESSING DATE BEING RESTARTED, SO THE SAME PERIODIC
      *    STEPS FALL DUE AS ON THE NIGHT THAT FAILED.
       280-READ-JOB-CALENDAR.
           OPEN INPUT JOB-CALENDAR-FILE
           IF JOBCAL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO CALENDAR-PRESENT-SW
           MOVE RUN-DEPR-SW       TO PE-DEPR-OUT
           MOVE RUN-PAYROLL-SW    TO PE-PAYROLL-OUT
           MOVE PROB3-RUN-MODE-WS TO PE-MODE-OUT
           MOVE RUN-AUDIT-SW      TO PE-AUDIT-OUT
           IF RESTART-RUN-SW = 'YES'
               MOVE 'Y'           TO PE-RESTART-OUT
           ELSE
               MOVE 'N'           TO PE-RESTART-OUT
           END-IF
           WRITE PRINT-SUMMARY-LINE FROM PARAMETER-ECHO-LINE
               AFTER 1 LINE.

               MOVE PRM-PAYROLL-MODE-WS TO PROB3-RUN-MODE-WS
           ELSE
               PERFORM 270-NOTE-PARAMETER-ERROR
           END-IF

           IF PRM-RUN-AUDIT-WS = 'Y' OR PRM-RUN-AUDIT-WS = 'N'
               MOVE PRM-RUN-AUDIT-WS TO RUN-AUDIT-SW
           ELSE
               IF PRM-RUN-AUDIT-WS NOT = SPACE
                   PERFORM 270-NOTE-PARAMETER-ERROR
               END-IF
           END-IF

           EVALUATE PRM-RESTART-WS
               WHEN 'R'
                   MOVE 'YES' TO RESTART-RUN-SW
               WHEN SPACE
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   PERFORM 270-NOTE-PARAMETER-ERROR
           END-EVALUATE

           IF PRM-RESTART-DATE-WS NOT = SPACES
               IF PRM-RESTART-CCYYMMDD-WS IS NUMERIC
                  AND PRM-RESTART-CCYYMMDD-WS > ZERO
                   MOVE PRM-RESTART-CCYYMMDD-WS TO RESTART-DATE-WS
               ELSE
                   PERFORM 270-NOTE-PARAMETER-ERROR
               END-IF
           END-IF.

       270-NOTE-PARAMETER-ERROR.
           WRITE PRINT-SUMMARY-LINE FROM PARAMETER-ERROR-LINE
               AFTER 1 LINE.

      *    SETTLE THE PROCESSING DATE AND LOAD WHAT NIGHTCTL.DAT
      *    SAYS ABOUT IT. A NORMAL WINDOW PROCESSES TODAY; A RESTART
      *    PROCESSES THE DATE ON THE CARD, OR FAILING THAT THE
      *    LATEST DATE ON FILE. A WINDOW THAT FINDS ITS DATE ALREADY
      *    ON FILE FILES ITS OWN ROWS AS A RESTART'S, SO THE DATE'S
      *    FIRST WINDOW STAYS ON THE SUMMARY AS IT RAN.
       290-LOAD-WINDOW-CONTROL.
           COMPUTE TONIGHT-DATE-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           IF RESTART-RUN-SW = 'YES'
               IF RESTART-DATE-WS = ZERO
                   PERFORM 292-FIND-LATEST-WINDOW
                   IF LATEST-WINDOW-DATE-WS > ZERO
                       MOVE LATEST-WINDOW-DATE-WS TO TONIGHT-DATE-WS
                   END-IF
               ELSE
                   MOVE RESTART-DATE-WS TO TONIGHT-DATE-WS
               END-IF
           END-IF

           OPEN INPUT WINDOW-CONTROL-FILE
           IF NIGHTCTL-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-NIGHTCTL-WS
               PERFORM 294-READ-ONE-CONTROL-ROW
               PERFORM 296-LOAD-ONE-CONTROL-ROW
                   UNTIL EOF-NIGHTCTL-WS = 'YES'
               CLOSE WINDOW-CONTROL-FILE
           END-IF

           IF RESTART-RUN-SW = 'YES'
              OR STEP-COUNT-WS > ZERO
               MOVE 'R' TO RUN-TYPE-WS
           END-IF
           EVALUATE TRUE
               WHEN RESTART-RUN-SW = 'YES'
                   MOVE TONIGHT-DATE-WS TO RH-DATE-OUT
                   WRITE PRINT-SUMMARY-LINE FROM RESTART-HEADER-LINE
                       AFTER 1 LINE
                   IF STEP-COUNT-WS = ZERO
                       WRITE PRINT-SUMMARY-LINE
                           FROM RESTART-NOTHING-LINE AFTER 1 LINE
                   END-IF
               WHEN STEP-COUNT-WS > ZERO
                   WRITE PRINT-SUMMARY-LINE FROM ALREADY-RAN-LINE
                       AFTER 1 LINE
           END-EVALUATE.

       292-FIND-LATEST-WINDOW.
           OPEN INPUT WINDOW-CONTROL-FILE
           IF NIGHTCTL-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-NIGHTCTL-WS
               PERFORM 294-READ-ONE-CONTROL-ROW
               PERFORM 293-NOTE-ONE-WINDOW-DATE
                   UNTIL EOF-NIGHTCTL-WS = 'YES'
               CLOSE WINDOW-CONTROL-FILE
           END-IF.

       293-NOTE-ONE-WINDOW-DATE.
           IF WC-DATE IS NUMERIC
              AND WC-DATE > LATEST-WINDOW-DATE-WS
               MOVE WC-DATE TO LATEST-WINDOW-DATE-WS
           END-IF
           PERFORM 294-READ-ONE-CONTROL-ROW.

       294-READ-ONE-CONTROL-ROW.
           READ WINDOW-CONTROL-FILE
               AT END MOVE 'YES' TO EOF-NIGHTCTL-WS
           END-READ.

      *    THE ROWS ARE IN THE ORDER THEY HAPPENED, SO THE LAST ROW
      *    FOR A STEP IS WHERE IT STANDS.
       296-LOAD-ONE-CONTROL-ROW.
           IF WC-DATE = TONIGHT-DATE-WS
               MOVE WC-STEP-NAME TO STEP-NAME-WS
               PERFORM 298-FIND-STEP-SLOT
               IF STEP-SLOT-WS > ZERO
                   IF WC-RUN-TYPE = 'R'
                       MOVE WC-EVENT     TO
                            STP-RST-STATE-TBL (STEP-SLOT-WS)
                       MOVE WC-COND-CODE TO
                            STP-RST-CC-TBL (STEP-SLOT-WS)
                   ELSE
                       MOVE WC-EVENT     TO
                            STP-ORIG-STATE-TBL (STEP-SLOT-WS)
                       MOVE WC-COND-CODE TO
                            STP-ORIG-CC-TBL (STEP-SLOT-WS)
                   END-IF
               END-IF
           END-IF
           PERFORM 294-READ-ONE-CONTROL-ROW.

       298-FIND-STEP-SLOT.
           MOVE ZERO TO STEP-SLOT-WS
           PERFORM 299-MATCH-ONE-STEP-SLOT
               VARYING STEP-IDX-WS FROM 1 BY 1
               UNTIL STEP-IDX-WS > STEP-COUNT-WS
                  OR STEP-SLOT-WS > ZERO
           IF STEP-SLOT-WS = ZERO
              AND STEP-COUNT-WS < STEP-LIMIT-WS
               ADD 1 TO STEP-COUNT-WS
               MOVE STEP-COUNT-WS TO STEP-SLOT-WS
               MOVE STEP-NAME-WS  TO STP-NAME-TBL (STEP-SLOT-WS)
               MOVE SPACE TO STP-ORIG-STATE-TBL (STEP-SLOT-WS)
               MOVE SPACE TO STP-RST-STATE-TBL (STEP-SLOT-WS)
               MOVE ZERO  TO STP-ORIG-CC-TBL (STEP-SLOT-WS)
               MOVE ZERO  TO STP-RST-CC-TBL (STEP-SLOT-WS)
           END-IF.

       299-MATCH-ONE-STEP-SLOT.
           IF STP-NAME-TBL (STEP-IDX-WS) = STEP-NAME-WS
               MOVE STEP-IDX-WS TO STEP-SLOT-WS
           END-IF.

       300-RUN-BATCH-PROGRAMS.
      *    A NIGHT THE CALENDAR CALLS A NON-WORKDAY RUNS NOTHING -
      *    THE SUMMARY SAYS SO AND THE LOCK COMES STRAIGHT OFF.
      *    MONTHLY POSTING THE OPERATOR USED TO HAVE TO REMEMBER -
      *    AND DEPRBATCH'S OWN PERIOD CONTROL STILL REFUSES A
      *    DOUBLE POSTING EITHER WAY. A LIVE PAYROLL STEP IS
      *    FOLLOWED BY THE PRE-RELEASE PAY REVIEW, WHICH HOLDS THE
      *    ACH AND POSITIVE PAY RELEASE WHEN ANYTHING LOOKS WRONG,
      *    AND THEN THE POSITIVE PAY EXPORT SO THE BANK GETS
      *    THE NIGHT'S ISSUES AND THE CERTIFIED PAYROLLS FOR THE
      *    PREVAILING-WAGE JOBS, AND THE WINDOW ENDS WITH GL POSTING
      *    CONTROL OVER WHATEVER JOURNALS THE NIGHT WROTE. UNLESS
      *    THE CARD TURNS IT OFF, THE PAYROLL MASTER AUDIT RUNS
      *    AHEAD OF THE PAYROLL STEP SO BAD MASTER DATA IS ON
      *    PAYRAUD.DOC BEFORE THE PAY RUN TRIPS OVER IT - ITS
      *    EXCEPTIONS ARE A WARNING, BUT NO MASTER AT ALL IS AS
      *    FATAL TO THE PAYROLL STEP AS A FAILED DEPRECIATION RUN.
       305-RUN-NIGHTLY-STEPS.
           IF RUN-BACKUP-SW = 'Y'
               MOVE 'MSTRBKUP' TO STEP-NAME-WS
               PERFORM 330-CHECK-STEP
               IF STEP-ACTION-WS = 'RUN   '
                   CALL "MSTRBKUP"   USING BACKUP-REQUEST-WS
                   MOVE ZERO TO STEP-CC-WS
               END-IF
               PERFORM 320-SETTLE-STEP
           END-IF
           IF RUN-DEPR-SW = 'Y'
              AND (CALENDAR-FOUND-SW NOT = 'YES'
                   OR MONTH-END-SW = 'Y')
               MOVE 'DEPRBTCH' TO STEP-NAME-WS
               PERFORM 330-CHECK-STEP
               IF STEP-ACTION-WS = 'RUN   '
                   CALL "DEPRBATCH"  USING DEPR-SUMMARY-WS
                   MOVE DEPR-CONDITION-CODE-WS TO
                        WORST-CONDITION-CODE-WS
                   MOVE DEPR-CONDITION-CODE-WS TO STEP-CC-WS
               ELSE
                   MOVE STEP-CC-WS TO DEPR-CONDITION-CODE-WS
               END-IF
               PERFORM 320-SETTLE-STEP
           END-IF

           IF RUN-PAYROLL-SW = 'Y'
              AND RUN-AUDIT-SW = 'Y'
               MOVE 'PAYRAUD ' TO STEP-NAME-WS
               PERFORM 330-CHECK-STEP
               IF STEP-ACTION-WS = 'RUN   '
                   MOVE ZERO TO STEP-CC-WS
                   CALL "PAYRAUD" USING STEP-CC-WS
               END-IF
               MOVE STEP-CC-WS TO AUDIT-CONDITION-CODE-WS
               PERFORM 308-NOTE-ONE-STEP
           END-IF

      *    A BAD DEPRECIATION STEP STOPS THE WINDOW BEFORE PAYROLL
      *    CAN RUN ON TOP OF IT.
           IF RUN-PAYROLL-SW = 'Y'
               IF DEPR-CONDITION-CODE-WS >= ABORT-CONDITION-CODE-WS
                  OR AUDIT-CONDITION-CODE-WS >=
                     ABORT-CONDITION-CODE-WS
                   MOVE 'YES' TO PAYROLL-SKIPPED-SW
                   WRITE PRINT-SUMMARY-LINE FROM STEP-SKIPPED-LINE
                       AFTER 1 LINE
               ELSE
                   IF PROB3-RUN-MODE-WS = 'L'
                       MOVE 'PROB3BAT' TO STEP-NAME-WS
                   ELSE
                       MOVE 'PROB3TRL' TO STEP-NAME-WS
                   END-IF
                   PERFORM 330-CHECK-STEP
                   EVALUATE STEP-ACTION-WS
                       WHEN 'RUN   '
                           CALL "PROB3BATCH" USING PROB3-SUMMARY-WS
                           MOVE PROB3-CONDITION-CODE-WS TO STEP-CC-WS
                       WHEN 'DONE  '
                           MOVE STEP-CC-WS TO PROB3-CONDITION-CODE-WS
                   END-EVALUATE
                   PERFORM 320-SETTLE-STEP
                   IF PROB3-RUN-MODE-WS = 'L'
                      AND STEP-ACTION-WS NOT = 'REFUSE'
                      AND PROB3-CONDITION-CODE-WS <
                          ABORT-CONDITION-CODE-WS
                       MOVE 'PAYREVW ' TO STEP-NAME-WS
                       PERFORM 330-CHECK-STEP
                       IF STEP-ACTION-WS = 'RUN   '
                           MOVE ZERO TO STEP-CC-WS
                           CALL "PAYREVW" USING STEP-CC-WS
                       END-IF
                       PERFORM 308-NOTE-ONE-STEP
                       MOVE 'POSPAY  ' TO STEP-NAME-WS
                       PERFORM 330-CHECK-STEP
                       IF STEP-ACTION-WS = 'RUN   '
                           MOVE ZERO TO STEP-CC-WS
                           CALL "POSPAY" USING STEP-CC-WS
                       END-IF
                       PERFORM 308-NOTE-ONE-STEP
                       MOVE 'CERTPAY ' TO STEP-NAME-WS
                       PERFORM 330-CHECK-STEP
                       IF STEP-ACTION-WS = 'RUN   '
                           MOVE ZERO TO STEP-CC-WS
                           CALL "CERTPAY" USING STEP-CC-WS
                       END-IF
                       PERFORM 308-NOTE-ONE-STEP
                   END-IF
               END-IF
      *    THE PERIODIC STEPS THE CALENDAR SCHEDULES - THE ONES
      *    THAT USED TO DEPEND ON AN OPERATOR SETTING CARDS ON THE
      *    RIGHT NIGHT. NOTHING PERIODIC RUNS ON TOP OF A NIGHT
      *    THAT ALREADY WENT BAD, AND THE YEAR-END EXTRACT AND THE
      *    401K MATCH TRUE-UP COME BEFORE THE CLOSE THAT RESETS
      *    THE MASTERS THEY READ. THE STATE NEW-HIRE FILE GOES OUT
      *    EVERY WORKDAY SO NO HIRE WAITS OUT THE STATES' 20-DAY
      *    DEADLINE IN THE QUEUE. THE ACA MEASUREMENT RUNS EVERY
      *    MONTH-END FOR ITS WATCH LIST AND WRITES THE 1095-C FILE
      *    ON THE DECEMBER ONE. THE DEDUCTION ARREARS AGING GOES TO
      *    BENEFITS AND THE SUPPORT AGENCY EVERY MONTH-END.
       307-RUN-PERIODIC-STEPS.
           IF CALENDAR-FOUND-SW = 'YES'
              AND WORST-CONDITION-CODE-WS < ABORT-CONDITION-CODE-WS
              AND PAYROLL-SKIPPED-SW NOT = 'YES'
              AND STEP-REFUSED-SW NOT = 'YES'
               IF QTR-END-SW = 'Y'
                   MOVE 'QTRTAX  ' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "QTRTAX" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
                   MOVE 'SUTAWAGE' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "SUTAWAGE" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
                   MOVE 'DEPSCHED' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "DEPSCHED" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
               END-IF
               IF YEAR-END-SW = 'Y'
                   MOVE 'W2EXTR  ' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "W2EXTR" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
                   MOVE 'MATCHTRU' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "MATCHTRU" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
                   MOVE 'YTDCLOSE' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "YTDCLOSE" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
                   MOVE 'ASSETARC' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "ASSETARC" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
               END-IF
               IF MONTH-END-SW = 'Y'
                   MOVE 'ACA1095 ' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "ACA1095" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
                   MOVE 'DEDAGING' TO STEP-NAME-WS
                   PERFORM 330-CHECK-STEP
                   IF STEP-ACTION-WS = 'RUN   '
                       MOVE ZERO TO STEP-CC-WS
                       CALL "DEDAGING" USING STEP-CC-WS
                   END-IF
                   PERFORM 308-NOTE-ONE-STEP
               END-IF
               MOVE 'NEWHIRE ' TO STEP-NAME-WS
               PERFORM 330-CHECK-STEP
               IF STEP-ACTION-WS = 'RUN   '
                   MOVE ZERO TO STEP-CC-WS
                   CALL "NEWHIRE" USING STEP-CC-WS
               END-IF
               PERFORM 308-NOTE-ONE-STEP
               MOVE 'GLPOST  ' TO STEP-NAME-WS
               PERFORM 330-CHECK-STEP
               IF STEP-ACTION-WS = 'RUN   '
                   MOVE ZERO TO STEP-CC-WS
                   CALL "GLPOST" USING STEP-CC-WS
               END-IF
               PERFORM 308-NOTE-ONE-STEP
           END-IF.

      *    EVERY CALENDAR STEP'S CODE PRINTS BESIDE ITS NAME AND
      *    FOLDS INTO THE WINDOW'S WORST, SO THE MORNING VERDICT
      *    COVERS THE PERIODIC STEPS TOO. A STEP A RESTART FOUND
      *    ALREADY DONE PRINTS THE CODE IT ENDED WITH THEN.
       308-NOTE-ONE-STEP.
           PERFORM 320-SETTLE-STEP
           EVALUATE STEP-ACTION-WS
               WHEN 'RUN   '
                   MOVE STEP-NAME-WS TO SR-STEP-NAME-OUT
                   MOVE STEP-CC-WS   TO SR-STEP-CC-OUT
                   WRITE PRINT-SUMMARY-LINE FROM STEP-RUN-LINE
                       AFTER 1 LINE
               WHEN 'DONE  '
                   MOVE STEP-NAME-WS TO SD-STEP-NAME-OUT
                   MOVE STEP-CC-WS   TO SD-STEP-CC-OUT
                   WRITE PRINT-SUMMARY-LINE FROM STEP-DONE-LINE
                       AFTER 1 LINE
           END-EVALUATE.

      *    A STEP THAT RAN FILES ITS ENDED ROW. ITS CODE - OR, FOR
      *    ONE FOUND ALREADY DONE, THE CODE IT ENDED WITH THEN -
      *    FOLDS INTO THE WINDOW'S WORST.
       320-SETTLE-STEP.
           IF STEP-ACTION-WS = 'RUN   '
               MOVE 'E'        TO WC-EVENT
               MOVE STEP-CC-WS TO WC-COND-CODE
               PERFORM 350-WRITE-CONTROL-ROW
           END-IF
           IF STEP-ACTION-WS NOT = 'REFUSE'
              AND STEP-CC-WS > WORST-CONDITION-CODE-WS
               MOVE STEP-CC-WS TO WORST-CONDITION-CODE-WS
           END-IF.

      *    WHETHER THE STEP IN STEP-NAME-WS RUNS ('RUN   '), IS
      *    PASSED OVER AS DONE ('DONE  '), OR IS REFUSED ('REFUSE').
      *    ON A RESTART A STEP THAT ALREADY ENDED BELOW THE ABORT
      *    CODE IS DONE - THE BACKUP IS NOT CUT AGAIN OVER GOOD
      *    MASTERS - AND ANY OTHER STEP RUNS AGAIN, EXCEPT ONE THAT
      *    MUST NEVER POST TWICE: A LIVE PAYROLL OR THE GL POSTING
      *    RUN IS REFUSED ONCE IT HAS STARTED FOR THE DATE, AND THE
      *    REST OF THE WINDOW WAITS FOR SOMEONE TO SETTLE IT BY HAND
      *    AND TURN IT OFF ON THE CARD. THE EXCEPTIONS ARE A LIVE
      *    PAYROLL THAT STARTED AND NEVER ENDED - PROB3BATCH PICKS
      *    THAT UP FROM ITS OWN CHECKPOINT, SO NOBODY IS PAID TWICE -
      *    AND ONE THAT ENDED ON A TABLE ABORT, WHICH PAID NOBODY
      *    AND POSTED NOTHING.
      *    THE SAME REFUSAL HOLDS ON A WINDOW RERUN WITHOUT THE
      *    RESTART FLAG.
       330-CHECK-STEP.
           MOVE 'NO' TO ONCE-ONLY-SW
           MOVE 'NO' TO SELF-RESTARTING-SW
           EVALUATE STEP-NAME-WS
               WHEN 'GLPOST  '
                   MOVE 'YES' TO ONCE-ONLY-SW
               WHEN 'PROB3BAT'
                   MOVE 'YES' TO ONCE-ONLY-SW
                   MOVE 'YES' TO SELF-RESTARTING-SW
           END-EVALUATE

           PERFORM 298-FIND-STEP-SLOT
           MOVE SPACE TO PRIOR-STATE-WS
           MOVE ZERO  TO PRIOR-CC-WS
           IF STEP-SLOT-WS > ZERO
               IF STP-RST-STATE-TBL (STEP-SLOT-WS) = 'S'
                  OR STP-RST-STATE-TBL (STEP-SLOT-WS) = 'E'
                   MOVE STP-RST-STATE-TBL (STEP-SLOT-WS)
                        TO PRIOR-STATE-WS
                   MOVE STP-RST-CC-TBL (STEP-SLOT-WS) TO PRIOR-CC-WS
               ELSE
                   MOVE STP-ORIG-STATE-TBL (STEP-SLOT-WS)
                        TO PRIOR-STATE-WS
                   MOVE STP-ORIG-CC-TBL (STEP-SLOT-WS) TO PRIOR-CC-WS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN RESTART-RUN-SW = 'YES'
                AND PRIOR-STATE-WS = 'E'
                AND PRIOR-CC-WS < ABORT-CONDITION-CODE-WS
                   MOVE 'DONE  ' TO STEP-ACTION-WS
               WHEN PRIOR-STATE-WS = SPACE
               WHEN ONCE-ONLY-SW = 'NO'
                   MOVE 'RUN   ' TO STEP-ACTION-WS
               WHEN PRIOR-STATE-WS = 'S'
                AND SELF-RESTARTING-SW = 'YES'
                   MOVE 'RUN   ' TO STEP-ACTION-WS
               WHEN PRIOR-STATE-WS = 'E'
                AND SELF-RESTARTING-SW = 'YES'
                AND PRIOR-CC-WS >= PAYROLL-UNPOSTED-CODE-WS
                   MOVE 'RUN   ' TO STEP-ACTION-WS
               WHEN OTHER
                   MOVE 'REFUSE' TO STEP-ACTION-WS
           END-EVALUATE

           EVALUATE STEP-ACTION-WS
               WHEN 'RUN   '
                   MOVE 'S'  TO WC-EVENT
                   MOVE ZERO TO WC-COND-CODE
                   PERFORM 350-WRITE-CONTROL-ROW
               WHEN 'DONE  '
                   MOVE PRIOR-CC-WS TO STEP-CC-WS
                   MOVE 'D' TO STP-RST-STATE-TBL (STEP-SLOT-WS)
                   MOVE PRIOR-CC-WS TO STP-RST-CC-TBL (STEP-SLOT-WS)
               WHEN OTHER
                   MOVE 'YES' TO STEP-REFUSED-SW
                   IF STEP-SLOT-WS > ZERO
                       MOVE 'X' TO STP-RST-STATE-TBL (STEP-SLOT-WS)
                   END-IF
                   MOVE STEP-NAME-WS TO SF-STEP-NAME-OUT
                   WRITE PRINT-SUMMARY-LINE FROM STEP-REFUSED-LINE
                       AFTER 1 LINE
           END-EVALUATE.

      *    ONE ROW ONTO NIGHTCTL.DAT, CREATED THE FIRST TIME, AND
      *    THE SAME NEWS INTO THE STEP TABLE FOR THE SUMMARY.
       350-WRITE-CONTROL-ROW.
           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE TONIGHT-DATE-WS TO WC-DATE
           MOVE STEP-NAME-WS    TO WC-STEP-NAME
           MOVE RUN-TYPE-WS     TO WC-RUN-TYPE
           COMPUTE WC-TIME =
                   HOURS-WS * 10000 + MINUTES-WS * 100 + SECONDS-WS
           OPEN EXTEND WINDOW-CONTROL-FILE
           IF NIGHTCTL-FILE-STATUS-WS = '35'
               OPEN OUTPUT WINDOW-CONTROL-FILE
               CLOSE WINDOW-CONTROL-FILE
               OPEN EXTEND WINDOW-CONTROL-FILE
           END-IF
           WRITE WINDOW-CONTROL-RECORD
           CLOSE WINDOW-CONTROL-FILE

           IF STEP-SLOT-WS > ZERO
               IF RUN-TYPE-WS = 'R'
                   MOVE WC-EVENT     TO STP-RST-STATE-TBL (STEP-SLOT-WS)
                   MOVE WC-COND-CODE TO STP-RST-CC-TBL (STEP-SLOT-WS)
               ELSE
                   MOVE WC-EVENT     TO
                        STP-ORIG-STATE-TBL (STEP-SLOT-WS)
                   MOVE WC-COND-CODE TO STP-ORIG-CC-TBL (STEP-SLOT-WS)
               END-IF
           END-IF.

       500-PRINT-SUMMARY.
           WRITE PRINT-SUMMARY-LINE FROM SUMMARY-HEADER-LINE
           WRITE PRINT-SUMMARY-LINE FROM SUMMARY-PROB3-LINE
               AFTER 1 LINE

           PERFORM 510-PRINT-WINDOW-STEPS

      *    ONE WORD THE OPERATOR CAN SCAN FOR: THE WINDOW IS GOOD
      *    ONLY IF NO STEP CAME BACK AT OR ABOVE THE ABORT CODE,
      *    NOTHING WAS SKIPPED BECAUSE OF ONE THAT DID, AND NO STEP
      *    WAS REFUSED FOR HAVING POSTED ALREADY.
           IF WORST-CONDITION-CODE-WS >= ABORT-CONDITION-CODE-WS
              OR PAYROLL-SKIPPED-SW = 'YES'
              OR STEP-REFUSED-SW = 'YES'
               MOVE 'FAILED' TO VERDICT-OUT
           ELSE
               MOVE 'GOOD  ' TO VERDICT-OUT
           WRITE PRINT-SUMMARY-LINE FROM SUMMARY-VERDICT-LINE
               AFTER 2 LINES.

      *    EVERY STEP THE CONTROL RECORD KNOWS FOR THE PROCESSING
      *    DATE, WITH HOW IT WENT ON THE ORIGINAL WINDOW AND ON THE
      *    RESTART, SO THE MORNING REVIEW SEES WHICH RUN DID WHAT.
       510-PRINT-WINDOW-STEPS.
           MOVE TONIGHT-DATE-WS TO WH-DATE-OUT
           WRITE PRINT-SUMMARY-LINE FROM WINDOW-STEPS-HEADER-LINE
               AFTER 2 LINES
           WRITE PRINT-SUMMARY-LINE FROM WINDOW-STEPS-COLUMN-LINE
               AFTER 1 LINE
           PERFORM 515-PRINT-ONE-WINDOW-STEP
               VARYING STEP-IDX-WS FROM 1 BY 1
               UNTIL STEP-IDX-WS > STEP-COUNT-WS.

       515-PRINT-ONE-WINDOW-STEP.
           MOVE STP-NAME-TBL (STEP-IDX-WS) TO WL-STEP-NAME-OUT
           MOVE STP-ORIG-STATE-TBL (STEP-IDX-WS) TO DESCRIBE-STATE-WS
           MOVE STP-ORIG-CC-TBL (STEP-IDX-WS)    TO DESCRIBE-CC-WS
           PERFORM 520-DESCRIBE-STEP-STATE
           MOVE STATE-TEXT-WS TO WL-ORIGINAL-OUT
           MOVE STP-RST-STATE-TBL (STEP-IDX-WS)  TO DESCRIBE-STATE-WS
           MOVE STP-RST-CC-TBL (STEP-IDX-WS)     TO DESCRIBE-CC-WS
           PERFORM 520-DESCRIBE-STEP-STATE
           MOVE STATE-TEXT-WS TO WL-RESTART-OUT
           WRITE PRINT-SUMMARY-LINE FROM WINDOW-STEP-LINE
               AFTER 1 LINE.

       520-DESCRIBE-STEP-STATE.
           EVALUATE DESCRIBE-STATE-WS
               WHEN 'E'
                   MOVE DESCRIBE-CC-WS TO RT-CC-WS
                   MOVE STEP-RAN-TEXT-WS TO STATE-TEXT-WS
               WHEN 'S'
                   MOVE 'STARTED - NO END' TO STATE-TEXT-WS
               WHEN 'D'
                   MOVE 'DONE - NOT RERUN' TO STATE-TEXT-WS
               WHEN 'X'
                   MOVE 'REFUSED - POSTED' TO STATE-TEXT-WS
               WHEN OTHER
                   MOVE SPACES TO STATE-TEXT-WS
           END-EVALUATE.

       900-CLOSE.
           IF WINDOW-BLOCKED-SW NOT = 'YES'
               MOVE 'CLEAR' TO LOCK-FUNCTION-WS
