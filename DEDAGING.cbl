       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DEDAGING.
       AUTHOR.    CHRISTOPHER HILL.

      *    DEDUCTION ARREARS AGING. WHEN THE PAYROLL RUN CANNOT TAKE
      *    A DEDUCTION IN FULL WITHOUT DROPPING NET PAY BELOW THE
      *    ROW'S FLOOR, THE DIFFERENCE GOES ON DEDARRS.DAT AS AN
      *    OPEN ITEM DATED THAT PAY DATE, AND LATER RUNS RECOVER IT
      *    OLDEST ITEM FIRST. THIS REPORT LISTS EVERY EMPLOYEE AND
      *    DEDUCTION CODE STILL OWING, WITH THE BALANCE SPREAD BY
      *    THE AGE OF ITS OPEN ITEMS, THE DATE THE OLDEST ONE WAS
      *    MISSED, AND THE LAST TIME ANYTHING WAS RECOVERED, THEN
      *    TOTALS BY CODE - THE FIGURES BENEFITS AND THE SUPPORT
      *    AGENCY ASK FOR. AGES ARE COUNTED IN 30-DAY MONTHS FROM
      *    THE RUN DATE, WHICH IS CLOSE ENOUGH FOR BUCKETS THIS
      *    WIDE. NIGHTRUN RUNS IT EVERY MONTH-END; IT CAN ALSO BE
      *    RUN ON DEMAND. NOTHING IS UPDATED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ARREARS-FILE ASSIGN TO 'DEDARRS.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AR-KEY
            FILE STATUS IS ARREARS-FILE-STATUS-WS.

            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

            SELECT AGING-REPORT-FILE ASSIGN TO 'DEDAGING.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT THE PAYROLL RUN KEEPS - NOT A COPYBOOK THERE
      *    EITHER.
       FD  ARREARS-FILE RECORDING MODE IS F.
       01  ARREARS-RECORD.
           05  AR-KEY.
               10  AR-SSN          PIC 9(9).
               10  AR-CODE         PIC X(3).
           05  AR-BALANCE          PIC 9(6)V99.
           05  AR-TOTAL-SHORT      PIC 9(7)V99.
           05  AR-TOTAL-RECOVERED  PIC 9(7)V99.
           05  AR-LAST-SHORT-DATE  PIC 9(8).
           05  AR-LAST-RECOVERY-DATE PIC 9(8).
           05  AR-ITEM-COUNT       PIC 99.
           05  AR-OPEN-ITEM OCCURS 12 TIMES.
               10  AR-ITEM-DATE    PIC 9(8).
               10  AR-ITEM-AMOUNT  PIC 9(5)V99.

       FD  USER-INPUT-FILE.
       01  USER-INPUT-RECORD.
           05  SSN-IN          PIC 9(9).
           05  FILLER          PIC X(6).
           05  NAME-IN         PIC X(20).
           05  FILLER          PIC X(197).

       FD  AGING-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-AGING-LINE            PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ARREARS-WS          PICTURE X(3)  VALUE 'NO'.
           05  ARREARS-OPEN-SW         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  OWING-COUNT-WS          PICTURE 9(6)  VALUE ZERO.
           05  OVER-90-COUNT-WS        PICTURE 9(6)  VALUE ZERO.
           05  ITEM-IDX-WS             PICTURE 99    VALUE ZERO.
           05  AGE-IDX-WS              PICTURE 9     VALUE ZERO.
           05  CT-IDX-WS               PICTURE 99    VALUE ZERO.
           05  CODE-FOUND-SW           PICTURE X(3)  VALUE 'NO'.

       01  FILE-STATUS-FIELDS-WS.
           05  ARREARS-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.

      *    DAY NUMBERS ON A 360-DAY YEAR - THE RUN DATE'S AND EACH
      *    OPEN ITEM'S - AND THE ITEM'S AGE IN DAYS BETWEEN THEM.
       01  AGING-DATES-WS.
           05  RUN-DAY-NUMBER-WS       PICTURE 9(7)  VALUE ZERO.
           05  ITEM-DAY-NUMBER-WS      PICTURE 9(7)  VALUE ZERO.
           05  ITEM-AGE-DAYS-WS        PICTURE S9(7) VALUE ZERO.
           05  ITEM-DATE-WS            PICTURE 9(8)  VALUE ZERO.
           05  ITEM-DATE-PARTS-WS REDEFINES ITEM-DATE-WS.
               10  ITEM-YEAR-WS        PICTURE 9(4).
               10  ITEM-MONTH-WS       PICTURE 99.
               10  ITEM-DAY-WS         PICTURE 99.

      *    ONE EMPLOYEE-AND-CODE'S BALANCE BY AGE - 0-30, 31-60,
      *    61-90, AND OVER 90 DAYS.
       01  ROW-AGING-WS.
           05  ROW-AGE-AMOUNT-WS       PICTURE 9(6)V99
                                       OCCURS 4 TIMES.

       01  GRAND-TOTALS-WS.
           05  GRAND-BALANCE-WS        PICTURE 9(9)V99 VALUE ZERO.
           05  GRAND-AGE-AMOUNT-WS     PICTURE 9(9)V99
                                       OCCURS 4 TIMES.

      *    TOTALS BY DEDUCTION CODE, IN THE ORDER THE CODES TURN
      *    UP. SIZED TO THE PAYROLL RUN'S DEDUCTION CODE TABLE.
       01  CODE-TOTALS-WS.
           05  CODE-TOTAL-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  CODE-TOTAL-ENTRY-WS OCCURS 200 TIMES.
               10  CT-CODE-TBL         PICTURE X(3).
               10  CT-EMPLOYEES-TBL    PICTURE 9(5).
               10  CT-BALANCE-TBL      PICTURE 9(9)V99.
               10  CT-AGE-AMOUNT-TBL   PICTURE 9(9)V99
                                       OCCURS 4 TIMES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'DEDAGING'.
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
           'DEDUCTION ARREARS AGING'.
           05  FILLER              PICTURE X(56)   VALUE SPACES.

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'SSN'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(20)   VALUE 'NAME'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(3)    VALUE 'CDE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                 '   BALANCE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                 ' 0-30 DAYS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                 '31-60 DAYS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                 '61-90 DAYS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                 '   OVER 90'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                 'OWED SINCE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                 'LAST RECOV'.
           05  FILLER              PICTURE X(10)   VALUE SPACES.

       01  AGING-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-SSN-OUT          PICTURE 9(9).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-NAME-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-CODE-OUT         PICTURE X(3).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-BALANCE-OUT      PICTURE $$$,$$9.99.
           05  AD-AGE-GROUP-OUT OCCURS 4 TIMES.
               10  FILLER          PICTURE X(2).
               10  AD-AGE-AMOUNT-OUT PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-SINCE-OUT        PICTURE 9999/99/99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-LAST-RECOV-OUT   PICTURE 9999/99/99 BLANK WHEN ZERO.
           05  FILLER              PICTURE X(10)   VALUE SPACES.

       01  CODE-TOTAL-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(24)   VALUE
                 'TOTALS BY DEDUCTION CODE'.
           05  FILLER              PICTURE X(107)  VALUE SPACES.

       01  CODE-TOTAL-LINE.
           05  FILLER              PICTURE X(13)   VALUE SPACES.
           05  CL-LABEL-OUT        PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CL-CODE-OUT         PICTURE X(3).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CL-BALANCE-OUT      PICTURE $$$,$$$,$$9.99.
           05  CL-AGE-GROUP-OUT OCCURS 4 TIMES.
               10  FILLER          PICTURE X.
               10  CL-AGE-AMOUNT-OUT PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(19)   VALUE SPACES.

       01  CODE-EMPLOYEES-WS.
           05  CE-EMPLOYEES-OUT    PICTURE ZZ,ZZ9.
           05                      PICTURE X(10)   VALUE ' EMPLOYEES'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.

       01  NO-ARREARS-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(40)   VALUE
                 'NO DEDUCTION ARREARS OUTSTANDING'.
           05  FILLER              PICTURE X(91)   VALUE SPACES.

       01  AGING-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(18)   VALUE
                 'BALANCES OWING: '.
           05  AS-OWING-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(18)   VALUE
                 'OVER 90 DAYS: '.
           05  AS-OVER-90-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(77)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE HANDED BACK WHEN NIGHTRUN RUNS THIS AS A
      *    CALENDAR STEP: 0 = NOTHING OLDER THAN 90 DAYS, 4 = SOME
      *    ARREARS HAVE GONE UNRECOVERED PAST 90 DAYS.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-ARREARS-WS = 'YES'
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF OVER-90-COUNT-WS > ZERO
                   MOVE 4 TO STEP-CONDITION-CODE-LS
               ELSE
                   MOVE ZERO TO STEP-CONDITION-CODE-LS
               END-IF
           END-IF.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           OPEN OUTPUT AGING-REPORT-FILE
           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           MOVE ZERO TO GRAND-AGE-AMOUNT-WS (1)
           MOVE ZERO TO GRAND-AGE-AMOUNT-WS (2)
           MOVE ZERO TO GRAND-AGE-AMOUNT-WS (3)
           MOVE ZERO TO GRAND-AGE-AMOUNT-WS (4)
           COMPUTE RUN-DAY-NUMBER-WS =
                   YEAR-WS * 360 + MONTH-WS * 30 + DAY-WS
           WRITE PRINT-AGING-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           WRITE PRINT-AGING-LINE FROM COLUMN-HEADER-LINE-SETUP
               AFTER 2 LINES
           MOVE SPACES TO PRINT-AGING-LINE
           WRITE PRINT-AGING-LINE AFTER 1 LINE

      *    NO DEDARRS.DAT YET MEANS NO DEDUCTION WAS EVER SHORT.
           OPEN INPUT ARREARS-FILE
           IF ARREARS-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ARREARS-OPEN-SW
               OPEN INPUT USER-INPUT-FILE
               PERFORM 250-READ-ONE-ARREARS
           ELSE
               MOVE 'YES' TO EOF-ARREARS-WS
           END-IF.

       250-READ-ONE-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-ARREARS-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    FULLY RECOVERED ROWS STAY ON THE FILE FOR THEIR HISTORY
      *    AND ARE WALKED PAST.
       300-PROCESS.
           IF AR-BALANCE > ZERO
               ADD 1 TO OWING-COUNT-WS
               MOVE ZERO TO ROW-AGE-AMOUNT-WS (1)
               MOVE ZERO TO ROW-AGE-AMOUNT-WS (2)
               MOVE ZERO TO ROW-AGE-AMOUNT-WS (3)
               MOVE ZERO TO ROW-AGE-AMOUNT-WS (4)
               PERFORM 310-AGE-ONE-ITEM
                   VARYING ITEM-IDX-WS FROM 1 BY 1
                   UNTIL ITEM-IDX-WS > AR-ITEM-COUNT
                      OR ITEM-IDX-WS > 12
               IF ROW-AGE-AMOUNT-WS (4) > ZERO
                   ADD 1 TO OVER-90-COUNT-WS
               END-IF
               PERFORM 320-PRINT-ONE-ROW
               PERFORM 330-ADD-TO-CODE-TOTALS
           END-IF
           PERFORM 250-READ-ONE-ARREARS.

       310-AGE-ONE-ITEM.
           MOVE AR-ITEM-DATE (ITEM-IDX-WS) TO ITEM-DATE-WS
           COMPUTE ITEM-DAY-NUMBER-WS = ITEM-YEAR-WS * 360
                   + ITEM-MONTH-WS * 30 + ITEM-DAY-WS
           COMPUTE ITEM-AGE-DAYS-WS =
                   RUN-DAY-NUMBER-WS - ITEM-DAY-NUMBER-WS
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS-WS <= 30
                   MOVE 1 TO AGE-IDX-WS
               WHEN ITEM-AGE-DAYS-WS <= 60
                   MOVE 2 TO AGE-IDX-WS
               WHEN ITEM-AGE-DAYS-WS <= 90
                   MOVE 3 TO AGE-IDX-WS
               WHEN OTHER
                   MOVE 4 TO AGE-IDX-WS
           END-EVALUATE
           ADD AR-ITEM-AMOUNT (ITEM-IDX-WS)
               TO ROW-AGE-AMOUNT-WS (AGE-IDX-WS).

       320-PRINT-ONE-ROW.
           MOVE AR-SSN TO AD-SSN-OUT
           MOVE AR-SSN TO SSN-IN
           READ USER-INPUT-FILE
               INVALID KEY
                   MOVE 'NOT ON PAYROLL MASTER' TO AD-NAME-OUT
               NOT INVALID KEY
                   MOVE NAME-IN TO AD-NAME-OUT
           END-READ
           MOVE AR-CODE    TO AD-CODE-OUT
           MOVE AR-BALANCE TO AD-BALANCE-OUT
           PERFORM 325-MOVE-ONE-ROW-AGE
               VARYING AGE-IDX-WS FROM 1 BY 1
               UNTIL AGE-IDX-WS > 4
           IF AR-ITEM-COUNT > ZERO
               MOVE AR-ITEM-DATE (1) TO AD-SINCE-OUT
           ELSE
               MOVE AR-LAST-SHORT-DATE TO AD-SINCE-OUT
           END-IF
           MOVE AR-LAST-RECOVERY-DATE TO AD-LAST-RECOV-OUT
           WRITE PRINT-AGING-LINE FROM AGING-DETAIL-LINE
               AFTER 1 LINE.

       325-MOVE-ONE-ROW-AGE.
           MOVE SPACES TO AD-AGE-GROUP-OUT (AGE-IDX-WS)
           MOVE ROW-AGE-AMOUNT-WS (AGE-IDX-WS)
                TO AD-AGE-AMOUNT-OUT (AGE-IDX-WS)
           ADD ROW-AGE-AMOUNT-WS (AGE-IDX-WS)
               TO GRAND-AGE-AMOUNT-WS (AGE-IDX-WS).

       330-ADD-TO-CODE-TOTALS.
           ADD AR-BALANCE TO GRAND-BALANCE-WS
           MOVE 'NO' TO CODE-FOUND-SW
           PERFORM 335-MATCH-ONE-CODE
               VARYING CT-IDX-WS FROM 1 BY 1
               UNTIL CT-IDX-WS > CODE-TOTAL-COUNT-WS
                  OR CODE-FOUND-SW = 'YES'
           IF CODE-FOUND-SW = 'YES'
               SUBTRACT 1 FROM CT-IDX-WS
           ELSE
               IF CODE-TOTAL-COUNT-WS < 200
                   ADD 1 TO CODE-TOTAL-COUNT-WS
                   MOVE CODE-TOTAL-COUNT-WS TO CT-IDX-WS
                   MOVE AR-CODE TO CT-CODE-TBL (CT-IDX-WS)
                   MOVE ZERO TO CT-EMPLOYEES-TBL (CT-IDX-WS)
                                CT-BALANCE-TBL (CT-IDX-WS)
                                CT-AGE-AMOUNT-TBL (CT-IDX-WS, 1)
                                CT-AGE-AMOUNT-TBL (CT-IDX-WS, 2)
                                CT-AGE-AMOUNT-TBL (CT-IDX-WS, 3)
                                CT-AGE-AMOUNT-TBL (CT-IDX-WS, 4)
                   MOVE 'YES' TO CODE-FOUND-SW
               END-IF
           END-IF
           IF CODE-FOUND-SW = 'YES'
               ADD 1 TO CT-EMPLOYEES-TBL (CT-IDX-WS)
               ADD AR-BALANCE TO CT-BALANCE-TBL (CT-IDX-WS)
               PERFORM 336-ADD-ONE-CODE-AGE
                   VARYING AGE-IDX-WS FROM 1 BY 1
                   UNTIL AGE-IDX-WS > 4
           END-IF.

       335-MATCH-ONE-CODE.
           IF CT-CODE-TBL (CT-IDX-WS) = AR-CODE
               MOVE 'YES' TO CODE-FOUND-SW
           END-IF.

       336-ADD-ONE-CODE-AGE.
           ADD ROW-AGE-AMOUNT-WS (AGE-IDX-WS)
               TO CT-AGE-AMOUNT-TBL (CT-IDX-WS, AGE-IDX-WS).

       900-CLOSE.
           IF OWING-COUNT-WS = ZERO
               WRITE PRINT-AGING-LINE FROM NO-ARREARS-LINE
                   AFTER 1 LINE
           ELSE
               PERFORM 910-PRINT-TOTALS
           END-IF
           MOVE OWING-COUNT-WS   TO AS-OWING-OUT
           MOVE OVER-90-COUNT-WS TO AS-OVER-90-OUT
           WRITE PRINT-AGING-LINE FROM AGING-SUMMARY-LINE
               AFTER 2 LINES

           IF ARREARS-OPEN-SW = 'YES'
               CLOSE ARREARS-FILE USER-INPUT-FILE
           END-IF
           CLOSE AGING-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.

       910-PRINT-TOTALS.
           WRITE PRINT-AGING-LINE FROM CODE-TOTAL-HEADER-LINE
               AFTER 2 LINES
           PERFORM 920-PRINT-ONE-CODE
               VARYING CT-IDX-WS FROM 1 BY 1
               UNTIL CT-IDX-WS > CODE-TOTAL-COUNT-WS
           MOVE 'ALL CODES'      TO CL-LABEL-OUT
           MOVE SPACES           TO CL-CODE-OUT
           MOVE GRAND-BALANCE-WS TO CL-BALANCE-OUT
           PERFORM 925-MOVE-ONE-GRAND-AGE
               VARYING AGE-IDX-WS FROM 1 BY 1
               UNTIL AGE-IDX-WS > 4
           WRITE PRINT-AGING-LINE FROM CODE-TOTAL-LINE
               AFTER 2 LINES.

       920-PRINT-ONE-CODE.
           MOVE CT-EMPLOYEES-TBL (CT-IDX-WS) TO CE-EMPLOYEES-OUT
           MOVE CODE-EMPLOYEES-WS            TO CL-LABEL-OUT
           MOVE CT-CODE-TBL (CT-IDX-WS)      TO CL-CODE-OUT
           MOVE CT-BALANCE-TBL (CT-IDX-WS)   TO CL-BALANCE-OUT
           PERFORM 922-MOVE-ONE-CODE-AGE
               VARYING AGE-IDX-WS FROM 1 BY 1
               UNTIL AGE-IDX-WS > 4
           WRITE PRINT-AGING-LINE FROM CODE-TOTAL-LINE
               AFTER 1 LINE.

       922-MOVE-ONE-CODE-AGE.
           MOVE SPACES TO CL-AGE-GROUP-OUT (AGE-IDX-WS)
           MOVE CT-AGE-AMOUNT-TBL (CT-IDX-WS, AGE-IDX-WS)
                TO CL-AGE-AMOUNT-OUT (AGE-IDX-WS).

       925-MOVE-ONE-GRAND-AGE.
           MOVE SPACES TO CL-AGE-GROUP-OUT (AGE-IDX-WS)
           MOVE GRAND-AGE-AMOUNT-WS (AGE-IDX-WS)
                TO CL-AGE-AMOUNT-OUT (AGE-IDX-WS).
