      *    POSTING AGAINST AN ASSET ID THAT ISN'T ON THE MASTER
      *    REJECTS, SO THE HISTORY NEVER CARRIES REPAIR MONEY FOR
      *    EQUIPMENT NOBODY OWNS.
      *    A REPAIR TAGGED WITH A PREVENTIVE MAINTENANCE TASK CODE
      *    ALSO CLOSES THAT TASK'S OCCURRENCE ON PMSCHED.DAT - ON TIME
      *    OR LATE AGAINST THE DATE OR UNITS IT WAS DUE - AND ROLLS
      *    THE NEXT DUE FORWARD ONE INTERVAL FROM WHEN IT WAS ACTUALLY
      *    DONE. EACH CLOSED OCCURRENCE IS APPENDED TO PMHIST.DAT FOR
      *    PMCOMPLY. A TAG WITH NO ACTIVE TASK BEHIND IT IS LOGGED AS
      *    A WARNING; THE REPAIR ITSELF STILL POSTS.
      *    A REPAIR DATED INSIDE THE ASSET'S WARRANTY COVERAGE IS
      *    FLAGGED ON ITS HISTORY LINE AND IN THE LOG - THE VENDOR
      *    OWED US THAT REPAIR, AND WARRANTY'S MONTHLY RECOVERY
      *    REPORT PICKS THE FLAGGED LINES UP FOR PURCHASING TO CLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MAINT-HIST-STATUS-WS.

            SELECT PM-SCHEDULE-FILE ASSIGN TO 'PMSCHED.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PM-KEY
            FILE STATUS IS PM-FILE-STATUS-WS.

            SELECT PM-HISTORY-FILE ASSIGN TO 'PMHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PM-HIST-STATUS-WS.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
           05  MT-REPAIR-DATE      PIC 9(8).
           05  MT-AMOUNT           PIC 9(5)V99.
           05  MT-DESCRIPTION      PIC X(20).
           05  MT-PM-TASK          PIC X(4).
           05  MT-INVOICE-NO       PIC X(10).

       FD  MAINT-LOG-FILE RECORDING MODE IS F.
       01  PRINT-LOG-LINE                PICTURE X(80).
           05  MH-AMOUNT           PIC 9(5)V99.
           05  FILLER              PIC X      VALUE SPACE.
           05  MH-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X      VALUE SPACE.
           05  MH-PM-TASK          PIC X(4).
           05  FILLER              PIC X      VALUE SPACE.
           05  MH-WARRANTY-FLAG    PIC X.
               88  MH-UNDER-WARRANTY   VALUE 'W'.
           05  FILLER              PIC X      VALUE SPACE.
           05  MH-INVOICE-NO       PIC X(10).
           05  FILLER              PIC X(18)  VALUE SPACES.

      *    SAME LAYOUT PMSCHMNT MAINTAINS.
       FD  PM-SCHEDULE-FILE RECORDING MODE IS F.
       01  PM-SCHEDULE-RECORD.
           05  PM-KEY.
               10  PM-ASSET-ID         PIC 9(6).
               10  PM-TASK-CODE        PIC X(4).
           05  PM-TASK-DESC            PIC X(20).
           05  PM-INTERVAL-TYPE        PIC X.
               88  PM-INTERVAL-DAYS        VALUE 'D'.
               88  PM-INTERVAL-UNITS       VALUE 'U'.
           05  PM-INTERVAL             PIC 9(7).
           05  PM-STATUS               PIC X.
               88  PM-STATUS-ACTIVE        VALUE 'A'.
               88  PM-STATUS-RETIRED       VALUE 'R'.
           05  PM-LAST-DONE-DATE       PIC 9(8).
           05  PM-LAST-DONE-UNITS      PIC 9(7).
           05  PM-NEXT-DUE-DATE        PIC 9(8).
           05  PM-NEXT-DUE-UNITS       PIC 9(7).

      *    ONE LINE PER PM OCCURRENCE CLOSED, KEPT FOREVER - WHAT WAS
      *    DUE, WHAT WAS DONE, AND HOW LATE (DAYS FOR A DAYS TASK,
      *    UNITS FOR A UNITS TASK). THE INSURER'S COMPLIANCE REPORT
      *    IS BUILT FROM THIS FILE.
       FD  PM-HISTORY-FILE RECORDING MODE IS F.
       01  PM-HISTORY-RECORD.
           05  PH-ASSET-ID         PIC 9(6).
           05  FILLER              PIC X.
           05  PH-TASK-CODE        PIC X(4).
           05  FILLER              PIC X.
           05  PH-INTERVAL-TYPE    PIC X.
           05  FILLER              PIC X.
           05  PH-DUE-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  PH-DONE-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  PH-DUE-UNITS        PIC 9(7).
           05  FILLER              PIC X.
           05  PH-DONE-UNITS       PIC 9(7).
           05  FILLER              PIC X.
           05  PH-TIMING           PIC X.
               88  PH-ON-TIME          VALUE 'O'.
               88  PH-LATE             VALUE 'L'.
           05  FILLER              PIC X.
           05  PH-LATE-BY          PIC 9(7).
           05  FILLER              PIC X(23).

       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".
           05  RECORDS-POSTED-WS       PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-REJECTED-WS     PICTURE 9(6)  VALUE ZERO.
           05  TOTAL-POSTED-WS         PICTURE 9(8)V99 VALUE ZERO.
           05  PM-CLOSED-WS            PICTURE 9(6)  VALUE ZERO.
           05  PM-LATE-WS              PICTURE 9(6)  VALUE ZERO.
           05  PM-WARNINGS-WS          PICTURE 9(6)  VALUE ZERO.
           05  WARRANTY-FLAGGED-WS     PICTURE 9(6)  VALUE ZERO.
           05  WARRANTY-DOLLARS-WS     PICTURE 9(8)V99 VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  MAINT-HIST-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PM-FILE-STATUS-WS       PICTURE XX    VALUE SPACES.
           05  PM-HIST-STATUS-WS       PICTURE XX    VALUE SPACES.

      *    DAYS LATE COME FROM DAY NUMBERS; THE NEXT DUE DATE IS
      *    COUNTED OUT ONE DAY AT A TIME - BOTH AS ESCHEAT DOES THEM.
       01  PM-CLOSE-CONTROL-WS.
           05  PM-CLOSE-OK-SW          PICTURE X(3)  VALUE 'YES'.
           05  DUE-DAY-NUMBER-WS       PICTURE 9(8)  VALUE ZERO.
           05  PM-LATE-BY-WS           PICTURE S9(8) VALUE ZERO.

       01  DEADLINE-DATE-WS            PIC 9(8)  VALUE ZERO.
       01  DEADLINE-DATE-PARTS-WS REDEFINES DEADLINE-DATE-WS.
           05  DL-YEAR-WS              PIC 9(4).
           05  DL-MONTH-WS             PIC 99.
           05  DL-DAY-WS               PIC 99.

       01  CALENDAR-WORK-WS.
           05  DAYS-IN-MONTH-WS        PIC 99    VALUE ZERO.
           05  LEAP-QUOTIENT-WS        PIC 9(4)  VALUE ZERO.
           05  LEAP-REMAINDER-WS       PIC 9(3)  VALUE ZERO.
           05  LEAP-YEAR-SW            PIC X(3)  VALUE 'NO'.

       01  MONTH-DAYS-VALUES-WS        PIC X(24) VALUE
           '312831303130313130313031'.
       01  MONTH-DAYS-TABLE-WS REDEFINES MONTH-DAYS-VALUES-WS.
           05  MONTH-DAYS-TBL          PIC 99 OCCURS 12 TIMES.

       01  DAY-NUMBER-WORK-WS.
           05  CONVERT-DATE-WS         PIC 9(8)  VALUE ZERO.
           05  CONVERT-DATE-PARTS-WS REDEFINES CONVERT-DATE-WS.
               10  CV-YEAR-WS          PIC 9(4).
               10  CV-MONTH-WS         PIC 99.
               10  CV-DAY-WS           PIC 99.
           05  CONVERT-DAY-NUMBER-WS   PIC 9(8)  VALUE ZERO.
           05  JD-A-WS                 PIC 9(2)  VALUE ZERO.
           05  JD-Y-WS                 PIC 9(5)  VALUE ZERO.
           05  JD-M-WS                 PIC 9(2)  VALUE ZERO.
           05  JD-T1-WS                PIC 9(5)  VALUE ZERO.
           05  JD-T2-WS                PIC 9(5)  VALUE ZERO.
           05  JD-T3-WS                PIC 9(5)  VALUE ZERO.
           05  JD-T4-WS                PIC 9(5)  VALUE ZERO.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'MAINTPST'.
           05  REJ-AMOUNT-OUT       PICTURE $$$,$$9.99.
           05  FILLER               PICTURE X(30)   VALUE SPACES.

       01  PM-CLOSED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(16)   VALUE
                                       'PM CLOSED     - '.
           05  PC-ASSET-ID-OUT      PICTURE Z(5)9.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  PC-TASK-CODE-OUT     PICTURE X(4).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  PC-TIMING-OUT        PICTURE X(7).
           05  PC-LATE-BY-OUT       PICTURE Z(6)9 BLANK WHEN ZERO.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  PC-LATE-UNIT-OUT     PICTURE X(5).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05                       PICTURE X(10)   VALUE
                                       'NEXT DUE: '.
           05  PC-NEXT-DUE-OUT      PICTURE Z(7)9.
           05  FILLER               PICTURE X(10)   VALUE SPACES.

       01  PM-WARNING-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(16)   VALUE
                                       'PM NOT CLOSED - '.
           05  PW-ASSET-ID-OUT      PICTURE Z(5)9.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  PW-TASK-CODE-OUT     PICTURE X(4).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  PW-REASON-OUT        PICTURE X(30).
           05  FILLER               PICTURE X(20)   VALUE SPACES.

       01  WARRANTY-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(17)   VALUE
                                       'UNDER WARRANTY - '.
           05  WL-ASSET-ID-OUT      PICTURE Z(5)9.
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05                       PICTURE X(9)    VALUE 'EXPIRES: '.
           05  WL-EXPIRE-OUT        PICTURE 9(8).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  WL-TERMS-OUT         PICTURE X(20).
           05  FILLER               PICTURE X(15)   VALUE SPACES.

       01  SUMMARY-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
           05  SUM-DOLLARS-OUT      PICTURE $$,$$$,$$9.99.
           05  FILLER               PICTURE X(47)   VALUE SPACES.

       01  SUMMARY-LOG-LINE-3.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
                                       'PM TASKS CLOSED:   '.
           05  SUM-PM-CLOSED-OUT    PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(6)    VALUE 'LATE: '.
           05  SUM-PM-LATE-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(14)   VALUE
                                       'NOT CLOSED:   '.
           05  SUM-PM-WARN-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(11)   VALUE SPACES.

       01  SUMMARY-LOG-LINE-4.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
                                       'UNDER WARRANTY:    '.
           05  SUM-WARRANTY-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(9)    VALUE 'DOLLARS: '.
           05  SUM-WARRANTY-DOLLARS-OUT PICTURE $$,$$$,$$9.99.
           05  FILLER               PICTURE X(27)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           OPEN OUTPUT MAINT-LOG-FILE
           OPEN INPUT  ASSET-INPUT-FILE
           PERFORM     210-OPEN-HISTORY-FILE
           PERFORM     215-OPEN-PM-SCHEDULE
           PERFORM     220-OPEN-PM-HISTORY
           PERFORM     250-READ-ONE-TRANSACTION.

      *    MAINTHST.DAT ACCUMULATES ACROSS RUNS - IT IS EXTENDED,
               OPEN EXTEND MAINT-HISTORY-FILE
           END-IF.

      *    NO SCHEDULE YET IS CREATED EMPTY, AS PMSCHMNT WOULD - EVERY
      *    TAGGED REPAIR THEN JUST LOGS AS NOT CLOSED.
       215-OPEN-PM-SCHEDULE.
           OPEN I-O PM-SCHEDULE-FILE
           IF PM-FILE-STATUS-WS = '35'
               OPEN OUTPUT PM-SCHEDULE-FILE
               CLOSE PM-SCHEDULE-FILE
               OPEN I-O PM-SCHEDULE-FILE
           END-IF.

       220-OPEN-PM-HISTORY.
           OPEN EXTEND PM-HISTORY-FILE
           IF PM-HIST-STATUS-WS = '35'
               OPEN OUTPUT PM-HISTORY-FILE
               CLOSE PM-HISTORY-FILE
               OPEN EXTEND PM-HISTORY-FILE
           END-IF.

       250-READ-ONE-TRANSACTION.
           READ MAINT-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-WS
           PERFORM 250-READ-ONE-TRANSACTION.

       320-POST-ONE-REPAIR.
           MOVE SPACES          TO MAINT-HISTORY-RECORD
           MOVE MT-ASSET-ID     TO MH-ASSET-ID
           MOVE MT-REPAIR-DATE  TO MH-REPAIR-DATE
           MOVE MT-AMOUNT       TO MH-AMOUNT
           MOVE MT-DESCRIPTION  TO MH-DESCRIPTION
           MOVE MT-PM-TASK      TO MH-PM-TASK
           MOVE MT-INVOICE-NO   TO MH-INVOICE-NO
           IF WARRANTY-EXPIRE-IN > ZERO
              AND MT-REPAIR-DATE NOT < WARRANTY-START-IN
              AND MT-REPAIR-DATE NOT > WARRANTY-EXPIRE-IN
               MOVE 'W' TO MH-WARRANTY-FLAG
           END-IF
           WRITE MAINT-HISTORY-RECORD
           ADD 1         TO RECORDS-POSTED-WS
           ADD MT-AMOUNT TO TOTAL-POSTED-WS
           MOVE MT-AMOUNT      TO PL-AMOUNT-OUT
           MOVE MT-DESCRIPTION TO PL-DESC-OUT
           WRITE PRINT-LOG-LINE FROM POSTED-LOG-LINE
               AFTER 1 LINE

           IF MH-UNDER-WARRANTY
               PERFORM 325-FLAG-WARRANTY-REPAIR
           END-IF

           IF MT-PM-TASK NOT = SPACES
               PERFORM 330-CLOSE-PM-OCCURRENCE
           END-IF.

      *    THE ASSET RECORD JUST READ FOR THE POSTING SUPPLIES THE
      *    COVERAGE DATES AND TERMS.
       325-FLAG-WARRANTY-REPAIR.
           ADD 1         TO WARRANTY-FLAGGED-WS
           ADD MT-AMOUNT TO WARRANTY-DOLLARS-WS
           MOVE MT-ASSET-ID        TO WL-ASSET-ID-OUT
           MOVE WARRANTY-EXPIRE-IN TO WL-EXPIRE-OUT
           MOVE WARRANTY-TERMS-IN  TO WL-TERMS-OUT
           WRITE PRINT-LOG-LINE FROM WARRANTY-LOG-LINE
               AFTER 1 LINE.

      *    THE ASSET RECORD JUST READ FOR THE POSTING SUPPLIES THE
      *    LIFETIME UNITS A UNITS TASK WAS DONE AT. A REPAIR DATED
      *    BEFORE THE TASK WAS LAST DONE IS A LATE-KEYED OLD INVOICE,
      *    NOT A NEW OCCURRENCE, AND MUST NOT WIND THE SCHEDULE BACK.
       330-CLOSE-PM-OCCURRENCE.
           MOVE 'YES'       TO PM-CLOSE-OK-SW
           MOVE MT-ASSET-ID TO PM-ASSET-ID
           MOVE MT-PM-TASK  TO PM-TASK-CODE
           READ PM-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'PM TASK NOT SCHEDULED' TO PW-REASON-OUT
                   MOVE 'NO' TO PM-CLOSE-OK-SW
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PM-STATUS-RETIRED
                           MOVE 'PM TASK IS RETIRED' TO PW-REASON-OUT
                           MOVE 'NO' TO PM-CLOSE-OK-SW
                       WHEN MT-REPAIR-DATE IS NOT NUMERIC
                         OR MT-REPAIR-DATE < 19000101
                           MOVE 'REPAIR DATE INVALID' TO
                                PW-REASON-OUT
                           MOVE 'NO' TO PM-CLOSE-OK-SW
                       WHEN MT-REPAIR-DATE < PM-LAST-DONE-DATE
                           MOVE 'REPAIR BEFORE LAST DONE DATE' TO
                                PW-REASON-OUT
                           MOVE 'NO' TO PM-CLOSE-OK-SW
                   END-EVALUATE
           END-READ
           IF PM-CLOSE-OK-SW = 'YES'
               PERFORM 335-RECORD-PM-OCCURRENCE
               PERFORM 340-ROLL-NEXT-DUE
           ELSE
               ADD 1 TO PM-WARNINGS-WS
               MOVE MT-ASSET-ID TO PW-ASSET-ID-OUT
               MOVE MT-PM-TASK  TO PW-TASK-CODE-OUT
               WRITE PRINT-LOG-LINE FROM PM-WARNING-LOG-LINE
                   AFTER 1 LINE
           END-IF.

      *    ON TIME MEANS DONE ON OR BEFORE THE DUE DATE, OR AT OR
      *    BEFORE THE DUE UNITS READING.
       335-RECORD-PM-OCCURRENCE.
           MOVE SPACES           TO PM-HISTORY-RECORD
           MOVE PM-ASSET-ID      TO PH-ASSET-ID
           MOVE PM-TASK-CODE     TO PH-TASK-CODE
           MOVE PM-INTERVAL-TYPE TO PH-INTERVAL-TYPE
           MOVE PM-NEXT-DUE-DATE  TO PH-DUE-DATE
           MOVE MT-REPAIR-DATE    TO PH-DONE-DATE
           MOVE PM-NEXT-DUE-UNITS TO PH-DUE-UNITS
           MOVE LIFETIME-UNITS-IN TO PH-DONE-UNITS
           IF PM-INTERVAL-DAYS
               MOVE PM-NEXT-DUE-DATE TO CONVERT-DATE-WS
               PERFORM 850-DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAY-NUMBER-WS TO DUE-DAY-NUMBER-WS
               MOVE MT-REPAIR-DATE TO CONVERT-DATE-WS
               PERFORM 850-DATE-TO-DAY-NUMBER
               COMPUTE PM-LATE-BY-WS =
                       CONVERT-DAY-NUMBER-WS - DUE-DAY-NUMBER-WS
               MOVE 'DAYS'  TO PC-LATE-UNIT-OUT
           ELSE
               COMPUTE PM-LATE-BY-WS =
                       LIFETIME-UNITS-IN - PM-NEXT-DUE-UNITS
               MOVE 'UNITS' TO PC-LATE-UNIT-OUT
           END-IF
           IF PM-LATE-BY-WS > ZERO
               MOVE 'L'           TO PH-TIMING
               MOVE PM-LATE-BY-WS TO PH-LATE-BY
               ADD 1              TO PM-LATE-WS
               MOVE 'LATE   '     TO PC-TIMING-OUT
               MOVE PM-LATE-BY-WS TO PC-LATE-BY-OUT
           ELSE
               MOVE 'O'           TO PH-TIMING
               MOVE ZERO          TO PH-LATE-BY
               MOVE 'ON TIME'     TO PC-TIMING-OUT
               MOVE ZERO          TO PC-LATE-BY-OUT
               MOVE SPACES        TO PC-LATE-UNIT-OUT
           END-IF
           WRITE PM-HISTORY-RECORD
           ADD 1 TO PM-CLOSED-WS.

      *    THE NEXT OCCURRENCE IS ONE INTERVAL AFTER THE WORK WAS
      *    ACTUALLY DONE, SO A LATE TASK DOESN'T COME DUE AGAIN
      *    ALMOST AT ONCE AND AN EARLY ONE ISN'T STRETCHED.
       340-ROLL-NEXT-DUE.
           MOVE MT-REPAIR-DATE    TO PM-LAST-DONE-DATE
           MOVE LIFETIME-UNITS-IN TO PM-LAST-DONE-UNITS
           IF PM-INTERVAL-DAYS
               MOVE PM-LAST-DONE-DATE TO DEADLINE-DATE-WS
               PERFORM 820-ADVANCE-ONE-DAY PM-INTERVAL TIMES
               MOVE DEADLINE-DATE-WS TO PM-NEXT-DUE-DATE
               MOVE PM-NEXT-DUE-DATE TO PC-NEXT-DUE-OUT
           ELSE
               COMPUTE PM-NEXT-DUE-UNITS =
                       PM-LAST-DONE-UNITS + PM-INTERVAL
               MOVE PM-NEXT-DUE-UNITS TO PC-NEXT-DUE-OUT
           END-IF
           REWRITE PM-SCHEDULE-RECORD

           MOVE PM-ASSET-ID  TO PC-ASSET-ID-OUT
           MOVE PM-TASK-CODE TO PC-TASK-CODE-OUT
           WRITE PRINT-LOG-LINE FROM PM-CLOSED-LOG-LINE
               AFTER 1 LINE.

       280-WRITE-REJECTED.
           WRITE PRINT-LOG-LINE FROM REJECTED-LOG-LINE
               AFTER 1 LINE.

       820-ADVANCE-ONE-DAY.
           MOVE MONTH-DAYS-TBL (DL-MONTH-WS) TO DAYS-IN-MONTH-WS
           IF DL-MONTH-WS = 2
               PERFORM 830-TEST-LEAP-YEAR
               IF LEAP-YEAR-SW = 'YES'
                   MOVE 29 TO DAYS-IN-MONTH-WS
               END-IF
           END-IF
           IF DL-DAY-WS < DAYS-IN-MONTH-WS
               ADD 1 TO DL-DAY-WS
           ELSE
               MOVE 1 TO DL-DAY-WS
               IF DL-MONTH-WS < 12
                   ADD 1 TO DL-MONTH-WS
               ELSE
                   MOVE 1 TO DL-MONTH-WS
                   ADD 1 TO DL-YEAR-WS
               END-IF
           END-IF.

       830-TEST-LEAP-YEAR.
           MOVE 'NO' TO LEAP-YEAR-SW
           DIVIDE DL-YEAR-WS BY 4
               GIVING LEAP-QUOTIENT-WS REMAINDER LEAP-REMAINDER-WS
           IF LEAP-REMAINDER-WS = ZERO
               MOVE 'YES' TO LEAP-YEAR-SW
               DIVIDE DL-YEAR-WS BY 100
                   GIVING LEAP-QUOTIENT-WS REMAINDER LEAP-REMAINDER-WS
               IF LEAP-REMAINDER-WS = ZERO
                   DIVIDE DL-YEAR-WS BY 400
                       GIVING LEAP-QUOTIENT-WS
                       REMAINDER LEAP-REMAINDER-WS
                   IF LEAP-REMAINDER-WS NOT = ZERO
                       MOVE 'NO' TO LEAP-YEAR-SW
                   END-IF
               END-IF
           END-IF.

       850-DATE-TO-DAY-NUMBER.
           COMPUTE JD-A-WS = (14 - CV-MONTH-WS) / 12
           COMPUTE JD-Y-WS = CV-YEAR-WS + 4800 - JD-A-WS
           COMPUTE JD-M-WS = CV-MONTH-WS + 12 * JD-A-WS - 3
           COMPUTE JD-T1-WS = (153 * JD-M-WS + 2) / 5
           COMPUTE JD-T2-WS = JD-Y-WS / 4
           COMPUTE JD-T3-WS = JD-Y-WS / 100
           COMPUTE JD-T4-WS = JD-Y-WS / 400
           COMPUTE CONVERT-DAY-NUMBER-WS = CV-DAY-WS + JD-T1-WS
                   + 365 * JD-Y-WS + JD-T2-WS - JD-T3-WS + JD-T4-WS
                   - 32045.

       900-CLOSE.
           MOVE RECORDS-READ-WS     TO SUM-READ-OUT
           MOVE RECORDS-POSTED-WS   TO SUM-POSTED-OUT
           WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-2
               AFTER 1 LINE

           MOVE PM-CLOSED-WS   TO SUM-PM-CLOSED-OUT
           MOVE PM-LATE-WS     TO SUM-PM-LATE-OUT
           MOVE PM-WARNINGS-WS TO SUM-PM-WARN-OUT
           WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-3
               AFTER 1 LINE

           MOVE WARRANTY-FLAGGED-WS TO SUM-WARRANTY-OUT
           MOVE WARRANTY-DOLLARS-WS TO SUM-WARRANTY-DOLLARS-OUT
           WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-4
               AFTER 1 LINE

           CLOSE MAINT-TRANS-FILE MAINT-LOG-FILE
                 MAINT-HISTORY-FILE ASSET-INPUT-FILE
                 PM-SCHEDULE-FILE   PM-HISTORY-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
