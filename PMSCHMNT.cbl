       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PMSCHMNT.
       AUTHOR.    CHRISTOPHER HILL.

      *    PREVENTIVE MAINTENANCE SCHEDULE MAINTENANCE. EVERY PM TASK
      *    THE SHOP PERFORMS ON AN ASSET - CHANGE THE HYDRAULIC OIL,
      *    RECALIBRATE THE SCALE - LIVES ON PMSCHED.DAT, KEYED BY
      *    ASSET ID AND A FOUR-CHARACTER TASK CODE, WITH ITS INTERVAL
      *    AND THE NEXT OCCURRENCE DUE. AN INTERVAL IS EITHER IN
      *    CALENDAR DAYS OR, FOR A UNITS-OF-PRODUCTION ASSET, IN UNITS
      *    PRODUCED AGAINST THE LIFETIME-UNITS-IN COUNTER ASSETUNT
      *    KEEPS ON THE MASTER. MAINTPST CLOSES AN OCCURRENCE AND
      *    ROLLS THE NEXT DUE FORWARD WHEN A REPAIR TAGGED WITH THE
      *    TASK POSTS; PMDUE PRINTS THE WEEKLY WORK LIST FROM HERE.
      *    TRANSACTIONS IN PMTRAN.DAT:
      *        'A' ADDS A TASK, 'C' CHANGES ITS DESCRIPTION OR
      *        INTERVAL, 'R' RETIRES IT.
      *    THE AUDIT LOG GOES TO PMSCHMNT.DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PM-TRANS-FILE ASSIGN TO 'PMTRAN.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PM-LOG-FILE ASSIGN TO 'PMSCHMNT.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PM-SCHEDULE-FILE ASSIGN TO 'PMSCHED.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PM-KEY
            FILE STATUS IS PM-FILE-STATUS-WS.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *    A BLANK LAST-DONE DATE ON AN ADD MEANS TODAY; BLANK
      *    LAST-DONE UNITS MEAN THE ASSET'S LIFETIME UNITS TODAY. ON
      *    A CHANGE, A BLANK DESCRIPTION OR INTERVAL KEEPS WHAT IS ON
      *    FILE.
       FD  PM-TRANS-FILE.
       01  PM-TRANS-RECORD.
           05  PT-TRANS-CODE       PIC X.
               88  PT-TRANS-ADD        VALUE 'A'.
               88  PT-TRANS-CHANGE     VALUE 'C'.
               88  PT-TRANS-RETIRE     VALUE 'R'.
           05  PT-ASSET-ID         PIC 9(6).
           05  PT-TASK-CODE        PIC X(4).
           05  PT-TASK-DESC        PIC X(20).
           05  PT-INTERVAL-TYPE    PIC X.
           05  PT-INTERVAL         PIC X(7).
           05  PT-INTERVAL-NUM REDEFINES PT-INTERVAL PIC 9(7).
           05  PT-LAST-DONE-DATE   PIC X(8).
           05  PT-LAST-DONE-DATE-NUM REDEFINES PT-LAST-DONE-DATE
                                   PIC 9(8).
           05  PT-LAST-DONE-UNITS  PIC X(7).
           05  PT-LAST-DONE-UNITS-NUM REDEFINES PT-LAST-DONE-UNITS
                                   PIC 9(7).

       FD  PM-LOG-FILE RECORDING MODE IS F.
       01  PRINT-LOG-LINE                PICTURE X(80).

      *    A DAYS TASK CARRIES ITS NEXT DUE AS A DATE, A UNITS TASK
      *    AS A LIFETIME-UNITS READING; THE OTHER FIELD STAYS ZERO.
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

       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-TRANS-WS            PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  TASKS-ADDED-WS          PICTURE 9(6)  VALUE ZERO.
           05  TASKS-CHANGED-WS        PICTURE 9(6)  VALUE ZERO.
           05  TASKS-RETIRED-WS        PICTURE 9(6)  VALUE ZERO.
           05  RECORDS-REJECTED-WS     PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PM-FILE-STATUS-WS       PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.

       01  PM-VALIDATION-CONTROL-WS.
           05  PM-TASK-VALID-SW        PIC X(3)  VALUE 'YES'.
           05  MAX-DAY-INTERVAL-WS     PIC 9(4)  VALUE 3660.

      *    THE NEXT DUE DATE IS A REAL CALENDAR DATE - THE WORK LIST
      *    PRINTS IT - SO IT IS COUNTED OUT ONE DAY AT A TIME, THE
      *    WAY ESCHEAT COUNTS OUT A RESPONSE DEADLINE.
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

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'PMSCHMNT'.
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

       01  TODAY-DATE-WS               PIC 9(8)  VALUE ZERO.

       01  TASK-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  TL-ACTION-OUT        PICTURE X(8).
           05                       PICTURE X(10)   VALUE
                                       'PM TASK - '.
           05  TL-ASSET-ID-OUT      PICTURE Z(5)9.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  TL-TASK-CODE-OUT     PICTURE X(4).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  TL-DESC-OUT          PICTURE X(20).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  TL-DUE-LABEL-OUT     PICTURE X(5).
           05  TL-DUE-OUT           PICTURE Z(7)9.
           05  FILLER               PICTURE X(13)   VALUE SPACES.

       01  REJECTED-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(11)   VALUE
                                       'REJECTED - '.
           05  REJ-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER               PICTURE X       VALUE SPACE.
           05  REJ-TASK-CODE-OUT    PICTURE X(4).
           05  FILLER               PICTURE X(2)    VALUE SPACES.
           05  REJ-REASON-OUT       PICTURE X(35).
           05  FILLER               PICTURE X(20)   VALUE SPACES.

       01  SUMMARY-LOG-LINE.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
                                       'TRANSACTIONS READ: '.
           05  SUM-READ-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(7)    VALUE 'ADDED: '.
           05  SUM-ADDED-OUT        PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(9)    VALUE 'CHANGED: '.
           05  SUM-CHANGED-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(15)   VALUE SPACES.

       01  SUMMARY-LOG-LINE-2.
           05  FILLER               PICTURE X       VALUE SPACE.
           05                       PICTURE X(19)   VALUE
                                       'RETIRED:           '.
           05  SUM-RETIRED-OUT      PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(4)    VALUE SPACES.
           05                       PICTURE X(10)   VALUE
                                       'REJECTED: '.
           05  SUM-REJECTED-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER               PICTURE X(32)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-TRANS-WS = 'YES'
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           COMPUTE TODAY-DATE-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS

           OPEN INPUT  PM-TRANS-FILE
           OPEN OUTPUT PM-LOG-FILE
           OPEN INPUT  ASSET-INPUT-FILE
           PERFORM     210-OPEN-PM-SCHEDULE
           PERFORM     250-READ-ONE-TRANSACTION.

      *    PMSCHED.DAT IS AN INDEXED MASTER THAT PERSISTS ACROSS
      *    RUNS; ON THE FIRST RUN IT DOESN'T EXIST YET, SO A FAILED
      *    I-O OPEN (STATUS 35) MEANS CREATE IT EMPTY AND OPEN I-O
      *    AGAIN.
       210-OPEN-PM-SCHEDULE.
           OPEN I-O PM-SCHEDULE-FILE
           IF PM-FILE-STATUS-WS = '35'
               OPEN OUTPUT PM-SCHEDULE-FILE
               CLOSE PM-SCHEDULE-FILE
               OPEN I-O PM-SCHEDULE-FILE
           END-IF.

       250-READ-ONE-TRANSACTION.
           READ PM-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-WS
               NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

       300-PROCESS.
           EVALUATE TRUE
               WHEN PT-TASK-CODE = SPACES
                   MOVE 'TASK CODE IS BLANK' TO REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
               WHEN PT-TRANS-ADD
                   PERFORM 320-ADD-TASK
               WHEN PT-TRANS-CHANGE
                   PERFORM 340-CHANGE-TASK
               WHEN PT-TRANS-RETIRE
                   PERFORM 360-RETIRE-TASK
               WHEN OTHER
                   MOVE 'TRANSACTION CODE NOT A/C/R' TO
                        REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
           END-EVALUATE
           PERFORM 250-READ-ONE-TRANSACTION.

      *    A TASK CAN ONLY BE SCHEDULED AGAINST AN ACTIVE ASSET ON
      *    THE MASTER, AND A UNITS INTERVAL ONLY AGAINST AN ASSET
      *    DEPRECIATED ON UNITS OF PRODUCTION - NOTHING ELSE HAS ITS
      *    LIFETIME UNITS COUNTED.
       320-ADD-TASK.
           MOVE PT-ASSET-ID TO ASSET-ID-IN
           READ ASSET-INPUT-FILE
               INVALID KEY
                   MOVE 'ASSET NOT ON FILE' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               NOT INVALID KEY
                   PERFORM 325-VALIDATE-NEW-TASK
           END-READ
           IF PM-TASK-VALID-SW = 'YES'
               PERFORM 330-BUILD-NEW-TASK
           ELSE
               PERFORM 290-WRITE-REJECTED
           END-IF.

       325-VALIDATE-NEW-TASK.
           MOVE 'YES' TO PM-TASK-VALID-SW
           MOVE PT-INTERVAL-TYPE TO PM-INTERVAL-TYPE
           EVALUATE TRUE
               WHEN NOT TRANS-TYPE-ASSET
                   MOVE 'ASSET IS NOT ACTIVE' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN NOT PM-INTERVAL-DAYS AND NOT PM-INTERVAL-UNITS
                   MOVE 'INTERVAL TYPE NOT D OR U' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PT-INTERVAL IS NOT NUMERIC
                 OR PT-INTERVAL-NUM = ZERO
                   MOVE 'INTERVAL IS ZERO' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PM-INTERVAL-DAYS
                AND PT-INTERVAL-NUM > MAX-DAY-INTERVAL-WS
                   MOVE 'DAY INTERVAL OVER 3660' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PM-INTERVAL-UNITS
                AND NOT DEPR-METHOD-UNITS-OF-PROD
                   MOVE 'UNITS INTERVAL - NOT A UNITS ASSET' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PT-LAST-DONE-DATE NOT = SPACES
                AND (PT-LAST-DONE-DATE IS NOT NUMERIC
                  OR PT-LAST-DONE-DATE-NUM < 19000101
                  OR PT-LAST-DONE-DATE-NUM > TODAY-DATE-WS)
                   MOVE 'LAST DONE DATE INVALID' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PT-LAST-DONE-UNITS NOT = SPACES
                AND PT-LAST-DONE-UNITS IS NOT NUMERIC
                   MOVE 'LAST DONE UNITS INVALID' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
           END-EVALUATE.

      *    THE FIRST OCCURRENCE FALLS ONE INTERVAL AFTER THE TASK WAS
      *    LAST DONE - TODAY AND TODAY'S UNITS FOR NEW EQUIPMENT.
       330-BUILD-NEW-TASK.
           MOVE PT-ASSET-ID       TO PM-ASSET-ID
           MOVE PT-TASK-CODE      TO PM-TASK-CODE
           MOVE PT-TASK-DESC      TO PM-TASK-DESC
           MOVE PT-INTERVAL-NUM   TO PM-INTERVAL
           MOVE 'A'               TO PM-STATUS
           IF PT-LAST-DONE-DATE = SPACES
               MOVE TODAY-DATE-WS TO PM-LAST-DONE-DATE
           ELSE
               MOVE PT-LAST-DONE-DATE-NUM TO PM-LAST-DONE-DATE
           END-IF
           IF PT-LAST-DONE-UNITS = SPACES
               MOVE LIFETIME-UNITS-IN TO PM-LAST-DONE-UNITS
           ELSE
               MOVE PT-LAST-DONE-UNITS-NUM TO PM-LAST-DONE-UNITS
           END-IF
           PERFORM 380-SET-NEXT-DUE
           WRITE PM-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE PM TASK' TO REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
               NOT INVALID KEY
                   ADD 1 TO TASKS-ADDED-WS
                   MOVE 'ADDED' TO TL-ACTION-OUT
                   PERFORM 395-WRITE-TASK-LOG
           END-WRITE.

      *    THE INTERVAL TYPE IS FIXED ONCE A TASK IS ON FILE - A
      *    TASK MOVING FROM DAYS TO UNITS IS RETIRED AND ADDED AGAIN
      *    SO ITS HISTORY DOESN'T MIX THE TWO. A NEW INTERVAL ROLLS
      *    THE NEXT DUE FROM THE LAST TIME THE TASK WAS DONE.
       340-CHANGE-TASK.
           MOVE PT-ASSET-ID  TO PM-ASSET-ID
           MOVE PT-TASK-CODE TO PM-TASK-CODE
           READ PM-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'PM TASK NOT ON FILE' TO REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
               NOT INVALID KEY
                   PERFORM 345-VALIDATE-CHANGE
                   IF PM-TASK-VALID-SW = 'YES'
                       PERFORM 350-APPLY-CHANGE
                   ELSE
                       PERFORM 290-WRITE-REJECTED
                   END-IF
           END-READ.

       345-VALIDATE-CHANGE.
           MOVE 'YES' TO PM-TASK-VALID-SW
           EVALUATE TRUE
               WHEN PM-STATUS-RETIRED
                   MOVE 'PM TASK IS RETIRED' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PT-INTERVAL-TYPE NOT = SPACE
                AND PT-INTERVAL-TYPE NOT = PM-INTERVAL-TYPE
                   MOVE 'INTERVAL TYPE CANNOT CHANGE' TO
                        REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PT-INTERVAL = SPACES
                   CONTINUE
               WHEN PT-INTERVAL IS NOT NUMERIC
                 OR PT-INTERVAL-NUM = ZERO
                   MOVE 'INTERVAL IS ZERO' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
               WHEN PM-INTERVAL-DAYS
                AND PT-INTERVAL-NUM > MAX-DAY-INTERVAL-WS
                   MOVE 'DAY INTERVAL OVER 3660' TO REJ-REASON-OUT
                   MOVE 'NO' TO PM-TASK-VALID-SW
           END-EVALUATE.

       350-APPLY-CHANGE.
           IF PT-TASK-DESC NOT = SPACES
               MOVE PT-TASK-DESC TO PM-TASK-DESC
           END-IF
           IF PT-INTERVAL NOT = SPACES
               MOVE PT-INTERVAL-NUM TO PM-INTERVAL
               PERFORM 380-SET-NEXT-DUE
           END-IF
           REWRITE PM-SCHEDULE-RECORD
           ADD 1 TO TASKS-CHANGED-WS
           MOVE 'CHANGED' TO TL-ACTION-OUT
           PERFORM 395-WRITE-TASK-LOG.

      *    A RETIRED TASK STAYS ON FILE SO ITS COMPLIANCE HISTORY
      *    STILL HAS A SCHEDULE TO POINT AT; IT JUST NEVER COMES
      *    DUE AGAIN.
       360-RETIRE-TASK.
           MOVE PT-ASSET-ID  TO PM-ASSET-ID
           MOVE PT-TASK-CODE TO PM-TASK-CODE
           READ PM-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'PM TASK NOT ON FILE' TO REJ-REASON-OUT
                   PERFORM 290-WRITE-REJECTED
               NOT INVALID KEY
                   IF PM-STATUS-RETIRED
                       MOVE 'PM TASK IS RETIRED' TO REJ-REASON-OUT
                       PERFORM 290-WRITE-REJECTED
                   ELSE
                       MOVE 'R' TO PM-STATUS
                       REWRITE PM-SCHEDULE-RECORD
                       ADD 1 TO TASKS-RETIRED-WS
                       MOVE 'RETIRED' TO TL-ACTION-OUT
                       PERFORM 395-WRITE-TASK-LOG
                   END-IF
           END-READ.

      *    SAME ROLL MAINTPST MAKES WHEN AN OCCURRENCE IS CLOSED.
       380-SET-NEXT-DUE.
           IF PM-INTERVAL-DAYS
               MOVE PM-LAST-DONE-DATE TO DEADLINE-DATE-WS
               PERFORM 820-ADVANCE-ONE-DAY PM-INTERVAL TIMES
               MOVE DEADLINE-DATE-WS TO PM-NEXT-DUE-DATE
               MOVE ZERO             TO PM-NEXT-DUE-UNITS
           ELSE
               MOVE ZERO TO PM-NEXT-DUE-DATE
               COMPUTE PM-NEXT-DUE-UNITS =
                       PM-LAST-DONE-UNITS + PM-INTERVAL
           END-IF.

       395-WRITE-TASK-LOG.
           MOVE PM-ASSET-ID  TO TL-ASSET-ID-OUT
           MOVE PM-TASK-CODE TO TL-TASK-CODE-OUT
           MOVE PM-TASK-DESC TO TL-DESC-OUT
           IF PM-INTERVAL-DAYS
               MOVE 'DUE  '          TO TL-DUE-LABEL-OUT
               MOVE PM-NEXT-DUE-DATE TO TL-DUE-OUT
           ELSE
               MOVE 'AT   '           TO TL-DUE-LABEL-OUT
               MOVE PM-NEXT-DUE-UNITS TO TL-DUE-OUT
           END-IF
           WRITE PRINT-LOG-LINE FROM TASK-LOG-LINE
               AFTER 1 LINE.

       290-WRITE-REJECTED.
           ADD 1 TO RECORDS-REJECTED-WS
           MOVE PT-ASSET-ID  TO REJ-ASSET-ID-OUT
           MOVE PT-TASK-CODE TO REJ-TASK-CODE-OUT
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

       900-CLOSE.
           MOVE RECORDS-READ-WS  TO SUM-READ-OUT
           MOVE TASKS-ADDED-WS   TO SUM-ADDED-OUT
           MOVE TASKS-CHANGED-WS TO SUM-CHANGED-OUT
           WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE
               AFTER 2 LINES

           MOVE TASKS-RETIRED-WS    TO SUM-RETIRED-OUT
           MOVE RECORDS-REJECTED-WS TO SUM-REJECTED-OUT
           WRITE PRINT-LOG-LINE FROM SUMMARY-LOG-LINE-2
               AFTER 1 LINE

           CLOSE PM-TRANS-FILE    PM-LOG-FILE
                 PM-SCHEDULE-FILE ASSET-INPUT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
