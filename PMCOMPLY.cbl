       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PMCOMPLY.
       AUTHOR.    CHRISTOPHER HILL.

      *    PREVENTIVE MAINTENANCE COMPLIANCE REPORT FOR THE INSURER.
      *    EVERY PM OCCURRENCE MAINTPST CLOSES IS ON PMHIST.DAT WITH
      *    WHAT WAS DUE, WHEN IT WAS DONE, AND WHETHER THAT WAS ON
      *    TIME. THIS REPORT LISTS EACH LATE OCCURRENCE IN THE PERIOD,
      *    THEN SUMMARIZES PER ASSET - PERFORMED, ON TIME, LATE, THE
      *    ON-TIME PERCENTAGE AND THE WORST LATENESS - WITH THE TASKS
      *    STILL OPEN AND ALREADY OVERDUE ON PMSCHED.DAT TODAY, SINCE
      *    WORK NEVER DONE AT ALL IS THE WORST COMPLIANCE THERE IS.
      *    THE PMCOMPLY.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-8   PERIOD START CCYYMMDD (DEFAULT JANUARY 1
      *                      OF THIS YEAR)
      *        COLUMNS 9-16  PERIOD END CCYYMMDD (DEFAULT TODAY)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PM-HISTORY-FILE ASSIGN TO 'PMHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PM-HIST-STATUS-WS.

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

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'PMCOMPLY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT PM-COMPLY-REPORT-FILE ASSIGN TO 'PMCOMPLY.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT MAINTPST APPENDS.
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

       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-START-DATE     PIC X(8).
           05  PRM-START-DATE-NUM REDEFINES PRM-START-DATE PIC 9(8).
           05  PRM-END-DATE       PIC X(8).
           05  PRM-END-DATE-NUM   REDEFINES PRM-END-DATE   PIC 9(8).
           05  FILLER             PIC X(64).

       FD  PM-COMPLY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-COMPLY-LINE           PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HISTORY-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-SCHEDULE-WS         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  IN-PERIOD-WS            PICTURE 9(6)  VALUE ZERO.
           05  LATE-LISTED-WS          PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PM-HIST-STATUS-WS       PICTURE XX    VALUE SPACES.
           05  PM-FILE-STATUS-WS       PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  PERIOD-CONTROL-WS.
           05  PERIOD-START-WS         PICTURE 9(8)  VALUE ZERO.
           05  PERIOD-END-WS           PICTURE 9(8)  VALUE ZERO.
           05  TODAY-DATE-WS           PICTURE 9(8)  VALUE ZERO.

       01  COMPLY-CALC-WS.
           05  ON-TIME-PCT-WS          PICTURE 9(3)V9 VALUE ZERO.

      *    ONE ROW PER ASSET, KEPT IN ASSET ID ORDER AS ROWS ARE
      *    OPENED - BY THE HISTORY, OR BY A TASK OVERDUE TODAY ON AN
      *    ASSET WITH NO HISTORY IN THE PERIOD.
       01  ASSET-ROW-CONTROL-WS.
           05  ROW-COUNT-WS            PIC 9(4)  VALUE ZERO.
           05  RW-POS-WS               PIC 9(4)  VALUE ZERO.
           05  RW-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  ROW-OVERFLOW-SW         PIC X(3)  VALUE 'NO'.
           05  SEARCH-KEY-WS           PIC 9(6)  VALUE ZERO.

       01  ASSET-ROW-TABLE-WS.
           05  ASSET-ROW-WS OCCURS 2000 TIMES.
               10  RW-ASSET-ID-TBL     PIC 9(6).
               10  RW-DONE-TBL         PIC 9(5).
               10  RW-ON-TIME-TBL      PIC 9(5).
               10  RW-LATE-TBL         PIC 9(5).
               10  RW-WORST-DAYS-TBL   PIC 9(7).
               10  RW-WORST-UNITS-TBL  PIC 9(7).
               10  RW-OVERDUE-TBL      PIC 9(5).

       01  COMPLY-GRAND-TOTAL-WS.
           05  GR-DONE-WS              PIC 9(7)  VALUE ZERO.
           05  GR-ON-TIME-WS           PIC 9(7)  VALUE ZERO.
           05  GR-LATE-WS              PIC 9(7)  VALUE ZERO.
           05  GR-WORST-DAYS-WS        PIC 9(7)  VALUE ZERO.
           05  GR-WORST-UNITS-WS       PIC 9(7)  VALUE ZERO.
           05  GR-OVERDUE-WS           PIC 9(7)  VALUE ZERO.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'PMCOMPLY'.
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
           'PREVENTIVE MAINTENANCE COMPLIANCE'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  PERIOD-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(12)   VALUE
                 'PERIOD FROM '.
           05  PL-START-OUT        PICTURE 9(8).
           05                      PICTURE X(9)    VALUE ' THROUGH '.
           05  PL-END-OUT          PICTURE 9(8).
           05  FILLER              PICTURE X(94)   VALUE SPACES.

       01  NO-HISTORY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'PMHIST.DAT NOT FOUND - NO PM OCCURRENCES ON FILE'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  LATE-SECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(30)   VALUE
           'LATE OCCURRENCES IN PERIOD'.
           05  FILLER              PICTURE X(101)  VALUE SPACES.

       01  LATE-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET'.
           05                      PICTURE X(6)    VALUE 'TASK'.
           05                      PICTURE X(7)    VALUE 'TYPE'.
           05                      PICTURE X(10)   VALUE
                 '  DUE AT'.
           05                      PICTURE X(10)   VALUE 'DONE DATE'.
           05                      PICTURE X(9)    VALUE 'UNITS AT'.
           05                      PICTURE X(7)    VALUE 'LATE BY'.
           05  FILLER              PICTURE X(73)   VALUE SPACES.

      *    DUE AT IS THE DUE DATE FOR A DAYS TASK AND THE DUE UNITS
      *    READING FOR A UNITS TASK, AS ON THE WORK LIST.
       01  LATE-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  LD-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  LD-TASK-CODE-OUT    PICTURE X(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  LD-TYPE-OUT         PICTURE X(5).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  LD-DUE-AT-OUT       PICTURE Z(7)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  LD-DONE-DATE-OUT    PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  LD-DONE-UNITS-OUT   PICTURE Z(6)9 BLANK WHEN ZERO.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  LD-LATE-BY-OUT      PICTURE Z(6)9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  LD-LATE-UNIT-OUT    PICTURE X(5).
           05  FILLER              PICTURE X(65)   VALUE SPACES.

       01  NO-LATE-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(31)   VALUE
           'NONE - EVERY OCCURRENCE ON TIME'.
           05  FILLER              PICTURE X(99)   VALUE SPACES.

       01  ASSET-SECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(30)   VALUE
           'COMPLIANCE BY ASSET'.
           05  FILLER              PICTURE X(101)  VALUE SPACES.

       01  ASSET-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET'.
           05                      PICTURE X(12)   VALUE 'NAME'.
           05                      PICTURE X(8)    VALUE 'LOCATN'.
           05                      PICTURE X(10)   VALUE 'DONE'.
           05                      PICTURE X(10)   VALUE 'ON TIME'.
           05                      PICTURE X(10)   VALUE 'LATE'.
           05                      PICTURE X(10)   VALUE 'ON TIME %'.
           05                      PICTURE X(10)   VALUE 'MAX DAYS'.
           05                      PICTURE X(13)   VALUE 'MAX UNITS'.
           05                      PICTURE X(11)   VALUE 'OVERDUE NOW'.
           05  FILLER              PICTURE X(28)   VALUE SPACES.

       01  ASSET-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-ASSET-ID-OUT     PICTURE Z(5)9 BLANK WHEN ZERO.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-LOCATION-OUT     PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-DONE-OUT         PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  AD-ON-TIME-OUT      PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  AD-LATE-OUT         PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  AD-PCT-OUT          PICTURE ZZ9.9.
           05                      PICTURE X       VALUE '%'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  AD-WORST-DAYS-OUT   PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  AD-WORST-UNITS-OUT  PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  AD-OVERDUE-OUT      PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AD-NOTE-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(11)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'ASSET TABLE FULL - SOME ASSETS MISSING FROM REPORT'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  PM-COMPLY-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                 'HISTORY READ: '.
           05  CS-READ-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  IN PERIOD: '.
           05  CS-PERIOD-OUT       PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  LATE LISTED:'.
           05  CS-LATE-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(68)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-HISTORY-WS = 'YES'
           IF RECORDS-READ-WS > ZERO
              AND LATE-LISTED-WS = ZERO
               WRITE PRINT-COMPLY-LINE FROM NO-LATE-LINE
                   AFTER 1 LINE
           END-IF
           PERFORM    400-COUNT-OVERDUE-NOW
           PERFORM    600-PRINT-ASSET-SUMMARY
           PERFORM    900-CLOSE
           GOBACK.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           COMPUTE TODAY-DATE-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           COMPUTE PERIOD-START-WS = YEAR-WS * 10000 + 0101
           MOVE TODAY-DATE-WS TO PERIOD-END-WS
           PERFORM 210-READ-PARAMETER-CARD

           OPEN INPUT  PM-HISTORY-FILE
           OPEN INPUT  ASSET-INPUT-FILE
           OPEN OUTPUT PM-COMPLY-REPORT-FILE
           PERFORM     500-HEADER

           IF PM-HIST-STATUS-WS = '00'
               WRITE PRINT-COMPLY-LINE FROM LATE-SECTION-LINE
                   AFTER 2 LINES
               WRITE PRINT-COMPLY-LINE FROM LATE-COLUMN-LINE
                   AFTER 2 LINES
               MOVE SPACES TO PRINT-COMPLY-LINE
               WRITE PRINT-COMPLY-LINE AFTER 1 LINE
               PERFORM 250-READ-ONE-OCCURRENCE
           ELSE
               MOVE 'YES' TO EOF-HISTORY-WS
               WRITE PRINT-COMPLY-LINE FROM NO-HISTORY-LINE
                   AFTER 2 LINES
           END-IF.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-START-DATE IS NUMERIC
                          AND PRM-START-DATE-NUM > 19000000
                           MOVE PRM-START-DATE-NUM TO PERIOD-START-WS
                       END-IF
                       IF PRM-END-DATE IS NUMERIC
                          AND PRM-END-DATE-NUM > 19000000
                           MOVE PRM-END-DATE-NUM TO PERIOD-END-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       250-READ-ONE-OCCURRENCE.
           READ PM-HISTORY-FILE
              AT END MOVE 'YES' TO EOF-HISTORY-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    AN OCCURRENCE BELONGS TO THE PERIOD IT WAS DONE IN.
       300-PROCESS.
           IF PH-DONE-DATE IS NUMERIC
              AND PH-DONE-DATE NOT < PERIOD-START-WS
              AND PH-DONE-DATE NOT > PERIOD-END-WS
               ADD 1 TO IN-PERIOD-WS
               MOVE PH-ASSET-ID TO SEARCH-KEY-WS
               PERFORM 810-LOCATE-ASSET-ROW
               IF RW-POS-WS > ZERO
                   PERFORM 310-COUNT-OCCURRENCE
               END-IF
               IF PH-LATE
                   PERFORM 320-PRINT-LATE-OCCURRENCE
               END-IF
           END-IF
           PERFORM 250-READ-ONE-OCCURRENCE.

       310-COUNT-OCCURRENCE.
           ADD 1 TO RW-DONE-TBL (RW-POS-WS)
           IF PH-LATE
               ADD 1 TO RW-LATE-TBL (RW-POS-WS)
               IF PH-INTERVAL-TYPE = 'U'
                   IF PH-LATE-BY > RW-WORST-UNITS-TBL (RW-POS-WS)
                       MOVE PH-LATE-BY TO
                            RW-WORST-UNITS-TBL (RW-POS-WS)
                   END-IF
               ELSE
                   IF PH-LATE-BY > RW-WORST-DAYS-TBL (RW-POS-WS)
                       MOVE PH-LATE-BY TO
                            RW-WORST-DAYS-TBL (RW-POS-WS)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO RW-ON-TIME-TBL (RW-POS-WS)
           END-IF.

       320-PRINT-LATE-OCCURRENCE.
           ADD 1 TO LATE-LISTED-WS
           MOVE PH-ASSET-ID  TO LD-ASSET-ID-OUT
           MOVE PH-TASK-CODE TO LD-TASK-CODE-OUT
           MOVE PH-DONE-DATE TO LD-DONE-DATE-OUT
           MOVE PH-LATE-BY   TO LD-LATE-BY-OUT
           IF PH-INTERVAL-TYPE = 'U'
               MOVE 'UNITS'       TO LD-TYPE-OUT
               MOVE PH-DUE-UNITS  TO LD-DUE-AT-OUT
               MOVE PH-DONE-UNITS TO LD-DONE-UNITS-OUT
               MOVE 'UNITS'       TO LD-LATE-UNIT-OUT
           ELSE
               MOVE 'DAYS'        TO LD-TYPE-OUT
               MOVE PH-DUE-DATE   TO LD-DUE-AT-OUT
               MOVE ZERO          TO LD-DONE-UNITS-OUT
               MOVE 'DAYS'        TO LD-LATE-UNIT-OUT
           END-IF
           WRITE PRINT-COMPLY-LINE FROM LATE-DETAIL-LINE
               AFTER 1 LINE.

      *    OVERDUE NOW IS AS OF TODAY, WHATEVER THE PERIOD - ACTIVE
      *    TASKS ON ACTIVE ASSETS PAST THEIR DUE DATE OR UNITS, THE
      *    SAME TEST PMDUE LISTS THEM BY.
       400-COUNT-OVERDUE-NOW.
           OPEN INPUT PM-SCHEDULE-FILE
           IF PM-FILE-STATUS-WS = '00'
               PERFORM 410-READ-ONE-TASK
               PERFORM 420-CHECK-ONE-TASK
                   UNTIL EOF-SCHEDULE-WS = 'YES'
               CLOSE PM-SCHEDULE-FILE
           END-IF.

       410-READ-ONE-TASK.
           READ PM-SCHEDULE-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-SCHEDULE-WS
           END-READ.

       420-CHECK-ONE-TASK.
           IF PM-STATUS-ACTIVE
               MOVE PM-ASSET-ID TO ASSET-ID-IN
               READ ASSET-INPUT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TRANS-TYPE-ASSET
                          AND ((PM-INTERVAL-DAYS
                                AND PM-NEXT-DUE-DATE < TODAY-DATE-WS)
                            OR (PM-INTERVAL-UNITS
                                AND LIFETIME-UNITS-IN NOT <
                                    PM-NEXT-DUE-UNITS))
                           MOVE PM-ASSET-ID TO SEARCH-KEY-WS
                           PERFORM 810-LOCATE-ASSET-ROW
                           IF RW-POS-WS > ZERO
                               ADD 1 TO RW-OVERDUE-TBL (RW-POS-WS)
                           END-IF
                       END-IF
               END-READ
           END-IF
           PERFORM 410-READ-ONE-TASK.

       500-HEADER.
           WRITE PRINT-COMPLY-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE PERIOD-START-WS TO PL-START-OUT
           MOVE PERIOD-END-WS   TO PL-END-OUT
           WRITE PRINT-COMPLY-LINE FROM PERIOD-LINE
               AFTER 1 LINE.

       600-PRINT-ASSET-SUMMARY.
           WRITE PRINT-COMPLY-LINE FROM ASSET-SECTION-LINE
               AFTER 3 LINES
           WRITE PRINT-COMPLY-LINE FROM ASSET-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-COMPLY-LINE
           WRITE PRINT-COMPLY-LINE AFTER 1 LINE
           PERFORM 610-PRINT-ONE-ASSET
               VARYING RW-POS-WS FROM 1 BY 1
               UNTIL RW-POS-WS > ROW-COUNT-WS

           MOVE ZERO        TO AD-ASSET-ID-OUT
           MOVE 'ALL ASSETS' TO AD-NAME-OUT
           MOVE SPACES      TO AD-LOCATION-OUT
           MOVE GR-DONE-WS        TO AD-DONE-OUT
           MOVE GR-ON-TIME-WS     TO AD-ON-TIME-OUT
           MOVE GR-LATE-WS        TO AD-LATE-OUT
           MOVE GR-WORST-DAYS-WS  TO AD-WORST-DAYS-OUT
           MOVE GR-WORST-UNITS-WS TO AD-WORST-UNITS-OUT
           MOVE GR-OVERDUE-WS     TO AD-OVERDUE-OUT
           MOVE ZERO TO ON-TIME-PCT-WS
           IF GR-DONE-WS > ZERO
               COMPUTE ON-TIME-PCT-WS ROUNDED =
                       GR-ON-TIME-WS * 100 / GR-DONE-WS
           END-IF
           MOVE ON-TIME-PCT-WS TO AD-PCT-OUT
           MOVE SPACES TO AD-NOTE-OUT
           WRITE PRINT-COMPLY-LINE FROM ASSET-DETAIL-LINE
               AFTER 2 LINES
           IF ROW-OVERFLOW-SW = 'YES'
               WRITE PRINT-COMPLY-LINE FROM TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

      *    AN ASSET NO LONGER ON THE MASTER STILL PRINTS - ITS PM
      *    RECORD DOESN'T STOP MATTERING BECAUSE IT WAS SOLD.
       610-PRINT-ONE-ASSET.
           MOVE RW-ASSET-ID-TBL (RW-POS-WS) TO ASSET-ID-IN
           MOVE SPACES TO AD-NOTE-OUT
           READ ASSET-INPUT-FILE
               INVALID KEY
                   MOVE SPACES TO AD-NAME-OUT
                   MOVE SPACES TO AD-LOCATION-OUT
                   MOVE 'NOT ON ASSET MASTER' TO AD-NOTE-OUT
               NOT INVALID KEY
                   MOVE NAME-IN           TO AD-NAME-OUT
                   MOVE ASSET-LOCATION-IN TO AD-LOCATION-OUT
           END-READ
           MOVE RW-ASSET-ID-TBL    (RW-POS-WS) TO AD-ASSET-ID-OUT
           MOVE RW-DONE-TBL        (RW-POS-WS) TO AD-DONE-OUT
           MOVE RW-ON-TIME-TBL     (RW-POS-WS) TO AD-ON-TIME-OUT
           MOVE RW-LATE-TBL        (RW-POS-WS) TO AD-LATE-OUT
           MOVE RW-WORST-DAYS-TBL  (RW-POS-WS) TO AD-WORST-DAYS-OUT
           MOVE RW-WORST-UNITS-TBL (RW-POS-WS) TO AD-WORST-UNITS-OUT
           MOVE RW-OVERDUE-TBL     (RW-POS-WS) TO AD-OVERDUE-OUT
           MOVE ZERO TO ON-TIME-PCT-WS
           IF RW-DONE-TBL (RW-POS-WS) > ZERO
               COMPUTE ON-TIME-PCT-WS ROUNDED =
                       RW-ON-TIME-TBL (RW-POS-WS) * 100
                       / RW-DONE-TBL (RW-POS-WS)
           END-IF
           MOVE ON-TIME-PCT-WS TO AD-PCT-OUT
           WRITE PRINT-COMPLY-LINE FROM ASSET-DETAIL-LINE
               AFTER 1 LINE

           ADD RW-DONE-TBL    (RW-POS-WS) TO GR-DONE-WS
           ADD RW-ON-TIME-TBL (RW-POS-WS) TO GR-ON-TIME-WS
           ADD RW-LATE-TBL    (RW-POS-WS) TO GR-LATE-WS
           ADD RW-OVERDUE-TBL (RW-POS-WS) TO GR-OVERDUE-WS
           IF RW-WORST-DAYS-TBL (RW-POS-WS) > GR-WORST-DAYS-WS
               MOVE RW-WORST-DAYS-TBL (RW-POS-WS) TO GR-WORST-DAYS-WS
           END-IF
           IF RW-WORST-UNITS-TBL (RW-POS-WS) > GR-WORST-UNITS-WS
               MOVE RW-WORST-UNITS-TBL (RW-POS-WS) TO
                    GR-WORST-UNITS-WS
           END-IF.

      *    RW-POS-WS ENDS ON THE ROW FOR SEARCH-KEY-WS, OR ZERO IF
      *    THE TABLE HAS NO ROOM LEFT FOR A NEW ONE.
       810-LOCATE-ASSET-ROW.
           MOVE ZERO TO RW-POS-WS
           PERFORM 815-CHECK-ONE-ROW
               VARYING RW-SCAN-WS FROM 1 BY 1
               UNTIL RW-SCAN-WS > ROW-COUNT-WS
                  OR RW-POS-WS > ZERO
           EVALUATE TRUE
               WHEN RW-POS-WS > ZERO
                AND RW-ASSET-ID-TBL (RW-POS-WS) = SEARCH-KEY-WS
                   CONTINUE
               WHEN ROW-COUNT-WS NOT < 2000
                   MOVE 'YES' TO ROW-OVERFLOW-SW
                   MOVE ZERO  TO RW-POS-WS
               WHEN OTHER
                   IF RW-POS-WS = ZERO
                       COMPUTE RW-POS-WS = ROW-COUNT-WS + 1
                   END-IF
                   PERFORM 820-SHIFT-ONE-ROW
                       VARYING RW-SCAN-WS FROM ROW-COUNT-WS BY -1
                       UNTIL RW-SCAN-WS < RW-POS-WS
                   ADD 1 TO ROW-COUNT-WS
                   INITIALIZE ASSET-ROW-WS (RW-POS-WS)
                   MOVE SEARCH-KEY-WS TO RW-ASSET-ID-TBL (RW-POS-WS)
           END-EVALUATE.

       815-CHECK-ONE-ROW.
           IF RW-ASSET-ID-TBL (RW-SCAN-WS) NOT < SEARCH-KEY-WS
               MOVE RW-SCAN-WS TO RW-POS-WS
           END-IF.

       820-SHIFT-ONE-ROW.
           MOVE ASSET-ROW-WS (RW-SCAN-WS) TO
                ASSET-ROW-WS (RW-SCAN-WS + 1).

       900-CLOSE.
           MOVE RECORDS-READ-WS TO CS-READ-OUT
           MOVE IN-PERIOD-WS    TO CS-PERIOD-OUT
           MOVE LATE-LISTED-WS  TO CS-LATE-OUT
           WRITE PRINT-COMPLY-LINE FROM PM-COMPLY-SUMMARY-LINE
               AFTER 2 LINES

           CLOSE PM-HISTORY-FILE ASSET-INPUT-FILE
                 PM-COMPLY-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
