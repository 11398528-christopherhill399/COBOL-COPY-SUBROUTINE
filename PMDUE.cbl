       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PMDUE.
       AUTHOR.    CHRISTOPHER HILL.

      *    WEEKLY PREVENTIVE MAINTENANCE WORK LIST. WALKS PMSCHED.DAT
      *    AND PRINTS EVERY ACTIVE TASK THAT IS OVERDUE OR COMES DUE
      *    IN THE WEEK AHEAD, GROUPED BY THE ASSET'S LOCATION ON THE
      *    MASTER SO EACH SITE'S CREW GETS ITS OWN PAGE OF WORK -
      *    OVERDUE ITEMS FIRST, THEN DUE. A DAYS TASK IS DUE WHEN ITS
      *    NEXT DUE DATE FALLS WITHIN THE LOOK-AHEAD; A UNITS TASK IS
      *    DUE ONCE THE ASSET IS INTO THE LAST TENTH OF THE INTERVAL
      *    ON ITS LIFETIME-UNITS-IN COUNTER, AND OVERDUE ONCE IT HAS
      *    PASSED THE DUE READING. TASKS ON AN ASSET THAT IS NO LONGER
      *    ACTIVE ARE LEFT OFF THE LIST AND COUNTED SO SOMEBODY
      *    RETIRES THEM THROUGH PMSCHMNT.
      *    THE PMDUE.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-3   LOOK-AHEAD DAYS (DEFAULT 7)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'PMDUE.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT PM-DUE-REPORT-FILE ASSIGN TO 'PMDUE.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           05  PRM-LOOK-AHEAD     PIC X(3).
           05  PRM-LOOK-AHEAD-NUM REDEFINES PRM-LOOK-AHEAD PIC 9(3).
           05  FILLER             PIC X(77).

       FD  PM-DUE-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-DUE-LINE              PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-SCHEDULE-WS         PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  TASKS-OVERDUE-WS        PICTURE 9(6)  VALUE ZERO.
           05  TASKS-DUE-WS            PICTURE 9(6)  VALUE ZERO.
           05  TASKS-INACTIVE-WS       PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  PM-FILE-STATUS-WS       PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  LOOK-AHEAD-CONTROL-WS.
           05  LOOK-AHEAD-DAYS-WS      PIC 9(3)  VALUE 7.
           05  TODAY-DATE-WS           PIC 9(8)  VALUE ZERO.
           05  WINDOW-END-DATE-WS      PIC 9(8)  VALUE ZERO.
           05  TODAY-DAY-NUMBER-WS     PIC 9(8)  VALUE ZERO.

       01  TASK-CLASS-WS.
           05  TASK-LISTED-SW          PIC X(3)  VALUE 'NO'.
           05  TASK-RANK-WS            PIC X     VALUE SPACE.
               88  TASK-RANK-OVERDUE       VALUE '1'.
               88  TASK-RANK-DUE           VALUE '2'.
           05  UNITS-REMAINING-WS      PIC S9(8) VALUE ZERO.
           05  TASK-MEASURE-WS         PIC S9(8) VALUE ZERO.

      *    THE LOOK-AHEAD END IS COUNTED OUT ONE DAY AT A TIME AND
      *    DAYS OVERDUE COME FROM DAY NUMBERS, AS ESCHEAT DOES BOTH.
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

      *    ONE ROW PER LISTED TASK, KEPT IN LOCATION / OVERDUE-THEN-
      *    DUE / ASSET / TASK ORDER AS ROWS ARE ADDED.
       01  WORK-LIST-CONTROL-WS.
           05  WORK-COUNT-WS           PIC 9(4)  VALUE ZERO.
           05  WK-POS-WS               PIC 9(4)  VALUE ZERO.
           05  WK-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  WORK-OVERFLOW-SW        PIC X(3)  VALUE 'NO'.
           05  SEARCH-KEY-WS.
               10  SK-LOCATION-WS      PIC X(6).
               10  SK-RANK-WS          PIC X.
               10  SK-ASSET-ID-WS      PIC 9(6).
               10  SK-TASK-CODE-WS     PIC X(4).

       01  WORK-LIST-TABLE-WS.
           05  WORK-ENTRY-WS OCCURS 2000 TIMES.
               10  WK-KEY-TBL.
                   15  WK-LOCATION-TBL     PIC X(6).
                   15  WK-RANK-TBL         PIC X.
                   15  WK-ASSET-ID-TBL     PIC 9(6).
                   15  WK-TASK-CODE-TBL    PIC X(4).
               10  WK-NAME-TBL         PIC X(10).
               10  WK-DESC-TBL         PIC X(20).
               10  WK-TYPE-TBL         PIC X.
               10  WK-INTERVAL-TBL     PIC 9(7).
               10  WK-DUE-AT-TBL       PIC 9(8).
               10  WK-UNITS-NOW-TBL    PIC 9(7).
               10  WK-MEASURE-TBL      PIC 9(7).

       01  LOCATION-BREAK-WS.
           05  CURRENT-LOCATION-WS     PIC X(6)  VALUE SPACES.
           05  LOC-OVERDUE-WS          PIC 9(5)  VALUE ZERO.
           05  LOC-DUE-WS              PIC 9(5)  VALUE ZERO.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'PMDUE'.
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
           'PREVENTIVE MAINTENANCE WORK LIST'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  WINDOW-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(24)   VALUE
                 'OVERDUE AND DUE THROUGH '.
           05  WL-END-OUT          PICTURE 9(8).
           05                      PICTURE X(3)    VALUE ' - '.
           05  WL-DAYS-OUT         PICTURE ZZ9.
           05                      PICTURE X(16)   VALUE
                 ' DAY LOOK-AHEAD'.
           05  FILLER              PICTURE X(77)   VALUE SPACES.

       01  NO-SCHEDULE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(45)   VALUE
           'PMSCHED.DAT NOT FOUND - NO PM TASKS ON FILE'.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

       01  COLUMN-HEADER-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET'.
           05                      PICTURE X(12)   VALUE 'NAME'.
           05                      PICTURE X(6)    VALUE 'TASK'.
           05                      PICTURE X(22)   VALUE 'DESCRIPTION'.
           05                      PICTURE X(15)   VALUE
                 '    INTERVAL'.
           05                      PICTURE X(8)    VALUE
                 '  DUE AT'.
           05                      PICTURE X(11)   VALUE
                 ' UNITS NOW'.
           05                      PICTURE X(9)    VALUE 'STATUS'.
           05  FILLER              PICTURE X(39)   VALUE SPACES.

       01  LOCATION-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'LOCATION: '.
           05  LH-LOCATION-OUT     PICTURE X(6).
           05  FILLER              PICTURE X(115)  VALUE SPACES.

      *    DUE AT IS THE NEXT DUE DATE FOR A DAYS TASK AND THE
      *    LIFETIME UNITS READING FOR A UNITS TASK.
       01  WORK-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-TASK-CODE-OUT    PICTURE X(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-DESC-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-INTERVAL-OUT     PICTURE Z(6)9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-INTERVAL-UNIT-OUT PICTURE X(5).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-DUE-AT-OUT       PICTURE Z(7)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-UNITS-NOW-OUT    PICTURE Z(6)9 BLANK WHEN ZERO.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-STATUS-OUT       PICTURE X(7).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WD-MEASURE-OUT      PICTURE Z(6)9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  WD-MEASURE-TEXT-OUT PICTURE X(14).
           05  FILLER              PICTURE X(15)   VALUE SPACES.

       01  LOCATION-TOTAL-LINE.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(25)   VALUE
                 'LOCATION TOTAL - OVERDUE:'.
           05  LT-OVERDUE-OUT      PICTURE ZZ,ZZ9.
           05                      PICTURE X(17)   VALUE
                 '   DUE THIS WEEK:'.
           05  LT-DUE-OUT          PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(74)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'WORK LIST TABLE FULL - SOME TASKS NOT LISTED'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  PM-DUE-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(12)   VALUE
                 'TASKS READ: '.
           05  DS-READ-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(12)   VALUE
                 '  OVERDUE: '.
           05  DS-OVERDUE-OUT      PICTURE ZZZ,ZZ9.
           05                      PICTURE X(8)    VALUE
                 '  DUE: '.
           05  DS-DUE-OUT          PICTURE ZZZ,ZZ9.
           05                      PICTURE X(30)   VALUE
                 '  ON ASSETS NO LONGER ACTIVE: '.
           05  DS-INACTIVE-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-SCHEDULE-WS = 'YES'
           PERFORM    600-PRINT-WORK-LIST
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
           PERFORM 210-READ-PARAMETER-CARD
           MOVE TODAY-DATE-WS TO DEADLINE-DATE-WS
           PERFORM 830-ADVANCE-ONE-DAY LOOK-AHEAD-DAYS-WS TIMES
           MOVE DEADLINE-DATE-WS TO WINDOW-END-DATE-WS
           MOVE TODAY-DATE-WS TO CONVERT-DATE-WS
           PERFORM 850-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER-WS TO TODAY-DAY-NUMBER-WS

           OPEN INPUT  PM-SCHEDULE-FILE
           OPEN INPUT  ASSET-INPUT-FILE
           OPEN OUTPUT PM-DUE-REPORT-FILE
           PERFORM     500-HEADER

           IF PM-FILE-STATUS-WS = '00'
               PERFORM 250-READ-ONE-TASK
           ELSE
               MOVE 'YES' TO EOF-SCHEDULE-WS
               WRITE PRINT-DUE-LINE FROM NO-SCHEDULE-LINE
                   AFTER 1 LINE
           END-IF.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-LOOK-AHEAD IS NUMERIC
                          AND PRM-LOOK-AHEAD-NUM > ZERO
                           MOVE PRM-LOOK-AHEAD-NUM TO
                                LOOK-AHEAD-DAYS-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       250-READ-ONE-TASK.
           READ PM-SCHEDULE-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-SCHEDULE-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    A TASK WHOSE ASSET HAS LEFT THE MASTER ALTOGETHER IS
      *    TREATED THE SAME AS ONE ON A DISPOSED ASSET.
       300-PROCESS.
           IF PM-STATUS-ACTIVE
               MOVE PM-ASSET-ID TO ASSET-ID-IN
               READ ASSET-INPUT-FILE
                   INVALID KEY
                       ADD 1 TO TASKS-INACTIVE-WS
                   NOT INVALID KEY
                       IF TRANS-TYPE-ASSET
                           PERFORM 310-CLASSIFY-TASK
                       ELSE
                           ADD 1 TO TASKS-INACTIVE-WS
                       END-IF
               END-READ
           END-IF
           PERFORM 250-READ-ONE-TASK.

      *    THE MEASURE PRINTED IS DAYS OVERDUE OR DAYS TO GO FOR A
      *    DAYS TASK, UNITS OVER OR UNITS TO GO FOR A UNITS TASK.
       310-CLASSIFY-TASK.
           MOVE 'NO' TO TASK-LISTED-SW
           IF PM-INTERVAL-DAYS
               EVALUATE TRUE
                   WHEN PM-NEXT-DUE-DATE < TODAY-DATE-WS
                       MOVE '1'   TO TASK-RANK-WS
                       MOVE 'YES' TO TASK-LISTED-SW
                   WHEN PM-NEXT-DUE-DATE NOT > WINDOW-END-DATE-WS
                       MOVE '2'   TO TASK-RANK-WS
                       MOVE 'YES' TO TASK-LISTED-SW
               END-EVALUATE
               IF TASK-LISTED-SW = 'YES'
                   MOVE PM-NEXT-DUE-DATE TO CONVERT-DATE-WS
                   PERFORM 850-DATE-TO-DAY-NUMBER
                   COMPUTE TASK-MEASURE-WS =
                           TODAY-DAY-NUMBER-WS - CONVERT-DAY-NUMBER-WS
               END-IF
           ELSE
               COMPUTE UNITS-REMAINING-WS =
                       PM-NEXT-DUE-UNITS - LIFETIME-UNITS-IN
               EVALUATE TRUE
                   WHEN UNITS-REMAINING-WS NOT > ZERO
                       MOVE '1'   TO TASK-RANK-WS
                       MOVE 'YES' TO TASK-LISTED-SW
                   WHEN UNITS-REMAINING-WS * 10 NOT > PM-INTERVAL
                       MOVE '2'   TO TASK-RANK-WS
                       MOVE 'YES' TO TASK-LISTED-SW
               END-EVALUATE
               COMPUTE TASK-MEASURE-WS = ZERO - UNITS-REMAINING-WS
           END-IF
           IF TASK-LISTED-SW = 'YES'
               IF TASK-RANK-OVERDUE
                   ADD 1 TO TASKS-OVERDUE-WS
               ELSE
                   ADD 1 TO TASKS-DUE-WS
               END-IF
               PERFORM 320-ADD-WORK-ROW
           END-IF.

       320-ADD-WORK-ROW.
           MOVE ASSET-LOCATION-IN TO SK-LOCATION-WS
           MOVE TASK-RANK-WS      TO SK-RANK-WS
           MOVE PM-ASSET-ID       TO SK-ASSET-ID-WS
           MOVE PM-TASK-CODE      TO SK-TASK-CODE-WS
           PERFORM 810-LOCATE-WORK-ROW
           IF WK-POS-WS > ZERO
               MOVE NAME-IN          TO WK-NAME-TBL      (WK-POS-WS)
               MOVE PM-TASK-DESC     TO WK-DESC-TBL      (WK-POS-WS)
               MOVE PM-INTERVAL-TYPE TO WK-TYPE-TBL      (WK-POS-WS)
               MOVE PM-INTERVAL      TO WK-INTERVAL-TBL  (WK-POS-WS)
               IF PM-INTERVAL-DAYS
                   MOVE PM-NEXT-DUE-DATE  TO WK-DUE-AT-TBL (WK-POS-WS)
                   MOVE ZERO TO WK-UNITS-NOW-TBL (WK-POS-WS)
               ELSE
                   MOVE PM-NEXT-DUE-UNITS TO WK-DUE-AT-TBL (WK-POS-WS)
                   MOVE LIFETIME-UNITS-IN TO
                        WK-UNITS-NOW-TBL (WK-POS-WS)
               END-IF
               IF TASK-MEASURE-WS < ZERO
                   COMPUTE WK-MEASURE-TBL (WK-POS-WS) =
                           ZERO - TASK-MEASURE-WS
               ELSE
                   MOVE TASK-MEASURE-WS TO WK-MEASURE-TBL (WK-POS-WS)
               END-IF
           END-IF.

       500-HEADER.
           WRITE PRINT-DUE-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE WINDOW-END-DATE-WS TO WL-END-OUT
           MOVE LOOK-AHEAD-DAYS-WS TO WL-DAYS-OUT
           WRITE PRINT-DUE-LINE FROM WINDOW-LINE
               AFTER 1 LINE
           WRITE PRINT-DUE-LINE FROM COLUMN-HEADER-LINE
               AFTER 2 LINES.

      *    A NEW LOCATION STARTS ON A NEW PAGE SO EACH SITE'S LIST
      *    CAN BE TORN OFF AND HANDED TO ITS CREW.
       600-PRINT-WORK-LIST.
           PERFORM 610-PRINT-ONE-ROW
               VARYING WK-POS-WS FROM 1 BY 1
               UNTIL WK-POS-WS > WORK-COUNT-WS
           IF WORK-COUNT-WS > ZERO
               PERFORM 620-PRINT-LOCATION-TOTAL
           END-IF
           IF WORK-OVERFLOW-SW = 'YES'
               WRITE PRINT-DUE-LINE FROM TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       610-PRINT-ONE-ROW.
           IF WK-POS-WS = 1
              OR WK-LOCATION-TBL (WK-POS-WS) NOT = CURRENT-LOCATION-WS
               IF WK-POS-WS > 1
                   PERFORM 620-PRINT-LOCATION-TOTAL
                   WRITE PRINT-DUE-LINE FROM REPORT-HEADER-LINE-SETUP
                       AFTER PAGE
                   WRITE PRINT-DUE-LINE FROM COLUMN-HEADER-LINE
                       AFTER 2 LINES
               END-IF
               MOVE WK-LOCATION-TBL (WK-POS-WS) TO CURRENT-LOCATION-WS
               MOVE ZERO TO LOC-OVERDUE-WS
               MOVE ZERO TO LOC-DUE-WS
               MOVE CURRENT-LOCATION-WS TO LH-LOCATION-OUT
               IF CURRENT-LOCATION-WS = SPACES
                   MOVE '(NONE)' TO LH-LOCATION-OUT
               END-IF
               WRITE PRINT-DUE-LINE FROM LOCATION-HEADER-LINE
                   AFTER 2 LINES
               MOVE SPACES TO PRINT-DUE-LINE
               WRITE PRINT-DUE-LINE AFTER 1 LINE
           END-IF

           MOVE WK-ASSET-ID-TBL  (WK-POS-WS) TO WD-ASSET-ID-OUT
           MOVE WK-NAME-TBL      (WK-POS-WS) TO WD-NAME-OUT
           MOVE WK-TASK-CODE-TBL (WK-POS-WS) TO WD-TASK-CODE-OUT
           MOVE WK-DESC-TBL      (WK-POS-WS) TO WD-DESC-OUT
           MOVE WK-INTERVAL-TBL  (WK-POS-WS) TO WD-INTERVAL-OUT
           MOVE WK-DUE-AT-TBL    (WK-POS-WS) TO WD-DUE-AT-OUT
           MOVE WK-UNITS-NOW-TBL (WK-POS-WS) TO WD-UNITS-NOW-OUT
           MOVE WK-MEASURE-TBL   (WK-POS-WS) TO WD-MEASURE-OUT
           IF WK-RANK-TBL (WK-POS-WS) = '1'
               ADD 1 TO LOC-OVERDUE-WS
               MOVE 'OVERDUE' TO WD-STATUS-OUT
           ELSE
               ADD 1 TO LOC-DUE-WS
               MOVE 'DUE'     TO WD-STATUS-OUT
           END-IF
           EVALUATE TRUE
               WHEN WK-TYPE-TBL (WK-POS-WS) = 'D'
                AND WK-RANK-TBL (WK-POS-WS) = '1'
                   MOVE 'DAYS'  TO WD-INTERVAL-UNIT-OUT
                   MOVE 'DAYS OVERDUE'  TO WD-MEASURE-TEXT-OUT
               WHEN WK-TYPE-TBL (WK-POS-WS) = 'D'
                   MOVE 'DAYS'  TO WD-INTERVAL-UNIT-OUT
                   MOVE 'DAYS TO GO'    TO WD-MEASURE-TEXT-OUT
               WHEN WK-RANK-TBL (WK-POS-WS) = '1'
                   MOVE 'UNITS' TO WD-INTERVAL-UNIT-OUT
                   MOVE 'UNITS OVER'    TO WD-MEASURE-TEXT-OUT
               WHEN OTHER
                   MOVE 'UNITS' TO WD-INTERVAL-UNIT-OUT
                   MOVE 'UNITS TO GO'   TO WD-MEASURE-TEXT-OUT
           END-EVALUATE
           WRITE PRINT-DUE-LINE FROM WORK-DETAIL-LINE
               AFTER 1 LINE.

       620-PRINT-LOCATION-TOTAL.
           MOVE LOC-OVERDUE-WS TO LT-OVERDUE-OUT
           MOVE LOC-DUE-WS     TO LT-DUE-OUT
           WRITE PRINT-DUE-LINE FROM LOCATION-TOTAL-LINE
               AFTER 2 LINES.

      *    WK-POS-WS ENDS ON THE NEW ROW FOR SEARCH-KEY-WS, OR ZERO
      *    IF THE TABLE HAS NO ROOM LEFT. ASSET AND TASK MAKE EVERY
      *    KEY UNIQUE, SO A ROW IS ALWAYS INSERTED.
       810-LOCATE-WORK-ROW.
           MOVE ZERO TO WK-POS-WS
           IF WORK-COUNT-WS NOT < 2000
               MOVE 'YES' TO WORK-OVERFLOW-SW
           ELSE
               PERFORM 815-CHECK-ONE-ROW
                   VARYING WK-SCAN-WS FROM 1 BY 1
                   UNTIL WK-SCAN-WS > WORK-COUNT-WS
                      OR WK-POS-WS > ZERO
               IF WK-POS-WS = ZERO
                   COMPUTE WK-POS-WS = WORK-COUNT-WS + 1
               END-IF
               PERFORM 820-SHIFT-ONE-ROW
                   VARYING WK-SCAN-WS FROM WORK-COUNT-WS BY -1
                   UNTIL WK-SCAN-WS < WK-POS-WS
               ADD 1 TO WORK-COUNT-WS
               INITIALIZE WORK-ENTRY-WS (WK-POS-WS)
               MOVE SEARCH-KEY-WS TO WK-KEY-TBL (WK-POS-WS)
           END-IF.

       815-CHECK-ONE-ROW.
           IF WK-KEY-TBL (WK-SCAN-WS) > SEARCH-KEY-WS
               MOVE WK-SCAN-WS TO WK-POS-WS
           END-IF.

       820-SHIFT-ONE-ROW.
           MOVE WORK-ENTRY-WS (WK-SCAN-WS) TO
                WORK-ENTRY-WS (WK-SCAN-WS + 1).

       830-ADVANCE-ONE-DAY.
           MOVE MONTH-DAYS-TBL (DL-MONTH-WS) TO DAYS-IN-MONTH-WS
           IF DL-MONTH-WS = 2
               PERFORM 840-TEST-LEAP-YEAR
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

       840-TEST-LEAP-YEAR.
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
           MOVE RECORDS-READ-WS   TO DS-READ-OUT
           MOVE TASKS-OVERDUE-WS  TO DS-OVERDUE-OUT
           MOVE TASKS-DUE-WS      TO DS-DUE-OUT
           MOVE TASKS-INACTIVE-WS TO DS-INACTIVE-OUT
           WRITE PRINT-DUE-LINE FROM PM-DUE-SUMMARY-LINE
               AFTER 2 LINES

           CLOSE PM-SCHEDULE-FILE ASSET-INPUT-FILE
                 PM-DUE-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
