       IDENTIFICATION DIVISION.
       PROGRAM-ID.   WARRANTY.
       AUTHOR.    CHRISTOPHER HILL.

      *    MONTHLY VENDOR WARRANTY RECOVERY REPORT FOR PURCHASING.
      *    MAINTPST FLAGS EVERY REPAIR POSTED AGAINST AN ASSET STILL
      *    INSIDE ITS WARRANTY COVERAGE; THIS REPORT LISTS THE MONTH'S
      *    FLAGGED REPAIRS BY THE VENDOR THAT SOLD THE ASSET, WITH THE
      *    UNIT'S SERIAL NUMBER, THE PURCHASE INVOICE, AND THE REPAIR
      *    INVOICE, SO A CLAIM CAN BE FILED FOR EACH ONE. A SECOND
      *    SECTION LISTS THE WARRANTIES ON ACTIVE ASSETS RUNNING OUT
      *    IN THE LOOK-AHEAD WINDOW, SOONEST FIRST, SO EXTENDED
      *    COVERAGE CAN BE DECIDED BEFORE IT LAPSES.
      *    THE WARRANTY.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-6   REPORT MONTH CCYYMM (DEFAULT THIS MONTH)
      *        COLUMNS 7-9   LOOK-AHEAD DAYS (DEFAULT 90)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MAINT-HISTORY-FILE ASSIGN TO 'MAINTHST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MAINT-HIST-STATUS-WS.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'WARRANTY.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT WARRANTY-REPORT-FILE ASSIGN TO 'WARRANTY.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT MAINTPST APPENDS.
       FD  MAINT-HISTORY-FILE RECORDING MODE IS F.
       01  MAINT-HISTORY-RECORD.
           05  MH-ASSET-ID         PIC 9(6).
           05  FILLER              PIC X.
           05  MH-REPAIR-DATE      PIC 9(8).
           05  MH-REPAIR-DATE-PARTS REDEFINES MH-REPAIR-DATE.
               10  MH-REPAIR-MONTH PIC 9(6).
               10  MH-REPAIR-DAY   PIC 99.
           05  FILLER              PIC X.
           05  MH-AMOUNT           PIC 9(5)V99.
           05  FILLER              PIC X.
           05  MH-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X.
           05  MH-PM-TASK          PIC X(4).
           05  FILLER              PIC X.
           05  MH-WARRANTY-FLAG    PIC X.
               88  MH-UNDER-WARRANTY   VALUE 'W'.
           05  FILLER              PIC X.
           05  MH-INVOICE-NO       PIC X(10).
           05  FILLER              PIC X(18).

       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-REPORT-MONTH   PIC X(6).
           05  PRM-REPORT-MONTH-PARTS REDEFINES PRM-REPORT-MONTH.
               10  PRM-REPORT-YEAR-NUM  PIC 9(4).
               10  PRM-REPORT-MM-NUM    PIC 99.
           05  PRM-REPORT-MONTH-NUM REDEFINES PRM-REPORT-MONTH
                                  PIC 9(6).
           05  PRM-LOOK-AHEAD     PIC X(3).
           05  PRM-LOOK-AHEAD-NUM REDEFINES PRM-LOOK-AHEAD PIC 9(3).
           05  FILLER             PIC X(71).

       FD  WARRANTY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-WARRANTY-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-HISTORY-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  HISTORY-FOUND-SW        PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  CLAIMS-LISTED-WS        PICTURE 9(6)  VALUE ZERO.
           05  EXPIRING-LISTED-WS      PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  MAINT-HIST-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  REPORT-CONTROL-WS.
           05  REPORT-MONTH-WS         PICTURE 9(6)  VALUE ZERO.
           05  TODAY-DATE-WS           PICTURE 9(8)  VALUE ZERO.
           05  TODAY-DAY-NUMBER-WS     PICTURE 9(8)  VALUE ZERO.
           05  LOOK-AHEAD-DAYS-WS      PICTURE 9(3)  VALUE 90.
           05  WINDOW-END-DATE-WS      PICTURE 9(8)  VALUE ZERO.
           05  CURRENT-VENDOR-WS       PICTURE X(15) VALUE SPACES.

       01  CLAIM-TOTALS-WS.
           05  VENDOR-COUNT-WS         PICTURE 9(5)    VALUE ZERO.
           05  VENDOR-AMOUNT-WS        PICTURE 9(8)V99 VALUE ZERO.
           05  GRAND-COUNT-WS          PICTURE 9(5)    VALUE ZERO.
           05  GRAND-AMOUNT-WS         PICTURE 9(8)V99 VALUE ZERO.

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

      *    THE MONTH'S FLAGGED REPAIRS, KEPT IN VENDOR / ASSET /
      *    REPAIR DATE ORDER AS THEY ARE READ. THE ASSET'S PAPERWORK
      *    IS TAKEN FROM THE MASTER WHEN THE ROW IS ADDED.
       01  CLAIM-ROW-CONTROL-WS.
           05  CLAIM-COUNT-WS          PIC 9(4)  VALUE ZERO.
           05  CL-POS-WS               PIC 9(4)  VALUE ZERO.
           05  CL-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  CLAIM-OVERFLOW-SW       PIC X(3)  VALUE 'NO'.
           05  CL-NOTE-WS              PIC X(20) VALUE SPACES.
           05  CLAIM-SEARCH-KEY-WS.
               10  CK-VENDOR-WS        PIC X(15).
               10  CK-ASSET-ID-WS      PIC 9(6).
               10  CK-REPAIR-DATE-WS   PIC 9(8).

       01  CLAIM-ROW-TABLE-WS.
           05  CLAIM-ENTRY-WS OCCURS 2000 TIMES.
               10  CL-KEY-TBL.
                   15  CL-VENDOR-TBL       PIC X(15).
                   15  CL-ASSET-ID-TBL     PIC 9(6).
                   15  CL-REPAIR-DATE-TBL  PIC 9(8).
               10  CL-NAME-TBL             PIC X(10).
               10  CL-SERIAL-NO-TBL        PIC X(15).
               10  CL-PURCH-INVOICE-TBL    PIC X(10).
               10  CL-REPAIR-INVOICE-TBL   PIC X(10).
               10  CL-DESCRIPTION-TBL      PIC X(20).
               10  CL-AMOUNT-TBL           PIC 9(5)V99.
               10  CL-NOTE-TBL             PIC X(20).

      *    WARRANTIES RUNNING OUT IN THE WINDOW, SOONEST FIRST.
       01  EXPIRING-ROW-CONTROL-WS.
           05  EXPIRING-COUNT-WS       PIC 9(4)  VALUE ZERO.
           05  EX-POS-WS               PIC 9(4)  VALUE ZERO.
           05  EX-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  EXPIRING-OVERFLOW-SW    PIC X(3)  VALUE 'NO'.
           05  EXPIRING-SEARCH-KEY-WS.
               10  EK-EXPIRE-DATE-WS   PIC 9(8).
               10  EK-ASSET-ID-WS      PIC 9(6).

       01  EXPIRING-ROW-TABLE-WS.
           05  EXPIRING-ENTRY-WS OCCURS 2000 TIMES.
               10  EX-KEY-TBL.
                   15  EX-EXPIRE-DATE-TBL  PIC 9(8).
                   15  EX-ASSET-ID-TBL     PIC 9(6).
               10  EX-NAME-TBL             PIC X(10).
               10  EX-VENDOR-TBL           PIC X(15).
               10  EX-SERIAL-NO-TBL        PIC X(15).
               10  EX-TERMS-TBL            PIC X(20).
               10  EX-LOCATION-TBL         PIC X(6).
               10  EX-DAYS-LEFT-TBL        PIC 9(3).

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'WARRANTY'.
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
           'VENDOR WARRANTY RECOVERY'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  CLAIM-SECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(34)   VALUE
           'REPAIRS UNDER WARRANTY - MONTH OF '.
           05  CSL-MONTH-OUT       PICTURE 9(6).
           05  FILLER              PICTURE X(91)   VALUE SPACES.

       01  NO-HISTORY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(45)   VALUE
           'MAINTHST.DAT NOT FOUND - NO REPAIRS ON FILE'.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

       01  CLAIM-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET'.
           05                      PICTURE X(12)   VALUE 'NAME'.
           05                      PICTURE X(17)   VALUE 'SERIAL NO'.
           05                      PICTURE X(12)   VALUE 'PURCH INV'.
           05                      PICTURE X(10)   VALUE 'REPAIRED'.
           05                      PICTURE X(12)   VALUE 'REPAIR INV'.
           05                      PICTURE X(22)   VALUE 'DESCRIPTION'.
           05                      PICTURE X(12)   VALUE
                 '    AMOUNT'.
           05  FILLER              PICTURE X(25)   VALUE SPACES.

       01  VENDOR-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(8)    VALUE 'VENDOR: '.
           05  VH-VENDOR-OUT       PICTURE X(15).
           05  FILLER              PICTURE X(108)  VALUE SPACES.

       01  CLAIM-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-SERIAL-NO-OUT    PICTURE X(15).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-PURCH-INVOICE-OUT PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-REPAIR-DATE-OUT  PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-REPAIR-INVOICE-OUT PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-DESCRIPTION-OUT  PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-AMOUNT-OUT       PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CD-NOTE-OUT         PICTURE X(20).
           05  FILLER              PICTURE X(5)    VALUE SPACES.

       01  VENDOR-TOTAL-LINE.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(23)   VALUE
                 'VENDOR TOTAL - REPAIRS:'.
           05  VT-COUNT-OUT        PICTURE ZZ,ZZ9.
           05                      PICTURE X(11)   VALUE
                 '   AMOUNT: '.
           05  VT-AMOUNT-OUT       PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(23)   VALUE
                 'ALL VENDORS - REPAIRS: '.
           05  GT-COUNT-OUT        PICTURE ZZ,ZZ9.
           05                      PICTURE X(11)   VALUE
                 '   AMOUNT: '.
           05  GT-AMOUNT-OUT       PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  NO-CLAIM-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
           'NONE - NO REPAIRS UNDER WARRANTY'.
           05  FILLER              PICTURE X(90)   VALUE SPACES.

       01  EXPIRING-SECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(28)   VALUE
           'WARRANTIES EXPIRING THROUGH '.
           05  ESL-END-OUT         PICTURE 9(8).
           05                      PICTURE X(3)    VALUE ' - '.
           05  ESL-DAYS-OUT        PICTURE ZZ9.
           05                      PICTURE X(16)   VALUE
                 ' DAY LOOK-AHEAD'.
           05  FILLER              PICTURE X(73)   VALUE SPACES.

       01  EXPIRING-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'ASSET'.
           05                      PICTURE X(12)   VALUE 'NAME'.
           05                      PICTURE X(17)   VALUE 'VENDOR'.
           05                      PICTURE X(17)   VALUE 'SERIAL NO'.
           05                      PICTURE X(22)   VALUE 'TERMS'.
           05                      PICTURE X(10)   VALUE 'EXPIRES'.
           05                      PICTURE X(6)    VALUE 'DAYS'.
           05                      PICTURE X(6)    VALUE 'LOCATN'.
           05  FILLER              PICTURE X(32)   VALUE SPACES.

       01  EXPIRING-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-ASSET-ID-OUT     PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-NAME-OUT         PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-VENDOR-OUT       PICTURE X(15).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-SERIAL-NO-OUT    PICTURE X(15).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-TERMS-OUT        PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-EXPIRE-OUT       PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-DAYS-LEFT-OUT    PICTURE ZZZ9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  ED-LOCATION-OUT     PICTURE X(6).
           05  FILLER              PICTURE X(32)   VALUE SPACES.

       01  NO-EXPIRING-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
           'NONE - NO WARRANTIES EXPIRING'.
           05  FILLER              PICTURE X(90)   VALUE SPACES.

       01  CLAIM-TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'REPAIR TABLE FULL - SOME REPAIRS NOT LISTED'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  EXPIRING-TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'EXPIRING TABLE FULL - SOME WARRANTIES NOT LISTED'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  WARRANTY-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                 'HISTORY READ: '.
           05  WY-READ-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(18)   VALUE
                 '  REPAIRS LISTED: '.
           05  WY-CLAIMS-OUT       PICTURE ZZZ,ZZ9.
           05                      PICTURE X(21)   VALUE
                 '  EXPIRING LISTED: '.
           05  WY-EXPIRING-OUT     PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(57)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-HISTORY-WS = 'YES'
           IF HISTORY-FOUND-SW = 'YES'
               PERFORM 600-PRINT-CLAIMS
           END-IF
           PERFORM    400-LOAD-EXPIRING
           PERFORM    700-PRINT-EXPIRING
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
           COMPUTE REPORT-MONTH-WS = YEAR-WS * 100 + MONTH-WS
           PERFORM 210-READ-PARAMETER-CARD

           MOVE TODAY-DATE-WS TO CONVERT-DATE-WS
           PERFORM 850-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER-WS TO TODAY-DAY-NUMBER-WS
           MOVE TODAY-DATE-WS TO DEADLINE-DATE-WS
           PERFORM 830-ADVANCE-ONE-DAY LOOK-AHEAD-DAYS-WS TIMES
           MOVE DEADLINE-DATE-WS TO WINDOW-END-DATE-WS

           OPEN INPUT  MAINT-HISTORY-FILE
           OPEN INPUT  ASSET-INPUT-FILE
           OPEN OUTPUT WARRANTY-REPORT-FILE
           PERFORM     500-HEADER

           IF MAINT-HIST-STATUS-WS = '00'
               MOVE 'YES' TO HISTORY-FOUND-SW
               PERFORM 250-READ-ONE-REPAIR
           ELSE
               MOVE 'YES' TO EOF-HISTORY-WS
               WRITE PRINT-WARRANTY-LINE FROM NO-HISTORY-LINE
                   AFTER 2 LINES
           END-IF.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-REPORT-MONTH IS NUMERIC
                          AND PRM-REPORT-YEAR-NUM > 1900
                          AND PRM-REPORT-MM-NUM > ZERO
                          AND PRM-REPORT-MM-NUM < 13
                           MOVE PRM-REPORT-MONTH-NUM TO
                                REPORT-MONTH-WS
                       END-IF
                       IF PRM-LOOK-AHEAD IS NUMERIC
                          AND PRM-LOOK-AHEAD-NUM > ZERO
                           MOVE PRM-LOOK-AHEAD-NUM TO
                                LOOK-AHEAD-DAYS-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       250-READ-ONE-REPAIR.
           READ MAINT-HISTORY-FILE
              AT END MOVE 'YES' TO EOF-HISTORY-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    A REPAIR BELONGS TO THE MONTH IT WAS DONE IN. ONLY LINES
      *    MAINTPST FLAGGED AS UNDER WARRANTY ARE CLAIMABLE.
       300-PROCESS.
           IF MH-UNDER-WARRANTY
              AND MH-REPAIR-MONTH = REPORT-MONTH-WS
               PERFORM 310-ADD-CLAIM-ROW
           END-IF
           PERFORM 250-READ-ONE-REPAIR.

      *    AN ASSET GONE FROM THE MASTER SINCE THE REPAIR POSTED
      *    STILL LISTS - THE VENDOR STILL OWES THE MONEY - BUT WITH
      *    NO PAPERWORK TO CLAIM IT BY, UNDER A BLANK VENDOR.
       310-ADD-CLAIM-ROW.
           MOVE MH-ASSET-ID TO ASSET-ID-IN
           READ ASSET-INPUT-FILE
               INVALID KEY
                   MOVE SPACES TO NAME-IN
                   MOVE SPACES TO VENDOR-IN
                   MOVE SPACES TO SERIAL-NO-IN
                   MOVE SPACES TO INVOICE-NO-IN
                   MOVE 'NOT ON ASSET MASTER' TO CL-NOTE-WS
               NOT INVALID KEY
                   MOVE SPACES TO CL-NOTE-WS
           END-READ
           MOVE VENDOR-IN      TO CK-VENDOR-WS
           MOVE MH-ASSET-ID    TO CK-ASSET-ID-WS
           MOVE MH-REPAIR-DATE TO CK-REPAIR-DATE-WS
           PERFORM 810-LOCATE-CLAIM-ROW
           IF CL-POS-WS > ZERO
               MOVE NAME-IN        TO CL-NAME-TBL (CL-POS-WS)
               MOVE SERIAL-NO-IN   TO CL-SERIAL-NO-TBL (CL-POS-WS)
               MOVE INVOICE-NO-IN  TO CL-PURCH-INVOICE-TBL (CL-POS-WS)
               MOVE MH-INVOICE-NO  TO
                    CL-REPAIR-INVOICE-TBL (CL-POS-WS)
               MOVE MH-DESCRIPTION TO CL-DESCRIPTION-TBL (CL-POS-WS)
               MOVE MH-AMOUNT      TO CL-AMOUNT-TBL (CL-POS-WS)
               MOVE CL-NOTE-WS     TO CL-NOTE-TBL (CL-POS-WS)
           END-IF.

      *    A WARRANTY RUNNING OUT FROM TODAY THROUGH THE END OF THE
      *    WINDOW ON AN ASSET STILL IN SERVICE. ONE ALREADY EXPIRED
      *    IS PAST DECIDING ABOUT.
       400-LOAD-EXPIRING.
           MOVE ZERO TO ASSET-ID-IN
           START ASSET-INPUT-FILE KEY NOT < ASSET-ID-IN
               INVALID KEY MOVE 'YES' TO EOF-ASSET-WS
           END-START
           PERFORM 410-CHECK-ONE-ASSET
               UNTIL EOF-ASSET-WS = 'YES'.

       410-CHECK-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-ASSET-WS
               NOT AT END
                   IF TRANS-TYPE-ASSET
                      AND WARRANTY-EXPIRE-IN NOT < TODAY-DATE-WS
                      AND WARRANTY-EXPIRE-IN NOT > WINDOW-END-DATE-WS
                       PERFORM 420-ADD-EXPIRING-ROW
                   END-IF
           END-READ.

       420-ADD-EXPIRING-ROW.
           MOVE WARRANTY-EXPIRE-IN TO EK-EXPIRE-DATE-WS
           MOVE ASSET-ID-IN        TO EK-ASSET-ID-WS
           PERFORM 860-LOCATE-EXPIRING-ROW
           IF EX-POS-WS > ZERO
               MOVE NAME-IN           TO EX-NAME-TBL (EX-POS-WS)
               MOVE VENDOR-IN         TO EX-VENDOR-TBL (EX-POS-WS)
               MOVE SERIAL-NO-IN      TO EX-SERIAL-NO-TBL (EX-POS-WS)
               MOVE WARRANTY-TERMS-IN TO EX-TERMS-TBL (EX-POS-WS)
               MOVE ASSET-LOCATION-IN TO EX-LOCATION-TBL (EX-POS-WS)
               MOVE WARRANTY-EXPIRE-IN TO CONVERT-DATE-WS
               PERFORM 850-DATE-TO-DAY-NUMBER
               COMPUTE EX-DAYS-LEFT-TBL (EX-POS-WS) =
                       CONVERT-DAY-NUMBER-WS - TODAY-DAY-NUMBER-WS
           END-IF.

       500-HEADER.
           WRITE PRINT-WARRANTY-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE REPORT-MONTH-WS TO CSL-MONTH-OUT
           WRITE PRINT-WARRANTY-LINE FROM CLAIM-SECTION-LINE
               AFTER 2 LINES.

       600-PRINT-CLAIMS.
           WRITE PRINT-WARRANTY-LINE FROM CLAIM-COLUMN-LINE
               AFTER 2 LINES
           IF CLAIM-COUNT-WS = ZERO
               WRITE PRINT-WARRANTY-LINE FROM NO-CLAIM-LINE
                   AFTER 2 LINES
           ELSE
               PERFORM 610-PRINT-ONE-CLAIM
                   VARYING CL-POS-WS FROM 1 BY 1
                   UNTIL CL-POS-WS > CLAIM-COUNT-WS
               PERFORM 620-PRINT-VENDOR-TOTAL
               MOVE GRAND-COUNT-WS  TO GT-COUNT-OUT
               MOVE GRAND-AMOUNT-WS TO GT-AMOUNT-OUT
               WRITE PRINT-WARRANTY-LINE FROM GRAND-TOTAL-LINE
                   AFTER 2 LINES
           END-IF
           IF CLAIM-OVERFLOW-SW = 'YES'
               WRITE PRINT-WARRANTY-LINE FROM CLAIM-TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       610-PRINT-ONE-CLAIM.
           IF CL-POS-WS = 1
              OR CL-VENDOR-TBL (CL-POS-WS) NOT = CURRENT-VENDOR-WS
               IF CL-POS-WS > 1
                   PERFORM 620-PRINT-VENDOR-TOTAL
               END-IF
               MOVE CL-VENDOR-TBL (CL-POS-WS) TO CURRENT-VENDOR-WS
               MOVE ZERO TO VENDOR-COUNT-WS
               MOVE ZERO TO VENDOR-AMOUNT-WS
               MOVE CURRENT-VENDOR-WS TO VH-VENDOR-OUT
               IF CURRENT-VENDOR-WS = SPACES
                   MOVE '(NONE)' TO VH-VENDOR-OUT
               END-IF
               WRITE PRINT-WARRANTY-LINE FROM VENDOR-HEADER-LINE
                   AFTER 2 LINES
               MOVE SPACES TO PRINT-WARRANTY-LINE
               WRITE PRINT-WARRANTY-LINE AFTER 1 LINE
           END-IF

           ADD 1 TO CLAIMS-LISTED-WS
           ADD 1 TO VENDOR-COUNT-WS
           ADD 1 TO GRAND-COUNT-WS
           ADD CL-AMOUNT-TBL (CL-POS-WS) TO VENDOR-AMOUNT-WS
           ADD CL-AMOUNT-TBL (CL-POS-WS) TO GRAND-AMOUNT-WS
           MOVE CL-ASSET-ID-TBL       (CL-POS-WS) TO CD-ASSET-ID-OUT
           MOVE CL-NAME-TBL           (CL-POS-WS) TO CD-NAME-OUT
           MOVE CL-SERIAL-NO-TBL      (CL-POS-WS) TO CD-SERIAL-NO-OUT
           MOVE CL-PURCH-INVOICE-TBL  (CL-POS-WS) TO
                CD-PURCH-INVOICE-OUT
           MOVE CL-REPAIR-DATE-TBL    (CL-POS-WS) TO
                CD-REPAIR-DATE-OUT
           MOVE CL-REPAIR-INVOICE-TBL (CL-POS-WS) TO
                CD-REPAIR-INVOICE-OUT
           MOVE CL-DESCRIPTION-TBL    (CL-POS-WS) TO
                CD-DESCRIPTION-OUT
           MOVE CL-AMOUNT-TBL         (CL-POS-WS) TO CD-AMOUNT-OUT
           MOVE CL-NOTE-TBL           (CL-POS-WS) TO CD-NOTE-OUT
           WRITE PRINT-WARRANTY-LINE FROM CLAIM-DETAIL-LINE
               AFTER 1 LINE.

       620-PRINT-VENDOR-TOTAL.
           MOVE VENDOR-COUNT-WS  TO VT-COUNT-OUT
           MOVE VENDOR-AMOUNT-WS TO VT-AMOUNT-OUT
           WRITE PRINT-WARRANTY-LINE FROM VENDOR-TOTAL-LINE
               AFTER 2 LINES.

       700-PRINT-EXPIRING.
           MOVE WINDOW-END-DATE-WS TO ESL-END-OUT
           MOVE LOOK-AHEAD-DAYS-WS TO ESL-DAYS-OUT
           WRITE PRINT-WARRANTY-LINE FROM EXPIRING-SECTION-LINE
               AFTER 3 LINES
           WRITE PRINT-WARRANTY-LINE FROM EXPIRING-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-WARRANTY-LINE
           WRITE PRINT-WARRANTY-LINE AFTER 1 LINE
           IF EXPIRING-COUNT-WS = ZERO
               WRITE PRINT-WARRANTY-LINE FROM NO-EXPIRING-LINE
                   AFTER 1 LINE
           ELSE
               PERFORM 710-PRINT-ONE-EXPIRING
                   VARYING EX-POS-WS FROM 1 BY 1
                   UNTIL EX-POS-WS > EXPIRING-COUNT-WS
           END-IF
           IF EXPIRING-OVERFLOW-SW = 'YES'
               WRITE PRINT-WARRANTY-LINE FROM EXPIRING-TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       710-PRINT-ONE-EXPIRING.
           ADD 1 TO EXPIRING-LISTED-WS
           MOVE EX-ASSET-ID-TBL    (EX-POS-WS) TO ED-ASSET-ID-OUT
           MOVE EX-NAME-TBL        (EX-POS-WS) TO ED-NAME-OUT
           MOVE EX-VENDOR-TBL      (EX-POS-WS) TO ED-VENDOR-OUT
           MOVE EX-SERIAL-NO-TBL   (EX-POS-WS) TO ED-SERIAL-NO-OUT
           MOVE EX-TERMS-TBL       (EX-POS-WS) TO ED-TERMS-OUT
           MOVE EX-EXPIRE-DATE-TBL (EX-POS-WS) TO ED-EXPIRE-OUT
           MOVE EX-DAYS-LEFT-TBL   (EX-POS-WS) TO ED-DAYS-LEFT-OUT
           MOVE EX-LOCATION-TBL    (EX-POS-WS) TO ED-LOCATION-OUT
           WRITE PRINT-WARRANTY-LINE FROM EXPIRING-DETAIL-LINE
               AFTER 1 LINE.

      *    CL-POS-WS ENDS ON THE NEW ROW FOR CLAIM-SEARCH-KEY-WS, OR
      *    ZERO IF THE TABLE HAS NO ROOM LEFT. TWO REPAIRS TO ONE
      *    ASSET ON ONE DAY ARE TWO ROWS, IN THE ORDER POSTED.
       810-LOCATE-CLAIM-ROW.
           MOVE ZERO TO CL-POS-WS
           IF CLAIM-COUNT-WS NOT < 2000
               MOVE 'YES' TO CLAIM-OVERFLOW-SW
           ELSE
               PERFORM 815-CHECK-ONE-CLAIM
                   VARYING CL-SCAN-WS FROM 1 BY 1
                   UNTIL CL-SCAN-WS > CLAIM-COUNT-WS
                      OR CL-POS-WS > ZERO
               IF CL-POS-WS = ZERO
                   COMPUTE CL-POS-WS = CLAIM-COUNT-WS + 1
               END-IF
               PERFORM 820-SHIFT-ONE-CLAIM
                   VARYING CL-SCAN-WS FROM CLAIM-COUNT-WS BY -1
                   UNTIL CL-SCAN-WS < CL-POS-WS
               ADD 1 TO CLAIM-COUNT-WS
               INITIALIZE CLAIM-ENTRY-WS (CL-POS-WS)
               MOVE CLAIM-SEARCH-KEY-WS TO CL-KEY-TBL (CL-POS-WS)
           END-IF.

       815-CHECK-ONE-CLAIM.
           IF CL-KEY-TBL (CL-SCAN-WS) > CLAIM-SEARCH-KEY-WS
               MOVE CL-SCAN-WS TO CL-POS-WS
           END-IF.

       820-SHIFT-ONE-CLAIM.
           MOVE CLAIM-ENTRY-WS (CL-SCAN-WS) TO
                CLAIM-ENTRY-WS (CL-SCAN-WS + 1).

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

      *    EX-POS-WS ENDS ON THE NEW ROW FOR EXPIRING-SEARCH-KEY-WS,
      *    OR ZERO IF THE TABLE HAS NO ROOM LEFT.
       860-LOCATE-EXPIRING-ROW.
           MOVE ZERO TO EX-POS-WS
           IF EXPIRING-COUNT-WS NOT < 2000
               MOVE 'YES' TO EXPIRING-OVERFLOW-SW
           ELSE
               PERFORM 865-CHECK-ONE-EXPIRING
                   VARYING EX-SCAN-WS FROM 1 BY 1
                   UNTIL EX-SCAN-WS > EXPIRING-COUNT-WS
                      OR EX-POS-WS > ZERO
               IF EX-POS-WS = ZERO
                   COMPUTE EX-POS-WS = EXPIRING-COUNT-WS + 1
               END-IF
               PERFORM 870-SHIFT-ONE-EXPIRING
                   VARYING EX-SCAN-WS FROM EXPIRING-COUNT-WS BY -1
                   UNTIL EX-SCAN-WS < EX-POS-WS
               ADD 1 TO EXPIRING-COUNT-WS
               INITIALIZE EXPIRING-ENTRY-WS (EX-POS-WS)
               MOVE EXPIRING-SEARCH-KEY-WS TO EX-KEY-TBL (EX-POS-WS)
           END-IF.

       865-CHECK-ONE-EXPIRING.
           IF EX-KEY-TBL (EX-SCAN-WS) > EXPIRING-SEARCH-KEY-WS
               MOVE EX-SCAN-WS TO EX-POS-WS
           END-IF.

       870-SHIFT-ONE-EXPIRING.
           MOVE EXPIRING-ENTRY-WS (EX-SCAN-WS) TO
                EXPIRING-ENTRY-WS (EX-SCAN-WS + 1).

       900-CLOSE.
           MOVE RECORDS-READ-WS    TO WY-READ-OUT
           MOVE CLAIMS-LISTED-WS   TO WY-CLAIMS-OUT
           MOVE EXPIRING-LISTED-WS TO WY-EXPIRING-OUT
           WRITE PRINT-WARRANTY-LINE FROM WARRANTY-SUMMARY-LINE
               AFTER 2 LINES

           IF HISTORY-FOUND-SW = 'YES'
               CLOSE MAINT-HISTORY-FILE
           END-IF
           CLOSE ASSET-INPUT-FILE WARRANTY-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
