       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CIPBUDG.
       AUTHOR.    CHRISTOPHER HILL.

      *    CAPITAL BUDGET REPORT FOR THE CONTROLLER AND THE BOARD'S
      *    CAPITAL COMMITTEE. THREE SECTIONS:
      *    BY PROJECT - EVERY OPEN CIP PROJECT, AND EVERY PROJECT
      *        CAPITALIZED IN THE PLAN YEAR, BY CATEGORY: THE AMOUNT
      *        APPROVED, COMMITTED TO DATE (COST POSTED PLUS COST
      *        HELD OVER BUDGET), CAPITALIZED, AND THE APPROVAL STILL
      *        REMAINING. A NEGATIVE REMAINING IS AN OVERRUN.
      *    BY CATEGORY - THE YEAR'S CAPITAL PLAN FROM CAPPLAN.DAT
      *        AGAINST THE YEAR'S ADDITIONS (ASSETS ON THE MASTER
      *        ACQUIRED IN THE YEAR, CIP CAPITALIZATIONS INCLUDED,
      *        LEASED RIGHT-OF-USE ASSETS NOT) AND WHAT IS COMMITTED
      *        ON PROJECTS STILL OPEN, WITH THE PLAN LEFT OVER.
      *    HELD COSTS - EVERY CIPMNT POSTING STILL HELD OVER BUDGET,
      *        WITH HOW LONG IT HAS WAITED FOR A REVISION.
      *    THE CIPBUDG.PRM CARD IS OPTIONAL:
      *        COLUMNS 1-4   PLAN YEAR CCYY (DEFAULT THIS YEAR)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CIP-MASTER-FILE ASSIGN TO 'CIPMAST.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CIP-PROJECT-NO
            FILE STATUS IS CIP-FILE-STATUS-WS.

            SELECT CIP-HOLD-FILE ASSIGN TO 'CIPHOLD.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CH-KEY
            FILE STATUS IS CIPHOLD-FILE-STATUS-WS.

      *    FINANCE'S CAPITAL PLAN - ONE ROW PER CATEGORY AND YEAR.
            SELECT CAPITAL-PLAN-FILE ASSIGN TO 'CAPPLAN.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CAPPLAN-FILE-STATUS-WS.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT PARAMETER-CARD-FILE ASSIGN TO 'CIPBUDG.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT BUDGET-REPORT-FILE ASSIGN TO 'CIPBUDG.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT CIPMNT MAINTAINS.
       FD  CIP-MASTER-FILE RECORDING MODE IS F.
       01  CIP-MASTER-RECORD.
           05  CIP-PROJECT-NO      PIC 9(6).
           05  CIP-DESCRIPTION     PIC X(20).
           05  CIP-STATUS          PIC X.
               88  CIP-STATUS-OPEN         VALUE 'O'.
               88  CIP-STATUS-CAPITALIZED  VALUE 'C'.
           05  CIP-OPENED-DATE     PIC 9(8).
           05  CIP-ACCUM-COST      PIC S9(7)V99.
           05  CIP-CATEGORY        PIC X(15).
           05  CIP-LOCATION        PIC X(6).
           05  CIP-SERVICE-DATE    PIC 9(8).
           05  CIP-SERVICE-DATE-PARTS REDEFINES CIP-SERVICE-DATE.
               10  CIP-SERVICE-YEAR    PIC 9(4).
               10  FILLER              PIC 9(4).
           05  CIP-CAP-ASSET-ID    PIC 9(6).
           05  CIP-APPROVED-BUDGET PIC S9(7)V99.
           05  CIP-APPROVAL-REF    PIC X(10).
           05  CIP-REVISION-COUNT  PIC 9(3).
           05  CIP-HELD-COST       PIC S9(7)V99.
           05  CIP-LAST-HOLD-SEQ   PIC 9(4).

      *    SAME LAYOUT CIPMNT MAINTAINS.
       FD  CIP-HOLD-FILE RECORDING MODE IS F.
       01  CIP-HOLD-RECORD.
           05  CH-KEY.
               10  CH-PROJECT-NO   PIC 9(6).
               10  CH-HOLD-SEQ     PIC 9(4).
           05  CH-STATUS           PIC X.
               88  CH-STATUS-HELD      VALUE 'H'.
               88  CH-STATUS-RELEASED  VALUE 'R'.
           05  CH-POST-DATE        PIC 9(8).
           05  CH-AMOUNT           PIC 9(6)V99.
           05  CH-DESCRIPTION      PIC X(20).
           05  CH-HOLD-REASON      PIC X(20).
           05  CH-HELD-DATE        PIC 9(8).
           05  CH-RELEASED-DATE    PIC 9(8).

      *    KEPT BY FINANCE FROM THE BOARD-APPROVED CAPITAL PLAN. THE
      *    CATEGORY IS SPELLED AS IT IS ON THE ASSET MASTER; A
      *    CATEGORY WITH NO ROW FOR THE YEAR HAS NO PLAN.
       FD  CAPITAL-PLAN-FILE RECORDING MODE IS F.
       01  CAPITAL-PLAN-RECORD.
           05  CP-CATEGORY-IN      PIC X(15).
           05  CP-YEAR-IN          PIC 9(4).
           05  CP-PLAN-AMOUNT-IN   PIC 9(9)V99.

       FD  ASSET-INPUT-FILE.
       COPY "CPYIN.CPY".

       FD  PARAMETER-CARD-FILE RECORDING MODE IS F.
       01  PARAMETER-CARD-RECORD.
           05  PRM-PLAN-YEAR       PIC X(4).
           05  PRM-PLAN-YEAR-NUM REDEFINES PRM-PLAN-YEAR PIC 9(4).
           05  FILLER              PIC X(76).

       FD  BUDGET-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-BUDGET-LINE           PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-CIP-WS              PICTURE X(3)  VALUE 'NO'.
           05  EOF-HOLD-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-PLAN-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-ASSET-WS            PICTURE X(3)  VALUE 'NO'.
           05  CIP-FOUND-SW            PICTURE X(3)  VALUE 'NO'.
           05  HOLD-FOUND-SW           PICTURE X(3)  VALUE 'NO'.
           05  RECORDS-READ-WS         PICTURE 9(6)  VALUE ZERO.
           05  PROJECTS-LISTED-WS      PICTURE 9(6)  VALUE ZERO.
           05  HELD-LISTED-WS          PICTURE 9(6)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  CIP-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.
           05  CIPHOLD-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  CAPPLAN-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

       01  REPORT-CONTROL-WS.
           05  PLAN-YEAR-WS            PICTURE 9(4)  VALUE ZERO.
           05  TODAY-DATE-WS           PICTURE 9(8)  VALUE ZERO.
           05  TODAY-DAY-NUMBER-WS     PICTURE 9(8)  VALUE ZERO.
           05  CURRENT-CATEGORY-WS     PICTURE X(15) VALUE SPACES.
           05  REMAINING-WS            PICTURE S9(9)V99 VALUE ZERO.
           05  SPENT-WS                PICTURE S9(9)V99 VALUE ZERO.
           05  PLAN-AMOUNT-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  PCT-USED-WS             PICTURE 9(4)V9   VALUE ZERO.

       01  PROJECT-TOTALS-WS.
           05  CAT-APPROVED-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  CAT-COMMITTED-WS        PICTURE S9(9)V99 VALUE ZERO.
           05  CAT-CAPITALIZED-WS      PICTURE S9(9)V99 VALUE ZERO.
           05  CAT-REMAINING-WS        PICTURE S9(9)V99 VALUE ZERO.
           05  ALL-APPROVED-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  ALL-COMMITTED-WS        PICTURE S9(9)V99 VALUE ZERO.
           05  ALL-CAPITALIZED-WS      PICTURE S9(9)V99 VALUE ZERO.
           05  ALL-REMAINING-WS        PICTURE S9(9)V99 VALUE ZERO.

       01  PLAN-TOTALS-WS.
           05  ALL-PLAN-WS             PICTURE S9(9)V99 VALUE ZERO.
           05  ALL-ADDITIONS-WS        PICTURE S9(9)V99 VALUE ZERO.
           05  ALL-OPEN-CIP-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  ALL-PLAN-LEFT-WS        PICTURE S9(9)V99 VALUE ZERO.

       01  HELD-TOTALS-WS.
           05  HELD-AMOUNT-WS          PICTURE 9(8)V99  VALUE ZERO.

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

      *    THE PROJECTS ON THE REPORT, KEPT IN CATEGORY / PROJECT
      *    ORDER AS THEY ARE READ.
       01  PROJECT-ROW-CONTROL-WS.
           05  PROJECT-COUNT-WS        PIC 9(4)  VALUE ZERO.
           05  PR-POS-WS               PIC 9(4)  VALUE ZERO.
           05  PR-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  PROJECT-OVERFLOW-SW     PIC X(3)  VALUE 'NO'.
           05  PROJECT-SEARCH-KEY-WS.
               10  PK-CATEGORY-WS      PIC X(15).
               10  PK-PROJECT-NO-WS    PIC 9(6).

       01  PROJECT-ROW-TABLE-WS.
           05  PROJECT-ENTRY-WS OCCURS 2000 TIMES.
               10  PR-KEY-TBL.
                   15  PR-CATEGORY-TBL     PIC X(15).
                   15  PR-PROJECT-NO-TBL   PIC 9(6).
               10  PR-DESCRIPTION-TBL      PIC X(20).
               10  PR-APPROVAL-REF-TBL     PIC X(10).
               10  PR-REVISION-COUNT-TBL   PIC 9(3).
               10  PR-STATUS-TBL           PIC X(4).
               10  PR-APPROVED-TBL         PIC S9(7)V99.
               10  PR-COMMITTED-TBL        PIC S9(8)V99.
               10  PR-HELD-TBL             PIC S9(7)V99.
               10  PR-CAPITALIZED-TBL      PIC S9(7)V99.

      *    ONE ROW PER CATEGORY SEEN IN THE PLAN, THE YEAR'S
      *    ADDITIONS, OR AN OPEN PROJECT, IN CATEGORY ORDER.
       01  CATEGORY-ROW-CONTROL-WS.
           05  CATEGORY-COUNT-WS       PIC 9(4)  VALUE ZERO.
           05  CG-POS-WS               PIC 9(4)  VALUE ZERO.
           05  CG-SCAN-WS              PIC 9(4)  VALUE ZERO.
           05  CATEGORY-OVERFLOW-SW    PIC X(3)  VALUE 'NO'.
           05  CATEGORY-FOUND-SW       PIC X(3)  VALUE 'NO'.
           05  CATEGORY-SEARCH-KEY-WS  PIC X(15) VALUE SPACES.

       01  CATEGORY-ROW-TABLE-WS.
           05  CATEGORY-ENTRY-WS OCCURS 200 TIMES.
               10  CG-CATEGORY-TBL         PIC X(15).
               10  CG-PLAN-TBL             PIC S9(9)V99.
               10  CG-ADDITIONS-TBL        PIC S9(9)V99.
               10  CG-OPEN-CIP-TBL         PIC S9(9)V99.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'CIPBUDG'.
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
           'CAPITAL BUDGET AND CIP OVERRUN'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  PROJECT-SECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(52)   VALUE
           'CAPITAL BUDGET BY PROJECT - OPEN AND CAPITALIZED IN '.
           05  PSL-YEAR-OUT        PICTURE 9(4).
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  NO-CIP-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(45)   VALUE
           'CIPMAST.DAT NOT FOUND - NO PROJECTS ON FILE'.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

       01  PROJECT-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'PROJECT'.
           05                      PICTURE X(22)   VALUE 'DESCRIPTION'.
           05                      PICTURE X(12)   VALUE 'APPROVAL'.
           05                      PICTURE X(5)    VALUE 'REV'.
           05                      PICTURE X(6)    VALUE 'STAT'.
           05                      PICTURE X(16)   VALUE
                 '      APPROVED'.
           05                      PICTURE X(16)   VALUE
                 '     COMMITTED'.
           05                      PICTURE X(16)   VALUE
                 '   CAPITALIZED'.
           05                      PICTURE X(17)   VALUE
                 '      REMAINING'.
           05                      PICTURE X(4)    VALUE 'FLAG'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.

       01  CATEGORY-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(10)   VALUE 'CATEGORY: '.
           05  CH-CATEGORY-OUT     PICTURE X(15).
           05  FILLER              PICTURE X(106)  VALUE SPACES.

       01  PROJECT-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-PROJECT-OUT      PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-DESCRIPTION-OUT  PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-APPROVAL-REF-OUT PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-REVISION-OUT     PICTURE ZZ9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-STATUS-OUT       PICTURE X(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-APPROVED-OUT     PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-COMMITTED-OUT    PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-CAPITALIZED-OUT  PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-REMAINING-OUT    PICTURE $$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PD-FLAG-OUT         PICTURE X(4).
           05  FILLER              PICTURE X(8)    VALUE SPACES.

       01  PROJECT-TOTAL-LINE.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  PT-LABEL-OUT        PICTURE X(16).
           05  PT-CATEGORY-OUT     PICTURE X(15).
           05  FILLER              PICTURE X(20)   VALUE SPACES.
           05  PT-APPROVED-OUT     PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PT-COMMITTED-OUT    PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PT-CAPITALIZED-OUT  PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PT-REMAINING-OUT    PICTURE $$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PT-FLAG-OUT         PICTURE X(4).
           05  FILLER              PICTURE X(8)    VALUE SPACES.

       01  NO-PROJECT-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
           'NONE - NO PROJECTS FOR THE YEAR'.
           05  FILLER              PICTURE X(90)   VALUE SPACES.

       01  PLAN-SECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(37)   VALUE
           'CAPITAL PLAN VERSUS ADDITIONS - YEAR '.
           05  PLS-YEAR-OUT        PICTURE 9(4).
           05  FILLER              PICTURE X(90)   VALUE SPACES.

       01  PLAN-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(17)   VALUE 'CATEGORY'.
           05                      PICTURE X(16)   VALUE
                 '          PLAN'.
           05                      PICTURE X(16)   VALUE
                 '     ADDITIONS'.
           05                      PICTURE X(16)   VALUE
                 '      OPEN CIP'.
           05                      PICTURE X(17)   VALUE
                 '      PLAN LEFT'.
           05                      PICTURE X(8)    VALUE '  USED'.
           05                      PICTURE X(11)   VALUE 'FLAG'.
           05  FILLER              PICTURE X(29)   VALUE SPACES.

       01  PLAN-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PL-CATEGORY-OUT     PICTURE X(15).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PL-PLAN-OUT         PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PL-ADDITIONS-OUT    PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PL-OPEN-CIP-OUT     PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PL-PLAN-LEFT-OUT    PICTURE $$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PL-PCT-USED-OUT     PICTURE ZZZ9.9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  PL-FLAG-OUT         PICTURE X(11).
           05  FILLER              PICTURE X(29)   VALUE SPACES.

       01  NO-PLAN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
           'NONE - NO PLAN, ADDITIONS, OR OPEN CIP'.
           05  FILLER              PICTURE X(90)   VALUE SPACES.

       01  HELD-SECTION-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(40)   VALUE
           'HELD COSTS AWAITING BUDGET REVISION'.
           05  FILLER              PICTURE X(91)   VALUE SPACES.

       01  HELD-COLUMN-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'PROJECT'.
           05                      PICTURE X(10)   VALUE 'POSTED'.
           05                      PICTURE X(12)   VALUE
                 '    AMOUNT'.
           05                      PICTURE X(22)   VALUE 'DESCRIPTION'.
           05                      PICTURE X(22)   VALUE 'REASON'.
           05                      PICTURE X(10)   VALUE 'HELD ON'.
           05                      PICTURE X(4)    VALUE 'DAYS'.
           05  FILLER              PICTURE X(42)   VALUE SPACES.

       01  HELD-DETAIL-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  HD-PROJECT-OUT      PICTURE Z(5)9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  HD-POST-DATE-OUT    PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  HD-AMOUNT-OUT       PICTURE $$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  HD-DESCRIPTION-OUT  PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  HD-REASON-OUT       PICTURE X(20).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  HD-HELD-DATE-OUT    PICTURE 9(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  HD-DAYS-OUT         PICTURE ZZZ9.
           05  FILLER              PICTURE X(40)   VALUE SPACES.

       01  HELD-TOTAL-LINE.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(23)   VALUE
                 'HELD TOTAL - POSTINGS: '.
           05  HT-COUNT-OUT        PICTURE ZZ,ZZ9.
           05                      PICTURE X(11)   VALUE
                 '   AMOUNT: '.
           05  HT-AMOUNT-OUT       PICTURE $$,$$$,$$9.99.
           05  FILLER              PICTURE X(75)   VALUE SPACES.

       01  NO-HELD-LINE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
           'NONE - NO COSTS HELD'.
           05  FILLER              PICTURE X(90)   VALUE SPACES.

       01  PROJECT-TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'PROJECT TABLE FULL - SOME PROJECTS NOT LISTED'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  CATEGORY-TABLE-FULL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(50)   VALUE
           'CATEGORY TABLE FULL - SOME CATEGORIES NOT LISTED'.
           05  FILLER              PICTURE X(81)   VALUE SPACES.

       01  BUDGET-SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'PROJECTS READ: '.
           05  CB-READ-OUT         PICTURE ZZZ,ZZ9.
           05                      PICTURE X(10)   VALUE
                 '  LISTED: '.
           05  CB-LISTED-OUT       PICTURE ZZZ,ZZ9.
           05                      PICTURE X(14)   VALUE
                 '  CATEGORIES: '.
           05  CB-CATEGORIES-OUT   PICTURE ZZZ,ZZ9.
           05                      PICTURE X(17)   VALUE
                 '  HELD POSTINGS: '.
           05  CB-HELD-OUT         PICTURE ZZZ,ZZ9.
           05  FILLER              PICTURE X(47)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-CIP-WS = 'YES'
           PERFORM    400-LOAD-CAPITAL-PLAN
           PERFORM    450-LOAD-ADDITIONS
           IF CIP-FOUND-SW = 'YES'
               PERFORM 600-PRINT-PROJECTS
           END-IF
           PERFORM    700-PRINT-CATEGORY-PLAN
           PERFORM    750-PRINT-HELD-COSTS
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
           MOVE YEAR-WS TO PLAN-YEAR-WS
           PERFORM 210-READ-PARAMETER-CARD

           MOVE TODAY-DATE-WS TO CONVERT-DATE-WS
           PERFORM 850-DATE-TO-DAY-NUMBER
           MOVE CONVERT-DAY-NUMBER-WS TO TODAY-DAY-NUMBER-WS

           OPEN INPUT  CIP-MASTER-FILE
           OPEN INPUT  ASSET-INPUT-FILE
           OPEN OUTPUT BUDGET-REPORT-FILE
           PERFORM     500-HEADER

           IF CIP-FILE-STATUS-WS = '00'
               MOVE 'YES' TO CIP-FOUND-SW
               MOVE ZERO TO CIP-PROJECT-NO
               START CIP-MASTER-FILE KEY NOT < CIP-PROJECT-NO
                   INVALID KEY MOVE 'YES' TO EOF-CIP-WS
               END-START
               IF EOF-CIP-WS = 'NO'
                   PERFORM 250-READ-ONE-PROJECT
               END-IF
           ELSE
               MOVE 'YES' TO EOF-CIP-WS
               WRITE PRINT-BUDGET-LINE FROM NO-CIP-LINE
                   AFTER 2 LINES
           END-IF.

       210-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ PARAMETER-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-PLAN-YEAR IS NUMERIC
                          AND PRM-PLAN-YEAR-NUM > 1900
                           MOVE PRM-PLAN-YEAR-NUM TO PLAN-YEAR-WS
                       END-IF
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       250-READ-ONE-PROJECT.
           READ CIP-MASTER-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-CIP-WS
              NOT AT END ADD 1 TO RECORDS-READ-WS
           END-READ.

      *    AN OPEN PROJECT ALWAYS LISTS AND ITS COMMITMENT COUNTS
      *    AGAINST ITS CATEGORY'S PLAN. A CAPITALIZED PROJECT LISTS
      *    ONLY IN THE YEAR IT WENT IN SERVICE - ITS COST IS ALREADY
      *    IN THE YEAR'S ADDITIONS FROM THE ASSET MASTER.
       300-PROCESS.
           EVALUATE TRUE
               WHEN CIP-STATUS-OPEN
                   PERFORM 310-ADD-PROJECT-ROW
                   MOVE CIP-CATEGORY TO CATEGORY-SEARCH-KEY-WS
                   PERFORM 860-LOCATE-CATEGORY-ROW
                   IF CG-POS-WS > ZERO
                       ADD CIP-ACCUM-COST TO CG-OPEN-CIP-TBL (CG-POS-WS)
                       ADD CIP-HELD-COST  TO CG-OPEN-CIP-TBL (CG-POS-WS)
                   END-IF
               WHEN CIP-STATUS-CAPITALIZED
                AND CIP-SERVICE-YEAR = PLAN-YEAR-WS
                   PERFORM 310-ADD-PROJECT-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 250-READ-ONE-PROJECT.

      *    COMMITTED IS EVERYTHING THE PROJECT HAS RUN UP - POSTED
      *    AND HELD. A CAPITALIZED PROJECT'S POSTED COST IS ALSO ITS
      *    CAPITALIZED COST.
       310-ADD-PROJECT-ROW.
           MOVE CIP-CATEGORY   TO PK-CATEGORY-WS
           MOVE CIP-PROJECT-NO TO PK-PROJECT-NO-WS
           PERFORM 810-LOCATE-PROJECT-ROW
           IF PR-POS-WS > ZERO
               MOVE CIP-DESCRIPTION  TO PR-DESCRIPTION-TBL (PR-POS-WS)
               MOVE CIP-APPROVAL-REF TO PR-APPROVAL-REF-TBL (PR-POS-WS)
               MOVE CIP-REVISION-COUNT TO
                    PR-REVISION-COUNT-TBL (PR-POS-WS)
               MOVE CIP-APPROVED-BUDGET TO PR-APPROVED-TBL (PR-POS-WS)
               COMPUTE PR-COMMITTED-TBL (PR-POS-WS) =
                       CIP-ACCUM-COST + CIP-HELD-COST
               MOVE CIP-HELD-COST    TO PR-HELD-TBL (PR-POS-WS)
               IF CIP-STATUS-OPEN
                   MOVE 'OPEN' TO PR-STATUS-TBL (PR-POS-WS)
                   MOVE ZERO   TO PR-CAPITALIZED-TBL (PR-POS-WS)
               ELSE
                   MOVE 'CAPD' TO PR-STATUS-TBL (PR-POS-WS)
                   MOVE CIP-ACCUM-COST TO
                        PR-CAPITALIZED-TBL (PR-POS-WS)
               END-IF
           END-IF.

      *    NO CAPPLAN.DAT (STATUS 35) MEANS NO PLAN - EVERY CATEGORY
      *    WITH SPENDING SHOWS AS NOT PLANNED.
       400-LOAD-CAPITAL-PLAN.
           OPEN INPUT CAPITAL-PLAN-FILE
           IF CAPPLAN-FILE-STATUS-WS = '00'
               PERFORM 410-READ-ONE-PLAN-ROW
               PERFORM 420-STORE-ONE-PLAN-ROW
                   UNTIL EOF-PLAN-WS = 'YES'
               CLOSE CAPITAL-PLAN-FILE
           END-IF.

       410-READ-ONE-PLAN-ROW.
           READ CAPITAL-PLAN-FILE
               AT END MOVE 'YES' TO EOF-PLAN-WS
           END-READ.

       420-STORE-ONE-PLAN-ROW.
           IF CP-YEAR-IN = PLAN-YEAR-WS
               MOVE CP-CATEGORY-IN TO CATEGORY-SEARCH-KEY-WS
               PERFORM 860-LOCATE-CATEGORY-ROW
               IF CG-POS-WS > ZERO
                   ADD CP-PLAN-AMOUNT-IN TO CG-PLAN-TBL (CG-POS-WS)
               END-IF
           END-IF
           PERFORM 410-READ-ONE-PLAN-ROW.

      *    THE YEAR'S ADDITIONS ARE THE ASSETS ON THE MASTER ACQUIRED
      *    IN THE PLAN YEAR AT THEIR ORIGINAL COST, WHETHER STILL IN
      *    SERVICE OR SINCE DISPOSED. A LEASE IS NOT CAPITAL SPENDING
      *    AND STAYS OUT.
       450-LOAD-ADDITIONS.
           MOVE ZERO TO ASSET-ID-IN
           START ASSET-INPUT-FILE KEY NOT < ASSET-ID-IN
               INVALID KEY MOVE 'YES' TO EOF-ASSET-WS
           END-START
           PERFORM 460-CHECK-ONE-ASSET
               UNTIL EOF-ASSET-WS = 'YES'.

       460-CHECK-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-ASSET-WS
               NOT AT END
                   IF ACQ-YEAR-IN = PLAN-YEAR-WS
                      AND NOT ASSET-LEASED-IN
                       MOVE ASSET-CATEGORY-IN TO CATEGORY-SEARCH-KEY-WS
                       PERFORM 860-LOCATE-CATEGORY-ROW
                       IF CG-POS-WS > ZERO
                           ADD PRICE-IN TO CG-ADDITIONS-TBL (CG-POS-WS)
                       END-IF
                   END-IF
           END-READ.

       500-HEADER.
           WRITE PRINT-BUDGET-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE
           MOVE PLAN-YEAR-WS TO PSL-YEAR-OUT
           WRITE PRINT-BUDGET-LINE FROM PROJECT-SECTION-LINE
               AFTER 2 LINES.

       600-PRINT-PROJECTS.
           WRITE PRINT-BUDGET-LINE FROM PROJECT-COLUMN-LINE
               AFTER 2 LINES
           IF PROJECT-COUNT-WS = ZERO
               WRITE PRINT-BUDGET-LINE FROM NO-PROJECT-LINE
                   AFTER 2 LINES
           ELSE
               PERFORM 610-PRINT-ONE-PROJECT
                   VARYING PR-POS-WS FROM 1 BY 1
                   UNTIL PR-POS-WS > PROJECT-COUNT-WS
               PERFORM 620-PRINT-CATEGORY-TOTAL
               MOVE 'ALL PROJECTS    '  TO PT-LABEL-OUT
               MOVE SPACES              TO PT-CATEGORY-OUT
               MOVE ALL-APPROVED-WS     TO PT-APPROVED-OUT
               MOVE ALL-COMMITTED-WS    TO PT-COMMITTED-OUT
               MOVE ALL-CAPITALIZED-WS  TO PT-CAPITALIZED-OUT
               MOVE ALL-REMAINING-WS    TO PT-REMAINING-OUT
               MOVE SPACES              TO PT-FLAG-OUT
               WRITE PRINT-BUDGET-LINE FROM PROJECT-TOTAL-LINE
                   AFTER 2 LINES
           END-IF
           IF PROJECT-OVERFLOW-SW = 'YES'
               WRITE PRINT-BUDGET-LINE FROM PROJECT-TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       610-PRINT-ONE-PROJECT.
           IF PR-POS-WS = 1
              OR PR-CATEGORY-TBL (PR-POS-WS) NOT = CURRENT-CATEGORY-WS
               IF PR-POS-WS > 1
                   PERFORM 620-PRINT-CATEGORY-TOTAL
               END-IF
               MOVE PR-CATEGORY-TBL (PR-POS-WS) TO CURRENT-CATEGORY-WS
               MOVE ZERO TO CAT-APPROVED-WS
               MOVE ZERO TO CAT-COMMITTED-WS
               MOVE ZERO TO CAT-CAPITALIZED-WS
               MOVE ZERO TO CAT-REMAINING-WS
               MOVE CURRENT-CATEGORY-WS TO CH-CATEGORY-OUT
               IF CURRENT-CATEGORY-WS = SPACES
                   MOVE '(NONE)' TO CH-CATEGORY-OUT
               END-IF
               WRITE PRINT-BUDGET-LINE FROM CATEGORY-HEADER-LINE
                   AFTER 2 LINES
               MOVE SPACES TO PRINT-BUDGET-LINE
               WRITE PRINT-BUDGET-LINE AFTER 1 LINE
           END-IF

           ADD 1 TO PROJECTS-LISTED-WS
           COMPUTE REMAINING-WS = PR-APPROVED-TBL (PR-POS-WS)
                                - PR-COMMITTED-TBL (PR-POS-WS)
           ADD PR-APPROVED-TBL (PR-POS-WS)    TO CAT-APPROVED-WS
                                                 ALL-APPROVED-WS
           ADD PR-COMMITTED-TBL (PR-POS-WS)   TO CAT-COMMITTED-WS
                                                 ALL-COMMITTED-WS
           ADD PR-CAPITALIZED-TBL (PR-POS-WS) TO CAT-CAPITALIZED-WS
                                                 ALL-CAPITALIZED-WS
           ADD REMAINING-WS                   TO CAT-REMAINING-WS
                                                 ALL-REMAINING-WS

           MOVE PR-PROJECT-NO-TBL (PR-POS-WS)   TO PD-PROJECT-OUT
           MOVE PR-DESCRIPTION-TBL (PR-POS-WS)  TO PD-DESCRIPTION-OUT
           MOVE PR-APPROVAL-REF-TBL (PR-POS-WS) TO PD-APPROVAL-REF-OUT
           MOVE PR-REVISION-COUNT-TBL (PR-POS-WS) TO PD-REVISION-OUT
           MOVE PR-STATUS-TBL (PR-POS-WS)       TO PD-STATUS-OUT
           MOVE PR-APPROVED-TBL (PR-POS-WS)     TO PD-APPROVED-OUT
           MOVE PR-COMMITTED-TBL (PR-POS-WS)    TO PD-COMMITTED-OUT
           MOVE PR-CAPITALIZED-TBL (PR-POS-WS)  TO PD-CAPITALIZED-OUT
           MOVE REMAINING-WS                    TO PD-REMAINING-OUT
           EVALUATE TRUE
               WHEN PR-HELD-TBL (PR-POS-WS) > ZERO
                   MOVE 'HELD' TO PD-FLAG-OUT
               WHEN REMAINING-WS < ZERO
                   MOVE 'OVER' TO PD-FLAG-OUT
               WHEN OTHER
                   MOVE SPACES TO PD-FLAG-OUT
           END-EVALUATE
           WRITE PRINT-BUDGET-LINE FROM PROJECT-DETAIL-LINE
               AFTER 1 LINE.

       620-PRINT-CATEGORY-TOTAL.
           MOVE 'CATEGORY TOTAL  '  TO PT-LABEL-OUT
           MOVE CURRENT-CATEGORY-WS TO PT-CATEGORY-OUT
           MOVE CAT-APPROVED-WS     TO PT-APPROVED-OUT
           MOVE CAT-COMMITTED-WS    TO PT-COMMITTED-OUT
           MOVE CAT-CAPITALIZED-WS  TO PT-CAPITALIZED-OUT
           MOVE CAT-REMAINING-WS    TO PT-REMAINING-OUT
           IF CAT-REMAINING-WS < ZERO
               MOVE 'OVER' TO PT-FLAG-OUT
           ELSE
               MOVE SPACES TO PT-FLAG-OUT
           END-IF
           WRITE PRINT-BUDGET-LINE FROM PROJECT-TOTAL-LINE
               AFTER 2 LINES.

      *    PLAN LEFT IS THE PLAN LESS WHAT HAS GONE ON THE BOOKS THIS
      *    YEAR AND WHAT IS RUNNING ON PROJECTS NOT YET CAPITALIZED -
      *    OPEN CIP WILL LAND IN SOMEBODY'S ADDITIONS.
       700-PRINT-CATEGORY-PLAN.
           MOVE PLAN-YEAR-WS TO PLS-YEAR-OUT
           WRITE PRINT-BUDGET-LINE FROM PLAN-SECTION-LINE
               AFTER 3 LINES
           WRITE PRINT-BUDGET-LINE FROM PLAN-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-BUDGET-LINE
           WRITE PRINT-BUDGET-LINE AFTER 1 LINE
           IF CATEGORY-COUNT-WS = ZERO
               WRITE PRINT-BUDGET-LINE FROM NO-PLAN-LINE
                   AFTER 1 LINE
           ELSE
               PERFORM 710-PRINT-ONE-CATEGORY
                   VARYING CG-POS-WS FROM 1 BY 1
                   UNTIL CG-POS-WS > CATEGORY-COUNT-WS
               MOVE 'ALL CATEGORIES'  TO PL-CATEGORY-OUT
               MOVE ALL-PLAN-WS       TO PL-PLAN-OUT
               MOVE ALL-ADDITIONS-WS  TO PL-ADDITIONS-OUT
               MOVE ALL-OPEN-CIP-WS   TO PL-OPEN-CIP-OUT
               MOVE ALL-PLAN-LEFT-WS  TO PL-PLAN-LEFT-OUT
               COMPUTE SPENT-WS = ALL-ADDITIONS-WS + ALL-OPEN-CIP-WS
               MOVE ALL-PLAN-WS TO PLAN-AMOUNT-WS
               PERFORM 720-FIGURE-PCT-USED
               PERFORM 730-SET-PLAN-FLAG
               WRITE PRINT-BUDGET-LINE FROM PLAN-DETAIL-LINE
                   AFTER 2 LINES
           END-IF
           IF CATEGORY-OVERFLOW-SW = 'YES'
               WRITE PRINT-BUDGET-LINE FROM CATEGORY-TABLE-FULL-LINE
                   AFTER 2 LINES
           END-IF.

       710-PRINT-ONE-CATEGORY.
           COMPUTE SPENT-WS = CG-ADDITIONS-TBL (CG-POS-WS)
                            + CG-OPEN-CIP-TBL (CG-POS-WS)
           COMPUTE REMAINING-WS = CG-PLAN-TBL (CG-POS-WS) - SPENT-WS
           ADD CG-PLAN-TBL (CG-POS-WS)      TO ALL-PLAN-WS
           ADD CG-ADDITIONS-TBL (CG-POS-WS) TO ALL-ADDITIONS-WS
           ADD CG-OPEN-CIP-TBL (CG-POS-WS)  TO ALL-OPEN-CIP-WS
           ADD REMAINING-WS                 TO ALL-PLAN-LEFT-WS

           MOVE CG-CATEGORY-TBL (CG-POS-WS)  TO PL-CATEGORY-OUT
           IF CG-CATEGORY-TBL (CG-POS-WS) = SPACES
               MOVE '(NONE)' TO PL-CATEGORY-OUT
           END-IF
           MOVE CG-PLAN-TBL (CG-POS-WS)      TO PL-PLAN-OUT
           MOVE CG-ADDITIONS-TBL (CG-POS-WS) TO PL-ADDITIONS-OUT
           MOVE CG-OPEN-CIP-TBL (CG-POS-WS)  TO PL-OPEN-CIP-OUT
           MOVE REMAINING-WS                 TO PL-PLAN-LEFT-OUT
           MOVE CG-PLAN-TBL (CG-POS-WS)      TO PLAN-AMOUNT-WS
           PERFORM 720-FIGURE-PCT-USED
           PERFORM 730-SET-PLAN-FLAG
           WRITE PRINT-BUDGET-LINE FROM PLAN-DETAIL-LINE
               AFTER 1 LINE.

      *    SPENT-WS AGAINST THE PLAN IN PLAN-AMOUNT-WS. NO PLAN
      *    SHOWS ZERO PERCENT RATHER THAN DIVIDING BY NOTHING.
       720-FIGURE-PCT-USED.
           IF PLAN-AMOUNT-WS > ZERO
               COMPUTE PCT-USED-WS ROUNDED =
                       SPENT-WS * 100 / PLAN-AMOUNT-WS
                   ON SIZE ERROR MOVE 9999.9 TO PCT-USED-WS
               END-COMPUTE
           ELSE
               MOVE ZERO TO PCT-USED-WS
           END-IF
           MOVE PCT-USED-WS TO PL-PCT-USED-OUT.

       730-SET-PLAN-FLAG.
           EVALUATE TRUE
               WHEN PLAN-AMOUNT-WS NOT > ZERO
                AND SPENT-WS > ZERO
                   MOVE 'NOT PLANNED' TO PL-FLAG-OUT
               WHEN SPENT-WS > PLAN-AMOUNT-WS
                   MOVE 'OVER PLAN'   TO PL-FLAG-OUT
               WHEN OTHER
                   MOVE SPACES        TO PL-FLAG-OUT
           END-EVALUATE.

       750-PRINT-HELD-COSTS.
           WRITE PRINT-BUDGET-LINE FROM HELD-SECTION-LINE
               AFTER 3 LINES
           WRITE PRINT-BUDGET-LINE FROM HELD-COLUMN-LINE
               AFTER 2 LINES
           MOVE SPACES TO PRINT-BUDGET-LINE
           WRITE PRINT-BUDGET-LINE AFTER 1 LINE
           OPEN INPUT CIP-HOLD-FILE
           IF CIPHOLD-FILE-STATUS-WS = '00'
               MOVE 'YES' TO HOLD-FOUND-SW
               MOVE LOW-VALUES TO CH-KEY
               START CIP-HOLD-FILE KEY NOT < CH-KEY
                   INVALID KEY MOVE 'YES' TO EOF-HOLD-WS
               END-START
               PERFORM 760-LIST-ONE-HELD-COST
                   UNTIL EOF-HOLD-WS = 'YES'
           END-IF
           IF HELD-LISTED-WS = ZERO
               WRITE PRINT-BUDGET-LINE FROM NO-HELD-LINE
                   AFTER 1 LINE
           ELSE
               MOVE HELD-LISTED-WS TO HT-COUNT-OUT
               MOVE HELD-AMOUNT-WS TO HT-AMOUNT-OUT
               WRITE PRINT-BUDGET-LINE FROM HELD-TOTAL-LINE
                   AFTER 2 LINES
           END-IF.

       760-LIST-ONE-HELD-COST.
           READ CIP-HOLD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HOLD-WS
               NOT AT END
                   IF CH-STATUS-HELD
                       ADD 1         TO HELD-LISTED-WS
                       ADD CH-AMOUNT TO HELD-AMOUNT-WS
                       MOVE CH-PROJECT-NO  TO HD-PROJECT-OUT
                       MOVE CH-POST-DATE   TO HD-POST-DATE-OUT
                       MOVE CH-AMOUNT      TO HD-AMOUNT-OUT
                       MOVE CH-DESCRIPTION TO HD-DESCRIPTION-OUT
                       MOVE CH-HOLD-REASON TO HD-REASON-OUT
                       MOVE CH-HELD-DATE   TO HD-HELD-DATE-OUT
                       MOVE CH-HELD-DATE   TO CONVERT-DATE-WS
                       PERFORM 850-DATE-TO-DAY-NUMBER
                       COMPUTE HD-DAYS-OUT =
                               TODAY-DAY-NUMBER-WS
                             - CONVERT-DAY-NUMBER-WS
                       WRITE PRINT-BUDGET-LINE FROM HELD-DETAIL-LINE
                           AFTER 1 LINE
                   END-IF
           END-READ.

      *    PR-POS-WS ENDS ON THE NEW ROW FOR PROJECT-SEARCH-KEY-WS,
      *    OR ZERO IF THE TABLE HAS NO ROOM LEFT.
       810-LOCATE-PROJECT-ROW.
           MOVE ZERO TO PR-POS-WS
           IF PROJECT-COUNT-WS NOT < 2000
               MOVE 'YES' TO PROJECT-OVERFLOW-SW
           ELSE
               PERFORM 815-CHECK-ONE-PROJECT
                   VARYING PR-SCAN-WS FROM 1 BY 1
                   UNTIL PR-SCAN-WS > PROJECT-COUNT-WS
                      OR PR-POS-WS > ZERO
               IF PR-POS-WS = ZERO
                   COMPUTE PR-POS-WS = PROJECT-COUNT-WS + 1
               END-IF
               PERFORM 820-SHIFT-ONE-PROJECT
                   VARYING PR-SCAN-WS FROM PROJECT-COUNT-WS BY -1
                   UNTIL PR-SCAN-WS < PR-POS-WS
               ADD 1 TO PROJECT-COUNT-WS
               INITIALIZE PROJECT-ENTRY-WS (PR-POS-WS)
               MOVE PROJECT-SEARCH-KEY-WS TO PR-KEY-TBL (PR-POS-WS)
           END-IF.

       815-CHECK-ONE-PROJECT.
           IF PR-KEY-TBL (PR-SCAN-WS) > PROJECT-SEARCH-KEY-WS
               MOVE PR-SCAN-WS TO PR-POS-WS
           END-IF.

       820-SHIFT-ONE-PROJECT.
           MOVE PROJECT-ENTRY-WS (PR-SCAN-WS) TO
                PROJECT-ENTRY-WS (PR-SCAN-WS + 1).

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

      *    CG-POS-WS ENDS ON THE ROW FOR CATEGORY-SEARCH-KEY-WS -
      *    FOUND, OR ADDED IN ITS PLACE - OR ZERO IF IT IS NEW AND
      *    THE TABLE HAS NO ROOM LEFT.
       860-LOCATE-CATEGORY-ROW.
           MOVE ZERO TO CG-POS-WS
           MOVE 'NO' TO CATEGORY-FOUND-SW
           PERFORM 865-CHECK-ONE-CATEGORY
               VARYING CG-SCAN-WS FROM 1 BY 1
               UNTIL CG-SCAN-WS > CATEGORY-COUNT-WS
                  OR CG-POS-WS > ZERO
           IF CG-POS-WS > ZERO
               IF CG-CATEGORY-TBL (CG-POS-WS) = CATEGORY-SEARCH-KEY-WS
                   MOVE 'YES' TO CATEGORY-FOUND-SW
               END-IF
           END-IF
           IF CATEGORY-FOUND-SW = 'NO'
               IF CATEGORY-COUNT-WS NOT < 200
                   MOVE 'YES' TO CATEGORY-OVERFLOW-SW
                   MOVE ZERO  TO CG-POS-WS
               ELSE
                   IF CG-POS-WS = ZERO
                       COMPUTE CG-POS-WS = CATEGORY-COUNT-WS + 1
                   END-IF
                   PERFORM 870-SHIFT-ONE-CATEGORY
                       VARYING CG-SCAN-WS FROM CATEGORY-COUNT-WS BY -1
                       UNTIL CG-SCAN-WS < CG-POS-WS
                   ADD 1 TO CATEGORY-COUNT-WS
                   INITIALIZE CATEGORY-ENTRY-WS (CG-POS-WS)
                   MOVE CATEGORY-SEARCH-KEY-WS TO
                        CG-CATEGORY-TBL (CG-POS-WS)
               END-IF
           END-IF.

       865-CHECK-ONE-CATEGORY.
           IF CG-CATEGORY-TBL (CG-SCAN-WS) NOT < CATEGORY-SEARCH-KEY-WS
               MOVE CG-SCAN-WS TO CG-POS-WS
           END-IF.

       870-SHIFT-ONE-CATEGORY.
           MOVE CATEGORY-ENTRY-WS (CG-SCAN-WS) TO
                CATEGORY-ENTRY-WS (CG-SCAN-WS + 1).

       900-CLOSE.
           MOVE RECORDS-READ-WS    TO CB-READ-OUT
           MOVE PROJECTS-LISTED-WS TO CB-LISTED-OUT
           MOVE CATEGORY-COUNT-WS  TO CB-CATEGORIES-OUT
           MOVE HELD-LISTED-WS     TO CB-HELD-OUT
           WRITE PRINT-BUDGET-LINE FROM BUDGET-SUMMARY-LINE
               AFTER 2 LINES

           IF CIP-FOUND-SW = 'YES'
               CLOSE CIP-MASTER-FILE
           END-IF
           IF HOLD-FOUND-SW = 'YES'
               CLOSE CIP-HOLD-FILE
           END-IF
           CLOSE ASSET-INPUT-FILE BUDGET-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE RECORDS-READ-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
