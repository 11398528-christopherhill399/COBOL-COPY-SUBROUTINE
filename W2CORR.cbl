       IDENTIFICATION DIVISION.
       PROGRAM-ID.   W2CORR.
       AUTHOR.    CHRISTOPHER HILL.

      *    W-2C CORRECTIONS AGAINST A CLOSED YEAR. ONCE YTDCLOSE HAS
      *    ROLLED A YEAR INTO YTDARCH.DAT THE LIVE YTD MASTER NO
      *    LONGER HOLDS IT, AND A W-2 THAT WENT OUT WRONG USED TO
      *    MEAN A HAND-TYPED W-2C AND A HAND-FIGURED 941-X. THIS RUN
      *    POSTS THE CORRECTION CARDS ON W2CORR.DAT - EACH ONE AN
      *    SSN, TAX YEAR, QUARTER, FIELD, AND THE CORRECTED AMOUNT
      *    FOR THAT QUARTER - STRAIGHT INTO THE ARCHIVED YEAR'S
      *    RECORD, NEVER THE LIVE YTD.DAT, AND PRINTS:
      *        - THE W-2C LISTING, PREVIOUSLY REPORTED BESIDE
      *          CORRECTED FOR EVERY BOX THAT CHANGED,
      *        - THE W-3C TOTALS FOR EACH TAX YEAR TOUCHED,
      *        - THE QUARTER-BY-QUARTER DIFFERENCES THE 941-X
      *          NEEDS.
      *    THE ARCHIVED RECORD CARRIES ITS OWN CORRECTION HISTORY -
      *    HOW MANY CORRECTIONS, THE LAST ONE'S DATE, AND THE W-2
      *    BOXES AS FIRST FILED - AND EVERY CHANGE IS LOGGED WITH
      *    ITS DATE, OLD AND NEW FIGURE, AND REASON ON W2CHIST.DAT
      *    FOR THE AUDITOR.
      *    A CARD STATES THE CORRECTED FIGURE, NOT A DELTA, SO A
      *    RERUN OF THE SAME CARDS CHANGES NOTHING THE SECOND TIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CORRECTION-FILE ASSIGN TO 'W2CORR.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CORRECTION-FILE-STATUS-WS.

            SELECT YTD-ARCHIVE-FILE ASSIGN TO 'YTDARCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCH-FILE-STATUS-WS.

      *    THE ARCHIVE PASSES THROUGH HERE AND THEN GOES BACK OVER
      *    YTDARCH.DAT, SO A FAILURE MID-COPY LEAVES THE WORK FILE
      *    TO RECOVER FROM INSTEAD OF HALF AN ARCHIVE - THE SAME
      *    WAY RETNPURG REWRITES PAY HISTORY.
            SELECT WORK-ARCHIVE-FILE ASSIGN TO 'W2CWORK.TMP'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORK-FILE-STATUS-WS.

            SELECT CORRECTION-HISTORY-FILE ASSIGN TO 'W2CHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HISTORY-FILE-STATUS-WS.

      *    THE EMPLOYEE'S NAME FOR THE LISTING. SOMEONE CORRECTED
      *    A YEAR LATER MAY WELL HAVE LEFT AND BEEN DELETED FROM
      *    THE MASTER; THE CORRECTION POSTS ALL THE SAME.
            SELECT USER-INPUT-FILE ASSIGN TO 'PAYROLL.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SSN-IN
            FILE STATUS IS PAYROLL-FILE-STATUS-WS.

      *    THE SAME RATE FILE W2EXTR READS - EACH TAX YEAR'S OWN
      *    WAGE BASE CAPS ITS BOX 3.
            SELECT FICA-RATE-FILE ASSIGN TO 'FICARATE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FICA-FILE-STATUS-WS.

            SELECT W2C-REPORT-FILE ASSIGN TO 'W2CORR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CORRECTION CARD. FIELD CODES:
      *        GW GROSS PAY              IW BOX 1 INCOME WAGES
      *        FW BOX 2 FEDERAL WITHHELD MW BOX 3/5 FICA WAGES
      *        SS BOX 4 SOC SEC TAX      MT BOX 6 MEDICARE TAX
      *        ST BOX 17 STATE TAX       LT BOX 19 LOCAL TAX
      *    THE AMOUNT IS WHAT THE QUARTER SHOULD HAVE SAID; THE
      *    ANNUAL FIGURE MOVES BY THE SAME DIFFERENCE.
       FD  CORRECTION-FILE RECORDING MODE IS F.
       01  CORRECTION-CARD.
           05  CC-SSN-IN           PIC 9(9).
           05  FILLER              PIC X.
           05  CC-TAX-YEAR-IN      PIC 9(4).
           05  FILLER              PIC X.
           05  CC-QUARTER-IN       PIC 9.
           05  FILLER              PIC X.
           05  CC-FIELD-IN         PIC XX.
           05  FILLER              PIC X.
           05  CC-AMOUNT-IN        PIC 9(7)V99.
           05  FILLER              PIC X.
           05  CC-REASON-IN        PIC X(30).

      *    YTDCLOSE'S ARCHIVE RECORD - YEAR STAMP AND THE FULL YTD
      *    IMAGE (THE SAME FIELDS AS YTD-RECORD IN PROB3) - WITH
      *    THE CORRECTION AREA BEHIND IT. AN ARCHIVED YEAR THAT
      *    HAS NEVER BEEN CORRECTED ENDS AT THE IMAGE, SO THE AREA
      *    READS BACK AS SPACES.
       FD  YTD-ARCHIVE-FILE RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  AR-YEAR             PIC 9(4).
           05  FILLER              PIC X.
           05  AR-YTD-IMAGE.
               10  AR-SSN              PIC 9(9).
               10  AR-GROSS            PIC 9(9)V99.
               10  AR-FICA             PIC 9(7)V99.
               10  AR-FEDERAL          PIC 9(7)V99.
               10  AR-MEDICARE         PIC 9(7)V99.
               10  AR-STATE            PIC 9(7)V99.
               10  AR-QUARTER-TOTALS OCCURS 4 TIMES.
                   15  AR-QTR-WAGES      PIC 9(7)V99.
                   15  AR-QTR-FEDERAL    PIC 9(7)V99.
                   15  AR-QTR-FICA       PIC 9(7)V99.
                   15  AR-QTR-MEDICARE   PIC 9(7)V99.
                   15  AR-QTR-EMPL-FICA  PIC 9(7)V99.
                   15  AR-QTR-EMPL-MEDI  PIC 9(7)V99.
                   15  AR-QTR-STATE      PIC 9(7)V99.
                   15  AR-QTR-FUTA       PIC 9(7)V99.
                   15  AR-QTR-SUTA       PIC 9(7)V99.
               10  AR-OTHER-DED        PIC 9(7)V99.
               10  AR-LOCAL            PIC 9(7)V99.
               10  AR-QTR-LOCAL        PIC 9(7)V99 OCCURS 4 TIMES.
               10  AR-INCOME-WAGES     PIC 9(9)V99.
               10  AR-FICA-WAGES       PIC 9(9)V99.
               10  AR-QTR-TAXABLE OCCURS 4 TIMES.
                   15  AR-QTR-INCOME-WAGES PIC 9(7)V99.
                   15  AR-QTR-FICA-WAGES   PIC 9(7)V99.
               10  AR-BOX12-ENTRY OCCURS 4 TIMES.
                   15  AR-BOX12-CODE       PIC XX.
                   15  AR-BOX12-AMOUNT     PIC 9(7)V99.
               10  FILLER              PIC X(28).
           05  AR-CORRECTION-AREA.
               10  AR-CORRECTION-COUNT PIC 9(3).
               10  AR-LAST-CORRECTED   PIC 9(8).
               10  AR-ORIGINAL-BOXES.
                   15  AR-ORIGINAL-BOX PIC 9(9)V99 OCCURS 8 TIMES.
      *    THE YEAR'S STATE WAGES AND TAX FOR UP TO TWO STATES.
      *    CARRIED THROUGH UNCHANGED - AN ST CARD CORRECTS THE
      *    ALL-STATE TOTAL ONLY.
           05  AR-STATE-AREA.
               10  AR-STATE-ENTRY OCCURS 2 TIMES.
                   15  AR-ST-CODE      PIC XX.
                   15  AR-ST-WAGES     PIC 9(9)V99.
                   15  AR-ST-TAX       PIC 9(7)V99.

       FD  WORK-ARCHIVE-FILE RECORDING MODE IS F.
       01  WORK-ARCHIVE-LINE       PIC X(748).

      *    ONE LINE PER POSTED CHANGE, APPENDED RUN AFTER RUN.
       FD  CORRECTION-HISTORY-FILE RECORDING MODE IS F.
       01  CORRECTION-HISTORY-RECORD.
           05  CH-TAX-YEAR         PIC 9(4).
           05  FILLER              PIC X.
           05  CH-SSN              PIC 9(9).
           05  FILLER              PIC X.
           05  CH-POSTED-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  CH-QUARTER          PIC 9.
           05  FILLER              PIC X.
           05  CH-FIELD            PIC XX.
           05  FILLER              PIC X.
           05  CH-PREVIOUS         PIC 9(7)V99.
           05  FILLER              PIC X.
           05  CH-CORRECTED        PIC 9(7)V99.
           05  FILLER              PIC X.
           05  CH-REASON           PIC X(30).

       FD  USER-INPUT-FILE RECORDING MODE IS F.
       01  USER-INPUT-RECORD.
           05  SSN-IN              PIC 9(9).
           05  FILLER              PIC X(6).
           05  NAME-IN             PIC X(20).
           05  FILLER              PIC X(197).

       FD  FICA-RATE-FILE RECORDING MODE IS F.
       01  FICA-RATE-RECORD.
           05  FR-YEAR-IN           PIC 9(4).
           05  FR-WAGE-BASE-IN      PIC 9(6).
           05  FR-RATE-IN           PIC 9V9999.

       FD  W2C-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-W2C-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-CORRECTION-WS       PICTURE X(3)  VALUE 'NO'.
           05  EOF-ARCHIVE-WS          PICTURE X(3)  VALUE 'NO'.
           05  EOF-WORK-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-FICA-RATE-WS        PICTURE X(3)  VALUE 'NO'.
           05  ARCHIVE-FOUND-SW        PICTURE X(3)  VALUE 'NO'.
           05  PAYROLL-OPEN-SW         PICTURE X(3)  VALUE 'NO'.
           05  RECORD-CORRECTED-SW     PICTURE X(3)  VALUE 'NO'.
           05  RECORD-POSTED-SW        PICTURE X(3)  VALUE 'NO'.
           05  CARDS-READ-WS           PICTURE 9(5)  VALUE ZERO.
           05  CARDS-REJECTED-WS       PICTURE 9(5)  VALUE ZERO.
           05  CORRECTIONS-POSTED-WS   PICTURE 9(5)  VALUE ZERO.
           05  CORRECTIONS-UNPOSTED-WS PICTURE 9(5)  VALUE ZERO.
           05  W2C-FORMS-WS            PICTURE 9(5)  VALUE ZERO.
           05  POSTED-DATE-WS          PICTURE 9(8)  VALUE ZERO.

       01  FILE-STATUS-FIELDS-WS.
           05  CORRECTION-FILE-STATUS-WS PICTURE XX  VALUE SPACES.
           05  ARCH-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  WORK-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  HISTORY-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  PAYROLL-FILE-STATUS-WS  PICTURE XX    VALUE SPACES.
           05  FICA-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.

      *    THE CORRECTION CARDS, HELD FOR THE ONE PASS OF THE
      *    ARCHIVE. STATUS: SPACE WAITING, 'P' POSTED, 'N' THE
      *    ANNUAL FIGURE WOULD GO BELOW ZERO, 'S' THE ARCHIVE
      *    ALREADY SAYS THE CORRECTED AMOUNT.
       01  CORRECTION-CONTROL-WS.
           05  CORRECTION-COUNT-WS     PIC 9(3) VALUE ZERO.
           05  CORRECTION-LIMIT-WS     PIC 9(3) VALUE 500.
           05  CORR-IDX-WS             PIC 9(3) VALUE ZERO.
           05  CARD-VALID-SW           PIC X(3) VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(40) VALUE SPACES.

      *    A GOOD CARD REBUILT FROM THE TABLE FOR THE NOT-POSTED
      *    LIST, IN THE SAME COLUMNS IT WAS PUNCHED IN.
       01  UNPOSTED-CARD-WS.
           05  UC-SSN              PIC 9(9).
           05  FILLER              PIC X     VALUE SPACE.
           05  UC-TAX-YEAR         PIC 9(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  UC-QUARTER          PIC 9.
           05  FILLER              PIC X     VALUE SPACE.
           05  UC-FIELD            PIC XX.
           05  FILLER              PIC X     VALUE SPACE.
           05  UC-AMOUNT           PIC 9(7)V99.
           05  FILLER              PIC X     VALUE SPACE.
           05  UC-REASON           PIC X(30).

       01  CORRECTION-TABLE-WS.
           05  CORRECTION-ENTRY-WS OCCURS 500 TIMES.
               10  CT-SSN-TBL          PIC 9(9).
               10  CT-TAX-YEAR-TBL     PIC 9(4).
               10  CT-QUARTER-TBL      PIC 9.
               10  CT-FIELD-TBL        PIC XX.
               10  CT-FIELD-SLOT-TBL   PIC 9(2).
               10  CT-AMOUNT-TBL       PIC 9(7)V99.
               10  CT-REASON-TBL       PIC X(30).
               10  CT-STATUS-TBL       PIC X.

      *    THE FIELD CODES A CARD MAY CARRY, AND THE 941-X COLUMN
      *    EACH ONE'S DIFFERENCE LANDS IN (ZERO - NOT A 941 LINE).
       01  FIELD-CODE-SETUP.
           05  FILLER PIC X(3) VALUE 'GW0'.
           05  FILLER PIC X(3) VALUE 'IW1'.
           05  FILLER PIC X(3) VALUE 'FW2'.
           05  FILLER PIC X(3) VALUE 'MW4'.
           05  FILLER PIC X(3) VALUE 'SS5'.
           05  FILLER PIC X(3) VALUE 'MT6'.
           05  FILLER PIC X(3) VALUE 'ST0'.
           05  FILLER PIC X(3) VALUE 'LT0'.
       01  FIELD-CODE-TABLE-WS REDEFINES FIELD-CODE-SETUP.
           05  FIELD-CODE-ENTRY-WS OCCURS 8 TIMES.
               10  FIELD-CODE-TBL      PIC XX.
               10  FIELD-941X-COL-TBL  PIC 9.

       01  FIELD-CONTROL-WS.
           05  FIELD-IDX-WS            PIC 9(2) VALUE ZERO.
           05  FIELD-SLOT-WS           PIC 9(2) VALUE ZERO.
           05  COL-IDX-WS              PIC 9    VALUE ZERO.
           05  QTR-IDX-WS              PIC 9    VALUE ZERO.
           05  BOX-IDX-WS              PIC 9(2) VALUE ZERO.

      *    ONE CORRECTION'S ARITHMETIC. THE QUARTER AND ANNUAL
      *    FIGURES COME OUT OF THE ARCHIVE, THE DIFFERENCE IS WHAT
      *    THE CARD ADDS TO BOTH.
       01  POSTING-WORK-WS.
           05  QTR-AMOUNT-WS           PIC 9(9)V99   VALUE ZERO.
           05  ANNUAL-AMOUNT-WS        PIC 9(9)V99   VALUE ZERO.
           05  DIFFERENCE-WS           PIC S9(9)V99  VALUE ZERO.
           05  NEW-ANNUAL-WS           PIC S9(10)V99 VALUE ZERO.
           05  SS-BEFORE-WS            PIC 9(9)V99   VALUE ZERO.
           05  SS-AFTER-WS             PIC 9(9)V99   VALUE ZERO.
           05  SS-WAGE-DIFF-WS         PIC S9(9)V99  VALUE ZERO.

      *    THE EIGHT W-2 BOXES A CORRECTION CAN MOVE, FIGURED FROM
      *    THE ARCHIVE BEFORE THE FIRST CARD AND AFTER THE LAST.
       01  BOX-WORK-WS.
           05  BOX-WORK-AMOUNT-WS      PIC 9(9)V99 OCCURS 8 TIMES.
       01  PREVIOUS-BOXES-WS.
           05  PREVIOUS-BOX-WS         PIC 9(9)V99 OCCURS 8 TIMES.
       01  CORRECTED-BOXES-WS.
           05  CORRECTED-BOX-WS        PIC 9(9)V99 OCCURS 8 TIMES.
       01  BOX-DIFFERENCE-WS           PIC S9(10)V99 VALUE ZERO.

       01  BOX-NAME-SETUP.
           05  FILLER PIC X(24) VALUE 'BOX 1  WAGES, TIPS'.
           05  FILLER PIC X(24) VALUE 'BOX 2  FEDERAL WITHHELD'.
           05  FILLER PIC X(24) VALUE 'BOX 3  SOC SEC WAGES'.
           05  FILLER PIC X(24) VALUE 'BOX 4  SOC SEC TAX'.
           05  FILLER PIC X(24) VALUE 'BOX 5  MEDICARE WAGES'.
           05  FILLER PIC X(24) VALUE 'BOX 6  MEDICARE TAX'.
           05  FILLER PIC X(24) VALUE 'BOX 17 STATE TAX'.
           05  FILLER PIC X(24) VALUE 'BOX 19 LOCAL TAX'.
       01  BOX-NAME-TABLE-WS REDEFINES BOX-NAME-SETUP.
           05  BOX-NAME-TBL            PIC X(24) OCCURS 8 TIMES.

      *    EACH TAX YEAR'S SOCIAL SECURITY WAGE BASE. A YEAR NOT ON
      *    FICARATE.DAT TAKES THE SAME LAST-KNOWN-GOOD FIGURE
      *    W2EXTR AND FICATEST FALL BACK TO.
       01  WAGE-BASE-CONTROL-WS.
           05  WAGE-BASE-COUNT-WS      PIC 9(2) VALUE ZERO.
           05  WAGE-BASE-IDX-WS        PIC 9(2) VALUE ZERO.
           05  DEFAULT-WAGE-BASE-WS    PIC 9(6) VALUE 132900.
           05  SS-WAGE-BASE-WS         PIC 9(6) VALUE ZERO.
       01  WAGE-BASE-TABLE-WS.
           05  WAGE-BASE-ENTRY-WS OCCURS 40 TIMES.
               10  WB-YEAR-TBL         PIC 9(4).
               10  WB-BASE-TBL         PIC 9(6).

      *    ONE SLOT PER TAX YEAR THE CARDS TOUCH: THE W-3C TOTALS
      *    AND THE 941-X DIFFERENCES BY QUARTER. 941-X COLUMNS:
      *    1 INCOME WAGES, 2 FEDERAL WITHHELD, 3 SOCIAL SECURITY
      *    WAGES, 4 MEDICARE WAGES, 5 SOC SEC TAX, 6 MEDICARE TAX.
       01  YEAR-CONTROL-WS.
           05  YEAR-COUNT-WS           PIC 9(2) VALUE ZERO.
           05  YEAR-LIMIT-WS           PIC 9(2) VALUE 10.
           05  YEAR-IDX-WS             PIC 9(2) VALUE ZERO.
           05  YEAR-SLOT-WS            PIC 9(2) VALUE ZERO.
           05  TAX-YEAR-KEY-WS         PIC 9(4) VALUE ZERO.
       01  YEAR-TOTALS-WS.
           05  YEAR-ENTRY-WS OCCURS 10 TIMES.
               10  YT-TAX-YEAR         PIC 9(4).
               10  YT-FORMS            PIC 9(5).
               10  YT-PREVIOUS-BOX     PIC 9(10)V99 OCCURS 8 TIMES.
               10  YT-CORRECTED-BOX    PIC 9(10)V99 OCCURS 8 TIMES.
               10  YT-QUARTER OCCURS 4 TIMES.
                   15  YT-941X-DIFF    PIC S9(9)V99 OCCURS 6 TIMES.

       01  RUNLOG-REQUEST-WS.
           05  PROGRAM-NAME-OUT-WS      PICTURE X(8)  VALUE 'W2CORR'.
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
           'W-2C CORRECTIONS TO ARCHIVED YEARS'.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       01  SECTION-TITLE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ST-TITLE-OUT        PICTURE X(60).
           05  FILLER              PICTURE X(71)   VALUE SPACES.

      *    A CARD THAT DID NOT POST, SHOWN AS IT WAS PUNCHED.
       01  REJECT-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RJ-CARD-OUT         PICTURE X(60).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RJ-REASON-OUT       PICTURE X(40).
           05  FILLER              PICTURE X(29)   VALUE SPACES.

       01  W2C-EMPLOYEE-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'W-2C  TAX YEAR '.
           05  WE-TAX-YEAR-OUT     PICTURE 9(4).
           05                      PICTURE X(7)    VALUE '  SSN '.
           05  WE-SSN-OUT          PICTURE 999B99B9999.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  WE-NAME-OUT         PICTURE X(24).
           05                      PICTURE X(22)   VALUE
                 '  CORRECTIONS ON FILE '.
           05  WE-COUNT-OUT        PICTURE ZZ9.
           05  FILLER              PICTURE X(43)   VALUE SPACES.

       01  BOX-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  FILLER              PICTURE X(26)   VALUE SPACES.
           05                      PICTURE X(16)   VALUE
                 '      PREVIOUSLY'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(16)   VALUE
                 '       CORRECTED'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(16)   VALUE
                 '      DIFFERENCE'.
           05  FILLER              PICTURE X(53)   VALUE SPACES.

       01  BOX-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  BX-NAME-OUT         PICTURE X(24).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  BX-PREVIOUS-OUT     PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  BX-CORRECTED-OUT    PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  BX-DIFFERENCE-OUT   PICTURE $$$,$$$,$$9.99CR.
           05  FILLER              PICTURE X(53)   VALUE SPACES.

       01  W3C-YEAR-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                 'W-3C  TAX YEAR '.
           05  W3-TAX-YEAR-OUT     PICTURE 9(4).
           05                      PICTURE X(14)   VALUE
                 '  W-2C FORMS: '.
           05  W3-FORMS-OUT        PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(92)   VALUE SPACES.

       01  X941-YEAR-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(26)   VALUE
                 '941-X DIFFERENCES  YEAR '.
           05  XY-TAX-YEAR-OUT     PICTURE 9(4).
           05  FILLER              PICTURE X(101)  VALUE SPACES.

       01  X941-HEADER-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(9)    VALUE 'QUARTER'.
           05                      PICTURE X(16)   VALUE
                 '    INCOME WAGES'.
           05                      PICTURE X(16)   VALUE
                 '     FEDERAL W/H'.
           05                      PICTURE X(16)   VALUE
                 '    SOC SEC WAGE'.
           05                      PICTURE X(16)   VALUE
                 '   MEDICARE WAGE'.
           05                      PICTURE X(16)   VALUE
                 '     SOC SEC TAX'.
           05                      PICTURE X(16)   VALUE
                 '    MEDICARE TAX'.
           05  FILLER              PICTURE X(26)   VALUE SPACES.

       01  X941-DETAIL-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(2)    VALUE ' Q'.
           05  XD-QUARTER-OUT      PICTURE 9.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  XD-COLUMN-OUT       PICTURE $$$,$$$,$$9.99CR
                                   OCCURS 6 TIMES.
           05  FILLER              PICTURE X(26)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(12)   VALUE
                 'CARDS READ: '.
           05  SM-READ-OUT         PICTURE ZZ,ZZ9.
           05                      PICTURE X(12)   VALUE
                 '   POSTED: '.
           05  SM-POSTED-OUT       PICTURE ZZ,ZZ9.
           05                      PICTURE X(16)   VALUE
                 '   NOT POSTED: '.
           05  SM-UNPOSTED-OUT     PICTURE ZZ,ZZ9.
           05                      PICTURE X(16)   VALUE
                 '   W-2C FORMS: '.
           05  SM-FORMS-OUT        PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(51)   VALUE SPACES.

       LINKAGE SECTION.
      *    CONDITION CODE FOR A CALLER THAT WANTS ONE: 0 = GOOD,
      *    4 = A CARD DID NOT POST, 8 = THERE IS NO YTDARCH.DAT TO
      *    CORRECT. IT IS OPTIONAL - CORRECTIONS ARE RUN ON DEMAND,
      *    NOT AS A STEP OF THE NIGHTLY WINDOW, SO TODAY EVERY RUN
      *    IS STANDALONE, PASSES NOTHING, AND THE NULL TEST LEAVES
      *    IT ALONE.
       01  STEP-CONDITION-CODE-LS      PICTURE 99.

       PROCEDURE DIVISION USING STEP-CONDITION-CODE-LS.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    210-LOAD-CORRECTIONS
           IF CORRECTION-COUNT-WS > ZERO
               PERFORM 300-POST-CORRECTIONS
           END-IF
           PERFORM    500-REPORT-UNPOSTED
           PERFORM    600-REPORT-W3C-TOTALS
           PERFORM    700-REPORT-941X-DIFFERENCES
           PERFORM    900-CLOSE
           PERFORM    990-SET-STEP-CONDITION
           GOBACK.

       990-SET-STEP-CONDITION.
           IF ADDRESS OF STEP-CONDITION-CODE-LS = NULL
               CONTINUE
           ELSE
               IF CORRECTION-COUNT-WS > ZERO
                  AND ARCHIVE-FOUND-SW NOT = 'YES'
                   MOVE 8 TO STEP-CONDITION-CODE-LS
               ELSE
                   IF CARDS-REJECTED-WS > ZERO
                      OR CORRECTIONS-UNPOSTED-WS > ZERO
                       MOVE 4 TO STEP-CONDITION-CODE-LS
                   ELSE
                       MOVE ZERO TO STEP-CONDITION-CODE-LS
                   END-IF
               END-IF
           END-IF.

       200-OPEN.
           MOVE 'OPEN '   TO RUN-PHASE-OUT-WS
           MOVE ZERO      TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS

           OPEN OUTPUT W2C-REPORT-FILE
           CALL "HOLDDATE" USING HOLD-DATE-WS, RUN-DATE-OUT-WS
           MOVE HOLD-DATE-WS (1:8) TO POSTED-DATE-WS
           MOVE RUN-DATE-OUT-WS TO HDR-DATE-OUT
           WRITE PRINT-W2C-LINE FROM REPORT-HEADER-LINE-SETUP
               AFTER 1 LINE

           OPEN INPUT USER-INPUT-FILE
           IF PAYROLL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO PAYROLL-OPEN-SW
           END-IF

           PERFORM 220-LOAD-WAGE-BASES.

      *    EVERY CARD IS CHECKED BEFORE ANYTHING POSTS; A BAD ONE
      *    IS PRINTED AND LEFT OUT, THE REST STILL GO. NO
      *    W2CORR.DAT (STATUS 35) IS A RUN WITH NOTHING TO DO.
       210-LOAD-CORRECTIONS.
           MOVE 'REJECTED CORRECTION CARDS' TO ST-TITLE-OUT
           WRITE PRINT-W2C-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-FILE-STATUS-WS = '00'
               PERFORM 212-READ-ONE-CARD
               PERFORM 214-LOAD-ONE-CARD
                   UNTIL EOF-CORRECTION-WS = 'YES'
               CLOSE CORRECTION-FILE
           ELSE
               MOVE 'NO W2CORR.DAT - NO CORRECTIONS TO POST'
                    TO ST-TITLE-OUT
               WRITE PRINT-W2C-LINE FROM SECTION-TITLE-LINE
                   AFTER 1 LINE
           END-IF.

       212-READ-ONE-CARD.
           READ CORRECTION-FILE
               AT END MOVE 'YES' TO EOF-CORRECTION-WS
           END-READ.

       214-LOAD-ONE-CARD.
           IF CORRECTION-CARD NOT = SPACES
               ADD 1 TO CARDS-READ-WS
               PERFORM 216-EDIT-ONE-CARD
               IF CARD-VALID-SW = 'YES'
                   ADD 1 TO CORRECTION-COUNT-WS
                   MOVE CC-SSN-IN      TO
                        CT-SSN-TBL      (CORRECTION-COUNT-WS)
                   MOVE CC-TAX-YEAR-IN TO
                        CT-TAX-YEAR-TBL (CORRECTION-COUNT-WS)
                   MOVE CC-QUARTER-IN  TO
                        CT-QUARTER-TBL  (CORRECTION-COUNT-WS)
                   MOVE CC-FIELD-IN    TO
                        CT-FIELD-TBL    (CORRECTION-COUNT-WS)
                   MOVE FIELD-SLOT-WS  TO
                        CT-FIELD-SLOT-TBL (CORRECTION-COUNT-WS)
                   MOVE CC-AMOUNT-IN   TO
                        CT-AMOUNT-TBL   (CORRECTION-COUNT-WS)
                   MOVE CC-REASON-IN   TO
                        CT-REASON-TBL   (CORRECTION-COUNT-WS)
                   MOVE SPACE          TO
                        CT-STATUS-TBL   (CORRECTION-COUNT-WS)
               ELSE
                   ADD 1 TO CARDS-REJECTED-WS
                   MOVE CORRECTION-CARD  TO RJ-CARD-OUT
                   MOVE REJECT-REASON-WS TO RJ-REASON-OUT
                   WRITE PRINT-W2C-LINE FROM REJECT-LINE
                       AFTER 1 LINE
               END-IF
           END-IF
           PERFORM 212-READ-ONE-CARD.

       216-EDIT-ONE-CARD.
           MOVE 'NO' TO CARD-VALID-SW
           MOVE ZERO TO FIELD-SLOT-WS
           PERFORM 218-MATCH-FIELD-CODE
               VARYING FIELD-IDX-WS FROM 1 BY 1
               UNTIL FIELD-IDX-WS > 8
                  OR FIELD-SLOT-WS > ZERO
           EVALUATE TRUE
               WHEN CC-SSN-IN NOT NUMERIC
                   MOVE 'SSN NOT NUMERIC' TO REJECT-REASON-WS
               WHEN CC-TAX-YEAR-IN NOT NUMERIC
                   MOVE 'TAX YEAR NOT NUMERIC' TO REJECT-REASON-WS
               WHEN CC-TAX-YEAR-IN NOT < YEAR-WS
                   MOVE 'TAX YEAR NOT CLOSED - USE THE LIVE YTD'
                        TO REJECT-REASON-WS
               WHEN CC-QUARTER-IN NOT NUMERIC
                 OR CC-QUARTER-IN < 1
                 OR CC-QUARTER-IN > 4
                   MOVE 'QUARTER NOT 1-4' TO REJECT-REASON-WS
               WHEN FIELD-SLOT-WS = ZERO
                   MOVE 'UNKNOWN FIELD CODE' TO REJECT-REASON-WS
               WHEN CC-AMOUNT-IN NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO REJECT-REASON-WS
               WHEN CORRECTION-COUNT-WS NOT < CORRECTION-LIMIT-WS
                   MOVE 'TOO MANY CARDS FOR ONE RUN'
                        TO REJECT-REASON-WS
               WHEN OTHER
                   MOVE CC-TAX-YEAR-IN TO TAX-YEAR-KEY-WS
                   PERFORM 219-FIND-YEAR-SLOT
                   IF YEAR-SLOT-WS = ZERO
                       MOVE 'TOO MANY TAX YEARS FOR ONE RUN'
                            TO REJECT-REASON-WS
                   ELSE
                       MOVE 'YES' TO CARD-VALID-SW
                   END-IF
           END-EVALUATE.

       218-MATCH-FIELD-CODE.
           IF FIELD-CODE-TBL (FIELD-IDX-WS) = CC-FIELD-IN
               MOVE FIELD-IDX-WS TO FIELD-SLOT-WS
           END-IF.

      *    EACH TAX YEAR GETS ITS TOTALS SLOT THE FIRST TIME A
      *    GOOD CARD NAMES IT.
       219-FIND-YEAR-SLOT.
           MOVE ZERO TO YEAR-SLOT-WS
           PERFORM 230-MATCH-ONE-YEAR
               VARYING YEAR-IDX-WS FROM 1 BY 1
               UNTIL YEAR-IDX-WS > YEAR-COUNT-WS
                  OR YEAR-SLOT-WS > ZERO
           IF YEAR-SLOT-WS = ZERO
              AND YEAR-COUNT-WS < YEAR-LIMIT-WS
               ADD 1 TO YEAR-COUNT-WS
               MOVE YEAR-COUNT-WS TO YEAR-SLOT-WS
               INITIALIZE YEAR-ENTRY-WS (YEAR-SLOT-WS)
               MOVE TAX-YEAR-KEY-WS TO YT-TAX-YEAR (YEAR-SLOT-WS)
           END-IF.

       220-LOAD-WAGE-BASES.
           OPEN INPUT FICA-RATE-FILE
           IF FICA-FILE-STATUS-WS = '00'
               PERFORM 225-READ-ONE-FICA-RATE
               PERFORM 227-LOAD-ONE-FICA-RATE
                   UNTIL EOF-FICA-RATE-WS = 'YES'
               CLOSE FICA-RATE-FILE
           END-IF.

       225-READ-ONE-FICA-RATE.
           READ FICA-RATE-FILE
               AT END MOVE 'YES' TO EOF-FICA-RATE-WS
           END-READ.

       227-LOAD-ONE-FICA-RATE.
           IF FR-YEAR-IN IS NUMERIC
              AND FR-WAGE-BASE-IN IS NUMERIC
              AND WAGE-BASE-COUNT-WS < 40
               ADD 1 TO WAGE-BASE-COUNT-WS
               MOVE FR-YEAR-IN      TO WB-YEAR-TBL (WAGE-BASE-COUNT-WS)
               MOVE FR-WAGE-BASE-IN TO WB-BASE-TBL (WAGE-BASE-COUNT-WS)
           END-IF
           PERFORM 225-READ-ONE-FICA-RATE.

       230-MATCH-ONE-YEAR.
           IF YT-TAX-YEAR (YEAR-IDX-WS) = TAX-YEAR-KEY-WS
               MOVE YEAR-IDX-WS TO YEAR-SLOT-WS
           END-IF.

      *    ONE PASS OF THE ARCHIVE. EVERY RECORD GOES TO THE WORK
      *    FILE, CORRECTED OR NOT, AND THE WORK FILE GOES BACK
      *    OVER YTDARCH.DAT ONLY WHEN SOMETHING ACTUALLY POSTED.
       300-POST-CORRECTIONS.
           OPEN INPUT YTD-ARCHIVE-FILE
           IF ARCH-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ARCHIVE-FOUND-SW
               OPEN OUTPUT WORK-ARCHIVE-FILE
               OPEN EXTEND CORRECTION-HISTORY-FILE
               IF HISTORY-FILE-STATUS-WS = '35'
                   OPEN OUTPUT CORRECTION-HISTORY-FILE
                   CLOSE CORRECTION-HISTORY-FILE
                   OPEN EXTEND CORRECTION-HISTORY-FILE
               END-IF
               MOVE 'W-2C LISTING' TO ST-TITLE-OUT
               WRITE PRINT-W2C-LINE FROM SECTION-TITLE-LINE
                   AFTER 2 LINES
               PERFORM 310-READ-ONE-ARCHIVE
               PERFORM 320-PROCESS-ONE-ARCHIVE
                   UNTIL EOF-ARCHIVE-WS = 'YES'
               CLOSE YTD-ARCHIVE-FILE WORK-ARCHIVE-FILE
                     CORRECTION-HISTORY-FILE
               IF CORRECTIONS-POSTED-WS > ZERO
                   PERFORM 400-COPY-ARCHIVE-BACK
               END-IF
           ELSE
               MOVE 'NO YTDARCH.DAT - NOTHING POSTED' TO ST-TITLE-OUT
               WRITE PRINT-W2C-LINE FROM SECTION-TITLE-LINE
                   AFTER 2 LINES
           END-IF.

       310-READ-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-RECORD
           READ YTD-ARCHIVE-FILE
               AT END MOVE 'YES' TO EOF-ARCHIVE-WS
           END-READ.

       320-PROCESS-ONE-ARCHIVE.
           MOVE 'NO' TO RECORD-CORRECTED-SW
           MOVE 'NO' TO RECORD-POSTED-SW
           PERFORM 330-MATCH-ONE-CORRECTION
               VARYING CORR-IDX-WS FROM 1 BY 1
               UNTIL CORR-IDX-WS > CORRECTION-COUNT-WS
           IF RECORD-CORRECTED-SW = 'YES'
               PERFORM 380-FINISH-CORRECTED-RECORD
           END-IF
           WRITE WORK-ARCHIVE-LINE FROM ARCHIVE-RECORD
           PERFORM 310-READ-ONE-ARCHIVE.

       330-MATCH-ONE-CORRECTION.
           IF CT-STATUS-TBL (CORR-IDX-WS) = SPACE
              AND CT-TAX-YEAR-TBL (CORR-IDX-WS) = AR-YEAR
              AND CT-SSN-TBL (CORR-IDX-WS) = AR-SSN
               IF RECORD-CORRECTED-SW NOT = 'YES'
                   PERFORM 340-SAVE-PREVIOUS-BOXES
                   MOVE 'YES' TO RECORD-CORRECTED-SW
               END-IF
               PERFORM 350-APPLY-ONE-CORRECTION
           END-IF.

      *    THE BOXES AS THEY STAND BEFORE THIS RUN ARE WHAT THE
      *    W-2C CALLS PREVIOUSLY REPORTED.
       340-SAVE-PREVIOUS-BOXES.
           PERFORM 348-FILL-UNSHELTERED-WAGES
           PERFORM 342-FIND-WAGE-BASE
           PERFORM 346-FIGURE-BOXES
           MOVE BOX-WORK-WS TO PREVIOUS-BOXES-WS.

       342-FIND-WAGE-BASE.
           MOVE DEFAULT-WAGE-BASE-WS TO SS-WAGE-BASE-WS
           PERFORM 344-MATCH-ONE-WAGE-BASE
               VARYING WAGE-BASE-IDX-WS FROM 1 BY 1
               UNTIL WAGE-BASE-IDX-WS > WAGE-BASE-COUNT-WS.

       344-MATCH-ONE-WAGE-BASE.
           IF WB-YEAR-TBL (WAGE-BASE-IDX-WS) = AR-YEAR
               MOVE WB-BASE-TBL (WAGE-BASE-IDX-WS) TO SS-WAGE-BASE-WS
           END-IF.

      *    THE BOXES EXACTLY AS W2EXTR FIGURES THEM.
       346-FIGURE-BOXES.
           MOVE AR-INCOME-WAGES TO BOX-WORK-AMOUNT-WS (1)
           MOVE AR-FEDERAL      TO BOX-WORK-AMOUNT-WS (2)
           MOVE AR-FICA-WAGES   TO BOX-WORK-AMOUNT-WS (3)
           IF BOX-WORK-AMOUNT-WS (3) > SS-WAGE-BASE-WS
               MOVE SS-WAGE-BASE-WS TO BOX-WORK-AMOUNT-WS (3)
           END-IF
           MOVE AR-FICA         TO BOX-WORK-AMOUNT-WS (4)
           MOVE AR-FICA-WAGES   TO BOX-WORK-AMOUNT-WS (5)
           MOVE AR-MEDICARE     TO BOX-WORK-AMOUNT-WS (6)
           MOVE AR-STATE        TO BOX-WORK-AMOUNT-WS (7)
           MOVE AR-LOCAL        TO BOX-WORK-AMOUNT-WS (8).

      *    A YEAR ARCHIVED BEFORE THE YTD IMAGE CARRIED INCOME AND
      *    FICA WAGES HAS SPACES WHERE THEY NOW SIT. NOTHING WAS
      *    SHELTERED THEN, SO GROSS IS WHAT ITS W-2 REPORTED IN
      *    BOXES 1, 3, AND 5, AND EACH QUARTER'S WAGES ARE ITS
      *    INCOME AND FICA WAGES - THE SAME RULE MSTRCVT USED ON
      *    THE LIVE YTD.DAT. THE FIGURES GO INTO THE RECORD ITSELF,
      *    SO THEY ARE WHAT IW AND MW CARDS CORRECT AND WHAT GOES
      *    BACK ON THE ARCHIVE.
       348-FILL-UNSHELTERED-WAGES.
           IF AR-INCOME-WAGES NOT NUMERIC
               MOVE AR-GROSS TO AR-INCOME-WAGES
           END-IF
           IF AR-FICA-WAGES NOT NUMERIC
               MOVE AR-GROSS TO AR-FICA-WAGES
           END-IF
           PERFORM 349-FILL-ONE-QUARTER-WAGES
               VARYING QTR-IDX-WS FROM 1 BY 1
               UNTIL QTR-IDX-WS > 4.

       349-FILL-ONE-QUARTER-WAGES.
           IF AR-QTR-INCOME-WAGES (QTR-IDX-WS) NOT NUMERIC
               MOVE AR-QTR-WAGES (QTR-IDX-WS) TO
                    AR-QTR-INCOME-WAGES (QTR-IDX-WS)
           END-IF
           IF AR-QTR-FICA-WAGES (QTR-IDX-WS) NOT NUMERIC
               MOVE AR-QTR-WAGES (QTR-IDX-WS) TO
                    AR-QTR-FICA-WAGES (QTR-IDX-WS)
           END-IF.

       350-APPLY-ONE-CORRECTION.
           MOVE CT-QUARTER-TBL (CORR-IDX-WS) TO QTR-IDX-WS
           PERFORM 352-FETCH-FIELD
           COMPUTE DIFFERENCE-WS =
                   CT-AMOUNT-TBL (CORR-IDX-WS) - QTR-AMOUNT-WS
           COMPUTE NEW-ANNUAL-WS = ANNUAL-AMOUNT-WS + DIFFERENCE-WS
           EVALUATE TRUE
               WHEN DIFFERENCE-WS = ZERO
                   MOVE 'S' TO CT-STATUS-TBL (CORR-IDX-WS)
               WHEN NEW-ANNUAL-WS < ZERO
                   MOVE 'N' TO CT-STATUS-TBL (CORR-IDX-WS)
               WHEN OTHER
                   PERFORM 356-FIGURE-SS-WAGE-CHANGE
                   PERFORM 358-START-CORRECTION-AREA
                   PERFORM 354-STORE-FIELD
                   MOVE 'P' TO CT-STATUS-TBL (CORR-IDX-WS)
                   MOVE 'YES' TO RECORD-POSTED-SW
                   ADD 1 TO CORRECTIONS-POSTED-WS
                   ADD 1 TO AR-CORRECTION-COUNT
                   PERFORM 360-LOG-ONE-CORRECTION
                   PERFORM 370-ADD-941X-DIFFERENCE
           END-EVALUATE.

       352-FETCH-FIELD.
           EVALUATE CT-FIELD-TBL (CORR-IDX-WS)
               WHEN 'GW'
                   MOVE AR-QTR-WAGES (QTR-IDX-WS)  TO QTR-AMOUNT-WS
                   MOVE AR-GROSS                   TO ANNUAL-AMOUNT-WS
               WHEN 'IW'
                   MOVE AR-QTR-INCOME-WAGES (QTR-IDX-WS)
                                                   TO QTR-AMOUNT-WS
                   MOVE AR-INCOME-WAGES            TO ANNUAL-AMOUNT-WS
               WHEN 'FW'
                   MOVE AR-QTR-FEDERAL (QTR-IDX-WS) TO QTR-AMOUNT-WS
                   MOVE AR-FEDERAL                 TO ANNUAL-AMOUNT-WS
               WHEN 'MW'
                   MOVE AR-QTR-FICA-WAGES (QTR-IDX-WS)
                                                   TO QTR-AMOUNT-WS
                   MOVE AR-FICA-WAGES              TO ANNUAL-AMOUNT-WS
               WHEN 'SS'
                   MOVE AR-QTR-FICA (QTR-IDX-WS)   TO QTR-AMOUNT-WS
                   MOVE AR-FICA                    TO ANNUAL-AMOUNT-WS
               WHEN 'MT'
                   MOVE AR-QTR-MEDICARE (QTR-IDX-WS) TO QTR-AMOUNT-WS
                   MOVE AR-MEDICARE                TO ANNUAL-AMOUNT-WS
               WHEN 'ST'
                   MOVE AR-QTR-STATE (QTR-IDX-WS)  TO QTR-AMOUNT-WS
                   MOVE AR-STATE                   TO ANNUAL-AMOUNT-WS
               WHEN 'LT'
                   MOVE AR-QTR-LOCAL (QTR-IDX-WS)  TO QTR-AMOUNT-WS
                   MOVE AR-LOCAL                   TO ANNUAL-AMOUNT-WS
           END-EVALUATE.

       354-STORE-FIELD.
           EVALUATE CT-FIELD-TBL (CORR-IDX-WS)
               WHEN 'GW'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-WAGES (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-GROSS
               WHEN 'IW'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-INCOME-WAGES (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-INCOME-WAGES
               WHEN 'FW'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-FEDERAL (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-FEDERAL
               WHEN 'MW'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-FICA-WAGES (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-FICA-WAGES
               WHEN 'SS'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-FICA (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-FICA
               WHEN 'MT'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-MEDICARE (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-MEDICARE
               WHEN 'ST'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-STATE (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-STATE
               WHEN 'LT'
                   MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO
                        AR-QTR-LOCAL (QTR-IDX-WS)
                   MOVE NEW-ANNUAL-WS TO AR-LOCAL
           END-EVALUATE.

      *    A FICA WAGE CORRECTION MOVES SOCIAL SECURITY WAGES ONLY
      *    AS FAR AS THE YEAR'S WAGE BASE LETS IT - THE 941-X
      *    SOCIAL SECURITY COLUMN GETS THE CAPPED CHANGE, THE
      *    MEDICARE COLUMN THE WHOLE OF IT.
       356-FIGURE-SS-WAGE-CHANGE.
           MOVE ZERO TO SS-WAGE-DIFF-WS
           IF CT-FIELD-TBL (CORR-IDX-WS) = 'MW'
               MOVE ANNUAL-AMOUNT-WS TO SS-BEFORE-WS
               IF SS-BEFORE-WS > SS-WAGE-BASE-WS
                   MOVE SS-WAGE-BASE-WS TO SS-BEFORE-WS
               END-IF
               MOVE NEW-ANNUAL-WS TO SS-AFTER-WS
               IF SS-AFTER-WS > SS-WAGE-BASE-WS
                   MOVE SS-WAGE-BASE-WS TO SS-AFTER-WS
               END-IF
               COMPUTE SS-WAGE-DIFF-WS = SS-AFTER-WS - SS-BEFORE-WS
           END-IF.

      *    THE FIRST CORRECTION A RECORD EVER TAKES FILES THE
      *    BOXES AWAY AS THE ORIGINAL W-2, WHICH NO LATER
      *    CORRECTION TOUCHES.
       358-START-CORRECTION-AREA.
           IF AR-CORRECTION-COUNT NOT NUMERIC
               MOVE ZERO TO AR-CORRECTION-COUNT
           END-IF
           IF AR-CORRECTION-COUNT = ZERO
               MOVE PREVIOUS-BOXES-WS TO AR-ORIGINAL-BOXES
           END-IF.

       360-LOG-ONE-CORRECTION.
           MOVE SPACES TO CORRECTION-HISTORY-RECORD
           MOVE AR-YEAR                     TO CH-TAX-YEAR
           MOVE AR-SSN                      TO CH-SSN
           MOVE POSTED-DATE-WS              TO CH-POSTED-DATE
           MOVE QTR-IDX-WS                  TO CH-QUARTER
           MOVE CT-FIELD-TBL (CORR-IDX-WS)  TO CH-FIELD
           MOVE QTR-AMOUNT-WS               TO CH-PREVIOUS
           MOVE CT-AMOUNT-TBL (CORR-IDX-WS) TO CH-CORRECTED
           MOVE CT-REASON-TBL (CORR-IDX-WS) TO CH-REASON
           WRITE CORRECTION-HISTORY-RECORD.

       370-ADD-941X-DIFFERENCE.
           MOVE CT-TAX-YEAR-TBL (CORR-IDX-WS) TO TAX-YEAR-KEY-WS
           PERFORM 219-FIND-YEAR-SLOT
           MOVE CT-FIELD-SLOT-TBL (CORR-IDX-WS) TO FIELD-SLOT-WS
           MOVE FIELD-941X-COL-TBL (FIELD-SLOT-WS) TO COL-IDX-WS
           IF COL-IDX-WS > ZERO
               ADD DIFFERENCE-WS TO
                   YT-941X-DIFF (YEAR-SLOT-WS QTR-IDX-WS COL-IDX-WS)
           END-IF
           IF SS-WAGE-DIFF-WS NOT = ZERO
               ADD SS-WAGE-DIFF-WS TO
                   YT-941X-DIFF (YEAR-SLOT-WS QTR-IDX-WS 3)
           END-IF.

      *    THE RECORD'S OWN HISTORY IS STAMPED, AND IF ANY BOX
      *    ACTUALLY MOVED THE EMPLOYEE GETS A W-2C - A GROSS PAY
      *    FIX ALONE CHANGES NO BOX AND FILES NOTHING.
       380-FINISH-CORRECTED-RECORD.
           IF RECORD-POSTED-SW = 'YES'
               MOVE POSTED-DATE-WS TO AR-LAST-CORRECTED
           END-IF
           PERFORM 346-FIGURE-BOXES
           MOVE BOX-WORK-WS TO CORRECTED-BOXES-WS
           IF CORRECTED-BOXES-WS NOT = PREVIOUS-BOXES-WS
               PERFORM 382-PRINT-ONE-W2C
           END-IF.

       382-PRINT-ONE-W2C.
           ADD 1 TO W2C-FORMS-WS
           MOVE AR-YEAR TO TAX-YEAR-KEY-WS
           PERFORM 219-FIND-YEAR-SLOT
           ADD 1 TO YT-FORMS (YEAR-SLOT-WS)

           MOVE AR-YEAR TO WE-TAX-YEAR-OUT
           MOVE AR-SSN  TO WE-SSN-OUT
           MOVE SPACES  TO WE-NAME-OUT
           IF PAYROLL-OPEN-SW = 'YES'
               MOVE AR-SSN TO SSN-IN
               READ USER-INPUT-FILE
                   INVALID KEY
                       MOVE '** NOT ON PAYROLL MASTER' TO WE-NAME-OUT
                   NOT INVALID KEY
                       MOVE NAME-IN TO WE-NAME-OUT
               END-READ
           END-IF
           MOVE AR-CORRECTION-COUNT TO WE-COUNT-OUT
           WRITE PRINT-W2C-LINE FROM W2C-EMPLOYEE-LINE
               AFTER 2 LINES
           WRITE PRINT-W2C-LINE FROM BOX-HEADER-LINE
               AFTER 1 LINE
           PERFORM 384-PRINT-ONE-CHANGED-BOX
               VARYING BOX-IDX-WS FROM 1 BY 1
               UNTIL BOX-IDX-WS > 8.

       384-PRINT-ONE-CHANGED-BOX.
           ADD PREVIOUS-BOX-WS (BOX-IDX-WS) TO
               YT-PREVIOUS-BOX (YEAR-SLOT-WS BOX-IDX-WS)
           ADD CORRECTED-BOX-WS (BOX-IDX-WS) TO
               YT-CORRECTED-BOX (YEAR-SLOT-WS BOX-IDX-WS)
           IF CORRECTED-BOX-WS (BOX-IDX-WS) NOT =
              PREVIOUS-BOX-WS (BOX-IDX-WS)
               MOVE BOX-NAME-TBL (BOX-IDX-WS)     TO BX-NAME-OUT
               MOVE PREVIOUS-BOX-WS (BOX-IDX-WS)  TO BX-PREVIOUS-OUT
               MOVE CORRECTED-BOX-WS (BOX-IDX-WS) TO BX-CORRECTED-OUT
               COMPUTE BOX-DIFFERENCE-WS =
                       CORRECTED-BOX-WS (BOX-IDX-WS)
                     - PREVIOUS-BOX-WS (BOX-IDX-WS)
               MOVE BOX-DIFFERENCE-WS TO BX-DIFFERENCE-OUT
               WRITE PRINT-W2C-LINE FROM BOX-DETAIL-LINE
                   AFTER 1 LINE
           END-IF.

       400-COPY-ARCHIVE-BACK.
           MOVE 'NO' TO EOF-WORK-WS
           OPEN INPUT WORK-ARCHIVE-FILE
           OPEN OUTPUT YTD-ARCHIVE-FILE
           PERFORM 410-READ-ONE-WORK-LINE
           PERFORM 420-WRITE-ONE-ARCHIVE-LINE
               UNTIL EOF-WORK-WS = 'YES'
           CLOSE WORK-ARCHIVE-FILE YTD-ARCHIVE-FILE.

       410-READ-ONE-WORK-LINE.
           MOVE SPACES TO WORK-ARCHIVE-LINE
           READ WORK-ARCHIVE-FILE
               AT END MOVE 'YES' TO EOF-WORK-WS
           END-READ.

       420-WRITE-ONE-ARCHIVE-LINE.
           WRITE ARCHIVE-RECORD FROM WORK-ARCHIVE-LINE
           PERFORM 410-READ-ONE-WORK-LINE.

      *    EVERY GOOD CARD THAT STILL DID NOT POST, AND WHY.
       500-REPORT-UNPOSTED.
           MOVE 'CORRECTIONS NOT POSTED' TO ST-TITLE-OUT
           WRITE PRINT-W2C-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           PERFORM 510-REPORT-ONE-UNPOSTED
               VARYING CORR-IDX-WS FROM 1 BY 1
               UNTIL CORR-IDX-WS > CORRECTION-COUNT-WS.

       510-REPORT-ONE-UNPOSTED.
           IF CT-STATUS-TBL (CORR-IDX-WS) NOT = 'P'
               EVALUATE CT-STATUS-TBL (CORR-IDX-WS)
                   WHEN 'S'
                       MOVE 'NO CHANGE - ARCHIVE ALREADY AGREES'
                            TO RJ-REASON-OUT
                   WHEN 'N'
                       MOVE 'ANNUAL FIGURE WOULD GO BELOW ZERO'
                            TO RJ-REASON-OUT
                       ADD 1 TO CORRECTIONS-UNPOSTED-WS
                   WHEN OTHER
                       MOVE 'NO ARCHIVED RECORD FOR SSN AND YEAR'
                            TO RJ-REASON-OUT
                       ADD 1 TO CORRECTIONS-UNPOSTED-WS
               END-EVALUATE
               MOVE CT-SSN-TBL      (CORR-IDX-WS) TO UC-SSN
               MOVE CT-TAX-YEAR-TBL (CORR-IDX-WS) TO UC-TAX-YEAR
               MOVE CT-QUARTER-TBL  (CORR-IDX-WS) TO UC-QUARTER
               MOVE CT-FIELD-TBL    (CORR-IDX-WS) TO UC-FIELD
               MOVE CT-AMOUNT-TBL   (CORR-IDX-WS) TO UC-AMOUNT
               MOVE CT-REASON-TBL   (CORR-IDX-WS) TO UC-REASON
               MOVE UNPOSTED-CARD-WS TO RJ-CARD-OUT
               WRITE PRINT-W2C-LINE FROM REJECT-LINE
                   AFTER 1 LINE
           END-IF.

      *    THE W-3C: FOR EACH TAX YEAR, THE SUM OF EVERY W-2C
      *    FILED - PREVIOUSLY REPORTED AND CORRECTED, ALL EIGHT
      *    BOXES, CHANGED OR NOT.
       600-REPORT-W3C-TOTALS.
           MOVE 'W-3C TOTALS' TO ST-TITLE-OUT
           WRITE PRINT-W2C-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           PERFORM 610-REPORT-ONE-W3C-YEAR
               VARYING YEAR-IDX-WS FROM 1 BY 1
               UNTIL YEAR-IDX-WS > YEAR-COUNT-WS.

       610-REPORT-ONE-W3C-YEAR.
           IF YT-FORMS (YEAR-IDX-WS) > ZERO
               MOVE YT-TAX-YEAR (YEAR-IDX-WS) TO W3-TAX-YEAR-OUT
               MOVE YT-FORMS (YEAR-IDX-WS)    TO W3-FORMS-OUT
               WRITE PRINT-W2C-LINE FROM W3C-YEAR-LINE
                   AFTER 2 LINES
               WRITE PRINT-W2C-LINE FROM BOX-HEADER-LINE
                   AFTER 1 LINE
               PERFORM 620-REPORT-ONE-W3C-BOX
                   VARYING BOX-IDX-WS FROM 1 BY 1
                   UNTIL BOX-IDX-WS > 8
           END-IF.

       620-REPORT-ONE-W3C-BOX.
           MOVE BOX-NAME-TBL (BOX-IDX-WS) TO BX-NAME-OUT
           MOVE YT-PREVIOUS-BOX (YEAR-IDX-WS BOX-IDX-WS) TO
                BX-PREVIOUS-OUT
           MOVE YT-CORRECTED-BOX (YEAR-IDX-WS BOX-IDX-WS) TO
                BX-CORRECTED-OUT
           COMPUTE BOX-DIFFERENCE-WS =
                   YT-CORRECTED-BOX (YEAR-IDX-WS BOX-IDX-WS)
                 - YT-PREVIOUS-BOX (YEAR-IDX-WS BOX-IDX-WS)
           MOVE BOX-DIFFERENCE-WS TO BX-DIFFERENCE-OUT
           WRITE PRINT-W2C-LINE FROM BOX-DETAIL-LINE
               AFTER 1 LINE.

      *    WHAT EACH QUARTER'S 941 SHOULD HAVE SAID, LESS WHAT IT
      *    DID SAY - EMPLOYEE WITHHOLDING AND THE WAGE BASES THE
      *    941-X REFIGURES BOTH SHARES OF FICA FROM.
       700-REPORT-941X-DIFFERENCES.
           MOVE '941-X QUARTER DIFFERENCES' TO ST-TITLE-OUT
           WRITE PRINT-W2C-LINE FROM SECTION-TITLE-LINE
               AFTER 2 LINES
           PERFORM 710-REPORT-ONE-941X-YEAR
               VARYING YEAR-IDX-WS FROM 1 BY 1
               UNTIL YEAR-IDX-WS > YEAR-COUNT-WS.

       710-REPORT-ONE-941X-YEAR.
           MOVE YT-TAX-YEAR (YEAR-IDX-WS) TO XY-TAX-YEAR-OUT
           WRITE PRINT-W2C-LINE FROM X941-YEAR-LINE
               AFTER 2 LINES
           WRITE PRINT-W2C-LINE FROM X941-HEADER-LINE
               AFTER 1 LINE
           PERFORM 720-REPORT-ONE-941X-QUARTER
               VARYING QTR-IDX-WS FROM 1 BY 1
               UNTIL QTR-IDX-WS > 4.

       720-REPORT-ONE-941X-QUARTER.
           MOVE QTR-IDX-WS TO XD-QUARTER-OUT
           PERFORM 730-MOVE-ONE-941X-COLUMN
               VARYING COL-IDX-WS FROM 1 BY 1
               UNTIL COL-IDX-WS > 6
           WRITE PRINT-W2C-LINE FROM X941-DETAIL-LINE
               AFTER 1 LINE.

       730-MOVE-ONE-941X-COLUMN.
           MOVE YT-941X-DIFF (YEAR-IDX-WS QTR-IDX-WS COL-IDX-WS) TO
                XD-COLUMN-OUT (COL-IDX-WS).

       900-CLOSE.
           MOVE CARDS-READ-WS           TO SM-READ-OUT
           MOVE CORRECTIONS-POSTED-WS   TO SM-POSTED-OUT
           COMPUTE SM-UNPOSTED-OUT =
                   CARDS-REJECTED-WS + CORRECTIONS-UNPOSTED-WS
           MOVE W2C-FORMS-WS            TO SM-FORMS-OUT
           WRITE PRINT-W2C-LINE FROM SUMMARY-LINE
               AFTER 2 LINES

           IF PAYROLL-OPEN-SW = 'YES'
               CLOSE USER-INPUT-FILE
           END-IF
           CLOSE W2C-REPORT-FILE

           MOVE 'CLOSE' TO RUN-PHASE-OUT-WS
           MOVE CORRECTIONS-POSTED-WS TO RECORDS-PROCESSED-OUT-WS
           CALL "RUNLOG" USING RUNLOG-REQUEST-WS.
